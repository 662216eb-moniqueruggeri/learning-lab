       >>SOURCE FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RelatorioEncomendas.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ENCOMENDAS ASSIGN TO
           "D:/Monique/Documents/Projetos/iefp/Carlos/cobol808/ENCOMENDAS-COMPRA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ENC-NUMERO
           FILE STATUS IS ENC-STATUS.

           SELECT OPTIONAL FORNECEDORES ASSIGN TO
           "D:/Monique/Documents/Projetos/iefp/Carlos/cobol808/FORNECEDORES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FORN-CODIGO
           FILE STATUS IS FORN-STATUS.

           SELECT OPTIONAL CARDAPIO ASSIGN TO
           "D:/Monique/Documents/Projetos/iefp/Carlos/cobol808/CARDAPIO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CARDAPIO-STATUS.

           SELECT OPTIONAL RECEITAS ASSIGN TO
           "D:/Monique/Documents/Projetos/iefp/Carlos/cobol808/RECEITAS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ENCOMENDAS.
       01 REGISTO-ENCOMENDA.
           05 ENC-NUMERO                                PIC 9(6).
           05 ENC-FORNECEDOR                            PIC 9(3).
           05 ENC-DATA-CRIACAO                          PIC 9(8).
           05 ENC-DATA-CONFIRMACAO                      PIC 9(8).
           05 ENC-DATA-PREVISTA                         PIC 9(8).
           05 ENC-DATA-FECHO                            PIC 9(8).
           05 ENC-ESTADO                                PIC X(01).
              88 ENC-RASCUNHO                            VALUE "R".
              88 ENC-CONFIRMADA                          VALUE "C".
              88 ENC-PARCIAL                             VALUE "P".
              88 ENC-FECHADA                             VALUE "F".
              88 ENC-ANULADA                             VALUE "X".
              88 ENC-ABERTA                              VALUE "C", "P".
           05 ENC-NUM-LINHAS                            PIC 99.
           05 ENC-LINHA OCCURS 13.
               10 ENC-COD-INGREDIENTE                   PIC 99.
               10 ENC-QTD-ENCOMENDADA                   PIC 9(4).
               10 ENC-PRECO-UNITARIO                    PIC 9(3)V99.
               10 ENC-QTD-RECEBIDA                      PIC 9(4).

       FD FORNECEDORES.
       01 REGISTO-FORNECEDOR.
           05 FORN-CODIGO                               PIC 9(3).
           05 FORN-NOME                                 PIC X(30).
           05 FORN-NIF                                  PIC 9(9).
           05 FORN-CONTACTO                             PIC X(30).
           05 FORN-TELEFONE                             PIC 9(9).
           05 FORN-EMAIL                                PIC X(50).
           05 FORN-PRAZO-ENTREGA                        PIC 9(2).
           05 FORN-ESTADO                               PIC X(01).
              88 FORN-ATIVO                              VALUE "A".
              88 FORN-INATIVO                            VALUE "I".
           05 FORN-INGREDIENTE-GRP OCCURS 13.
               10 FORN-FORNECE                          PIC X(01).
                  88 FORN-FORNECE-SIM                    VALUE "S".
               10 FORN-PRECO                            PIC 9(3)V99.

       FD CARDAPIO.
       01 REGISTO-CARDAPIO.
           05 CARDAPIO-TIPO                                 PIC X(01).
           05 CARDAPIO-CODIGO                               PIC 99.
           05 CARDAPIO-NOME                                 PIC X(20).
           05 CARDAPIO-PRECO                                PIC 9V99.

       FD RECEITAS.
       01 REGISTO-RECEITA.
           05 REC-CODIGO                                PIC 99.
           05 REC-TIPO                                  PIC X(01).
              88 REC-BASE                                VALUE "B".
              88 REC-EXTRA                               VALUE "I".
           05 REC-NOME                                  PIC X(20).
           05 REC-QTD-TAMANHO OCCURS 3                  PIC 9(3).

       WORKING-STORAGE SECTION.
       77 ENC-STATUS                                     PIC X(02).
       77 FORN-STATUS                                    PIC X(02).
       77 CARDAPIO-STATUS                                PIC X(02).
       77 REC-STATUS                                     PIC X(02).
       77 FIM-ENCOMENDAS                                 PIC X VALUE "N".
           88 NAO-HA-MAIS-ENCOMENDAS                     VALUE "S".
       77 IND-LINHA                                      PIC 99.
       77 IND-ING                                        PIC 99.
       77 QTD-PENDENTE                                   PIC 9(4).
       77 DIAS-ATRASO                                    PIC 9(4).
       77 VALOR-LINHA                                    PIC 9(7)V99.
       77 VALOR-PENDENTE                                 PIC 9(7)V99.
       77 TOTAL-PENDENTE                                 PIC 9(8)V99 VALUE 0.
       77 TOTAL-ATRASADO                                 PIC 9(8)V99 VALUE 0.
       77 NUM-ABERTAS                                    PIC 9(4) VALUE 0.
       77 NUM-ATRASADAS                                  PIC 9(4) VALUE 0.
       77 NUM-RASCUNHOS                                  PIC 9(4) VALUE 0.
       77 DATA-HOJE                                      PIC 9(8).
       77 DATA-SAIDA                                     PIC 9999/99/99.
       77 QTD-SAIDA                                      PIC ZZZ9.
       77 QTD-SAIDA2                                     PIC ZZZ9.
       77 QTD-SAIDA3                                     PIC ZZZ9.
       77 PRECO-SAIDA                                    PIC ZZ9.99.
       77 VALOR-SAIDA                                    PIC Z,ZZZ,ZZ9.99.
       77 TOTAL-SAIDA                                    PIC ZZ,ZZZ,ZZ9.99.
       77 ESTADO-SAIDA                                   PIC X(10).

       01 TAB-INGREDIENTES-NOMES                         PIC X(20)
                                                          OCCURS 13.

       01 TAB-PENDENTE-INGREDIENTE.
           05 PEND-QTD OCCURS 13                          PIC 9(6)
                                                          VALUE 0.

       01 DATA-ATUAL.
           05 ANO                                   PIC 9(4).
           05 MES                                   PIC 9(2).
           05 DIA                                   PIC 9(2).

       PROCEDURE DIVISION.
       CARREGA-NOMES-INGREDIENTES.
           OPEN INPUT CARDAPIO.
           IF (CARDAPIO-STATUS NOT = "00") THEN
               CLOSE CARDAPIO
               PERFORM CARREGA-NOMES-OMISSAO
           ELSE
               PERFORM LER-PROXIMO-CARDAPIO
               PERFORM UNTIL CARDAPIO-STATUS = "10"
                   IF (CARDAPIO-TIPO = "I") THEN
                       MOVE CARDAPIO-NOME
                       TO TAB-INGREDIENTES-NOMES(CARDAPIO-CODIGO)
                   END-IF
                   PERFORM LER-PROXIMO-CARDAPIO
               END-PERFORM
               CLOSE CARDAPIO
           END-IF.

       CARREGA-NOMES-BASE.
           MOVE "MASSA"           TO TAB-INGREDIENTES-NOMES(11).
           MOVE "MOLHO DE TOMATE" TO TAB-INGREDIENTES-NOMES(12).
           MOVE "MOZZARELLA"      TO TAB-INGREDIENTES-NOMES(13).
           OPEN INPUT RECEITAS.
           IF (REC-STATUS NOT = "00") THEN
               CLOSE RECEITAS
           ELSE
               PERFORM LER-PROXIMA-RECEITA
               PERFORM UNTIL REC-STATUS = "10"
                   IF (REC-BASE AND REC-CODIGO >= 1 AND REC-CODIGO <= 13)
                   THEN
                       MOVE REC-NOME TO TAB-INGREDIENTES-NOMES(REC-CODIGO)
                   END-IF
                   PERFORM LER-PROXIMA-RECEITA
               END-PERFORM
               CLOSE RECEITAS
           END-IF.

       MAIN-PROCEDURE.
           ACCEPT DATA-ATUAL FROM DATE YYYYMMDD.
           MOVE DATA-ATUAL TO DATA-HOJE.
           MOVE DATA-HOJE TO DATA-SAIDA.
           DISPLAY "PIZZARIA RAMALHO - ENCOMENDAS A FORNECEDORES EM ABERTO".
           DISPLAY "SITUACAO EM " DATA-SAIDA.
           DISPLAY "----------------------------------------------".

           OPEN INPUT ENCOMENDAS.
           IF (ENC-STATUS NOT = "00") THEN
               DISPLAY "SEM ENCOMENDAS REGISTADAS."
               CLOSE ENCOMENDAS
               STOP RUN
           END-IF.
           OPEN INPUT FORNECEDORES.

           MOVE 0 TO ENC-NUMERO.
           START ENCOMENDAS KEY IS NOT LESS THAN ENC-NUMERO
               INVALID KEY MOVE "S" TO FIM-ENCOMENDAS
           END-START.
           PERFORM UNTIL NAO-HA-MAIS-ENCOMENDAS
               READ ENCOMENDAS NEXT RECORD
                   AT END MOVE "S" TO FIM-ENCOMENDAS
                   NOT AT END
                       IF (ENC-ABERTA) THEN
                           PERFORM MOSTRAR-ENCOMENDA-ABERTA
                       END-IF
                       IF (ENC-RASCUNHO) THEN
                           ADD 1 TO NUM-RASCUNHOS
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FORNECEDORES.
           CLOSE ENCOMENDAS.

           DISPLAY " ".
           DISPLAY "----------------------------------------------".
           IF (NUM-ABERTAS = 0) THEN
               DISPLAY "NENHUMA ENCOMENDA EM ABERTO."
           ELSE
               DISPLAY "QUANTIDADES POR RECEBER POR INGREDIENTE:"
               PERFORM VARYING IND-ING FROM 1 BY 1 UNTIL IND-ING > 13
                   IF (PEND-QTD(IND-ING) > 0) THEN
                       DISPLAY "  " TAB-INGREDIENTES-NOMES(IND-ING)
                       ": " PEND-QTD(IND-ING) " UNIDADES"
                   END-IF
               END-PERFORM
               DISPLAY " "
               MOVE TOTAL-PENDENTE TO TOTAL-SAIDA
               DISPLAY "ENCOMENDAS EM ABERTO: " NUM-ABERTAS
               "   VALOR POR RECEBER: " TOTAL-SAIDA " EUR"
               MOVE TOTAL-ATRASADO TO TOTAL-SAIDA
               DISPLAY "ENCOMENDAS ATRASADAS: " NUM-ATRASADAS
               "   VALOR ATRASADO:    " TOTAL-SAIDA " EUR"
           END-IF.
           IF (NUM-RASCUNHOS > 0) THEN
               DISPLAY "RASCUNHOS POR CONFIRMAR: " NUM-RASCUNHOS
           END-IF.
           STOP RUN.

       MOSTRAR-ENCOMENDA-ABERTA.
           ADD 1 TO NUM-ABERTAS.
           MOVE ENC-FORNECEDOR TO FORN-CODIGO.
           READ FORNECEDORES
               INVALID KEY
                   MOVE "(FORNECEDOR NAO ENCONTRADO)" TO FORN-NOME
           END-READ.
           IF (ENC-CONFIRMADA) THEN
               MOVE "CONFIRMADA" TO ESTADO-SAIDA
           ELSE
               MOVE "PARCIAL" TO ESTADO-SAIDA
           END-IF.
           MOVE ENC-DATA-PREVISTA TO DATA-SAIDA.
           DISPLAY " ".
           DISPLAY "ENCOMENDA " ENC-NUMERO "  " ESTADO-SAIDA
           "  FORNECEDOR " ENC-FORNECEDOR " " FORN-NOME.
           IF (ENC-DATA-PREVISTA < DATA-HOJE) THEN
               COMPUTE DIAS-ATRASO =
                   FUNCTION INTEGER-OF-DATE(DATA-HOJE) -
                   FUNCTION INTEGER-OF-DATE(ENC-DATA-PREVISTA)
               ADD 1 TO NUM-ATRASADAS
               DISPLAY "  ENTREGA PREVISTA " DATA-SAIDA
               "  *** ATRASADA " DIAS-ATRASO " DIAS ***"
           ELSE
               DISPLAY "  ENTREGA PREVISTA " DATA-SAIDA
           END-IF.
           DISPLAY "  COD INGREDIENTE          ENCOM RECEB FALTA  "
           "PRECO         VALOR".
           MOVE 0 TO VALOR-PENDENTE.
           PERFORM VARYING IND-LINHA FROM 1 BY 1
               UNTIL IND-LINHA > ENC-NUM-LINHAS
               IF (ENC-QTD-ENCOMENDADA(IND-LINHA) >
               ENC-QTD-RECEBIDA(IND-LINHA)) THEN
                   COMPUTE QTD-PENDENTE = ENC-QTD-ENCOMENDADA(IND-LINHA)
                       - ENC-QTD-RECEBIDA(IND-LINHA)
                   COMPUTE VALOR-LINHA = QTD-PENDENTE *
                       ENC-PRECO-UNITARIO(IND-LINHA)
                   ADD VALOR-LINHA TO VALOR-PENDENTE
                   MOVE ENC-COD-INGREDIENTE(IND-LINHA) TO IND-ING
                   ADD QTD-PENDENTE TO PEND-QTD(IND-ING)
                   MOVE ENC-QTD-ENCOMENDADA(IND-LINHA) TO QTD-SAIDA
                   MOVE ENC-QTD-RECEBIDA(IND-LINHA) TO QTD-SAIDA2
                   MOVE QTD-PENDENTE TO QTD-SAIDA3
                   MOVE ENC-PRECO-UNITARIO(IND-LINHA) TO PRECO-SAIDA
                   MOVE VALOR-LINHA TO VALOR-SAIDA
                   DISPLAY "  " IND-ING "  " TAB-INGREDIENTES-NOMES(IND-ING)
                   " " QTD-SAIDA "  " QTD-SAIDA2 "  " QTD-SAIDA3 " "
                   PRECO-SAIDA " " VALOR-SAIDA
               END-IF
           END-PERFORM.
           MOVE VALOR-PENDENTE TO VALOR-SAIDA.
           DISPLAY "  VALOR POR RECEBER:                             "
           VALOR-SAIDA " EUR".
           ADD VALOR-PENDENTE TO TOTAL-PENDENTE.
           IF (ENC-DATA-PREVISTA < DATA-HOJE) THEN
               ADD VALOR-PENDENTE TO TOTAL-ATRASADO
           END-IF.

       LER-PROXIMO-CARDAPIO.
           READ CARDAPIO
               AT END MOVE "10" TO CARDAPIO-STATUS
           END-READ.

       LER-PROXIMA-RECEITA.
           READ RECEITAS
               AT END MOVE "10" TO REC-STATUS
           END-READ.

       CARREGA-NOMES-OMISSAO.
           MOVE "FIAMBRE"   TO TAB-INGREDIENTES-NOMES(1).
           MOVE "ATUM"      TO TAB-INGREDIENTES-NOMES(2).
           MOVE "ANCHOVAS"  TO TAB-INGREDIENTES-NOMES(3).
           MOVE "CAMARAO"   TO TAB-INGREDIENTES-NOMES(4).
           MOVE "BACON"     TO TAB-INGREDIENTES-NOMES(5).
           MOVE "BANANA"    TO TAB-INGREDIENTES-NOMES(6).
           MOVE "ANANAS"    TO TAB-INGREDIENTES-NOMES(7).
           MOVE "AZEITONAS" TO TAB-INGREDIENTES-NOMES(8).
           MOVE "COGUMELOS" TO TAB-INGREDIENTES-NOMES(9).
           MOVE "MILHO"     TO TAB-INGREDIENTES-NOMES(10).
       END PROGRAM RelatorioEncomendas.
