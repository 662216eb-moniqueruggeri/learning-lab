           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CARDAPIO-STATUS.

           SELECT OPTIONAL RECEITAS ASSIGN TO
           "D:/Monique/Documents/Projetos/iefp/Carlos/cobol808/RECEITAS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REC-STATUS.

           SELECT OPTIONAL MOVIMENTOS ASSIGN TO
           "D:/Monique/Documents/Projetos/iefp/Carlos/cobol808/MOVIMENTOS-STOCK.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MOV-STATUS.

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

           SELECT OPTIONAL DIFERENCAS ASSIGN TO
           "D:/Monique/Documents/Projetos/iefp/Carlos/cobol808/RECECOES-DIFERENCAS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DIF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ESTOQUE.
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

       FD MOVIMENTOS.
       01 REGISTO-MOVIMENTO.
           05 MOV-DATA.
           05 MOV-ORIGEM                                PIC X(20).
           05 MOV-CUSTO                                 PIC 9(3)V99.

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

       FD DIFERENCAS.
       01 REGISTO-DIFERENCA.
           05 DIF-DATA                                  PIC 9(8).
           05 DIF-ENCOMENDA                             PIC 9(6).
           05 DIF-FORNECEDOR                            PIC 9(3).
           05 DIF-CODIGO                                PIC 99.
           05 DIF-TIPO                                  PIC X(01).
              88 DIF-FALTA                               VALUE "F".
              88 DIF-EXCESSO                             VALUE "E".
              88 DIF-PRECO                               VALUE "P".
           05 DIF-QTD-PENDENTE                          PIC 9(4).
           05 DIF-QTD-RECEBIDA                          PIC 9(4).
           05 DIF-PRECO-ENCOMENDA                       PIC 9(3)V99.
           05 DIF-PRECO-FATURADO                        PIC 9(3)V99.

       WORKING-STORAGE SECTION.
       77 EST-STATUS                                     PIC X(02).
       77 CARDAPIO-STATUS                                PIC X(02).
       77 REC-STATUS                                     PIC X(02).
       77 MOV-STATUS                                     PIC X(02).
       77 ENC-STATUS                                     PIC X(02).
       77 FORN-STATUS                                    PIC X(02).
       77 DIF-STATUS                                     PIC X(02).
       77 EST-IND                                        PIC 99.
       77 FORNECEDOR                                     PIC X(20).
       77 NUMERO-ENCOMENDA                               PIC 9(6).
       77 IND-LINHA                                      PIC 99.
       77 QTD-PENDENTE                                   PIC 9(4).
       77 NUM-DIFERENCAS                                 PIC 9(3) VALUE 0.
       77 ENCOMENDA-COMPLETA                             PIC X.
           88 ENCOMENDA-TODA-RECEBIDA                    VALUE "S".
       77 HOUVE-RECECAO                                  PIC X.
           88 HOUVE-RECECAO-SIM                          VALUE "S".
       01 TAB-FALTAS-REGISTADAS.
           05 FALTA-REGISTADA                           PIC X OCCURS 13.
              88 FALTA-JA-REGISTADA                      VALUE "S".
       77 FECHAR-COM-FALTAS                              PIC X.
           88 FECHAR-COM-FALTAS-SIM                      VALUE "S", "s".
       77 DATA-SAIDA                                     PIC 9999/99/99.
       77 PRECO-SAIDA                                    PIC ZZ9.99.
       77 PRECO-SAIDA2                                   PIC ZZ9.99.
       77 CODIGO-INGREDIENTE                             PIC 99 VALUE 0.
           88 VALIDAR-CODIGO-INGREDIENTE                 VALUE 1 THRU 13.
       77 QUANTIDADE-RECEBIDA                            PIC 9(4).
       77 CUSTO-UNITARIO                                 PIC 9(3)V99.
       77 NUM-ENTRADAS                                   PIC 9(3) VALUE 0.
           88 CONTINUAR-SIM                              VALUE "S", "s".

       01 TAB-ESTOQUE.
           05 EST-QTD-INGREDIENTE                   PIC 9(4) OCCURS 13
                                                     VALUE 0.
       01 TAB-INGREDIENTES-NOMES                         PIC X(20)
                                                          OCCURS 13.

       01 DATA-ATUAL.
           05 ANO                                   PIC 9(4).
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

       CARREGA-ESTOQUE.
           OPEN INPUT ESTOQUE.
           IF (EST-STATUS NOT = "00") THEN
           ELSE
               PERFORM LER-REGISTO-ESTOQUE
               PERFORM UNTIL EST-STATUS = "10"
                   IF (EST-CODIGO >= 1 AND EST-CODIGO <= 13) THEN
                       MOVE EST-QUANTIDADE
                       TO EST-QTD-INGREDIENTE(EST-CODIGO)
                   END-IF
                   PERFORM LER-REGISTO-ESTOQUE
               END-PERFORM
               CLOSE ESTOQUE
           ACCEPT DATA-ATUAL FROM DATE YYYYMMDD.
           ACCEPT HORA-ATUAL FROM TIME.

           OPEN I-O ENCOMENDAS.
           IF (ENC-STATUS NOT = "00") THEN
               CLOSE ENCOMENDAS
               OPEN OUTPUT ENCOMENDAS
               CLOSE ENCOMENDAS
               OPEN I-O ENCOMENDAS
           END-IF.
           OPEN INPUT FORNECEDORES.

           PERFORM UNTIL NOT CONTINUAR-SIM
               DISPLAY " "
               DISPLAY "NUMERO DA ENCOMENDA (0 = SAIR): "
               ACCEPT NUMERO-ENCOMENDA
               IF (NUMERO-ENCOMENDA = 0) THEN
                   MOVE "N" TO CONTINUAR
               ELSE
                   PERFORM RECEBER-ENCOMENDA
                   DISPLAY "RECEBER OUTRA ENCOMENDA? (S/N)"
                   ACCEPT CONTINUAR
               END-IF
           END-PERFORM.

           CLOSE FORNECEDORES.
           CLOSE ENCOMENDAS.
           DISPLAY " ".
           DISPLAY NUM-ENTRADAS " ENTRADAS REGISTADAS EM "
           "MOVIMENTOS-STOCK.TXT.".
           IF (NUM-DIFERENCAS > 0) THEN
               DISPLAY NUM-DIFERENCAS " DIFERENCAS REGISTADAS EM "
               "RECECOES-DIFERENCAS.TXT."
           END-IF.
           STOP RUN.

       RECEBER-ENCOMENDA.
           MOVE ALL "N" TO TAB-FALTAS-REGISTADAS.
           MOVE NUMERO-ENCOMENDA TO ENC-NUMERO.
           READ ENCOMENDAS
               INVALID KEY
                   DISPLAY "ENCOMENDA NAO ENCONTRADA."
                   EXIT PARAGRAPH
           END-READ.
           IF (NOT ENC-ABERTA) THEN
               IF (ENC-RASCUNHO) THEN
                   DISPLAY "ENCOMENDA AINDA EM RASCUNHO - CONFIRMAR "
                   "ANTES DE RECEBER."
               ELSE
                   DISPLAY "ENCOMENDA JA FECHADA OU ANULADA."
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE ENC-FORNECEDOR TO FORN-CODIGO.
           READ FORNECEDORES
               INVALID KEY
                   MOVE "FORNECEDOR " TO FORNECEDOR
                   MOVE ENC-FORNECEDOR TO FORNECEDOR(12:3)
               NOT INVALID KEY
                   MOVE FORN-NOME TO FORNECEDOR
           END-READ.
           MOVE ENC-DATA-PREVISTA TO DATA-SAIDA.
           DISPLAY "FORNECEDOR: " ENC-FORNECEDOR " " FORNECEDOR
           "   ENTREGA PREVISTA: " DATA-SAIDA.
           DISPLAY "  COD INGREDIENTE          ENCOM RECEB PENDENTE  PRECO".
           PERFORM VARYING IND-LINHA FROM 1 BY 1
               UNTIL IND-LINHA > ENC-NUM-LINHAS
               PERFORM CALCULAR-PENDENTE
               MOVE ENC-PRECO-UNITARIO(IND-LINHA) TO PRECO-SAIDA
               DISPLAY "  " ENC-COD-INGREDIENTE(IND-LINHA) "  "
               TAB-INGREDIENTES-NOMES(ENC-COD-INGREDIENTE(IND-LINHA))
               " " ENC-QTD-ENCOMENDADA(IND-LINHA) "  "
               ENC-QTD-RECEBIDA(IND-LINHA) "  " QTD-PENDENTE "    "
               PRECO-SAIDA
           END-PERFORM.

           PERFORM VARYING IND-LINHA FROM 1 BY 1
               UNTIL IND-LINHA > ENC-NUM-LINHAS
               PERFORM CALCULAR-PENDENTE
               IF (QTD-PENDENTE > 0) THEN
                   PERFORM RECEBER-LINHA
               END-IF
           END-PERFORM.

           MOVE "S" TO ENCOMENDA-COMPLETA.
           MOVE "N" TO HOUVE-RECECAO.
           PERFORM VARYING IND-LINHA FROM 1 BY 1
               UNTIL IND-LINHA > ENC-NUM-LINHAS
               IF (ENC-QTD-RECEBIDA(IND-LINHA) <
               ENC-QTD-ENCOMENDADA(IND-LINHA)) THEN
                   MOVE "N" TO ENCOMENDA-COMPLETA
               END-IF
               IF (ENC-QTD-RECEBIDA(IND-LINHA) > 0) THEN
                   MOVE "S" TO HOUVE-RECECAO
               END-IF
           END-PERFORM.
           IF (ENCOMENDA-TODA-RECEBIDA) THEN
               MOVE "F" TO ENC-ESTADO
               MOVE DATA-ATUAL TO ENC-DATA-FECHO
               DISPLAY "ENCOMENDA " ENC-NUMERO " TOTALMENTE RECEBIDA - "
               "FECHADA."
           ELSE
               IF (HOUVE-RECECAO-SIM) THEN
                   MOVE "P" TO ENC-ESTADO
               END-IF
               DISPLAY "FICAM QUANTIDADES POR RECEBER. FECHAR A "
               "ENCOMENDA MESMO ASSIM? (S/N)"
               ACCEPT FECHAR-COM-FALTAS
               IF (FECHAR-COM-FALTAS-SIM) THEN
                   PERFORM REGISTAR-FALTAS-NO-FECHO
                   MOVE "F" TO ENC-ESTADO
                   MOVE DATA-ATUAL TO ENC-DATA-FECHO
                   DISPLAY "ENCOMENDA " ENC-NUMERO " FECHADA COM FALTAS."
               ELSE
                   IF (HOUVE-RECECAO-SIM) THEN
                       DISPLAY "ENCOMENDA " ENC-NUMERO " FICA PARCIAL."
                   ELSE
                       DISPLAY "ENCOMENDA " ENC-NUMERO " SEM RECECOES - "
                       "CONTINUA CONFIRMADA."
                   END-IF
               END-IF
           END-IF.
           REWRITE REGISTO-ENCOMENDA
               INVALID KEY
                   DISPLAY "ERRO AO ATUALIZAR A ENCOMENDA (" ENC-STATUS
                   ")."
           END-REWRITE.

       CALCULAR-PENDENTE.
           IF (ENC-QTD-ENCOMENDADA(IND-LINHA) >
           ENC-QTD-RECEBIDA(IND-LINHA)) THEN
               COMPUTE QTD-PENDENTE = ENC-QTD-ENCOMENDADA(IND-LINHA)
                   - ENC-QTD-RECEBIDA(IND-LINHA)
           ELSE
               MOVE 0 TO QTD-PENDENTE
           END-IF.

       RECEBER-LINHA.
           MOVE ENC-COD-INGREDIENTE(IND-LINHA) TO CODIGO-INGREDIENTE.
           DISPLAY " ".
           DISPLAY "INGREDIENTE: " TAB-INGREDIENTES-NOMES(CODIGO-INGREDIENTE)
           " - PENDENTE: " QTD-PENDENTE.
           DISPLAY "QUANTIDADE RECEBIDA (0 = NADA RECEBIDO): ".
           ACCEPT QUANTIDADE-RECEBIDA.
           IF (QUANTIDADE-RECEBIDA = 0) THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE ENC-PRECO-UNITARIO(IND-LINHA) TO PRECO-SAIDA.
           DISPLAY "CUSTO UNITARIO (EUR, 0 = PRECO DA ENCOMENDA "
           PRECO-SAIDA "): ".
           ACCEPT CUSTO-UNITARIO.
           IF (CUSTO-UNITARIO = 0) THEN
               MOVE ENC-PRECO-UNITARIO(IND-LINHA) TO CUSTO-UNITARIO
           END-IF.

           ADD QUANTIDADE-RECEBIDA TO
           EST-QTD-INGREDIENTE(CODIGO-INGREDIENTE).
           PERFORM GRAVAR-ESTOQUE.
           PERFORM GRAVAR-MOVIMENTO-ENTRADA.
           ADD 1 TO NUM-ENTRADAS.
           DISPLAY "ENTRADA REGISTADA. STOCK ATUAL DE "
           TAB-INGREDIENTES-NOMES(CODIGO-INGREDIENTE) ": "
           EST-QTD-INGREDIENTE(CODIGO-INGREDIENTE).

           IF (QUANTIDADE-RECEBIDA < QTD-PENDENTE) THEN
               DISPLAY "  FALTA: RECEBIDO " QUANTIDADE-RECEBIDA
               " DE " QTD-PENDENTE " PENDENTES."
               MOVE "F" TO DIF-TIPO
               PERFORM GRAVAR-DIFERENCA
               MOVE "S" TO FALTA-REGISTADA(IND-LINHA)
           END-IF.
           IF (QUANTIDADE-RECEBIDA > QTD-PENDENTE) THEN
               DISPLAY "  EXCESSO: RECEBIDO " QUANTIDADE-RECEBIDA
               " PARA " QTD-PENDENTE " PENDENTES."
               MOVE "E" TO DIF-TIPO
               PERFORM GRAVAR-DIFERENCA
           END-IF.
           IF (CUSTO-UNITARIO NOT = ENC-PRECO-UNITARIO(IND-LINHA)) THEN
               MOVE CUSTO-UNITARIO TO PRECO-SAIDA2
               DISPLAY "  PRECO DIFERENTE: FATURADO " PRECO-SAIDA2
               " EUR, ENCOMENDADO A " PRECO-SAIDA " EUR."
               MOVE "P" TO DIF-TIPO
               PERFORM GRAVAR-DIFERENCA
           END-IF.

           IF (ENC-QTD-RECEBIDA(IND-LINHA) + QUANTIDADE-RECEBIDA > 9999)
           THEN
               MOVE 9999 TO ENC-QTD-RECEBIDA(IND-LINHA)
           ELSE
               ADD QUANTIDADE-RECEBIDA TO ENC-QTD-RECEBIDA(IND-LINHA)
           END-IF.

       REGISTAR-FALTAS-NO-FECHO.
           MOVE 0 TO QUANTIDADE-RECEBIDA.
           MOVE 0 TO CUSTO-UNITARIO.
           PERFORM VARYING IND-LINHA FROM 1 BY 1
               UNTIL IND-LINHA > ENC-NUM-LINHAS
               PERFORM CALCULAR-PENDENTE
               IF (QTD-PENDENTE > 0 AND
               NOT FALTA-JA-REGISTADA(IND-LINHA)) THEN
                   MOVE ENC-COD-INGREDIENTE(IND-LINHA) TO
                   CODIGO-INGREDIENTE
                   MOVE ENC-PRECO-UNITARIO(IND-LINHA) TO CUSTO-UNITARIO
                   MOVE "F" TO DIF-TIPO
                   PERFORM GRAVAR-DIFERENCA
               END-IF
           END-PERFORM.

       GRAVAR-DIFERENCA.
           OPEN EXTEND DIFERENCAS.
           IF (DIF-STATUS = "35") THEN
               OPEN OUTPUT DIFERENCAS
           END-IF.
           MOVE DATA-ATUAL TO DIF-DATA.
           MOVE ENC-NUMERO TO DIF-ENCOMENDA.
           MOVE ENC-FORNECEDOR TO DIF-FORNECEDOR.
           MOVE CODIGO-INGREDIENTE TO DIF-CODIGO.
           MOVE QTD-PENDENTE TO DIF-QTD-PENDENTE.
           MOVE QUANTIDADE-RECEBIDA TO DIF-QTD-RECEBIDA.
           MOVE ENC-PRECO-UNITARIO(IND-LINHA) TO DIF-PRECO-ENCOMENDA.
           MOVE CUSTO-UNITARIO TO DIF-PRECO-FATURADO.
           WRITE REGISTO-DIFERENCA.
           CLOSE DIFERENCAS.
           ADD 1 TO NUM-DIFERENCAS.

       LER-REGISTO-ESTOQUE.
           READ ESTOQUE
               AT END MOVE "10" TO EST-STATUS

       GRAVAR-ESTOQUE.
           OPEN OUTPUT ESTOQUE.
           PERFORM VARYING EST-IND FROM 1 BY 1 UNTIL EST-IND > 13
               MOVE EST-IND TO EST-CODIGO
               MOVE EST-QTD-INGREDIENTE(EST-IND) TO EST-QUANTIDADE
               WRITE REGISTO-ESTOQUE
               AT END MOVE "10" TO CARDAPIO-STATUS
           END-READ.

       LER-PROXIMA-RECEITA.
           READ RECEITAS
               AT END MOVE "10" TO REC-STATUS
           END-READ.

       CARREGA-NOMES-OMISSAO.
           MOVE "FIAMBRE"   TO TAB-INGREDIENTES-NOMES(1).
           MOVE "ATUM"      TO TAB-INGREDIENTES-NOMES(2).
