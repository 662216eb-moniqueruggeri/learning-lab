       >>SOURCE FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EncomendasCompra.

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

           SELECT OPTIONAL PREVISAO ASSIGN TO
           "D:/Monique/Documents/Projetos/iefp/Carlos/cobol808/PREVISAO-COMPRAS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PREV-STATUS.

           SELECT OPTIONAL ESTOQUE ASSIGN TO
           "D:/Monique/Documents/Projetos/iefp/Carlos/cobol808/INGREDIENTES-STOCK.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EST-STATUS.

           SELECT OPTIONAL CARDAPIO ASSIGN TO
           "D:/Monique/Documents/Projetos/iefp/Carlos/cobol808/CARDAPIO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CARDAPIO-STATUS.

           SELECT OPTIONAL RECEITAS ASSIGN TO
           "D:/Monique/Documents/Projetos/iefp/Carlos/cobol808/RECEITAS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REC-STATUS.

           SELECT DOCUMENTO ASSIGN TO CAMINHO-DOCUMENTO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DOC-STATUS.

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

       FD PREVISAO.
       01 REGISTO-PREVISAO.
           05 PREV-DATA-GERACAO                         PIC 9(8).
           05 PREV-DATA-INICIO                          PIC 9(8).
           05 PREV-DATA-FIM                             PIC 9(8).
           05 PREV-CODIGO                               PIC 99.
           05 PREV-QUANTIDADE                           PIC 9(6).

       FD ESTOQUE.
       01 REGISTO-ESTOQUE.
           05 EST-CODIGO                                PIC 99.
           05 EST-QUANTIDADE                            PIC 9(4).

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

       FD DOCUMENTO.
       01 REGISTO-DOCUMENTO                              PIC X(100).

       WORKING-STORAGE SECTION.
       77 ENC-STATUS                                     PIC X(02).
       77 FORN-STATUS                                    PIC X(02).
       77 PREV-STATUS                                    PIC X(02).
       77 EST-STATUS                                     PIC X(02).
       77 CARDAPIO-STATUS                                PIC X(02).
       77 REC-STATUS                                     PIC X(02).
       77 DOC-STATUS                                     PIC X(02).
       77 CAMINHO-DOCUMENTO                              PIC X(120).
       77 OPCAO                                          PIC 9 VALUE 9.
           88 OPCAO-SAIR                                 VALUE 0.
       77 FIM-ENCOMENDAS                                 PIC X VALUE "N".
           88 NAO-HA-MAIS-ENCOMENDAS                     VALUE "S".
       77 FIM-FORNECEDORES                               PIC X VALUE "N".
           88 NAO-HA-MAIS-FORNECEDORES                   VALUE "S".
       77 FIM-PREVISAO                                   PIC X VALUE "N".
           88 NAO-HA-MAIS-PREVISAO                       VALUE "S".
       77 FIM-ESTOQUE                                    PIC X VALUE "N".
           88 NAO-HA-MAIS-ESTOQUE                        VALUE "S".
       77 FORNECEDOR-LIDO                                PIC X.
           88 FORNECEDOR-OK                              VALUE "S".
       77 ENCOMENDA-LIDA                                 PIC X.
           88 ENCOMENDA-OK                               VALUE "S".
       77 CONFIRMA                                       PIC X.
           88 CONFIRMA-SIM                               VALUE "S", "s".
       77 NUMERO-IN                                      PIC 9(6).
       77 ULTIMO-NUMERO                                  PIC 9(6) VALUE 0.
       77 CODIGO-IN                                      PIC 99.
           88 VALIDAR-CODIGO-INGREDIENTE                 VALUE 1 THRU 13.
       77 QUANTIDADE-IN                                  PIC 9(4).
       77 PRECO-IN                                       PIC 9(3)V99.
       77 DATA-IN                                        PIC 9(8).
       77 IND-ING                                        PIC 99.
       77 IND-LINHA                                      PIC 99.
       77 IND-MOVER                                      PIC 99.
       77 IND-RASCUNHO                                   PIC 99.
       77 NUM-RASCUNHOS                                  PIC 99 VALUE 0.
       77 NUM-LISTADAS                                   PIC 9(4) VALUE 0.
       77 LINHA-ENCONTRADA                               PIC 99.
       77 DATA-HOJE                                      PIC 9(8).
       77 DIA-JULIANO                                    PIC 9(7).
       77 PREVISAO-GERADA-EM                             PIC 9(8) VALUE 0.
       77 PREVISAO-INICIO                                PIC 9(8) VALUE 0.
       77 PREVISAO-FIM                                   PIC 9(8) VALUE 0.
       77 PENDENTE                                       PIC S9(5).
       77 VALOR-LINHA                                    PIC 9(7)V99.
       77 VALOR-ENCOMENDA                                PIC 9(7)V99.
       77 QTD-SAIDA                                      PIC ZZZ9.
       77 QTD-SAIDA2                                     PIC ZZZ9.
       77 PRECO-SAIDA                                    PIC ZZ9.99.
       77 VALOR-SAIDA                                    PIC Z,ZZZ,ZZ9.99.
       77 DATA-SAIDA                                     PIC 9999/99/99.
       77 DATA-SAIDA2                                    PIC 9999/99/99.
       77 NOME-ESTADO                                    PIC X(12).

       01 TAB-INGREDIENTES-NOMES                         PIC X(20)
                                                          OCCURS 13.

       01 TAB-NECESSIDADES.
           05 NEC-ENTRY OCCURS 13.
               10 NEC-PREVISTO                           PIC 9(6).
               10 NEC-STOCK                              PIC 9(4).
               10 NEC-EM-CURSO                           PIC 9(6).
               10 NEC-A-ENCOMENDAR                       PIC 9(6).
               10 NEC-FORNECEDOR                         PIC 9(3).
               10 NEC-PRAZO                              PIC 9(2).
               10 NEC-PRECO                              PIC 9(3)V99.

       01 TAB-RASCUNHOS.
           05 RAS-ENTRY OCCURS 13.
               10 RAS-FORNECEDOR                         PIC 9(3).
               10 RAS-PRAZO                              PIC 9(2).
               10 RAS-NUM-LINHAS                         PIC 99.
               10 RAS-LINHA OCCURS 13.
                   15 RAS-COD-INGREDIENTE                PIC 99.
                   15 RAS-QTD                            PIC 9(4).
                   15 RAS-PRECO                          PIC 9(3)V99.

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

           OPEN I-O ENCOMENDAS.
           IF (ENC-STATUS NOT = "00") THEN
               CLOSE ENCOMENDAS
               OPEN OUTPUT ENCOMENDAS
               CLOSE ENCOMENDAS
               OPEN I-O ENCOMENDAS
           END-IF.
           OPEN INPUT FORNECEDORES.

           PERFORM UNTIL OPCAO-SAIR
               DISPLAY " "
               DISPLAY "PIZZARIA RAMALHO - ENCOMENDAS A FORNECEDORES"
               DISPLAY "----------------------------------------------"
               DISPLAY "[1] GERAR RASCUNHOS A PARTIR DA PREVISAO"
               DISPLAY "[2] EDITAR RASCUNHO"
               DISPLAY "[3] CONFIRMAR ENCOMENDA"
               DISPLAY "[4] IMPRIMIR ENCOMENDA"
               DISPLAY "[5] ANULAR ENCOMENDA"
               DISPLAY "[6] LISTAR ENCOMENDAS"
               DISPLAY "[0] SAIR"
               DISPLAY "OPCAO: "
               ACCEPT OPCAO
               EVALUATE OPCAO
                   WHEN 1
                       PERFORM GERAR-RASCUNHOS
                   WHEN 2
                       PERFORM EDITAR-ENCOMENDA
                   WHEN 3
                       PERFORM CONFIRMAR-ENCOMENDA
                   WHEN 4
                       PERFORM IMPRIMIR-ENCOMENDA
                   WHEN 5
                       PERFORM ANULAR-ENCOMENDA
                   WHEN 6
                       PERFORM LISTAR-ENCOMENDAS
                   WHEN 0
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA."
               END-EVALUATE
           END-PERFORM.

           CLOSE FORNECEDORES.
           CLOSE ENCOMENDAS.
           STOP RUN.

       GERAR-RASCUNHOS.
           INITIALIZE TAB-NECESSIDADES.
           PERFORM CARREGAR-PREVISAO.
           IF (PREVISAO-GERADA-EM = 0) THEN
               DISPLAY "PREVISAO-COMPRAS.TXT NAO ENCONTRADO - EXECUTAR "
               "PRIMEIRO A PREVISAO DE COMPRAS."
               EXIT PARAGRAPH
           END-IF.
           MOVE PREVISAO-GERADA-EM TO DATA-SAIDA.
           MOVE PREVISAO-INICIO TO DATA-SAIDA2.
           DISPLAY "PREVISAO DE " DATA-SAIDA " (CONSUMO DESDE "
           DATA-SAIDA2 ")".
           PERFORM CARREGAR-STOCK.
           PERFORM SOMAR-ENCOMENDAS-EM-CURSO.
           PERFORM ESCOLHER-FORNECEDORES.

           INITIALIZE TAB-RASCUNHOS.
           MOVE 0 TO NUM-RASCUNHOS.
           DISPLAY " ".
           DISPLAY "  INGREDIENTE          PREVISTO STOCK EM CURSO "
           "ENCOMENDAR FORNECEDOR".
           PERFORM VARYING IND-ING FROM 1 BY 1 UNTIL IND-ING > 13
               COMPUTE PENDENTE = NEC-PREVISTO(IND-ING)
                   - NEC-STOCK(IND-ING) - NEC-EM-CURSO(IND-ING)
               IF (PENDENTE > 0) THEN
                   MOVE PENDENTE TO NEC-A-ENCOMENDAR(IND-ING)
               ELSE
                   MOVE 0 TO NEC-A-ENCOMENDAR(IND-ING)
               END-IF
               DISPLAY "  " TAB-INGREDIENTES-NOMES(IND-ING) " "
               NEC-PREVISTO(IND-ING) "   " NEC-STOCK(IND-ING) " "
               NEC-EM-CURSO(IND-ING) "   " NEC-A-ENCOMENDAR(IND-ING)
               "     " NEC-FORNECEDOR(IND-ING)
               IF (NEC-A-ENCOMENDAR(IND-ING) > 0) THEN
                   IF (NEC-FORNECEDOR(IND-ING) = 0) THEN
                       DISPLAY "    SEM FORNECEDOR ATIVO PARA ESTE "
                       "INGREDIENTE - ENCOMENDAR MANUALMENTE."
                   ELSE
                       PERFORM JUNTAR-AO-RASCUNHO
                   END-IF
               END-IF
           END-PERFORM.

           IF (NUM-RASCUNHOS = 0) THEN
               DISPLAY " "
               DISPLAY "NADA A ENCOMENDAR - STOCK E ENCOMENDAS EM CURSO "
               "COBREM A PREVISAO."
               EXIT PARAGRAPH
           END-IF.
           PERFORM OBTER-ULTIMO-NUMERO.
           PERFORM VARYING IND-RASCUNHO FROM 1 BY 1
               UNTIL IND-RASCUNHO > NUM-RASCUNHOS
               PERFORM GRAVAR-RASCUNHO
           END-PERFORM.
           DISPLAY " ".
           DISPLAY NUM-RASCUNHOS " RASCUNHOS CRIADOS. EDITAR E "
           "CONFIRMAR ANTES DE ENVIAR.".

       CARREGAR-PREVISAO.
           MOVE 0 TO PREVISAO-GERADA-EM.
           MOVE "N" TO FIM-PREVISAO.
           OPEN INPUT PREVISAO.
           IF (PREV-STATUS NOT = "00") THEN
               CLOSE PREVISAO
           ELSE
               PERFORM LER-PROXIMA-PREVISAO
               PERFORM UNTIL NAO-HA-MAIS-PREVISAO
                   IF (PREV-CODIGO >= 1 AND PREV-CODIGO <= 13) THEN
                       MOVE PREV-QUANTIDADE TO NEC-PREVISTO(PREV-CODIGO)
                       MOVE PREV-DATA-GERACAO TO PREVISAO-GERADA-EM
                       MOVE PREV-DATA-INICIO TO PREVISAO-INICIO
                       MOVE PREV-DATA-FIM TO PREVISAO-FIM
                   END-IF
                   PERFORM LER-PROXIMA-PREVISAO
               END-PERFORM
               CLOSE PREVISAO
           END-IF.

       LER-PROXIMA-PREVISAO.
           READ PREVISAO
               AT END MOVE "S" TO FIM-PREVISAO
           END-READ.

       CARREGAR-STOCK.
           MOVE "N" TO FIM-ESTOQUE.
           OPEN INPUT ESTOQUE.
           IF (EST-STATUS NOT = "00") THEN
               CLOSE ESTOQUE
           ELSE
               PERFORM LER-PROXIMO-ESTOQUE
               PERFORM UNTIL NAO-HA-MAIS-ESTOQUE
                   IF (EST-CODIGO >= 1 AND EST-CODIGO <= 13) THEN
                       MOVE EST-QUANTIDADE TO NEC-STOCK(EST-CODIGO)
                   END-IF
                   PERFORM LER-PROXIMO-ESTOQUE
               END-PERFORM
               CLOSE ESTOQUE
           END-IF.

       LER-PROXIMO-ESTOQUE.
           READ ESTOQUE
               AT END MOVE "S" TO FIM-ESTOQUE
           END-READ.

       SOMAR-ENCOMENDAS-EM-CURSO.
           MOVE "N" TO FIM-ENCOMENDAS.
           MOVE 0 TO ENC-NUMERO.
           START ENCOMENDAS KEY IS NOT LESS THAN ENC-NUMERO
               INVALID KEY MOVE "S" TO FIM-ENCOMENDAS
           END-START.
           PERFORM UNTIL NAO-HA-MAIS-ENCOMENDAS
               READ ENCOMENDAS NEXT RECORD
                   AT END MOVE "S" TO FIM-ENCOMENDAS
                   NOT AT END
                       IF (ENC-RASCUNHO OR ENC-ABERTA) THEN
                           PERFORM SOMAR-LINHAS-EM-CURSO
                       END-IF
               END-READ
           END-PERFORM.

       SOMAR-LINHAS-EM-CURSO.
           PERFORM VARYING IND-LINHA FROM 1 BY 1
               UNTIL IND-LINHA > ENC-NUM-LINHAS
               IF (ENC-QTD-ENCOMENDADA(IND-LINHA) >
               ENC-QTD-RECEBIDA(IND-LINHA)) THEN
                   MOVE ENC-COD-INGREDIENTE(IND-LINHA) TO IND-ING
                   COMPUTE NEC-EM-CURSO(IND-ING) = NEC-EM-CURSO(IND-ING)
                       + ENC-QTD-ENCOMENDADA(IND-LINHA)
                       - ENC-QTD-RECEBIDA(IND-LINHA)
               END-IF
           END-PERFORM.

       ESCOLHER-FORNECEDORES.
           MOVE "N" TO FIM-FORNECEDORES.
           MOVE 0 TO FORN-CODIGO.
           START FORNECEDORES KEY IS NOT LESS THAN FORN-CODIGO
               INVALID KEY MOVE "S" TO FIM-FORNECEDORES
           END-START.
           PERFORM UNTIL NAO-HA-MAIS-FORNECEDORES
               READ FORNECEDORES NEXT RECORD
                   AT END MOVE "S" TO FIM-FORNECEDORES
                   NOT AT END
                       IF (FORN-ATIVO) THEN
                           PERFORM COMPARAR-FORNECEDOR
                       END-IF
               END-READ
           END-PERFORM.

       COMPARAR-FORNECEDOR.
           PERFORM VARYING IND-ING FROM 1 BY 1 UNTIL IND-ING > 13
               IF (FORN-FORNECE-SIM(IND-ING)) THEN
                   IF (NEC-FORNECEDOR(IND-ING) = 0 OR
                   FORN-PRAZO-ENTREGA < NEC-PRAZO(IND-ING) OR
                   (FORN-PRAZO-ENTREGA = NEC-PRAZO(IND-ING) AND
                   FORN-PRECO(IND-ING) < NEC-PRECO(IND-ING))) THEN
                       MOVE FORN-CODIGO TO NEC-FORNECEDOR(IND-ING)
                       MOVE FORN-PRAZO-ENTREGA TO NEC-PRAZO(IND-ING)
                       MOVE FORN-PRECO(IND-ING) TO NEC-PRECO(IND-ING)
                   END-IF
               END-IF
           END-PERFORM.

       JUNTAR-AO-RASCUNHO.
           MOVE 0 TO IND-RASCUNHO.
           PERFORM VARYING IND-MOVER FROM 1 BY 1
               UNTIL IND-MOVER > NUM-RASCUNHOS
               IF (RAS-FORNECEDOR(IND-MOVER) = NEC-FORNECEDOR(IND-ING))
               THEN
                   MOVE IND-MOVER TO IND-RASCUNHO
               END-IF
           END-PERFORM.
           IF (IND-RASCUNHO = 0) THEN
               ADD 1 TO NUM-RASCUNHOS
               MOVE NUM-RASCUNHOS TO IND-RASCUNHO
               MOVE NEC-FORNECEDOR(IND-ING) TO
               RAS-FORNECEDOR(IND-RASCUNHO)
               MOVE NEC-PRAZO(IND-ING) TO RAS-PRAZO(IND-RASCUNHO)
               MOVE 0 TO RAS-NUM-LINHAS(IND-RASCUNHO)
           END-IF.
           ADD 1 TO RAS-NUM-LINHAS(IND-RASCUNHO).
           MOVE RAS-NUM-LINHAS(IND-RASCUNHO) TO IND-LINHA.
           MOVE IND-ING TO RAS-COD-INGREDIENTE(IND-RASCUNHO, IND-LINHA).
           IF (NEC-A-ENCOMENDAR(IND-ING) > 9999) THEN
               MOVE 9999 TO RAS-QTD(IND-RASCUNHO, IND-LINHA)
           ELSE
               MOVE NEC-A-ENCOMENDAR(IND-ING) TO
               RAS-QTD(IND-RASCUNHO, IND-LINHA)
           END-IF.
           MOVE NEC-PRECO(IND-ING) TO RAS-PRECO(IND-RASCUNHO, IND-LINHA).

       GRAVAR-RASCUNHO.
           INITIALIZE REGISTO-ENCOMENDA.
           ADD 1 TO ULTIMO-NUMERO.
           MOVE ULTIMO-NUMERO TO ENC-NUMERO.
           MOVE RAS-FORNECEDOR(IND-RASCUNHO) TO ENC-FORNECEDOR.
           MOVE DATA-HOJE TO ENC-DATA-CRIACAO.
           COMPUTE DIA-JULIANO = FUNCTION INTEGER-OF-DATE(DATA-HOJE)
               + RAS-PRAZO(IND-RASCUNHO).
           COMPUTE ENC-DATA-PREVISTA =
               FUNCTION DATE-OF-INTEGER(DIA-JULIANO).
           MOVE "R" TO ENC-ESTADO.
           MOVE RAS-NUM-LINHAS(IND-RASCUNHO) TO ENC-NUM-LINHAS.
           PERFORM VARYING IND-LINHA FROM 1 BY 1
               UNTIL IND-LINHA > ENC-NUM-LINHAS
               MOVE RAS-COD-INGREDIENTE(IND-RASCUNHO, IND-LINHA) TO
               ENC-COD-INGREDIENTE(IND-LINHA)
               MOVE RAS-QTD(IND-RASCUNHO, IND-LINHA) TO
               ENC-QTD-ENCOMENDADA(IND-LINHA)
               MOVE RAS-PRECO(IND-RASCUNHO, IND-LINHA) TO
               ENC-PRECO-UNITARIO(IND-LINHA)
               MOVE 0 TO ENC-QTD-RECEBIDA(IND-LINHA)
           END-PERFORM.
           WRITE REGISTO-ENCOMENDA
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A ENCOMENDA " ENC-NUMERO
                   " (" ENC-STATUS ")."
               NOT INVALID KEY
                   PERFORM LER-FORNECEDOR-ENCOMENDA
                   DISPLAY "RASCUNHO " ENC-NUMERO " - FORNECEDOR "
                   ENC-FORNECEDOR " " FORN-NOME " - " ENC-NUM-LINHAS
                   " LINHAS"
           END-WRITE.

       OBTER-ULTIMO-NUMERO.
           MOVE 0 TO ULTIMO-NUMERO.
           MOVE "N" TO FIM-ENCOMENDAS.
           MOVE 0 TO ENC-NUMERO.
           START ENCOMENDAS KEY IS NOT LESS THAN ENC-NUMERO
               INVALID KEY MOVE "S" TO FIM-ENCOMENDAS
           END-START.
           PERFORM UNTIL NAO-HA-MAIS-ENCOMENDAS
               READ ENCOMENDAS NEXT RECORD
                   AT END MOVE "S" TO FIM-ENCOMENDAS
                   NOT AT END MOVE ENC-NUMERO TO ULTIMO-NUMERO
               END-READ
           END-PERFORM.

       LER-ENCOMENDA-PEDIDA.
           MOVE "N" TO ENCOMENDA-LIDA.
           DISPLAY "NUMERO DA ENCOMENDA: ".
           ACCEPT NUMERO-IN.
           MOVE NUMERO-IN TO ENC-NUMERO.
           READ ENCOMENDAS
               INVALID KEY
                   DISPLAY "ENCOMENDA NAO ENCONTRADA."
               NOT INVALID KEY
                   MOVE "S" TO ENCOMENDA-LIDA
                   PERFORM LER-FORNECEDOR-ENCOMENDA
           END-READ.

       LER-FORNECEDOR-ENCOMENDA.
           MOVE "N" TO FORNECEDOR-LIDO.
           MOVE ENC-FORNECEDOR TO FORN-CODIGO.
           READ FORNECEDORES
               INVALID KEY
                   MOVE "(FORNECEDOR NAO ENCONTRADO)" TO FORN-NOME
                   MOVE 0 TO FORN-PRAZO-ENTREGA
               NOT INVALID KEY
                   MOVE "S" TO FORNECEDOR-LIDO
           END-READ.

       MOSTRAR-ENCOMENDA.
           PERFORM OBTER-NOME-ESTADO.
           MOVE ENC-DATA-PREVISTA TO DATA-SAIDA.
           DISPLAY " ".
           DISPLAY "ENCOMENDA " ENC-NUMERO " - " NOME-ESTADO
           " - ENTREGA PREVISTA " DATA-SAIDA.
           DISPLAY "FORNECEDOR " ENC-FORNECEDOR " - " FORN-NOME.
           DISPLAY "  COD INGREDIENTE          QTD  RECEB  PRECO".
           MOVE 0 TO VALOR-ENCOMENDA.
           PERFORM VARYING IND-LINHA FROM 1 BY 1
               UNTIL IND-LINHA > ENC-NUM-LINHAS
               MOVE ENC-QTD-ENCOMENDADA(IND-LINHA) TO QTD-SAIDA
               MOVE ENC-QTD-RECEBIDA(IND-LINHA) TO QTD-SAIDA2
               MOVE ENC-PRECO-UNITARIO(IND-LINHA) TO PRECO-SAIDA
               COMPUTE VALOR-ENCOMENDA = VALOR-ENCOMENDA +
                   ENC-QTD-ENCOMENDADA(IND-LINHA) *
                   ENC-PRECO-UNITARIO(IND-LINHA)
               DISPLAY "  " ENC-COD-INGREDIENTE(IND-LINHA) "  "
               TAB-INGREDIENTES-NOMES(ENC-COD-INGREDIENTE(IND-LINHA))
               " " QTD-SAIDA "  " QTD-SAIDA2 "  " PRECO-SAIDA
           END-PERFORM.
           MOVE VALOR-ENCOMENDA TO VALOR-SAIDA.
           DISPLAY "  VALOR TOTAL: " VALOR-SAIDA " EUR".

       OBTER-NOME-ESTADO.
           EVALUATE TRUE
               WHEN ENC-RASCUNHO
                   MOVE "RASCUNHO" TO NOME-ESTADO
               WHEN ENC-CONFIRMADA
                   MOVE "CONFIRMADA" TO NOME-ESTADO
               WHEN ENC-PARCIAL
                   MOVE "PARCIAL" TO NOME-ESTADO
               WHEN ENC-FECHADA
                   MOVE "FECHADA" TO NOME-ESTADO
               WHEN ENC-ANULADA
                   MOVE "ANULADA" TO NOME-ESTADO
               WHEN OTHER
                   MOVE "DESCONHECIDO" TO NOME-ESTADO
           END-EVALUATE.

       EDITAR-ENCOMENDA.
           PERFORM LER-ENCOMENDA-PEDIDA.
           IF (NOT ENCOMENDA-OK) THEN
               EXIT PARAGRAPH
           END-IF.
           IF (NOT ENC-RASCUNHO) THEN
               DISPLAY "SO E POSSIVEL EDITAR RASCUNHOS."
               EXIT PARAGRAPH
           END-IF.
           MOVE 99 TO CODIGO-IN.
           PERFORM UNTIL CODIGO-IN = 0
               PERFORM MOSTRAR-ENCOMENDA
               DISPLAY "CODIGO DO INGREDIENTE A ALTERAR OU ACRESCENTAR "
               "(0 = TERMINAR): "
               ACCEPT CODIGO-IN
               IF (CODIGO-IN NOT = 0) THEN
                   PERFORM EDITAR-LINHA
               END-IF
           END-PERFORM.
           MOVE ENC-DATA-PREVISTA TO DATA-SAIDA.
           DISPLAY "DATA PREVISTA DE ENTREGA " DATA-SAIDA
           " (AAAAMMDD, 0 = MANTER): ".
           ACCEPT DATA-IN.
           IF (DATA-IN NOT = 0) THEN
               IF (FUNCTION INTEGER-OF-DATE(DATA-IN) = 0 OR
               DATA-IN < DATA-HOJE) THEN
                   DISPLAY "DATA INVALIDA - MANTIDA A ANTERIOR."
               ELSE
                   MOVE DATA-IN TO ENC-DATA-PREVISTA
               END-IF
           END-IF.
           REWRITE REGISTO-ENCOMENDA
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A ENCOMENDA (" ENC-STATUS
                   ")."
               NOT INVALID KEY
                   DISPLAY "RASCUNHO " ENC-NUMERO " GRAVADO."
           END-REWRITE.

       EDITAR-LINHA.
           IF (NOT VALIDAR-CODIGO-INGREDIENTE) THEN
               DISPLAY "CODIGO INVALIDO (1-13)."
               EXIT PARAGRAPH
           END-IF.
           IF (FORNECEDOR-OK AND NOT FORN-FORNECE-SIM(CODIGO-IN)) THEN
               DISPLAY "O FORNECEDOR NAO TEM ESTE INGREDIENTE NA FICHA."
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO LINHA-ENCONTRADA.
           PERFORM VARYING IND-LINHA FROM 1 BY 1
               UNTIL IND-LINHA > ENC-NUM-LINHAS
               IF (ENC-COD-INGREDIENTE(IND-LINHA) = CODIGO-IN) THEN
                   MOVE IND-LINHA TO LINHA-ENCONTRADA
               END-IF
           END-PERFORM.
           DISPLAY TAB-INGREDIENTES-NOMES(CODIGO-IN)
           " - QUANTIDADE (0 = RETIRAR DA ENCOMENDA): ".
           ACCEPT QUANTIDADE-IN.
           IF (QUANTIDADE-IN = 0) THEN
               IF (LINHA-ENCONTRADA > 0) THEN
                   PERFORM RETIRAR-LINHA
               END-IF
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "PRECO UNITARIO (EUR, 0 = PRECO DO FORNECEDOR): ".
           ACCEPT PRECO-IN.
           IF (PRECO-IN = 0) THEN
               IF (LINHA-ENCONTRADA > 0) THEN
                   MOVE ENC-PRECO-UNITARIO(LINHA-ENCONTRADA) TO PRECO-IN
               ELSE
                   IF (FORNECEDOR-OK) THEN
                       MOVE FORN-PRECO(CODIGO-IN) TO PRECO-IN
                   END-IF
               END-IF
           END-IF.
           IF (LINHA-ENCONTRADA = 0) THEN
               ADD 1 TO ENC-NUM-LINHAS
               MOVE ENC-NUM-LINHAS TO LINHA-ENCONTRADA
               MOVE CODIGO-IN TO ENC-COD-INGREDIENTE(LINHA-ENCONTRADA)
               MOVE 0 TO ENC-QTD-RECEBIDA(LINHA-ENCONTRADA)
           END-IF.
           MOVE QUANTIDADE-IN TO ENC-QTD-ENCOMENDADA(LINHA-ENCONTRADA).
           MOVE PRECO-IN TO ENC-PRECO-UNITARIO(LINHA-ENCONTRADA).

       RETIRAR-LINHA.
           PERFORM VARYING IND-MOVER FROM LINHA-ENCONTRADA BY 1
               UNTIL IND-MOVER >= ENC-NUM-LINHAS
               MOVE ENC-LINHA(IND-MOVER + 1) TO ENC-LINHA(IND-MOVER)
           END-PERFORM.
           INITIALIZE ENC-LINHA(ENC-NUM-LINHAS).
           SUBTRACT 1 FROM ENC-NUM-LINHAS.

       CONFIRMAR-ENCOMENDA.
           PERFORM LER-ENCOMENDA-PEDIDA.
           IF (NOT ENCOMENDA-OK) THEN
               EXIT PARAGRAPH
           END-IF.
           IF (NOT ENC-RASCUNHO) THEN
               DISPLAY "A ENCOMENDA NAO ESTA EM RASCUNHO."
               EXIT PARAGRAPH
           END-IF.
           IF (ENC-NUM-LINHAS = 0) THEN
               DISPLAY "ENCOMENDA SEM LINHAS - NADA A CONFIRMAR."
               EXIT PARAGRAPH
           END-IF.
           PERFORM MOSTRAR-ENCOMENDA.
           DISPLAY "CONFIRMAR A ENCOMENDA? (S/N)".
           ACCEPT CONFIRMA.
           IF (NOT CONFIRMA-SIM) THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "C" TO ENC-ESTADO.
           MOVE DATA-HOJE TO ENC-DATA-CONFIRMACAO.
           IF (ENC-DATA-PREVISTA < DATA-HOJE) THEN
               COMPUTE DIA-JULIANO = FUNCTION INTEGER-OF-DATE(DATA-HOJE)
                   + FORN-PRAZO-ENTREGA
               COMPUTE ENC-DATA-PREVISTA =
                   FUNCTION DATE-OF-INTEGER(DIA-JULIANO)
           END-IF.
           REWRITE REGISTO-ENCOMENDA
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A ENCOMENDA (" ENC-STATUS
                   ")."
               NOT INVALID KEY
                   DISPLAY "ENCOMENDA " ENC-NUMERO " CONFIRMADA."
                   PERFORM ESCREVER-DOCUMENTO
           END-REWRITE.

       IMPRIMIR-ENCOMENDA.
           PERFORM LER-ENCOMENDA-PEDIDA.
           IF (ENCOMENDA-OK) THEN
               PERFORM ESCREVER-DOCUMENTO
           END-IF.

       ESCREVER-DOCUMENTO.
           MOVE SPACES TO CAMINHO-DOCUMENTO.
           STRING "D:/Monique/Documents/Projetos/iefp/Carlos/cobol808/"
           "ENCOMENDA-" ENC-NUMERO ".TXT"
           DELIMITED BY SIZE INTO CAMINHO-DOCUMENTO.
           OPEN OUTPUT DOCUMENTO.
           MOVE ALL "=" TO REGISTO-DOCUMENTO.
           WRITE REGISTO-DOCUMENTO.
           MOVE SPACES TO REGISTO-DOCUMENTO.
           STRING "PIZZARIA E DERIVADOS, LDA - NIF 509876543"
           DELIMITED BY SIZE INTO REGISTO-DOCUMENTO.
           WRITE REGISTO-DOCUMENTO.
           MOVE SPACES TO REGISTO-DOCUMENTO.
           IF (ENC-RASCUNHO) THEN
               STRING "NOTA DE ENCOMENDA N. " ENC-NUMERO
               "   *** RASCUNHO - NAO ENVIAR ***"
               DELIMITED BY SIZE INTO REGISTO-DOCUMENTO
           ELSE
               STRING "NOTA DE ENCOMENDA N. " ENC-NUMERO
               DELIMITED BY SIZE INTO REGISTO-DOCUMENTO
           END-IF.
           WRITE REGISTO-DOCUMENTO.
           MOVE ENC-DATA-CONFIRMACAO TO DATA-SAIDA.
           IF (ENC-DATA-CONFIRMACAO = 0) THEN
               MOVE ENC-DATA-CRIACAO TO DATA-SAIDA
           END-IF.
           MOVE ENC-DATA-PREVISTA TO DATA-SAIDA2.
           MOVE SPACES TO REGISTO-DOCUMENTO.
           STRING "DATA: " DATA-SAIDA "   ENTREGA PEDIDA ATE: "
           DATA-SAIDA2
           DELIMITED BY SIZE INTO REGISTO-DOCUMENTO.
           WRITE REGISTO-DOCUMENTO.
           MOVE ALL "-" TO REGISTO-DOCUMENTO.
           WRITE REGISTO-DOCUMENTO.
           MOVE SPACES TO REGISTO-DOCUMENTO.
           STRING "FORNECEDOR: " FORN-NOME "  NIF: " FORN-NIF
           DELIMITED BY SIZE INTO REGISTO-DOCUMENTO.
           WRITE REGISTO-DOCUMENTO.
           MOVE SPACES TO REGISTO-DOCUMENTO.
           STRING "A/C: " FORN-CONTACTO "  TEL: " FORN-TELEFONE
           DELIMITED BY SIZE INTO REGISTO-DOCUMENTO.
           WRITE REGISTO-DOCUMENTO.
           MOVE SPACES TO REGISTO-DOCUMENTO.
           STRING "EMAIL: " FORN-EMAIL
           DELIMITED BY SIZE INTO REGISTO-DOCUMENTO.
           WRITE REGISTO-DOCUMENTO.
           MOVE ALL "-" TO REGISTO-DOCUMENTO.
           WRITE REGISTO-DOCUMENTO.
           MOVE "COD ARTIGO                QUANTIDADE  PRECO UNIT."
           & "        VALOR"
           TO REGISTO-DOCUMENTO.
           WRITE REGISTO-DOCUMENTO.
           MOVE 0 TO VALOR-ENCOMENDA.
           PERFORM VARYING IND-LINHA FROM 1 BY 1
               UNTIL IND-LINHA > ENC-NUM-LINHAS
               COMPUTE VALOR-LINHA = ENC-QTD-ENCOMENDADA(IND-LINHA) *
                   ENC-PRECO-UNITARIO(IND-LINHA)
               ADD VALOR-LINHA TO VALOR-ENCOMENDA
               MOVE ENC-QTD-ENCOMENDADA(IND-LINHA) TO QTD-SAIDA
               MOVE ENC-PRECO-UNITARIO(IND-LINHA) TO PRECO-SAIDA
               MOVE VALOR-LINHA TO VALOR-SAIDA
               MOVE SPACES TO REGISTO-DOCUMENTO
               STRING ENC-COD-INGREDIENTE(IND-LINHA) "  "
               TAB-INGREDIENTES-NOMES(ENC-COD-INGREDIENTE(IND-LINHA))
               "    " QTD-SAIDA "       " PRECO-SAIDA "  " VALOR-SAIDA
               DELIMITED BY SIZE INTO REGISTO-DOCUMENTO
               WRITE REGISTO-DOCUMENTO
           END-PERFORM.
           MOVE ALL "-" TO REGISTO-DOCUMENTO.
           WRITE REGISTO-DOCUMENTO.
           MOVE VALOR-ENCOMENDA TO VALOR-SAIDA.
           MOVE SPACES TO REGISTO-DOCUMENTO.
           STRING "TOTAL DA ENCOMENDA (SEM IVA): " VALOR-SAIDA " EUR"
           DELIMITED BY SIZE INTO REGISTO-DOCUMENTO.
           WRITE REGISTO-DOCUMENTO.
           MOVE SPACES TO REGISTO-DOCUMENTO.
           STRING "INDICAR O N. DA ENCOMENDA NA GUIA DE REMESSA."
           DELIMITED BY SIZE INTO REGISTO-DOCUMENTO.
           WRITE REGISTO-DOCUMENTO.
           MOVE ALL "=" TO REGISTO-DOCUMENTO.
           WRITE REGISTO-DOCUMENTO.
           CLOSE DOCUMENTO.
           DISPLAY "DOCUMENTO GRAVADO EM ENCOMENDA-" ENC-NUMERO ".TXT".

       ANULAR-ENCOMENDA.
           PERFORM LER-ENCOMENDA-PEDIDA.
           IF (NOT ENCOMENDA-OK) THEN
               EXIT PARAGRAPH
           END-IF.
           IF (NOT ENC-RASCUNHO AND NOT ENC-CONFIRMADA) THEN
               DISPLAY "SO E POSSIVEL ANULAR RASCUNHOS OU ENCOMENDAS "
               "SEM RECECOES."
               EXIT PARAGRAPH
           END-IF.
           PERFORM MOSTRAR-ENCOMENDA.
           DISPLAY "ANULAR A ENCOMENDA? (S/N)".
           ACCEPT CONFIRMA.
           IF (CONFIRMA-SIM) THEN
               MOVE "X" TO ENC-ESTADO
               MOVE DATA-HOJE TO ENC-DATA-FECHO
               REWRITE REGISTO-ENCOMENDA
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR A ENCOMENDA ("
                       ENC-STATUS ")."
                   NOT INVALID KEY
                       DISPLAY "ENCOMENDA " ENC-NUMERO " ANULADA."
               END-REWRITE
           END-IF.

       LISTAR-ENCOMENDAS.
           MOVE 0 TO NUM-LISTADAS.
           MOVE "N" TO FIM-ENCOMENDAS.
           MOVE 0 TO ENC-NUMERO.
           START ENCOMENDAS KEY IS NOT LESS THAN ENC-NUMERO
               INVALID KEY MOVE "S" TO FIM-ENCOMENDAS
           END-START.
           DISPLAY " ".
           DISPLAY "NUMERO ESTADO       FORNECEDOR                     "
           "     PREVISTA   LINHAS".
           PERFORM UNTIL NAO-HA-MAIS-ENCOMENDAS
               READ ENCOMENDAS NEXT RECORD
                   AT END MOVE "S" TO FIM-ENCOMENDAS
                   NOT AT END
                       ADD 1 TO NUM-LISTADAS
                       PERFORM OBTER-NOME-ESTADO
                       PERFORM LER-FORNECEDOR-ENCOMENDA
                       MOVE ENC-DATA-PREVISTA TO DATA-SAIDA
                       DISPLAY ENC-NUMERO " " NOME-ESTADO " "
                       ENC-FORNECEDOR " " FORN-NOME " " DATA-SAIDA
                       "  " ENC-NUM-LINHAS
               END-READ
           END-PERFORM.
           DISPLAY NUM-LISTADAS " ENCOMENDAS.".

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
       END PROGRAM EncomendasCompra.
