       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PEDIDOS ASSIGN TO
           "D:/Monique/Documents/Projetos/iefp/Carlos/cobol808/PEDIDOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PED-CHAVE
           ALTERNATE RECORD KEY IS PED-CONTATO WITH DUPLICATES
           ALTERNATE RECORD KEY IS PED-FATURA WITH DUPLICATES
           FILE STATUS IS PEDIDOS-STATUS.

           SELECT OPTIONAL CARDAPIO ASSIGN TO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CARDAPIO-STATUS.

           SELECT OPTIONAL RECEITAS ASSIGN TO
           "D:/Monique/Documents/Projetos/iefp/Carlos/cobol808/RECEITAS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REC-STATUS.

           SELECT OPTIONAL VARIANCIAS ASSIGN TO
           "D:/Monique/Documents/Projetos/iefp/Carlos/cobol808/VARIANCIAS-STOCK.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS VAR-STATUS.

           SELECT OPTIONAL PREVISAO ASSIGN TO
           "D:/Monique/Documents/Projetos/iefp/Carlos/cobol808/PREVISAO-COMPRAS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PREV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PEDIDOS.
       01 REGISTO-PEDIDO.
           05 PED-CHAVE.
               10 PED-DATA.
                   15 PED-ANO                            PIC 9(4).
                   15 PED-MES                            PIC 9(2).
                   15 PED-DIA                            PIC 9(2).
               10 PED-NUMERO                             PIC 9(4).
           05 PED-CLIENTE                                PIC X(20).
           05 PED-CONTATO                                PIC 9(9).
           05 PED-HORA.
               10 PED-HORAS                              PIC 9(2).
               10 PED-MINUTOS                            PIC 9(2).
           05 PED-PROMOCAO                               PIC X(10).
           05 PED-PROMO-DESCONTO                         PIC 99V99.
           05 PED-NIF                                    PIC 9(9).
           05 PED-FATURA.
               10 PED-FATURA-ANO                         PIC 9(4).
               10 PED-FATURA-NUM                         PIC 9(6).
           05 PED-COZINHA                                PIC X(01).
              88 PED-FEITO                                VALUE "F".
           05 PED-HORA-FEITO                             PIC 9(6).

       FD CARDAPIO.
       01 REGISTO-CARDAPIO.
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

       FD VARIANCIAS.
       01 REGISTO-VARIANCIA.
              88 MOTIVO-DETERIORACAO                     VALUE 2.
           05 VAR-OPERADOR                              PIC 9(2).

       FD PREVISAO.
       01 REGISTO-PREVISAO.
           05 PREV-DATA-GERACAO                         PIC 9(8).
           05 PREV-DATA-INICIO                          PIC 9(8).
           05 PREV-DATA-FIM                             PIC 9(8).
           05 PREV-CODIGO                               PIC 99.
           05 PREV-QUANTIDADE                           PIC 9(6).

       WORKING-STORAGE SECTION.
       77 PEDIDOS-STATUS                                 PIC X(02).
       77 CARDAPIO-STATUS                                PIC X(02).
       77 REC-STATUS                                     PIC X(02).
       77 FIM-PEDIDOS                                    PIC X VALUE "N".
           88 NAO-HA-MAIS-PEDIDOS                        VALUE "S".
       77 VAR-STATUS                                     PIC X(02).
       77 PREV-STATUS                                    PIC X(02).
       77 FIM-VARIANCIAS                                 PIC X VALUE "N".
           88 NAO-HA-MAIS-VARIANCIAS                     VALUE "S".
       77 NUM-PEDIDOS-LIDOS                              PIC 9(5) VALUE 0.
       77 NUM-DIAS-PERIODO                               PIC 9(3) VALUE 0.
       77 IND-INGREDIENTE                                PIC 99.
       77 IND-PIZZA                                      PIC 9.
       77 TAMANHO-LIDO                                   PIC 9.

       01 TAB-RECEITAS.
           05 REC-ENTRY OCCURS 13.
               10 REC-TAB-TIPO                           PIC X(01).
                  88 REC-TAB-BASE                        VALUE "B".
               10 REC-TAB-QTD                            PIC 9(3)
                                                          OCCURS 3.
       77 PED-DATA-NUM                                   PIC 9(8).

       01 TAB-INGREDIENTES-NOMES                         PIC X(20)
                                                          OCCURS 13.

       01 CONTAGEM-INGREDIENTES.
           05 QTD-INGREDIENTE OCCURS 13                  PIC 9(6)
                                                          VALUE 0.

       01 CONTAGEM-QUEBRAS.
           05 QTD-QUEBRA OCCURS 13                       PIC 9(6)
                                                          VALUE 0.
       77 QUEBRA-SAIDA                                   PIC ZZZ,ZZ9.

       01 PREVISAO-INGREDIENTES.
           05 MEDIA-DIARIA OCCURS 13                     PIC 9(6)V99
                                                          VALUE 0.
           05 PREVISTO-SEMANA OCCURS 13                  PIC 9(6)
                                                          VALUE 0.

       77 QTD-SAIDA                                      PIC ZZZ,ZZ9.
           05 DF-DIA                                PIC 9(2).
       77 DATA-FIM-NUM                                   PIC 9(8).

       01 DATA-ATUAL.
           05 ANO                                   PIC 9(4).
           05 MES                                   PIC 9(2).
           05 DIA                                   PIC 9(2).

       PROCEDURE DIVISION.
       CARREGA-NOMES-INGREDIENTES.
           OPEN INPUT CARDAPIO.
               CLOSE CARDAPIO
           END-IF.

       CARREGA-RECEITAS.
           PERFORM CARREGA-RECEITAS-OMISSAO.
           OPEN INPUT RECEITAS.
           IF (REC-STATUS NOT = "00") THEN
               CLOSE RECEITAS
           ELSE
               PERFORM LER-PROXIMA-RECEITA
               PERFORM UNTIL REC-STATUS = "10"
                   IF (REC-CODIGO >= 1 AND REC-CODIGO <= 13) THEN
                       MOVE REC-TIPO TO REC-TAB-TIPO(REC-CODIGO)
                       MOVE REC-QTD-TAMANHO(1) TO REC-TAB-QTD(REC-CODIGO, 1)
                       MOVE REC-QTD-TAMANHO(2) TO REC-TAB-QTD(REC-CODIGO, 2)
                       MOVE REC-QTD-TAMANHO(3) TO REC-TAB-QTD(REC-CODIGO, 3)
                       IF (REC-BASE) THEN
                           MOVE REC-NOME
                           TO TAB-INGREDIENTES-NOMES(REC-CODIGO)
                       END-IF
                   END-IF
                   PERFORM LER-PROXIMA-RECEITA
               END-PERFORM
               CLOSE RECEITAS
           END-IF.

       MAIN-PROCEDURE.
           DISPLAY "PIZZARIA RAMALHO - PREVISAO DE COMPRAS".
           DISPLAY "----------------------------------------------".
               IF (PEDIDOS-STATUS NOT = "00") THEN
                   DISPLAY "NAO HA PEDIDOS REGISTADOS."
               ELSE
                   MOVE DATA-INICIO-NUM TO PED-DATA
                   MOVE 0 TO PED-NUMERO
                   START PEDIDOS KEY IS NOT LESS THAN PED-CHAVE
                       INVALID KEY MOVE "S" TO FIM-PEDIDOS
                   END-START
                   PERFORM LER-PROXIMO-PEDIDO
                   PERFORM UNTIL NAO-HA-MAIS-PEDIDOS
                       PERFORM PROCESSAR-PEDIDO
                       PERFORM LER-PROXIMO-PEDIDO
                   END-PERFORM
                   CLOSE PEDIDOS
                   PERFORM PROCESSAR-VARIANCIAS
                   PERFORM CALCULAR-PREVISAO
                   PERFORM IMPRIMIR-PREVISAO
                   PERFORM GRAVAR-PREVISAO
               END-IF
           END-IF
           END-IF.
           STOP RUN.

       LER-PROXIMO-PEDIDO.
           IF (NOT NAO-HA-MAIS-PEDIDOS) THEN
               READ PEDIDOS NEXT RECORD
                   AT END MOVE "S" TO FIM-PEDIDOS
                   NOT AT END
                       IF (PED-DATA > DATA-FIM-NUM) THEN
                           MOVE "S" TO FIM-PEDIDOS
                       END-IF
               END-READ
           END-IF.

       PROCESSAR-PEDIDO.
           COMPUTE PED-DATA-NUM =
               PED-ANO * 10000 + PED-MES * 100 + PED-DIA.
               ADD 1 TO NUM-PEDIDOS-LIDOS
               PERFORM VARYING IND-PIZZA FROM 1 BY 1
                   UNTIL IND-PIZZA > PED-NUM-PIZZAS
                   MOVE PED-PIZZA-TAMANHO(IND-PIZZA) TO TAMANHO-LIDO
                   IF (TAMANHO-LIDO >= 1 AND TAMANHO-LIDO <= 3) THEN
                       PERFORM SOMAR-RECEITA-PIZZA
                   END-IF
               END-PERFORM
           END-IF.

       SOMAR-RECEITA-PIZZA.
           PERFORM VARYING IND-INGREDIENTE FROM 1 BY 1
               UNTIL IND-INGREDIENTE > 13
               IF (REC-TAB-BASE(IND-INGREDIENTE)) THEN
                   ADD REC-TAB-QTD(IND-INGREDIENTE, TAMANHO-LIDO)
                   TO QTD-INGREDIENTE(IND-INGREDIENTE)
               ELSE
                   IF (IND-INGREDIENTE <= 10) THEN
                       IF (PED-PIZZA-INGREDIENTES
                       (IND-PIZZA, IND-INGREDIENTE) = "S") THEN
                           ADD REC-TAB-QTD(IND-INGREDIENTE, TAMANHO-LIDO)
                           TO QTD-INGREDIENTE(IND-INGREDIENTE)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       PROCESSAR-VARIANCIAS.
           MOVE "N" TO FIM-VARIANCIAS.
               PERFORM UNTIL NAO-HA-MAIS-VARIANCIAS
                   IF (VAR-DATA >= DATA-INICIO-NUM AND
                   VAR-DATA <= DATA-FIM-NUM AND VAR-FALTA AND
                   (MOTIVO-DESPERDICIO OR MOTIVO-DETERIORACAO) AND
                   VAR-CODIGO >= 1 AND VAR-CODIGO <= 13) THEN
                       ADD VAR-DIFERENCA TO QTD-QUEBRA(VAR-CODIGO)
                       ADD VAR-DIFERENCA TO QTD-INGREDIENTE(VAR-CODIGO)
                   END-IF
               FUNCTION INTEGER-OF-DATE(DATA-FIM-NUM) -
               FUNCTION INTEGER-OF-DATE(DATA-INICIO-NUM) + 1.
           PERFORM VARYING IND-INGREDIENTE FROM 1 BY 1
               UNTIL IND-INGREDIENTE > 13
               COMPUTE MEDIA-DIARIA(IND-INGREDIENTE) ROUNDED =
                   QTD-INGREDIENTE(IND-INGREDIENTE) / NUM-DIAS-PERIODO
               COMPUTE PREVISTO-SEMANA(IND-INGREDIENTE) ROUNDED =
           DISPLAY "  INGREDIENTE          USADO  QUEBRAS  MEDIA/DIA"
           "  PREVISTO P/ PROXIMA SEMANA".
           PERFORM VARYING IND-INGREDIENTE FROM 1 BY 1
               UNTIL IND-INGREDIENTE > 13
               MOVE QTD-INGREDIENTE(IND-INGREDIENTE) TO QTD-SAIDA
               MOVE QTD-QUEBRA(IND-INGREDIENTE) TO QUEBRA-SAIDA
               MOVE MEDIA-DIARIA(IND-INGREDIENTE) TO MEDIA-SAIDA
               PREVISTO-SAIDA " UNIDADES"
           END-PERFORM.

       GRAVAR-PREVISAO.
           ACCEPT DATA-ATUAL FROM DATE YYYYMMDD.
           OPEN OUTPUT PREVISAO.
           PERFORM VARYING IND-INGREDIENTE FROM 1 BY 1
               UNTIL IND-INGREDIENTE > 13
               MOVE DATA-ATUAL TO PREV-DATA-GERACAO
               MOVE DATA-INICIO-NUM TO PREV-DATA-INICIO
               MOVE DATA-FIM-NUM TO PREV-DATA-FIM
               MOVE IND-INGREDIENTE TO PREV-CODIGO
               MOVE PREVISTO-SEMANA(IND-INGREDIENTE) TO PREV-QUANTIDADE
               WRITE REGISTO-PREVISAO
           END-PERFORM.
           CLOSE PREVISAO.
           DISPLAY " ".
           DISPLAY "PREVISAO GRAVADA EM PREVISAO-COMPRAS.TXT (USAR NAS "
           "ENCOMENDAS A FORNECEDORES).".

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
           MOVE "AZEITONAS" TO TAB-INGREDIENTES-NOMES(8).
           MOVE "COGUMELOS" TO TAB-INGREDIENTES-NOMES(9).
           MOVE "MILHO"     TO TAB-INGREDIENTES-NOMES(10).

       CARREGA-RECEITAS-OMISSAO.
           PERFORM VARYING IND-INGREDIENTE FROM 1 BY 1
               UNTIL IND-INGREDIENTE > 10
               MOVE "I" TO REC-TAB-TIPO(IND-INGREDIENTE)
               MOVE 1 TO REC-TAB-QTD(IND-INGREDIENTE, 1)
               MOVE 2 TO REC-TAB-QTD(IND-INGREDIENTE, 2)
               MOVE 3 TO REC-TAB-QTD(IND-INGREDIENTE, 3)
           END-PERFORM.
           MOVE "B" TO REC-TAB-TIPO(11).
           MOVE "MASSA"           TO TAB-INGREDIENTES-NOMES(11).
           MOVE 1 TO REC-TAB-QTD(11, 1).
           MOVE 1 TO REC-TAB-QTD(11, 2).
           MOVE 1 TO REC-TAB-QTD(11, 3).
           MOVE "B" TO REC-TAB-TIPO(12).
           MOVE "MOLHO DE TOMATE" TO TAB-INGREDIENTES-NOMES(12).
           MOVE 1 TO REC-TAB-QTD(12, 1).
           MOVE 2 TO REC-TAB-QTD(12, 2).
           MOVE 3 TO REC-TAB-QTD(12, 3).
           MOVE "B" TO REC-TAB-TIPO(13).
           MOVE "MOZZARELLA"      TO TAB-INGREDIENTES-NOMES(13).
           MOVE 1 TO REC-TAB-QTD(13, 1).
           MOVE 2 TO REC-TAB-QTD(13, 2).
           MOVE 3 TO REC-TAB-QTD(13, 3).
       END PROGRAM PrevisaoCompras.
