       >>SOURCE FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ExtratoCredito.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CONTAS-CREDITO ASSIGN TO
           "D:/Monique/Documents/Projetos/iefp/Carlos/cobol808/CONTAS-CREDITO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CCR-CONTATO
           FILE STATUS IS CCR-STATUS.

           SELECT OPTIONAL CONTA-CORRENTE ASSIGN TO
           "D:/Monique/Documents/Projetos/iefp/Carlos/cobol808/CONTA-CORRENTE.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CCM-STATUS.

           SELECT OPTIONAL PEDIDOS ASSIGN TO
           "D:/Monique/Documents/Projetos/iefp/Carlos/cobol808/PEDIDOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PED-CHAVE
           ALTERNATE RECORD KEY IS PED-CONTATO WITH DUPLICATES
           ALTERNATE RECORD KEY IS PED-FATURA WITH DUPLICATES
           FILE STATUS IS PEDIDOS-STATUS.

           SELECT EXTRATOS ASSIGN TO CAMINHO-EXTRATOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EXT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CONTAS-CREDITO.
       01 REGISTO-CONTA-CREDITO.
           05 CCR-CONTATO                               PIC 9(9).
           05 CCR-EMPRESA                               PIC X(30).
           05 CCR-NIF                                   PIC 9(9).
           05 CCR-LIMITE                                PIC 9(5)V99.
           05 CCR-SALDO                                 PIC 9(6)V99.
           05 CCR-ESTADO                                PIC X(01).
              88 CCR-ATIVA                               VALUE "A".
              88 CCR-SUSPENSA                            VALUE "S".
           05 CCR-DATA-ABERTURA                         PIC 9(8).

       FD CONTA-CORRENTE.
       01 REGISTO-CONTA-CORRENTE.
           05 CCM-DATA                                  PIC 9(8).
           05 CCM-HORA                                  PIC 9(6).
           05 CCM-CONTATO                               PIC 9(9).
           05 CCM-TIPO                                  PIC X(01).
              88 CCM-DEBITO                              VALUE "D".
              88 CCM-RECEBIMENTO                         VALUE "R".
              88 CCM-ANULACAO                            VALUE "A".
           05 CCM-PEDIDO-DATA                           PIC 9(8).
           05 CCM-PEDIDO-NUM                            PIC 9(4).
           05 CCM-VALOR                                 PIC 9(5)V99.
           05 CCM-METODO                                PIC 9.
           05 CCM-OPERADOR                              PIC 9(2).
           05 CCM-REFERENCIA                            PIC X(20).

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
               10 PED-SEGUNDOS                           PIC 9(2).
           05 PED-NUM-PIZZAS                             PIC 9.
           05 PED-PIZZA-GRP OCCURS 5.
               10 PED-PIZZA-TAMANHO                      PIC 9.
               10 PED-PIZZA-INGREDIENTES-GRP.
                   15 PED-PIZZA-INGREDIENTES OCCURS 10    PIC X.
           05 PED-SUBTOTAL                               PIC 99V99.
           05 PED-EXTRAS                                 PIC 99V99.
           05 PED-IVA                                    PIC 99V99.
           05 PED-TOTAL                                  PIC 99V99.
           05 PED-PAGAMENTO                              PIC 9.
           05 PED-MODO-ENTREGA                           PIC 9.
           05 PED-MORADA                                 PIC X(40).
           05 PED-TAXA-ENTREGA                           PIC 99V99.
           05 PED-MESA                                   PIC 9(2).
           05 PED-CUPAO                                  PIC X(10).
           05 PED-DESCONTO                               PIC 99V99.
           05 PED-OPERADOR                               PIC 9(2).
           05 PED-ESTADO                                 PIC X(01).
              88 PED-ATIVO                                VALUE "A".
              88 PED-CANCELADO                            VALUE "C".
           05 PED-MOTIVO-CANCEL                          PIC X(20).
           05 PED-NUM-PAGAMENTOS                         PIC 9.
           05 PED-PAG-GRP OCCURS 3.
               10 PED-PAG-METODO                         PIC 9.
               10 PED-PAG-VALOR                          PIC 99V99.
           05 PED-PROMOCAO                               PIC X(10).
           05 PED-PROMO-DESCONTO                         PIC 99V99.
           05 PED-NIF                                    PIC 9(9).
           05 PED-FATURA.
               10 PED-FATURA-ANO                         PIC 9(4).
               10 PED-FATURA-NUM                         PIC 9(6).
           05 PED-COZINHA                                PIC X(01).
              88 PED-FEITO                                VALUE "F".
           05 PED-HORA-FEITO                             PIC 9(6).

       FD EXTRATOS.
       01 REGISTO-EXTRATO                                PIC X(100).

       WORKING-STORAGE SECTION.
       77 CCR-STATUS                                     PIC X(02).
       77 CCM-STATUS                                     PIC X(02).
       77 PEDIDOS-STATUS                                 PIC X(02).
       77 EXT-STATUS                                     PIC X(02).
       77 CAMINHO-EXTRATOS                               PIC X(120).
       77 FIM-CONTAS                                     PIC X VALUE "N".
           88 NAO-HA-MAIS-CONTAS                         VALUE "S".
       77 FIM-CONTA-CORRENTE                             PIC X VALUE "N".
           88 NAO-HA-MAIS-MOVIMENTOS-CONTA               VALUE "S".
       77 PEDIDO-ENCONTRADO                              PIC X VALUE "N".
           88 PEDIDO-OK                                  VALUE "S".
       77 CONTATO-PEDIDO                                 PIC 9(9) VALUE 0.
       77 DATA-INICIO-MES                                PIC 9(8).
       77 DATA-FIM-MES                                   PIC 9(8).
       77 NUM-EXTRATOS                                   PIC 9(4) VALUE 0.
       77 NUM-MOVIMENTOS-MES                             PIC 9(4).
       77 SALDO-ANTERIOR                                 PIC S9(7)V99.
       77 SALDO-FINAL                                    PIC S9(7)V99.
       77 DEBITOS-MES                                    PIC 9(7)V99.
       77 CREDITOS-MES                                   PIC 9(7)V99.
       77 TOTAL-EM-DIVIDA                                PIC S9(8)V99
                                                          VALUE 0.
       77 VALOR-SAIDA                                    PIC ZZ,ZZ9.99.
       77 VALOR-SAIDA2                                   PIC ZZ,ZZ9.99.
       77 SALDO-SAIDA                                    PIC -ZZZ,ZZ9.99.
       77 TOTAL-SAIDA                                    PIC -Z,ZZZ,ZZ9.99.
       77 DESCRICAO-MOVIMENTO                            PIC X(50).

       01 MES-PEDIDO.
           05 MP-ANO                                     PIC 9(4).
           05 MP-MES                                     PIC 9(2).

       01 DATA-MOVIMENTO.
           05 DM-ANO                                     PIC 9(4).
           05 DM-MES                                     PIC 9(2).
           05 DM-DIA                                     PIC 9(2).

       01 DATA-PEDIDO-MOV.
           05 DPM-ANO                                    PIC 9(4).
           05 DPM-MES                                    PIC 9(2).
           05 DPM-DIA                                    PIC 9(2).

       01 TAB-NOMES-METODO                               PIC X(10)
                                                          OCCURS 4.

       PROCEDURE DIVISION.
       CARREGA-NOMES-METODO.
           MOVE "DINHEIRO"  TO TAB-NOMES-METODO(1).
           MOVE "MB"        TO TAB-NOMES-METODO(2).
           MOVE "CARTAO"    TO TAB-NOMES-METODO(3).
           MOVE "A CREDITO" TO TAB-NOMES-METODO(4).

       MAIN-PROCEDURE.
           DISPLAY "PIZZARIA RAMALHO - EXTRATOS MENSAIS DE CONTAS A "
           "CREDITO".
           DISPLAY "----------------------------------------------".
           DISPLAY "MES DO EXTRATO (AAAAMM): ".
           ACCEPT MES-PEDIDO.
           IF (MP-MES < 1 OR MP-MES > 12) THEN
               DISPLAY "MES INVALIDO."
               GO TO FIM-PROGRAMA
           END-IF.
           DISPLAY "CONTACTO DO CLIENTE (0 = TODAS AS CONTAS): ".
           ACCEPT CONTATO-PEDIDO.

           COMPUTE DATA-INICIO-MES = MP-ANO * 10000 + MP-MES * 100 + 1.
           IF (MP-MES = 12) THEN
               COMPUTE DATA-FIM-MES = (MP-ANO + 1) * 10000 + 101
           ELSE
               COMPUTE DATA-FIM-MES = MP-ANO * 10000
                   + (MP-MES + 1) * 100 + 1
           END-IF.
           COMPUTE DATA-FIM-MES = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(DATA-FIM-MES) - 1).

           OPEN INPUT CONTAS-CREDITO.
           IF (CCR-STATUS NOT = "00") THEN
               DISPLAY "NAO HA CONTAS A CREDITO REGISTADAS."
               CLOSE CONTAS-CREDITO
               GO TO FIM-PROGRAMA
           END-IF.
           OPEN INPUT PEDIDOS.

           MOVE SPACES TO CAMINHO-EXTRATOS.
           STRING "D:/Monique/Documents/Projetos/iefp/Carlos/cobol808/"
           "EXTRATOS-CREDITO-" MP-ANO MP-MES ".TXT"
           DELIMITED BY SIZE INTO CAMINHO-EXTRATOS.
           OPEN OUTPUT EXTRATOS.

           IF (CONTATO-PEDIDO > 0) THEN
               MOVE CONTATO-PEDIDO TO CCR-CONTATO
               READ CONTAS-CREDITO
                   INVALID KEY
                       DISPLAY "O CLIENTE NAO TEM CONTA A CREDITO."
                   NOT INVALID KEY
                       PERFORM EMITIR-EXTRATO
               END-READ
           ELSE
               MOVE 0 TO CCR-CONTATO
               START CONTAS-CREDITO KEY IS NOT LESS THAN CCR-CONTATO
                   INVALID KEY MOVE "S" TO FIM-CONTAS
               END-START
               PERFORM UNTIL NAO-HA-MAIS-CONTAS
                   READ CONTAS-CREDITO NEXT RECORD
                       AT END MOVE "S" TO FIM-CONTAS
                       NOT AT END
                           PERFORM EMITIR-EXTRATO
                   END-READ
               END-PERFORM
           END-IF.

           CLOSE EXTRATOS.
           CLOSE PEDIDOS.
           CLOSE CONTAS-CREDITO.

           DISPLAY " ".
           MOVE TOTAL-EM-DIVIDA TO TOTAL-SAIDA.
           DISPLAY NUM-EXTRATOS " EXTRATOS GRAVADOS EM EXTRATOS-CREDITO-"
           MP-ANO MP-MES ".TXT".
           DISPLAY "TOTAL EM DIVIDA NO FIM DO MES: " TOTAL-SAIDA " EUR".

       FIM-PROGRAMA.
           STOP RUN.

       EMITIR-EXTRATO.
           PERFORM CALCULAR-SALDO-ANTERIOR.
           PERFORM CONTAR-MOVIMENTOS-MES.
           IF (NUM-MOVIMENTOS-MES = 0 AND SALDO-ANTERIOR = 0) THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO NUM-EXTRATOS.
           MOVE 0 TO DEBITOS-MES.
           MOVE 0 TO CREDITOS-MES.
           PERFORM ESCREVER-CABECALHO-EXTRATO.

           MOVE "N" TO FIM-CONTA-CORRENTE.
           OPEN INPUT CONTA-CORRENTE.
           IF (CCM-STATUS NOT = "00") THEN
               MOVE "S" TO FIM-CONTA-CORRENTE
           ELSE
               PERFORM LER-PROXIMO-MOVIMENTO-CONTA
           END-IF.
           PERFORM UNTIL NAO-HA-MAIS-MOVIMENTOS-CONTA
               IF (CCM-CONTATO = CCR-CONTATO AND
               CCM-DATA >= DATA-INICIO-MES AND
               CCM-DATA <= DATA-FIM-MES) THEN
                   PERFORM ESCREVER-LINHA-MOVIMENTO
               END-IF
               PERFORM LER-PROXIMO-MOVIMENTO-CONTA
           END-PERFORM.
           CLOSE CONTA-CORRENTE.

           COMPUTE SALDO-FINAL = SALDO-ANTERIOR + DEBITOS-MES
               - CREDITOS-MES.
           ADD SALDO-FINAL TO TOTAL-EM-DIVIDA.
           PERFORM ESCREVER-RODAPE-EXTRATO.
           MOVE SALDO-FINAL TO SALDO-SAIDA.
           DISPLAY CCR-CONTATO " " CCR-EMPRESA " " NUM-MOVIMENTOS-MES
           " MOVIMENTOS  SALDO " SALDO-SAIDA " EUR".

       CALCULAR-SALDO-ANTERIOR.
           MOVE 0 TO SALDO-ANTERIOR.
           MOVE "N" TO FIM-CONTA-CORRENTE.
           OPEN INPUT CONTA-CORRENTE.
           IF (CCM-STATUS NOT = "00") THEN
               CLOSE CONTA-CORRENTE
               EXIT PARAGRAPH
           END-IF.
           PERFORM LER-PROXIMO-MOVIMENTO-CONTA.
           PERFORM UNTIL NAO-HA-MAIS-MOVIMENTOS-CONTA
               IF (CCM-CONTATO = CCR-CONTATO AND
               CCM-DATA < DATA-INICIO-MES) THEN
                   IF (CCM-DEBITO) THEN
                       ADD CCM-VALOR TO SALDO-ANTERIOR
                   ELSE
                       SUBTRACT CCM-VALOR FROM SALDO-ANTERIOR
                   END-IF
               END-IF
               PERFORM LER-PROXIMO-MOVIMENTO-CONTA
           END-PERFORM.
           CLOSE CONTA-CORRENTE.

       CONTAR-MOVIMENTOS-MES.
           MOVE 0 TO NUM-MOVIMENTOS-MES.
           MOVE "N" TO FIM-CONTA-CORRENTE.
           OPEN INPUT CONTA-CORRENTE.
           IF (CCM-STATUS NOT = "00") THEN
               CLOSE CONTA-CORRENTE
               EXIT PARAGRAPH
           END-IF.
           PERFORM LER-PROXIMO-MOVIMENTO-CONTA.
           PERFORM UNTIL NAO-HA-MAIS-MOVIMENTOS-CONTA
               IF (CCM-CONTATO = CCR-CONTATO AND
               CCM-DATA >= DATA-INICIO-MES AND
               CCM-DATA <= DATA-FIM-MES) THEN
                   ADD 1 TO NUM-MOVIMENTOS-MES
               END-IF
               PERFORM LER-PROXIMO-MOVIMENTO-CONTA
           END-PERFORM.
           CLOSE CONTA-CORRENTE.

       ESCREVER-CABECALHO-EXTRATO.
           MOVE ALL "=" TO REGISTO-EXTRATO.
           WRITE REGISTO-EXTRATO.
           MOVE SPACES TO REGISTO-EXTRATO.
           STRING "PIZZARIA E DERIVADOS, LDA - NIF 509876543"
           DELIMITED BY SIZE INTO REGISTO-EXTRATO.
           WRITE REGISTO-EXTRATO.
           MOVE SPACES TO REGISTO-EXTRATO.
           STRING "EXTRATO DE CONTA A CREDITO - " MP-MES "/" MP-ANO
           DELIMITED BY SIZE INTO REGISTO-EXTRATO.
           WRITE REGISTO-EXTRATO.
           MOVE SPACES TO REGISTO-EXTRATO.
           STRING "CLIENTE: " CCR-EMPRESA "  NIF: " CCR-NIF
           "  CONTACTO: " CCR-CONTATO
           DELIMITED BY SIZE INTO REGISTO-EXTRATO.
           WRITE REGISTO-EXTRATO.
           MOVE CCR-LIMITE TO VALOR-SAIDA.
           MOVE SPACES TO REGISTO-EXTRATO.
           STRING "LIMITE DE CREDITO: " VALOR-SAIDA " EUR"
           DELIMITED BY SIZE INTO REGISTO-EXTRATO.
           WRITE REGISTO-EXTRATO.
           MOVE ALL "-" TO REGISTO-EXTRATO.
           WRITE REGISTO-EXTRATO.
           MOVE SPACES TO REGISTO-EXTRATO.
           STRING "DATA       DESCRICAO                                "
           "             DEBITO    CREDITO"
           DELIMITED BY SIZE INTO REGISTO-EXTRATO.
           WRITE REGISTO-EXTRATO.
           MOVE SALDO-ANTERIOR TO SALDO-SAIDA.
           MOVE SPACES TO REGISTO-EXTRATO.
           STRING "           SALDO ANTERIOR                           "
           "        " SALDO-SAIDA
           DELIMITED BY SIZE INTO REGISTO-EXTRATO.
           WRITE REGISTO-EXTRATO.

       ESCREVER-LINHA-MOVIMENTO.
           MOVE CCM-DATA TO DATA-MOVIMENTO.
           MOVE CCM-PEDIDO-DATA TO DATA-PEDIDO-MOV.
           MOVE SPACES TO DESCRICAO-MOVIMENTO.
           MOVE CCM-VALOR TO VALOR-SAIDA.
           EVALUATE TRUE
               WHEN CCM-DEBITO
                   ADD CCM-VALOR TO DEBITOS-MES
                   PERFORM LER-PEDIDO-MOVIMENTO
                   IF (PEDIDO-OK AND PED-FATURA-NUM > 0) THEN
                       STRING "PEDIDO " CCM-PEDIDO-NUM " - "
                       PED-NUM-PIZZAS " PIZZA(S) - FT " PED-FATURA-ANO
                       "/" PED-FATURA-NUM
                       DELIMITED BY SIZE INTO DESCRICAO-MOVIMENTO
                   ELSE
                       IF (PEDIDO-OK) THEN
                           STRING "PEDIDO " CCM-PEDIDO-NUM " - "
                           PED-NUM-PIZZAS " PIZZA(S)"
                           DELIMITED BY SIZE INTO DESCRICAO-MOVIMENTO
                       ELSE
                           STRING "PEDIDO " CCM-PEDIDO-NUM
                           DELIMITED BY SIZE INTO DESCRICAO-MOVIMENTO
                       END-IF
                   END-IF
                   MOVE SPACES TO REGISTO-EXTRATO
                   STRING DM-DIA "/" DM-MES "/" DM-ANO " "
                   DESCRICAO-MOVIMENTO "  " VALOR-SAIDA
                   DELIMITED BY SIZE INTO REGISTO-EXTRATO
               WHEN CCM-RECEBIMENTO
                   ADD CCM-VALOR TO CREDITOS-MES
                   STRING "PAGAMENTO RECEBIDO - "
                   TAB-NOMES-METODO(CCM-METODO) " " CCM-REFERENCIA
                   DELIMITED BY SIZE INTO DESCRICAO-MOVIMENTO
                   MOVE SPACES TO REGISTO-EXTRATO
                   STRING DM-DIA "/" DM-MES "/" DM-ANO " "
                   DESCRICAO-MOVIMENTO "             " VALOR-SAIDA
                   DELIMITED BY SIZE INTO REGISTO-EXTRATO
               WHEN OTHER
                   ADD CCM-VALOR TO CREDITOS-MES
                   STRING "ANULACAO DO PEDIDO " CCM-PEDIDO-NUM " DE "
                   DPM-DIA "/" DPM-MES "/" DPM-ANO
                   DELIMITED BY SIZE INTO DESCRICAO-MOVIMENTO
                   MOVE SPACES TO REGISTO-EXTRATO
                   STRING DM-DIA "/" DM-MES "/" DM-ANO " "
                   DESCRICAO-MOVIMENTO "             " VALOR-SAIDA
                   DELIMITED BY SIZE INTO REGISTO-EXTRATO
           END-EVALUATE.
           WRITE REGISTO-EXTRATO.

       LER-PEDIDO-MOVIMENTO.
           MOVE "N" TO PEDIDO-ENCONTRADO.
           IF (PEDIDOS-STATUS NOT = "00" AND PEDIDOS-STATUS NOT = "23")
           THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE CCM-PEDIDO-DATA TO PED-DATA.
           MOVE CCM-PEDIDO-NUM TO PED-NUMERO.
           READ PEDIDOS
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "S" TO PEDIDO-ENCONTRADO
           END-READ.

       ESCREVER-RODAPE-EXTRATO.
           MOVE ALL "-" TO REGISTO-EXTRATO.
           WRITE REGISTO-EXTRATO.
           MOVE DEBITOS-MES TO VALOR-SAIDA.
           MOVE CREDITOS-MES TO VALOR-SAIDA2.
           MOVE SPACES TO REGISTO-EXTRATO.
           STRING "           TOTAL DO MES                             "
           "       " VALOR-SAIDA "  " VALOR-SAIDA2
           DELIMITED BY SIZE INTO REGISTO-EXTRATO.
           WRITE REGISTO-EXTRATO.
           MOVE SALDO-FINAL TO SALDO-SAIDA.
           MOVE SPACES TO REGISTO-EXTRATO.
           STRING "SALDO EM DIVIDA EM " DATA-FIM-MES(7:2) "/"
           DATA-FIM-MES(5:2) "/" DATA-FIM-MES(1:4) ": " SALDO-SAIDA
           " EUR" DELIMITED BY SIZE INTO REGISTO-EXTRATO.
           WRITE REGISTO-EXTRATO.
           MOVE SPACES TO REGISTO-EXTRATO.
           STRING "PAGAMENTO ATE AO FIM DO MES SEGUINTE. OBRIGADO PELA "
           "PREFERENCIA." DELIMITED BY SIZE INTO REGISTO-EXTRATO.
           WRITE REGISTO-EXTRATO.
           MOVE SPACES TO REGISTO-EXTRATO.
           WRITE REGISTO-EXTRATO.

       LER-PROXIMO-MOVIMENTO-CONTA.
           READ CONTA-CORRENTE
               AT END MOVE "S" TO FIM-CONTA-CORRENTE
           END-READ.
       END PROGRAM ExtratoCredito.
