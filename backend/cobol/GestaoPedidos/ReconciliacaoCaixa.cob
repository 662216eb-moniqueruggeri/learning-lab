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

           SELECT OPTIONAL CONTA-CORRENTE ASSIGN TO
           "D:/Monique/Documents/Projetos/iefp/Carlos/cobol808/CONTA-CORRENTE.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CCM-STATUS.

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

       WORKING-STORAGE SECTION.
       77 PEDIDOS-STATUS                                 PIC X(02).
           88 NAO-HA-MAIS-PEDIDOS                        VALUE "S".
       77 IND-PAGAMENTO                                  PIC 9.
       77 IND-PAG                                        PIC 9.
       77 CCM-STATUS                                     PIC X(02).
       77 FIM-CONTA-CORRENTE                             PIC X VALUE "N".
           88 NAO-HA-MAIS-MOVIMENTOS-CONTA               VALUE "S".
       77 DATA-HOJE                                      PIC 9(8).

       01 TAB-NOMES-PAGAMENTO                            PIC X(10)
                                                          OCCURS 4.

       01 TOTAIS-POR-PAGAMENTO.
           05 TOTAL-PAGAMENTO OCCURS 4                   PIC 9(6)V99
                                                          VALUE 0.
           05 QTD-PAGAMENTO OCCURS 4                     PIC 9(5)
                                                          VALUE 0.

       77 TOTAL-GERAL                                    PIC 9(7)V99
                                                          VALUE 0.
       77 TOTAL-PAGAMENTO-SAIDA                          PIC ZZZ,ZZ9.99.
       77 TOTAL-GERAL-SAIDA                              PIC ZZZ,ZZ9.99.
       77 TOTAL-RECEBIDO                                 PIC 9(7)V99
                                                          VALUE 0.

       01 TOTAIS-RECEBIMENTOS-CONTAS.
           05 RECEBIDO-CONTAS OCCURS 3                   PIC 9(6)V99
                                                          VALUE 0.

       01 DATA-ATUAL.
           05 ANO                                   PIC 9(4).
           MOVE "DINHEIRO"  TO TAB-NOMES-PAGAMENTO(1).
           MOVE "MB"        TO TAB-NOMES-PAGAMENTO(2).
           MOVE "CARTAO"    TO TAB-NOMES-PAGAMENTO(3).
           MOVE "A CREDITO" TO TAB-NOMES-PAGAMENTO(4).

       MAIN-PROCEDURE.
           DISPLAY "PIZZARIA RAMALHO - RECONCILIACAO DE CAIXA".
           OPEN INPUT PEDIDOS.
           IF (PEDIDOS-STATUS NOT = "00") THEN
               DISPLAY "NAO HA PEDIDOS REGISTADOS."
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE DATA-ATUAL TO PED-DATA
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
               PERFORM CARREGAR-RECEBIMENTOS-CONTAS
               PERFORM IMPRIMIR-RECONCILIACAO
           END-IF.

           GOBACK.

       LER-PROXIMO-PEDIDO.
           IF (NOT NAO-HA-MAIS-PEDIDOS) THEN
               READ PEDIDOS NEXT RECORD
                   AT END MOVE "S" TO FIM-PEDIDOS
                   NOT AT END
                       IF (PED-DATA NOT = DATA-ATUAL) THEN
                           MOVE "S" TO FIM-PEDIDOS
                       END-IF
               END-READ
           END-IF.

       PROCESSAR-PEDIDO.
           IF (PED-ANO = ANO AND PED-MES = MES AND PED-DIA = DIA AND
                   PERFORM VARYING IND-PAG FROM 1 BY 1
                       UNTIL IND-PAG > PED-NUM-PAGAMENTOS
                       IF (PED-PAG-METODO(IND-PAG) >= 1 AND
                       PED-PAG-METODO(IND-PAG) <= 4) THEN
                           ADD 1 TO
                           QTD-PAGAMENTO(PED-PAG-METODO(IND-PAG))
                           ADD PED-PAG-VALOR(IND-PAG) TO
                   END-PERFORM
                   ADD PED-TOTAL TO TOTAL-GERAL
               ELSE
                   IF (PED-PAGAMENTO >= 1 AND PED-PAGAMENTO <= 4) THEN
                       ADD 1 TO QTD-PAGAMENTO(PED-PAGAMENTO)
                       ADD PED-TOTAL TO TOTAL-PAGAMENTO(PED-PAGAMENTO)
                       ADD PED-TOTAL TO TOTAL-GERAL

       IMPRIMIR-RECONCILIACAO.
           PERFORM VARYING IND-PAGAMENTO FROM 1 BY 1
               UNTIL IND-PAGAMENTO > 4
               MOVE TOTAL-PAGAMENTO(IND-PAGAMENTO)
               TO TOTAL-PAGAMENTO-SAIDA
               DISPLAY "  " TAB-NOMES-PAGAMENTO(IND-PAGAMENTO) ": "
           END-PERFORM.
           DISPLAY " ".
           MOVE TOTAL-GERAL TO TOTAL-GERAL-SAIDA.
           DISPLAY "TOTAL GERAL VENDIDO: " TOTAL-GERAL-SAIDA " EUROS".
           COMPUTE TOTAL-RECEBIDO = TOTAL-GERAL - TOTAL-PAGAMENTO(4).
           IF (RECEBIDO-CONTAS(1) > 0 OR RECEBIDO-CONTAS(2) > 0 OR
           RECEBIDO-CONTAS(3) > 0) THEN
               DISPLAY "RECEBIMENTOS DE CONTAS A CREDITO:"
               PERFORM VARYING IND-PAGAMENTO FROM 1 BY 1
                   UNTIL IND-PAGAMENTO > 3
                   MOVE RECEBIDO-CONTAS(IND-PAGAMENTO)
                   TO TOTAL-PAGAMENTO-SAIDA
                   DISPLAY "  " TAB-NOMES-PAGAMENTO(IND-PAGAMENTO) ": "
                   TOTAL-PAGAMENTO-SAIDA " EUROS"
                   ADD RECEBIDO-CONTAS(IND-PAGAMENTO) TO TOTAL-RECEBIDO
               END-PERFORM
           END-IF.
           MOVE TOTAL-RECEBIDO TO TOTAL-GERAL-SAIDA.
           DISPLAY "TOTAL GERAL RECEBIDO (SEM VENDAS A CREDITO): "
           TOTAL-GERAL-SAIDA " EUROS".

       CARREGAR-RECEBIMENTOS-CONTAS.
           COMPUTE DATA-HOJE = ANO * 10000 + MES * 100 + DIA.
           MOVE "N" TO FIM-CONTA-CORRENTE.
           OPEN INPUT CONTA-CORRENTE.
           IF (CCM-STATUS NOT = "00") THEN
               CLOSE CONTA-CORRENTE
           ELSE
               PERFORM LER-PROXIMO-MOVIMENTO-CONTA
               PERFORM UNTIL NAO-HA-MAIS-MOVIMENTOS-CONTA
                   IF (CCM-DATA = DATA-HOJE AND CCM-RECEBIMENTO AND
                   CCM-METODO >= 1 AND CCM-METODO <= 3) THEN
                       ADD CCM-VALOR TO RECEBIDO-CONTAS(CCM-METODO)
                   END-IF
                   PERFORM LER-PROXIMO-MOVIMENTO-CONTA
               END-PERFORM
               CLOSE CONTA-CORRENTE
           END-IF.

       LER-PROXIMO-MOVIMENTO-CONTA.
           READ CONTA-CORRENTE
               AT END MOVE "S" TO FIM-CONTA-CORRENTE
           END-READ.
       END PROGRAM ReconciliacaoCaixa.
