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

           SELECT OPTIONAL FECHO ASSIGN TO
           "D:/Monique/Documents/Projetos/iefp/Carlos/cobol808/FECHO-MENSAL.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

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

       FD FECHO.
       01 REGISTO-FECHO                                  PIC X(100).

       WORKING-STORAGE SECTION.
       77 PEDIDOS-STATUS                                 PIC X(02).
       77 FIM-PEDIDOS                                    PIC X VALUE "N".
           88 NAO-HA-MAIS-PEDIDOS                        VALUE "S".
       77 IND-PAGAMENTO                                  PIC 9.
       77 IND-PAG                                        PIC 9.
       77 NUM-FATURAS-EMITIDAS                           PIC 9(5) VALUE 0.
       77 BASE-PEDIDO                                    PIC 9(4)V99.

       01 TAB-NOMES-PAGAMENTO                            PIC X(10)
                                                          OCCURS 4.

       01 TOTAIS-POR-PAGAMENTO.
           05 TOTAL-PAGAMENTO OCCURS 4                   PIC 9(7)V99
                                                          VALUE 0.
           05 QTD-PAGAMENTO OCCURS 4                     PIC 9(5)
                                                          VALUE 0.

       77 TOTAL-TURNOVER                                 PIC 9(8)V99
           MOVE "DINHEIRO"  TO TAB-NOMES-PAGAMENTO(1).
           MOVE "MB"        TO TAB-NOMES-PAGAMENTO(2).
           MOVE "CARTAO"    TO TAB-NOMES-PAGAMENTO(3).
           MOVE "A CREDITO" TO TAB-NOMES-PAGAMENTO(4).

       MAIN-PROCEDURE.
           DISPLAY "PIZZARIA RAMALHO - FECHO MENSAL".
           OPEN INPUT PEDIDOS.
           IF (PEDIDOS-STATUS NOT = "00") THEN
               DISPLAY "NAO HA PEDIDOS REGISTADOS."
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE ANO-PROCURADO TO PED-ANO
               MOVE MES-PROCURADO TO PED-MES
               MOVE 1 TO PED-DIA
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
               PERFORM ESCREVER-FECHO
               DISPLAY "FECHO MENSAL GRAVADO EM FECHO-MENSAL.TXT ("
               NUM-PEDIDOS-LIDOS " PEDIDOS, " NUM-CANCELADOS-LIDOS
               " ANULADOS EXCLUIDOS)."
           END-IF.

           GOBACK.

       LER-PROXIMO-PEDIDO.
           IF (NOT NAO-HA-MAIS-PEDIDOS) THEN
               READ PEDIDOS NEXT RECORD
                   AT END MOVE "S" TO FIM-PEDIDOS
                   NOT AT END
                       IF (PED-ANO NOT = ANO-PROCURADO OR
                       PED-MES NOT = MES-PROCURADO) THEN
                           MOVE "S" TO FIM-PEDIDOS
                       END-IF
               END-READ
           END-IF.

       PROCESSAR-PEDIDO.
           IF (PED-ANO = ANO-PROCURADO AND PED-MES = MES-PROCURADO)
           THEN
                       PERFORM VARYING IND-PAG FROM 1 BY 1
                           UNTIL IND-PAG > PED-NUM-PAGAMENTOS
                           IF (PED-PAG-METODO(IND-PAG) >= 1 AND
                           PED-PAG-METODO(IND-PAG) <= 4) THEN
                               ADD 1 TO
                               QTD-PAGAMENTO(PED-PAG-METODO(IND-PAG))
                               ADD PED-PAG-VALOR(IND-PAG) TO
                           END-IF
                       END-PERFORM
                   ELSE
                       IF (PED-PAGAMENTO >= 1 AND PED-PAGAMENTO <= 4)
                       THEN
                           ADD 1 TO QTD-PAGAMENTO(PED-PAGAMENTO)
                           ADD PED-TOTAL TO
           WRITE REGISTO-FECHO.

           PERFORM VARYING IND-PAGAMENTO FROM 1 BY 1
               UNTIL IND-PAGAMENTO > 4
               MOVE TOTAL-PAGAMENTO(IND-PAGAMENTO)
               TO TOTAL-PAGAMENTO-SAIDA
               MOVE SPACES TO REGISTO-FECHO
