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
           "D:/Monique/Documents/Projetos/iefp/Carlos/cobol808/CARDAPIO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
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

       WORKING-STORAGE SECTION.
       77 PEDIDOS-STATUS                                 PIC X(02).
       77 CARDAPIO-STATUS                                PIC X(02).
       77 FIM-PEDIDOS                                    PIC X VALUE "N".
           88 NAO-HA-MAIS-PEDIDOS                        VALUE "S".

       77 NUM-FILA                                       PIC 9(3) VALUE 0.
       77 IND-FILA                                       PIC 9(3).
       77 IND-TROCA                                      PIC 9(3).
       77 NA-FILA                                        PIC X.
           88 PEDIDO-NA-FILA                             VALUE "S".

       01 TAB-FILA.
           05 FILA-PEDIDO OCCURS 999.
       77 LISTA-INGREDIENTES                              PIC X(120).
       77 PONTEIRO-LISTA                                  PIC 9(3).

       01 HORA-ATUAL.
           05 HORAS                                 PIC 9(2).
           05 MINUTOS                               PIC 9(2).
           05 SEGUNDOS                              PIC 9(2).

       01 DATA-ATUAL.
           05 ANO                                   PIC 9(4).
           05 MES                                   PIC 9(2).
           COMPUTE DATA-HOJE = ANO * 10000 + MES * 100 + DIA.

           PERFORM UNTIL SAIR-MENU
               PERFORM CARREGAR-FILA
               PERFORM ORDENAR-FILA
               PERFORM MOSTRAR-FILA

           STOP RUN.

       CARREGAR-FILA.
           MOVE 0 TO NUM-FILA.
           MOVE "N" TO FIM-PEDIDOS.
           IF (PEDIDOS-STATUS NOT = "00") THEN
               CLOSE PEDIDOS
           ELSE
               MOVE DATA-HOJE TO PED-DATA
               MOVE 0 TO PED-NUMERO
               START PEDIDOS KEY IS NOT LESS THAN PED-CHAVE
                   INVALID KEY MOVE "S" TO FIM-PEDIDOS
               END-START
               PERFORM LER-PROXIMO-PEDIDO
               PERFORM UNTIL NAO-HA-MAIS-PEDIDOS
                   IF (PED-ATIVO AND NOT PED-FEITO AND
                   NUM-FILA < 999) THEN
                       ADD 1 TO NUM-FILA
                       MOVE PED-NUMERO TO FILA-NUMERO(NUM-FILA)
                       MOVE PED-HORAS TO FILA-HORAS(NUM-FILA)
           END-IF.

       LER-PROXIMO-PEDIDO.
           IF (NOT NAO-HA-MAIS-PEDIDOS) THEN
               READ PEDIDOS NEXT RECORD
                   AT END MOVE "S" TO FIM-PEDIDOS
                   NOT AT END
                       IF (PED-DATA NOT = DATA-HOJE) THEN
                           MOVE "S" TO FIM-PEDIDOS
                       END-IF
               END-READ
           END-IF.

       ORDENAR-FILA.
           PERFORM VARYING IND-FILA FROM 1 BY 1 UNTIL IND-FILA >= NUM-FILA
       MARCAR-FEITO.
           DISPLAY "NUMERO DO PEDIDO A MARCAR COMO FEITO: "
           ACCEPT NUMERO-PROCURADO
           MOVE "N" TO NA-FILA
           PERFORM VARYING IND-FILA FROM 1 BY 1 UNTIL IND-FILA > NUM-FILA
               IF (FILA-NUMERO(IND-FILA) = NUMERO-PROCURADO) THEN
                   MOVE "S" TO NA-FILA
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF (NOT PEDIDO-NA-FILA) THEN
               DISPLAY "PEDIDO NAO ENCONTRADO NA FILA."
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O PEDIDOS.
           IF (PEDIDOS-STATUS NOT = "00") THEN
               CLOSE PEDIDOS
               DISPLAY "NAO HA PEDIDOS REGISTADOS (ESTADO " PEDIDOS-STATUS
               ") - PEDIDO NAO MARCADO."
               EXIT PARAGRAPH
           END-IF.
           MOVE DATA-HOJE TO PED-DATA.
           MOVE NUMERO-PROCURADO TO PED-NUMERO.
           READ PEDIDOS
               INVALID KEY
                   DISPLAY "PEDIDO NAO ENCONTRADO EM PEDIDOS.DAT."
               NOT INVALID KEY
                   ACCEPT HORA-ATUAL FROM TIME
                   MOVE "F" TO PED-COZINHA
                   COMPUTE PED-HORA-FEITO =
                       HORAS * 10000 + MINUTOS * 100 + SEGUNDOS
                   REWRITE REGISTO-PEDIDO
                       INVALID KEY
                           DISPLAY "ERRO AO MARCAR O PEDIDO (ESTADO "
                           PEDIDOS-STATUS ")."
                       NOT INVALID KEY
                           DISPLAY "PEDIDO " NUMERO-PROCURADO
                           " MARCADO COMO FEITO."
                   END-REWRITE
           END-READ.
           CLOSE PEDIDOS.

       LER-PROXIMO-CARDAPIO.
           READ CARDAPIO
