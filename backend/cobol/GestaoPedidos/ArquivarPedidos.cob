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

           SELECT OPTIONAL FECHOS ASSIGN TO
           "D:/Monique/Documents/Projetos/iefp/Carlos/cobol808/FECHOS-CAIXA.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FECHOS-STATUS.

           SELECT OPTIONAL ARQUIVO ASSIGN TO CAMINHO-ARQUIVO
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

       FD FECHOS.
       01 REGISTO-FECHO-CAIXA.
           05 FCX-DATA                                  PIC 9(8).
           05 FCX-OPERADOR                              PIC 9(2).
           05 FCX-ESPERADO-DINHEIRO                     PIC 9(6)V99.
           05 FCX-CONTADO                               PIC 9(6)V99.
           05 FCX-SINAL                                 PIC X(01).
              88 FCX-SOBRA                               VALUE "+".
              88 FCX-FALTA                               VALUE "-".
           05 FCX-DIFERENCA                             PIC 9(6)V99.
           05 FCX-TOTAL-GERAL                           PIC 9(7)V99.

       FD ARQUIVO.
       01 REGISTO-ARQUIVO                                PIC X(260).

       WORKING-STORAGE SECTION.
       77 PEDIDOS-STATUS                                 PIC X(02).
       77 ARQ-STATUS                                     PIC X(02).
       77 FECHOS-STATUS                                  PIC X(02).
       77 CAMINHO-ARQUIVO                                PIC X(120).
       77 FIM-PEDIDOS                                    PIC X VALUE "N".
           88 NAO-HA-MAIS-PEDIDOS                        VALUE "S".
       77 FIM-FECHOS                                     PIC X VALUE "N".
           88 NAO-HA-MAIS-FECHOS                         VALUE "S".
       77 DIA-JA-FECHADO                                 PIC X VALUE "N".
           88 DIA-FECHADO                                VALUE "S".
       77 ANO-ARQUIVAR                                   PIC 9(4).
       77 MES-ARQUIVAR                                   PIC 9(2).
       77 NUM-ARQUIVADOS                                 PIC 9(5) VALUE 0.
       77 CONFIRMA                                       PIC X.
           88 CONFIRMA-SIM                               VALUE "S", "s".


           IF (MES-ARQUIVAR < 1 OR MES-ARQUIVAR > 12) THEN
               DISPLAY "MES INVALIDO. NADA FOI ALTERADO."
               MOVE 1 TO RETURN-CODE
               GO TO FIM-PROGRAMA
           END-IF.

           IF (ANO-ARQUIVAR = ANO AND MES-ARQUIVAR = MES) THEN
               PERFORM VERIFICAR-DIA-FECHADO
           END-IF.
           IF (ANO-ARQUIVAR > ANO OR
           (ANO-ARQUIVAR = ANO AND MES-ARQUIVAR > MES) OR
           (ANO-ARQUIVAR = ANO AND MES-ARQUIVAR = MES AND
           NOT DIA-FECHADO)) THEN
               DISPLAY "O MES " MES-ARQUIVAR "/" ANO-ARQUIVAR
               " AINDA NAO ESTA FECHADO - SO E POSSIVEL ARQUIVAR "
               "MESES ANTERIORES AO ATUAL, OU O MES ATUAL DEPOIS DO "
               "FECHO DE CAIXA DE HOJE. NADA FOI ALTERADO."
               MOVE 1 TO RETURN-CODE
               GO TO FIM-PROGRAMA
           END-IF.

           MOVE SPACES TO CAMINHO-ARQUIVO.
           STRING "D:/Monique/Documents/Projetos/iefp/Carlos/cobol808/"
           "PEDIDOS-ARQUIVO-" ANO-ARQUIVAR MES-ARQUIVAR ".TXT"
           DELIMITED BY SIZE INTO CAMINHO-ARQUIVO.

           DISPLAY "CONFIRMA COPIAR OS PEDIDOS DE " MES-ARQUIVAR "/"
           ANO-ARQUIVAR " PARA PEDIDOS-ARQUIVO-" ANO-ARQUIVAR
           MES-ARQUIVAR ".TXT? (S/N)".
           ACCEPT CONFIRMA.
           IF (NOT CONFIRMA-SIM) THEN
               DISPLAY "OPERACAO CANCELADA. NADA FOI ALTERADO."
               MOVE 1 TO RETURN-CODE
               GO TO FIM-PROGRAMA
           END-IF.

           OPEN INPUT PEDIDOS.
           IF (PEDIDOS-STATUS NOT = "00") THEN
               DISPLAY "NAO HA PEDIDOS REGISTADOS."
               MOVE 1 TO RETURN-CODE
               GO TO FIM-PROGRAMA
           END-IF.

           OPEN OUTPUT ARQUIVO.
           MOVE ANO-ARQUIVAR TO PED-ANO.
           MOVE MES-ARQUIVAR TO PED-MES.
           MOVE 1 TO PED-DIA.
           MOVE 0 TO PED-NUMERO.
           START PEDIDOS KEY IS NOT LESS THAN PED-CHAVE
               INVALID KEY MOVE "S" TO FIM-PEDIDOS
           END-START.
           PERFORM LER-PROXIMO-PEDIDO.
           PERFORM UNTIL NAO-HA-MAIS-PEDIDOS
               MOVE REGISTO-PEDIDO TO REGISTO-ARQUIVO
               WRITE REGISTO-ARQUIVO
               ADD 1 TO NUM-ARQUIVADOS
               PERFORM LER-PROXIMO-PEDIDO
           END-PERFORM.
           CLOSE PEDIDOS.
           CLOSE ARQUIVO.

           DISPLAY "ARQUIVO CONCLUIDO. " NUM-ARQUIVADOS " PEDIDOS "
           "COPIADOS PARA PEDIDOS-ARQUIVO-" ANO-ARQUIVAR MES-ARQUIVAR
           ".TXT. OS PEDIDOS CONTINUAM EM PEDIDOS.DAT.".

       FIM-PROGRAMA.
           GOBACK.

       LER-PROXIMO-PEDIDO.
           IF (NOT NAO-HA-MAIS-PEDIDOS) THEN
               READ PEDIDOS NEXT RECORD
                   AT END MOVE "S" TO FIM-PEDIDOS
                   NOT AT END
                       IF (PED-ANO NOT = ANO-ARQUIVAR OR
                       PED-MES NOT = MES-ARQUIVAR) THEN
                           MOVE "S" TO FIM-PEDIDOS
                       END-IF
               END-READ
           END-IF.

       VERIFICAR-DIA-FECHADO.
           MOVE "N" TO DIA-JA-FECHADO.
           MOVE "N" TO FIM-FECHOS.
           OPEN INPUT FECHOS.
           IF (FECHOS-STATUS NOT = "00") THEN
               CLOSE FECHOS
           ELSE
               PERFORM LER-PROXIMO-FECHO
               PERFORM UNTIL NAO-HA-MAIS-FECHOS
                   IF (FCX-DATA = DATA-ATUAL) THEN
                       MOVE "S" TO DIA-JA-FECHADO
                       MOVE "S" TO FIM-FECHOS
                   ELSE
                       PERFORM LER-PROXIMO-FECHO
                   END-IF
               END-PERFORM
               CLOSE FECHOS
           END-IF.

       LER-PROXIMO-FECHO.
           READ FECHOS
               AT END MOVE "S" TO FIM-FECHOS
           END-READ.
       END PROGRAM ArquivarPedidos.
