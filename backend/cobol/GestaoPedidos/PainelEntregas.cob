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

           SELECT OPTIONAL ENTREGAS ASSIGN TO
           "D:/Monique/Documents/Projetos/iefp/Carlos/cobol808/ENTREGAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ENT-CHAVE
           FILE STATUS IS ENTREGAS-STATUS.

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

       FD ENTREGAS.
       01 REGISTO-ENTREGA.
           05 ENT-CHAVE.
               10 ENT-DATA                              PIC 9(8).
               10 ENT-PEDIDO                            PIC 9(4).
           05 ENT-MOTORISTA                             PIC 9(2).
           05 ENT-ESTADO                                PIC X(01).
              88 ENT-ATRIBUIDA                           VALUE "A".
           05 ENT-HORA-SAIU                             PIC 9(6).
           05 ENT-HORA-ENTREGUE                         PIC 9(6).

       WORKING-STORAGE SECTION.
       77 PEDIDOS-STATUS                                 PIC X(02).
       77 ENTREGAS-STATUS                                PIC X(02).
       77 FIM-PEDIDOS                                    PIC X VALUE "N".
           88 NAO-HA-MAIS-PEDIDOS                        VALUE "S".
       77 FIM-ENTREGAS                                   PIC X VALUE "N".
           88 NAO-HA-MAIS-ENTREGAS                       VALUE "S".

       77 NUM-PAINEL                                     PIC 9(3) VALUE 0.
       77 IND-PAINEL                                     PIC 9(3).
       77 MOTORISTA-NUMERO                               PIC 9(2).
       77 MOTORISTA-VALIDO                               PIC X VALUE "N".
           88 MOTORISTA-OK                               VALUE "S".
       77 MOTORISTA-PAPEIS                               PIC X(04).
       77 OPERADOR-NUMERO                                PIC 9(2).
       77 OPERADOR-VALIDO                                PIC X VALUE "N".
           88 OPERADOR-OK                                VALUE "S".
       77 OPERADOR-PAPEIS                                PIC X(04).
       77 NUM-TENTATIVAS-PIN                             PIC 9 VALUE 0.
       77 PIN-DIGITADO                                   PIC 9(4).
       77 PIN-MODO                                       PIC X VALUE "V".
       77 PIN-PAPEL                                      PIC 9 VALUE 1.
       77 PIN-PROGRAMA                                   PIC X(20)
                                                          VALUE "PainelEntregas".
       77 PIN-RESULTADO                                  PIC 9.
       77 PIN-HASH                                       PIC 9(10).
       77 PIN-MENSAGEM                                   PIC X(40).
       77 PIN-AUTORIZADOR                                PIC 9(2) VALUE 0.
       77 ENTREGA-ENCONTRADA                             PIC X VALUE "N".
           88 ENTREGA-OK                                 VALUE "S".
       77 PEDIDO-NO-PAINEL                               PIC X VALUE "N".
           88 PEDIDO-PAINEL-OK                           VALUE "S".

       77 IND-MOTORISTA                                  PIC 9(2).
       77 NUM-MOTORISTAS                                 PIC 9(2) VALUE 0.
           ACCEPT DATA-ATUAL FROM DATE YYYYMMDD.
           COMPUTE DATA-HOJE = ANO * 10000 + MES * 100 + DIA.

           PERFORM VALIDAR-OPERADOR.
           IF (NOT OPERADOR-OK) THEN
               DISPLAY "ACESSO RECUSADO."
               STOP RUN
           END-IF.

           PERFORM UNTIL SAIR-MENU
               PERFORM CARREGAR-PAINEL
               PERFORM MOSTRAR-PAINEL
               DISPLAY " "

           STOP RUN.

       ABRIR-ENTREGAS.
           OPEN I-O ENTREGAS.
           IF (ENTREGAS-STATUS = "35") THEN
               OPEN OUTPUT ENTREGAS
               CLOSE ENTREGAS
               OPEN I-O ENTREGAS
           END-IF.
           IF (ENTREGAS-STATUS NOT = "00" AND ENTREGAS-STATUS NOT = "05")
           THEN
               DISPLAY "ERRO " ENTREGAS-STATUS " AO ABRIR ENTREGAS.DAT. "
               "NADA FOI ALTERADO."
               STOP RUN
           END-IF.

       LER-PROXIMA-ENTREGA.
           IF (NOT NAO-HA-MAIS-ENTREGAS) THEN
               READ ENTREGAS NEXT RECORD
                   AT END MOVE "S" TO FIM-ENTREGAS
                   NOT AT END
                       IF (ENT-DATA NOT = DATA-HOJE) THEN
                           MOVE "S" TO FIM-ENTREGAS
                       END-IF
               END-READ
           END-IF.

       CARREGAR-PAINEL.
           MOVE 0 TO NUM-PAINEL.
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
                   IF (PED-ATIVO AND PED-MODO-ENTREGA = 2 AND
                   NUM-PAINEL < 200) THEN
                       ADD 1 TO NUM-PAINEL
                       MOVE PED-NUMERO TO PAINEL-NUMERO(NUM-PAINEL)
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

       MOSTRAR-PAINEL.
           DISPLAY " ".
           IF (NUM-PAINEL = 0) THEN
               DISPLAY "NAO HA ENTREGAS REGISTADAS PARA HOJE."
           ELSE
               OPEN INPUT ENTREGAS
               PERFORM VARYING IND-PAINEL FROM 1 BY 1
                   UNTIL IND-PAINEL > NUM-PAINEL
                   DISPLAY "PEDIDO " PAINEL-NUMERO(IND-PAINEL)
                   DISPLAY "   MORADA: " PAINEL-MORADA(IND-PAINEL)
                   PERFORM MOSTRAR-ESTADO-ENTREGA
               END-PERFORM
               CLOSE ENTREGAS
           END-IF.

       MOSTRAR-ESTADO-ENTREGA.
           IF (NOT ENTREGA-OK) THEN
               DISPLAY "   ESTADO: PENDENTE (SEM MOTORISTA)"
           ELSE
               EVALUATE TRUE
                   WHEN ENT-ENTREGUE
                       MOVE ENT-HORA-ENTREGUE TO ENTREGA-HORA-GRP

       LOCALIZAR-ENTREGA.
           MOVE "N" TO ENTREGA-ENCONTRADA.
           MOVE DATA-HOJE TO ENT-DATA.
           MOVE NUMERO-PROCURADO TO ENT-PEDIDO.
           READ ENTREGAS
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "S" TO ENTREGA-ENCONTRADA
           END-READ.

       VERIFICAR-PEDIDO-PAINEL.
           MOVE "N" TO PEDIDO-NO-PAINEL.
           END-PERFORM.

       ATRIBUIR-MOTORISTA.
           DISPLAY "NUMERO DO PEDIDO: ".
           ACCEPT NUMERO-PROCURADO.
           PERFORM VERIFICAR-PEDIDO-PAINEL.
           ELSE
               PERFORM VALIDAR-MOTORISTA
               IF (MOTORISTA-OK) THEN
                   PERFORM ABRIR-ENTREGAS
                   PERFORM LOCALIZAR-ENTREGA
                   IF (ENTREGA-OK) THEN
                       MOVE MOTORISTA-NUMERO TO ENT-MOTORISTA
                       PERFORM REGRAVAR-ENTREGA
                   ELSE
                       MOVE DATA-HOJE TO ENT-DATA
                       MOVE NUMERO-PROCURADO TO ENT-PEDIDO
                       MOVE MOTORISTA-NUMERO TO ENT-MOTORISTA
                       MOVE "A" TO ENT-ESTADO
                       MOVE 0 TO ENT-HORA-SAIU
                       MOVE 0 TO ENT-HORA-ENTREGUE
                       WRITE REGISTO-ENTREGA
                           INVALID KEY
                               DISPLAY "ERRO AO GRAVAR A ENTREGA (ESTADO "
                               ENTREGAS-STATUS ")."
                       END-WRITE
                   END-IF
                   CLOSE ENTREGAS
                   DISPLAY "MOTORISTA " MOTORISTA-NUMERO
                   " ATRIBUIDO AO PEDIDO " NUMERO-PROCURADO "."
               END-IF
           END-IF.

       REGISTAR-SAIDA.
           DISPLAY "NUMERO DO PEDIDO QUE SAIU: ".
           ACCEPT NUMERO-PROCURADO.
           PERFORM ABRIR-ENTREGAS.
           PERFORM LOCALIZAR-ENTREGA.
           IF (NOT ENTREGA-OK) THEN
               DISPLAY "PEDIDO SEM MOTORISTA ATRIBUIDO - ATRIBUA "
               "PRIMEIRO (OPCAO 1)."
           ELSE
               IF (ENT-ENTREGUE) THEN
                   DISPLAY "PEDIDO JA FOI ENTREGUE."
               ELSE
                   COMPUTE ENT-HORA-SAIU =
                       HORAS * 10000 + MINUTOS * 100 + SEGUNDOS
                   MOVE "S" TO ENT-ESTADO
                   PERFORM REGRAVAR-ENTREGA
                   DISPLAY "SAIDA REGISTADA AS " HORAS ":" MINUTOS "."
               END-IF
           END-IF.
           CLOSE ENTREGAS.

       REGISTAR-ENTREGA.
           DISPLAY "NUMERO DO PEDIDO ENTREGUE: ".
           ACCEPT NUMERO-PROCURADO.
           PERFORM ABRIR-ENTREGAS.
           PERFORM LOCALIZAR-ENTREGA.
           IF (NOT ENTREGA-OK) THEN
               DISPLAY "PEDIDO SEM MOTORISTA ATRIBUIDO - ATRIBUA "
               "PRIMEIRO (OPCAO 1)."
           ELSE
               IF (NOT ENT-SAIU) THEN
                   DISPLAY "SAIDA AINDA NAO REGISTADA - REGISTE "
                   "PRIMEIRO (OPCAO 2)."
                   COMPUTE ENT-HORA-ENTREGUE =
                       HORAS * 10000 + MINUTOS * 100 + SEGUNDOS
                   MOVE "E" TO ENT-ESTADO
                   PERFORM REGRAVAR-ENTREGA
                   DISPLAY "ENTREGA REGISTADA AS " HORAS ":" MINUTOS "."
               END-IF
           END-IF.
           CLOSE ENTREGAS.

       REGRAVAR-ENTREGA.
           REWRITE REGISTO-ENTREGA
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A ENTREGA (ESTADO "
                   ENTREGAS-STATUS ")."
           END-REWRITE.

       RELATORIO-TEMPOS.
           MOVE 0 TO NUM-MOTORISTAS.
           MOVE "N" TO FIM-ENTREGAS.
           OPEN INPUT ENTREGAS.
           IF (ENTREGAS-STATUS NOT = "00") THEN
               MOVE "S" TO FIM-ENTREGAS
           ELSE
               MOVE DATA-HOJE TO ENT-DATA
               MOVE 0 TO ENT-PEDIDO
               START ENTREGAS KEY IS NOT LESS THAN ENT-CHAVE
                   INVALID KEY MOVE "S" TO FIM-ENTREGAS
               END-START
           END-IF.
           PERFORM LER-PROXIMA-ENTREGA.
           PERFORM UNTIL NAO-HA-MAIS-ENTREGAS
               IF (ENT-ENTREGUE) THEN
                   PERFORM ACUMULAR-MOTORISTA
               END-IF
               PERFORM LER-PROXIMA-ENTREGA
           END-PERFORM.
           CLOSE ENTREGAS.
           DISPLAY " ".
           IF (NUM-MOTORISTAS = 0) THEN
               DISPLAY "AINDA NAO HA ENTREGAS CONCLUIDAS HOJE."
           MOVE "N" TO MOTORISTA-VALIDO.
           DISPLAY "NUMERO DO MOTORISTA: ".
           ACCEPT MOTORISTA-NUMERO.
           MOVE "P" TO PIN-MODO.
           MOVE 3 TO PIN-PAPEL.
           CALL "VERIFICARPIN" USING PIN-MODO, MOTORISTA-NUMERO,
               PIN-DIGITADO, PIN-PAPEL, PIN-PROGRAMA, PIN-RESULTADO,
               MOTORISTA-PAPEIS, PIN-HASH, PIN-MENSAGEM, PIN-AUTORIZADOR.
           IF (PIN-RESULTADO = 0) THEN
               MOVE "S" TO MOTORISTA-VALIDO
           ELSE
               DISPLAY PIN-MENSAGEM
           END-IF.

       VALIDAR-OPERADOR.
           MOVE "N" TO OPERADOR-VALIDO.
           MOVE 0 TO NUM-TENTATIVAS-PIN.
           MOVE "V" TO PIN-MODO.
           MOVE 1 TO PIN-PAPEL.
           PERFORM UNTIL OPERADOR-OK OR NUM-TENTATIVAS-PIN >= 3
               DISPLAY "OPERADOR: "
               ACCEPT OPERADOR-NUMERO
               DISPLAY "PIN: "                              LINE 24 COL 1
               ACCEPT PIN-DIGITADO             LINE 24 COL 6 WITH SECURE
               ADD 1 TO NUM-TENTATIVAS-PIN
               CALL "VERIFICARPIN" USING PIN-MODO, OPERADOR-NUMERO,
                   PIN-DIGITADO, PIN-PAPEL, PIN-PROGRAMA, PIN-RESULTADO,
                   OPERADOR-PAPEIS, PIN-HASH, PIN-MENSAGEM, PIN-AUTORIZADOR
               IF (PIN-RESULTADO = 0) THEN
                   MOVE "S" TO OPERADOR-VALIDO
               ELSE
                   DISPLAY PIN-MENSAGEM
               END-IF
           END-PERFORM.
       END PROGRAM PainelEntregas.
