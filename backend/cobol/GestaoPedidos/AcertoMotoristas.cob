       >>SOURCE FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AcertoMotoristas.

       ENVIRONMENT DIVISION.
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

           SELECT OPTIONAL ACERTOS ASSIGN TO
           "D:/Monique/Documents/Projetos/iefp/Carlos/cobol808/ACERTOS-MOTORISTAS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ACERTOS-STATUS.

           SELECT OPTIONAL FUNCIONARIOS ASSIGN TO
           "D:/Monique/Documents/Projetos/iefp/Carlos/cobol808/FUNCIONARIOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FUNC-STATUS.

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

       FD ENTREGAS.
       01 REGISTO-ENTREGA.
           05 ENT-CHAVE.
               10 ENT-DATA                              PIC 9(8).
               10 ENT-PEDIDO                            PIC 9(4).
           05 ENT-MOTORISTA                             PIC 9(2).
           05 ENT-ESTADO                                PIC X(01).
              88 ENT-ATRIBUIDA                           VALUE "A".
              88 ENT-SAIU                                VALUE "S".
              88 ENT-ENTREGUE                            VALUE "E".
           05 ENT-HORA-SAIU                             PIC 9(6).
           05 ENT-HORA-ENTREGUE                         PIC 9(6).

       FD ACERTOS.
       01 REGISTO-ACERTO.
           05 ACM-DATA                                  PIC 9(8).
           05 ACM-MOTORISTA                             PIC 9(2).
           05 ACM-NUM-PEDIDOS                           PIC 9(3).
           05 ACM-ESPERADO                              PIC 9(5)V99.
           05 ACM-ENTREGUE                              PIC 9(5)V99.
           05 ACM-SINAL                                 PIC X(01).
              88 ACM-SOBRA                               VALUE "+".
              88 ACM-FALTA                               VALUE "-".
           05 ACM-DIFERENCA                             PIC 9(5)V99.
           05 ACM-GERENTE                               PIC 9(2).
           05 ACM-HORA                                  PIC 9(6).

       FD FUNCIONARIOS.
       01 REGISTO-FUNC.
           05 FUNC-NUMERO                                PIC 9(2).
           05 FUNC-NOME                                  PIC X(30).
           05 FUNC-EMAIL                                 PIC X(50).
           05 FUNC-ESTADO                                PIC X(01).
              88 FUNC-ATIVO                               VALUE "A".
              88 FUNC-INATIVO                             VALUE "I".
           05 FUNC-DATA-ADMISSAO                         PIC 9(8).
           05 FUNC-IBAN                                  PIC X(34).
           05 FUNC-TITULAR-CONTA                         PIC X(40).
           05 FUNC-SITUACAO-IRS                          PIC X(01).
           05 FUNC-DEPENDENTES                           PIC 9(2).
           05 FUNC-PIN-HASH                              PIC 9(10).
           05 FUNC-PAPEIS                                PIC X(04).

       WORKING-STORAGE SECTION.
       77 PEDIDOS-STATUS                                 PIC X(02).
       77 ENTREGAS-STATUS                                PIC X(02).
       77 ACERTOS-STATUS                                 PIC X(02).
       77 FUNC-STATUS                                    PIC X(02).
       77 FIM-ENTREGAS                                   PIC X VALUE "N".
           88 NAO-HA-MAIS-ENTREGAS                       VALUE "S".
       77 FIM-ACERTOS                                    PIC X VALUE "N".
           88 NAO-HA-MAIS-ACERTOS                        VALUE "S".
       77 FIM-FUNCIONARIOS                               PIC X VALUE "N".
           88 NAO-HA-MAIS-FUNCIONARIOS                   VALUE "S".
       77 IND-PAG                                        PIC 9.
       77 IND-MOTORISTA                                  PIC 9(3).
       77 NUMERO-MOTORISTA                               PIC 9(2).
       77 NUM-POR-ACERTAR                                PIC 9(2) VALUE 0.
       77 NUM-ACERTADOS-AGORA                            PIC 9(2) VALUE 0.
       77 DATA-IN                                        PIC 9(8).
       77 DATA-ACERTO                                    PIC 9(8).
       77 DINHEIRO-PEDIDO                                PIC 9(4)V99.
       77 POR-ACERTAR                                    PIC S9(6)V99.
       77 PEDIDOS-POR-ACERTAR                            PIC S9(4).
       77 VALOR-ENTREGUE                                 PIC 9(5)V99.
       77 DIFERENCA-NUM                                  PIC S9(6)V99.
       77 OPERADOR-NUMERO                                PIC 9(2).
       77 OPERADOR-VALIDO                                PIC X VALUE "N".
           88 OPERADOR-OK                                VALUE "S".
       77 OPERADOR-PAPEIS                                PIC X(04).
       77 NUM-TENTATIVAS-PIN                             PIC 9 VALUE 0.
       77 PIN-DIGITADO                                   PIC 9(4).
       77 PIN-MODO                                       PIC X VALUE "V".
       77 PIN-PAPEL                                      PIC 9 VALUE 4.
       77 PIN-PROGRAMA                                   PIC X(20)
                                                          VALUE "AcertoMotoristas".
       77 PIN-RESULTADO                                  PIC 9.
       77 PIN-HASH                                       PIC 9(10).
       77 PIN-MENSAGEM                                   PIC X(40).
       77 PIN-AUTORIZADOR                                PIC 9(2) VALUE 0.
       77 CONFIRMA                                       PIC X.
           88 CONFIRMA-SIM                               VALUE "S", "s".

       77 VALOR-SAIDA                                    PIC ZZ,ZZ9.99.
       77 VALOR-SAIDA2                                   PIC ZZ,ZZ9.99.
       77 VALOR-SAIDA3                                   PIC ZZ,ZZ9.99.
       77 DINHEIRO-SAIDA                                 PIC Z,ZZ9.99.
       77 DATA-SAIDA                                     PIC 9999/99/99.

       01 TAB-MOTORISTAS.
           05 MOT-ENTRY OCCURS 99.
               10 MOT-NOME                               PIC X(30).
               10 MOT-NUM-PEDIDOS                        PIC 9(3).
               10 MOT-ESPERADO                           PIC 9(6)V99.
               10 MOT-PEDIDOS-ACERTADOS                  PIC 9(3).
               10 MOT-ACERTADO                           PIC 9(6)V99.
               10 MOT-ENTREGUE                           PIC 9(6)V99.
               10 MOT-EM-CURSO                           PIC 9(3).

       01 DATA-ATUAL.
           05 ANO                                   PIC 9(4).
           05 MES                                   PIC 9(2).
           05 DIA                                   PIC 9(2).
       77 DATA-HOJE                                 PIC 9(8) VALUE 0.

       01 HORA-ATUAL.
           05 HORAS                                 PIC 9(2).
           05 MINUTOS                               PIC 9(2).
           05 SEGUNDOS                              PIC 9(2).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "PIZZARIA RAMALHO - ACERTO DE CONTAS DOS MOTORISTAS".
           DISPLAY "--------------------------------------------------".
           ACCEPT DATA-ATUAL FROM DATE YYYYMMDD.
           COMPUTE DATA-HOJE = ANO * 10000 + MES * 100 + DIA.

           DISPLAY "DATA DO ACERTO (AAAAMMDD, 0 = HOJE): ".
           ACCEPT DATA-IN.
           IF (DATA-IN = 0) THEN
               MOVE DATA-HOJE TO DATA-ACERTO
           ELSE
               MOVE DATA-IN TO DATA-ACERTO
           END-IF.
           MOVE DATA-ACERTO TO DATA-SAIDA.

           INITIALIZE TAB-MOTORISTAS.
           PERFORM CARREGAR-NOMES-MOTORISTAS.
           PERFORM CARREGAR-ENTREGAS.
           PERFORM CARREGAR-ACERTOS.
           PERFORM MOSTRAR-SITUACAO.

           IF (NUM-POR-ACERTAR = 0) THEN
               DISPLAY " "
               DISPLAY "TODOS OS MOTORISTAS ESTAO ACERTADOS PARA "
               DATA-SAIDA "."
               GO TO FIM-PROGRAMA
           END-IF.

           DISPLAY " ".
           PERFORM VALIDAR-OPERADOR.
           IF (NOT OPERADOR-OK) THEN
               DISPLAY "ACESSO RECUSADO - O ACERTO EXIGE UM GERENTE. "
               "NADA FOI ALTERADO."
               GO TO FIM-PROGRAMA
           END-IF.
           PERFORM VARYING IND-MOTORISTA FROM 1 BY 1
               UNTIL IND-MOTORISTA > 99
               COMPUTE POR-ACERTAR = MOT-ESPERADO(IND-MOTORISTA)
                   - MOT-ACERTADO(IND-MOTORISTA)
               IF (POR-ACERTAR > 0) THEN
                   PERFORM ACERTAR-MOTORISTA
               END-IF
           END-PERFORM.

           DISPLAY " ".
           DISPLAY NUM-ACERTADOS-AGORA " ACERTOS REGISTADOS EM "
           "ACERTOS-MOTORISTAS.TXT.".

       FIM-PROGRAMA.
           STOP RUN.

       CARREGAR-NOMES-MOTORISTAS.
           MOVE "N" TO FIM-FUNCIONARIOS.
           OPEN INPUT FUNCIONARIOS.
           IF (FUNC-STATUS NOT = "00") THEN
               CLOSE FUNCIONARIOS
           ELSE
               PERFORM LER-PROXIMO-FUNCIONARIO
               PERFORM UNTIL NAO-HA-MAIS-FUNCIONARIOS
                   IF (FUNC-NUMERO IS NUMERIC AND FUNC-NUMERO > 0) THEN
                       MOVE FUNC-NOME TO MOT-NOME(FUNC-NUMERO)
                   END-IF
                   PERFORM LER-PROXIMO-FUNCIONARIO
               END-PERFORM
               CLOSE FUNCIONARIOS
           END-IF.

       LER-PROXIMO-FUNCIONARIO.
           READ FUNCIONARIOS
               AT END MOVE "S" TO FIM-FUNCIONARIOS
           END-READ.

       CARREGAR-ENTREGAS.
           MOVE "N" TO FIM-ENTREGAS.
           OPEN INPUT ENTREGAS.
           IF (ENTREGAS-STATUS NOT = "00") THEN
               CLOSE ENTREGAS
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT PEDIDOS.
           PERFORM INICIAR-ENTREGAS-DIA.
           PERFORM LER-PROXIMA-ENTREGA.
           PERFORM UNTIL NAO-HA-MAIS-ENTREGAS
               IF (ENT-MOTORISTA > 0) THEN
                   IF (ENT-ENTREGUE) THEN
                       PERFORM OBTER-DINHEIRO-PEDIDO
                       IF (DINHEIRO-PEDIDO > 0) THEN
                           MOVE ENT-MOTORISTA TO IND-MOTORISTA
                           ADD 1 TO MOT-NUM-PEDIDOS(IND-MOTORISTA)
                           ADD DINHEIRO-PEDIDO TO
                           MOT-ESPERADO(IND-MOTORISTA)
                       END-IF
                   ELSE
                       ADD 1 TO MOT-EM-CURSO(ENT-MOTORISTA)
                   END-IF
               END-IF
               PERFORM LER-PROXIMA-ENTREGA
           END-PERFORM.
           CLOSE PEDIDOS.
           CLOSE ENTREGAS.

       INICIAR-ENTREGAS-DIA.
           MOVE "N" TO FIM-ENTREGAS.
           MOVE DATA-ACERTO TO ENT-DATA.
           MOVE 0 TO ENT-PEDIDO.
           START ENTREGAS KEY IS NOT LESS THAN ENT-CHAVE
               INVALID KEY MOVE "S" TO FIM-ENTREGAS
           END-START.

       LER-PROXIMA-ENTREGA.
           IF (NOT NAO-HA-MAIS-ENTREGAS) THEN
               READ ENTREGAS NEXT RECORD
                   AT END MOVE "S" TO FIM-ENTREGAS
                   NOT AT END
                       IF (ENT-DATA NOT = DATA-ACERTO) THEN
                           MOVE "S" TO FIM-ENTREGAS
                       END-IF
               END-READ
           END-IF.

       OBTER-DINHEIRO-PEDIDO.
           MOVE 0 TO DINHEIRO-PEDIDO.
           MOVE ENT-DATA TO PED-DATA.
           MOVE ENT-PEDIDO TO PED-NUMERO.
           READ PEDIDOS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF (NOT PED-CANCELADO) THEN
                       PERFORM CALCULAR-DINHEIRO-PEDIDO
                   END-IF
           END-READ.

       CALCULAR-DINHEIRO-PEDIDO.
           MOVE 0 TO DINHEIRO-PEDIDO.
           IF (PED-NUM-PAGAMENTOS IS NUMERIC AND
           PED-NUM-PAGAMENTOS >= 1 AND PED-NUM-PAGAMENTOS <= 3) THEN
               PERFORM VARYING IND-PAG FROM 1 BY 1
                   UNTIL IND-PAG > PED-NUM-PAGAMENTOS
                   IF (PED-PAG-METODO(IND-PAG) = 1) THEN
                       ADD PED-PAG-VALOR(IND-PAG) TO DINHEIRO-PEDIDO
                   END-IF
               END-PERFORM
           ELSE
               IF (PED-PAGAMENTO = 1) THEN
                   MOVE PED-TOTAL TO DINHEIRO-PEDIDO
               END-IF
           END-IF.

       LISTAR-PEDIDOS-MOTORISTA.
           OPEN INPUT ENTREGAS.
           OPEN INPUT PEDIDOS.
           PERFORM INICIAR-ENTREGAS-DIA.
           PERFORM LER-PROXIMA-ENTREGA.
           PERFORM UNTIL NAO-HA-MAIS-ENTREGAS
               IF (ENT-MOTORISTA = IND-MOTORISTA AND ENT-ENTREGUE) THEN
                   PERFORM OBTER-DINHEIRO-PEDIDO
                   IF (DINHEIRO-PEDIDO > 0) THEN
                       MOVE DINHEIRO-PEDIDO TO DINHEIRO-SAIDA
                       DISPLAY "  PEDIDO " ENT-PEDIDO
                       "  DINHEIRO " DINHEIRO-SAIDA
                   END-IF
               END-IF
               PERFORM LER-PROXIMA-ENTREGA
           END-PERFORM.
           CLOSE PEDIDOS.
           CLOSE ENTREGAS.

       CARREGAR-ACERTOS.
           MOVE "N" TO FIM-ACERTOS.
           OPEN INPUT ACERTOS.
           IF (ACERTOS-STATUS NOT = "00") THEN
               CLOSE ACERTOS
           ELSE
               PERFORM LER-PROXIMO-ACERTO
               PERFORM UNTIL NAO-HA-MAIS-ACERTOS
                   IF (ACM-DATA = DATA-ACERTO AND ACM-MOTORISTA > 0) THEN
                       ADD ACM-NUM-PEDIDOS TO
                       MOT-PEDIDOS-ACERTADOS(ACM-MOTORISTA)
                       ADD ACM-ESPERADO TO MOT-ACERTADO(ACM-MOTORISTA)
                       ADD ACM-ENTREGUE TO MOT-ENTREGUE(ACM-MOTORISTA)
                   END-IF
                   PERFORM LER-PROXIMO-ACERTO
               END-PERFORM
               CLOSE ACERTOS
           END-IF.

       LER-PROXIMO-ACERTO.
           READ ACERTOS
               AT END MOVE "S" TO FIM-ACERTOS
           END-READ.

       MOSTRAR-SITUACAO.
           MOVE 0 TO NUM-POR-ACERTAR.
           DISPLAY " ".
           DISPLAY "DINHEIRO EM PODER DOS MOTORISTAS EM " DATA-SAIDA ":".
           DISPLAY "MOT NOME                           PEDIDOS   "
           "DINHEIRO  ACERTADO  POR ACERTAR".
           PERFORM VARYING IND-MOTORISTA FROM 1 BY 1
               UNTIL IND-MOTORISTA > 99
               IF (MOT-NUM-PEDIDOS(IND-MOTORISTA) > 0 OR
               MOT-ACERTADO(IND-MOTORISTA) > 0 OR
               MOT-EM-CURSO(IND-MOTORISTA) > 0) THEN
                   COMPUTE POR-ACERTAR = MOT-ESPERADO(IND-MOTORISTA)
                       - MOT-ACERTADO(IND-MOTORISTA)
                   MOVE MOT-ESPERADO(IND-MOTORISTA) TO VALOR-SAIDA
                   MOVE MOT-ACERTADO(IND-MOTORISTA) TO VALOR-SAIDA2
                   IF (POR-ACERTAR > 0) THEN
                       ADD 1 TO NUM-POR-ACERTAR
                       MOVE POR-ACERTAR TO VALOR-SAIDA3
                   ELSE
                       MOVE 0 TO VALOR-SAIDA3
                   END-IF
                   MOVE IND-MOTORISTA TO NUMERO-MOTORISTA
                   DISPLAY NUMERO-MOTORISTA "  " MOT-NOME(IND-MOTORISTA)
                   " " MOT-NUM-PEDIDOS(IND-MOTORISTA) "    "
                   VALOR-SAIDA " " VALOR-SAIDA2 "  " VALOR-SAIDA3
                   IF (MOT-EM-CURSO(IND-MOTORISTA) > 0) THEN
                       DISPLAY "    AVISO: " MOT-EM-CURSO(IND-MOTORISTA)
                       " ENTREGAS AINDA NAO MARCADAS COMO ENTREGUES."
                   END-IF
               END-IF
           END-PERFORM.

       ACERTAR-MOTORISTA.
           COMPUTE PEDIDOS-POR-ACERTAR = MOT-NUM-PEDIDOS(IND-MOTORISTA)
               - MOT-PEDIDOS-ACERTADOS(IND-MOTORISTA).
           IF (PEDIDOS-POR-ACERTAR < 0) THEN
               MOVE 0 TO PEDIDOS-POR-ACERTAR
           END-IF.
           DISPLAY " ".
           MOVE IND-MOTORISTA TO NUMERO-MOTORISTA
           DISPLAY "MOTORISTA " NUMERO-MOTORISTA " " MOT-NOME(IND-MOTORISTA).
           PERFORM LISTAR-PEDIDOS-MOTORISTA.
           MOVE POR-ACERTAR TO VALOR-SAIDA.
           DISPLAY "  A ENTREGAR: " VALOR-SAIDA " EUROS".
           DISPLAY "VALOR ENTREGUE PELO MOTORISTA: ".
           ACCEPT VALOR-ENTREGUE.
           COMPUTE DIFERENCA-NUM = VALOR-ENTREGUE - POR-ACERTAR.
           MOVE DIFERENCA-NUM TO VALOR-SAIDA2.
           IF (DIFERENCA-NUM < 0) THEN
               DISPLAY "  FALTA: " VALOR-SAIDA2 " EUROS"
           ELSE
               IF (DIFERENCA-NUM > 0) THEN
                   DISPLAY "  SOBRA: " VALOR-SAIDA2 " EUROS"
               ELSE
                   DISPLAY "  CONTAS CERTAS - SEM DIFERENCA."
               END-IF
           END-IF.
           DISPLAY "CONFIRMA O ACERTO DO MOTORISTA " NUMERO-MOTORISTA
           "? (S/N)".
           ACCEPT CONFIRMA.
           IF (NOT CONFIRMA-SIM) THEN
               DISPLAY "MOTORISTA " NUMERO-MOTORISTA " FICA POR ACERTAR."
               EXIT PARAGRAPH
           END-IF.
           PERFORM GRAVAR-ACERTO.
           ADD 1 TO NUM-ACERTADOS-AGORA.

       GRAVAR-ACERTO.
           ACCEPT HORA-ATUAL FROM TIME.
           OPEN EXTEND ACERTOS.
           IF (ACERTOS-STATUS = "35") THEN
               OPEN OUTPUT ACERTOS
           END-IF.
           MOVE DATA-ACERTO TO ACM-DATA.
           MOVE IND-MOTORISTA TO ACM-MOTORISTA.
           MOVE PEDIDOS-POR-ACERTAR TO ACM-NUM-PEDIDOS.
           MOVE POR-ACERTAR TO ACM-ESPERADO.
           MOVE VALOR-ENTREGUE TO ACM-ENTREGUE.
           IF (DIFERENCA-NUM < 0) THEN
               MOVE "-" TO ACM-SINAL
               COMPUTE ACM-DIFERENCA = 0 - DIFERENCA-NUM
           ELSE
               MOVE "+" TO ACM-SINAL
               MOVE DIFERENCA-NUM TO ACM-DIFERENCA
           END-IF.
           MOVE OPERADOR-NUMERO TO ACM-GERENTE.
           MOVE HORA-ATUAL TO ACM-HORA.
           WRITE REGISTO-ACERTO.
           CLOSE ACERTOS.

       VALIDAR-OPERADOR.
           MOVE "N" TO OPERADOR-VALIDO.
           MOVE 0 TO NUM-TENTATIVAS-PIN.
           PERFORM UNTIL OPERADOR-OK OR NUM-TENTATIVAS-PIN >= 3
               DISPLAY "GERENTE QUE RECEBE O DINHEIRO: "
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
       END PROGRAM AcertoMotoristas.
