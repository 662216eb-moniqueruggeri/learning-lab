       >>SOURCE FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. tarefa2sepa.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FUNCIONARIOS ASSIGN TO
           "D:/Monique/Documents/Projetos/iefp/Carlos/cobol808/FUNCIONARIOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FUNC-STATUS.

           SELECT OPTIONAL HISTORICO ASSIGN TO
           "D:/Monique/Documents/Projetos/iefp/Carlos/cobol808/HISTORICO-SALARIOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HIST-STATUS.

           SELECT OPTIONAL RUNLOG ASSIGN TO
           "D:/Monique/Documents/Projetos/iefp/Carlos/cobol808/FOLHA-RUNLOG.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUNLOG-STATUS.

           SELECT OPTIONAL CONTROLO ASSIGN TO
           "D:/Monique/Documents/Projetos/iefp/Carlos/cobol808/CONTROLO-SEPA.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SEPA ASSIGN TO CAMINHO-SEPA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SEPA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD FUNCIONARIOS.
       01 REGISTO-FUNC.
              05 FUNC-NUMERO                                   PIC 9(2).
              05 FUNC-NOME                                    PIC X(30).
              05 FUNC-EMAIL                                   PIC X(50).
              05 FUNC-ESTADO                                  PIC X(01).
                 88 FUNC-ATIVO                                 VALUE "A".
                 88 FUNC-INATIVO                               VALUE "I".
              05 FUNC-DATA-ADMISSAO                           PIC 9(8).
              05 FUNC-IBAN                                    PIC X(34).
              05 FUNC-TITULAR-CONTA                           PIC X(40).
              05 FUNC-SITUACAO-IRS                            PIC X(01).
              05 FUNC-DEPENDENTES                             PIC 9(2).
              05 FUNC-PIN-HASH                                PIC 9(10).
              05 FUNC-PAPEIS                                  PIC X(04).

       FD HISTORICO.
       01 REGISTO-HIST.
              05 HIST-NUMERO                                   PIC 9(2).
              05 HIST-ANO                                      PIC 9(4).
              05 HIST-MES                                      PIC 9(2).
              05 HIST-ANOS-TRABALHO                            PIC 9(2).
              05 HIST-VENDAS-MES                               PIC 9(5).
              05 HIST-SALARIO                            PIC 9(5)V99.
              05 HIST-COMISSAO                           PIC 9(5)V99.
              05 HIST-TOTAL                              PIC 9(6)V99.
              05 HIST-DESCONTOS                          PIC 9(5)V99.
              05 HIST-SALARIO-LIQUIDO                    PIC 9(5)V99.
              05 HIST-MINUTOS-EXTRA                            PIC 9(6).
              05 HIST-HORAS-EXTRA                        PIC 9(5)V99.
              05 HIST-SEGURANCA-SOCIAL                   PIC 9(5)V99.
              05 HIST-IRS                                PIC 9(5)V99.
              05 HIST-TABELA-IRS                               PIC X(03).
              05 HIST-ESCALAO-IRS                              PIC 9(2).
              05 HIST-TAXA-IRS                           PIC 9V9999.
              05 HIST-TAXA-SS                            PIC 9V9999.
              05 HIST-DEPENDENTES                              PIC 9(2).

       FD RUNLOG.
       01 REGISTO-RUNLOG.
              05 RL-DATA-HORA                                 PIC X(19).
              05 FILLER                                       PIC X(16).
              05 RL-MES                                        PIC 9(2).
              05 FILLER                                       PIC X(01).
              05 RL-ANO                                        PIC 9(4).
              05 FILLER                                       PIC X(07).
              05 RL-PAGOS                                      PIC 9(3).
              05 FILLER                                       PIC X(14).
              05 RL-SUBSTITUIDOS                               PIC 9(3).
              05 FILLER                                       PIC X(07).
              05 RL-BRUTO                              PIC Z,ZZZ,ZZ9.99.
              05 FILLER                                       PIC X(09).
              05 RL-LIQUIDO                            PIC Z,ZZZ,ZZ9.99.
              05 FILLER                                       PIC X(41).

       FD CONTROLO.
       01 REGISTO-CONTROLO                                  PIC X(100).

       FD SEPA.
       01 REGISTO-SEPA                                      PIC X(200).

       WORKING-STORAGE SECTION.
       77 FUNC-STATUS                                             PIC X(02).
       77 HIST-STATUS                                             PIC X(02).
       77 RUNLOG-STATUS                                           PIC X(02).
       77 SEPA-STATUS                                             PIC X(02).
       77 CAMINHO-SEPA                                           PIC X(120).
       77 NOME-FICHEIRO-SEPA                                      PIC X(40).
       77 FIM-FUNCIONARIOS                                        PIC X
       VALUE "N".
           88 NAO-HA-MAIS-FUNCIONARIOS VALUE "S".
       77 FIM-HISTORICO                                           PIC X
       VALUE "N".
           88 NAO-HA-MAIS-HISTORICO VALUE "S".
       77 FIM-RUNLOG                                              PIC X
       VALUE "N".
           88 NAO-HA-MAIS-RUNLOG VALUE "S".
       77 RUNLOG-ENCONTRADO                                       PIC X
       VALUE "N".
           88 RUNLOG-DO-MES VALUE "S".
       77 CONFIRMA                                                PIC X.
           88 CONFIRMA-SIM VALUE "S", "s".

       77 ANO-REFERENCIA                                       PIC 9(4).
       77 MES-REFERENCIA                                       PIC 9(2).
       77 DATA-EXECUCAO-IN                                     PIC X(8).
       77 DATA-EXECUCAO                                        PIC 9(8).
       77 DATA-HOJE                                            PIC 9(8).
       77 IND-FUNC                                             PIC 9(3).
       77 IND-PAG                                              PIC 9(3).
       77 NUM-TRANSFERENCIAS                                   PIC 9(3)
       VALUE 0.
       77 NUM-MANUAIS                                          PIC 9(3)
       VALUE 0.
       77 NUM-HISTORICO                                        PIC 9(3)
       VALUE 0.
       77 TOTAL-TRANSFERENCIAS                             PIC 9(8)V99
       VALUE 0.
       77 TOTAL-MANUAIS                                    PIC 9(8)V99
       VALUE 0.
       77 TOTAL-HISTORICO                                  PIC 9(8)V99
       VALUE 0.
       77 RUNLOG-DATA-HORA                                    PIC X(19).
       77 RUNLOG-PAGOS                                         PIC 9(3)
       VALUE 0.
       77 RUNLOG-LIQUIDO                                   PIC 9(8)V99
       VALUE 0.
       77 CONFERENCIA-RUNLOG                                      PIC X
       VALUE "N".
           88 CONFERENCIA-OK VALUE "S".

       77 IBAN-TRABALHO                                       PIC X(34).
       77 IBAN-VALIDO                                             PIC X.
           88 IBAN-OK VALUE "S".
       77 IBAN-MOTIVO                                         PIC X(30).

       77 EMPRESA-NOME                                   PIC X(40)
                               VALUE "PIZZARIA E DERIVADOS, LDA".
       77 EMPRESA-NIF                                    PIC X(09)
                               VALUE "509876543".
       77 EMPRESA-IBAN                                   PIC X(34)
                               VALUE SPACES.
       77 EMPRESA-BIC                                    PIC X(11)
                               VALUE SPACES.

       77 VALOR-FMT                                      PIC Z,ZZZ,ZZ9.99.
       77 NIVEL-XML                                      PIC 99.
       77 TAG-XML                                        PIC X(40).
       77 VALOR-XML                                      PIC X(200).
       77 POS-SEPA                                       PIC 9(3).
       77 TEXTO-ORIGEM                                   PIC X(70).
       77 TAM-TEXTO                                      PIC 9(3).
       77 IND-CHAR                                       PIC 9(3).
       77 POS-VALOR                                      PIC 9(3).
       77 VALOR-MONETARIO                                PIC Z(7)9.99.
       77 QTD-SAIDA                                      PIC ZZ9.
       77 ID-MENSAGEM                                    PIC X(35).
       77 ID-PAGAMENTO                                   PIC X(35).
       77 DATA-XML                                       PIC X(10).
       77 DATA-HORA-XML                                  PIC X(19).

       01 DATA-ATUAL.
           05 ANO                                   PIC 9(4).
           05 MES                                   PIC 9(2).
           05 DIA                                   PIC 9(2).

       01 HORA-ATUAL.
           05 HORAS                                 PIC 9(2).
           05 MINUTOS                               PIC 9(2).
           05 SEGUNDOS                              PIC 9(2).
           05 CENTESIMOS                            PIC 9(2).

       01 TAB-FUNCIONARIOS.
           05 TAB-FUNC OCCURS 100.
              10 TF-EXISTE                                   PIC X(01).
              10 TF-NOME                                    PIC X(30).
              10 TF-IBAN                                    PIC X(34).
              10 TF-TITULAR-CONTA                           PIC X(40).

       01 TAB-TRANSFERENCIAS.
           05 TRANSFERENCIA OCCURS 100.
              10 TR-NUMERO                                  PIC 9(2).
              10 TR-TITULAR                                 PIC X(40).
              10 TR-IBAN                                    PIC X(34).
              10 TR-VALOR                                PIC 9(5)V99.

       01 TAB-MANUAIS.
           05 PAGAMENTO-MANUAL OCCURS 100.
              10 MN-NUMERO                                  PIC 9(2).
              10 MN-NOME                                    PIC X(30).
              10 MN-VALOR                                PIC 9(5)V99.
              10 MN-MOTIVO                                  PIC X(30).

       PROCEDURE DIVISION.
       PREPARAR-TRANSFERENCIAS.
           DISPLAY "PIZZARIA RAMALHO - TRANSFERENCIAS SEPA DE VENCIMENTOS".
           DISPLAY "-----------------------------------------------------".
           ACCEPT DATA-ATUAL FROM DATE YYYYMMDD.
           ACCEPT HORA-ATUAL FROM TIME.
           MOVE DATA-ATUAL TO DATA-HOJE.
           DISPLAY "ANO DOS VENCIMENTOS (AAAA): ".
           ACCEPT ANO-REFERENCIA.
           DISPLAY "MES DOS VENCIMENTOS (1-12): ".
           ACCEPT MES-REFERENCIA.
           IF (MES-REFERENCIA < 1 OR MES-REFERENCIA > 12) THEN
               DISPLAY "MES INVALIDO. ABORTADO."
               STOP RUN
           END-IF.
           DISPLAY "DATA DE EXECUCAO NO BANCO (AAAAMMDD, VAZIO = HOJE): ".
           ACCEPT DATA-EXECUCAO-IN.
           IF (DATA-EXECUCAO-IN = SPACES) THEN
               MOVE DATA-HOJE TO DATA-EXECUCAO
           ELSE
               IF (DATA-EXECUCAO-IN IS NOT NUMERIC) THEN
                   DISPLAY "DATA DE EXECUCAO INVALIDA. ABORTADO."
                   STOP RUN
               END-IF
               MOVE DATA-EXECUCAO-IN TO DATA-EXECUCAO
               IF (FUNCTION INTEGER-OF-DATE(DATA-EXECUCAO) = 0 OR
               DATA-EXECUCAO < DATA-HOJE) THEN
                   DISPLAY "DATA DE EXECUCAO INVALIDA OU NO PASSADO. "
                   "ABORTADO."
                   STOP RUN
               END-IF
           END-IF.

           IF (EMPRESA-IBAN = SPACES) THEN
               DISPLAY "IBAN DA CONTA A DEBITAR (EMPRESA): "
               ACCEPT EMPRESA-IBAN
           END-IF.
           MOVE EMPRESA-IBAN TO IBAN-TRABALHO.
           CALL "VALIDARIBAN" USING IBAN-TRABALHO, IBAN-VALIDO,
               IBAN-MOTIVO.
           IF (NOT IBAN-OK) THEN
               DISPLAY "IBAN DA EMPRESA INVALIDO (" IBAN-MOTIVO
               "). ABORTADO."
               STOP RUN
           END-IF.
           MOVE IBAN-TRABALHO TO EMPRESA-IBAN.

           INITIALIZE TAB-FUNCIONARIOS.
           OPEN INPUT FUNCIONARIOS.
           IF (FUNC-STATUS NOT = "00") THEN
               CLOSE FUNCIONARIOS
               DISPLAY "FUNCIONARIOS.TXT INDISPONIVEL - EXPORTE OS "
               "DADOS NO MENU DE FUNCIONARIOS. ABORTADO."
               STOP RUN
           END-IF.
           PERFORM LER-PROXIMO-FUNCIONARIO.
           PERFORM UNTIL NAO-HA-MAIS-FUNCIONARIOS
               COMPUTE IND-FUNC = FUNC-NUMERO + 1
               MOVE "S" TO TF-EXISTE(IND-FUNC)
               MOVE FUNC-NOME TO TF-NOME(IND-FUNC)
               MOVE FUNC-IBAN TO TF-IBAN(IND-FUNC)
               MOVE FUNC-TITULAR-CONTA TO TF-TITULAR-CONTA(IND-FUNC)
               PERFORM LER-PROXIMO-FUNCIONARIO
           END-PERFORM.
           CLOSE FUNCIONARIOS.

           OPEN INPUT HISTORICO.
           IF (HIST-STATUS NOT = "00") THEN
               CLOSE HISTORICO
           ELSE
               PERFORM LER-PROXIMO-HISTORICO
               PERFORM UNTIL NAO-HA-MAIS-HISTORICO
                   IF (HIST-ANO = ANO-REFERENCIA AND
                   HIST-MES = MES-REFERENCIA) THEN
                       PERFORM CLASSIFICAR-PAGAMENTO
                   END-IF
                   PERFORM LER-PROXIMO-HISTORICO
               END-PERFORM
               CLOSE HISTORICO
           END-IF.

           IF (NUM-HISTORICO = 0) THEN
               DISPLAY "NAO HA VENCIMENTOS DE " MES-REFERENCIA "/"
               ANO-REFERENCIA " EM HISTORICO-SALARIOS.TXT - EXECUTE "
               "PRIMEIRO O PROCESSAMENTO DA FOLHA. ABORTADO."
               STOP RUN
           END-IF.

           PERFORM PROCURAR-RUNLOG.
           PERFORM ESCREVER-LISTAGEM-CONTROLO.

           IF (NUM-TRANSFERENCIAS = 0) THEN
               DISPLAY "NENHUM FUNCIONARIO COM IBAN VALIDO - FICHEIRO "
               "SEPA NAO FOI GERADO."
               STOP RUN
           END-IF.
           DISPLAY " ".
           IF (NOT CONFERENCIA-OK) THEN
               DISPLAY "ATENCAO: OS TOTAIS NAO CONFEREM COM O "
               "FOLHA-RUNLOG.TXT."
           END-IF.
           MOVE TOTAL-TRANSFERENCIAS TO VALOR-FMT.
           DISPLAY "GERAR FICHEIRO SEPA COM " NUM-TRANSFERENCIAS
           " TRANSFERENCIAS NO TOTAL DE " VALOR-FMT " EUR? (S/N)".
           ACCEPT CONFIRMA.
           IF (CONFIRMA-SIM) THEN
               PERFORM ESCREVER-SEPA
               DISPLAY "FICHEIRO SEPA GRAVADO EM "
               FUNCTION TRIM(NOME-FICHEIRO-SEPA)
               ". LISTAGEM DE CONTROLO EM CONTROLO-SEPA.TXT."
           ELSE
               DISPLAY "OPERACAO CANCELADA. NENHUM FICHEIRO SEPA FOI "
               "GERADO."
           END-IF.
           STOP RUN.

       LER-PROXIMO-FUNCIONARIO.
           READ FUNCIONARIOS
               AT END MOVE "S" TO FIM-FUNCIONARIOS
           END-READ.

       LER-PROXIMO-HISTORICO.
           READ HISTORICO
               AT END MOVE "S" TO FIM-HISTORICO
           END-READ.

       CLASSIFICAR-PAGAMENTO.
           ADD 1 TO NUM-HISTORICO.
           ADD HIST-SALARIO-LIQUIDO TO TOTAL-HISTORICO.
           COMPUTE IND-FUNC = HIST-NUMERO + 1.
           MOVE SPACES TO IBAN-MOTIVO.
           MOVE "N" TO IBAN-VALIDO.
           IF (TF-EXISTE(IND-FUNC) NOT = "S") THEN
               MOVE "NAO EXISTE EM FUNCIONARIOS.TXT" TO IBAN-MOTIVO
           ELSE
               IF (HIST-SALARIO-LIQUIDO = 0) THEN
                   MOVE "LIQUIDO A ZERO" TO IBAN-MOTIVO
               ELSE
                   MOVE TF-IBAN(IND-FUNC) TO IBAN-TRABALHO
                   CALL "VALIDARIBAN" USING IBAN-TRABALHO,
                       IBAN-VALIDO, IBAN-MOTIVO
               END-IF
           END-IF.
           IF (IBAN-OK) THEN
               ADD 1 TO NUM-TRANSFERENCIAS
               MOVE HIST-NUMERO TO TR-NUMERO(NUM-TRANSFERENCIAS)
               MOVE IBAN-TRABALHO TO TR-IBAN(NUM-TRANSFERENCIAS)
               IF (TF-TITULAR-CONTA(IND-FUNC) = SPACES) THEN
                   MOVE TF-NOME(IND-FUNC) TO
                   TR-TITULAR(NUM-TRANSFERENCIAS)
               ELSE
                   MOVE TF-TITULAR-CONTA(IND-FUNC) TO
                   TR-TITULAR(NUM-TRANSFERENCIAS)
               END-IF
               MOVE HIST-SALARIO-LIQUIDO TO TR-VALOR(NUM-TRANSFERENCIAS)
               ADD HIST-SALARIO-LIQUIDO TO TOTAL-TRANSFERENCIAS
           ELSE
               ADD 1 TO NUM-MANUAIS
               MOVE HIST-NUMERO TO MN-NUMERO(NUM-MANUAIS)
               MOVE TF-NOME(IND-FUNC) TO MN-NOME(NUM-MANUAIS)
               MOVE HIST-SALARIO-LIQUIDO TO MN-VALOR(NUM-MANUAIS)
               MOVE IBAN-MOTIVO TO MN-MOTIVO(NUM-MANUAIS)
               ADD HIST-SALARIO-LIQUIDO TO TOTAL-MANUAIS
           END-IF.

       PROCURAR-RUNLOG.
           MOVE "N" TO RUNLOG-ENCONTRADO.
           OPEN INPUT RUNLOG.
           IF (RUNLOG-STATUS NOT = "00") THEN
               CLOSE RUNLOG
           ELSE
               PERFORM LER-PROXIMO-RUNLOG
               PERFORM UNTIL NAO-HA-MAIS-RUNLOG
                   IF (RL-MES IS NUMERIC AND RL-ANO IS NUMERIC AND
                   RL-PAGOS IS NUMERIC) THEN
                       IF (RL-MES = MES-REFERENCIA AND
                       RL-ANO = ANO-REFERENCIA) THEN
                           MOVE "S" TO RUNLOG-ENCONTRADO
                           MOVE RL-DATA-HORA TO RUNLOG-DATA-HORA
                           MOVE RL-PAGOS TO RUNLOG-PAGOS
                           MOVE RL-LIQUIDO TO RUNLOG-LIQUIDO
                       END-IF
                   END-IF
                   PERFORM LER-PROXIMO-RUNLOG
               END-PERFORM
               CLOSE RUNLOG
           END-IF.
           IF (RUNLOG-DO-MES AND RUNLOG-PAGOS = NUM-HISTORICO AND
           RUNLOG-LIQUIDO = TOTAL-HISTORICO) THEN
               MOVE "S" TO CONFERENCIA-RUNLOG
           ELSE
               MOVE "N" TO CONFERENCIA-RUNLOG
           END-IF.

       LER-PROXIMO-RUNLOG.
           READ RUNLOG
               AT END MOVE "S" TO FIM-RUNLOG
           END-READ.

       ESCREVER-LISTAGEM-CONTROLO.
           OPEN OUTPUT CONTROLO.
           MOVE SPACES TO REGISTO-CONTROLO.
           STRING "LISTAGEM DE CONTROLO - TRANSFERENCIAS SEPA "
           MES-REFERENCIA "/" ANO-REFERENCIA
           " - EXECUCAO " DATA-EXECUCAO
           DELIMITED BY SIZE INTO REGISTO-CONTROLO.
           PERFORM ESCREVER-LINHA-CONTROLO.
           MOVE ALL "-" TO REGISTO-CONTROLO.
           PERFORM ESCREVER-LINHA-CONTROLO.
           MOVE SPACES TO REGISTO-CONTROLO.
           STRING "NUM TITULAR DA CONTA                         IBAN"
           "                                    LIQUIDO"
           DELIMITED BY SIZE INTO REGISTO-CONTROLO.
           PERFORM ESCREVER-LINHA-CONTROLO.
           PERFORM VARYING IND-PAG FROM 1 BY 1
               UNTIL IND-PAG > NUM-TRANSFERENCIAS
               MOVE TR-VALOR(IND-PAG) TO VALOR-FMT
               MOVE SPACES TO REGISTO-CONTROLO
               STRING TR-NUMERO(IND-PAG) "  " TR-TITULAR(IND-PAG) " "
               TR-IBAN(IND-PAG) " " VALOR-FMT
               DELIMITED BY SIZE INTO REGISTO-CONTROLO
               PERFORM ESCREVER-LINHA-CONTROLO
           END-PERFORM.

           MOVE SPACES TO REGISTO-CONTROLO.
           PERFORM ESCREVER-LINHA-CONTROLO.
           MOVE SPACES TO REGISTO-CONTROLO.
           STRING "PAGAMENTO MANUAL - FORA DO FICHEIRO SEPA:"
           DELIMITED BY SIZE INTO REGISTO-CONTROLO.
           PERFORM ESCREVER-LINHA-CONTROLO.
           PERFORM VARYING IND-PAG FROM 1 BY 1
               UNTIL IND-PAG > NUM-MANUAIS
               MOVE MN-VALOR(IND-PAG) TO VALOR-FMT
               MOVE SPACES TO REGISTO-CONTROLO
               STRING MN-NUMERO(IND-PAG) "  " MN-NOME(IND-PAG) " "
               VALOR-FMT "  " MN-MOTIVO(IND-PAG)
               DELIMITED BY SIZE INTO REGISTO-CONTROLO
               PERFORM ESCREVER-LINHA-CONTROLO
           END-PERFORM.
           IF (NUM-MANUAIS = 0) THEN
               MOVE SPACES TO REGISTO-CONTROLO
               STRING "  (NENHUM)" DELIMITED BY SIZE
               INTO REGISTO-CONTROLO
               PERFORM ESCREVER-LINHA-CONTROLO
           END-IF.

           MOVE SPACES TO REGISTO-CONTROLO.
           PERFORM ESCREVER-LINHA-CONTROLO.
           MOVE ALL "=" TO REGISTO-CONTROLO.
           PERFORM ESCREVER-LINHA-CONTROLO.
           MOVE TOTAL-TRANSFERENCIAS TO VALOR-FMT.
           MOVE SPACES TO REGISTO-CONTROLO.
           STRING "FICHEIRO SEPA (NbOfTxs / CtrlSum):   " NUM-TRANSFERENCIAS
           "  " VALOR-FMT
           DELIMITED BY SIZE INTO REGISTO-CONTROLO.
           PERFORM ESCREVER-LINHA-CONTROLO.
           MOVE TOTAL-MANUAIS TO VALOR-FMT.
           MOVE SPACES TO REGISTO-CONTROLO.
           STRING "PAGAMENTO MANUAL:                    " NUM-MANUAIS
           "  " VALOR-FMT
           DELIMITED BY SIZE INTO REGISTO-CONTROLO.
           PERFORM ESCREVER-LINHA-CONTROLO.
           MOVE TOTAL-HISTORICO TO VALOR-FMT.
           MOVE SPACES TO REGISTO-CONTROLO.
           STRING "HISTORICO-SALARIOS DO MES:           " NUM-HISTORICO
           "  " VALOR-FMT
           DELIMITED BY SIZE INTO REGISTO-CONTROLO.
           PERFORM ESCREVER-LINHA-CONTROLO.
           MOVE SPACES TO REGISTO-CONTROLO.
           IF (RUNLOG-DO-MES) THEN
               MOVE RUNLOG-LIQUIDO TO VALOR-FMT
               STRING "FOLHA-RUNLOG " RUNLOG-DATA-HORA ":    "
               RUNLOG-PAGOS "  " VALOR-FMT
               DELIMITED BY SIZE INTO REGISTO-CONTROLO
           ELSE
               STRING "FOLHA-RUNLOG: SEM PROCESSAMENTO REGISTADO PARA "
               MES-REFERENCIA "/" ANO-REFERENCIA
               DELIMITED BY SIZE INTO REGISTO-CONTROLO
           END-IF.
           PERFORM ESCREVER-LINHA-CONTROLO.
           MOVE SPACES TO REGISTO-CONTROLO.
           IF (CONFERENCIA-OK) THEN
               STRING "CONFERENCIA: FICHEIRO SEPA + PAGAMENTO MANUAL = "
               "FOLHA-RUNLOG (PAGOS E LIQUIDO) - OK"
               DELIMITED BY SIZE INTO REGISTO-CONTROLO
           ELSE
               STRING "CONFERENCIA: DIFERENCA ENTRE HISTORICO E "
               "FOLHA-RUNLOG - VERIFICAR ANTES DE ENVIAR AO BANCO"
               DELIMITED BY SIZE INTO REGISTO-CONTROLO
           END-IF.
           PERFORM ESCREVER-LINHA-CONTROLO.
           CLOSE CONTROLO.

       ESCREVER-LINHA-CONTROLO.
           WRITE REGISTO-CONTROLO.
           DISPLAY FUNCTION TRIM(REGISTO-CONTROLO TRAILING).

       ESCREVER-SEPA.
           MOVE SPACES TO NOME-FICHEIRO-SEPA.
           STRING "SEPA-SALARIOS-" ANO-REFERENCIA MES-REFERENCIA ".XML"
           DELIMITED BY SIZE INTO NOME-FICHEIRO-SEPA.
           MOVE SPACES TO CAMINHO-SEPA.
           STRING "D:/Monique/Documents/Projetos/iefp/Carlos/cobol808/"
           NOME-FICHEIRO-SEPA
           DELIMITED BY SPACE INTO CAMINHO-SEPA.
           MOVE SPACES TO ID-MENSAGEM.
           STRING "SAL-" ANO-REFERENCIA MES-REFERENCIA "-" DATA-HOJE
           HORAS MINUTOS SEGUNDOS
           DELIMITED BY SIZE INTO ID-MENSAGEM.
           MOVE SPACES TO ID-PAGAMENTO.
           STRING "SAL-" ANO-REFERENCIA MES-REFERENCIA
           DELIMITED BY SIZE INTO ID-PAGAMENTO.
           MOVE SPACES TO DATA-HORA-XML.
           STRING ANO "-" MES "-" DIA "T" HORAS ":" MINUTOS ":"
           SEGUNDOS DELIMITED BY SIZE INTO DATA-HORA-XML.
           MOVE SPACES TO DATA-XML.
           STRING DATA-EXECUCAO(1:4) "-" DATA-EXECUCAO(5:2) "-"
           DATA-EXECUCAO(7:2) DELIMITED BY SIZE INTO DATA-XML.

           OPEN OUTPUT SEPA.
           MOVE "<?xml version=""1.0"" encoding=""UTF-8""?>"
           TO REGISTO-SEPA.
           WRITE REGISTO-SEPA.
           MOVE "<Document xmlns=""urn:iso:std:iso:20022:tech:xsd:pain.001.001.03"">"
           TO REGISTO-SEPA.
           WRITE REGISTO-SEPA.
           MOVE 1 TO NIVEL-XML.
           MOVE "CstmrCdtTrfInitn" TO TAG-XML.
           PERFORM ABRIR-ELEMENTO.

           MOVE 2 TO NIVEL-XML.
           MOVE "GrpHdr" TO TAG-XML.
           PERFORM ABRIR-ELEMENTO.
           MOVE 3 TO NIVEL-XML.
           MOVE "MsgId" TO TAG-XML.
           MOVE ID-MENSAGEM TO VALOR-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "CreDtTm" TO TAG-XML.
           MOVE DATA-HORA-XML TO VALOR-XML.
           PERFORM ESCREVER-ELEMENTO.
           PERFORM ESCREVER-TOTAIS-CONTROLO.
           MOVE "InitgPty" TO TAG-XML.
           PERFORM ABRIR-ELEMENTO.
           MOVE 4 TO NIVEL-XML.
           MOVE "Nm" TO TAG-XML.
           MOVE EMPRESA-NOME TO TEXTO-ORIGEM.
           PERFORM ESCAPAR-TEXTO.
           PERFORM ESCREVER-ELEMENTO.
           MOVE 3 TO NIVEL-XML.
           MOVE "InitgPty" TO TAG-XML.
           PERFORM FECHAR-ELEMENTO.
           MOVE 2 TO NIVEL-XML.
           MOVE "GrpHdr" TO TAG-XML.
           PERFORM FECHAR-ELEMENTO.

           MOVE "PmtInf" TO TAG-XML.
           PERFORM ABRIR-ELEMENTO.
           MOVE 3 TO NIVEL-XML.
           MOVE "PmtInfId" TO TAG-XML.
           MOVE ID-PAGAMENTO TO VALOR-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "PmtMtd" TO TAG-XML.
           MOVE "TRF" TO VALOR-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "BtchBookg" TO TAG-XML.
           MOVE "true" TO VALOR-XML.
           PERFORM ESCREVER-ELEMENTO.
           PERFORM ESCREVER-TOTAIS-CONTROLO.
           MOVE "PmtTpInf" TO TAG-XML.
           PERFORM ABRIR-ELEMENTO.
           MOVE 4 TO NIVEL-XML.
           MOVE "SvcLvl" TO TAG-XML.
           PERFORM ABRIR-ELEMENTO.
           MOVE 5 TO NIVEL-XML.
           MOVE "Cd" TO TAG-XML.
           MOVE "SEPA" TO VALOR-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE 4 TO NIVEL-XML.
           MOVE "SvcLvl" TO TAG-XML.
           PERFORM FECHAR-ELEMENTO.
           MOVE "CtgyPurp" TO TAG-XML.
           PERFORM ABRIR-ELEMENTO.
           MOVE 5 TO NIVEL-XML.
           MOVE "Cd" TO TAG-XML.
           MOVE "SALA" TO VALOR-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE 4 TO NIVEL-XML.
           MOVE "CtgyPurp" TO TAG-XML.
           PERFORM FECHAR-ELEMENTO.
           MOVE 3 TO NIVEL-XML.
           MOVE "PmtTpInf" TO TAG-XML.
           PERFORM FECHAR-ELEMENTO.
           MOVE "ReqdExctnDt" TO TAG-XML.
           MOVE DATA-XML TO VALOR-XML.
           PERFORM ESCREVER-ELEMENTO.

           MOVE "Dbtr" TO TAG-XML.
           PERFORM ABRIR-ELEMENTO.
           MOVE 4 TO NIVEL-XML.
           MOVE "Nm" TO TAG-XML.
           MOVE EMPRESA-NOME TO TEXTO-ORIGEM.
           PERFORM ESCAPAR-TEXTO.
           PERFORM ESCREVER-ELEMENTO.
           MOVE 3 TO NIVEL-XML.
           MOVE "Dbtr" TO TAG-XML.
           PERFORM FECHAR-ELEMENTO.
           MOVE "DbtrAcct" TO TAG-XML.
           MOVE EMPRESA-IBAN TO VALOR-XML.
           PERFORM ESCREVER-CONTA.
           MOVE "DbtrAgt" TO TAG-XML.
           PERFORM ABRIR-ELEMENTO.
           MOVE 4 TO NIVEL-XML.
           MOVE "FinInstnId" TO TAG-XML.
           PERFORM ABRIR-ELEMENTO.
           MOVE 5 TO NIVEL-XML.
           IF (EMPRESA-BIC = SPACES) THEN
               MOVE "Othr" TO TAG-XML
               PERFORM ABRIR-ELEMENTO
               MOVE 6 TO NIVEL-XML
               MOVE "Id" TO TAG-XML
               MOVE "NOTPROVIDED" TO VALOR-XML
               PERFORM ESCREVER-ELEMENTO
               MOVE 5 TO NIVEL-XML
               MOVE "Othr" TO TAG-XML
               PERFORM FECHAR-ELEMENTO
           ELSE
               MOVE "BIC" TO TAG-XML
               MOVE EMPRESA-BIC TO VALOR-XML
               PERFORM ESCREVER-ELEMENTO
           END-IF.
           MOVE 4 TO NIVEL-XML.
           MOVE "FinInstnId" TO TAG-XML.
           PERFORM FECHAR-ELEMENTO.
           MOVE 3 TO NIVEL-XML.
           MOVE "DbtrAgt" TO TAG-XML.
           PERFORM FECHAR-ELEMENTO.
           MOVE "ChrgBr" TO TAG-XML.
           MOVE "SLEV" TO VALOR-XML.
           PERFORM ESCREVER-ELEMENTO.

           PERFORM ESCREVER-TRANSFERENCIA
               VARYING IND-PAG FROM 1 BY 1
               UNTIL IND-PAG > NUM-TRANSFERENCIAS.

           MOVE 2 TO NIVEL-XML.
           MOVE "PmtInf" TO TAG-XML.
           PERFORM FECHAR-ELEMENTO.
           MOVE 1 TO NIVEL-XML.
           MOVE "CstmrCdtTrfInitn" TO TAG-XML.
           PERFORM FECHAR-ELEMENTO.
           MOVE "</Document>" TO REGISTO-SEPA.
           WRITE REGISTO-SEPA.
           CLOSE SEPA.

       ESCREVER-TOTAIS-CONTROLO.
           MOVE "NbOfTxs" TO TAG-XML.
           MOVE NUM-TRANSFERENCIAS TO QTD-SAIDA.
           MOVE QTD-SAIDA TO VALOR-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "CtrlSum" TO TAG-XML.
           MOVE TOTAL-TRANSFERENCIAS TO VALOR-MONETARIO.
           MOVE VALOR-MONETARIO TO VALOR-XML.
           PERFORM ESCREVER-ELEMENTO.

       ESCREVER-CONTA.
           PERFORM ABRIR-ELEMENTO.
           ADD 1 TO NIVEL-XML.
           MOVE "Id" TO TAG-XML.
           PERFORM ABRIR-ELEMENTO.
           ADD 1 TO NIVEL-XML.
           MOVE "IBAN" TO TAG-XML.
           PERFORM ESCREVER-ELEMENTO.
           SUBTRACT 1 FROM NIVEL-XML.
           MOVE "Id" TO TAG-XML.
           PERFORM FECHAR-ELEMENTO.
           SUBTRACT 1 FROM NIVEL-XML.
           IF (NIVEL-XML = 3) THEN
               MOVE "DbtrAcct" TO TAG-XML
           ELSE
               MOVE "CdtrAcct" TO TAG-XML
           END-IF.
           PERFORM FECHAR-ELEMENTO.

       ESCREVER-TRANSFERENCIA.
           MOVE 3 TO NIVEL-XML.
           MOVE "CdtTrfTxInf" TO TAG-XML.
           PERFORM ABRIR-ELEMENTO.
           MOVE 4 TO NIVEL-XML.
           MOVE "PmtId" TO TAG-XML.
           PERFORM ABRIR-ELEMENTO.
           MOVE 5 TO NIVEL-XML.
           MOVE "EndToEndId" TO TAG-XML.
           MOVE SPACES TO VALOR-XML.
           STRING "SAL-" ANO-REFERENCIA MES-REFERENCIA "-"
           TR-NUMERO(IND-PAG)
           DELIMITED BY SIZE INTO VALOR-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE 4 TO NIVEL-XML.
           MOVE "PmtId" TO TAG-XML.
           PERFORM FECHAR-ELEMENTO.
           MOVE "Amt" TO TAG-XML.
           PERFORM ABRIR-ELEMENTO.
           MOVE TR-VALOR(IND-PAG) TO VALOR-MONETARIO.
           MOVE SPACES TO REGISTO-SEPA.
           COMPUTE POS-SEPA = NIVEL-XML + 2.
           STRING "<InstdAmt Ccy=""EUR"">" FUNCTION TRIM(VALOR-MONETARIO)
           "</InstdAmt>"
           DELIMITED BY SIZE INTO REGISTO-SEPA WITH POINTER POS-SEPA.
           WRITE REGISTO-SEPA.
           MOVE "Amt" TO TAG-XML.
           PERFORM FECHAR-ELEMENTO.
           MOVE "Cdtr" TO TAG-XML.
           PERFORM ABRIR-ELEMENTO.
           MOVE 5 TO NIVEL-XML.
           MOVE "Nm" TO TAG-XML.
           MOVE TR-TITULAR(IND-PAG) TO TEXTO-ORIGEM.
           PERFORM ESCAPAR-TEXTO.
           PERFORM ESCREVER-ELEMENTO.
           MOVE 4 TO NIVEL-XML.
           MOVE "Cdtr" TO TAG-XML.
           PERFORM FECHAR-ELEMENTO.
           MOVE "CdtrAcct" TO TAG-XML.
           MOVE TR-IBAN(IND-PAG) TO VALOR-XML.
           PERFORM ESCREVER-CONTA.
           MOVE "RmtInf" TO TAG-XML.
           PERFORM ABRIR-ELEMENTO.
           MOVE 5 TO NIVEL-XML.
           MOVE "Ustrd" TO TAG-XML.
           MOVE SPACES TO VALOR-XML.
           STRING "VENCIMENTO " MES-REFERENCIA "/" ANO-REFERENCIA
           DELIMITED BY SIZE INTO VALOR-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE 4 TO NIVEL-XML.
           MOVE "RmtInf" TO TAG-XML.
           PERFORM FECHAR-ELEMENTO.
           MOVE 3 TO NIVEL-XML.
           MOVE "CdtTrfTxInf" TO TAG-XML.
           PERFORM FECHAR-ELEMENTO.

       ABRIR-ELEMENTO.
           MOVE SPACES TO REGISTO-SEPA.
           COMPUTE POS-SEPA = NIVEL-XML + 1.
           STRING "<" FUNCTION TRIM(TAG-XML) ">"
           DELIMITED BY SIZE INTO REGISTO-SEPA WITH POINTER POS-SEPA.
           WRITE REGISTO-SEPA.

       FECHAR-ELEMENTO.
           MOVE SPACES TO REGISTO-SEPA.
           COMPUTE POS-SEPA = NIVEL-XML + 1.
           STRING "</" FUNCTION TRIM(TAG-XML) ">"
           DELIMITED BY SIZE INTO REGISTO-SEPA WITH POINTER POS-SEPA.
           WRITE REGISTO-SEPA.

       ESCREVER-ELEMENTO.
           MOVE SPACES TO REGISTO-SEPA.
           COMPUTE POS-SEPA = NIVEL-XML + 1.
           STRING "<" FUNCTION TRIM(TAG-XML) ">"
           FUNCTION TRIM(VALOR-XML)
           "</" FUNCTION TRIM(TAG-XML) ">"
           DELIMITED BY SIZE INTO REGISTO-SEPA WITH POINTER POS-SEPA.
           WRITE REGISTO-SEPA.

       ESCAPAR-TEXTO.
           MOVE SPACES TO VALOR-XML.
           MOVE 1 TO POS-VALOR.
           MOVE 0 TO TAM-TEXTO.
           PERFORM VARYING IND-CHAR FROM 70 BY -1
               UNTIL IND-CHAR < 1 OR TAM-TEXTO > 0
               IF (TEXTO-ORIGEM(IND-CHAR:1) NOT = SPACE) THEN
                   MOVE IND-CHAR TO TAM-TEXTO
               END-IF
           END-PERFORM.
           PERFORM VARYING IND-CHAR FROM 1 BY 1
               UNTIL IND-CHAR > TAM-TEXTO
               EVALUATE TEXTO-ORIGEM(IND-CHAR:1)
                   WHEN "&"
                       STRING "&amp;" DELIMITED BY SIZE
                       INTO VALOR-XML WITH POINTER POS-VALOR
                   WHEN "<"
                       STRING "&lt;" DELIMITED BY SIZE
                       INTO VALOR-XML WITH POINTER POS-VALOR
                   WHEN ">"
                       STRING "&gt;" DELIMITED BY SIZE
                       INTO VALOR-XML WITH POINTER POS-VALOR
                   WHEN """"
                       STRING "&quot;" DELIMITED BY SIZE
                       INTO VALOR-XML WITH POINTER POS-VALOR
                   WHEN "'"
                       STRING "&apos;" DELIMITED BY SIZE
                       INTO VALOR-XML WITH POINTER POS-VALOR
                   WHEN OTHER
                       STRING TEXTO-ORIGEM(IND-CHAR:1)
                       DELIMITED BY SIZE
                       INTO VALOR-XML WITH POINTER POS-VALOR
               END-EVALUATE
           END-PERFORM.
       END PROGRAM tarefa2sepa.
