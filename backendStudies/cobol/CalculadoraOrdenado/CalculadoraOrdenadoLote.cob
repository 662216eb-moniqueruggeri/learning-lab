           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUSENCIAS-STATUS.

           SELECT OPTIONAL HORAS-MENSAIS ASSIGN TO
           "D:/Monique/Documents/Projetos/iefp/Carlos/cobol808/HORAS-MENSAIS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HM-STATUS.

           SELECT OPTIONAL HISTORICO-NOVO ASSIGN TO
           "D:/Monique/Documents/Projetos/iefp/Carlos/cobol808/HISTORICO-NOVO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
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

       FD TRANSACOES.
       01 REGISTO-TRANS.
              05 TRANS-VENDAS-MES                              PIC 9(5).

       FD FOLHA.
       01 REGISTO-FOLHA                                     PIC X(160).

       FD HISTORICO.
       01 REGISTO-HIST.
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

       FD HISTORICO-NOVO.
       01 REGISTO-HIST-NOVO                                 PIC X(95).

       FD HISTORICO-TEMP.
       01 REGISTO-HIST-TEMP                                 PIC X(95).

       FD RUNLOG.
       01 REGISTO-RUNLOG                                    PIC X(150).

       FD AUSENCIAS.
       01 REGISTO-AUSENCIA.
              05 AUS-DATA-INICIO                               PIC 9(8).
              05 AUS-DATA-FIM                                  PIC 9(8).

       FD HORAS-MENSAIS.
       01 REGISTO-HORAS.
              05 HM-NUMERO                                     PIC 9(2).
              05 HM-ANO                                        PIC 9(4).
              05 HM-MES                                        PIC 9(2).
              05 HM-MINUTOS-TOTAIS                             PIC 9(6).
              05 HM-MINUTOS-EXTRA                              PIC 9(6).
              05 HM-NUM-EXCECOES                               PIC 9(3).

       WORKING-STORAGE SECTION.
       77 FUNC-STATUS                                             PIC X(02).
       77 TRANS-STATUS                                            PIC X(02).
       77 FIM-CLAMP                                            PIC 9(8).
       77 DIAS-AUSENCIA                                        PIC S9(5).

       77 HM-STATUS                                               PIC X(02).
       77 FIM-HORAS                                               PIC X
       VALUE "N".
           88 NAO-HA-MAIS-HORAS VALUE "S".
       77 HORAS-ENCONTRADAS                                       PIC X
       VALUE "N".
           88 HORAS-MES-OK VALUE "S".
       77 MINUTOS-EXTRA                                        PIC 9(6)
       VALUE 0.
       77 EXCECOES-PONTO                                       PIC 9(3)
       VALUE 0.
       77 NUM-RETIDOS                                          PIC 9(3)
       VALUE 0.
       77 IND-RETIDO                                           PIC 9(3).

       01 TAB-RETIDOS.
           05 RETIDO-ENTRY OCCURS 100.
              10 RET-NUMERO                                    PIC 9(2).
              10 RET-NOME                                     PIC X(30).
              10 RET-EXCECOES                                  PIC 9(3).

       77 HNOVO-STATUS                                            PIC X(02).
       77 HTEMP-STATUS                                            PIC X(02).
       77 RUNLOG-STATUS                                           PIC X(02).
              05 HT-TOTAL                                PIC 9(6)V99.
              05 HT-DESCONTOS                            PIC 9(5)V99.
              05 HT-SALARIO-LIQUIDO                      PIC 9(5)V99.
              05 HT-MINUTOS-EXTRA                              PIC 9(6).
              05 HT-HORAS-EXTRA                          PIC 9(5)V99.
              05 HT-SEGURANCA-SOCIAL                     PIC 9(5)V99.
              05 HT-IRS                                  PIC 9(5)V99.
              05 HT-TABELA-IRS                                 PIC X(03).
              05 HT-ESCALAO-IRS                                PIC 9(2).
              05 HT-TAXA-IRS                             PIC 9V9999.
              05 HT-TAXA-SS                              PIC 9V9999.
              05 HT-DEPENDENTES                                PIC 9(2).

       01 HORA-ATUAL.
           05 HORAS                                 PIC 9(2).
       77 IRS PIC 9(5)V99  VALUE 0.
       77 DESCONTOS PIC 9(5)V99  VALUE 0.
       77 SALARIO-LIQUIDO PIC 9(5)V99  VALUE 0.
       77 HORAS-EXTRA PIC 9(5)V99  VALUE 0.
       77 SITUACAO-IRS PIC X(01) VALUE SPACE.
       77 DEPENDENTES PIC 9(2) VALUE 0.
       77 TABELA-IRS PIC X(03) VALUE SPACES.
       77 ESCALAO-IRS PIC 9(2) VALUE 0.
       77 TAXA-IRS PIC 9V9999 VALUE 0.
       77 TAXA-SEGURANCA-SOCIAL PIC 9V9999 VALUE 0.

       77 SALARIO-FMT PIC Z,ZZZ9.99.
       77 COMISSAO-FMT PIC Z,ZZZ9.99.
       77 TOTAL-FMT PIC Z,ZZZ9.99.
       77 DESCONTOS-FMT PIC Z,ZZZ9.99.
       77 SALARIO-LIQUIDO-FMT PIC Z,ZZZ9.99.
       77 HORAS-EXTRA-FMT PIC Z,ZZZ9.99.

       01 DATA-ATUAL.
           05 ANO                                   PIC 9(4).
                   ELSE
                       PERFORM LOCALIZAR-TRANSACAO
                       IF (TRANSACAO-OK) THEN
                           PERFORM OBTER-HORAS-MES
                           IF (EXCECOES-PONTO > 0) THEN
                               PERFORM RETER-FUNCIONARIO
                           ELSE
                               PERFORM CALCULAR-E-REGISTAR
                           END-IF
                       ELSE
                           MOVE SPACES TO REGISTO-FOLHA
                           STRING "SEM DADOS DE VENDAS PARA O FUNCIONARIO "
               IF (NUM-PAGOS > 0) THEN
                   PERFORM CONSOLIDAR-HISTORICO
               END-IF
               IF (NUM-RETIDOS > 0) THEN
                   PERFORM LISTAR-RETIDOS
               END-IF
               PERFORM GRAVAR-RUNLOG
           ELSE
               MOVE SPACES TO REGISTO-FOLHA
               END-IF
           END-PERFORM.

       OBTER-HORAS-MES.
           MOVE 0 TO MINUTOS-EXTRA.
           MOVE 0 TO EXCECOES-PONTO.
           MOVE "N" TO HORAS-ENCONTRADAS.
           MOVE "N" TO FIM-HORAS.
           OPEN INPUT HORAS-MENSAIS.
           IF (HM-STATUS NOT = "00") THEN
               CLOSE HORAS-MENSAIS
           ELSE
               PERFORM LER-PROXIMA-HORA
               PERFORM UNTIL NAO-HA-MAIS-HORAS
                   IF (HM-NUMERO = FUNC-NUMERO AND
                   HM-ANO = ANO-REFERENCIA AND HM-MES = TRANS-MES) THEN
                       MOVE "S" TO HORAS-ENCONTRADAS
                       MOVE HM-MINUTOS-EXTRA TO MINUTOS-EXTRA
                       MOVE HM-NUM-EXCECOES TO EXCECOES-PONTO
                       MOVE "S" TO FIM-HORAS
                   ELSE
                       PERFORM LER-PROXIMA-HORA
                   END-IF
               END-PERFORM
               CLOSE HORAS-MENSAIS
           END-IF.

       LER-PROXIMA-HORA.
           READ HORAS-MENSAIS
               AT END MOVE "S" TO FIM-HORAS
           END-READ.

       RETER-FUNCIONARIO.
           ADD 1 TO NUM-RETIDOS.
           MOVE FUNC-NUMERO TO RET-NUMERO(NUM-RETIDOS).
           MOVE FUNC-NOME TO RET-NOME(NUM-RETIDOS).
           MOVE EXCECOES-PONTO TO RET-EXCECOES(NUM-RETIDOS).
           MOVE SPACES TO REGISTO-FOLHA.
           STRING FUNC-NUMERO " " FUNC-NOME " RETIDO - "
           EXCECOES-PONTO " EXCECOES DE PONTO POR RESOLVER EM "
           "HORAS-MENSAIS.TXT"
           DELIMITED BY SIZE INTO REGISTO-FOLHA.
           WRITE REGISTO-FOLHA.

       LISTAR-RETIDOS.
           MOVE ALL "-" TO REGISTO-FOLHA.
           WRITE REGISTO-FOLHA.
           MOVE SPACES TO REGISTO-FOLHA.
           STRING "FUNCIONARIOS RETIDOS (NAO PAGOS) - " NUM-RETIDOS
           ". RESOLVER AS EXCECOES, REAPURAR HORAS E VOLTAR A "
           "EXECUTAR:"
           DELIMITED BY SIZE INTO REGISTO-FOLHA.
           WRITE REGISTO-FOLHA.
           PERFORM VARYING IND-RETIDO FROM 1 BY 1
               UNTIL IND-RETIDO > NUM-RETIDOS
               MOVE SPACES TO REGISTO-FOLHA
               STRING "  " RET-NUMERO(IND-RETIDO) " "
               RET-NOME(IND-RETIDO) " EXCECOES: "
               RET-EXCECOES(IND-RETIDO)
               DELIMITED BY SIZE INTO REGISTO-FOLHA
               WRITE REGISTO-FOLHA
               DISPLAY "RETIDO: " RET-NUMERO(IND-RETIDO) " "
               RET-NOME(IND-RETIDO) " (" RET-EXCECOES(IND-RETIDO)
               " EXCECOES DE PONTO)"
           END-PERFORM.

       CALCULAR-E-REGISTAR.
           MOVE TRANS-ANOS-TRABALHO TO ANOS-TRABALHO.
           MOVE TRANS-MES TO MES.
           MOVE TRANS-VENDAS-MES TO VENDAS-MES.
           PERFORM CONTAR-FALTAS-MES.
           MOVE FUNC-SITUACAO-IRS TO SITUACAO-IRS.
           IF (FUNC-DEPENDENTES IS NUMERIC) THEN
               MOVE FUNC-DEPENDENTES TO DEPENDENTES
           ELSE
               MOVE 0 TO DEPENDENTES
           END-IF.
           IF (SITUACAO-IRS NOT = "S" AND SITUACAO-IRS NOT = "C" AND
           SITUACAO-IRS NOT = "D") THEN
               DISPLAY "AVISO: " FUNC-NUMERO " " FUNC-NOME
               " SEM SITUACAO IRS NA FICHA - RETIDO COMO NAO CASADO."
           END-IF.

           CALL "CALCULASALARIO" USING ANOS-TRABALHO, ANO-REFERENCIA,
               MES, VENDAS-MES, DIAS-FALTAS, SALARIO, COMISSAO, TOTAL,
               SEGURANCA-SOCIAL, IRS, DESCONTOS, SALARIO-LIQUIDO,
               MINUTOS-EXTRA, HORAS-EXTRA, SITUACAO-IRS, DEPENDENTES,
               TABELA-IRS, ESCALAO-IRS, TAXA-IRS, TAXA-SEGURANCA-SOCIAL.

           MOVE SALARIO TO SALARIO-FMT.
           MOVE COMISSAO TO COMISSAO-FMT.
           MOVE HORAS-EXTRA TO HORAS-EXTRA-FMT.
           MOVE TOTAL TO TOTAL-FMT.
           MOVE DESCONTOS TO DESCONTOS-FMT.
           MOVE SALARIO-LIQUIDO TO SALARIO-LIQUIDO-FMT.

           MOVE SPACES TO REGISTO-FOLHA.
           IF (HORAS-MES-OK) THEN
               STRING FUNC-NUMERO " " FUNC-NOME " BASE:" SALARIO-FMT
               " COMISSAO:" COMISSAO-FMT " H.EXTRA:" HORAS-EXTRA-FMT
               " TOTAL:" TOTAL-FMT " DESCONTOS:" DESCONTOS-FMT
               " LIQUIDO:" SALARIO-LIQUIDO-FMT
               DELIMITED BY SIZE INTO REGISTO-FOLHA
           ELSE
               STRING FUNC-NUMERO " " FUNC-NOME " BASE:" SALARIO-FMT
               " COMISSAO:" COMISSAO-FMT " H.EXTRA:" HORAS-EXTRA-FMT
               " TOTAL:" TOTAL-FMT " DESCONTOS:" DESCONTOS-FMT
               " LIQUIDO:" SALARIO-LIQUIDO-FMT
               " (SEM HORAS APURADAS NO MES)"
               DELIMITED BY SIZE INTO REGISTO-FOLHA
           END-IF.
           WRITE REGISTO-FOLHA.

           MOVE FUNC-NUMERO TO HT-NUMERO.
           MOVE TOTAL TO HT-TOTAL.
           MOVE DESCONTOS TO HT-DESCONTOS.
           MOVE SALARIO-LIQUIDO TO HT-SALARIO-LIQUIDO.
           MOVE MINUTOS-EXTRA TO HT-MINUTOS-EXTRA.
           MOVE HORAS-EXTRA TO HT-HORAS-EXTRA.
           MOVE SEGURANCA-SOCIAL TO HT-SEGURANCA-SOCIAL.
           MOVE IRS TO HT-IRS.
           MOVE TABELA-IRS TO HT-TABELA-IRS.
           MOVE ESCALAO-IRS TO HT-ESCALAO-IRS.
           MOVE TAXA-IRS TO HT-TAXA-IRS.
           MOVE TAXA-SEGURANCA-SOCIAL TO HT-TAXA-SS.
           MOVE DEPENDENTES TO HT-DEPENDENTES.
           MOVE HIST-TRABALHO TO REGISTO-HIST-NOVO.
           WRITE REGISTO-HIST-NOVO.
           COMPUTE IND-PROC = FUNC-NUMERO + 1.
           " SUBSTITUIDOS=" NUM-SUBSTITUIDOS
           " BRUTO=" TOTAL-BRUTO-LOTE-FMT
           " LIQUIDO=" TOTAL-LIQUIDO-LOTE-FMT
           " RETIDOS=" NUM-RETIDOS
           DELIMITED BY SIZE INTO REGISTO-RUNLOG.
           WRITE REGISTO-RUNLOG.
           CLOSE RUNLOG.
