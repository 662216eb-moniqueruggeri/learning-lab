              05 FUNC-NOME                                    PIC X(30).
              05 FUNC-EMAIL                                   PIC X(50).
              05 FUNC-ESTADO                                  PIC X(01).
              05 FUNC-DATA-ADMISSAO                           PIC 9(8).
              05 FUNC-IBAN                                    PIC X(34).
              05 FUNC-TITULAR-CONTA                           PIC X(40).
              05 FUNC-SITUACAO-IRS                            PIC X(01).
              05 FUNC-DEPENDENTES                             PIC 9(2).
              05 FUNC-PIN-HASH                                PIC 9(10).
              05 FUNC-PAPEIS                                  PIC X(04).

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

       FD RESUMO.
       01 REGISTO-RESUMO                                    PIC X(150).

       WORKING-STORAGE SECTION.
       77 FUNC-STATUS                                             PIC X(02).
       77 ANO-PROCURADO                                           PIC 9(4).
       77 IND-FUNC                                                PIC 9(3).
       77 NUMERO-FUNC-SAIDA                                       PIC 9(2).
       77 TAXA-SS-TAXA-UNICA                                      PIC
       9V9999 VALUE 0.115.
       77 TAXA-IRS-TAXA-UNICA                                     PIC
       9V9999 VALUE 0.25.
       77 SS-MES                                                  PIC
       9(6)V99.
               9(7)V99 VALUE 0.
               10 TF-COMISSAO                                    PIC
               9(7)V99 VALUE 0.
               10 TF-HORAS-EXTRA                                 PIC
               9(7)V99 VALUE 0.
               10 TF-SS                                          PIC
               9(7)V99 VALUE 0.
               10 TF-IRS                                         PIC
       ZZZ,ZZ9.99.
       77 TF-COMISSAO-SAIDA                                 PIC
       ZZZ,ZZ9.99.
       77 TF-HORAS-EXTRA-SAIDA                              PIC
       ZZZ,ZZ9.99.
       77 TF-SS-SAIDA                                       PIC
       ZZZ,ZZ9.99.
       77 TF-IRS-SAIDA                                      PIC
               PERFORM UNTIL NAO-HA-MAIS-HISTORICO
                   COMPUTE IND-FUNC = HIST-NUMERO + 1
                   IF (HIST-ANO = ANO-PROCURADO AND TF-OK(IND-FUNC)) THEN
                       IF (HIST-IRS IS NUMERIC AND
                       HIST-SEGURANCA-SOCIAL IS NUMERIC AND
                       HIST-TABELA-IRS NOT = SPACES) THEN
                           MOVE HIST-SEGURANCA-SOCIAL TO SS-MES
                           MOVE HIST-IRS TO IRS-MES
                       ELSE
                           COMPUTE SS-MES = HIST-TOTAL *
                           TAXA-SS-TAXA-UNICA
                           COMPUTE IRS-MES = HIST-TOTAL *
                           TAXA-IRS-TAXA-UNICA
                       END-IF
                       ADD HIST-TOTAL TO TF-BRUTO(IND-FUNC)
                       ADD HIST-COMISSAO TO TF-COMISSAO(IND-FUNC)
                       IF (HIST-HORAS-EXTRA IS NUMERIC) THEN
                           ADD HIST-HORAS-EXTRA TO
                           TF-HORAS-EXTRA(IND-FUNC)
                       END-IF
                       ADD SS-MES TO TF-SS(IND-FUNC)
                       ADD IRS-MES TO TF-IRS(IND-FUNC)
                       ADD HIST-SALARIO-LIQUIDO TO TF-LIQUIDO(IND-FUNC)
               IF (TF-COM-DADOS(IND-FUNC)) THEN
                   MOVE TF-BRUTO(IND-FUNC) TO TF-BRUTO-SAIDA
                   MOVE TF-COMISSAO(IND-FUNC) TO TF-COMISSAO-SAIDA
                   MOVE TF-HORAS-EXTRA(IND-FUNC) TO
                   TF-HORAS-EXTRA-SAIDA
                   MOVE TF-SS(IND-FUNC) TO TF-SS-SAIDA
                   MOVE TF-IRS(IND-FUNC) TO TF-IRS-SAIDA
                   MOVE TF-LIQUIDO(IND-FUNC) TO TF-LIQUIDO-SAIDA
                   STRING NUMERO-FUNC-SAIDA " " TF-NOME(IND-FUNC)
                   " BRUTO:" TF-BRUTO-SAIDA
                   " COMISSAO:" TF-COMISSAO-SAIDA
                   " H.EXTRA:" TF-HORAS-EXTRA-SAIDA
                   " SEG.SOCIAL:" TF-SS-SAIDA
                   " IRS:" TF-IRS-SAIDA
                   " LIQUIDO:" TF-LIQUIDO-SAIDA
