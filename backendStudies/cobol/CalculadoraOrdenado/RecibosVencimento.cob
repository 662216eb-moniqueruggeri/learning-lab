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

       FD RECIBOS.
       01 REGISTO-RECIBO                                    PIC X(100).
       77 NUMERO-FUNC-SAIDA                                       PIC 9(2).
       77 NUM-RECIBOS                                             PIC 9(3)
       VALUE 0.
       77 TAXA-SS-TAXA-UNICA                                      PIC
       9V9999 VALUE 0.115.
       77 TAXA-IRS-TAXA-UNICA                                     PIC
       9V9999 VALUE 0.25.
       77 TAXA-FMT                                                PIC Z9.99.
       77 SS-MES                                            PIC 9(6)V99.
       77 IRS-MES                                           PIC 9(6)V99.
       77 HORAS-EXTRA-HH                                    PIC 9(4).
       77 HORAS-EXTRA-MM                                    PIC 9(2).

       01 TAB-RECIBOS.
           05 RC-ENTRY OCCURS 100.
               VALUE 0.
               10 RC-IRS                                  PIC 9(5)V99
               VALUE 0.
               10 RC-TABELA-IRS                             PIC X(03)
               VALUE SPACES.
               10 RC-ESCALAO-IRS                             PIC 9(2)
               VALUE 0.
               10 RC-TAXA-IRS                              PIC 9V9999
               VALUE 0.
               10 RC-TAXA-SS                               PIC 9V9999
               VALUE 0.
               10 RC-DEPENDENTES                             PIC 9(2)
               VALUE 0.
               10 RC-DESCONTOS                            PIC 9(5)V99
               VALUE 0.
               10 RC-LIQUIDO                              PIC 9(5)V99
               VALUE 0.
               10 RC-VENDAS                                 PIC 9(5)
               VALUE 0.
               10 RC-MINUTOS-EXTRA                          PIC 9(6)
               VALUE 0.
               10 RC-HORAS-EXTRA                          PIC 9(5)V99
               VALUE 0.
               10 RC-ACUM-BRUTO                           PIC 9(7)V99
               VALUE 0.
               10 RC-ACUM-DESCONTOS                       PIC 9(7)V99
                           MOVE HIST-SALARIO-LIQUIDO TO
                           RC-LIQUIDO(IND-FUNC)
                           MOVE HIST-VENDAS-MES TO RC-VENDAS(IND-FUNC)
                           IF (HIST-HORAS-EXTRA IS NUMERIC AND
                           HIST-MINUTOS-EXTRA IS NUMERIC) THEN
                               MOVE HIST-MINUTOS-EXTRA TO
                               RC-MINUTOS-EXTRA(IND-FUNC)
                               MOVE HIST-HORAS-EXTRA TO
                               RC-HORAS-EXTRA(IND-FUNC)
                           ELSE
                               MOVE 0 TO RC-MINUTOS-EXTRA(IND-FUNC)
                               MOVE 0 TO RC-HORAS-EXTRA(IND-FUNC)
                           END-IF
                           IF (HIST-IRS IS NUMERIC AND
                           HIST-SEGURANCA-SOCIAL IS NUMERIC AND
                           HIST-TABELA-IRS NOT = SPACES) THEN
                               MOVE HIST-SEGURANCA-SOCIAL TO
                               RC-SS(IND-FUNC)
                               MOVE HIST-IRS TO RC-IRS(IND-FUNC)
                               MOVE HIST-TABELA-IRS TO
                               RC-TABELA-IRS(IND-FUNC)
                               MOVE HIST-ESCALAO-IRS TO
                               RC-ESCALAO-IRS(IND-FUNC)
                               MOVE HIST-TAXA-IRS TO RC-TAXA-IRS(IND-FUNC)
                               MOVE HIST-TAXA-SS TO RC-TAXA-SS(IND-FUNC)
                               MOVE HIST-DEPENDENTES TO
                               RC-DEPENDENTES(IND-FUNC)
                           ELSE
                               COMPUTE SS-MES = HIST-TOTAL *
                               TAXA-SS-TAXA-UNICA
                               COMPUTE IRS-MES = HIST-TOTAL *
                               TAXA-IRS-TAXA-UNICA
                               MOVE SS-MES TO RC-SS(IND-FUNC)
                               MOVE IRS-MES TO RC-IRS(IND-FUNC)
                               MOVE SPACES TO RC-TABELA-IRS(IND-FUNC)
                               MOVE TAXA-SS-TAXA-UNICA TO
                               RC-TAXA-SS(IND-FUNC)
                               MOVE TAXA-IRS-TAXA-UNICA TO
                               RC-TAXA-IRS(IND-FUNC)
                           END-IF
                       END-IF
                   END-IF
                   PERFORM LER-PROXIMO-HISTORICO
           DELIMITED BY SIZE INTO REGISTO-RECIBO.
           WRITE REGISTO-RECIBO.

           DIVIDE RC-MINUTOS-EXTRA(IND-FUNC) BY 60 GIVING HORAS-EXTRA-HH
           REMAINDER HORAS-EXTRA-MM.
           MOVE RC-HORAS-EXTRA(IND-FUNC) TO VALOR-FMT.
           MOVE SPACES TO REGISTO-RECIBO.
           STRING "HORAS EXTRA (" HORAS-EXTRA-HH ":" HORAS-EXTRA-MM
           "): " VALOR-FMT " EUR"
           DELIMITED BY SIZE INTO REGISTO-RECIBO.
           WRITE REGISTO-RECIBO.

           MOVE RC-TOTAL(IND-FUNC) TO VALOR-FMT.
           MOVE SPACES TO REGISTO-RECIBO.
           STRING "TOTAL BRUTO: " VALOR-FMT " EUR"
           WRITE REGISTO-RECIBO.

           MOVE RC-SS(IND-FUNC) TO VALOR-FMT.
           COMPUTE TAXA-FMT = RC-TAXA-SS(IND-FUNC) * 100.
           INSPECT TAXA-FMT REPLACING ALL "." BY ",".
           MOVE SPACES TO REGISTO-RECIBO.
           STRING "SEGURANCA SOCIAL (" TAXA-FMT "%): " VALOR-FMT " EUR"
           DELIMITED BY SIZE INTO REGISTO-RECIBO.
           WRITE REGISTO-RECIBO.

           MOVE RC-IRS(IND-FUNC) TO VALOR-FMT.
           COMPUTE TAXA-FMT = RC-TAXA-IRS(IND-FUNC) * 100.
           INSPECT TAXA-FMT REPLACING ALL "." BY ",".
           MOVE SPACES TO REGISTO-RECIBO.
           IF (RC-TABELA-IRS(IND-FUNC) = SPACES) THEN
               STRING "IRS (TAXA UNICA " TAXA-FMT "%): " VALOR-FMT
               " EUR"
               DELIMITED BY SIZE INTO REGISTO-RECIBO
           ELSE
               STRING "IRS (TABELA " DELIMITED BY SIZE
               RC-TABELA-IRS(IND-FUNC) DELIMITED BY SPACE
               " ESCALAO " RC-ESCALAO-IRS(IND-FUNC) " TAXA MARGINAL "
               TAXA-FMT "% DEPENDENTES " RC-DEPENDENTES(IND-FUNC)
               "): " VALOR-FMT " EUR"
               DELIMITED BY SIZE INTO REGISTO-RECIBO
           END-IF.
           WRITE REGISTO-RECIBO.

           MOVE RC-DESCONTOS(IND-FUNC) TO VALOR-FMT.
