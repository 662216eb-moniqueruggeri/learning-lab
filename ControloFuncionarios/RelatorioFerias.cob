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

       FD AUSENCIAS.
       01 REGISTO-AUSENCIA.
