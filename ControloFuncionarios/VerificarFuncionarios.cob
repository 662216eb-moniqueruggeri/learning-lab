              05 F-ESTADO                                     PIC X(01).
                 88 REGISTO-ATIVO                             VALUE "A".
                 88 REGISTO-INATIVO                           VALUE "I".
              05 F-DATA-ADMISSAO                              PIC 9(8).
              05 F-IBAN                                       PIC X(34).
              05 F-TITULAR-CONTA                              PIC X(40).
              05 F-SITUACAO-IRS                               PIC X(01).
              05 F-DEPENDENTES                                PIC 9(2).
              05 F-PIN-HASH                                   PIC 9(10).
              05 F-PAPEIS                                     PIC X(04).

       FD FIC-EXPORT.
       01 REGISTO-EXPORT.
              05 FE-NOME                                      PIC X(30).
              05 FE-EMAIL                                     PIC X(50).
              05 FE-ESTADO                                    PIC X(01).
              05 FE-DATA-ADMISSAO                             PIC 9(8).
              05 FE-IBAN                                      PIC X(34).
              05 FE-TITULAR-CONTA                             PIC X(40).
              05 FE-SITUACAO-IRS                              PIC X(01).
              05 FE-DEPENDENTES                               PIC 9(2).
              05 FE-PIN-HASH                                  PIC 9(10).
              05 FE-PAPEIS                                    PIC X(04).

       WORKING-STORAGE SECTION.
       77 FIC-STATUS                                              PIC X(02).
                   MOVE FE-NOME TO F-NOME
                   MOVE FE-EMAIL TO F-EMAIL
                   MOVE FE-ESTADO TO F-ESTADO
                   MOVE FE-DATA-ADMISSAO TO F-DATA-ADMISSAO
                   MOVE FE-IBAN TO F-IBAN
                   MOVE FE-TITULAR-CONTA TO F-TITULAR-CONTA
                   MOVE FE-SITUACAO-IRS TO F-SITUACAO-IRS
                   MOVE FE-DEPENDENTES TO F-DEPENDENTES
                   IF (FE-DEPENDENTES NOT NUMERIC) THEN
                       MOVE 0 TO F-DEPENDENTES
                   END-IF
                   MOVE FE-PIN-HASH TO F-PIN-HASH
                   IF (FE-PIN-HASH NOT NUMERIC) THEN
                       MOVE 0 TO F-PIN-HASH
                   END-IF
                   MOVE FE-PAPEIS TO F-PAPEIS
                   IF (FE-PAPEIS = SPACES) THEN
                       MOVE "NNNN" TO F-PAPEIS
                   END-IF
                   WRITE REGISTO
                       INVALID KEY
                           ADD 1 TO NUM-REJEITADOS
