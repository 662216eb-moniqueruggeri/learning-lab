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

       FD HORAS-MENSAIS.
       01 REGISTO-HORAS.
           PERFORM GRAVAR-HORAS-MENSAIS.
           PERFORM IMPRIMIR-RESUMO.

           GOBACK.

       CARREGAR-FUNCIONARIOS.
           OPEN INPUT FUNCIONARIOS.
                   PERFORM LER-PROXIMO-FUNCIONARIO
               END-PERFORM
               CLOSE FUNCIONARIOS
           ELSE
               DISPLAY "FUNCIONARIOS.TXT INDISPONIVEL."
               MOVE 1 TO RETURN-CODE
           END-IF.

       LER-PROXIMO-FUNCIONARIO.
           OPEN INPUT TURNOS.
           IF (TURNOS-STATUS NOT = "00") THEN
               DISPLAY "TURNOS.TXT INDISPONIVEL - SEM PONTOS A APURAR."
               MOVE 1 TO RETURN-CODE
               CLOSE TURNOS
           ELSE
               PERFORM LER-PROXIMO-TURNO
