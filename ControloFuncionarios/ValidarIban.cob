       >>SOURCE FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALIDARIBAN.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77 IBAN-COMPACTO                                           PIC X(34).
       77 IBAN-REORDENADO                                         PIC X(34).
       77 TAM-IBAN                                                PIC 9(2).
       77 IND-CHAR                                                PIC 9(2).
       77 IND-LETRA                                               PIC 9(2).
       77 VALOR-LETRA                                             PIC 9(2).
       77 RESTO-97                                                PIC 9(2).
       77 QUOCIENTE-97                                            PIC 9(6).
       77 ACUMULADO-97                                            PIC 9(6).
       77 CARACTER                                                PIC X.
       77 CARACTERES-VALIDOS                                      PIC X.
           88 CARACTERES-OK VALUE "S".
       77 LETRAS                                                  PIC X(26)
       VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       LINKAGE SECTION.
       01 IBAN                                                    PIC X(34).
       01 IBAN-VALIDO                                             PIC X.
       01 IBAN-MOTIVO                                             PIC X(30).

       PROCEDURE DIVISION USING IBAN, IBAN-VALIDO, IBAN-MOTIVO.
       VALIDAR-IBAN-PRINCIPAL.
           MOVE "N" TO IBAN-VALIDO.
           MOVE SPACES TO IBAN-MOTIVO.
           PERFORM COMPACTAR-IBAN.
           MOVE IBAN-COMPACTO TO IBAN.

           IF (TAM-IBAN = 0) THEN
               MOVE "SEM IBAN" TO IBAN-MOTIVO
               GOBACK
           END-IF.
           IF (TAM-IBAN < 15) THEN
               MOVE "IBAN INCOMPLETO" TO IBAN-MOTIVO
               GOBACK
           END-IF.
           PERFORM VERIFICAR-CARACTERES.
           IF (NOT CARACTERES-OK) THEN
               MOVE "CARACTERES INVALIDOS NO IBAN" TO IBAN-MOTIVO
               GOBACK
           END-IF.
           IF (IBAN-COMPACTO(1:2) = "PT" AND TAM-IBAN NOT = 25) THEN
               MOVE "IBAN PT DEVE TER 25 POSICOES" TO IBAN-MOTIVO
               GOBACK
           END-IF.

           PERFORM CALCULAR-MODULO-97.
           IF (RESTO-97 = 1) THEN
               MOVE "S" TO IBAN-VALIDO
           ELSE
               MOVE "DIGITOS DE CONTROLO ERRADOS" TO IBAN-MOTIVO
           END-IF.
           GOBACK.

       COMPACTAR-IBAN.
           MOVE SPACES TO IBAN-COMPACTO.
           MOVE 0 TO TAM-IBAN.
           INSPECT IBAN CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           PERFORM VARYING IND-CHAR FROM 1 BY 1 UNTIL IND-CHAR > 34
               IF (IBAN(IND-CHAR:1) NOT = SPACE AND
               IBAN(IND-CHAR:1) NOT = "-") THEN
                   ADD 1 TO TAM-IBAN
                   MOVE IBAN(IND-CHAR:1) TO IBAN-COMPACTO(TAM-IBAN:1)
               END-IF
           END-PERFORM.

       VERIFICAR-CARACTERES.
           MOVE "S" TO CARACTERES-VALIDOS.
           IF (IBAN-COMPACTO(1:1) NOT ALPHABETIC OR
           IBAN-COMPACTO(2:1) NOT ALPHABETIC OR
           IBAN-COMPACTO(3:2) NOT NUMERIC) THEN
               MOVE "N" TO CARACTERES-VALIDOS
           END-IF.
           PERFORM VARYING IND-CHAR FROM 5 BY 1 UNTIL IND-CHAR > TAM-IBAN
               MOVE IBAN-COMPACTO(IND-CHAR:1) TO CARACTER
               IF (CARACTER NOT NUMERIC AND
               (CARACTER NOT ALPHABETIC OR CARACTER = SPACE)) THEN
                   MOVE "N" TO CARACTERES-VALIDOS
               END-IF
           END-PERFORM.

       CALCULAR-MODULO-97.
           MOVE SPACES TO IBAN-REORDENADO.
           MOVE IBAN-COMPACTO(5:TAM-IBAN - 4) TO IBAN-REORDENADO.
           MOVE IBAN-COMPACTO(1:4) TO IBAN-REORDENADO(TAM-IBAN - 3:4).
           MOVE 0 TO RESTO-97.
           PERFORM VARYING IND-CHAR FROM 1 BY 1 UNTIL IND-CHAR > TAM-IBAN
               MOVE IBAN-REORDENADO(IND-CHAR:1) TO CARACTER
               IF (CARACTER IS NUMERIC) THEN
                   COMPUTE ACUMULADO-97 = RESTO-97 * 10
                   MOVE CARACTER TO VALOR-LETRA
                   ADD VALOR-LETRA TO ACUMULADO-97
               ELSE
                   MOVE 0 TO IND-LETRA
                   INSPECT LETRAS TALLYING IND-LETRA
                       FOR CHARACTERS BEFORE INITIAL CARACTER
                   COMPUTE VALOR-LETRA = IND-LETRA + 10
                   COMPUTE ACUMULADO-97 = RESTO-97 * 100 + VALOR-LETRA
               END-IF
               DIVIDE ACUMULADO-97 BY 97 GIVING QUOCIENTE-97
                   REMAINDER RESTO-97
           END-PERFORM.
       END PROGRAM VALIDARIBAN.
