       >>SOURCE FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFICARPIN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FUNCIONARIOS ASSIGN TO
           "D:/Monique/Documents/Projetos/iefp/Carlos/cobol808/FUNCIONARIOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FUNC-STATUS.

           SELECT OPTIONAL TENTATIVAS ASSIGN TO
           "D:/Monique/Documents/Projetos/iefp/Carlos/cobol808/SEGURANCA-TENTATIVAS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TEN-STATUS.

           SELECT OPTIONAL SEGURANCA-LOG ASSIGN TO
           "D:/Monique/Documents/Projetos/iefp/Carlos/cobol808/SEGURANCA-LOG.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SEG-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD TENTATIVAS.
       01 REGISTO-TENTATIVA.
           05 TEN-NUMERO                                 PIC 9(2).
           05 TEN-FALHAS                                 PIC 9(2).
           05 TEN-ESTADO                                 PIC X(01).
           05 TEN-DATA                                   PIC 9(8).
           05 TEN-HORA                                   PIC 9(6).

       FD SEGURANCA-LOG.
       01 REGISTO-SEGURANCA                              PIC X(100).

       WORKING-STORAGE SECTION.
       77 FUNC-STATUS                                    PIC X(02).
       77 TEN-STATUS                                     PIC X(02).
       77 SEG-STATUS                                     PIC X(02).
       77 FIM-FUNCIONARIOS                               PIC X VALUE "N".
           88 NAO-HA-MAIS-FUNCIONARIOS                   VALUE "S".
       77 FIM-TENTATIVAS                                 PIC X VALUE "N".
           88 NAO-HA-MAIS-TENTATIVAS                     VALUE "S".
       77 FUNCIONARIO-ENCONTRADO                         PIC X VALUE "N".
           88 FUNCIONARIO-OK                             VALUE "S".
       77 PAPEL-CONCEDIDO                                PIC X VALUE "N".
           88 PAPEL-OK                                   VALUE "S".
       77 IND-TEN                                        PIC 9(3).
       77 MAXIMO-FALHAS                                  PIC 9(2) VALUE 3.
       77 PAPEL-NOME                                     PIC X(10).
       77 PIN-GUARDADO                                   PIC 9(10).
       77 PIN-ALGARISMOS                                 PIC 9(4).
       77 HASH-VALOR                                     PIC 9(10).
       77 HASH-ACUMULADO                                 PIC 9(12).
       77 HASH-QUOCIENTE                                 PIC 9(12).
       77 HASH-RONDA                                     PIC 9(2).
       77 HASH-IND                                       PIC 9.
       77 HASH-DIGITO                                    PIC 9.

       01 TABELA-TENTATIVAS.
           05 TAB-TENTATIVA OCCURS 99 TIMES.
              10 TAB-FALHAS                              PIC 9(2).
              10 TAB-ESTADO                              PIC X(01).
                 88 TAB-BLOQUEADO                        VALUE "B".
              10 TAB-DATA                                PIC 9(8).
              10 TAB-HORA                                PIC 9(6).

       01 LINHA-SEGURANCA.
           05 SEG-DATA                                   PIC 9(8).
           05 FILLER                                     PIC X VALUE SPACE.
           05 SEG-HORA                                   PIC 9(6).
           05 FILLER                                     PIC X VALUE SPACE.
           05 SEG-NUMERO                                 PIC 9(2).
           05 FILLER                                     PIC X VALUE SPACE.
           05 SEG-PROGRAMA                               PIC X(20).
           05 FILLER                                     PIC X VALUE SPACE.
           05 SEG-PAPEL                                  PIC X(10).
           05 FILLER                                     PIC X VALUE SPACE.
           05 SEG-EVENTO                                 PIC X(40).
           05 FILLER                                     PIC X VALUE SPACE.
           05 SEG-AUTORIZADOR                            PIC 9(2).

       01 DATA-ATUAL.
           05 ANO                                   PIC 9(4).
           05 MES                                   PIC 9(2).
           05 DIA                                   PIC 9(2).
       77 DATA-HOJE                                 PIC 9(8) VALUE 0.

       01 HORA-ATUAL.
           05 HORAS                                 PIC 9(2).
           05 MINUTOS                               PIC 9(2).
           05 SEGUNDOS                              PIC 9(2).
           05 CENTESIMAS                            PIC 9(2).
       77 HORA-AGORA                                PIC 9(6) VALUE 0.

       LINKAGE SECTION.
       01 PIN-MODO                                       PIC X.
           88 MODO-CALCULAR                              VALUE "H".
           88 MODO-VERIFICAR                             VALUE "V".
           88 MODO-PAPEL                                 VALUE "P".
           88 MODO-DESBLOQUEAR                           VALUE "R".
       01 PIN-NUMERO                                     PIC 9(2).
       01 PIN-CODIGO                                     PIC 9(4).
       01 PIN-PAPEL                                      PIC 9.
       01 PIN-PROGRAMA                                   PIC X(20).
       01 PIN-RESULTADO                                  PIC 9.
       01 PIN-PAPEIS                                     PIC X(04).
       01 PIN-HASH                                       PIC 9(10).
       01 PIN-MENSAGEM                                   PIC X(40).
       01 PIN-AUTORIZADOR                                PIC 9(2).

       PROCEDURE DIVISION USING PIN-MODO, PIN-NUMERO, PIN-CODIGO,
           PIN-PAPEL, PIN-PROGRAMA, PIN-RESULTADO, PIN-PAPEIS, PIN-HASH,
           PIN-MENSAGEM, PIN-AUTORIZADOR.
       VERIFICAR-PIN-PRINCIPAL.
           MOVE 1 TO PIN-RESULTADO.
           MOVE SPACES TO PIN-MENSAGEM.
           MOVE "NNNN" TO PIN-PAPEIS.
           ACCEPT DATA-ATUAL FROM DATE YYYYMMDD.
           ACCEPT HORA-ATUAL FROM TIME.
           COMPUTE DATA-HOJE = ANO * 10000 + MES * 100 + DIA.
           COMPUTE HORA-AGORA = HORAS * 10000 + MINUTOS * 100 + SEGUNDOS.
           PERFORM NOME-DO-PAPEL.

           EVALUATE TRUE
               WHEN MODO-CALCULAR
                   PERFORM CALCULAR-HASH
                   MOVE HASH-VALOR TO PIN-HASH
                   MOVE 0 TO PIN-RESULTADO
               WHEN MODO-DESBLOQUEAR
                   PERFORM DESBLOQUEAR-FUNCIONARIO
               WHEN MODO-VERIFICAR
                   PERFORM VERIFICAR-FUNCIONARIO
               WHEN MODO-PAPEL
                   PERFORM VERIFICAR-SO-PAPEL
               WHEN OTHER
                   MOVE "MODO DE VERIFICACAO INVALIDO" TO PIN-MENSAGEM
           END-EVALUATE.
           GOBACK.

       VERIFICAR-FUNCIONARIO.
           PERFORM PROCURAR-FUNCIONARIO.
           IF (PIN-RESULTADO NOT = 0) THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM CARREGAR-TENTATIVAS.
           IF (TAB-BLOQUEADO(PIN-NUMERO)) THEN
               MOVE 3 TO PIN-RESULTADO
               MOVE "BLOQUEADO - PECA DESBLOQUEIO AO GERENTE"
               TO PIN-MENSAGEM
               MOVE "TENTATIVA COM FUNCIONARIO BLOQUEADO" TO SEG-EVENTO
               PERFORM REGISTAR-SEGURANCA
               EXIT PARAGRAPH
           END-IF.
           IF (FUNC-PIN-HASH NOT NUMERIC) THEN
               MOVE 0 TO PIN-GUARDADO
           ELSE
               MOVE FUNC-PIN-HASH TO PIN-GUARDADO
           END-IF.
           IF (PIN-GUARDADO = 0) THEN
               MOVE 5 TO PIN-RESULTADO
               MOVE "PIN NAO DEFINIDO - CONTACTE O GERENTE"
               TO PIN-MENSAGEM
               MOVE "PIN NAO DEFINIDO" TO SEG-EVENTO
               PERFORM REGISTAR-SEGURANCA
               EXIT PARAGRAPH
           END-IF.

           PERFORM CALCULAR-HASH.
           IF (HASH-VALOR NOT = PIN-GUARDADO) THEN
               ADD 1 TO TAB-FALHAS(PIN-NUMERO)
               MOVE DATA-HOJE TO TAB-DATA(PIN-NUMERO)
               MOVE HORA-AGORA TO TAB-HORA(PIN-NUMERO)
               IF (TAB-FALHAS(PIN-NUMERO) >= MAXIMO-FALHAS) THEN
                   MOVE "B" TO TAB-ESTADO(PIN-NUMERO)
                   MOVE 3 TO PIN-RESULTADO
                   MOVE "PIN ERRADO - FUNCIONARIO BLOQUEADO"
                   TO PIN-MENSAGEM
                   MOVE "PIN ERRADO - FUNCIONARIO BLOQUEADO"
                   TO SEG-EVENTO
               ELSE
                   MOVE 2 TO PIN-RESULTADO
                   STRING "PIN ERRADO (TENTATIVA " TAB-FALHAS(PIN-NUMERO)
                   " DE " MAXIMO-FALHAS ")"
                   DELIMITED BY SIZE INTO PIN-MENSAGEM
                   MOVE "PIN ERRADO" TO SEG-EVENTO
               END-IF
               PERFORM GRAVAR-TENTATIVAS
               PERFORM REGISTAR-SEGURANCA
               EXIT PARAGRAPH
           END-IF.

           IF (TAB-FALHAS(PIN-NUMERO) > 0) THEN
               MOVE 0 TO TAB-FALHAS(PIN-NUMERO)
               MOVE SPACE TO TAB-ESTADO(PIN-NUMERO)
               PERFORM GRAVAR-TENTATIVAS
           END-IF.

           MOVE "N" TO PAPEL-CONCEDIDO.
           IF (PIN-PAPEL = 0 OR FUNC-PAPEIS(4:1) = "S") THEN
               MOVE "S" TO PAPEL-CONCEDIDO
           ELSE
               IF (PIN-PAPEL <= 4) THEN
                   IF (FUNC-PAPEIS(PIN-PAPEL:1) = "S") THEN
                       MOVE "S" TO PAPEL-CONCEDIDO
                   END-IF
               END-IF
           END-IF.
           PERFORM CONCLUIR-PAPEL.

       VERIFICAR-SO-PAPEL.
           PERFORM PROCURAR-FUNCIONARIO.
           IF (PIN-RESULTADO NOT = 0) THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO PAPEL-CONCEDIDO.
           IF (PIN-PAPEL = 0) THEN
               MOVE "S" TO PAPEL-CONCEDIDO
           ELSE
               IF (PIN-PAPEL <= 4) THEN
                   IF (FUNC-PAPEIS(PIN-PAPEL:1) = "S") THEN
                       MOVE "S" TO PAPEL-CONCEDIDO
                   END-IF
               END-IF
           END-IF.
           PERFORM CONCLUIR-PAPEL.

       CONCLUIR-PAPEL.
           IF (PAPEL-OK) THEN
               MOVE 0 TO PIN-RESULTADO
           ELSE
               MOVE 4 TO PIN-RESULTADO
               STRING "SEM PERMISSAO - REQUER PAPEL " PAPEL-NOME
               DELIMITED BY SIZE INTO PIN-MENSAGEM
               MOVE "PAPEL NAO ATRIBUIDO" TO SEG-EVENTO
               PERFORM REGISTAR-SEGURANCA
           END-IF.

       PROCURAR-FUNCIONARIO.
           MOVE "N" TO FUNCIONARIO-ENCONTRADO.
           MOVE "N" TO FIM-FUNCIONARIOS.
           OPEN INPUT FUNCIONARIOS.
           IF (FUNC-STATUS NOT = "00") THEN
               CLOSE FUNCIONARIOS
               MOVE 6 TO PIN-RESULTADO
               MOVE "FUNCIONARIOS.TXT INDISPONIVEL" TO PIN-MENSAGEM
               MOVE "FICHEIRO DE FUNCIONARIOS INDISPONIVEL" TO SEG-EVENTO
               PERFORM REGISTAR-SEGURANCA
               EXIT PARAGRAPH
           END-IF.
           IF (PIN-NUMERO > 0) THEN
               PERFORM LER-PROXIMO-FUNCIONARIO
               PERFORM UNTIL NAO-HA-MAIS-FUNCIONARIOS
                   IF (FUNC-NUMERO = PIN-NUMERO AND FUNC-ATIVO) THEN
                       MOVE "S" TO FUNCIONARIO-ENCONTRADO
                       MOVE "S" TO FIM-FUNCIONARIOS
                   ELSE
                       PERFORM LER-PROXIMO-FUNCIONARIO
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE FUNCIONARIOS.
           IF (NOT FUNCIONARIO-OK) THEN
               MOVE 1 TO PIN-RESULTADO
               MOVE "FUNCIONARIO INVALIDO OU INATIVO" TO PIN-MENSAGEM
               MOVE "FUNCIONARIO INVALIDO OU INATIVO" TO SEG-EVENTO
               PERFORM REGISTAR-SEGURANCA
           ELSE
               MOVE 0 TO PIN-RESULTADO
               MOVE FUNC-PAPEIS TO PIN-PAPEIS
               IF (PIN-PAPEIS = SPACES) THEN
                   MOVE "NNNN" TO PIN-PAPEIS
               END-IF
           END-IF.

       LER-PROXIMO-FUNCIONARIO.
           READ FUNCIONARIOS
               AT END MOVE "S" TO FIM-FUNCIONARIOS
           END-READ.

       DESBLOQUEAR-FUNCIONARIO.
           IF (PIN-NUMERO = 0) THEN
               MOVE "FUNCIONARIO INVALIDO" TO PIN-MENSAGEM
               EXIT PARAGRAPH
           END-IF.
           PERFORM CARREGAR-TENTATIVAS.
           MOVE 0 TO TAB-FALHAS(PIN-NUMERO).
           MOVE SPACE TO TAB-ESTADO(PIN-NUMERO).
           MOVE DATA-HOJE TO TAB-DATA(PIN-NUMERO).
           MOVE HORA-AGORA TO TAB-HORA(PIN-NUMERO).
           PERFORM GRAVAR-TENTATIVAS.
           MOVE "PIN/PAPEIS ALTERADOS - CONTADOR LIMPO" TO SEG-EVENTO.
           PERFORM REGISTAR-SEGURANCA.
           MOVE 0 TO PIN-RESULTADO.

       CARREGAR-TENTATIVAS.
           INITIALIZE TABELA-TENTATIVAS.
           MOVE "N" TO FIM-TENTATIVAS.
           OPEN INPUT TENTATIVAS.
           IF (TEN-STATUS NOT = "00") THEN
               CLOSE TENTATIVAS
           ELSE
               PERFORM LER-PROXIMA-TENTATIVA
               PERFORM UNTIL NAO-HA-MAIS-TENTATIVAS
                   IF (TEN-NUMERO NUMERIC AND TEN-NUMERO > 0) THEN
                       MOVE TEN-FALHAS TO TAB-FALHAS(TEN-NUMERO)
                       MOVE TEN-ESTADO TO TAB-ESTADO(TEN-NUMERO)
                       MOVE TEN-DATA TO TAB-DATA(TEN-NUMERO)
                       MOVE TEN-HORA TO TAB-HORA(TEN-NUMERO)
                   END-IF
                   PERFORM LER-PROXIMA-TENTATIVA
               END-PERFORM
               CLOSE TENTATIVAS
           END-IF.

       LER-PROXIMA-TENTATIVA.
           READ TENTATIVAS
               AT END MOVE "S" TO FIM-TENTATIVAS
           END-READ.

       GRAVAR-TENTATIVAS.
           OPEN OUTPUT TENTATIVAS.
           PERFORM VARYING IND-TEN FROM 1 BY 1 UNTIL IND-TEN > 99
               IF (TAB-FALHAS(IND-TEN) > 0 OR TAB-BLOQUEADO(IND-TEN)) THEN
                   MOVE IND-TEN TO TEN-NUMERO
                   MOVE TAB-FALHAS(IND-TEN) TO TEN-FALHAS
                   MOVE TAB-ESTADO(IND-TEN) TO TEN-ESTADO
                   MOVE TAB-DATA(IND-TEN) TO TEN-DATA
                   MOVE TAB-HORA(IND-TEN) TO TEN-HORA
                   WRITE REGISTO-TENTATIVA
               END-IF
           END-PERFORM.
           CLOSE TENTATIVAS.

       REGISTAR-SEGURANCA.
           MOVE DATA-HOJE TO SEG-DATA.
           MOVE HORA-AGORA TO SEG-HORA.
           MOVE PIN-NUMERO TO SEG-NUMERO.
           MOVE PIN-PROGRAMA TO SEG-PROGRAMA.
           MOVE PAPEL-NOME TO SEG-PAPEL.
           IF (MODO-DESBLOQUEAR) THEN
               MOVE PIN-AUTORIZADOR TO SEG-AUTORIZADOR
           ELSE
               MOVE 0 TO SEG-AUTORIZADOR
           END-IF.
           OPEN EXTEND SEGURANCA-LOG.
           IF (SEG-STATUS = "35") THEN
               OPEN OUTPUT SEGURANCA-LOG
           END-IF.
           MOVE LINHA-SEGURANCA TO REGISTO-SEGURANCA.
           WRITE REGISTO-SEGURANCA.
           CLOSE SEGURANCA-LOG.

       NOME-DO-PAPEL.
           EVALUATE PIN-PAPEL
               WHEN 1
                   MOVE "CAIXA" TO PAPEL-NOME
               WHEN 2
                   MOVE "COZINHA" TO PAPEL-NOME
               WHEN 3
                   MOVE "MOTORISTA" TO PAPEL-NOME
               WHEN 4
                   MOVE "GERENTE" TO PAPEL-NOME
               WHEN OTHER
                   MOVE "QUALQUER" TO PAPEL-NOME
           END-EVALUATE.

       CALCULAR-HASH.
           MOVE PIN-CODIGO TO PIN-ALGARISMOS.
           COMPUTE HASH-VALOR = PIN-NUMERO * 7919 + 104729.
           PERFORM VARYING HASH-RONDA FROM 1 BY 1 UNTIL HASH-RONDA > 50
               PERFORM VARYING HASH-IND FROM 1 BY 1 UNTIL HASH-IND > 4
                   MOVE PIN-ALGARISMOS(HASH-IND:1) TO HASH-DIGITO
                   COMPUTE HASH-ACUMULADO =
                       HASH-VALOR * 31 + HASH-DIGITO + HASH-RONDA
                   DIVIDE HASH-ACUMULADO BY 9999999967
                       GIVING HASH-QUOCIENTE REMAINDER HASH-VALOR
               END-PERFORM
           END-PERFORM.
           IF (HASH-VALOR = 0) THEN
               MOVE 1 TO HASH-VALOR
           END-IF.
       END PROGRAM VERIFICARPIN.
