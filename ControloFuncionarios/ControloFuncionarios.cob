              05 F-ESTADO                                     PIC X(01).
                 88 REGISTO-ATIVO                             VALUE "A".
                 88 REGISTO-INATIVO                           VALUE "I".
              05 F-DATA-ADMISSAO                              PIC 9(8).
              05 F-IBAN                                       PIC X(34).
              05 F-TITULAR-CONTA                              PIC X(40).
              05 F-SITUACAO-IRS                               PIC X(01).
                 88 SITUACAO-IRS-VALIDA                       VALUE "S", "C", "D".
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

       FD FUNC-LOG.
       01 REGISTO-LOG                                          PIC X(80).
       77 AUSENCIAS-STATUS                                        PIC X(02).
       77 LINHA                                        PIC 9(2) VALUE 3.
       77 OPCAO                                                   PIC 9.
           88 VALIDAR-OPCAO VALUE 0 THRU 9.
       77 TIPO-PONTO                                              PIC 9.
           88 VALIDAR-TIPO-PONTO VALUE 1, 2.
       77 TIPO-AUSENCIA                                           PIC X.
           88 NUMERO-OK VALUE "S".
       77 EMAIL-VALIDO                                           PIC X.
           88 EMAIL-OK VALUE "S".
       77 DATA-ADMISSAO-VALIDA                                   PIC X.
           88 DATA-ADMISSAO-OK VALUE "S".
       77 DATA-HOJE                                            PIC 9(8).
       77 IBAN-VALIDO                                            PIC X.
           88 IBAN-OK VALUE "S".
       77 IBAN-MOTIVO                                          PIC X(30).
       77 IBAN-ACEITE                                            PIC X.
           88 IBAN-ACEITE-OK VALUE "S".
       77 IND-CHAR                                             PIC 99.
       77 TAM-EMAIL                                            PIC 99.
       77 POS-ARROBA                                           PIC 99.
       77 POS-PONTO                                            PIC 99.
       77 GERENTE-NUMERO                                       PIC 9(2).
       77 GERENTE-AUTORIZOU                                      PIC X.
           88 GERENTE-OK VALUE "S".
       77 EXISTE-GERENTE                                         PIC X.
           88 HA-GERENTE-COM-PIN VALUE "S".
       77 REDEFINIR-PIN                                          PIC X.
           88 REDEFINIR-PIN-SIM VALUE "S", "s".
       77 PIN-ACEITE                                             PIC X.
           88 PIN-OK VALUE "S".
       77 PIN-DIGITADO                                         PIC 9(4).
       77 PIN-REPETIDO                                         PIC 9(4).
       77 PIN-NOVO-HASH                                       PIC 9(10).
       77 PIN-MODO                                               PIC X.
       77 PIN-PAPEL                                              PIC 9.
       77 PIN-PROGRAMA                             PIC X(20) VALUE "tarefa1".
       77 PIN-RESULTADO                                          PIC 9.
       77 PIN-PAPEIS                                           PIC X(04).
       77 PIN-HASH                                            PIC 9(10).
       77 PIN-MENSAGEM                                        PIC X(40).
       77 PIN-AUTORIZADOR                                     PIC 9(2) VALUE 0.
       77 RESPOSTA-PAPEL                                         PIC X.
       77 IND-PAPEL                                              PIC 9.
       01 NOVOS-PAPEIS.
           05 NOVO-PAPEL                               PIC X OCCURS 4.
       01 TAB-NOMES-PAPEIS.
           05 NOME-PAPEL                            PIC X(10) OCCURS 4.

       01 DATA-ATUAL.
           05 ANO                                   PIC 9(4).
           FOREGROUND-COLOR 3 HIGHLIGHT LINE 15.
           05 COL 1 VALUE "8-REGISTAR AUSENCIA (FERIAS/FALTAS)"
           FOREGROUND-COLOR 3 HIGHLIGHT LINE 17.
           05 COL 1 VALUE "0-PINS E PAPEIS (GERENTE)" FOREGROUND-COLOR 3
           HIGHLIGHT LINE 19.
           05 COL 1 VALUE "9-SAIR" FOREGROUND-COLOR 3 HIGHLIGHT LINE 21.
           05 COL 1 VALUE "DIGITE A SUA OPCAO [ ]" FOREGROUND-COLOR 3
           HIGHLIGHT LINE 23.

       01 LAYOUT-FUNCIONARIOS.
           05 COL 1 VALUE "NUMERO   NOME                      EMAIL"
               DISPLAY CLS.
               DISPLAY LAYOUT-MENU.
               PERFORM WITH TEST AFTER UNTIL VALIDAR-OPCAO
                   ACCEPT OPCAO AT 2321
                   IF (NOT VALIDAR-OPCAO) THEN
                       DISPLAY "OPCAO INVALIDA!" FOREGROUND-COLOR 4
                       HIGHLIGHT AT 2323
                    ELSE
                       DISPLAY " " ERASE EOL AT 2323
               END-PERFORM.
               EVALUATE OPCAO
                     WHEN 1
                           PERFORM REGISTAR-PONTO
                     WHEN 8
                           PERFORM REGISTAR-AUSENCIA
                     WHEN 0
                           PERFORM GERIR-PINS-PAPEIS

               END-EVALUATE.
           PARAGRAFO-FIM.
                   PERFORM OBTER-NUMERO-NOVO
                   ACCEPT F-NOME LINE LINHA COL 10
                   PERFORM OBTER-EMAIL-VALIDO
                   ADD 1 TO LINHA
                   DISPLAY "DATA DE ADMISSAO (AAAAMMDD): " LINE LINHA
                   COL 10
                   PERFORM OBTER-DATA-ADMISSAO
                   ADD 1 TO LINHA
                   DISPLAY "IBAN (VAZIO = SEM IBAN): " LINE LINHA COL 10
                   PERFORM OBTER-IBAN
                   ADD 1 TO LINHA
                   DISPLAY "TITULAR DA CONTA: " LINE LINHA COL 10
                   PERFORM OBTER-TITULAR-CONTA
                   ADD 1 TO LINHA
                   DISPLAY "SITUACAO IRS (S=NAO CASADO C=CASADO UNICO "
                   "TITULAR D=CASADO DOIS TITULARES): " LINE LINHA COL 10
                   PERFORM OBTER-SITUACAO-IRS
                   ADD 1 TO LINHA
                   DISPLAY "NUMERO DE DEPENDENTES: " LINE LINHA COL 10
                   PERFORM OBTER-DEPENDENTES
                   MOVE "A" TO F-ESTADO
                   MOVE 0 TO F-PIN-HASH
                   MOVE "NNNN" TO F-PAPEIS
                   WRITE REGISTO
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR REGISTO!" LINE LINHA
               ELSE
                   MOVE "N" TO EMAIL-VALIDO
               END-IF.

           OBTER-DATA-ADMISSAO.
               ACCEPT DATA-ATUAL FROM DATE YYYYMMDD.
               MOVE DATA-ATUAL TO DATA-HOJE.
               MOVE "N" TO DATA-ADMISSAO-VALIDA.
               PERFORM UNTIL DATA-ADMISSAO-OK
                   ACCEPT F-DATA-ADMISSAO LINE LINHA COL 39
                   IF (FUNCTION INTEGER-OF-DATE(F-DATA-ADMISSAO) = 0
                   OR F-DATA-ADMISSAO > DATA-HOJE) THEN
                       DISPLAY "DATA INVALIDA!" LINE LINHA COL 50
                   ELSE
                       DISPLAY "              " LINE LINHA COL 50
                       MOVE "S" TO DATA-ADMISSAO-VALIDA
                   END-IF
               END-PERFORM.

           OBTER-IBAN.
               MOVE "N" TO IBAN-ACEITE.
               PERFORM UNTIL IBAN-ACEITE-OK
                   ACCEPT F-IBAN LINE LINHA COL 35
                   CALL "VALIDARIBAN" USING F-IBAN, IBAN-VALIDO,
                   IBAN-MOTIVO
                   IF (IBAN-OK OR F-IBAN = SPACES) THEN
                       MOVE "S" TO IBAN-ACEITE
                       DISPLAY F-IBAN LINE LINHA COL 35
                       DISPLAY "                              " LINE
                       LINHA COL 70
                   ELSE
                       DISPLAY IBAN-MOTIVO FOREGROUND-COLOR 4 HIGHLIGHT
                       LINE LINHA COL 70
                   END-IF
               END-PERFORM.

           OBTER-TITULAR-CONTA.
               ACCEPT F-TITULAR-CONTA LINE LINHA COL 29.
               IF (F-TITULAR-CONTA = SPACES AND F-IBAN NOT = SPACES)
               THEN
                   MOVE F-NOME TO F-TITULAR-CONTA
                   DISPLAY F-TITULAR-CONTA LINE LINHA COL 29
               END-IF.

           OBTER-SITUACAO-IRS.
               MOVE SPACE TO F-SITUACAO-IRS.
               PERFORM UNTIL SITUACAO-IRS-VALIDA
                   ACCEPT F-SITUACAO-IRS LINE LINHA COL 88
                   INSPECT F-SITUACAO-IRS CONVERTING "scd" TO "SCD"
                   IF (NOT SITUACAO-IRS-VALIDA) THEN
                       DISPLAY "SITUACAO INVALIDA!" LINE LINHA COL 92
                   ELSE
                       DISPLAY "                  " LINE LINHA COL 92
                   END-IF
               END-PERFORM.

           OBTER-DEPENDENTES.
               ACCEPT F-DEPENDENTES LINE LINHA COL 33.
               IF (F-DEPENDENTES NOT NUMERIC) THEN
                   MOVE 0 TO F-DEPENDENTES
               END-IF.
           LISTAR-FUNCIONARIOS.
                DISPLAY CLS.
                DISPLAY LAYOUT-FUNCIONARIOS.
               IF (REGISTO-ENCONTRADO) THEN
                   DISPLAY FUNCTION CONCATENATE ("NOME: ",
                   F-NOME) AT 0501
                   DISPLAY "DATA DE ADMISSAO: " AT 0601
                   DISPLAY F-DATA-ADMISSAO AT 0619
                   DISPLAY FUNCTION CONCATENATE ("EMAIL: ",
                   F-EMAIL) AT 0701
                   IF (F-IBAN = SPACES) THEN
                       DISPLAY "IBAN: (SEM IBAN - PAGAMENTO MANUAL)"
                       AT 0801
                   ELSE
                       DISPLAY FUNCTION CONCATENATE ("IBAN: ",
                       F-IBAN) AT 0801
                       DISPLAY FUNCTION CONCATENATE ("TITULAR: ",
                       F-TITULAR-CONTA) AT 0901
                   END-IF
                   DISPLAY "SITUACAO IRS: " AT 1001
                   DISPLAY F-SITUACAO-IRS AT 1015
                   DISPLAY "DEPENDENTES: " AT 1021
                   DISPLAY F-DEPENDENTES AT 1034
                   IF (REGISTO-INATIVO) THEN
                       DISPLAY "(FUNCIONARIO INATIVO)" AT 1101
                   END-IF
               ELSE
                   DISPLAY "FUNCIONARIO NAO ENCONTRADO!" AT 0901
               END-IF.
               DISPLAY "FIM DA PESQUIDA. ENTER PARA CONTINUAR." AT 1201.
               ACCEPT OMITTED AT 1240.

           ALTERAR-FUNCIONARIO.
               DISPLAY CLS.
                       DISPLAY "NOVO EMAIL: " LINE 8 COL 1
                       MOVE 8 TO LINHA
                       PERFORM OBTER-EMAIL-ALTERACAO
                       DISPLAY "DATA ADMISSAO ATUAL: " LINE 9 COL 1
                       DISPLAY F-DATA-ADMISSAO LINE 9 COL 22
                       DISPLAY "NOVA DATA ADMISSAO (AAAAMMDD): " LINE 10
                       COL 1
                       MOVE 10 TO LINHA
                       PERFORM OBTER-DATA-ADMISSAO
                       DISPLAY "IBAN ATUAL: " LINE 11 COL 1
                       DISPLAY F-IBAN LINE 11 COL 13
                       DISPLAY "NOVO IBAN (VAZIO = SEM IBAN): " LINE 12
                       COL 1
                       MOVE 12 TO LINHA
                       PERFORM OBTER-IBAN
                       DISPLAY "TITULAR ATUAL: " LINE 13 COL 1
                       DISPLAY F-TITULAR-CONTA LINE 13 COL 16
                       DISPLAY "NOVO TITULAR DA CONTA: " LINE 14 COL 1
                       MOVE 14 TO LINHA
                       PERFORM OBTER-TITULAR-CONTA
                       DISPLAY "SITUACAO IRS ATUAL: " LINE 15 COL 1
                       DISPLAY F-SITUACAO-IRS LINE 15 COL 21
                       DISPLAY "NOVA SITUACAO IRS (S=NAO CASADO C=CASADO "
                       "UNICO TITULAR D=CASADO DOIS TITULARES): " LINE 16
                       COL 1
                       MOVE 16 TO LINHA
                       PERFORM OBTER-SITUACAO-IRS
                       DISPLAY "DEPENDENTES ATUAIS: " LINE 17 COL 1
                       DISPLAY F-DEPENDENTES LINE 17 COL 21
                       DISPLAY "NOVO NUMERO DE DEPENDENTES: " LINE 18
                       COL 1
                       MOVE 18 TO LINHA
                       PERFORM OBTER-DEPENDENTES
                       REWRITE REGISTO
                           INVALID KEY
                               DISPLAY "ERRO AO ALTERAR REGISTO!" LINE 19
                               COL 1
                           NOT INVALID KEY
                               MOVE F-NUMERO TO NUMERO
                               PERFORM REGISTAR-LOG
                               DISPLAY "ALTERACAO EFETUADA." LINE 19 COL 1
                       END-REWRITE
                   END-IF
               END-IF.
               DISPLAY "ENTER PARA CONTINUAR." LINE 21 COL 1.
               ACCEPT OMITTED LINE 21 COL 25.

           OBTER-EMAIL-ALTERACAO.
               MOVE "N" TO EMAIL-VALIDO.
               DISPLAY CLS.
               DISPLAY "EXPORTAR DADOS PARA TXT" FOREGROUND-COLOR 2
               HIGHLIGHT AT 0101.
               PERFORM EXPORTAR-DADOS-FICHEIRO.
               DISPLAY "EXPORTACAO EFETUADA. ENTER PARA CONTINUAR."
               AT 0301.
               ACCEPT OMITTED AT 0340.

           EXPORTAR-DADOS-FICHEIRO.
               OPEN OUTPUT FIC-EXPORT. *> ABRE EM MODO DE OVERWRITE
               MOVE LOW-VALUES TO F-NUMERO.
               START FIC KEY IS NOT LESS THAN F-NUMERO
                   MOVE F-NOME TO FE-NOME
                   MOVE F-EMAIL TO FE-EMAIL
                   MOVE F-ESTADO TO FE-ESTADO
                   MOVE F-DATA-ADMISSAO TO FE-DATA-ADMISSAO
                   MOVE F-IBAN TO FE-IBAN
                   MOVE F-TITULAR-CONTA TO FE-TITULAR-CONTA
                   MOVE F-SITUACAO-IRS TO FE-SITUACAO-IRS
                   MOVE F-DEPENDENTES TO FE-DEPENDENTES
                   MOVE F-PIN-HASH TO FE-PIN-HASH
                   MOVE F-PAPEIS TO FE-PAPEIS
                   WRITE REGISTO-EXPORT
                   MOVE F-NUMERO TO NUMERO
                   PERFORM REGISTAR-LOG
                   END-READ
               END-PERFORM.
               CLOSE FIC-EXPORT.

           REGISTAR-PONTO.
               DISPLAY CLS.
               WRITE REGISTO-AUSENCIA.
               CLOSE AUSENCIAS.

           GERIR-PINS-PAPEIS.
               DISPLAY CLS.
               DISPLAY "PINS E PAPEIS DOS FUNCIONARIOS" FOREGROUND-COLOR 2
               HIGHLIGHT AT 0101.
               MOVE "CAIXA" TO NOME-PAPEL(1).
               MOVE "COZINHA" TO NOME-PAPEL(2).
               MOVE "MOTORISTA" TO NOME-PAPEL(3).
               MOVE "GERENTE" TO NOME-PAPEL(4).
               PERFORM AUTENTICAR-GERENTE.
               IF (GERENTE-OK) THEN
                   DISPLAY "DIGITE O NUMERO DO FUNCIONARIO: " AT 0701
                   ACCEPT NUMERO AT 0733
                   MOVE NUMERO TO F-NUMERO
                   MOVE "N" TO ENCONTROU
                   READ FIC
                       INVALID KEY
                           MOVE "N" TO ENCONTROU
                       NOT INVALID KEY
                           MOVE "S" TO ENCONTROU
                   END-READ
                   IF (NOT REGISTO-ENCONTRADO) THEN
                       DISPLAY "FUNCIONARIO NAO ENCONTRADO!" AT 0901
                   ELSE
                       IF (REGISTO-INATIVO) THEN
                           DISPLAY "FUNCIONARIO INATIVO. ALTERACAO"
                           AT 0901
                           DISPLAY "NAO PERMITIDA." AT 1001
                       ELSE
                           PERFORM ALTERAR-PIN-PAPEIS
                       END-IF
                   END-IF
               END-IF.
               DISPLAY "ENTER PARA CONTINUAR." LINE 23 COL 1.
               ACCEPT OMITTED LINE 23 COL 25.

           AUTENTICAR-GERENTE.
               MOVE "N" TO GERENTE-AUTORIZOU.
               PERFORM VERIFICAR-EXISTE-GERENTE.
               IF (NOT HA-GERENTE-COM-PIN) THEN
                   DISPLAY "NAO EXISTE NENHUM GERENTE ATIVO COM PIN "
                   "DEFINIDO." AT 0301
                   DISPLAY "ACESSO PERMITIDO PARA CONFIGURAR O PRIMEIRO "
                   "GERENTE." AT 0401
                   MOVE 0 TO GERENTE-NUMERO
                   MOVE "S" TO GERENTE-AUTORIZOU
               ELSE
                   DISPLAY "NUMERO DO GERENTE: " AT 0301
                   ACCEPT GERENTE-NUMERO AT 0320
                   DISPLAY "PIN: " AT 0401
                   ACCEPT PIN-DIGITADO AT 0406 WITH SECURE
                   MOVE "V" TO PIN-MODO
                   MOVE 4 TO PIN-PAPEL
                   CALL "VERIFICARPIN" USING PIN-MODO, GERENTE-NUMERO,
                       PIN-DIGITADO, PIN-PAPEL, PIN-PROGRAMA,
                       PIN-RESULTADO, PIN-PAPEIS, PIN-HASH, PIN-MENSAGEM,
                       PIN-AUTORIZADOR
                   IF (PIN-RESULTADO = 0) THEN
                       MOVE "S" TO GERENTE-AUTORIZOU
                   ELSE
                       DISPLAY PIN-MENSAGEM FOREGROUND-COLOR 4
                       HIGHLIGHT AT 0501
                   END-IF
               END-IF.

           VERIFICAR-EXISTE-GERENTE.
               MOVE "N" TO EXISTE-GERENTE.
               MOVE LOW-VALUES TO F-NUMERO.
               START FIC KEY IS NOT LESS THAN F-NUMERO
                   INVALID KEY MOVE HIGH-VALUES TO REGISTO
               END-START.
               IF (REGISTO NOT = HIGH-VALUES) THEN
                   READ FIC NEXT RECORD AT END MOVE HIGH-VALUES TO
                   REGISTO
                   END-READ
               END-IF.
               PERFORM UNTIL REGISTO = HIGH-VALUES OR HA-GERENTE-COM-PIN
                   IF (REGISTO-ATIVO AND F-PAPEIS(4:1) = "S" AND
                   F-PIN-HASH IS NUMERIC) THEN
                       IF (F-PIN-HASH > 0) THEN
                           MOVE "S" TO EXISTE-GERENTE
                       END-IF
                   END-IF
                   READ FIC NEXT RECORD AT END MOVE HIGH-VALUES TO
                   REGISTO
                   END-READ
               END-PERFORM.

           ALTERAR-PIN-PAPEIS.
               DISPLAY FUNCTION CONCATENATE ("NOME: ", F-NOME) AT 0901.
               IF (F-PIN-HASH IS NUMERIC AND F-PIN-HASH > 0) THEN
                   DISPLAY "PIN ATUAL: DEFINIDO" AT 1001
               ELSE
                   MOVE 0 TO F-PIN-HASH
                   DISPLAY "PIN ATUAL: NAO DEFINIDO" AT 1001
               END-IF.
               MOVE F-PAPEIS TO NOVOS-PAPEIS.
               IF (NOVOS-PAPEIS = SPACES) THEN
                   MOVE "NNNN" TO NOVOS-PAPEIS
               END-IF.
               MOVE F-PIN-HASH TO PIN-NOVO-HASH.
               DISPLAY "REDEFINIR PIN? (S/N)" AT 1201.
               ACCEPT REDEFINIR-PIN AT 1223.
               IF (REDEFINIR-PIN-SIM) THEN
                   PERFORM OBTER-NOVO-PIN
               END-IF.
               DISPLAY "PAPEIS (S/N, VAZIO = MANTER):" AT 1501.
               MOVE 16 TO LINHA.
               PERFORM VARYING IND-PAPEL FROM 1 BY 1 UNTIL IND-PAPEL > 4
                   PERFORM OBTER-PAPEL
                   ADD 1 TO LINHA
               END-PERFORM.
               DISPLAY "CONFIRMA AS ALTERACOES? (S/N)" AT 2101.
               ACCEPT CONFIRMA AT 2132.
               IF (CONFIRMA-SIM) THEN
                   MOVE PIN-NOVO-HASH TO F-PIN-HASH
                   MOVE NOVOS-PAPEIS TO F-PAPEIS
                   REWRITE REGISTO
                       INVALID KEY
                           DISPLAY "ERRO AO ALTERAR REGISTO!" AT 2201
                       NOT INVALID KEY
                           MOVE F-NUMERO TO NUMERO
                           PERFORM REGISTAR-LOG
                           MOVE "R" TO PIN-MODO
                           MOVE 4 TO PIN-PAPEL
                           MOVE GERENTE-NUMERO TO PIN-AUTORIZADOR
                           CALL "VERIFICARPIN" USING PIN-MODO, F-NUMERO,
                               PIN-DIGITADO, PIN-PAPEL, PIN-PROGRAMA,
                               PIN-RESULTADO, PIN-PAPEIS, PIN-HASH,
                               PIN-MENSAGEM, PIN-AUTORIZADOR
                           PERFORM EXPORTAR-DADOS-FICHEIRO
                           DISPLAY CLS
                           DISPLAY "PINS E PAPEIS DOS FUNCIONARIOS"
                           FOREGROUND-COLOR 2 HIGHLIGHT AT 0101
                           DISPLAY "ALTERACAO EFETUADA E EXPORTADA PARA "
                           "TXT. TENTATIVAS FALHADAS LIMPAS." AT 0301
                   END-REWRITE
               ELSE
                   DISPLAY "OPERACAO CANCELADA. NADA FOI ALTERADO."
                   AT 2201
               END-IF.

           OBTER-NOVO-PIN.
               MOVE "N" TO PIN-ACEITE.
               PERFORM UNTIL PIN-OK
                   DISPLAY "NOVO PIN (4 DIGITOS): " AT 1301
                   ACCEPT PIN-DIGITADO AT 1323 WITH SECURE
                   DISPLAY "REPITA O NOVO PIN: " AT 1401
                   ACCEPT PIN-REPETIDO AT 1423 WITH SECURE
                   IF (PIN-DIGITADO NOT NUMERIC OR PIN-DIGITADO = 0) THEN
                       DISPLAY "PIN INVALIDO!" FOREGROUND-COLOR 4
                       HIGHLIGHT AT 1430
                   ELSE
                       IF (PIN-DIGITADO NOT = PIN-REPETIDO) THEN
                           DISPLAY "OS PINS NAO COINCIDEM!"
                           FOREGROUND-COLOR 4 HIGHLIGHT AT 1430
                       ELSE
                           MOVE "S" TO PIN-ACEITE
                           DISPLAY " " ERASE EOL AT 1430
                       END-IF
                   END-IF
               END-PERFORM.
               MOVE "H" TO PIN-MODO.
               CALL "VERIFICARPIN" USING PIN-MODO, F-NUMERO, PIN-DIGITADO,
                   PIN-PAPEL, PIN-PROGRAMA, PIN-RESULTADO, PIN-PAPEIS,
                   PIN-HASH, PIN-MENSAGEM, PIN-AUTORIZADOR.
               MOVE PIN-HASH TO PIN-NOVO-HASH.

           OBTER-PAPEL.
               DISPLAY NOME-PAPEL(IND-PAPEL) LINE LINHA COL 3.
               DISPLAY "ATUAL:" LINE LINHA COL 15.
               DISPLAY NOVO-PAPEL(IND-PAPEL) LINE LINHA COL 22.
               DISPLAY "NOVO:" LINE LINHA COL 25.
               MOVE SPACE TO RESPOSTA-PAPEL.
               ACCEPT RESPOSTA-PAPEL LINE LINHA COL 31.
               EVALUATE RESPOSTA-PAPEL
                   WHEN "S"
                   WHEN "s"
                       MOVE "S" TO NOVO-PAPEL(IND-PAPEL)
                   WHEN "N"
                   WHEN "n"
                       MOVE "N" TO NOVO-PAPEL(IND-PAPEL)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.

           REGISTAR-LOG.
               ACCEPT DATA-ATUAL FROM DATE YYYYMMDD.
               ACCEPT HORA-ATUAL FROM TIME.
