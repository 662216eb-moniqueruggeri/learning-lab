       >>SOURCE FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FechoDiario.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CONTROLO ASSIGN TO
           "D:/Monique/Documents/Projetos/iefp/Carlos/cobol808/FECHO-DIARIO-CONTROLO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CONTROLO-STATUS.

           SELECT OPTIONAL FECHOS ASSIGN TO
           "D:/Monique/Documents/Projetos/iefp/Carlos/cobol808/FECHOS-CAIXA.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FECHOS-STATUS.

           SELECT OPTIONAL TURNOS ASSIGN TO
           "D:/Monique/Documents/Projetos/iefp/Carlos/cobol808/TURNOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TURNOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CONTROLO.
       01 REGISTO-CONTROLO.
           05 CTL-DATA-FECHO                            PIC 9(8).
           05 CTL-PASSO                                 PIC 9(2).
           05 CTL-PROGRAMA                              PIC X(20).
           05 CTL-EVENTO                                PIC X(01).
              88 CTL-INICIO                              VALUE "I".
              88 CTL-FIM                                 VALUE "F".
           05 CTL-DATA                                  PIC 9(8).
           05 CTL-HORA                                  PIC 9(6).
           05 CTL-RESULTADO                             PIC X(01).
              88 CTL-EM-CURSO                            VALUE "E".
              88 CTL-CONCLUIDO                           VALUE "C".
              88 CTL-FALHOU                              VALUE "F".
              88 CTL-DISPENSADO                          VALUE "D".
           05 CTL-RETORNO                               PIC 9(4).
           05 CTL-MENSAGEM                              PIC X(60).

       FD FECHOS.
       01 REGISTO-FECHO-CAIXA.
           05 FCX-DATA                                  PIC 9(8).
           05 FCX-OPERADOR                              PIC 9(2).
           05 FCX-ESPERADO-DINHEIRO                     PIC 9(6)V99.
           05 FCX-CONTADO                               PIC 9(6)V99.
           05 FCX-SINAL                                 PIC X(01).
              88 FCX-SOBRA                               VALUE "+".
              88 FCX-FALTA                               VALUE "-".
           05 FCX-DIFERENCA                             PIC 9(6)V99.
           05 FCX-TOTAL-GERAL                           PIC 9(7)V99.

       FD TURNOS.
       01 REGISTO-TURNO.
           05 PONTO-NUMERO                              PIC 9(2).
           05 PONTO-DATA.
               10 PONTO-ANO                             PIC 9(4).
               10 PONTO-MES                             PIC 9(2).
               10 PONTO-DIA                             PIC 9(2).
           05 PONTO-HORA.
               10 PONTO-HORAS                           PIC 9(2).
               10 PONTO-MINUTOS                         PIC 9(2).
               10 PONTO-SEGUNDOS                        PIC 9(2).
           05 PONTO-TIPO                                PIC X(01).
              88 PONTO-ENTRADA                           VALUE "E".
              88 PONTO-SAIDA                             VALUE "S".

       WORKING-STORAGE SECTION.
       77 CONTROLO-STATUS                                PIC X(02).
       77 FECHOS-STATUS                                  PIC X(02).
       77 TURNOS-STATUS                                  PIC X(02).
       77 FIM-CONTROLO                                   PIC X VALUE "N".
           88 NAO-HA-MAIS-CONTROLO                       VALUE "S".
       77 FIM-FECHOS                                     PIC X VALUE "N".
           88 NAO-HA-MAIS-FECHOS                         VALUE "S".
       77 DIA-JA-FECHADO                                 PIC X VALUE "N".
           88 DIA-FECHADO                                VALUE "S".

       77 NUM-PASSOS                                     PIC 9(2) VALUE 8.
       77 IND-PASSO                                      PIC 9(2).
       77 PASSO-INICIAL                                  PIC 9(2) VALUE 0.
       77 PASSO-PARADO                                   PIC 9(2) VALUE 0.
       77 NUM-REGISTOS-HOJE                              PIC 9(4) VALUE 0.
       77 PROGRAMA-A-CHAMAR                              PIC X(20).
       77 RETORNO-PASSO                                  PIC S9(4) VALUE 0.
       77 RETORNO-SAIDA                                  PIC 9(4).
       77 MENSAGEM-PASSO                                 PIC X(60).
       77 RESULTADO-PASSO                                PIC X(01).
           88 RESULTADO-OK                               VALUE "C".
           88 RESULTADO-FALHA                            VALUE "F".
           88 RESULTADO-DISPENSADO                       VALUE "D".
       77 FECHO-INTERROMPIDO                             PIC X VALUE "N".
           88 FECHO-PARADO                               VALUE "S".
       77 FIM-DE-MES                                     PIC X VALUE "N".
           88 PASSOS-FIM-MES                             VALUE "S".
       77 CONFIRMA                                       PIC X.
           88 CONFIRMA-SIM                               VALUE "S", "s".
       77 ESTADO-SAIDA                                   PIC X(12).

       77 DIA-ENCERRAMENTO                               PIC 9 VALUE 0.
       77 DIA-SEMANA                                     PIC 9.
       77 DATA-ULTIMO-UTIL                               PIC 9(8).
       77 DIA-INTEIRO                                    PIC 9(7).

       01 TAB-PASSOS.
           05 PASSO-ENTRY OCCURS 8.
               10 PASSO-PROGRAMA                         PIC X(20).
               10 PASSO-DESCRICAO                        PIC X(30).
               10 PASSO-FIM-MES                          PIC X(01).
                  88 PASSO-DE-FIM-MES                     VALUE "S".
               10 PASSO-RETORNO-MAXIMO                   PIC 9(2).
               10 PASSO-ESTADO                           PIC X(01).
                  88 PASSO-NUNCA-CORRIDO                  VALUE SPACE.
                  88 PASSO-EM-CURSO                       VALUE "E".
                  88 PASSO-CONCLUIDO                      VALUE "C".
                  88 PASSO-FALHOU                         VALUE "F".
                  88 PASSO-DISPENSADO                     VALUE "D".

       01 DATA-ATUAL.
           05 ANO                                   PIC 9(4).
           05 MES                                   PIC 9(2).
           05 DIA                                   PIC 9(2).
       77 DATA-HOJE                                 PIC 9(8) VALUE 0.
       77 DATA-SAIDA                                PIC 9999/99/99.

       01 HORA-ATUAL.
           05 HORAS                                 PIC 9(2).
           05 MINUTOS                               PIC 9(2).
           05 SEGUNDOS                              PIC 9(2).

       PROCEDURE DIVISION.
       CARREGA-PASSOS.
           PERFORM VARYING IND-PASSO FROM 1 BY 1 UNTIL IND-PASSO > NUM-PASSOS
               MOVE 0 TO PASSO-RETORNO-MAXIMO(IND-PASSO)
           END-PERFORM.
           MOVE "FechoCaixa"         TO PASSO-PROGRAMA(1).
           MOVE "FECHO DE CAIXA"     TO PASSO-DESCRICAO(1).
           MOVE "ContagemStock"      TO PASSO-PROGRAMA(2).
           MOVE "CONTAGEM DE STOCK"  TO PASSO-DESCRICAO(2).
           MOVE "RelatorioVendas"    TO PASSO-PROGRAMA(3).
           MOVE "RELATORIO DE VENDAS" TO PASSO-DESCRICAO(3).
           MOVE "ReconciliacaoCaixa" TO PASSO-PROGRAMA(4).
           MOVE "RECONCILIACAO DE CAIXA" TO PASSO-DESCRICAO(4).
           MOVE "tarefa1horas"       TO PASSO-PROGRAMA(5).
           MOVE "APURAMENTO DE HORAS" TO PASSO-DESCRICAO(5).
           MOVE "AuditoriaFicheiros" TO PASSO-PROGRAMA(6).
           MOVE "AUDITORIA DE FICHEIROS" TO PASSO-DESCRICAO(6).
           MOVE "FechoMensal"        TO PASSO-PROGRAMA(7).
           MOVE "FECHO MENSAL"       TO PASSO-DESCRICAO(7).
           MOVE "ArquivarPedidos"    TO PASSO-PROGRAMA(8).
           MOVE "ARQUIVO DE PEDIDOS DO MES" TO PASSO-DESCRICAO(8).
           MOVE "S" TO PASSO-FIM-MES(6).
           MOVE "S" TO PASSO-FIM-MES(7).
           MOVE "S" TO PASSO-FIM-MES(8).
           MOVE 1 TO PASSO-RETORNO-MAXIMO(3).
           MOVE 1 TO PASSO-RETORNO-MAXIMO(4).
           MOVE 1 TO PASSO-RETORNO-MAXIMO(5).
           MOVE 4 TO PASSO-RETORNO-MAXIMO(6).

       MAIN-PROCEDURE.
           DISPLAY "PIZZARIA RAMALHO - FECHO DO DIA (PROCESSAMENTO NOTURNO)".
           DISPLAY "------------------------------------------------------".

           ACCEPT DATA-ATUAL FROM DATE YYYYMMDD.
           COMPUTE DATA-HOJE = ANO * 10000 + MES * 100 + DIA.
           MOVE DATA-HOJE TO DATA-SAIDA.
           DISPLAY "DATA DO FECHO: " DATA-SAIDA.

           PERFORM CALCULAR-ULTIMO-DIA-UTIL.
           IF (DATA-HOJE = DATA-ULTIMO-UTIL) THEN
               MOVE "S" TO FIM-DE-MES
               DISPLAY "ULTIMO DIA UTIL DO MES - INCLUI A AUDITORIA DE "
               "FICHEIROS, O FECHO MENSAL E O ARQUIVO DE PEDIDOS."
           ELSE
               MOVE DATA-ULTIMO-UTIL TO DATA-SAIDA
               DISPLAY "O ULTIMO DIA UTIL DO MES E " DATA-SAIDA
               " - OS PASSOS DE FIM DE MES FICAM DISPENSADOS."
               DISPLAY "FORCAR OS PASSOS DE FIM DE MES HOJE? (S/N)"
               ACCEPT CONFIRMA
               IF (CONFIRMA-SIM) THEN
                   MOVE "S" TO FIM-DE-MES
               END-IF
           END-IF.

           PERFORM CARREGAR-CONTROLO.
           PERFORM DETERMINAR-PASSO-INICIAL.
           IF (PASSO-INICIAL = 0) THEN
               DISPLAY " "
               DISPLAY "O FECHO DE HOJE JA ESTA CONCLUIDO. NADA A FAZER."
               MOVE 0 TO RETURN-CODE
               GO TO FIM-PROGRAMA
           END-IF.

           DISPLAY " ".
           DISPLAY "PASSO PROGRAMA             DESCRICAO                      "
           "ESTADO".
           PERFORM MOSTRAR-PASSO
               VARYING IND-PASSO FROM 1 BY 1 UNTIL IND-PASSO > NUM-PASSOS.
           DISPLAY " ".

           IF (PASSO-PARADO > 0) THEN
               DISPLAY "O FECHO DE HOJE PAROU NO PASSO " PASSO-PARADO
               " (" FUNCTION TRIM(PASSO-DESCRICAO(PASSO-PARADO)) ")."
               DISPLAY "RETOMAR A PARTIR DO PASSO " PASSO-INICIAL
               " SEM REPETIR OS PASSOS CONCLUIDOS? (S/N)"
           ELSE
               DISPLAY "INICIAR O FECHO A PARTIR DO PASSO " PASSO-INICIAL
               "? (S/N)"
           END-IF.
           ACCEPT CONFIRMA.
           IF (NOT CONFIRMA-SIM) THEN
               DISPLAY "OPERACAO CANCELADA. NENHUM PASSO FOI EXECUTADO."
               MOVE 1 TO RETURN-CODE
               GO TO FIM-PROGRAMA
           END-IF.

           MOVE "N" TO FECHO-INTERROMPIDO.
           PERFORM EXECUTAR-PASSO
               VARYING IND-PASSO FROM PASSO-INICIAL BY 1
               UNTIL IND-PASSO > NUM-PASSOS OR FECHO-PARADO.

           DISPLAY " ".
           IF (FECHO-PARADO) THEN
               DISPLAY "FECHO INTERROMPIDO NO PASSO " PASSO-PARADO " ("
               FUNCTION TRIM(PASSO-DESCRICAO(PASSO-PARADO)) ")."
               DISPLAY "CORRIJA O PROBLEMA E VOLTE A CORRER O FECHO DO "
               "DIA PARA RETOMAR A PARTIR DESTE PASSO."
               MOVE 1 TO RETURN-CODE
           ELSE
               DISPLAY "FECHO DO DIA CONCLUIDO. REGISTO EM "
               "FECHO-DIARIO-CONTROLO.TXT."
               MOVE 0 TO RETURN-CODE
           END-IF.

       FIM-PROGRAMA.
           STOP RUN.

       CALCULAR-ULTIMO-DIA-UTIL.
           IF (MES = 12) THEN
               COMPUTE DATA-ULTIMO-UTIL = (ANO + 1) * 10000 + 101
           ELSE
               COMPUTE DATA-ULTIMO-UTIL = ANO * 10000 + (MES + 1) * 100 + 1
           END-IF.
           COMPUTE DIA-INTEIRO =
               FUNCTION INTEGER-OF-DATE(DATA-ULTIMO-UTIL) - 1.
           COMPUTE DIA-SEMANA = FUNCTION MOD(DIA-INTEIRO - 1, 7) + 1.
           IF (DIA-ENCERRAMENTO > 0 AND DIA-SEMANA = DIA-ENCERRAMENTO) THEN
               SUBTRACT 1 FROM DIA-INTEIRO
           END-IF.
           COMPUTE DATA-ULTIMO-UTIL = FUNCTION DATE-OF-INTEGER(DIA-INTEIRO).

       CARREGAR-CONTROLO.
           MOVE 0 TO NUM-REGISTOS-HOJE.
           MOVE "N" TO FIM-CONTROLO.
           OPEN INPUT CONTROLO.
           IF (CONTROLO-STATUS NOT = "00") THEN
               CLOSE CONTROLO
               EXIT PARAGRAPH
           END-IF.
           PERFORM LER-PROXIMO-CONTROLO.
           PERFORM UNTIL NAO-HA-MAIS-CONTROLO
               IF (CTL-DATA-FECHO = DATA-HOJE AND CTL-PASSO >= 1 AND
               CTL-PASSO <= NUM-PASSOS) THEN
                   ADD 1 TO NUM-REGISTOS-HOJE
                   MOVE CTL-RESULTADO TO PASSO-ESTADO(CTL-PASSO)
               END-IF
               PERFORM LER-PROXIMO-CONTROLO
           END-PERFORM.
           CLOSE CONTROLO.

       LER-PROXIMO-CONTROLO.
           READ CONTROLO
               AT END MOVE "S" TO FIM-CONTROLO
           END-READ.

       DETERMINAR-PASSO-INICIAL.
           MOVE 0 TO PASSO-INICIAL.
           MOVE 0 TO PASSO-PARADO.
           PERFORM VARYING IND-PASSO FROM 1 BY 1
               UNTIL IND-PASSO > NUM-PASSOS OR PASSO-INICIAL > 0
               IF (PASSO-CONCLUIDO(IND-PASSO)) THEN
                   CONTINUE
               ELSE
                   IF (PASSO-DISPENSADO(IND-PASSO) AND
                   NOT PASSOS-FIM-MES) THEN
                       CONTINUE
                   ELSE
                       MOVE IND-PASSO TO PASSO-INICIAL
                       IF (PASSO-FALHOU(IND-PASSO) OR
                       PASSO-EM-CURSO(IND-PASSO)) THEN
                           MOVE IND-PASSO TO PASSO-PARADO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       MOSTRAR-PASSO.
           EVALUATE TRUE
               WHEN PASSO-CONCLUIDO(IND-PASSO)
                   MOVE "CONCLUIDO" TO ESTADO-SAIDA
               WHEN PASSO-FALHOU(IND-PASSO)
                   MOVE "FALHOU" TO ESTADO-SAIDA
               WHEN PASSO-EM-CURSO(IND-PASSO)
                   MOVE "INTERROMPIDO" TO ESTADO-SAIDA
               WHEN PASSO-DISPENSADO(IND-PASSO) AND NOT PASSOS-FIM-MES
                   MOVE "DISPENSADO" TO ESTADO-SAIDA
               WHEN PASSO-DE-FIM-MES(IND-PASSO) AND NOT PASSOS-FIM-MES
                   MOVE "DISPENSADO" TO ESTADO-SAIDA
               WHEN OTHER
                   MOVE "POR FAZER" TO ESTADO-SAIDA
           END-EVALUATE.
           DISPLAY "  " IND-PASSO "  " PASSO-PROGRAMA(IND-PASSO) " "
           PASSO-DESCRICAO(IND-PASSO) " " ESTADO-SAIDA.

       EXECUTAR-PASSO.
           IF (PASSO-CONCLUIDO(IND-PASSO)) THEN
               EXIT PARAGRAPH
           END-IF.
           IF (PASSO-DE-FIM-MES(IND-PASSO) AND NOT PASSOS-FIM-MES) THEN
               IF (NOT PASSO-DISPENSADO(IND-PASSO)) THEN
                   MOVE "D" TO RESULTADO-PASSO
                   MOVE 0 TO RETORNO-PASSO
                   MOVE "PASSO DE FIM DE MES - NAO E O ULTIMO DIA UTIL"
                   TO MENSAGEM-PASSO
                   PERFORM GRAVAR-FIM-PASSO
               END-IF
               EXIT PARAGRAPH
           END-IF.

           DISPLAY " ".
           DISPLAY "=== PASSO " IND-PASSO ": "
           FUNCTION TRIM(PASSO-DESCRICAO(IND-PASSO)) " ("
           FUNCTION TRIM(PASSO-PROGRAMA(IND-PASSO)) ") ===".
           PERFORM GRAVAR-INICIO-PASSO.

           MOVE "C" TO RESULTADO-PASSO.
           MOVE 0 TO RETORNO-PASSO.
           MOVE SPACES TO MENSAGEM-PASSO.
           PERFORM VERIFICAR-PRE-CONDICAO.
           IF (RESULTADO-OK AND MENSAGEM-PASSO = SPACES) THEN
               PERFORM CHAMAR-PROGRAMA
           END-IF.
           IF (RESULTADO-OK AND MENSAGEM-PASSO = SPACES) THEN
               PERFORM VERIFICAR-POS-CONDICAO
           END-IF.
           IF (RESULTADO-OK AND MENSAGEM-PASSO = SPACES) THEN
               MOVE "CONCLUIDO" TO MENSAGEM-PASSO
           END-IF.
           PERFORM GRAVAR-FIM-PASSO.

           IF (RESULTADO-FALHA) THEN
               MOVE "S" TO FECHO-INTERROMPIDO
               MOVE IND-PASSO TO PASSO-PARADO
               DISPLAY "PASSO " IND-PASSO " FALHOU: "
               FUNCTION TRIM(MENSAGEM-PASSO)
           ELSE
               DISPLAY "PASSO " IND-PASSO ": "
               FUNCTION TRIM(MENSAGEM-PASSO)
           END-IF.

       VERIFICAR-PRE-CONDICAO.
           EVALUATE IND-PASSO
               WHEN 1
                   PERFORM VERIFICAR-DIA-FECHADO
                   IF (DIA-FECHADO) THEN
                       MOVE "DIA JA FECHADO EM FECHOS-CAIXA.TXT"
                       TO MENSAGEM-PASSO
                   END-IF
               WHEN 5
                   OPEN INPUT TURNOS
                   IF (TURNOS-STATUS NOT = "00") THEN
                       MOVE "F" TO RESULTADO-PASSO
                       MOVE "TURNOS.TXT INDISPONIVEL" TO MENSAGEM-PASSO
                   END-IF
                   CLOSE TURNOS
               WHEN OTHER
                   PERFORM VERIFICAR-DIA-FECHADO
                   IF (NOT DIA-FECHADO) THEN
                       MOVE "F" TO RESULTADO-PASSO
                       MOVE "O DIA NAO ESTA FECHADO EM FECHOS-CAIXA.TXT"
                       TO MENSAGEM-PASSO
                   END-IF
           END-EVALUATE.

       CHAMAR-PROGRAMA.
           MOVE PASSO-PROGRAMA(IND-PASSO) TO PROGRAMA-A-CHAMAR.
           MOVE 0 TO RETURN-CODE.
           CALL PROGRAMA-A-CHAMAR
               ON EXCEPTION
                   MOVE "F" TO RESULTADO-PASSO
                   MOVE 9999 TO RETORNO-PASSO
                   MOVE "PROGRAMA NAO DISPONIVEL" TO MENSAGEM-PASSO
               NOT ON EXCEPTION
                   MOVE RETURN-CODE TO RETORNO-PASSO
                   CANCEL PROGRAMA-A-CHAMAR
           END-CALL.
           MOVE 0 TO RETURN-CODE.
           IF (RESULTADO-OK AND
           RETORNO-PASSO > PASSO-RETORNO-MAXIMO(IND-PASSO)) THEN
               MOVE "F" TO RESULTADO-PASSO
               MOVE RETORNO-PASSO TO RETORNO-SAIDA
               STRING "O PROGRAMA TERMINOU COM CODIGO " RETORNO-SAIDA
               DELIMITED BY SIZE INTO MENSAGEM-PASSO
           END-IF.
           IF (RESULTADO-OK AND RETORNO-PASSO > 0) THEN
               MOVE RETORNO-PASSO TO RETORNO-SAIDA
               STRING "CONCLUIDO COM AVISOS (CODIGO " RETORNO-SAIDA ")"
               DELIMITED BY SIZE INTO MENSAGEM-PASSO
           END-IF.

       VERIFICAR-POS-CONDICAO.
           IF (IND-PASSO = 1) THEN
               PERFORM VERIFICAR-DIA-FECHADO
               IF (NOT DIA-FECHADO) THEN
                   MOVE "F" TO RESULTADO-PASSO
                   MOVE "O DIA NAO FICOU FECHADO EM FECHOS-CAIXA.TXT"
                   TO MENSAGEM-PASSO
               END-IF
           END-IF.

       VERIFICAR-DIA-FECHADO.
           MOVE "N" TO DIA-JA-FECHADO.
           MOVE "N" TO FIM-FECHOS.
           OPEN INPUT FECHOS.
           IF (FECHOS-STATUS NOT = "00") THEN
               CLOSE FECHOS
           ELSE
               PERFORM LER-PROXIMO-FECHO
               PERFORM UNTIL NAO-HA-MAIS-FECHOS
                   IF (FCX-DATA = DATA-HOJE) THEN
                       MOVE "S" TO DIA-JA-FECHADO
                       MOVE "S" TO FIM-FECHOS
                   ELSE
                       PERFORM LER-PROXIMO-FECHO
                   END-IF
               END-PERFORM
               CLOSE FECHOS
           END-IF.

       LER-PROXIMO-FECHO.
           READ FECHOS
               AT END MOVE "S" TO FIM-FECHOS
           END-READ.

       GRAVAR-INICIO-PASSO.
           MOVE "I" TO CTL-EVENTO.
           MOVE "E" TO CTL-RESULTADO.
           MOVE 0 TO CTL-RETORNO.
           MOVE "EM CURSO" TO CTL-MENSAGEM.
           PERFORM GRAVAR-CONTROLO.

       GRAVAR-FIM-PASSO.
           MOVE "F" TO CTL-EVENTO.
           MOVE RESULTADO-PASSO TO CTL-RESULTADO.
           MOVE RETORNO-PASSO TO CTL-RETORNO.
           MOVE MENSAGEM-PASSO TO CTL-MENSAGEM.
           PERFORM GRAVAR-CONTROLO.
           MOVE RESULTADO-PASSO TO PASSO-ESTADO(IND-PASSO).

       GRAVAR-CONTROLO.
           ACCEPT DATA-ATUAL FROM DATE YYYYMMDD.
           ACCEPT HORA-ATUAL FROM TIME.
           MOVE DATA-HOJE TO CTL-DATA-FECHO.
           MOVE IND-PASSO TO CTL-PASSO.
           MOVE PASSO-PROGRAMA(IND-PASSO) TO CTL-PROGRAMA.
           COMPUTE CTL-DATA = ANO * 10000 + MES * 100 + DIA.
           COMPUTE CTL-HORA = HORAS * 10000 + MINUTOS * 100 + SEGUNDOS.
           OPEN EXTEND CONTROLO.
           IF (CONTROLO-STATUS = "35") THEN
               OPEN OUTPUT CONTROLO
           END-IF.
           WRITE REGISTO-CONTROLO.
           CLOSE CONTROLO.
       END PROGRAM FechoDiario.
