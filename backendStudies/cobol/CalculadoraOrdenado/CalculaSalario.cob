              05 PARAM-MIN                                     PIC 9(5).
              05 PARAM-MAX                                     PIC 9(5).
              05 PARAM-VALOR                                   PIC 9(5)V9999.
              05 PARAM-PARCELA-ABATER                          PIC 9(5)V99.
              05 PARAM-PARCELA-DEPENDENTE                      PIC 9(3)V99.

       WORKING-STORAGE SECTION.
       77 PARAM-STATUS                                            PIC X(02).
       VALUE 0.
       77 NUM-BANDAS-COMISSAO                                   PIC 9(2)
       VALUE 0.
       77 NUM-BANDAS-EXTRA                                      PIC 9(2)
       VALUE 0.
       77 NUM-BANDAS-IRS                                        PIC 9(3)
       VALUE 0.
       77 NUM-BANDAS-SS                                         PIC 9(2)
       VALUE 0.
       77 IND-IRS                                                PIC 9(3).
       77 IND-ESCALAO                                            PIC 9(3).
       77 BANDA-IRS-ESCOLHIDA                                    PIC 9(3).
       77 TIPO-TABELA-IRS                                        PIC X(01).
       77 TABELA-COM-BANDAS                                       PIC X.
           88 TABELA-COM-BANDAS-OK VALUE "S".
       77 REMUNERACAO-EUROS                                     PIC 9(6).
       77 SUBSIDIO-MES                                     PIC 9(5)V99.
       77 BASE-RETENCAO                                    PIC 9(6)V99.
       77 RETENCAO-CALCULADA                              PIC S9(6)V99.
       77 RETENCAO-TOTAL                                  PIC S9(6)V99.
       77 IND-BANDA                                              PIC 9(2).
       77 BANDA-ENCONTRADA                                        PIC X.
           88 BANDA-OK VALUE "S".
       77 PERIODO-ALVO                                          PIC 9(6).
       77 EFEITO-ESCOLHIDO-T                                    PIC 9(6).
       77 EFEITO-ESCOLHIDO-C                                    PIC 9(6).
       77 EFEITO-ESCOLHIDO-H                                    PIC 9(6).
       77 EFEITO-ESCOLHIDO-IRS                                  PIC 9(6).
       77 EFEITO-ESCOLHIDO-S                                    PIC 9(6).
       77 EFEITO-MINIMO                                         PIC 9(6).
       77 EFEITO-MAXIMO-APLICAVEL                               PIC 9(6).
       77 EFEITO-ENCONTRADO                                        PIC X.
              10 COMISSAO-MAX                                  PIC 9(5).
              10 COMISSAO-TAXA                           PIC 9(5)V9999.

       01 TAB-EXTRA.
           05 EXTRA-BANDA OCCURS 40.
              10 EXTRA-EFEITO                                  PIC 9(6).
              10 EXTRA-MIN                                     PIC 9(5).
              10 EXTRA-MAX                                     PIC 9(5).
              10 EXTRA-TAXA-HORA                         PIC 9(5)V9999.

       01 TAB-IRS.
           05 IRS-BANDA OCCURS 200.
              10 IRS-TIPO                                      PIC X(01).
              10 IRS-EFEITO                                    PIC 9(6).
              10 IRS-MIN                                       PIC 9(5).
              10 IRS-MAX                                       PIC 9(5).
              10 IRS-TAXA-MARGINAL                       PIC 9(5)V9999.
              10 IRS-PARCELA-ABATER                        PIC 9(5)V99.
              10 IRS-PARCELA-DEPENDENTE                    PIC 9(3)V99.

       01 TAB-SS.
           05 SS-BANDA OCCURS 40.
              10 SS-EFEITO                                     PIC 9(6).
              10 SS-MIN                                        PIC 9(5).
              10 SS-MAX                                        PIC 9(5).
              10 SS-TAXA                                 PIC 9(5)V9999.

       LINKAGE SECTION.
       01 ANOS-TRABALHO                                         PIC 9(2).
       01 ANO-REFERENCIA                                        PIC 9(4).
       01 IRS                                               PIC 9(5)V99.
       01 DESCONTOS                                         PIC 9(5)V99.
       01 SALARIO-LIQUIDO                                   PIC 9(5)V99.
       01 MINUTOS-EXTRA                                         PIC 9(6).
       01 HORAS-EXTRA                                       PIC 9(5)V99.
       01 SITUACAO-IRS                                          PIC X(01).
       01 DEPENDENTES                                           PIC 9(2).
       01 TABELA-IRS                                            PIC X(03).
       01 ESCALAO-IRS                                           PIC 9(2).
       01 TAXA-IRS                                          PIC 9V9999.
       01 TAXA-SEGURANCA-SOCIAL                             PIC 9V9999.

       PROCEDURE DIVISION USING ANOS-TRABALHO, ANO-REFERENCIA, MES,
           VENDAS-MES, DIAS-FALTAS, SALARIO, COMISSAO, TOTAL,
           SEGURANCA-SOCIAL, IRS, DESCONTOS, SALARIO-LIQUIDO,
           MINUTOS-EXTRA, HORAS-EXTRA, SITUACAO-IRS, DEPENDENTES,
           TABELA-IRS, ESCALAO-IRS, TAXA-IRS, TAXA-SEGURANCA-SOCIAL.
       CALCULA-SALARIO-PRINCIPAL.
           IF (NOT JA-CARREGADOS) THEN
               PERFORM CARREGAR-PARAMETROS
           COMPUTE PERIODO-ALVO = ANO-REFERENCIA * 100 + MES.
           PERFORM ESCOLHER-CONJUNTO-TENURE.
           PERFORM ESCOLHER-CONJUNTO-COMISSAO.
           PERFORM ESCOLHER-CONJUNTO-EXTRA.
           PERFORM ESCOLHER-CONJUNTO-SS.

           MOVE 0 TO SALARIO.
           MOVE "N" TO BANDA-ENCONTRADA.
                   SALARIO * (30 - DIAS-FALTAS-PRORATA) / 30
           END-IF.

           MOVE 0 TO SUBSIDIO-MES.
           IF (MES = 6 OR MES = 12) THEN
               MOVE SALARIO TO SUBSIDIO-MES
               COMPUTE SALARIO = SALARIO * 2
           END-IF.

               END-IF
           END-PERFORM.

           MOVE 0 TO HORAS-EXTRA.
           IF (MINUTOS-EXTRA > 0) THEN
               PERFORM VARYING IND-BANDA FROM 1 BY 1 UNTIL
               IND-BANDA > NUM-BANDAS-EXTRA
                   IF (EXTRA-EFEITO(IND-BANDA) = EFEITO-ESCOLHIDO-H AND
                   MINUTOS-EXTRA >= EXTRA-MIN(IND-BANDA) AND
                   MINUTOS-EXTRA <= EXTRA-MAX(IND-BANDA)) THEN
                       COMPUTE HORAS-EXTRA ROUNDED =
                           MINUTOS-EXTRA * EXTRA-TAXA-HORA(IND-BANDA)
                           / 60
                   END-IF
               END-PERFORM
           END-IF.

           COMPUTE TOTAL = SALARIO + COMISSAO + HORAS-EXTRA.
           PERFORM CALCULAR-SEGURANCA-SOCIAL.
           PERFORM CALCULAR-IRS.
           COMPUTE DESCONTOS = SEGURANCA-SOCIAL + IRS.
           COMPUTE SALARIO-LIQUIDO = TOTAL - DESCONTOS.
           GOBACK.

           CALCULAR-SEGURANCA-SOCIAL.
               MOVE TOTAL TO BASE-RETENCAO.
               PERFORM CONVERTER-REMUNERACAO-EUROS.
               MOVE 0 TO TAXA-SEGURANCA-SOCIAL.
               PERFORM VARYING IND-BANDA FROM 1 BY 1 UNTIL
               IND-BANDA > NUM-BANDAS-SS
                   IF (SS-EFEITO(IND-BANDA) = EFEITO-ESCOLHIDO-S AND
                   REMUNERACAO-EUROS >= SS-MIN(IND-BANDA) AND
                   REMUNERACAO-EUROS <= SS-MAX(IND-BANDA)) THEN
                       MOVE SS-TAXA(IND-BANDA) TO TAXA-SEGURANCA-SOCIAL
                   END-IF
               END-PERFORM.
               COMPUTE SEGURANCA-SOCIAL ROUNDED =
                   TOTAL * TAXA-SEGURANCA-SOCIAL.

           CALCULAR-IRS.
               EVALUATE TRUE
                   WHEN SITUACAO-IRS = "C"
                       MOVE "3" TO TIPO-TABELA-IRS
                   WHEN SITUACAO-IRS = "D"
                       MOVE "1" TO TIPO-TABELA-IRS
                   WHEN DEPENDENTES > 0
                       MOVE "2" TO TIPO-TABELA-IRS
                   WHEN OTHER
                       MOVE "1" TO TIPO-TABELA-IRS
               END-EVALUATE.
               MOVE "N" TO TABELA-COM-BANDAS.
               PERFORM VARYING IND-IRS FROM 1 BY 1 UNTIL
               IND-IRS > NUM-BANDAS-IRS
                   IF (IRS-TIPO(IND-IRS) = TIPO-TABELA-IRS) THEN
                       MOVE "S" TO TABELA-COM-BANDAS
                   END-IF
               END-PERFORM.
               IF (NOT TABELA-COM-BANDAS-OK) THEN
                   MOVE "1" TO TIPO-TABELA-IRS
               END-IF.
               EVALUATE TIPO-TABELA-IRS
                   WHEN "1" MOVE "I" TO TABELA-IRS
                   WHEN "2" MOVE "II" TO TABELA-IRS
                   WHEN "3" MOVE "III" TO TABELA-IRS
               END-EVALUATE.
               PERFORM ESCOLHER-CONJUNTO-IRS.

               COMPUTE BASE-RETENCAO = TOTAL - SUBSIDIO-MES.
               PERFORM CALCULAR-RETENCAO-IRS.
               MOVE RETENCAO-CALCULADA TO RETENCAO-TOTAL.
               MOVE 0 TO ESCALAO-IRS.
               MOVE 0 TO TAXA-IRS.
               IF (BANDA-IRS-ESCOLHIDA > 0) THEN
                   MOVE IRS-TAXA-MARGINAL(BANDA-IRS-ESCOLHIDA)
                   TO TAXA-IRS
                   MOVE 1 TO ESCALAO-IRS
                   PERFORM VARYING IND-ESCALAO FROM 1 BY 1 UNTIL
                   IND-ESCALAO > NUM-BANDAS-IRS
                       IF (IRS-TIPO(IND-ESCALAO) = TIPO-TABELA-IRS AND
                       IRS-EFEITO(IND-ESCALAO) = EFEITO-ESCOLHIDO-IRS
                       AND IRS-MIN(IND-ESCALAO) <
                       IRS-MIN(BANDA-IRS-ESCOLHIDA)) THEN
                           ADD 1 TO ESCALAO-IRS
                       END-IF
                   END-PERFORM
               END-IF.

               IF (SUBSIDIO-MES > 0) THEN
                   MOVE SUBSIDIO-MES TO BASE-RETENCAO
                   PERFORM CALCULAR-RETENCAO-IRS
                   ADD RETENCAO-CALCULADA TO RETENCAO-TOTAL
               END-IF.
               MOVE RETENCAO-TOTAL TO IRS.

           CALCULAR-RETENCAO-IRS.
               PERFORM CONVERTER-REMUNERACAO-EUROS.
               MOVE 0 TO BANDA-IRS-ESCOLHIDA.
               MOVE 0 TO RETENCAO-CALCULADA.
               PERFORM VARYING IND-IRS FROM 1 BY 1 UNTIL
               IND-IRS > NUM-BANDAS-IRS
                   IF (IRS-TIPO(IND-IRS) = TIPO-TABELA-IRS AND
                   IRS-EFEITO(IND-IRS) = EFEITO-ESCOLHIDO-IRS AND
                   REMUNERACAO-EUROS >= IRS-MIN(IND-IRS) AND
                   REMUNERACAO-EUROS <= IRS-MAX(IND-IRS)) THEN
                       MOVE IND-IRS TO BANDA-IRS-ESCOLHIDA
                   END-IF
               END-PERFORM.
               IF (BANDA-IRS-ESCOLHIDA > 0) THEN
                   COMPUTE RETENCAO-CALCULADA ROUNDED =
                       BASE-RETENCAO *
                       IRS-TAXA-MARGINAL(BANDA-IRS-ESCOLHIDA)
                       - IRS-PARCELA-ABATER(BANDA-IRS-ESCOLHIDA)
                       - IRS-PARCELA-DEPENDENTE(BANDA-IRS-ESCOLHIDA)
                       * DEPENDENTES
                   IF (RETENCAO-CALCULADA < 0) THEN
                       MOVE 0 TO RETENCAO-CALCULADA
                   END-IF
               END-IF.

           CONVERTER-REMUNERACAO-EUROS.
               MOVE BASE-RETENCAO TO REMUNERACAO-EUROS.
               IF (REMUNERACAO-EUROS < BASE-RETENCAO) THEN
                   ADD 1 TO REMUNERACAO-EUROS
               END-IF.
               IF (REMUNERACAO-EUROS > 99999) THEN
                   MOVE 99999 TO REMUNERACAO-EUROS
               END-IF.

           CARREGAR-PARAMETROS.
               MOVE 0 TO NUM-BANDAS-TENURE.
               MOVE 0 TO NUM-BANDAS-COMISSAO.
               MOVE 0 TO NUM-BANDAS-EXTRA.
               MOVE 0 TO NUM-BANDAS-IRS.
               MOVE 0 TO NUM-BANDAS-SS.
               OPEN INPUT PARAMETROS.
               IF (PARAM-STATUS NOT = "00") THEN
                   PERFORM CARREGAR-PARAMETROS-OMISSAO
                   END-PERFORM
                   CLOSE PARAMETROS
               END-IF.
               IF (NUM-BANDAS-EXTRA = 0) THEN
                   PERFORM CARREGAR-EXTRA-OMISSAO
               END-IF.
               IF (NUM-BANDAS-IRS = 0) THEN
                   PERFORM CARREGAR-IRS-OMISSAO
               END-IF.
               IF (NUM-BANDAS-SS = 0) THEN
                   PERFORM CARREGAR-SS-OMISSAO
               END-IF.

           GUARDAR-BANDA-PARAM.
               EVALUATE PARAM-TIPO
                           MOVE PARAM-VALOR TO
                           COMISSAO-TAXA(NUM-BANDAS-COMISSAO)
                       END-IF
                   WHEN "H"
                       IF (NUM-BANDAS-EXTRA < 40) THEN
                           ADD 1 TO NUM-BANDAS-EXTRA
                           COMPUTE EXTRA-EFEITO(NUM-BANDAS-EXTRA) =
                               PARAM-ANO-EFEITO * 100 + PARAM-MES-EFEITO
                           MOVE PARAM-MIN TO EXTRA-MIN(NUM-BANDAS-EXTRA)
                           MOVE PARAM-MAX TO EXTRA-MAX(NUM-BANDAS-EXTRA)
                           MOVE PARAM-VALOR TO
                           EXTRA-TAXA-HORA(NUM-BANDAS-EXTRA)
                       END-IF
                   WHEN "1"
                   WHEN "2"
                   WHEN "3"
                       IF (NUM-BANDAS-IRS < 200) THEN
                           ADD 1 TO NUM-BANDAS-IRS
                           MOVE PARAM-TIPO TO IRS-TIPO(NUM-BANDAS-IRS)
                           COMPUTE IRS-EFEITO(NUM-BANDAS-IRS) =
                               PARAM-ANO-EFEITO * 100 + PARAM-MES-EFEITO
                           MOVE PARAM-MIN TO IRS-MIN(NUM-BANDAS-IRS)
                           MOVE PARAM-MAX TO IRS-MAX(NUM-BANDAS-IRS)
                           MOVE PARAM-VALOR TO
                           IRS-TAXA-MARGINAL(NUM-BANDAS-IRS)
                           IF (PARAM-PARCELA-ABATER IS NUMERIC) THEN
                               MOVE PARAM-PARCELA-ABATER TO
                               IRS-PARCELA-ABATER(NUM-BANDAS-IRS)
                           ELSE
                               MOVE 0 TO
                               IRS-PARCELA-ABATER(NUM-BANDAS-IRS)
                           END-IF
                           IF (PARAM-PARCELA-DEPENDENTE IS NUMERIC) THEN
                               MOVE PARAM-PARCELA-DEPENDENTE TO
                               IRS-PARCELA-DEPENDENTE(NUM-BANDAS-IRS)
                           ELSE
                               MOVE 0 TO
                               IRS-PARCELA-DEPENDENTE(NUM-BANDAS-IRS)
                           END-IF
                       END-IF
                   WHEN "S"
                       IF (NUM-BANDAS-SS < 40) THEN
                           ADD 1 TO NUM-BANDAS-SS
                           COMPUTE SS-EFEITO(NUM-BANDAS-SS) =
                               PARAM-ANO-EFEITO * 100 + PARAM-MES-EFEITO
                           MOVE PARAM-MIN TO SS-MIN(NUM-BANDAS-SS)
                           MOVE PARAM-MAX TO SS-MAX(NUM-BANDAS-SS)
                           MOVE PARAM-VALOR TO SS-TAXA(NUM-BANDAS-SS)
                       END-IF
               END-EVALUATE.

           ESCOLHER-CONJUNTO-TENURE.
                   MOVE EFEITO-MINIMO TO EFEITO-ESCOLHIDO-C
               END-IF.

           ESCOLHER-CONJUNTO-EXTRA.
               MOVE "N" TO EFEITO-ENCONTRADO.
               MOVE 999999 TO EFEITO-MINIMO.
               MOVE 0 TO EFEITO-MAXIMO-APLICAVEL.
               PERFORM VARYING IND-BANDA FROM 1 BY 1 UNTIL
               IND-BANDA > NUM-BANDAS-EXTRA
                   IF (EXTRA-EFEITO(IND-BANDA) < EFEITO-MINIMO) THEN
                       MOVE EXTRA-EFEITO(IND-BANDA) TO EFEITO-MINIMO
                   END-IF
                   IF (EXTRA-EFEITO(IND-BANDA) <= PERIODO-ALVO AND
                   EXTRA-EFEITO(IND-BANDA) >=
                   EFEITO-MAXIMO-APLICAVEL) THEN
                       MOVE EXTRA-EFEITO(IND-BANDA)
                       TO EFEITO-MAXIMO-APLICAVEL
                       MOVE "S" TO EFEITO-ENCONTRADO
                   END-IF
               END-PERFORM.
               IF (EFEITO-OK) THEN
                   MOVE EFEITO-MAXIMO-APLICAVEL TO EFEITO-ESCOLHIDO-H
               ELSE
                   MOVE EFEITO-MINIMO TO EFEITO-ESCOLHIDO-H
               END-IF.

           ESCOLHER-CONJUNTO-IRS.
               MOVE "N" TO EFEITO-ENCONTRADO.
               MOVE 999999 TO EFEITO-MINIMO.
               MOVE 0 TO EFEITO-MAXIMO-APLICAVEL.
               PERFORM VARYING IND-IRS FROM 1 BY 1 UNTIL
               IND-IRS > NUM-BANDAS-IRS
                   IF (IRS-TIPO(IND-IRS) = TIPO-TABELA-IRS) THEN
                       IF (IRS-EFEITO(IND-IRS) < EFEITO-MINIMO) THEN
                           MOVE IRS-EFEITO(IND-IRS) TO EFEITO-MINIMO
                       END-IF
                       IF (IRS-EFEITO(IND-IRS) <= PERIODO-ALVO AND
                       IRS-EFEITO(IND-IRS) >=
                       EFEITO-MAXIMO-APLICAVEL) THEN
                           MOVE IRS-EFEITO(IND-IRS)
                           TO EFEITO-MAXIMO-APLICAVEL
                           MOVE "S" TO EFEITO-ENCONTRADO
                       END-IF
                   END-IF
               END-PERFORM.
               IF (EFEITO-OK) THEN
                   MOVE EFEITO-MAXIMO-APLICAVEL TO EFEITO-ESCOLHIDO-IRS
               ELSE
                   MOVE EFEITO-MINIMO TO EFEITO-ESCOLHIDO-IRS
               END-IF.

           ESCOLHER-CONJUNTO-SS.
               MOVE "N" TO EFEITO-ENCONTRADO.
               MOVE 999999 TO EFEITO-MINIMO.
               MOVE 0 TO EFEITO-MAXIMO-APLICAVEL.
               PERFORM VARYING IND-BANDA FROM 1 BY 1 UNTIL
               IND-BANDA > NUM-BANDAS-SS
                   IF (SS-EFEITO(IND-BANDA) < EFEITO-MINIMO) THEN
                       MOVE SS-EFEITO(IND-BANDA) TO EFEITO-MINIMO
                   END-IF
                   IF (SS-EFEITO(IND-BANDA) <= PERIODO-ALVO AND
                   SS-EFEITO(IND-BANDA) >=
                   EFEITO-MAXIMO-APLICAVEL) THEN
                       MOVE SS-EFEITO(IND-BANDA)
                       TO EFEITO-MAXIMO-APLICAVEL
                       MOVE "S" TO EFEITO-ENCONTRADO
                   END-IF
               END-PERFORM.
               IF (EFEITO-OK) THEN
                   MOVE EFEITO-MAXIMO-APLICAVEL TO EFEITO-ESCOLHIDO-S
               ELSE
                   MOVE EFEITO-MINIMO TO EFEITO-ESCOLHIDO-S
               END-IF.

           CARREGAR-PARAMETROS-OMISSAO.
               MOVE ZEROES TO TAB-TENURE.
               MOVE ZEROES TO TAB-COMISSAO.
               MOVE 20000 TO COMISSAO-MIN(3).
               MOVE 99999 TO COMISSAO-MAX(3).
               MOVE 0.15 TO COMISSAO-TAXA(3).

           CARREGAR-EXTRA-OMISSAO.
               MOVE ZEROES TO TAB-EXTRA.
               MOVE 1 TO NUM-BANDAS-EXTRA.
               MOVE 0 TO EXTRA-MIN(1). MOVE 99999 TO EXTRA-MAX(1).
               MOVE 6.00 TO EXTRA-TAXA-HORA(1).

           CARREGAR-IRS-OMISSAO.
               MOVE ZEROES TO TAB-IRS.
               MOVE 9 TO NUM-BANDAS-IRS.
               MOVE 0 TO IRS-MIN(1). MOVE 870 TO IRS-MAX(1).
               MOVE 0 TO IRS-TAXA-MARGINAL(1).
               MOVE 0 TO IRS-PARCELA-ABATER(1).
               MOVE 871 TO IRS-MIN(2). MOVE 1135 TO IRS-MAX(2).
               MOVE 0.13 TO IRS-TAXA-MARGINAL(2).
               MOVE 113.10 TO IRS-PARCELA-ABATER(2).
               MOVE 1136 TO IRS-MIN(3). MOVE 1405 TO IRS-MAX(3).
               MOVE 0.165 TO IRS-TAXA-MARGINAL(3).
               MOVE 152.83 TO IRS-PARCELA-ABATER(3).
               MOVE 1406 TO IRS-MIN(4). MOVE 1765 TO IRS-MAX(4).
               MOVE 0.22 TO IRS-TAXA-MARGINAL(4).
               MOVE 230.11 TO IRS-PARCELA-ABATER(4).
               MOVE 1766 TO IRS-MIN(5). MOVE 2300 TO IRS-MAX(5).
               MOVE 0.25 TO IRS-TAXA-MARGINAL(5).
               MOVE 283.06 TO IRS-PARCELA-ABATER(5).
               MOVE 2301 TO IRS-MIN(6). MOVE 3250 TO IRS-MAX(6).
               MOVE 0.32 TO IRS-TAXA-MARGINAL(6).
               MOVE 444.06 TO IRS-PARCELA-ABATER(6).
               MOVE 3251 TO IRS-MIN(7). MOVE 5000 TO IRS-MAX(7).
               MOVE 0.3575 TO IRS-TAXA-MARGINAL(7).
               MOVE 565.94 TO IRS-PARCELA-ABATER(7).
               MOVE 5001 TO IRS-MIN(8). MOVE 20000 TO IRS-MAX(8).
               MOVE 0.41 TO IRS-TAXA-MARGINAL(8).
               MOVE 828.44 TO IRS-PARCELA-ABATER(8).
               MOVE 20001 TO IRS-MIN(9). MOVE 99999 TO IRS-MAX(9).
               MOVE 0.4717 TO IRS-TAXA-MARGINAL(9).
               MOVE 2062.44 TO IRS-PARCELA-ABATER(9).
               PERFORM VARYING IND-IRS FROM 1 BY 1 UNTIL IND-IRS > 9
                   MOVE "1" TO IRS-TIPO(IND-IRS)
                   MOVE 21.43 TO IRS-PARCELA-DEPENDENTE(IND-IRS)
                   MOVE IRS-BANDA(IND-IRS) TO IRS-BANDA(IND-IRS + 9)
                   MOVE "2" TO IRS-TIPO(IND-IRS + 9)
                   MOVE 34.29 TO IRS-PARCELA-DEPENDENTE(IND-IRS + 9)
                   MOVE IRS-BANDA(IND-IRS) TO IRS-BANDA(IND-IRS + 18)
                   MOVE "3" TO IRS-TIPO(IND-IRS + 18)
                   MOVE 42.86 TO IRS-PARCELA-DEPENDENTE(IND-IRS + 18)
               END-PERFORM.
               MOVE 27 TO NUM-BANDAS-IRS.

           CARREGAR-SS-OMISSAO.
               MOVE ZEROES TO TAB-SS.
               MOVE 1 TO NUM-BANDAS-SS.
               MOVE 0 TO SS-MIN(1). MOVE 99999 TO SS-MAX(1).
               MOVE 0.11 TO SS-TAXA(1).
       END PROGRAM CALCULASALARIO.
