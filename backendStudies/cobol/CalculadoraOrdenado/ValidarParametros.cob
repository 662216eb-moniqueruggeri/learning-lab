              05 PARAM-MIN                                     PIC 9(5).
              05 PARAM-MAX                                     PIC 9(5).
              05 PARAM-VALOR                                   PIC 9(5)V9999.
              05 PARAM-PARCELA-ABATER                          PIC 9(5)V99.
              05 PARAM-PARCELA-DEPENDENTE                      PIC 9(3)V99.

       WORKING-STORAGE SECTION.
       77 PARAM-STATUS                                            PIC X(02).
       VALUE 0.
       77 NUM-LINHAS-INVALIDAS                                  PIC 9(2)
       VALUE 0.
       77 TEM-BANDAS-EXTRA                                        PIC X
       VALUE "N".
           88 BANDAS-EXTRA-OK VALUE "S".
       77 TEM-TABELAS-IRS                                         PIC X
       VALUE "N".
           88 TABELAS-IRS-OK VALUE "S".
       77 TEM-BANDAS-SS                                           PIC X
       VALUE "N".
           88 BANDAS-SS-OK VALUE "S".
       77 IND-OMISSAO                                            PIC 9(2).
       77 EFEITO-JA-LISTADO                                       PIC X.
           88 EFEITO-LISTADO-OK VALUE "S".
       77 ANO-EFEITO-SAIDA                                       PIC 9(4).
           PERFORM CARREGAR-PARAMETROS.
           PERFORM LISTAR-EFEITOS.
           PERFORM ORDENAR-EFEITOS.
           PERFORM VERIFICAR-BANDAS-EXTRA.
           PERFORM VERIFICAR-TABELAS-IRS.

           MOVE 0 TO TOTAL-PROBLEMAS.
           ADD NUM-LINHAS-INVALIDAS TO TOTAL-PROBLEMAS.
       CARREGAR-PARAMETROS.
           MOVE 0 TO NUM-BANDAS.
           MOVE 0 TO NUM-LINHAS-INVALIDAS.
           MOVE "N" TO TEM-BANDAS-EXTRA.
           MOVE "N" TO TEM-TABELAS-IRS.
           MOVE "N" TO TEM-BANDAS-SS.
           OPEN INPUT PARAMETROS.
           IF (PARAM-STATUS NOT = "00") THEN
               DISPLAY " "
           END-READ.

       GUARDAR-BANDA-PARAM.
           IF (PARAM-TIPO NOT = "T" AND PARAM-TIPO NOT = "C" AND
           PARAM-TIPO NOT = "H" AND PARAM-TIPO NOT = "1" AND
           PARAM-TIPO NOT = "2" AND PARAM-TIPO NOT = "3" AND
           PARAM-TIPO NOT = "S") THEN
               DISPLAY "  LINHA IGNORADA - TIPO DESCONHECIDO: "
               PARAM-TIPO
               EXIT PARAGRAPH
               "1-12): " REGISTO-PARAM
               EXIT PARAGRAPH
           END-IF.
           IF (PARAM-TIPO = "1" OR PARAM-TIPO = "2" OR
           PARAM-TIPO = "3") AND
           (PARAM-PARCELA-ABATER NOT NUMERIC OR
           PARAM-PARCELA-DEPENDENTE NOT NUMERIC) THEN
               ADD 1 TO NUM-LINHAS-INVALIDAS
               DISPLAY "  LINHA INVALIDA (TABELA IRS SEM PARCELA A "
               "ABATER/PARCELA POR DEPENDENTE): " REGISTO-PARAM
               EXIT PARAGRAPH
           END-IF.
           IF (PARAM-TIPO = "1" OR PARAM-TIPO = "2" OR
           PARAM-TIPO = "3" OR PARAM-TIPO = "S") AND
           PARAM-VALOR NOT < 1 THEN
               ADD 1 TO NUM-LINHAS-INVALIDAS
               DISPLAY "  LINHA INVALIDA (TAXA IGUAL OU SUPERIOR A "
               "100%): " REGISTO-PARAM
               EXIT PARAGRAPH
           END-IF.
           IF (NUM-BANDAS < 80) THEN
               ADD 1 TO NUM-BANDAS
               MOVE PARAM-TIPO TO BE-TIPO(NUM-BANDAS)
               MOVE PARAM-MAX TO BE-MAX(NUM-BANDAS)
               MOVE PARAM-VALOR TO BE-VALOR(NUM-BANDAS)
           END-IF.
           EVALUATE PARAM-TIPO
               WHEN "H"
                   MOVE "S" TO TEM-BANDAS-EXTRA
               WHEN "1"
               WHEN "2"
               WHEN "3"
                   MOVE "S" TO TEM-TABELAS-IRS
               WHEN "S"
                   MOVE "S" TO TEM-BANDAS-SS
           END-EVALUATE.

       CARREGAR-PARAMETROS-OMISSAO.
           MOVE 9 TO NUM-BANDAS.
           MOVE "T" TO BE-TIPO(1). MOVE 0 TO BE-EFEITO(1).
           MOVE 0 TO BE-MIN(1). MOVE 4 TO BE-MAX(1).
           MOVE 800 TO BE-VALOR(1).
           MOVE "C" TO BE-TIPO(8). MOVE 0 TO BE-EFEITO(8).
           MOVE 20000 TO BE-MIN(8). MOVE 99999 TO BE-MAX(8).
           MOVE 0.15 TO BE-VALOR(8).
           MOVE "H" TO BE-TIPO(9). MOVE 0 TO BE-EFEITO(9).
           MOVE 0 TO BE-MIN(9). MOVE 99999 TO BE-MAX(9).
           MOVE 6.00 TO BE-VALOR(9).
           MOVE "S" TO BE-TIPO(10). MOVE 0 TO BE-EFEITO(10).
           MOVE 0 TO BE-MIN(10). MOVE 99999 TO BE-MAX(10).
           MOVE 0.11 TO BE-VALOR(10).
           MOVE 0 TO BE-MIN(11). MOVE 870 TO BE-MAX(11).
           MOVE 0 TO BE-VALOR(11).
           MOVE 871 TO BE-MIN(12). MOVE 1135 TO BE-MAX(12).
           MOVE 0.13 TO BE-VALOR(12).
           MOVE 1136 TO BE-MIN(13). MOVE 1405 TO BE-MAX(13).
           MOVE 0.165 TO BE-VALOR(13).
           MOVE 1406 TO BE-MIN(14). MOVE 1765 TO BE-MAX(14).
           MOVE 0.22 TO BE-VALOR(14).
           MOVE 1766 TO BE-MIN(15). MOVE 2300 TO BE-MAX(15).
           MOVE 0.25 TO BE-VALOR(15).
           MOVE 2301 TO BE-MIN(16). MOVE 3250 TO BE-MAX(16).
           MOVE 0.32 TO BE-VALOR(16).
           MOVE 3251 TO BE-MIN(17). MOVE 5000 TO BE-MAX(17).
           MOVE 0.3575 TO BE-VALOR(17).
           MOVE 5001 TO BE-MIN(18). MOVE 20000 TO BE-MAX(18).
           MOVE 0.41 TO BE-VALOR(18).
           MOVE 20001 TO BE-MIN(19). MOVE 99999 TO BE-MAX(19).
           MOVE 0.4717 TO BE-VALOR(19).
           PERFORM VARYING IND-OMISSAO FROM 11 BY 1
               UNTIL IND-OMISSAO > 19
               MOVE "1" TO BE-TIPO(IND-OMISSAO)
               MOVE 0 TO BE-EFEITO(IND-OMISSAO)
               MOVE BANDA-ENTRY(IND-OMISSAO)
               TO BANDA-ENTRY(IND-OMISSAO + 9)
               MOVE "2" TO BE-TIPO(IND-OMISSAO + 9)
               MOVE BANDA-ENTRY(IND-OMISSAO)
               TO BANDA-ENTRY(IND-OMISSAO + 18)
               MOVE "3" TO BE-TIPO(IND-OMISSAO + 18)
           END-PERFORM.
           MOVE 37 TO NUM-BANDAS.

       LISTAR-EFEITOS.
           MOVE 0 TO NUM-EFEITOS.
               END-PERFORM
           END-PERFORM.

       VERIFICAR-BANDAS-EXTRA.
           IF (NOT BANDAS-EXTRA-OK) THEN
               DISPLAY " "
               DISPLAY "AVISO: SEM BANDAS DE HORAS EXTRA (TIPO H) - O "
               "CALCULASALARIO PAGA AS HORAS EXTRA A 6.00 EUR/HORA."
           END-IF.

       VERIFICAR-TABELAS-IRS.
           IF (NOT TABELAS-IRS-OK) THEN
               DISPLAY " "
               DISPLAY "AVISO: SEM TABELAS DE RETENCAO IRS (TIPOS 1, 2 "
               "E 3) - O CALCULASALARIO USA AS TABELAS DE OMISSAO."
           END-IF.
           IF (NOT BANDAS-SS-OK) THEN
               DISPLAY " "
               DISPLAY "AVISO: SEM TAXA DE SEGURANCA SOCIAL (TIPO S) - "
               "O CALCULASALARIO DESCONTA 11,00%."
           END-IF.

       VALIDAR-CONJUNTO.
           COMPUTE ANO-EFEITO-SAIDA = EF-VALOR(IND-EFEITO) / 100.
           COMPUTE MES-EFEITO-SAIDA =
                   "COMPLETA E SEM SOBREPOSICOES."
               END-IF
           ELSE
               EVALUATE EF-TIPO(IND-EFEITO)
                   WHEN "H"
                       DISPLAY "BANDAS DE HORAS EXTRA (TIPO H, EUR/HORA "
                       "POR MINUTOS NO MES) COM EFEITO "
                       MES-EFEITO-SAIDA "/" ANO-EFEITO-SAIDA ":"
                   WHEN "1"
                       DISPLAY "TABELA I DE RETENCAO IRS (TIPO 1, NAO "
                       "CASADO SEM DEPENDENTES OU CASADO DOIS TITULARES) "
                       "COM EFEITO " MES-EFEITO-SAIDA "/"
                       ANO-EFEITO-SAIDA ":"
                   WHEN "2"
                       DISPLAY "TABELA II DE RETENCAO IRS (TIPO 2, NAO "
                       "CASADO COM DEPENDENTES) COM EFEITO "
                       MES-EFEITO-SAIDA "/" ANO-EFEITO-SAIDA ":"
                   WHEN "3"
                       DISPLAY "TABELA III DE RETENCAO IRS (TIPO 3, "
                       "CASADO UNICO TITULAR) COM EFEITO "
                       MES-EFEITO-SAIDA "/" ANO-EFEITO-SAIDA ":"
                   WHEN "S"
                       DISPLAY "TAXA DE SEGURANCA SOCIAL (TIPO S) COM "
                       "EFEITO " MES-EFEITO-SAIDA "/" ANO-EFEITO-SAIDA
                       ":"
                   WHEN OTHER
                       DISPLAY "BANDAS DE COMISSAO (TIPO C) COM EFEITO "
                       MES-EFEITO-SAIDA "/" ANO-EFEITO-SAIDA ":"
               END-EVALUATE
               PERFORM CARREGAR-CONJUNTO-COMISSAO
               PERFORM ORDENAR-COMISSAO
               PERFORM VERIFICAR-COMISSAO
           MOVE 0 TO NUM-BANDAS-COMISSAO.
           PERFORM VARYING IND-RAW FROM 1 BY 1 UNTIL IND-RAW >
           NUM-BANDAS
               IF (BE-TIPO(IND-RAW) = EF-TIPO(IND-EFEITO) AND
               BE-EFEITO(IND-RAW) =
               EF-VALOR(IND-EFEITO)) THEN
                   ADD 1 TO NUM-BANDAS-COMISSAO
                   MOVE BE-MIN(IND-RAW) TO
