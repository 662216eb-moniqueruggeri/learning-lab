       >>SOURCE FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RelatorioEquipa.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PEDIDOS ASSIGN TO
           "D:/Monique/Documents/Projetos/iefp/Carlos/cobol808/PEDIDOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PED-CHAVE
           ALTERNATE RECORD KEY IS PED-CONTATO WITH DUPLICATES
           ALTERNATE RECORD KEY IS PED-FATURA WITH DUPLICATES
           FILE STATUS IS PEDIDOS-STATUS.

           SELECT OPTIONAL TURNOS ASSIGN TO
           "D:/Monique/Documents/Projetos/iefp/Carlos/cobol808/TURNOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TURNOS-STATUS.

           SELECT OPTIONAL METAS ASSIGN TO
           "D:/Monique/Documents/Projetos/iefp/Carlos/cobol808/METAS-EQUIPA.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS METAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PEDIDOS.
       01 REGISTO-PEDIDO.
           05 PED-CHAVE.
               10 PED-DATA.
                   15 PED-ANO                            PIC 9(4).
                   15 PED-MES                            PIC 9(2).
                   15 PED-DIA                            PIC 9(2).
               10 PED-NUMERO                             PIC 9(4).
           05 PED-CLIENTE                                PIC X(20).
           05 PED-CONTATO                                PIC 9(9).
           05 PED-HORA.
               10 PED-HORAS                              PIC 9(2).
               10 PED-MINUTOS                            PIC 9(2).
               10 PED-SEGUNDOS                           PIC 9(2).
           05 PED-NUM-PIZZAS                             PIC 9.
           05 PED-PIZZA-GRP OCCURS 5.
               10 PED-PIZZA-TAMANHO                      PIC 9.
               10 PED-PIZZA-INGREDIENTES-GRP.
                   15 PED-PIZZA-INGREDIENTES OCCURS 10    PIC X.
           05 PED-SUBTOTAL                               PIC 99V99.
           05 PED-EXTRAS                                 PIC 99V99.
           05 PED-IVA                                    PIC 99V99.
           05 PED-TOTAL                                  PIC 99V99.
           05 PED-PAGAMENTO                              PIC 9.
           05 PED-MODO-ENTREGA                           PIC 9.
           05 PED-MORADA                                 PIC X(40).
           05 PED-TAXA-ENTREGA                           PIC 99V99.
           05 PED-MESA                                   PIC 9(2).
           05 PED-CUPAO                                  PIC X(10).
           05 PED-DESCONTO                               PIC 99V99.
           05 PED-OPERADOR                               PIC 9(2).
           05 PED-ESTADO                                 PIC X(01).
              88 PED-ATIVO                                VALUE "A".
              88 PED-CANCELADO                            VALUE "C".
           05 PED-MOTIVO-CANCEL                          PIC X(20).
           05 PED-NUM-PAGAMENTOS                         PIC 9.
           05 PED-PAG-GRP OCCURS 3.
               10 PED-PAG-METODO                         PIC 9.
               10 PED-PAG-VALOR                          PIC 99V99.
           05 PED-PROMOCAO                               PIC X(10).
           05 PED-PROMO-DESCONTO                         PIC 99V99.
           05 PED-NIF                                    PIC 9(9).
           05 PED-FATURA.
               10 PED-FATURA-ANO                         PIC 9(4).
               10 PED-FATURA-NUM                         PIC 9(6).
           05 PED-COZINHA                                PIC X(01).
              88 PED-FEITO                                VALUE "F".
           05 PED-HORA-FEITO                             PIC 9(6).

       FD TURNOS.
       01 REGISTO-TURNO.
           05 PONTO-NUMERO                              PIC 9(2).
           05 PONTO-DATA.
               10 PONTO-ANO                              PIC 9(4).
               10 PONTO-MES                              PIC 9(2).
               10 PONTO-DIA                              PIC 9(2).
           05 PONTO-HORA.
               10 PONTO-HORAS                            PIC 9(2).
               10 PONTO-MINUTOS                          PIC 9(2).
               10 PONTO-SEGUNDOS                         PIC 9(2).
           05 PONTO-TIPO                                PIC X(01).
              88 PONTO-ENTRADA                           VALUE "E".
              88 PONTO-SAIDA                             VALUE "S".

       FD METAS.
       01 REGISTO-META.
           05 META-MINIMO                               PIC 9(2)V9.
           05 META-MAXIMO                               PIC 9(2)V9.

       WORKING-STORAGE SECTION.
       77 PEDIDOS-STATUS                                 PIC X(02).
       77 TURNOS-STATUS                                  PIC X(02).
       77 METAS-STATUS                                   PIC X(02).
       77 FIM-PEDIDOS                                    PIC X VALUE "N".
           88 NAO-HA-MAIS-PEDIDOS                        VALUE "S".
       77 FIM-TURNOS                                     PIC X VALUE "N".
           88 NAO-HA-MAIS-TURNOS                         VALUE "S".
       77 ALTERAR-META                                   PIC X.
           88 ALTERAR-META-SIM                           VALUE "S", "s".
       77 MINIMO-PEDIDOS-FUNC                            PIC 9(2)V9 VALUE 2.0.
       77 MAXIMO-PEDIDOS-FUNC                            PIC 9(2)V9 VALUE 5.0.
       77 MINIMO-IN                                      PIC 9(2)V9.
       77 MAXIMO-IN                                      PIC 9(2)V9.
       77 DATA-INICIO                                    PIC 9(8).
       77 DATA-FIM                                       PIC 9(8).
       77 DIA-INICIO                                     PIC 9(7).
       77 DIA-FIM                                        PIC 9(7).
       77 DIA-CORRENTE                                   PIC 9(7).
       77 DATA-CORRENTE                                  PIC 9(8).
       77 DIA-SEMANA                                     PIC 9.
       77 IND-DIA                                        PIC 9.
       77 IND-HORA                                       PIC 9(2).
       77 IND-FUNC                                       PIC 9(3).
       77 METRICA                                        PIC 9.
       77 MINUTO-ENTRADA                                 PIC 9(4).
       77 MINUTO-SAIDA                                   PIC 9(4).
       77 MINUTO-INICIO-HORA                             PIC 9(4).
       77 MINUTO-FIM-HORA                                PIC 9(4).
       77 MINUTOS-NA-HORA                                PIC S9(4).
       77 HORA-PRIMEIRA                                  PIC 9(2).
       77 HORA-ULTIMA                                    PIC 9(2).
       77 NUM-PARES                                      PIC 9(6) VALUE 0.
       77 NUM-PONTOS-IGNORADOS                           PIC 9(6) VALUE 0.
       77 NUM-PEDIDOS-PERIODO                            PIC 9(6) VALUE 0.
       77 NUM-FORA-BANDA                                 PIC 9(4) VALUE 0.
       77 HORAS-TRABALHO                                 PIC 9(6)V9999.
       77 MEDIA-CELULA                                   PIC 9(6)V99.
       77 RACIO-CELULA                                   PIC 9(6)V99.
       77 TOTAL-PEDIDOS                                  PIC 9(6) VALUE 0.
       77 TOTAL-VENDAS                                   PIC 9(8)V99 VALUE 0.
       77 TOTAL-MINUTOS                                  PIC 9(8) VALUE 0.
       77 MARCA-CELULA                                   PIC X(01).

       77 PEDIDOS-SAIDA                                  PIC ZZZ9.9.
       77 VENDAS-SAIDA                                   PIC ZZZZ9.99.
       77 EQUIPA-SAIDA                                   PIC ZZ9.9.
       77 RACIO-SAIDA                                    PIC ZZ9.9.
       77 META-SAIDA                                     PIC Z9.9.
       77 META-SAIDA2                                    PIC Z9.9.
       77 TOTAL-SAIDA                                    PIC ZZ,ZZZ,ZZ9.99.
       77 DATA-SAIDA                                     PIC 9999/99/99.
       77 DATA-SAIDA2                                    PIC 9999/99/99.

       01 TAB-NOMES-DIAS.
           05 FILLER                                     PIC X(09)
                                                          VALUE "SEGUNDA".
           05 FILLER                                     PIC X(09)
                                                          VALUE "TERCA".
           05 FILLER                                     PIC X(09)
                                                          VALUE "QUARTA".
           05 FILLER                                     PIC X(09)
                                                          VALUE "QUINTA".
           05 FILLER                                     PIC X(09)
                                                          VALUE "SEXTA".
           05 FILLER                                     PIC X(09)
                                                          VALUE "SABADO".
           05 FILLER                                     PIC X(09)
                                                          VALUE "DOMINGO".
       01 NOMES-DIAS REDEFINES TAB-NOMES-DIAS.
           05 NOME-DIA OCCURS 7                          PIC X(09).

       01 TAB-DIAS-NO-PERIODO.
           05 NUM-DIAS OCCURS 7                          PIC 9(4).

       01 TAB-HORAS-ATIVAS.
           05 HORA-ATIVA OCCURS 24                       PIC X(01).
              88 HORA-COM-DADOS                          VALUE "S".

       01 TAB-GRELHA.
           05 GRELHA-DIA OCCURS 7.
               10 GRELHA-HORA OCCURS 24.
                   15 G-PEDIDOS                          PIC 9(5).
                   15 G-VENDAS                           PIC 9(7)V99.
                   15 G-MINUTOS                          PIC 9(7).

       01 TAB-PONTOS-ABERTOS.
           05 PA-ENTRY OCCURS 100.
               10 PA-PENDENTE                            PIC X(01).
                  88 PA-TEM-ENTRADA                      VALUE "S".
               10 PA-DATA                                PIC 9(8).
               10 PA-MINUTO                              PIC 9(4).

       01 LINHA-GRELHA.
           05 LG-HORA                                    PIC X(07).
           05 LG-CELULA OCCURS 7                         PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "PIZZARIA RAMALHO - VENDAS E EQUIPA POR HORA".
           DISPLAY "----------------------------------------------".
           DISPLAY "DATA INICIAL DO PERIODO (AAAAMMDD): ".
           ACCEPT DATA-INICIO.
           DISPLAY "DATA FINAL DO PERIODO   (AAAAMMDD): ".
           ACCEPT DATA-FIM.
           IF (FUNCTION INTEGER-OF-DATE(DATA-INICIO) = 0 OR
           FUNCTION INTEGER-OF-DATE(DATA-FIM) = 0 OR
           DATA-FIM < DATA-INICIO) THEN
               DISPLAY "PERIODO INVALIDO."
               STOP RUN
           END-IF.

           PERFORM CARREGAR-METAS.
           MOVE MINIMO-PEDIDOS-FUNC TO META-SAIDA.
           MOVE MAXIMO-PEDIDOS-FUNC TO META-SAIDA2.
           DISPLAY "META DE PEDIDOS POR FUNCIONARIO/HORA: " META-SAIDA
           " A " META-SAIDA2 ". ALTERAR? (S/N)".
           ACCEPT ALTERAR-META.
           IF (ALTERAR-META-SIM) THEN
               PERFORM ALTERAR-METAS
           END-IF.

           INITIALIZE TAB-GRELHA.
           INITIALIZE TAB-DIAS-NO-PERIODO.
           INITIALIZE TAB-PONTOS-ABERTOS.
           MOVE ALL "N" TO TAB-HORAS-ATIVAS.
           PERFORM CONTAR-DIAS-DA-SEMANA.
           PERFORM PROCESSAR-PEDIDOS.
           PERFORM PROCESSAR-TURNOS.

           MOVE DATA-INICIO TO DATA-SAIDA.
           MOVE DATA-FIM TO DATA-SAIDA2.
           DISPLAY " ".
           DISPLAY "PERIODO DE " DATA-SAIDA " A " DATA-SAIDA2
           " - " NUM-PEDIDOS-PERIODO " PEDIDOS, " NUM-PARES
           " TURNOS DE PONTO.".
           IF (NUM-PONTOS-IGNORADOS > 0) THEN
               DISPLAY "AVISO: " NUM-PONTOS-IGNORADOS " PONTOS SEM PAR "
               "NO MESMO DIA FORAM IGNORADOS (VER APURAMENTO DE HORAS)."
           END-IF.
           DISPLAY "VALORES POR HORA SAO MEDIAS POR DIA DA SEMANA NO "
           "PERIODO.".

           PERFORM VARYING METRICA FROM 1 BY 1 UNTIL METRICA > 5
               PERFORM IMPRIMIR-GRELHA
           END-PERFORM.

           PERFORM IMPRIMIR-FORA-DA-BANDA.
           PERFORM IMPRIMIR-TOTAIS.
           STOP RUN.

       CARREGAR-METAS.
           OPEN INPUT METAS.
           IF (METAS-STATUS NOT = "00") THEN
               CLOSE METAS
           ELSE
               READ METAS
                   NOT AT END
                       IF (META-MINIMO IS NUMERIC AND
                       META-MAXIMO IS NUMERIC AND
                       META-MAXIMO >= META-MINIMO) THEN
                           MOVE META-MINIMO TO MINIMO-PEDIDOS-FUNC
                           MOVE META-MAXIMO TO MAXIMO-PEDIDOS-FUNC
                       END-IF
               END-READ
               CLOSE METAS
           END-IF.

       ALTERAR-METAS.
           DISPLAY "MINIMO DE PEDIDOS POR FUNCIONARIO/HORA: ".
           ACCEPT MINIMO-IN.
           DISPLAY "MAXIMO DE PEDIDOS POR FUNCIONARIO/HORA: ".
           ACCEPT MAXIMO-IN.
           IF (MAXIMO-IN = 0 OR MAXIMO-IN < MINIMO-IN) THEN
               DISPLAY "BANDA INVALIDA - MANTIDA A ANTERIOR."
               EXIT PARAGRAPH
           END-IF.
           MOVE MINIMO-IN TO MINIMO-PEDIDOS-FUNC.
           MOVE MAXIMO-IN TO MAXIMO-PEDIDOS-FUNC.
           OPEN OUTPUT METAS.
           MOVE MINIMO-PEDIDOS-FUNC TO META-MINIMO.
           MOVE MAXIMO-PEDIDOS-FUNC TO META-MAXIMO.
           WRITE REGISTO-META.
           CLOSE METAS.
           DISPLAY "BANDA GRAVADA EM METAS-EQUIPA.TXT.".

       CONTAR-DIAS-DA-SEMANA.
           COMPUTE DIA-INICIO = FUNCTION INTEGER-OF-DATE(DATA-INICIO).
           COMPUTE DIA-FIM = FUNCTION INTEGER-OF-DATE(DATA-FIM).
           PERFORM VARYING DIA-CORRENTE FROM DIA-INICIO BY 1
               UNTIL DIA-CORRENTE > DIA-FIM
               COMPUTE DIA-SEMANA =
                   FUNCTION MOD(DIA-CORRENTE - 1, 7) + 1
               ADD 1 TO NUM-DIAS(DIA-SEMANA)
           END-PERFORM.

       OBTER-DIA-SEMANA.
           COMPUTE DIA-SEMANA = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(DATA-CORRENTE) - 1, 7) + 1.

       PROCESSAR-PEDIDOS.
           OPEN INPUT PEDIDOS.
           IF (PEDIDOS-STATUS NOT = "00") THEN
               CLOSE PEDIDOS
               DISPLAY "NAO HA PEDIDOS REGISTADOS."
               EXIT PARAGRAPH
           END-IF.
           MOVE DATA-INICIO TO PED-DATA.
           MOVE 0 TO PED-NUMERO.
           START PEDIDOS KEY IS NOT LESS THAN PED-CHAVE
               INVALID KEY MOVE "S" TO FIM-PEDIDOS
           END-START.
           PERFORM LER-PROXIMO-PEDIDO.
           PERFORM UNTIL NAO-HA-MAIS-PEDIDOS
               IF (NOT PED-CANCELADO AND PED-HORAS < 24) THEN
                   MOVE PED-DATA TO DATA-CORRENTE
                   PERFORM OBTER-DIA-SEMANA
                   COMPUTE IND-HORA = PED-HORAS + 1
                   ADD 1 TO G-PEDIDOS(DIA-SEMANA, IND-HORA)
                   ADD PED-TOTAL TO G-VENDAS(DIA-SEMANA, IND-HORA)
                   MOVE "S" TO HORA-ATIVA(IND-HORA)
                   ADD 1 TO NUM-PEDIDOS-PERIODO
               END-IF
               PERFORM LER-PROXIMO-PEDIDO
           END-PERFORM.
           CLOSE PEDIDOS.

       LER-PROXIMO-PEDIDO.
           IF (NOT NAO-HA-MAIS-PEDIDOS) THEN
               READ PEDIDOS NEXT RECORD
                   AT END MOVE "S" TO FIM-PEDIDOS
                   NOT AT END
                       IF (PED-DATA > DATA-FIM) THEN
                           MOVE "S" TO FIM-PEDIDOS
                       END-IF
               END-READ
           END-IF.

       PROCESSAR-TURNOS.
           OPEN INPUT TURNOS.
           IF (TURNOS-STATUS NOT = "00") THEN
               CLOSE TURNOS
               DISPLAY "TURNOS.TXT INDISPONIVEL - SEM HORAS DE EQUIPA."
               EXIT PARAGRAPH
           END-IF.
           PERFORM LER-PROXIMO-TURNO.
           PERFORM UNTIL NAO-HA-MAIS-TURNOS
               IF (PONTO-DATA >= DATA-INICIO AND PONTO-DATA <= DATA-FIM)
               THEN
                   PERFORM PROCESSAR-PONTO
               END-IF
               PERFORM LER-PROXIMO-TURNO
           END-PERFORM.
           CLOSE TURNOS.
           PERFORM VARYING IND-FUNC FROM 1 BY 1 UNTIL IND-FUNC > 100
               IF (PA-TEM-ENTRADA(IND-FUNC)) THEN
                   ADD 1 TO NUM-PONTOS-IGNORADOS
               END-IF
           END-PERFORM.

       LER-PROXIMO-TURNO.
           READ TURNOS
               AT END MOVE "S" TO FIM-TURNOS
           END-READ.

       PROCESSAR-PONTO.
           COMPUTE IND-FUNC = PONTO-NUMERO + 1.
           IF (PONTO-ENTRADA) THEN
               IF (PA-TEM-ENTRADA(IND-FUNC)) THEN
                   ADD 1 TO NUM-PONTOS-IGNORADOS
               END-IF
               MOVE "S" TO PA-PENDENTE(IND-FUNC)
               MOVE PONTO-DATA TO PA-DATA(IND-FUNC)
               COMPUTE PA-MINUTO(IND-FUNC) =
                   PONTO-HORAS * 60 + PONTO-MINUTOS
               EXIT PARAGRAPH
           END-IF.
           IF (NOT PA-TEM-ENTRADA(IND-FUNC) OR
           PA-DATA(IND-FUNC) NOT = PONTO-DATA) THEN
               ADD 1 TO NUM-PONTOS-IGNORADOS
               MOVE "N" TO PA-PENDENTE(IND-FUNC)
               EXIT PARAGRAPH
           END-IF.
           MOVE PA-MINUTO(IND-FUNC) TO MINUTO-ENTRADA.
           COMPUTE MINUTO-SAIDA = PONTO-HORAS * 60 + PONTO-MINUTOS.
           MOVE "N" TO PA-PENDENTE(IND-FUNC).
           IF (MINUTO-SAIDA <= MINUTO-ENTRADA OR MINUTO-SAIDA > 1440) THEN
               ADD 1 TO NUM-PONTOS-IGNORADOS
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO NUM-PARES.
           MOVE PONTO-DATA TO DATA-CORRENTE.
           PERFORM OBTER-DIA-SEMANA.
           COMPUTE HORA-PRIMEIRA = MINUTO-ENTRADA / 60.
           COMPUTE HORA-ULTIMA = (MINUTO-SAIDA - 1) / 60.
           PERFORM VARYING IND-HORA FROM HORA-PRIMEIRA BY 1
               UNTIL IND-HORA > HORA-ULTIMA
               PERFORM REPARTIR-MINUTOS-HORA
           END-PERFORM.

       REPARTIR-MINUTOS-HORA.
           COMPUTE MINUTO-INICIO-HORA = IND-HORA * 60.
           COMPUTE MINUTO-FIM-HORA = IND-HORA * 60 + 60.
           IF (MINUTO-ENTRADA > MINUTO-INICIO-HORA) THEN
               MOVE MINUTO-ENTRADA TO MINUTO-INICIO-HORA
           END-IF.
           IF (MINUTO-SAIDA < MINUTO-FIM-HORA) THEN
               MOVE MINUTO-SAIDA TO MINUTO-FIM-HORA
           END-IF.
           COMPUTE MINUTOS-NA-HORA = MINUTO-FIM-HORA - MINUTO-INICIO-HORA.
           IF (MINUTOS-NA-HORA > 0) THEN
               ADD MINUTOS-NA-HORA TO
               G-MINUTOS(DIA-SEMANA, IND-HORA + 1)
               MOVE "S" TO HORA-ATIVA(IND-HORA + 1)
           END-IF.

       IMPRIMIR-GRELHA.
           DISPLAY " ".
           EVALUATE METRICA
               WHEN 1
                   DISPLAY "PEDIDOS POR HORA (MEDIA POR DIA)"
               WHEN 2
                   DISPLAY "VENDAS POR HORA EM EUROS (MEDIA POR DIA)"
               WHEN 3
                   DISPLAY "FUNCIONARIOS NO RELOGIO (MEDIA POR DIA)"
               WHEN 4
                   DISPLAY "VENDAS POR HORA DE TRABALHO (EUROS)"
               WHEN 5
                   MOVE MINIMO-PEDIDOS-FUNC TO META-SAIDA
                   MOVE MAXIMO-PEDIDOS-FUNC TO META-SAIDA2
                   DISPLAY "PEDIDOS POR FUNCIONARIO (POR HORA DE "
                   "TRABALHO) - META " META-SAIDA " A " META-SAIDA2
                   DISPLAY "  < ABAIXO DA META (PESSOAL A MAIS)   "
                   "> ACIMA DA META (PESSOAL A MENOS)   "
                   "! PEDIDOS SEM NINGUEM NO RELOGIO"
           END-EVALUATE.
           MOVE SPACES TO LINHA-GRELHA.
           MOVE "HORA" TO LG-HORA.
           PERFORM VARYING IND-DIA FROM 1 BY 1 UNTIL IND-DIA > 7
               MOVE NOME-DIA(IND-DIA) TO LG-CELULA(IND-DIA)
           END-PERFORM.
           DISPLAY LINHA-GRELHA.
           PERFORM VARYING IND-HORA FROM 1 BY 1 UNTIL IND-HORA > 24
               IF (HORA-COM-DADOS(IND-HORA)) THEN
                   PERFORM IMPRIMIR-LINHA-GRELHA
               END-IF
           END-PERFORM.

       IMPRIMIR-LINHA-GRELHA.
           MOVE SPACES TO LINHA-GRELHA.
           COMPUTE HORA-PRIMEIRA = IND-HORA - 1.
           STRING HORA-PRIMEIRA "H" DELIMITED BY SIZE INTO LG-HORA.
           PERFORM VARYING IND-DIA FROM 1 BY 1 UNTIL IND-DIA > 7
               IF (NUM-DIAS(IND-DIA) = 0) THEN
                   MOVE "     -" TO LG-CELULA(IND-DIA)
               ELSE
                   PERFORM PREENCHER-CELULA
               END-IF
           END-PERFORM.
           DISPLAY LINHA-GRELHA.

       PREENCHER-CELULA.
           COMPUTE HORAS-TRABALHO = G-MINUTOS(IND-DIA, IND-HORA) / 60.
           EVALUATE METRICA
               WHEN 1
                   COMPUTE MEDIA-CELULA ROUNDED =
                       G-PEDIDOS(IND-DIA, IND-HORA) / NUM-DIAS(IND-DIA)
                   MOVE MEDIA-CELULA TO PEDIDOS-SAIDA
                   MOVE PEDIDOS-SAIDA TO LG-CELULA(IND-DIA)
               WHEN 2
                   COMPUTE MEDIA-CELULA ROUNDED =
                       G-VENDAS(IND-DIA, IND-HORA) / NUM-DIAS(IND-DIA)
                   MOVE MEDIA-CELULA TO VENDAS-SAIDA
                   MOVE VENDAS-SAIDA TO LG-CELULA(IND-DIA)
               WHEN 3
                   COMPUTE MEDIA-CELULA ROUNDED =
                       HORAS-TRABALHO / NUM-DIAS(IND-DIA)
                   MOVE MEDIA-CELULA TO EQUIPA-SAIDA
                   MOVE EQUIPA-SAIDA TO LG-CELULA(IND-DIA)
               WHEN 4
                   IF (HORAS-TRABALHO = 0) THEN
                       MOVE "     -" TO LG-CELULA(IND-DIA)
                   ELSE
                       COMPUTE MEDIA-CELULA ROUNDED =
                           G-VENDAS(IND-DIA, IND-HORA) / HORAS-TRABALHO
                       MOVE MEDIA-CELULA TO VENDAS-SAIDA
                       MOVE VENDAS-SAIDA TO LG-CELULA(IND-DIA)
                   END-IF
               WHEN 5
                   PERFORM CALCULAR-RACIO-CELULA
                   IF (HORAS-TRABALHO = 0) THEN
                       IF (MARCA-CELULA = "!") THEN
                           MOVE "     !" TO LG-CELULA(IND-DIA)
                       ELSE
                           MOVE "     -" TO LG-CELULA(IND-DIA)
                       END-IF
                   ELSE
                       MOVE RACIO-CELULA TO RACIO-SAIDA
                       STRING RACIO-SAIDA " " MARCA-CELULA
                       DELIMITED BY SIZE INTO LG-CELULA(IND-DIA)
                   END-IF
           END-EVALUATE.

       CALCULAR-RACIO-CELULA.
           MOVE SPACE TO MARCA-CELULA.
           MOVE 0 TO RACIO-CELULA.
           COMPUTE HORAS-TRABALHO = G-MINUTOS(IND-DIA, IND-HORA) / 60.
           IF (HORAS-TRABALHO = 0) THEN
               IF (G-PEDIDOS(IND-DIA, IND-HORA) > 0) THEN
                   MOVE "!" TO MARCA-CELULA
               END-IF
               EXIT PARAGRAPH
           END-IF.
           COMPUTE RACIO-CELULA ROUNDED =
               G-PEDIDOS(IND-DIA, IND-HORA) / HORAS-TRABALHO.
           IF (RACIO-CELULA < MINIMO-PEDIDOS-FUNC) THEN
               MOVE "<" TO MARCA-CELULA
           END-IF.
           IF (RACIO-CELULA > MAXIMO-PEDIDOS-FUNC) THEN
               MOVE ">" TO MARCA-CELULA
           END-IF.

       IMPRIMIR-FORA-DA-BANDA.
           DISPLAY " ".
           DISPLAY "HORAS FORA DA META:".
           MOVE 0 TO NUM-FORA-BANDA.
           PERFORM VARYING IND-DIA FROM 1 BY 1 UNTIL IND-DIA > 7
               PERFORM VARYING IND-HORA FROM 1 BY 1 UNTIL IND-HORA > 24
                   IF (NUM-DIAS(IND-DIA) > 0 AND
                   HORA-COM-DADOS(IND-HORA)) THEN
                       PERFORM CALCULAR-RACIO-CELULA
                       IF (MARCA-CELULA NOT = SPACE) THEN
                           PERFORM IMPRIMIR-HORA-FORA-DA-BANDA
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.
           IF (NUM-FORA-BANDA = 0) THEN
               DISPLAY "  NENHUMA - TODAS AS HORAS DENTRO DA META."
           END-IF.

       IMPRIMIR-HORA-FORA-DA-BANDA.
           ADD 1 TO NUM-FORA-BANDA.
           COMPUTE HORA-PRIMEIRA = IND-HORA - 1.
           COMPUTE MEDIA-CELULA ROUNDED =
               HORAS-TRABALHO / NUM-DIAS(IND-DIA).
           MOVE MEDIA-CELULA TO EQUIPA-SAIDA.
           COMPUTE MEDIA-CELULA ROUNDED =
               G-PEDIDOS(IND-DIA, IND-HORA) / NUM-DIAS(IND-DIA).
           MOVE MEDIA-CELULA TO PEDIDOS-SAIDA.
           MOVE RACIO-CELULA TO RACIO-SAIDA.
           EVALUATE MARCA-CELULA
               WHEN "<"
                   DISPLAY "  " NOME-DIA(IND-DIA) " " HORA-PRIMEIRA
                   "H: " PEDIDOS-SAIDA " PEDIDOS, " EQUIPA-SAIDA
                   " FUNCIONARIOS, " RACIO-SAIDA
                   " PEDIDOS/FUNC - PESSOAL A MAIS"
               WHEN ">"
                   DISPLAY "  " NOME-DIA(IND-DIA) " " HORA-PRIMEIRA
                   "H: " PEDIDOS-SAIDA " PEDIDOS, " EQUIPA-SAIDA
                   " FUNCIONARIOS, " RACIO-SAIDA
                   " PEDIDOS/FUNC - PESSOAL A MENOS"
               WHEN "!"
                   DISPLAY "  " NOME-DIA(IND-DIA) " " HORA-PRIMEIRA
                   "H: " PEDIDOS-SAIDA " PEDIDOS SEM NINGUEM NO "
                   "RELOGIO"
           END-EVALUATE.

       IMPRIMIR-TOTAIS.
           PERFORM VARYING IND-DIA FROM 1 BY 1 UNTIL IND-DIA > 7
               PERFORM VARYING IND-HORA FROM 1 BY 1 UNTIL IND-HORA > 24
                   ADD G-PEDIDOS(IND-DIA, IND-HORA) TO TOTAL-PEDIDOS
                   ADD G-VENDAS(IND-DIA, IND-HORA) TO TOTAL-VENDAS
                   ADD G-MINUTOS(IND-DIA, IND-HORA) TO TOTAL-MINUTOS
               END-PERFORM
           END-PERFORM.
           DISPLAY " ".
           DISPLAY "TOTAIS DO PERIODO:".
           MOVE TOTAL-VENDAS TO TOTAL-SAIDA.
           DISPLAY "  PEDIDOS: " TOTAL-PEDIDOS "   VENDAS: " TOTAL-SAIDA
           " EUROS".
           COMPUTE HORAS-TRABALHO = TOTAL-MINUTOS / 60.
           MOVE HORAS-TRABALHO TO TOTAL-SAIDA.
           DISPLAY "  HORAS DE TRABALHO: " TOTAL-SAIDA.
           IF (HORAS-TRABALHO > 0) THEN
               COMPUTE MEDIA-CELULA ROUNDED = TOTAL-VENDAS / HORAS-TRABALHO
               MOVE MEDIA-CELULA TO TOTAL-SAIDA
               DISPLAY "  VENDAS POR HORA DE TRABALHO: " TOTAL-SAIDA
               " EUROS"
               COMPUTE RACIO-CELULA ROUNDED =
                   TOTAL-PEDIDOS / HORAS-TRABALHO
               MOVE RACIO-CELULA TO RACIO-SAIDA
               DISPLAY "  PEDIDOS POR FUNCIONARIO/HORA: " RACIO-SAIDA
           END-IF.
       END PROGRAM RelatorioEquipa.
