       >>SOURCE FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CustoMargem.

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

           SELECT OPTIONAL CARDAPIO ASSIGN TO
           "D:/Monique/Documents/Projetos/iefp/Carlos/cobol808/CARDAPIO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CARDAPIO-STATUS.

           SELECT OPTIONAL RECEITAS ASSIGN TO
           "D:/Monique/Documents/Projetos/iefp/Carlos/cobol808/RECEITAS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REC-STATUS.

           SELECT OPTIONAL MOVIMENTOS ASSIGN TO
           "D:/Monique/Documents/Projetos/iefp/Carlos/cobol808/MOVIMENTOS-STOCK.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MOV-STATUS.

           SELECT OPTIONAL MARGEM ASSIGN TO
           "D:/Monique/Documents/Projetos/iefp/Carlos/cobol808/MARGEM-MENSAL.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

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

       FD CARDAPIO.
       01 REGISTO-CARDAPIO.
           05 CARDAPIO-TIPO                                 PIC X(01).
           05 CARDAPIO-CODIGO                               PIC 99.
           05 CARDAPIO-NOME                                 PIC X(20).
           05 CARDAPIO-PRECO                                PIC 9V99.

       FD RECEITAS.
       01 REGISTO-RECEITA.
           05 REC-CODIGO                                PIC 99.
           05 REC-TIPO                                  PIC X(01).
              88 REC-BASE                                VALUE "B".
              88 REC-EXTRA                               VALUE "I".
           05 REC-NOME                                  PIC X(20).
           05 REC-QTD-TAMANHO OCCURS 3                  PIC 9(3).

       FD MOVIMENTOS.
       01 REGISTO-MOVIMENTO.
           05 MOV-DATA.
               10 MOV-ANO                                PIC 9(4).
               10 MOV-MES                                PIC 9(2).
               10 MOV-DIA                                PIC 9(2).
           05 MOV-HORA.
               10 MOV-HORAS                              PIC 9(2).
               10 MOV-MINUTOS                            PIC 9(2).
               10 MOV-SEGUNDOS                           PIC 9(2).
           05 MOV-CODIGO                                PIC 99.
           05 MOV-TIPO                                  PIC X(01).
              88 MOV-ENTRADA                             VALUE "E".
              88 MOV-SAIDA                               VALUE "S".
           05 MOV-QUANTIDADE                            PIC 9(4).
           05 MOV-ORIGEM                                PIC X(20).
           05 MOV-CUSTO                                 PIC 9(3)V99.

       FD MARGEM.
       01 REGISTO-MARGEM                                 PIC X(120).

       WORKING-STORAGE SECTION.
       77 PEDIDOS-STATUS                                 PIC X(02).
       77 CARDAPIO-STATUS                                PIC X(02).
       77 REC-STATUS                                     PIC X(02).
       77 MOV-STATUS                                     PIC X(02).
       77 FIM-PEDIDOS                                    PIC X VALUE "N".
           88 NAO-HA-MAIS-PEDIDOS                        VALUE "S".
       77 FIM-MOVIMENTOS                                 PIC X VALUE "N".
           88 NAO-HA-MAIS-MOVIMENTOS                     VALUE "S".

       77 ANO-PROCURADO                                  PIC 9(4).
       77 MES-PROCURADO                                  PIC 9(2).
       77 DATA-INICIO-NUM                                PIC 9(8).
       77 DATA-FIM-NUM                                   PIC 9(8).
       77 MOV-DATA-NUM                                   PIC 9(8).
       77 NUM-PEDIDOS-LIDOS                              PIC 9(5) VALUE 0.
       77 NUM-PIZZAS-LIDAS                               PIC 9(5) VALUE 0.
       77 NUM-PIZZAS-SEM-CUSTO                           PIC 9(5) VALUE 0.
       77 NUM-ING-SEM-CUSTO                              PIC 9(2) VALUE 0.
       77 IND-INGREDIENTE                                PIC 99.
       77 IND-PIZZA                                      PIC 9.
       77 IND-TAMANHO                                    PIC 9.
       77 IND-DIA                                        PIC 9(2).
       77 TAMANHO-LIDO                                   PIC 9.
       77 QTD-USADA                                      PIC 9(3).
       77 PIZZA-INCOMPLETA                               PIC X VALUE "N".
           88 PIZZA-SEM-CUSTO                            VALUE "S".

       01 TAB-INGREDIENTES-NOMES                         PIC X(20)
                                                          OCCURS 13.
       01 TABELAS.
           05 TAB-PRECOS                            PIC 9V99 OCCURS 10.
           05 TAB-PRECO-TAMANHO                     PIC 9V99 OCCURS 3.

       01 TAB-RECEITAS.
           05 REC-ENTRY OCCURS 13.
               10 REC-TAB-TIPO                           PIC X(01).
                  88 REC-TAB-BASE                        VALUE "B".
               10 REC-TAB-QTD                            PIC 9(3)
                                                          OCCURS 3.

       01 TAB-CUSTOS.
           05 CUSTO-ENTRY OCCURS 13.
               10 CUSTO-ENT-QTD                          PIC 9(7).
               10 CUSTO-ENT-VALOR                        PIC 9(8)V99.
               10 CUSTO-MEDIO                            PIC 9(3)V9999.
               10 ING-UNIDADES                           PIC 9(7).
               10 ING-CUSTO                              PIC 9(7)V99.
               10 ING-RECEITA                            PIC 9(7)V99.
               10 ING-SEM-CUSTO                          PIC X(01).

       01 TAB-VALOR-PIZZAS.
           05 VALOR-POR-PIZZA OCCURS 5                   PIC 9(3)V99.
       77 SOMA-VALOR-PIZZAS                              PIC 9(4)V99.
       77 BASE-PEDIDO                                    PIC 9(4)V99.
       77 RECEITA-PIZZAS-PEDIDO                          PIC 9(4)V99.
       77 RECEITA-ENTREGA-PEDIDO                         PIC 9(4)V99.
       77 RECEITA-ACUMULADA                              PIC 9(4)V99.
       77 RECEITA-PIZZA                                  PIC 9(4)V99.
       77 CUSTO-PIZZA                                    PIC 9(5)V9999.
       77 CUSTO-INGREDIENTE                              PIC 9(5)V9999.

       01 TOTAIS-POR-TAMANHO.
           05 TAM-ENTRY OCCURS 3.
               10 TAM-QTD                                PIC 9(5).
               10 TAM-RECEITA                            PIC 9(7)V99.
               10 TAM-CUSTO                              PIC 9(7)V99.

       01 TOTAIS-POR-DIA.
           05 DIA-ENTRY OCCURS 31.
               10 DIA-PEDIDOS                            PIC 9(5).
               10 DIA-RECEITA                            PIC 9(7)V99.
               10 DIA-CUSTO                              PIC 9(7)V99.

       77 TOTAL-RECEITA-PIZZAS                           PIC 9(8)V99
                                                          VALUE 0.
       77 TOTAL-RECEITA-ENTREGA                          PIC 9(8)V99
                                                          VALUE 0.
       77 TOTAL-RECEITA                                  PIC 9(8)V99
                                                          VALUE 0.
       77 TOTAL-CUSTO                                    PIC 9(8)V99
                                                          VALUE 0.

       77 RECEITA-CALC                                   PIC 9(8)V99.
       77 CUSTO-CALC                                     PIC 9(8)V99.
       77 MARGEM-CALC                                    PIC S9(8)V99.
       77 PERCENT-CALC                                   PIC S9(3)V9.

       77 UNIDADES-SAIDA                                 PIC ZZZ,ZZ9.
       77 CUSTO-MEDIO-SAIDA                              PIC ZZ9.9999.
       77 RECEITA-SAIDA                                  PIC ZZZ,ZZ9.99.
       77 CUSTO-SAIDA                                    PIC ZZZ,ZZ9.99.
       77 MARGEM-SAIDA                                   PIC -ZZZ,ZZ9.99.
       77 PERCENT-SAIDA                                  PIC -ZZ9.9.
       77 TOTAL-SAIDA                                    PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       CARREGA-NOMES-INGREDIENTES.
           PERFORM CARREGA-NOMES-OMISSAO.
           OPEN INPUT CARDAPIO.
           IF (CARDAPIO-STATUS NOT = "00") THEN
               CLOSE CARDAPIO
           ELSE
               PERFORM LER-PROXIMO-CARDAPIO
               PERFORM UNTIL CARDAPIO-STATUS = "10"
                   EVALUATE CARDAPIO-TIPO
                       WHEN "I"
                           MOVE CARDAPIO-NOME
                           TO TAB-INGREDIENTES-NOMES(CARDAPIO-CODIGO)
                           MOVE CARDAPIO-PRECO TO TAB-PRECOS(CARDAPIO-CODIGO)
                       WHEN "T"
                           MOVE CARDAPIO-PRECO
                           TO TAB-PRECO-TAMANHO(CARDAPIO-CODIGO)
                   END-EVALUATE
                   PERFORM LER-PROXIMO-CARDAPIO
               END-PERFORM
               CLOSE CARDAPIO
           END-IF.

       CARREGA-RECEITAS.
           PERFORM CARREGA-RECEITAS-OMISSAO.
           OPEN INPUT RECEITAS.
           IF (REC-STATUS NOT = "00") THEN
               CLOSE RECEITAS
           ELSE
               PERFORM LER-PROXIMA-RECEITA
               PERFORM UNTIL REC-STATUS = "10"
                   IF (REC-CODIGO >= 1 AND REC-CODIGO <= 13) THEN
                       MOVE REC-TIPO TO REC-TAB-TIPO(REC-CODIGO)
                       MOVE REC-QTD-TAMANHO(1) TO REC-TAB-QTD(REC-CODIGO, 1)
                       MOVE REC-QTD-TAMANHO(2) TO REC-TAB-QTD(REC-CODIGO, 2)
                       MOVE REC-QTD-TAMANHO(3) TO REC-TAB-QTD(REC-CODIGO, 3)
                       IF (REC-BASE) THEN
                           MOVE REC-NOME
                           TO TAB-INGREDIENTES-NOMES(REC-CODIGO)
                       END-IF
                   END-IF
                   PERFORM LER-PROXIMA-RECEITA
               END-PERFORM
               CLOSE RECEITAS
           END-IF.

       MAIN-PROCEDURE.
           DISPLAY "PIZZARIA RAMALHO - CUSTO DAS MATERIAS E MARGEM BRUTA".
           DISPLAY "----------------------------------------------".

           DISPLAY "ANO A ANALISAR: ".
           ACCEPT ANO-PROCURADO.
           DISPLAY "MES A ANALISAR (1-12): ".
           ACCEPT MES-PROCURADO.
           IF (MES-PROCURADO < 1 OR MES-PROCURADO > 12) THEN
               DISPLAY "MES INVALIDO. ABORTADO."
               GO TO FIM-PROGRAMA
           END-IF.
           IF (MES-PROCURADO = 12) THEN
               COMPUTE DATA-FIM-NUM = (ANO-PROCURADO + 1) * 10000 + 101
           ELSE
               COMPUTE DATA-FIM-NUM = ANO-PROCURADO * 10000 +
                   (MES-PROCURADO + 1) * 100 + 1
           END-IF.
           COMPUTE DATA-FIM-NUM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(DATA-FIM-NUM) - 1).
           COMPUTE DATA-INICIO-NUM = ANO-PROCURADO * 10000 +
               MES-PROCURADO * 100 + 1.

           INITIALIZE TAB-CUSTOS TOTAIS-POR-TAMANHO TOTAIS-POR-DIA.
           PERFORM CALCULAR-CUSTOS-MEDIOS.

           OPEN INPUT PEDIDOS.
           IF (PEDIDOS-STATUS NOT = "00") THEN
               CLOSE PEDIDOS
           ELSE
               MOVE DATA-INICIO-NUM TO PED-DATA
               MOVE 0 TO PED-NUMERO
               START PEDIDOS KEY IS NOT LESS THAN PED-CHAVE
                   INVALID KEY MOVE "S" TO FIM-PEDIDOS
               END-START
               PERFORM LER-PROXIMO-PEDIDO
               PERFORM UNTIL NAO-HA-MAIS-PEDIDOS
                   PERFORM PROCESSAR-PEDIDO
                   PERFORM LER-PROXIMO-PEDIDO
               END-PERFORM
               CLOSE PEDIDOS
           END-IF.

           IF (NUM-PEDIDOS-LIDOS = 0) THEN
               DISPLAY "NAO HA PEDIDOS ATIVOS EM " MES-PROCURADO "/"
               ANO-PROCURADO "."
               GO TO FIM-PROGRAMA
           END-IF.

           PERFORM ESCREVER-RELATORIO.

           MOVE TOTAL-RECEITA TO RECEITA-CALC.
           MOVE TOTAL-CUSTO TO CUSTO-CALC.
           PERFORM CALCULAR-MARGEM.
           DISPLAY "RELATORIO GRAVADO EM MARGEM-MENSAL.TXT ("
           NUM-PEDIDOS-LIDOS " PEDIDOS, " NUM-PIZZAS-LIDAS " PIZZAS).".
           DISPLAY "MARGEM BRUTA DO MES: " MARGEM-SAIDA " EUR ("
           PERCENT-SAIDA "%)".
           IF (NUM-ING-SEM-CUSTO > 0) THEN
               DISPLAY "ATENCAO: " NUM-ING-SEM-CUSTO
               " INGREDIENTE(S) SEM CUSTO DE ENTRADA - MARGEM "
               "INCOMPLETA."
           END-IF.

       FIM-PROGRAMA.
           STOP RUN.

       CALCULAR-CUSTOS-MEDIOS.
           OPEN INPUT MOVIMENTOS.
           IF (MOV-STATUS NOT = "00") THEN
               CLOSE MOVIMENTOS
           ELSE
               PERFORM LER-PROXIMO-MOVIMENTO
               PERFORM UNTIL NAO-HA-MAIS-MOVIMENTOS
                   COMPUTE MOV-DATA-NUM =
                       MOV-ANO * 10000 + MOV-MES * 100 + MOV-DIA
                   IF (MOV-ENTRADA AND MOV-CUSTO > 0 AND
                   MOV-DATA-NUM <= DATA-FIM-NUM AND
                   MOV-CODIGO >= 1 AND MOV-CODIGO <= 13) THEN
                       ADD MOV-QUANTIDADE TO CUSTO-ENT-QTD(MOV-CODIGO)
                       COMPUTE CUSTO-ENT-VALOR(MOV-CODIGO) =
                           CUSTO-ENT-VALOR(MOV-CODIGO) +
                           MOV-QUANTIDADE * MOV-CUSTO
                   END-IF
                   PERFORM LER-PROXIMO-MOVIMENTO
               END-PERFORM
               CLOSE MOVIMENTOS
           END-IF.
           PERFORM VARYING IND-INGREDIENTE FROM 1 BY 1
               UNTIL IND-INGREDIENTE > 13
               IF (CUSTO-ENT-QTD(IND-INGREDIENTE) > 0) THEN
                   COMPUTE CUSTO-MEDIO(IND-INGREDIENTE) ROUNDED =
                       CUSTO-ENT-VALOR(IND-INGREDIENTE) /
                       CUSTO-ENT-QTD(IND-INGREDIENTE)
               END-IF
           END-PERFORM.

       LER-PROXIMO-MOVIMENTO.
           READ MOVIMENTOS
               AT END MOVE "S" TO FIM-MOVIMENTOS
           END-READ.

       LER-PROXIMO-PEDIDO.
           IF (NOT NAO-HA-MAIS-PEDIDOS) THEN
               READ PEDIDOS NEXT RECORD
                   AT END MOVE "S" TO FIM-PEDIDOS
                   NOT AT END
                       IF (PED-DATA > DATA-FIM-NUM) THEN
                           MOVE "S" TO FIM-PEDIDOS
                       END-IF
               END-READ
           END-IF.

       PROCESSAR-PEDIDO.
           IF (PED-ANO = ANO-PROCURADO AND PED-MES = MES-PROCURADO AND
           NOT PED-CANCELADO AND PED-DIA >= 1 AND PED-DIA <= 31) THEN
               ADD 1 TO NUM-PEDIDOS-LIDOS
               ADD 1 TO DIA-PEDIDOS(PED-DIA)
               COMPUTE BASE-PEDIDO = PED-TOTAL - PED-IVA
               IF (PED-SUBTOTAL + PED-TAXA-ENTREGA > 0) THEN
                   COMPUTE RECEITA-PIZZAS-PEDIDO ROUNDED =
                       BASE-PEDIDO * PED-SUBTOTAL /
                       (PED-SUBTOTAL + PED-TAXA-ENTREGA)
               ELSE
                   MOVE BASE-PEDIDO TO RECEITA-PIZZAS-PEDIDO
               END-IF
               COMPUTE RECEITA-ENTREGA-PEDIDO =
                   BASE-PEDIDO - RECEITA-PIZZAS-PEDIDO
               ADD RECEITA-ENTREGA-PEDIDO TO TOTAL-RECEITA-ENTREGA
               ADD RECEITA-ENTREGA-PEDIDO TO DIA-RECEITA(PED-DIA)
               ADD BASE-PEDIDO TO TOTAL-RECEITA
               IF (PED-NUM-PIZZAS IS NUMERIC AND PED-NUM-PIZZAS >= 1
               AND PED-NUM-PIZZAS <= 5) THEN
                   PERFORM VALORIZAR-PIZZAS
                   MOVE 0 TO RECEITA-ACUMULADA
                   PERFORM VARYING IND-PIZZA FROM 1 BY 1
                       UNTIL IND-PIZZA > PED-NUM-PIZZAS
                       PERFORM CUSTEAR-PIZZA
                   END-PERFORM
               ELSE
                   ADD RECEITA-PIZZAS-PEDIDO TO TOTAL-RECEITA-PIZZAS
                   ADD RECEITA-PIZZAS-PEDIDO TO DIA-RECEITA(PED-DIA)
               END-IF
           END-IF.

       VALORIZAR-PIZZAS.
           MOVE 0 TO SOMA-VALOR-PIZZAS.
           PERFORM VARYING IND-PIZZA FROM 1 BY 1
               UNTIL IND-PIZZA > PED-NUM-PIZZAS
               MOVE 0 TO VALOR-POR-PIZZA(IND-PIZZA)
               MOVE PED-PIZZA-TAMANHO(IND-PIZZA) TO TAMANHO-LIDO
               IF (TAMANHO-LIDO >= 1 AND TAMANHO-LIDO <= 3) THEN
                   MOVE TAB-PRECO-TAMANHO(TAMANHO-LIDO)
                   TO VALOR-POR-PIZZA(IND-PIZZA)
               END-IF
               PERFORM VARYING IND-INGREDIENTE FROM 1 BY 1
                   UNTIL IND-INGREDIENTE > 10
                   IF (PED-PIZZA-INGREDIENTES
                   (IND-PIZZA, IND-INGREDIENTE) = "S") THEN
                       ADD TAB-PRECOS(IND-INGREDIENTE)
                       TO VALOR-POR-PIZZA(IND-PIZZA)
                   END-IF
               END-PERFORM
               ADD VALOR-POR-PIZZA(IND-PIZZA) TO SOMA-VALOR-PIZZAS
           END-PERFORM.

       CUSTEAR-PIZZA.
           MOVE PED-PIZZA-TAMANHO(IND-PIZZA) TO TAMANHO-LIDO.
           IF (IND-PIZZA = PED-NUM-PIZZAS) THEN
               COMPUTE RECEITA-PIZZA =
                   RECEITA-PIZZAS-PEDIDO - RECEITA-ACUMULADA
           ELSE
               IF (SOMA-VALOR-PIZZAS > 0) THEN
                   COMPUTE RECEITA-PIZZA ROUNDED =
                       RECEITA-PIZZAS-PEDIDO *
                       VALOR-POR-PIZZA(IND-PIZZA) / SOMA-VALOR-PIZZAS
               ELSE
                   COMPUTE RECEITA-PIZZA ROUNDED =
                       RECEITA-PIZZAS-PEDIDO / PED-NUM-PIZZAS
               END-IF
               ADD RECEITA-PIZZA TO RECEITA-ACUMULADA
           END-IF.
           ADD RECEITA-PIZZA TO TOTAL-RECEITA-PIZZAS.
           ADD RECEITA-PIZZA TO DIA-RECEITA(PED-DIA).
           IF (TAMANHO-LIDO < 1 OR TAMANHO-LIDO > 3) THEN
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO NUM-PIZZAS-LIDAS.
           MOVE 0 TO CUSTO-PIZZA.
           MOVE "N" TO PIZZA-INCOMPLETA.
           PERFORM VARYING IND-INGREDIENTE FROM 1 BY 1
               UNTIL IND-INGREDIENTE > 13
               MOVE 0 TO QTD-USADA
               IF (REC-TAB-BASE(IND-INGREDIENTE)) THEN
                   MOVE REC-TAB-QTD(IND-INGREDIENTE, TAMANHO-LIDO)
                   TO QTD-USADA
               ELSE
                   IF (IND-INGREDIENTE <= 10) THEN
                       IF (PED-PIZZA-INGREDIENTES
                       (IND-PIZZA, IND-INGREDIENTE) = "S") THEN
                           MOVE REC-TAB-QTD(IND-INGREDIENTE,
                           TAMANHO-LIDO) TO QTD-USADA
                           IF (VALOR-POR-PIZZA(IND-PIZZA) > 0) THEN
                               COMPUTE ING-RECEITA(IND-INGREDIENTE)
                               ROUNDED = ING-RECEITA(IND-INGREDIENTE) +
                               TAB-PRECOS(IND-INGREDIENTE) *
                               RECEITA-PIZZA / VALOR-POR-PIZZA(IND-PIZZA)
                           END-IF
                       END-IF
                   END-IF
               END-IF
               IF (QTD-USADA > 0) THEN
                   ADD QTD-USADA TO ING-UNIDADES(IND-INGREDIENTE)
                   IF (CUSTO-ENT-QTD(IND-INGREDIENTE) = 0) THEN
                       MOVE "S" TO ING-SEM-CUSTO(IND-INGREDIENTE)
                       MOVE "S" TO PIZZA-INCOMPLETA
                   ELSE
                       COMPUTE CUSTO-INGREDIENTE =
                           QTD-USADA * CUSTO-MEDIO(IND-INGREDIENTE)
                       ADD CUSTO-INGREDIENTE TO CUSTO-PIZZA
                       ADD CUSTO-INGREDIENTE TO
                       ING-CUSTO(IND-INGREDIENTE)
                   END-IF
               END-IF
           END-PERFORM.
           IF (PIZZA-SEM-CUSTO) THEN
               ADD 1 TO NUM-PIZZAS-SEM-CUSTO
           END-IF.

           ADD 1 TO TAM-QTD(TAMANHO-LIDO).
           ADD RECEITA-PIZZA TO TAM-RECEITA(TAMANHO-LIDO).
           ADD CUSTO-PIZZA TO TAM-CUSTO(TAMANHO-LIDO).
           ADD CUSTO-PIZZA TO DIA-CUSTO(PED-DIA).
           ADD CUSTO-PIZZA TO TOTAL-CUSTO.

       CALCULAR-MARGEM.
           COMPUTE MARGEM-CALC = RECEITA-CALC - CUSTO-CALC.
           IF (RECEITA-CALC > 0) THEN
               COMPUTE PERCENT-CALC ROUNDED =
                   MARGEM-CALC * 100 / RECEITA-CALC
           ELSE
               MOVE 0 TO PERCENT-CALC
           END-IF.
           MOVE RECEITA-CALC TO RECEITA-SAIDA.
           MOVE CUSTO-CALC TO CUSTO-SAIDA.
           MOVE MARGEM-CALC TO MARGEM-SAIDA.
           MOVE PERCENT-CALC TO PERCENT-SAIDA.

       ESCREVER-RELATORIO.
           MOVE 0 TO NUM-ING-SEM-CUSTO.
           OPEN OUTPUT MARGEM.
           MOVE SPACES TO REGISTO-MARGEM.
           STRING "PIZZARIA RAMALHO - CUSTO DAS MATERIAS E MARGEM BRUTA "
           MES-PROCURADO "/" ANO-PROCURADO
           DELIMITED BY SIZE INTO REGISTO-MARGEM.
           WRITE REGISTO-MARGEM.
           MOVE ALL "-" TO REGISTO-MARGEM.
           WRITE REGISTO-MARGEM.
           MOVE SPACES TO REGISTO-MARGEM.
           STRING "PEDIDOS ATIVOS: " NUM-PEDIDOS-LIDOS
           "   PIZZAS: " NUM-PIZZAS-LIDAS
           DELIMITED BY SIZE INTO REGISTO-MARGEM.
           WRITE REGISTO-MARGEM.
           MOVE SPACES TO REGISTO-MARGEM.
           WRITE REGISTO-MARGEM.

           MOVE SPACES TO REGISTO-MARGEM.
           STRING "CUSTO MEDIO PONDERADO DAS ENTRADAS ATE "
           DATA-FIM-NUM(7:2) "/" DATA-FIM-NUM(5:2) "/"
           DATA-FIM-NUM(1:4) " E CONSUMO DO MES:"
           DELIMITED BY SIZE INTO REGISTO-MARGEM.
           WRITE REGISTO-MARGEM.
           MOVE SPACES TO REGISTO-MARGEM.
           STRING "  INGREDIENTE           UNIDADES  CUSTO MEDIO"
           "   CUSTO TOTAL  RECEITA EXTRA"
           DELIMITED BY SIZE INTO REGISTO-MARGEM.
           WRITE REGISTO-MARGEM.
           PERFORM VARYING IND-INGREDIENTE FROM 1 BY 1
               UNTIL IND-INGREDIENTE > 13
               MOVE ING-UNIDADES(IND-INGREDIENTE) TO UNIDADES-SAIDA
               MOVE CUSTO-MEDIO(IND-INGREDIENTE) TO CUSTO-MEDIO-SAIDA
               MOVE ING-CUSTO(IND-INGREDIENTE) TO CUSTO-SAIDA
               MOVE ING-RECEITA(IND-INGREDIENTE) TO RECEITA-SAIDA
               MOVE SPACES TO REGISTO-MARGEM
               IF (ING-SEM-CUSTO(IND-INGREDIENTE) = "S") THEN
                   ADD 1 TO NUM-ING-SEM-CUSTO
               END-IF
               IF (CUSTO-ENT-QTD(IND-INGREDIENTE) = 0) THEN
                   STRING "  " TAB-INGREDIENTES-NOMES(IND-INGREDIENTE)
                   "  " UNIDADES-SAIDA "     SEM CUSTO"
                   "             -   " RECEITA-SAIDA
                   "  *** SEM CUSTO DE ENTRADA ***"
                   DELIMITED BY SIZE INTO REGISTO-MARGEM
               ELSE
                   STRING "  " TAB-INGREDIENTES-NOMES(IND-INGREDIENTE)
                   "  " UNIDADES-SAIDA "     " CUSTO-MEDIO-SAIDA
                   "    " CUSTO-SAIDA "     " RECEITA-SAIDA
                   DELIMITED BY SIZE INTO REGISTO-MARGEM
               END-IF
               WRITE REGISTO-MARGEM
           END-PERFORM.
           MOVE SPACES TO REGISTO-MARGEM.
           WRITE REGISTO-MARGEM.

           MOVE SPACES TO REGISTO-MARGEM.
           STRING "MARGEM POR TAMANHO (RECEITA SEM IVA, DESCONTOS E "
           "PROMOCOES):" DELIMITED BY SIZE INTO REGISTO-MARGEM.
           WRITE REGISTO-MARGEM.
           MOVE SPACES TO REGISTO-MARGEM.
           STRING "  TAMANHO     PIZZAS      RECEITA        CUSTO"
           "       MARGEM  MARGEM%"
           DELIMITED BY SIZE INTO REGISTO-MARGEM.
           WRITE REGISTO-MARGEM.
           PERFORM VARYING IND-TAMANHO FROM 1 BY 1
               UNTIL IND-TAMANHO > 3
               MOVE TAM-RECEITA(IND-TAMANHO) TO RECEITA-CALC
               MOVE TAM-CUSTO(IND-TAMANHO) TO CUSTO-CALC
               PERFORM CALCULAR-MARGEM
               MOVE TAM-QTD(IND-TAMANHO) TO UNIDADES-SAIDA
               MOVE SPACES TO REGISTO-MARGEM
               STRING "  TAMANHO " IND-TAMANHO "  " UNIDADES-SAIDA
               "  " RECEITA-SAIDA "   " CUSTO-SAIDA "  " MARGEM-SAIDA
               "   " PERCENT-SAIDA
               DELIMITED BY SIZE INTO REGISTO-MARGEM
               WRITE REGISTO-MARGEM
           END-PERFORM.
           MOVE SPACES TO REGISTO-MARGEM.
           WRITE REGISTO-MARGEM.

           MOVE SPACES TO REGISTO-MARGEM.
           STRING "MARGEM POR DIA:" DELIMITED BY SIZE
           INTO REGISTO-MARGEM.
           WRITE REGISTO-MARGEM.
           MOVE SPACES TO REGISTO-MARGEM.
           STRING "  DIA        PEDIDOS      RECEITA        CUSTO"
           "       MARGEM  MARGEM%"
           DELIMITED BY SIZE INTO REGISTO-MARGEM.
           WRITE REGISTO-MARGEM.
           PERFORM VARYING IND-DIA FROM 1 BY 1 UNTIL IND-DIA > 31
               IF (DIA-PEDIDOS(IND-DIA) > 0) THEN
                   MOVE DIA-RECEITA(IND-DIA) TO RECEITA-CALC
                   MOVE DIA-CUSTO(IND-DIA) TO CUSTO-CALC
                   PERFORM CALCULAR-MARGEM
                   MOVE DIA-PEDIDOS(IND-DIA) TO UNIDADES-SAIDA
                   MOVE SPACES TO REGISTO-MARGEM
                   STRING "  " IND-DIA "/" MES-PROCURADO "      "
                   UNIDADES-SAIDA "  " RECEITA-SAIDA "   " CUSTO-SAIDA
                   "  " MARGEM-SAIDA "   " PERCENT-SAIDA
                   DELIMITED BY SIZE INTO REGISTO-MARGEM
                   WRITE REGISTO-MARGEM
               END-IF
           END-PERFORM.
           MOVE SPACES TO REGISTO-MARGEM.
           WRITE REGISTO-MARGEM.

           MOVE ALL "=" TO REGISTO-MARGEM.
           WRITE REGISTO-MARGEM.
           MOVE SPACES TO REGISTO-MARGEM.
           STRING "TOTAL DO MES " MES-PROCURADO "/" ANO-PROCURADO ":"
           DELIMITED BY SIZE INTO REGISTO-MARGEM.
           WRITE REGISTO-MARGEM.
           MOVE TOTAL-RECEITA-PIZZAS TO TOTAL-SAIDA.
           MOVE SPACES TO REGISTO-MARGEM.
           STRING "  RECEITA DE PIZZAS (SEM IVA, DESCONTOS E PROMOCOES): "
           TOTAL-SAIDA " EUR" DELIMITED BY SIZE INTO REGISTO-MARGEM.
           WRITE REGISTO-MARGEM.
           MOVE TOTAL-RECEITA-ENTREGA TO TOTAL-SAIDA.
           MOVE SPACES TO REGISTO-MARGEM.
           STRING "  RECEITA DE TAXAS DE ENTREGA (SEM IVA):             "
           TOTAL-SAIDA " EUR" DELIMITED BY SIZE INTO REGISTO-MARGEM.
           WRITE REGISTO-MARGEM.
           MOVE TOTAL-RECEITA TO TOTAL-SAIDA.
           MOVE SPACES TO REGISTO-MARGEM.
           STRING "  RECEITA TOTAL SEM IVA:                             "
           TOTAL-SAIDA " EUR" DELIMITED BY SIZE INTO REGISTO-MARGEM.
           WRITE REGISTO-MARGEM.
           MOVE TOTAL-CUSTO TO TOTAL-SAIDA.
           MOVE SPACES TO REGISTO-MARGEM.
           STRING "  CUSTO DOS INGREDIENTES:                            "
           TOTAL-SAIDA " EUR" DELIMITED BY SIZE INTO REGISTO-MARGEM.
           WRITE REGISTO-MARGEM.
           MOVE TOTAL-RECEITA TO RECEITA-CALC.
           MOVE TOTAL-CUSTO TO CUSTO-CALC.
           PERFORM CALCULAR-MARGEM.
           MOVE SPACES TO REGISTO-MARGEM.
           STRING "  MARGEM BRUTA:                                       "
           MARGEM-SAIDA " EUR (" PERCENT-SAIDA "%)"
           DELIMITED BY SIZE INTO REGISTO-MARGEM.
           WRITE REGISTO-MARGEM.

           IF (NUM-ING-SEM-CUSTO > 0) THEN
               MOVE SPACES TO REGISTO-MARGEM
               WRITE REGISTO-MARGEM
               MOVE SPACES TO REGISTO-MARGEM
               STRING "ATENCAO: " NUM-ING-SEM-CUSTO
               " INGREDIENTE(S) SEM CUSTO DE ENTRADA - MARGEM "
               "INCOMPLETA (" NUM-PIZZAS-SEM-CUSTO
               " PIZZAS CUSTEADAS SEM ESSES INGREDIENTES)."
               DELIMITED BY SIZE INTO REGISTO-MARGEM
               WRITE REGISTO-MARGEM
           END-IF.
           CLOSE MARGEM.

       LER-PROXIMO-CARDAPIO.
           READ CARDAPIO
               AT END MOVE "10" TO CARDAPIO-STATUS
           END-READ.

       LER-PROXIMA-RECEITA.
           READ RECEITAS
               AT END MOVE "10" TO REC-STATUS
           END-READ.

       CARREGA-NOMES-OMISSAO.
           MOVE "FIAMBRE"   TO TAB-INGREDIENTES-NOMES(1).
              MOVE 0.50 TO TAB-PRECOS(1).
           MOVE "ATUM"      TO TAB-INGREDIENTES-NOMES(2).
              MOVE 0.70 TO TAB-PRECOS(2).
           MOVE "ANCHOVAS"  TO TAB-INGREDIENTES-NOMES(3).
              MOVE 0.40 TO TAB-PRECOS(3).
           MOVE "CAMARAO"   TO TAB-INGREDIENTES-NOMES(4).
              MOVE 0.80 TO TAB-PRECOS(4).
           MOVE "BACON"     TO TAB-INGREDIENTES-NOMES(5).
              MOVE 0.90 TO TAB-PRECOS(5).
           MOVE "BANANA"    TO TAB-INGREDIENTES-NOMES(6).
              MOVE 0.30 TO TAB-PRECOS(6).
           MOVE "ANANAS"    TO TAB-INGREDIENTES-NOMES(7).
              MOVE 0.40 TO TAB-PRECOS(7).
           MOVE "AZEITONAS" TO TAB-INGREDIENTES-NOMES(8).
              MOVE 0.30 TO TAB-PRECOS(8).
           MOVE "COGUMELOS" TO TAB-INGREDIENTES-NOMES(9).
              MOVE 0.60 TO TAB-PRECOS(9).
           MOVE "MILHO"     TO TAB-INGREDIENTES-NOMES(10).
              MOVE 0.50 TO TAB-PRECOS(10).
           MOVE 3 TO TAB-PRECO-TAMANHO(1).
           MOVE 4 TO TAB-PRECO-TAMANHO(2).
           MOVE 5 TO TAB-PRECO-TAMANHO(3).

       CARREGA-RECEITAS-OMISSAO.
           PERFORM VARYING IND-INGREDIENTE FROM 1 BY 1
               UNTIL IND-INGREDIENTE > 10
               MOVE "I" TO REC-TAB-TIPO(IND-INGREDIENTE)
               MOVE 1 TO REC-TAB-QTD(IND-INGREDIENTE, 1)
               MOVE 2 TO REC-TAB-QTD(IND-INGREDIENTE, 2)
               MOVE 3 TO REC-TAB-QTD(IND-INGREDIENTE, 3)
           END-PERFORM.
           MOVE "B" TO REC-TAB-TIPO(11).
           MOVE "MASSA"           TO TAB-INGREDIENTES-NOMES(11).
           MOVE 1 TO REC-TAB-QTD(11, 1).
           MOVE 1 TO REC-TAB-QTD(11, 2).
           MOVE 1 TO REC-TAB-QTD(11, 3).
           MOVE "B" TO REC-TAB-TIPO(12).
           MOVE "MOLHO DE TOMATE" TO TAB-INGREDIENTES-NOMES(12).
           MOVE 1 TO REC-TAB-QTD(12, 1).
           MOVE 2 TO REC-TAB-QTD(12, 2).
           MOVE 3 TO REC-TAB-QTD(12, 3).
           MOVE "B" TO REC-TAB-TIPO(13).
           MOVE "MOZZARELLA"      TO TAB-INGREDIENTES-NOMES(13).
           MOVE 1 TO REC-TAB-QTD(13, 1).
           MOVE 2 TO REC-TAB-QTD(13, 2).
           MOVE 3 TO REC-TAB-QTD(13, 3).
       END PROGRAM CustoMargem.
