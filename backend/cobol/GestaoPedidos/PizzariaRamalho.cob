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

           SELECT OPTIONAL CONTROLE ASSIGN TO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CARDAPIO-STATUS.

           SELECT OPTIONAL RECEITAS ASSIGN TO
           "D:/Monique/Documents/Projetos/iefp/Carlos/cobol808/RECEITAS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REC-STATUS.

           SELECT OPTIONAL MOVIMENTOS ASSIGN TO
           "D:/Monique/Documents/Projetos/iefp/Carlos/cobol808/MOVIMENTOS-STOCK.TXT"
           RECORD KEY IS CLI-CONTATO
           FILE STATUS IS CLI-STATUS.

           SELECT OPTIONAL CONTAS-CREDITO ASSIGN TO
           "D:/Monique/Documents/Projetos/iefp/Carlos/cobol808/CONTAS-CREDITO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CCR-CONTATO
           FILE STATUS IS CCR-STATUS.

           SELECT OPTIONAL CONTA-CORRENTE ASSIGN TO
           "D:/Monique/Documents/Projetos/iefp/Carlos/cobol808/CONTA-CORRENTE.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CCM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CONTROLE.
           05 CTL-DATA                                   PIC 9(8).
           05 CTL-SEQ                                    PIC 9(4).

       FD CARDAPIO.
       01 REGISTO-CARDAPIO.
           05 CARDAPIO-TIPO                                 PIC X(01).
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

       FD ESTOQUE.
       01 REGISTO-ESTOQUE.
           05 EST-CODIGO                                PIC 99.

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
           05 PED-PROMOCAO                               PIC X(10).
           05 PED-PROMO-DESCONTO                         PIC 99V99.
           05 PED-NIF                                    PIC 9(9).
           05 PED-FATURA.
               10 PED-FATURA-ANO                         PIC 9(4).
               10 PED-FATURA-NUM                         PIC 9(6).
           05 PED-COZINHA                                PIC X(01).
              88 PED-FEITO                                VALUE "F".
           05 PED-HORA-FEITO                             PIC 9(6).

       FD MOVIMENTOS.
       01 REGISTO-MOVIMENTO.
           05 CLI-PONTOS                                PIC 9(5).
           05 CLI-ULTIMA-DATA                           PIC 9(8).

       FD CONTAS-CREDITO.
       01 REGISTO-CONTA-CREDITO.
           05 CCR-CONTATO                               PIC 9(9).
           05 CCR-EMPRESA                               PIC X(30).
           05 CCR-NIF                                   PIC 9(9).
           05 CCR-LIMITE                                PIC 9(5)V99.
           05 CCR-SALDO                                 PIC 9(6)V99.
           05 CCR-ESTADO                                PIC X(01).
              88 CCR-ATIVA                               VALUE "A".
              88 CCR-SUSPENSA                            VALUE "S".
           05 CCR-DATA-ABERTURA                         PIC 9(8).

       FD CONTA-CORRENTE.
       01 REGISTO-CONTA-CORRENTE.
           05 CCM-DATA                                  PIC 9(8).
           05 CCM-HORA                                  PIC 9(6).
           05 CCM-CONTATO                               PIC 9(9).
           05 CCM-TIPO                                  PIC X(01).
              88 CCM-DEBITO                              VALUE "D".
              88 CCM-RECEBIMENTO                         VALUE "R".
              88 CCM-ANULACAO                            VALUE "A".
           05 CCM-PEDIDO-DATA                           PIC 9(8).
           05 CCM-PEDIDO-NUM                            PIC 9(4).
           05 CCM-VALOR                                 PIC 9(5)V99.
           05 CCM-METODO                                PIC 9.
           05 CCM-OPERADOR                              PIC 9(2).
           05 CCM-REFERENCIA                            PIC X(20).

       WORKING-STORAGE SECTION.
       77 PEDIDOS-STATUS                                 PIC X(02).
       77 MOV-STATUS                                     PIC X(02).
       77 CTL-STATUS                                     PIC X(02).
       77 EST-STATUS                                     PIC X(02).
       77 CARDAPIO-STATUS                                    PIC X(02).
       77 REC-STATUS                                     PIC X(02).
       77 CLIENTE                                   PIC X(20).
       77 NUMPEDIDO                                 PIC 9(4) VALUE 1.
       77 NUMPEDIDO-INICIAL                         PIC 9(4) VALUE 0.
       77 PEDIDOS-STATUS-ESCRITA                         PIC X(02).
       77 PEDIDO-GRAVADO                            PIC X VALUE "N".
           88 PEDIDO-GRAVADO-OK                     VALUE "S".
       77 DATA-HOJE-NUM                              PIC 9(8) VALUE 0.
       77 CONTATO                                   PIC 9(9).

           05 TAB-PRECO-TAMANHO                     PIC 9V99 OCCURS 3.

       01 TAB-ESTOQUE.
           05 EST-QTD-INGREDIENTE                   PIC 9(4) OCCURS 13
                                                     VALUE 0.
       77 EST-QTD-INICIAL                           PIC 9(4) VALUE 50.
       77 EST-IND                                   PIC 99.
       77 QTD-CONSUMO                               PIC 9(4) VALUE 0.
       01 TAB-CONSUMO-PEDIDO.
           05 CONSUMO-PIZZA                         OCCURS 5.
              10 CONSUMO-QTD                        PIC 9(4) OCCURS 13.
       77 BASE-DISPONIVEL                           PIC X VALUE "S".
           88 BASE-ESGOTADA                         VALUE "N".
       77 BASE-EM-FALTA                             PIC X(20).

       01 TAB-RECEITAS.
           05 REC-ENTRY OCCURS 13.
               10 REC-TAB-TIPO                      PIC X(01).
                  88 REC-TAB-BASE                   VALUE "B".
               10 REC-TAB-NOME                      PIC X(20).
               10 REC-TAB-QTD                       PIC 9(3) OCCURS 3.
       77 LINHA-PAINEL                              PIC 99.

       77 NUMERO-INGREDIENTES                       PIC 9  VALUE 0.
           88 VALIDAR-REPETIR                   VALUE 'S', 's', 'n' 'N'.

       77 PAGAMENTO                                 PIC 9.
           88 VALIDAR-PAGAMENTO                     VALUE 1 THRU 4.
           88 PAGAMENTO-A-CREDITO                   VALUE 4.
       77 NUM-PAGAMENTOS                            PIC 9 VALUE 1.
           88 VALIDAR-NUM-PAGAMENTOS                VALUE 1 THRU 3.
       77 IND-PAG                                   PIC 9.
       77 DESCONTO-NUM                              PIC 99V99 VALUE 0.
       77 DESCONTO-SAIDA                            PIC ZZ9.99.

       77 OPERADOR-NUMERO                            PIC 9(2).
       77 OPERADOR-VALIDO                            PIC X VALUE "N".
           88 OPERADOR-OK                            VALUE "S".
       77 OPERADOR-PAPEIS                            PIC X(04).
       77 PIN-DIGITADO                               PIC 9(4).
       77 PIN-MODO                                   PIC X VALUE "V".
       77 PIN-PAPEL                                  PIC 9 VALUE 1.
       77 PIN-PROGRAMA                               PIC X(20)
                                                      VALUE "PizzariaRamalho".
       77 PIN-RESULTADO                              PIC 9.
       77 PIN-HASH                                   PIC 9(10).
       77 PIN-MENSAGEM                               PIC X(40).
       77 PIN-AUTORIZADOR                            PIC 9(2) VALUE 0.

       77 CLI-STATUS                                 PIC X(02).
       77 CLIENTE-HABITUAL                           PIC X VALUE "N".
       77 VALOR-PONTOS-NUM                           PIC 99V99 VALUE 5.
       77 TOTAL-GASTO-SAIDA                          PIC ZZZZ,ZZ9.99.

       77 CCR-STATUS                                 PIC X(02).
       77 DEBITO-GRAVADO                            PIC X VALUE "N".
           88 DEBITO-OK                             VALUE "S".
       77 CCM-STATUS                                 PIC X(02).
       77 CLIENTE-CREDITO                            PIC X VALUE "N".
           88 CLIENTE-TEM-CREDITO                    VALUE "S".
       77 CREDITO-NO-LIMITE                          PIC X VALUE "S".
           88 CREDITO-OK                             VALUE "S".
       77 CREDITO-DISPONIVEL                         PIC 9(6)V99 VALUE 0.
       77 CREDITO-DISPONIVEL-SAIDA                   PIC ZZZ,ZZ9.99.
       77 VALOR-A-CREDITO                            PIC 99V99 VALUE 0.
       77 VALOR-A-CREDITO-SAIDA                      PIC ZZ9.99.

       01 VALOR-PIZZA.
           05 VALOR-PIZZA-NUM                       PIC 99V99 VALUE 0.
           05 VALOR-PIZZA-SAIDA                     PIC ZZ9.99.
           05 COL 18 VALUE "DATA: "                              LINE 6.
           05 COL 36 VALUE "HORA: "                              LINE 6.
           05 COL 1 VALUE "OPERADOR: "                           LINE 4.
           05 COL 16 VALUE "PIN: "                               LINE 4.
           05 COL 1 VALUE
           "--------------------------------------------------"
           LINE 8.
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
                       MOVE REC-NOME TO REC-TAB-NOME(REC-CODIGO)
                       MOVE REC-QTD-TAMANHO(1) TO REC-TAB-QTD(REC-CODIGO, 1)
                       MOVE REC-QTD-TAMANHO(2) TO REC-TAB-QTD(REC-CODIGO, 2)
                       MOVE REC-QTD-TAMANHO(3) TO REC-TAB-QTD(REC-CODIGO, 3)
                   END-IF
                   PERFORM LER-PROXIMA-RECEITA
               END-PERFORM
               CLOSE RECEITAS
           END-IF.

       CARREGA-ESTOQUE.
           OPEN INPUT ESTOQUE.
           IF (EST-STATUS NOT = "00") THEN
               CLOSE ESTOQUE
               PERFORM VARYING EST-IND FROM 1 BY 1 UNTIL EST-IND > 13
                   MOVE EST-QTD-INICIAL TO EST-QTD-INGREDIENTE(EST-IND)
               END-PERFORM
               PERFORM GRAVAR-ESTOQUE
           ELSE
               PERFORM VARYING EST-IND FROM 11 BY 1 UNTIL EST-IND > 13
                   MOVE EST-QTD-INICIAL TO EST-QTD-INGREDIENTE(EST-IND)
               END-PERFORM
               PERFORM LER-REGISTO-ESTOQUE
               PERFORM UNTIL EST-STATUS = "10"
                   IF (EST-CODIGO >= 1 AND EST-CODIGO <= 13) THEN
                       MOVE EST-QUANTIDADE
                       TO EST-QTD-INGREDIENTE(EST-CODIGO)
                   END-IF
                   PERFORM LER-REGISTO-ESTOQUE
               END-PERFORM
               CLOSE ESTOQUE
                DISPLAY "PONTOS: " PONTOS-DISPONIVEIS        LINE 7 COL 60
            END-IF.
            CLOSE CLIENTES.
            MOVE "N" TO CLIENTE-CREDITO.
            IF (CLIENTE-EXISTE) THEN
                PERFORM CONSULTAR-CONTA-CREDITO
                IF (CLIENTE-TEM-CREDITO) THEN
                    MOVE CREDITO-DISPONIVEL TO CREDITO-DISPONIVEL-SAIDA
                    DISPLAY "CONTA A CREDITO - DISPONIVEL: "
                    CREDITO-DISPONIVEL-SAIDA " EUR"          LINE 7 COL 76
                END-IF
            END-IF.

       PROCESSAR-PIZZAS.
            MOVE 0 TO NUM-PIZZAS.

            MOVE 0 TO SOMA-PAGAMENTOS.
            PERFORM RECOLHER-LINHAS-PAGAMENTO
            PERFORM VERIFICAR-LIMITE-CREDITO
            PERFORM UNTIL SOMA-PAGAMENTOS = VALOR-TOTAL-NUM AND CREDITO-OK
                IF (SOMA-PAGAMENTOS NOT = VALOR-TOTAL-NUM) THEN
                    MOVE SOMA-PAGAMENTOS TO SOMA-PAGAMENTOS-SAIDA
                    DISPLAY "SOMA " SOMA-PAGAMENTOS-SAIDA " DIFERE DO "
                    "TOTAL - REPITA OS PAGAMENTOS"          LINE 28 COL 1
                ELSE
                    MOVE CREDITO-DISPONIVEL TO CREDITO-DISPONIVEL-SAIDA
                    DISPLAY "LIMITE DE CREDITO EXCEDIDO (DISPONIVEL "
                    CREDITO-DISPONIVEL-SAIDA " EUR) - REPITA OS "
                    "PAGAMENTOS"                            LINE 28 COL 1
                END-IF
                MOVE 0 TO SOMA-PAGAMENTOS
                PERFORM RECOLHER-LINHAS-PAGAMENTO
                PERFORM VERIFICAR-LIMITE-CREDITO
            END-PERFORM.
            DISPLAY SPACES                                 LINE 28 COL 1.
            MOVE PAG-LINHA-METODO(1) TO PAGAMENTO.
                  MOVE "N" TO QUER-FATURA
                  MOVE "N" TO FATURA-EMITIDA
                  MOVE 0 TO NIF-CLIENTE
                  MOVE "N" TO CLIENTE-CREDITO
                  MOVE 0 TO CREDITO-DISPONIVEL
                  MOVE 0 TO VALOR-A-CREDITO
                  MOVE ALL 'N' TO INGREDIENTES-REPETIDOS
                  GO TO MAIN-PROCEDURE
              ELSE
       STOP RUN.

       GRAVAR-PEDIDO.
           OPEN I-O PEDIDOS.
           IF (PEDIDOS-STATUS = "35") THEN
               OPEN OUTPUT PEDIDOS
               CLOSE PEDIDOS
               OPEN I-O PEDIDOS
           END-IF.
           IF (PEDIDOS-STATUS NOT = "00" AND PEDIDOS-STATUS NOT = "05")
           THEN
               DISPLAY "ERRO AO ABRIR OS PEDIDOS (ESTADO " PEDIDOS-STATUS
               ") - PEDIDO NAO GRAVADO. AVISE O GERENTE."   LINE 29 COL 1
               PERFORM CARREGA-ESTOQUE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO REGISTO-PEDIDO.
           MOVE NUMPEDIDO TO PED-NUMERO.
           MOVE NUMPEDIDO TO NUMPEDIDO-INICIAL.
           MOVE CLIENTE TO PED-CLIENTE.
           MOVE CONTATO TO PED-CONTATO.
           MOVE ANO TO PED-ANO.
                   MOVE 0 TO PED-PAG-VALOR(IND-PAG)
               END-IF
           END-PERFORM.
           MOVE SPACE TO PED-COZINHA.
           MOVE 0 TO PED-HORA-FEITO.
           MOVE "N" TO PEDIDO-GRAVADO.
           PERFORM UNTIL PEDIDO-GRAVADO-OK
               WRITE REGISTO-PEDIDO
                   INVALID KEY
                       ADD 1 TO NUMPEDIDO
                       MOVE NUMPEDIDO TO PED-NUMERO
               END-WRITE
               MOVE PEDIDOS-STATUS TO PEDIDOS-STATUS-ESCRITA
               IF (PEDIDOS-STATUS-ESCRITA NOT = "22") THEN
                   MOVE "S" TO PEDIDO-GRAVADO
               END-IF
           END-PERFORM.
           CLOSE PEDIDOS.
           IF (PEDIDOS-STATUS-ESCRITA(1:1) NOT = "0") THEN
               DISPLAY "ERRO AO GRAVAR O PEDIDO (ESTADO "
               PEDIDOS-STATUS-ESCRITA
               ") - AVISE O GERENTE."                       LINE 29 COL 1
               IF (FATURA-OK) THEN
                   PERFORM DEVOLVER-NUMERO-FATURA
                   MOVE "N" TO FATURA-EMITIDA
               END-IF
               PERFORM CARREGA-ESTOQUE
               EXIT PARAGRAPH
           END-IF.
           IF (PED-NUMERO NOT = NUMPEDIDO-INICIAL) THEN
               DISPLAY "NUMERO JA USADO NOUTRO POSTO - PEDIDO GRAVADO "
               "COMO " NUMPEDIDO "."                         LINE 29 COL 1
           END-IF.

           PERFORM ATUALIZAR-CLIENTE.

           IF (VALOR-A-CREDITO > 0) THEN
               PERFORM LANCAR-CONTA-CREDITO
           END-IF.

           IF (FATURA-OK) THEN
               PERFORM EMITIR-FATURA
           END-IF.

           PERFORM GRAVAR-MOVIMENTOS-PEDIDO.

           PERFORM GRAVAR-ESTOQUE.

           PERFORM GRAVAR-CONTROLE-NUMPEDIDO.
           WRITE REGISTO-CTL-FAT.
           CLOSE CONTROLE-FATURA.

       DEVOLVER-NUMERO-FATURA.
           OPEN INPUT CONTROLE-FATURA.
           IF (CTLF-STATUS NOT = "00") THEN
               CLOSE CONTROLE-FATURA
               EXIT PARAGRAPH
           END-IF.
           READ CONTROLE-FATURA
               AT END MOVE 0 TO CTLF-SEQ
           END-READ.
           CLOSE CONTROLE-FATURA.
           IF (CTLF-ANO = ANO AND CTLF-SEQ = FATURA-SEQ) THEN
               OPEN OUTPUT CONTROLE-FATURA
               SUBTRACT 1 FROM CTLF-SEQ
               WRITE REGISTO-CTL-FAT
               CLOSE CONTROLE-FATURA
           END-IF.

       EMITIR-FATURA.
           OPEN EXTEND FATURAS.
           IF (FAT-STATUS = "35") THEN
           MOVE ALL "=" TO REGISTO-FATURA.
           WRITE REGISTO-FATURA.
           MOVE SPACES TO REGISTO-FATURA.
           IF (VALOR-A-CREDITO > 0) THEN
               STRING "FATURA FT " ANO "/" FATURA-SEQ
               DELIMITED BY SIZE INTO REGISTO-FATURA
           ELSE
               STRING "FATURA-RECIBO FT " ANO "/" FATURA-SEQ
               DELIMITED BY SIZE INTO REGISTO-FATURA
           END-IF.
           WRITE REGISTO-FATURA.
           MOVE SPACES TO REGISTO-FATURA.
           STRING "PIZZARIA E DERIVADOS, LDA - NIF 509876543"
           STRING "TOTAL: " VALOR-TOTAL-SAIDA " EUR"
           DELIMITED BY SIZE INTO REGISTO-FATURA.
           WRITE REGISTO-FATURA.
           IF (VALOR-A-CREDITO > 0) THEN
               MOVE VALOR-A-CREDITO TO VALOR-A-CREDITO-SAIDA
               MOVE SPACES TO REGISTO-FATURA
               STRING "A PAGAR NA CONTA A CREDITO: "
               VALOR-A-CREDITO-SAIDA " EUR"
               DELIMITED BY SIZE INTO REGISTO-FATURA
               WRITE REGISTO-FATURA
           END-IF.
           MOVE SPACES TO REGISTO-FATURA.
           STRING "IVA INCLUIDO A TAXA DE 23% - PROCESSADO POR "
           "COMPUTADOR" DELIMITED BY SIZE INTO REGISTO-FATURA.
           UNTIL IND-PAG > NUM-PAGAMENTOS
               MOVE 0 TO PAGAMENTO
               DISPLAY "PAGAMENTO " IND-PAG
               ": [1] DINHEIRO [2] MB [3] CARTAO [4] A CREDITO"
                                                          LINE 27 COL 1
               PERFORM UNTIL VALIDAR-PAGAMENTO
                   ACCEPT PAGAMENTO                       LINE 27 COL 60
                   IF NOT VALIDAR-PAGAMENTO
                       DISPLAY "OPCAO INVALIDA (1-4)"      LINE 28 COL 1
                   ELSE
                       IF (PAGAMENTO-A-CREDITO AND
                       NOT CLIENTE-TEM-CREDITO) THEN
                           DISPLAY "CLIENTE SEM CONTA A CREDITO"
                                                          LINE 28 COL 1
                           MOVE 0 TO PAGAMENTO
                       ELSE
                           DISPLAY "                           "
                                                          LINE 28 COL 1
                       END-IF
                   END-IF
               END-PERFORM
               MOVE PAGAMENTO TO PAG-LINHA-METODO(IND-PAG)
               IF (NUM-PAGAMENTOS = 1) THEN
                   MOVE VALOR-TOTAL-NUM TO PAG-LINHA-VALOR(1)
               ELSE
                   DISPLAY "VALOR PAGO NESTA FORMA: "      LINE 27 COL 64
                   ACCEPT PAG-LINHA-VALOR(IND-PAG)         LINE 27 COL 89
               END-IF
               ADD PAG-LINHA-VALOR(IND-PAG) TO SOMA-PAGAMENTOS
               DISPLAY SPACES                              LINE 27 COL 1
           END-PERFORM.

       CONSULTAR-CONTA-CREDITO.
           MOVE "N" TO CLIENTE-CREDITO.
           MOVE 0 TO CREDITO-DISPONIVEL.
           OPEN INPUT CONTAS-CREDITO.
           IF (CCR-STATUS NOT = "00") THEN
               CLOSE CONTAS-CREDITO
               EXIT PARAGRAPH
           END-IF.
           MOVE CONTATO TO CCR-CONTATO.
           READ CONTAS-CREDITO
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF (CCR-ATIVA AND CCR-LIMITE > 0) THEN
                       MOVE "S" TO CLIENTE-CREDITO
                       IF (CCR-SALDO < CCR-LIMITE) THEN
                           COMPUTE CREDITO-DISPONIVEL =
                               CCR-LIMITE - CCR-SALDO
                       END-IF
                   END-IF
           END-READ.
           CLOSE CONTAS-CREDITO.

       VERIFICAR-LIMITE-CREDITO.
           MOVE "S" TO CREDITO-NO-LIMITE.
           MOVE 0 TO VALOR-A-CREDITO.
           PERFORM VARYING IND-PAG FROM 1 BY 1
           UNTIL IND-PAG > NUM-PAGAMENTOS
               IF (PAG-LINHA-METODO(IND-PAG) = 4) THEN
                   ADD PAG-LINHA-VALOR(IND-PAG) TO VALOR-A-CREDITO
               END-IF
           END-PERFORM.
           IF (VALOR-A-CREDITO = 0) THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM CONSULTAR-CONTA-CREDITO.
           IF (NOT CLIENTE-TEM-CREDITO OR
           VALOR-A-CREDITO > CREDITO-DISPONIVEL) THEN
               MOVE "N" TO CREDITO-NO-LIMITE
           END-IF.

       LANCAR-CONTA-CREDITO.
           MOVE "N" TO DEBITO-GRAVADO.
           OPEN I-O CONTAS-CREDITO.
           IF (CCR-STATUS NOT = "00") THEN
               CLOSE CONTAS-CREDITO
               DISPLAY "CONTAS A CREDITO INDISPONIVEIS (ESTADO " CCR-STATUS
               ") - DEBITO NAO LANCADO. O GERENTE DEVE LANCA-LO."
                                                          LINE 34 COL 1
               EXIT PARAGRAPH
           END-IF.
           MOVE CONTATO TO CCR-CONTATO.
           READ CONTAS-CREDITO
               INVALID KEY
                   DISPLAY "CONTA A CREDITO NAO ENCONTRADA - AVISE O "
                   "GERENTE."                               LINE 34 COL 1
               NOT INVALID KEY
                   ADD VALOR-A-CREDITO TO CCR-SALDO
                   REWRITE REGISTO-CONTA-CREDITO
                       INVALID KEY
                           DISPLAY "ERRO AO ATUALIZAR A CONTA A CREDITO"
                                                          LINE 34 COL 1
                       NOT INVALID KEY
                           MOVE "S" TO DEBITO-GRAVADO
                   END-REWRITE
           END-READ.
           CLOSE CONTAS-CREDITO.
           IF (NOT DEBITO-OK) THEN
               DISPLAY "DEBITO NAO LANCADO NA CONTA A CREDITO - O "
               "GERENTE DEVE LANCA-LO MANUALMENTE."        LINE 35 COL 1
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND CONTA-CORRENTE.
           IF (CCM-STATUS = "35") THEN
               OPEN OUTPUT CONTA-CORRENTE
           END-IF.
           COMPUTE CCM-DATA = ANO * 10000 + MES * 100 + DIA.
           COMPUTE CCM-HORA = HORAS * 10000 + MINUTOS * 100 + SEGUNDOS.
           MOVE CONTATO TO CCM-CONTATO.
           MOVE "D" TO CCM-TIPO.
           MOVE CCM-DATA TO CCM-PEDIDO-DATA.
           MOVE NUMPEDIDO TO CCM-PEDIDO-NUM.
           MOVE VALOR-A-CREDITO TO CCM-VALOR.
           MOVE 4 TO CCM-METODO.
           MOVE OPERADOR-NUMERO TO CCM-OPERADOR.
           MOVE SPACES TO CCM-REFERENCIA.
           STRING "PEDIDO " NUMPEDIDO DELIMITED BY SIZE
           INTO CCM-REFERENCIA.
           WRITE REGISTO-CONTA-CORRENTE.
           CLOSE CONTA-CORRENTE.

       GRAVAR-CONTROLE-NUMPEDIDO.
           OPEN OUTPUT CONTROLE.
           COMPUTE CTL-DATA = ANO * 10000 + MES * 100 + DIA.
               AT END MOVE "10" TO EST-STATUS
           END-READ.

       LER-PROXIMA-RECEITA.
           READ RECEITAS
               AT END MOVE "10" TO REC-STATUS
           END-READ.

       GRAVAR-ESTOQUE.
           OPEN OUTPUT ESTOQUE.
           PERFORM VARYING EST-IND FROM 1 BY 1 UNTIL EST-IND > 13
               MOVE EST-IND TO EST-CODIGO
               MOVE EST-QTD-INGREDIENTE(EST-IND) TO EST-QUANTIDADE
               WRITE REGISTO-ESTOQUE
           MOVE 4 TO TAB-PRECO-TAMANHO(2).
           MOVE 5 TO TAB-PRECO-TAMANHO(3).

       CARREGA-RECEITAS-OMISSAO.
           PERFORM VARYING EST-IND FROM 1 BY 1 UNTIL EST-IND > 10
               MOVE "I" TO REC-TAB-TIPO(EST-IND)
               MOVE TAB-INGREDIENTES(EST-IND) TO REC-TAB-NOME(EST-IND)
               MOVE 1 TO REC-TAB-QTD(EST-IND, 1)
               MOVE 2 TO REC-TAB-QTD(EST-IND, 2)
               MOVE 3 TO REC-TAB-QTD(EST-IND, 3)
           END-PERFORM.
           MOVE "B" TO REC-TAB-TIPO(11).
           MOVE "MASSA" TO REC-TAB-NOME(11).
           MOVE 1 TO REC-TAB-QTD(11, 1).
           MOVE 1 TO REC-TAB-QTD(11, 2).
           MOVE 1 TO REC-TAB-QTD(11, 3).
           MOVE "B" TO REC-TAB-TIPO(12).
           MOVE "MOLHO DE TOMATE" TO REC-TAB-NOME(12).
           MOVE 1 TO REC-TAB-QTD(12, 1).
           MOVE 2 TO REC-TAB-QTD(12, 2).
           MOVE 3 TO REC-TAB-QTD(12, 3).
           MOVE "B" TO REC-TAB-TIPO(13).
           MOVE "MOZZARELLA" TO REC-TAB-NOME(13).
           MOVE 1 TO REC-TAB-QTD(13, 1).
           MOVE 2 TO REC-TAB-QTD(13, 2).
           MOVE 3 TO REC-TAB-QTD(13, 3).

       CALCULAR-DESCONTO-PROMOCAO.
            MOVE 0 TO DESCONTO-PROMO-NUM.
            IF (PROMO-TAB-TIPO(IND-PROMO) = "P") THEN
              IF NOT VALIDAR-TAMANHO-PIZZA
                 DISPLAY "TAMANHO INVALIDO (1-3)"              AT 1129
              ELSE
                 PERFORM VERIFICAR-STOCK-BASE
                 IF (BASE-ESGOTADA) THEN
                    DISPLAY "SEM STOCK: " BASE-EM-FALTA        AT 1129
                    MOVE 0 TO TAMANHO-PIZZA
                 ELSE
                    DISPLAY "                               "  AT 1129
                 END-IF
                END-IF
            END-PERFORM.

                           DISPLAY 'INGREDIENTE-REPETIDO'
                           LINE LINHA COL 25
                       ELSE
                           IF EST-QTD-INGREDIENTE (CODIGO-INGREDIENTE) <
                           REC-TAB-QTD (CODIGO-INGREDIENTE, TAMANHO-PIZZA)
                               DISPLAY "INGREDIENTE ESGOTADO"
                               LINE LINHA COL 25
                           ELSE
            MOVE TAMANHO-PIZZA TO PIZZA-TAMANHO(NUM-PIZZAS).
            MOVE INGREDIENTES-REPETIDOS
            TO PIZZA-INGREDIENTES-GRP(NUM-PIZZAS).
            PERFORM VARYING EST-IND FROM 1 BY 1 UNTIL EST-IND > 13
                MOVE 0 TO QTD-CONSUMO
                IF (REC-TAB-BASE(EST-IND)) THEN
                    MOVE REC-TAB-QTD(EST-IND, TAMANHO-PIZZA)
                    TO QTD-CONSUMO
                ELSE
                    IF (EST-IND <= 10) THEN
                        IF (INGREDIENTE-REPETIDO(EST-IND) = 'S') THEN
                            MOVE REC-TAB-QTD(EST-IND, TAMANHO-PIZZA)
                            TO QTD-CONSUMO
                        END-IF
                    END-IF
                END-IF
                IF (QTD-CONSUMO > EST-QTD-INGREDIENTE(EST-IND)) THEN
                    MOVE EST-QTD-INGREDIENTE(EST-IND) TO QTD-CONSUMO
                END-IF
                SUBTRACT QTD-CONSUMO FROM EST-QTD-INGREDIENTE(EST-IND)
                MOVE QTD-CONSUMO TO CONSUMO-QTD(NUM-PIZZAS, EST-IND)
            END-PERFORM.
            MOVE VALOR-PIZZA-NUM TO VALOR-POR-PIZZA(NUM-PIZZAS).
            ADD VALOR-PIZZA-NUM TO SUBTOTAL-PEDIDO-NUM.
            ADD VALOR-TOTAL-EXTRAS-NUM TO EXTRAS-PEDIDO-NUM.
            MOVE 0 TO VALOR-TOTAL-EXTRAS-NUM.
            MOVE 17 TO LINHA.

       VERIFICAR-STOCK-BASE.
            MOVE "S" TO BASE-DISPONIVEL.
            PERFORM VARYING EST-IND FROM 1 BY 1 UNTIL EST-IND > 13
                IF (REC-TAB-BASE(EST-IND) AND
                EST-QTD-INGREDIENTE(EST-IND) <
                REC-TAB-QTD(EST-IND, TAMANHO-PIZZA)) THEN
                    MOVE "N" TO BASE-DISPONIVEL
                    MOVE REC-TAB-NOME(EST-IND) TO BASE-EM-FALTA
                END-IF
            END-PERFORM.

       GRAVAR-MOVIMENTOS-PEDIDO.
            OPEN EXTEND MOVIMENTOS.
            IF (MOV-STATUS = "35") THEN
                OPEN OUTPUT MOVIMENTOS
            END-IF.
            PERFORM VARYING IND-PIZZA FROM 1 BY 1
                UNTIL IND-PIZZA > NUM-PIZZAS
                PERFORM VARYING EST-IND FROM 1 BY 1 UNTIL EST-IND > 13
                    IF (CONSUMO-QTD(IND-PIZZA, EST-IND) > 0) THEN
                        MOVE CONSUMO-QTD(IND-PIZZA, EST-IND)
                        TO QTD-CONSUMO
                        PERFORM GRAVAR-MOVIMENTO-SAIDA
                    END-IF
                END-PERFORM
            END-PERFORM.
            CLOSE MOVIMENTOS.

       GRAVAR-MOVIMENTO-SAIDA.
            MOVE ANO TO MOV-ANO.
            MOVE MES TO MOV-MES.
            MOVE SEGUNDOS TO MOV-SEGUNDOS.
            MOVE EST-IND TO MOV-CODIGO.
            MOVE "S" TO MOV-TIPO.
            MOVE QTD-CONSUMO TO MOV-QUANTIDADE.
            MOVE SPACES TO MOV-ORIGEM.
            STRING "PEDIDO " NUMPEDIDO DELIMITED BY SIZE
            INTO MOV-ORIGEM.
       VALIDAR-OPERADOR.
            MOVE "N" TO OPERADOR-VALIDO.
            PERFORM UNTIL OPERADOR-OK
                DISPLAY "    "                                 AT 0411
                DISPLAY "    "                                 AT 0421
                ACCEPT OPERADOR-NUMERO                          AT 0411
                ACCEPT PIN-DIGITADO                 AT 0421 WITH SECURE
                CALL "VERIFICARPIN" USING PIN-MODO, OPERADOR-NUMERO,
                    PIN-DIGITADO, PIN-PAPEL, PIN-PROGRAMA, PIN-RESULTADO,
                    OPERADOR-PAPEIS, PIN-HASH, PIN-MENSAGEM, PIN-AUTORIZADOR
                IF (PIN-RESULTADO = 0) THEN
                    MOVE "S" TO OPERADOR-VALIDO
                    DISPLAY SPACES                              LINE 34 COL 1
                ELSE
                    DISPLAY PIN-MENSAGEM                        LINE 34 COL 1
                END-IF
            END-PERFORM.

       END PROGRAM PizzariaRamalho.
