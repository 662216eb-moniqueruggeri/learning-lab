       >>SOURCE FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ExportarSaft.

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

           SELECT OPTIONAL CLIENTES ASSIGN TO
           "D:/Monique/Documents/Projetos/iefp/Carlos/cobol808/CLIENTES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLI-CONTATO
           FILE STATUS IS CLI-STATUS.

           SELECT SAFT ASSIGN TO CAMINHO-SAFT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SAFT-STATUS.

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

       FD CLIENTES.
       01 REGISTO-CLIENTE.
           05 CLI-CONTATO                               PIC 9(9).
           05 CLI-NOME                                  PIC X(20).
           05 CLI-NUM-PEDIDOS                           PIC 9(5).
           05 CLI-TOTAL-GASTO                           PIC 9(7)V99.
           05 CLI-PONTOS                                PIC 9(5).
           05 CLI-ULTIMA-DATA                           PIC 9(8).

       FD SAFT.
       01 REGISTO-SAFT                                   PIC X(250).

       WORKING-STORAGE SECTION.
       77 PEDIDOS-STATUS                                 PIC X(02).
       77 CARDAPIO-STATUS                                PIC X(02).
       77 CLI-STATUS                                     PIC X(02).
       77 SAFT-STATUS                                    PIC X(02).
       77 CAMINHO-SAFT                                   PIC X(120).
       77 NOME-FICHEIRO-SAFT                             PIC X(20).
       77 FIM-PEDIDOS                                    PIC X VALUE "N".
           88 NAO-HA-MAIS-PEDIDOS                        VALUE "S".
       77 CLIENTES-ABERTO                                PIC X VALUE "N".
           88 CLIENTES-DISPONIVEL                        VALUE "S".
       77 TABELA-CHEIA                                   PIC X VALUE "N".
           88 TABELA-ESGOTADA                            VALUE "S".

       77 ANO-PROCURADO                                  PIC 9(4).
       77 MES-PROCURADO                                  PIC 9(2).
       77 PERIODO-PROCURADO                              PIC 9(6).
       77 PERIODO-PEDIDO                                 PIC 9(6).
       77 DATA-INICIO-NUM                                PIC 9(8).
       77 DATA-FIM-NUM                                   PIC 9(8).
       77 DIA-FIM-MES                                    PIC 9(2).

       01 DATA-ATUAL.
           05 ANO                                   PIC 9(4).
           05 MES                                   PIC 9(2).
           05 DIA                                   PIC 9(2).
       01 HORA-ATUAL.
           05 HORAS                                 PIC 9(2).
           05 MINUTOS                               PIC 9(2).
           05 SEGUNDOS                              PIC 9(2).

       77 NUM-FATURAS                                    PIC 9(4) VALUE 0.
       77 NUM-ANULADAS                                   PIC 9(4) VALUE 0.
       77 IND-FATURA                                     PIC 9(4).
       77 IND-FATURA-2                                   PIC 9(4).
       77 ULTIMA-FATURA-ANTERIOR                         PIC 9(6) VALUE 0.
       77 FATURA-ESPERADA                                PIC 9(6).
       77 FALTA-ATE                                      PIC 9(6).
       77 NUM-PROBLEMAS                                  PIC 9(4) VALUE 0.
       01 TAB-FATURAS.
           05 FAT-ENTRY OCCURS 2000.
               10 FAT-CHAVE.
                   15 FAT-ANO                            PIC 9(4).
                   15 FAT-NUM                            PIC 9(6).
               10 FAT-PEDIDO                             PIC X(260).
       01 FAT-TEMP.
           05 FAT-TEMP-CHAVE                             PIC X(10).
           05 FAT-TEMP-PEDIDO                            PIC X(260).

       77 NUM-CLIENTES-SAFT                              PIC 9(4) VALUE 0.
       77 IND-CLIENTE                                    PIC 9(4).
       77 NIF-CLIENTE                                    PIC 9(9).
       01 TAB-CLIENTES-SAFT.
           05 CS-ENTRY OCCURS 2000.
               10 CS-NIF                                 PIC 9(9).
               10 CS-NOME                                PIC X(20).
               10 CS-MORADA                              PIC X(40).
               10 CS-CONTATO                             PIC 9(9).

       01 TABELAS.
           05 TAB-INGREDIENTES                      PIC X(20) OCCURS 10.
           05 TAB-PRECOS                            PIC 9V99 OCCURS 10.
       01 TAB-TAMANHOS.
           05 TAB-PRECO-TAMANHO                     PIC 9V99 OCCURS 3.
           05 TAB-NOMES-TAMANHO                     PIC X(10) OCCURS 3.
       77 IND-PRODUTO                                    PIC 99.
       77 IND-PIZZA                                      PIC 9.
       77 IND-INGREDIENTE                                PIC 99.

       77 NUM-LINHAS                                     PIC 9.
       77 IND-LINHA                                      PIC 9.
       77 ULTIMA-PIZZA                                   PIC 9.
       01 TAB-LINHAS.
           05 LIN-ENTRY OCCURS 6.
               10 LIN-CODIGO                             PIC X(10).
               10 LIN-PRODUTO                            PIC X(30).
               10 LIN-DESCRICAO                          PIC X(150).
               10 LIN-VALOR                              PIC 9(4)V99.
               10 LIN-DESCONTO                           PIC 9(4)V99.
               10 LIN-LIQUIDO                            PIC 9(4)V99.
       77 POS-DESCRICAO                                  PIC 9(3).
       77 NUM-EXTRAS-PIZZA                               PIC 99.
       77 SOMA-LINHAS                                    PIC 9(5)V99.
       77 DIFERENCA-LINHAS                               PIC S9(5)V99.
       77 BASE-DOCUMENTO                                 PIC 9(5)V99.
       77 DESCONTO-DOCUMENTO                             PIC S9(5)V99.
       77 DESCONTO-ACUMULADO                             PIC 9(5)V99.
       77 TOTAL-CREDITO                                  PIC 9(8)V99
                                                          VALUE 0.

       77 NIVEL-XML                                      PIC 99.
       77 TAG-XML                                        PIC X(40).
       77 VALOR-XML                                      PIC X(200).
       77 POS-SAFT                                       PIC 9(3).
       77 TEXTO-ORIGEM                                   PIC X(150).
       77 TAM-TEXTO                                      PIC 9(3).
       77 IND-CHAR                                       PIC 9(3).
       77 POS-VALOR                                      PIC 9(3).
       77 VALOR-MONETARIO                                PIC Z(7)9.99.
       77 QTD-SAIDA                                      PIC Z(4)9.
       77 FATURA-SAIDA                                   PIC X(20).
       77 DATA-XML                                       PIC X(10).
       77 DATA-HORA-XML                                  PIC X(19).

       77 EMPRESA-NOME                                   PIC X(40)
                               VALUE "PIZZARIA E DERIVADOS, LDA".
       77 EMPRESA-NOME-COMERCIAL                         PIC X(40)
                               VALUE "PIZZARIA RAMALHO".
       77 EMPRESA-NIF                                    PIC X(09)
                               VALUE "509876543".
       77 EMPRESA-MORADA                                 PIC X(40)
                               VALUE "Desconhecido".
       77 EMPRESA-LOCALIDADE                             PIC X(30)
                               VALUE "Desconhecido".
       77 EMPRESA-CODIGO-POSTAL                          PIC X(08)
                               VALUE "0000-000".
       77 TAXA-IVA-NORMAL                                PIC X(02)
                               VALUE "23".

       PROCEDURE DIVISION.
       CARREGA-TABELAS.
           PERFORM CARREGA-TABELAS-OMISSAO.
           OPEN INPUT CARDAPIO.
           IF (CARDAPIO-STATUS NOT = "00") THEN
               CLOSE CARDAPIO
           ELSE
               PERFORM LER-PROXIMO-CARDAPIO
               PERFORM UNTIL CARDAPIO-STATUS = "10"
                   EVALUATE CARDAPIO-TIPO
                       WHEN "I"
                           MOVE CARDAPIO-NOME
                           TO TAB-INGREDIENTES(CARDAPIO-CODIGO)
                           MOVE CARDAPIO-PRECO TO TAB-PRECOS(CARDAPIO-CODIGO)
                       WHEN "T"
                           MOVE CARDAPIO-PRECO
                           TO TAB-PRECO-TAMANHO(CARDAPIO-CODIGO)
                   END-EVALUATE
                   PERFORM LER-PROXIMO-CARDAPIO
               END-PERFORM
               CLOSE CARDAPIO
           END-IF.

       MAIN-PROCEDURE.
           DISPLAY "PIZZARIA RAMALHO - EXPORTACAO SAF-T (PT)".
           DISPLAY "----------------------------------------------".

           DISPLAY "ANO A EXPORTAR: ".
           ACCEPT ANO-PROCURADO.
           DISPLAY "MES A EXPORTAR (1-12): ".
           ACCEPT MES-PROCURADO.
           IF (MES-PROCURADO < 1 OR MES-PROCURADO > 12) THEN
               DISPLAY "MES INVALIDO. NADA FOI EXPORTADO."
               GO TO FIM-PROGRAMA
           END-IF.
           COMPUTE PERIODO-PROCURADO =
               ANO-PROCURADO * 100 + MES-PROCURADO.

           OPEN INPUT PEDIDOS.
           IF (PEDIDOS-STATUS NOT = "00") THEN
               CLOSE PEDIDOS
           ELSE
               MOVE ANO-PROCURADO TO PED-FATURA-ANO
               MOVE 1 TO PED-FATURA-NUM
               START PEDIDOS KEY IS NOT LESS THAN PED-FATURA
                   INVALID KEY MOVE "S" TO FIM-PEDIDOS
               END-START
               PERFORM LER-PROXIMO-PEDIDO
               PERFORM UNTIL NAO-HA-MAIS-PEDIDOS
                   PERFORM PROCESSAR-PEDIDO
                   PERFORM LER-PROXIMO-PEDIDO
               END-PERFORM
               CLOSE PEDIDOS
           END-IF.

           IF (TABELA-ESGOTADA) THEN
               DISPLAY "MAIS DE 2000 FATURAS NO MES - NADA FOI "
               "EXPORTADO."
               GO TO FIM-PROGRAMA
           END-IF.
           IF (NUM-FATURAS = 0) THEN
               DISPLAY "NAO HA FATURAS EMITIDAS EM " MES-PROCURADO "/"
               ANO-PROCURADO ". NADA FOI EXPORTADO."
               GO TO FIM-PROGRAMA
           END-IF.

           PERFORM ORDENAR-FATURAS.
           PERFORM VALIDAR-SERIE.
           IF (NUM-PROBLEMAS > 0) THEN
               DISPLAY " "
               DISPLAY "EXPORTACAO RECUSADA - " NUM-PROBLEMAS
               " PROBLEMA(S) NA NUMERACAO DA SERIE FT " ANO-PROCURADO
               ". NENHUM FICHEIRO FOI GERADO."
               GO TO FIM-PROGRAMA
           END-IF.

           PERFORM CARREGAR-CLIENTES-SAFT.
           PERFORM ESCREVER-SAFT.
           MOVE TOTAL-CREDITO TO VALOR-MONETARIO.
           DISPLAY "SAF-T GRAVADO EM "
           FUNCTION TRIM(NOME-FICHEIRO-SAFT) " (" NUM-FATURAS " DOCUMENTOS, " NUM-ANULADAS " ANULADOS, "
           NUM-CLIENTES-SAFT " CLIENTES)."
           DISPLAY "TOTAL SEM IVA (DOCUMENTOS NORMAIS): "
           FUNCTION TRIM(VALOR-MONETARIO) " EUR".

       FIM-PROGRAMA.
           STOP RUN.

       LER-PROXIMO-CARDAPIO.
           READ CARDAPIO
               AT END MOVE "10" TO CARDAPIO-STATUS
           END-READ.

       LER-PROXIMO-PEDIDO.
           IF (NOT NAO-HA-MAIS-PEDIDOS) THEN
               READ PEDIDOS NEXT RECORD
                   AT END MOVE "S" TO FIM-PEDIDOS
                   NOT AT END
                       IF (PED-FATURA-ANO NOT = ANO-PROCURADO) THEN
                           MOVE "S" TO FIM-PEDIDOS
                       END-IF
               END-READ
           END-IF.

       PROCESSAR-PEDIDO.
           IF (PED-FATURA-NUM IS NUMERIC AND PED-FATURA-NUM > 0) THEN
               COMPUTE PERIODO-PEDIDO = PED-ANO * 100 + PED-MES
               IF (PERIODO-PEDIDO = PERIODO-PROCURADO) THEN
                   IF (NUM-FATURAS >= 2000) THEN
                       MOVE "S" TO TABELA-CHEIA
                   ELSE
                       ADD 1 TO NUM-FATURAS
                       MOVE PED-FATURA-ANO TO FAT-ANO(NUM-FATURAS)
                       MOVE PED-FATURA-NUM TO FAT-NUM(NUM-FATURAS)
                       MOVE REGISTO-PEDIDO TO FAT-PEDIDO(NUM-FATURAS)
                       IF (PED-CANCELADO) THEN
                           ADD 1 TO NUM-ANULADAS
                       END-IF
                   END-IF
               ELSE
                   IF (PED-FATURA-ANO = ANO-PROCURADO AND
                   PERIODO-PEDIDO < PERIODO-PROCURADO AND
                   PED-FATURA-NUM > ULTIMA-FATURA-ANTERIOR) THEN
                       MOVE PED-FATURA-NUM TO ULTIMA-FATURA-ANTERIOR
                   END-IF
               END-IF
           END-IF.

       ORDENAR-FATURAS.
           PERFORM VARYING IND-FATURA FROM 1 BY 1
               UNTIL IND-FATURA >= NUM-FATURAS
               PERFORM VARYING IND-FATURA-2 FROM 1 BY 1
                   UNTIL IND-FATURA-2 > NUM-FATURAS - IND-FATURA
                   IF (FAT-CHAVE(IND-FATURA-2) >
                   FAT-CHAVE(IND-FATURA-2 + 1)) THEN
                       MOVE FAT-ENTRY(IND-FATURA-2) TO FAT-TEMP
                       MOVE FAT-ENTRY(IND-FATURA-2 + 1)
                       TO FAT-ENTRY(IND-FATURA-2)
                       MOVE FAT-TEMP TO FAT-ENTRY(IND-FATURA-2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       VALIDAR-SERIE.
           MOVE 0 TO NUM-PROBLEMAS.
           COMPUTE FATURA-ESPERADA = ULTIMA-FATURA-ANTERIOR + 1.
           PERFORM VARYING IND-FATURA FROM 1 BY 1
               UNTIL IND-FATURA > NUM-FATURAS
               MOVE FAT-PEDIDO(IND-FATURA) TO REGISTO-PEDIDO
               IF (FAT-NUM(IND-FATURA) < FATURA-ESPERADA) THEN
                   ADD 1 TO NUM-PROBLEMAS
                   DISPLAY "FT " FAT-ANO(IND-FATURA) "/"
                   FAT-NUM(IND-FATURA) " DUPLICADA (PEDIDO "
                   PED-NUMERO " DE " PED-DIA "/" PED-MES "/"
                   PED-ANO ")"
               ELSE
                   IF (FAT-NUM(IND-FATURA) > FATURA-ESPERADA) THEN
                       ADD 1 TO NUM-PROBLEMAS
                       COMPUTE FALTA-ATE = FAT-NUM(IND-FATURA) - 1
                       IF (FALTA-ATE = FATURA-ESPERADA) THEN
                           DISPLAY "FT " ANO-PROCURADO "/"
                           FATURA-ESPERADA " EM FALTA"
                       ELSE
                           DISPLAY "FT " ANO-PROCURADO "/"
                           FATURA-ESPERADA " A FT " ANO-PROCURADO
                           "/" FALTA-ATE " EM FALTA"
                       END-IF
                   END-IF
                   COMPUTE FATURA-ESPERADA =
                       FAT-NUM(IND-FATURA) + 1
               END-IF
           END-PERFORM.

       CARREGAR-CLIENTES-SAFT.
           MOVE "N" TO CLIENTES-ABERTO.
           OPEN INPUT CLIENTES.
           IF (CLI-STATUS = "00") THEN
               MOVE "S" TO CLIENTES-ABERTO
           ELSE
               CLOSE CLIENTES
           END-IF.
           PERFORM VARYING IND-FATURA FROM 1 BY 1
               UNTIL IND-FATURA > NUM-FATURAS
               MOVE FAT-PEDIDO(IND-FATURA) TO REGISTO-PEDIDO
               PERFORM OBTER-NIF-CLIENTE
               PERFORM VARYING IND-CLIENTE FROM 1 BY 1
                   UNTIL IND-CLIENTE > NUM-CLIENTES-SAFT
                   IF (CS-NIF(IND-CLIENTE) = NIF-CLIENTE) THEN
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF (IND-CLIENTE > NUM-CLIENTES-SAFT) THEN
                   ADD 1 TO NUM-CLIENTES-SAFT
                   MOVE NIF-CLIENTE TO CS-NIF(NUM-CLIENTES-SAFT)
                   MOVE PED-CLIENTE TO CS-NOME(NUM-CLIENTES-SAFT)
                   MOVE SPACES TO CS-MORADA(NUM-CLIENTES-SAFT)
                   IF (NIF-CLIENTE = 999999990) THEN
                       MOVE 0 TO CS-CONTATO(NUM-CLIENTES-SAFT)
                   ELSE
                       MOVE PED-CONTATO TO CS-CONTATO(NUM-CLIENTES-SAFT)
                   END-IF
                   IF (CLIENTES-DISPONIVEL AND PED-CONTATO > 0 AND
                   NIF-CLIENTE NOT = 999999990) THEN
                       MOVE PED-CONTATO TO CLI-CONTATO
                       READ CLIENTES
                           NOT INVALID KEY
                               IF (CLI-NOME NOT = SPACES) THEN
                                   MOVE CLI-NOME
                                   TO CS-NOME(NUM-CLIENTES-SAFT)
                               END-IF
                       END-READ
                   END-IF
                   MOVE NUM-CLIENTES-SAFT TO IND-CLIENTE
               END-IF
               IF (PED-MORADA NOT = SPACES AND
               NIF-CLIENTE NOT = 999999990) THEN
                   MOVE PED-MORADA TO CS-MORADA(IND-CLIENTE)
               END-IF
           END-PERFORM.
           IF (CLIENTES-DISPONIVEL) THEN
               CLOSE CLIENTES
           END-IF.

       OBTER-NIF-CLIENTE.
           IF (PED-NIF IS NUMERIC AND PED-NIF > 0) THEN
               MOVE PED-NIF TO NIF-CLIENTE
           ELSE
               MOVE 999999990 TO NIF-CLIENTE
           END-IF.

       ESCREVER-SAFT.
           ACCEPT DATA-ATUAL FROM DATE YYYYMMDD.
           ACCEPT HORA-ATUAL FROM TIME.
           MOVE SPACES TO NOME-FICHEIRO-SAFT.
           STRING "SAFT-PT-" ANO-PROCURADO MES-PROCURADO ".XML"
           DELIMITED BY SIZE INTO NOME-FICHEIRO-SAFT.
           MOVE SPACES TO CAMINHO-SAFT.
           STRING "D:/Monique/Documents/Projetos/iefp/Carlos/cobol808/"
           NOME-FICHEIRO-SAFT
           DELIMITED BY SPACE INTO CAMINHO-SAFT.
           OPEN OUTPUT SAFT.

           MOVE "<?xml version=""1.0"" encoding=""Windows-1252""?>"
           TO REGISTO-SAFT.
           WRITE REGISTO-SAFT.
           MOVE "<AuditFile xmlns=""urn:OECD:StandardAuditFile-Tax:PT_1.04_01"">"
           TO REGISTO-SAFT.
           WRITE REGISTO-SAFT.

           PERFORM ESCREVER-CABECALHO.
           PERFORM ESCREVER-TABELAS-MESTRE.
           PERFORM ESCREVER-DOCUMENTOS.

           MOVE "</AuditFile>" TO REGISTO-SAFT.
           WRITE REGISTO-SAFT.
           CLOSE SAFT.

       ESCREVER-CABECALHO.
           MOVE 2 TO NIVEL-XML.
           MOVE "Header" TO TAG-XML.
           PERFORM ABRIR-ELEMENTO.
           MOVE 4 TO NIVEL-XML.
           MOVE "AuditFileVersion" TO TAG-XML.
           MOVE "1.04_01" TO VALOR-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "CompanyID" TO TAG-XML.
           MOVE EMPRESA-NIF TO VALOR-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "TaxRegistrationNumber" TO TAG-XML.
           MOVE EMPRESA-NIF TO VALOR-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "TaxAccountingBasis" TO TAG-XML.
           MOVE "F" TO VALOR-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "CompanyName" TO TAG-XML.
           MOVE EMPRESA-NOME TO TEXTO-ORIGEM.
           PERFORM ESCAPAR-TEXTO.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "BusinessName" TO TAG-XML.
           MOVE EMPRESA-NOME-COMERCIAL TO TEXTO-ORIGEM.
           PERFORM ESCAPAR-TEXTO.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "CompanyAddress" TO TAG-XML.
           PERFORM ABRIR-ELEMENTO.
           MOVE 6 TO NIVEL-XML.
           MOVE "AddressDetail" TO TAG-XML.
           MOVE EMPRESA-MORADA TO TEXTO-ORIGEM.
           PERFORM ESCAPAR-TEXTO.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "City" TO TAG-XML.
           MOVE EMPRESA-LOCALIDADE TO TEXTO-ORIGEM.
           PERFORM ESCAPAR-TEXTO.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "PostalCode" TO TAG-XML.
           MOVE EMPRESA-CODIGO-POSTAL TO VALOR-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "Country" TO TAG-XML.
           MOVE "PT" TO VALOR-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE 4 TO NIVEL-XML.
           MOVE "CompanyAddress" TO TAG-XML.
           PERFORM FECHAR-ELEMENTO.
           MOVE "FiscalYear" TO TAG-XML.
           MOVE ANO-PROCURADO TO VALOR-XML.
           PERFORM ESCREVER-ELEMENTO.

           COMPUTE DATA-INICIO-NUM =
               ANO-PROCURADO * 10000 + MES-PROCURADO * 100 + 1.
           IF (MES-PROCURADO = 12) THEN
               COMPUTE DATA-FIM-NUM = (ANO-PROCURADO + 1) * 10000 + 101
           ELSE
               COMPUTE DATA-FIM-NUM = ANO-PROCURADO * 10000 +
                   (MES-PROCURADO + 1) * 100 + 1
           END-IF.
           COMPUTE DATA-FIM-NUM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(DATA-FIM-NUM) - 1).
           MOVE DATA-FIM-NUM(7:2) TO DIA-FIM-MES.

           MOVE "StartDate" TO TAG-XML.
           MOVE SPACES TO VALOR-XML.
           STRING ANO-PROCURADO "-" MES-PROCURADO "-01"
           DELIMITED BY SIZE INTO VALOR-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "EndDate" TO TAG-XML.
           MOVE SPACES TO VALOR-XML.
           STRING ANO-PROCURADO "-" MES-PROCURADO "-" DIA-FIM-MES
           DELIMITED BY SIZE INTO VALOR-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "CurrencyCode" TO TAG-XML.
           MOVE "EUR" TO VALOR-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "DateCreated" TO TAG-XML.
           MOVE SPACES TO VALOR-XML.
           STRING ANO "-" MES "-" DIA
           DELIMITED BY SIZE INTO VALOR-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "TaxEntity" TO TAG-XML.
           MOVE "Global" TO VALOR-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "ProductCompanyTaxID" TO TAG-XML.
           MOVE EMPRESA-NIF TO VALOR-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "SoftwareCertificateNumber" TO TAG-XML.
           MOVE "0" TO VALOR-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "ProductID" TO TAG-XML.
           MOVE "GESTPEDIDOS/PIZZARIA RAMALHO" TO VALOR-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "ProductVersion" TO TAG-XML.
           MOVE "1.0" TO VALOR-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE 2 TO NIVEL-XML.
           MOVE "Header" TO TAG-XML.
           PERFORM FECHAR-ELEMENTO.

       ESCREVER-TABELAS-MESTRE.
           MOVE 2 TO NIVEL-XML.
           MOVE "MasterFiles" TO TAG-XML.
           PERFORM ABRIR-ELEMENTO.
           PERFORM VARYING IND-CLIENTE FROM 1 BY 1
               UNTIL IND-CLIENTE > NUM-CLIENTES-SAFT
               PERFORM ESCREVER-CLIENTE
           END-PERFORM.
           PERFORM VARYING IND-PRODUTO FROM 1 BY 1
               UNTIL IND-PRODUTO > 3
               MOVE SPACES TO TAG-XML
               MOVE SPACES TO VALOR-XML
               STRING "T" IND-PRODUTO DELIMITED BY SIZE INTO VALOR-XML
               MOVE SPACES TO TEXTO-ORIGEM
               STRING "PIZZA " TAB-NOMES-TAMANHO(IND-PRODUTO)
               DELIMITED BY SIZE INTO TEXTO-ORIGEM
               MOVE "P" TO TAG-XML
               PERFORM ESCREVER-PRODUTO
           END-PERFORM.
           PERFORM VARYING IND-PRODUTO FROM 1 BY 1
               UNTIL IND-PRODUTO > 10
               IF (TAB-INGREDIENTES(IND-PRODUTO) NOT = SPACES) THEN
                   MOVE SPACES TO VALOR-XML
                   STRING "I" IND-PRODUTO DELIMITED BY SIZE
                   INTO VALOR-XML
                   MOVE SPACES TO TEXTO-ORIGEM
                   STRING "EXTRA " TAB-INGREDIENTES(IND-PRODUTO)
                   DELIMITED BY SIZE INTO TEXTO-ORIGEM
                   MOVE "P" TO TAG-XML
                   PERFORM ESCREVER-PRODUTO
               END-IF
           END-PERFORM.
           MOVE "ENTREGA" TO VALOR-XML.
           MOVE "TAXA DE ENTREGA AO DOMICILIO" TO TEXTO-ORIGEM.
           MOVE "S" TO TAG-XML.
           PERFORM ESCREVER-PRODUTO.

           MOVE 4 TO NIVEL-XML.
           MOVE "TaxTable" TO TAG-XML.
           PERFORM ABRIR-ELEMENTO.
           MOVE 6 TO NIVEL-XML.
           MOVE "TaxTableEntry" TO TAG-XML.
           PERFORM ABRIR-ELEMENTO.
           MOVE 8 TO NIVEL-XML.
           MOVE "TaxType" TO TAG-XML.
           MOVE "IVA" TO VALOR-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "TaxCountryRegion" TO TAG-XML.
           MOVE "PT" TO VALOR-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "TaxCode" TO TAG-XML.
           MOVE "NOR" TO VALOR-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "Description" TO TAG-XML.
           MOVE "Taxa Normal" TO VALOR-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "TaxPercentage" TO TAG-XML.
           MOVE TAXA-IVA-NORMAL TO VALOR-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE 6 TO NIVEL-XML.
           MOVE "TaxTableEntry" TO TAG-XML.
           PERFORM FECHAR-ELEMENTO.
           MOVE 4 TO NIVEL-XML.
           MOVE "TaxTable" TO TAG-XML.
           PERFORM FECHAR-ELEMENTO.
           MOVE 2 TO NIVEL-XML.
           MOVE "MasterFiles" TO TAG-XML.
           PERFORM FECHAR-ELEMENTO.

       ESCREVER-CLIENTE.
           MOVE 4 TO NIVEL-XML.
           MOVE "Customer" TO TAG-XML.
           PERFORM ABRIR-ELEMENTO.
           MOVE 6 TO NIVEL-XML.
           MOVE "CustomerID" TO TAG-XML.
           MOVE CS-NIF(IND-CLIENTE) TO VALOR-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "AccountID" TO TAG-XML.
           MOVE "Desconhecido" TO VALOR-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "CustomerTaxID" TO TAG-XML.
           MOVE CS-NIF(IND-CLIENTE) TO VALOR-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "CompanyName" TO TAG-XML.
           IF (CS-NIF(IND-CLIENTE) = 999999990) THEN
               MOVE "Consumidor final" TO TEXTO-ORIGEM
           ELSE
               MOVE CS-NOME(IND-CLIENTE) TO TEXTO-ORIGEM
           END-IF.
           PERFORM ESCAPAR-TEXTO.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "BillingAddress" TO TAG-XML.
           PERFORM ABRIR-ELEMENTO.
           MOVE 8 TO NIVEL-XML.
           MOVE "AddressDetail" TO TAG-XML.
           IF (CS-NIF(IND-CLIENTE) = 999999990) THEN
               MOVE "Desconhecido" TO VALOR-XML
           ELSE
               MOVE CS-MORADA(IND-CLIENTE) TO TEXTO-ORIGEM
               PERFORM ESCAPAR-TEXTO
           END-IF.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "City" TO TAG-XML.
           MOVE "Desconhecido" TO VALOR-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "PostalCode" TO TAG-XML.
           MOVE "Desconhecido" TO VALOR-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "Country" TO TAG-XML.
           MOVE "PT" TO VALOR-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE 6 TO NIVEL-XML.
           MOVE "BillingAddress" TO TAG-XML.
           PERFORM FECHAR-ELEMENTO.
           IF (CS-CONTATO(IND-CLIENTE) > 0 AND
           CS-NIF(IND-CLIENTE) NOT = 999999990) THEN
               MOVE "Telephone" TO TAG-XML
               MOVE CS-CONTATO(IND-CLIENTE) TO VALOR-XML
               PERFORM ESCREVER-ELEMENTO
           END-IF.
           MOVE "SelfBillingIndicator" TO TAG-XML.
           MOVE "0" TO VALOR-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE 4 TO NIVEL-XML.
           MOVE "Customer" TO TAG-XML.
           PERFORM FECHAR-ELEMENTO.

       ESCREVER-PRODUTO.
           MOVE VALOR-XML TO FATURA-SAIDA.
           MOVE TAG-XML(1:1) TO DATA-XML.
           MOVE 4 TO NIVEL-XML.
           MOVE "Product" TO TAG-XML.
           PERFORM ABRIR-ELEMENTO.
           MOVE 6 TO NIVEL-XML.
           MOVE "ProductType" TO TAG-XML.
           MOVE DATA-XML TO VALOR-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "ProductCode" TO TAG-XML.
           MOVE FATURA-SAIDA TO VALOR-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "ProductDescription" TO TAG-XML.
           PERFORM ESCAPAR-TEXTO.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "ProductNumberCode" TO TAG-XML.
           MOVE FATURA-SAIDA TO VALOR-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE 4 TO NIVEL-XML.
           MOVE "Product" TO TAG-XML.
           PERFORM FECHAR-ELEMENTO.

       ESCREVER-DOCUMENTOS.
           MOVE 0 TO TOTAL-CREDITO.
           PERFORM VARYING IND-FATURA FROM 1 BY 1
               UNTIL IND-FATURA > NUM-FATURAS
               MOVE FAT-PEDIDO(IND-FATURA) TO REGISTO-PEDIDO
               IF (NOT PED-CANCELADO) THEN
                   COMPUTE TOTAL-CREDITO =
                       TOTAL-CREDITO + PED-TOTAL - PED-IVA
               END-IF
           END-PERFORM.

           MOVE 2 TO NIVEL-XML.
           MOVE "SourceDocuments" TO TAG-XML.
           PERFORM ABRIR-ELEMENTO.
           MOVE 4 TO NIVEL-XML.
           MOVE "SalesInvoices" TO TAG-XML.
           PERFORM ABRIR-ELEMENTO.
           MOVE 6 TO NIVEL-XML.
           MOVE "NumberOfEntries" TO TAG-XML.
           MOVE NUM-FATURAS TO QTD-SAIDA.
           MOVE QTD-SAIDA TO VALOR-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "TotalDebit" TO TAG-XML.
           MOVE "0.00" TO VALOR-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "TotalCredit" TO TAG-XML.
           MOVE TOTAL-CREDITO TO VALOR-MONETARIO.
           MOVE VALOR-MONETARIO TO VALOR-XML.
           PERFORM ESCREVER-ELEMENTO.

           PERFORM VARYING IND-FATURA FROM 1 BY 1
               UNTIL IND-FATURA > NUM-FATURAS
               MOVE FAT-PEDIDO(IND-FATURA) TO REGISTO-PEDIDO
               PERFORM PREPARAR-LINHAS
               PERFORM ESCREVER-FATURA
           END-PERFORM.

           MOVE 4 TO NIVEL-XML.
           MOVE "SalesInvoices" TO TAG-XML.
           PERFORM FECHAR-ELEMENTO.
           MOVE 2 TO NIVEL-XML.
           MOVE "SourceDocuments" TO TAG-XML.
           PERFORM FECHAR-ELEMENTO.

       PREPARAR-LINHAS.
           INITIALIZE TAB-LINHAS.
           MOVE 0 TO NUM-LINHAS.
           MOVE 0 TO SOMA-LINHAS.
           MOVE 0 TO ULTIMA-PIZZA.
           IF (PED-NUM-PIZZAS IS NUMERIC AND PED-NUM-PIZZAS >= 1 AND
           PED-NUM-PIZZAS <= 5) THEN
               PERFORM VARYING IND-PIZZA FROM 1 BY 1
                   UNTIL IND-PIZZA > PED-NUM-PIZZAS
                   PERFORM PREPARAR-LINHA-PIZZA
               END-PERFORM
               MOVE NUM-LINHAS TO ULTIMA-PIZZA
           END-IF.

           IF (ULTIMA-PIZZA = 0) THEN
               ADD 1 TO NUM-LINHAS
               MOVE "T02" TO LIN-CODIGO(NUM-LINHAS)
               MOVE "PIZZA" TO LIN-PRODUTO(NUM-LINHAS)
               MOVE "PIZZA" TO LIN-DESCRICAO(NUM-LINHAS)
               MOVE PED-SUBTOTAL TO LIN-VALOR(NUM-LINHAS)
               MOVE NUM-LINHAS TO ULTIMA-PIZZA
           ELSE
               COMPUTE DIFERENCA-LINHAS = PED-SUBTOTAL - SOMA-LINHAS
               IF (LIN-VALOR(ULTIMA-PIZZA) + DIFERENCA-LINHAS >= 0)
               THEN
                   COMPUTE LIN-VALOR(ULTIMA-PIZZA) =
                       LIN-VALOR(ULTIMA-PIZZA) + DIFERENCA-LINHAS
               ELSE
                   PERFORM VARYING IND-LINHA FROM 1 BY 1
                       UNTIL IND-LINHA > NUM-LINHAS
                       COMPUTE LIN-VALOR(IND-LINHA) =
                           PED-SUBTOTAL / NUM-LINHAS
                   END-PERFORM
                   COMPUTE LIN-VALOR(ULTIMA-PIZZA) = PED-SUBTOTAL -
                       LIN-VALOR(1) * (NUM-LINHAS - 1)
               END-IF
           END-IF.

           IF (PED-TAXA-ENTREGA IS NUMERIC AND PED-TAXA-ENTREGA > 0)
           THEN
               ADD 1 TO NUM-LINHAS
               MOVE "ENTREGA" TO LIN-CODIGO(NUM-LINHAS)
               MOVE "TAXA DE ENTREGA AO DOMICILIO"
               TO LIN-PRODUTO(NUM-LINHAS)
               MOVE "TAXA DE ENTREGA AO DOMICILIO"
               TO LIN-DESCRICAO(NUM-LINHAS)
               MOVE PED-TAXA-ENTREGA TO LIN-VALOR(NUM-LINHAS)
           END-IF.

           MOVE 0 TO SOMA-LINHAS.
           PERFORM VARYING IND-LINHA FROM 1 BY 1
               UNTIL IND-LINHA > NUM-LINHAS
               ADD LIN-VALOR(IND-LINHA) TO SOMA-LINHAS
           END-PERFORM.
           COMPUTE BASE-DOCUMENTO = PED-TOTAL - PED-IVA.
           COMPUTE DESCONTO-DOCUMENTO = SOMA-LINHAS - BASE-DOCUMENTO.
           IF (DESCONTO-DOCUMENTO < 0) THEN
               COMPUTE LIN-VALOR(NUM-LINHAS) =
                   LIN-VALOR(NUM-LINHAS) - DESCONTO-DOCUMENTO
               MOVE 0 TO DESCONTO-DOCUMENTO
               MOVE BASE-DOCUMENTO TO SOMA-LINHAS
           END-IF.

           MOVE 0 TO DESCONTO-ACUMULADO.
           PERFORM VARYING IND-LINHA FROM 1 BY 1
               UNTIL IND-LINHA > NUM-LINHAS
               IF (IND-LINHA = NUM-LINHAS) THEN
                   COMPUTE LIN-DESCONTO(IND-LINHA) =
                       DESCONTO-DOCUMENTO - DESCONTO-ACUMULADO
               ELSE
                   IF (SOMA-LINHAS > 0) THEN
                       COMPUTE LIN-DESCONTO(IND-LINHA) =
                           DESCONTO-DOCUMENTO * LIN-VALOR(IND-LINHA)
                           / SOMA-LINHAS
                   END-IF
                   ADD LIN-DESCONTO(IND-LINHA) TO DESCONTO-ACUMULADO
               END-IF
               COMPUTE LIN-LIQUIDO(IND-LINHA) =
                   LIN-VALOR(IND-LINHA) - LIN-DESCONTO(IND-LINHA)
           END-PERFORM.

       PREPARAR-LINHA-PIZZA.
           ADD 1 TO NUM-LINHAS.
           MOVE 0 TO NUM-EXTRAS-PIZZA.
           IF (PED-PIZZA-TAMANHO(IND-PIZZA) >= 1 AND
           PED-PIZZA-TAMANHO(IND-PIZZA) <= 3) THEN
               MOVE SPACES TO LIN-CODIGO(NUM-LINHAS)
               STRING "T0" PED-PIZZA-TAMANHO(IND-PIZZA)
               DELIMITED BY SIZE INTO LIN-CODIGO(NUM-LINHAS)
               MOVE SPACES TO LIN-PRODUTO(NUM-LINHAS)
               STRING "PIZZA "
               TAB-NOMES-TAMANHO(PED-PIZZA-TAMANHO(IND-PIZZA))
               DELIMITED BY SIZE INTO LIN-PRODUTO(NUM-LINHAS)
               MOVE TAB-PRECO-TAMANHO(PED-PIZZA-TAMANHO(IND-PIZZA))
               TO LIN-VALOR(NUM-LINHAS)
           ELSE
               MOVE "T02" TO LIN-CODIGO(NUM-LINHAS)
               MOVE "PIZZA" TO LIN-PRODUTO(NUM-LINHAS)
               MOVE 0 TO LIN-VALOR(NUM-LINHAS)
           END-IF.
           MOVE SPACES TO LIN-DESCRICAO(NUM-LINHAS).
           MOVE 1 TO POS-DESCRICAO.
           STRING LIN-PRODUTO(NUM-LINHAS) DELIMITED BY "  "
           INTO LIN-DESCRICAO(NUM-LINHAS) WITH POINTER POS-DESCRICAO.
           PERFORM VARYING IND-INGREDIENTE FROM 1 BY 1
               UNTIL IND-INGREDIENTE > 10
               IF (PED-PIZZA-INGREDIENTES(IND-PIZZA, IND-INGREDIENTE)
               = "S") THEN
                   ADD TAB-PRECOS(IND-INGREDIENTE)
                   TO LIN-VALOR(NUM-LINHAS)
                   ADD 1 TO NUM-EXTRAS-PIZZA
                   IF (NUM-EXTRAS-PIZZA = 1) THEN
                       STRING ": " DELIMITED BY SIZE
                       INTO LIN-DESCRICAO(NUM-LINHAS)
                       WITH POINTER POS-DESCRICAO
                   ELSE
                       STRING ", " DELIMITED BY SIZE
                       INTO LIN-DESCRICAO(NUM-LINHAS)
                       WITH POINTER POS-DESCRICAO
                   END-IF
                   STRING TAB-INGREDIENTES(IND-INGREDIENTE)
                   DELIMITED BY "  "
                   INTO LIN-DESCRICAO(NUM-LINHAS)
                   WITH POINTER POS-DESCRICAO
               END-IF
           END-PERFORM.
           ADD LIN-VALOR(NUM-LINHAS) TO SOMA-LINHAS.

       ESCREVER-FATURA.
           MOVE SPACES TO FATURA-SAIDA.
           STRING "FT " PED-FATURA-ANO "/" PED-FATURA-NUM
           DELIMITED BY SIZE INTO FATURA-SAIDA.
           MOVE SPACES TO DATA-XML.
           STRING PED-ANO "-" PED-MES "-" PED-DIA
           DELIMITED BY SIZE INTO DATA-XML.
           MOVE SPACES TO DATA-HORA-XML.
           STRING DATA-XML "T" PED-HORAS ":" PED-MINUTOS ":"
           PED-SEGUNDOS DELIMITED BY SIZE INTO DATA-HORA-XML.
           PERFORM OBTER-NIF-CLIENTE.

           MOVE 6 TO NIVEL-XML.
           MOVE "Invoice" TO TAG-XML.
           PERFORM ABRIR-ELEMENTO.
           MOVE 8 TO NIVEL-XML.
           MOVE "InvoiceNo" TO TAG-XML.
           MOVE FATURA-SAIDA TO VALOR-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "ATCUD" TO TAG-XML.
           MOVE "0" TO VALOR-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "DocumentStatus" TO TAG-XML.
           PERFORM ABRIR-ELEMENTO.
           MOVE 10 TO NIVEL-XML.
           MOVE "InvoiceStatus" TO TAG-XML.
           IF (PED-CANCELADO) THEN
               MOVE "A" TO VALOR-XML
           ELSE
               MOVE "N" TO VALOR-XML
           END-IF.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "InvoiceStatusDate" TO TAG-XML.
           MOVE DATA-HORA-XML TO VALOR-XML.
           PERFORM ESCREVER-ELEMENTO.
           IF (PED-CANCELADO) THEN
               MOVE "Reason" TO TAG-XML
               MOVE PED-MOTIVO-CANCEL TO TEXTO-ORIGEM
               PERFORM ESCAPAR-TEXTO
               PERFORM ESCREVER-ELEMENTO
           END-IF.
           MOVE "SourceID" TO TAG-XML.
           MOVE PED-OPERADOR TO VALOR-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "SourceBilling" TO TAG-XML.
           MOVE "P" TO VALOR-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE 8 TO NIVEL-XML.
           MOVE "DocumentStatus" TO TAG-XML.
           PERFORM FECHAR-ELEMENTO.
           MOVE "Hash" TO TAG-XML.
           MOVE "0" TO VALOR-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "HashControl" TO TAG-XML.
           MOVE "0" TO VALOR-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "Period" TO TAG-XML.
           MOVE PED-MES TO QTD-SAIDA.
           MOVE QTD-SAIDA TO VALOR-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "InvoiceDate" TO TAG-XML.
           MOVE DATA-XML TO VALOR-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "InvoiceType" TO TAG-XML.
           MOVE "FT" TO VALOR-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "SpecialRegimes" TO TAG-XML.
           PERFORM ABRIR-ELEMENTO.
           MOVE 10 TO NIVEL-XML.
           MOVE "SelfBillingIndicator" TO TAG-XML.
           MOVE "0" TO VALOR-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "CashVATSchemeIndicator" TO TAG-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "ThirdPartiesBillingIndicator" TO TAG-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE 8 TO NIVEL-XML.
           MOVE "SpecialRegimes" TO TAG-XML.
           PERFORM FECHAR-ELEMENTO.
           MOVE "SourceID" TO TAG-XML.
           MOVE PED-OPERADOR TO VALOR-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "SystemEntryDate" TO TAG-XML.
           MOVE DATA-HORA-XML TO VALOR-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "CustomerID" TO TAG-XML.
           MOVE NIF-CLIENTE TO VALOR-XML.
           PERFORM ESCREVER-ELEMENTO.

           PERFORM VARYING IND-LINHA FROM 1 BY 1
               UNTIL IND-LINHA > NUM-LINHAS
               PERFORM ESCREVER-LINHA-FATURA
           END-PERFORM.

           MOVE 8 TO NIVEL-XML.
           MOVE "DocumentTotals" TO TAG-XML.
           PERFORM ABRIR-ELEMENTO.
           MOVE 10 TO NIVEL-XML.
           MOVE "TaxPayable" TO TAG-XML.
           MOVE PED-IVA TO VALOR-MONETARIO.
           MOVE VALOR-MONETARIO TO VALOR-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "NetTotal" TO TAG-XML.
           MOVE BASE-DOCUMENTO TO VALOR-MONETARIO.
           MOVE VALOR-MONETARIO TO VALOR-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "GrossTotal" TO TAG-XML.
           MOVE PED-TOTAL TO VALOR-MONETARIO.
           MOVE VALOR-MONETARIO TO VALOR-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE 8 TO NIVEL-XML.
           MOVE "DocumentTotals" TO TAG-XML.
           PERFORM FECHAR-ELEMENTO.
           MOVE 6 TO NIVEL-XML.
           MOVE "Invoice" TO TAG-XML.
           PERFORM FECHAR-ELEMENTO.

       ESCREVER-LINHA-FATURA.
           MOVE 8 TO NIVEL-XML.
           MOVE "Line" TO TAG-XML.
           PERFORM ABRIR-ELEMENTO.
           MOVE 10 TO NIVEL-XML.
           MOVE "LineNumber" TO TAG-XML.
           MOVE IND-LINHA TO VALOR-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "ProductCode" TO TAG-XML.
           MOVE LIN-CODIGO(IND-LINHA) TO VALOR-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "ProductDescription" TO TAG-XML.
           MOVE LIN-PRODUTO(IND-LINHA) TO TEXTO-ORIGEM.
           PERFORM ESCAPAR-TEXTO.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "Quantity" TO TAG-XML.
           MOVE "1" TO VALOR-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "UnitOfMeasure" TO TAG-XML.
           MOVE "UN" TO VALOR-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "UnitPrice" TO TAG-XML.
           MOVE LIN-LIQUIDO(IND-LINHA) TO VALOR-MONETARIO.
           MOVE VALOR-MONETARIO TO VALOR-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "TaxPointDate" TO TAG-XML.
           MOVE DATA-XML TO VALOR-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "Description" TO TAG-XML.
           MOVE LIN-DESCRICAO(IND-LINHA) TO TEXTO-ORIGEM.
           PERFORM ESCAPAR-TEXTO.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "CreditAmount" TO TAG-XML.
           MOVE LIN-LIQUIDO(IND-LINHA) TO VALOR-MONETARIO.
           MOVE VALOR-MONETARIO TO VALOR-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "Tax" TO TAG-XML.
           PERFORM ABRIR-ELEMENTO.
           MOVE 12 TO NIVEL-XML.
           MOVE "TaxType" TO TAG-XML.
           MOVE "IVA" TO VALOR-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "TaxCountryRegion" TO TAG-XML.
           MOVE "PT" TO VALOR-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "TaxCode" TO TAG-XML.
           MOVE "NOR" TO VALOR-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "TaxPercentage" TO TAG-XML.
           MOVE TAXA-IVA-NORMAL TO VALOR-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE 10 TO NIVEL-XML.
           MOVE "Tax" TO TAG-XML.
           PERFORM FECHAR-ELEMENTO.
           IF (LIN-DESCONTO(IND-LINHA) > 0) THEN
               MOVE "SettlementAmount" TO TAG-XML
               MOVE LIN-DESCONTO(IND-LINHA) TO VALOR-MONETARIO
               MOVE VALOR-MONETARIO TO VALOR-XML
               PERFORM ESCREVER-ELEMENTO
           END-IF.
           MOVE 8 TO NIVEL-XML.
           MOVE "Line" TO TAG-XML.
           PERFORM FECHAR-ELEMENTO.

       ABRIR-ELEMENTO.
           MOVE SPACES TO REGISTO-SAFT.
           COMPUTE POS-SAFT = NIVEL-XML + 1.
           STRING "<" FUNCTION TRIM(TAG-XML) ">"
           DELIMITED BY SIZE INTO REGISTO-SAFT WITH POINTER POS-SAFT.
           WRITE REGISTO-SAFT.

       FECHAR-ELEMENTO.
           MOVE SPACES TO REGISTO-SAFT.
           COMPUTE POS-SAFT = NIVEL-XML + 1.
           STRING "</" FUNCTION TRIM(TAG-XML) ">"
           DELIMITED BY SIZE INTO REGISTO-SAFT WITH POINTER POS-SAFT.
           WRITE REGISTO-SAFT.

       ESCREVER-ELEMENTO.
           MOVE SPACES TO REGISTO-SAFT.
           COMPUTE POS-SAFT = NIVEL-XML + 1.
           STRING "<" FUNCTION TRIM(TAG-XML) ">"
           FUNCTION TRIM(VALOR-XML)
           "</" FUNCTION TRIM(TAG-XML) ">"
           DELIMITED BY SIZE INTO REGISTO-SAFT WITH POINTER POS-SAFT.
           WRITE REGISTO-SAFT.

       ESCAPAR-TEXTO.
           MOVE SPACES TO VALOR-XML.
           MOVE 1 TO POS-VALOR.
           MOVE 0 TO TAM-TEXTO.
           PERFORM VARYING IND-CHAR FROM 150 BY -1
               UNTIL IND-CHAR < 1 OR TAM-TEXTO > 0
               IF (TEXTO-ORIGEM(IND-CHAR:1) NOT = SPACE) THEN
                   MOVE IND-CHAR TO TAM-TEXTO
               END-IF
           END-PERFORM.
           IF (TAM-TEXTO = 0) THEN
               MOVE "Desconhecido" TO VALOR-XML
           ELSE
               PERFORM VARYING IND-CHAR FROM 1 BY 1
                   UNTIL IND-CHAR > TAM-TEXTO
                   EVALUATE TEXTO-ORIGEM(IND-CHAR:1)
                       WHEN "&"
                           STRING "&amp;" DELIMITED BY SIZE
                           INTO VALOR-XML WITH POINTER POS-VALOR
                       WHEN "<"
                           STRING "&lt;" DELIMITED BY SIZE
                           INTO VALOR-XML WITH POINTER POS-VALOR
                       WHEN ">"
                           STRING "&gt;" DELIMITED BY SIZE
                           INTO VALOR-XML WITH POINTER POS-VALOR
                       WHEN """"
                           STRING "&quot;" DELIMITED BY SIZE
                           INTO VALOR-XML WITH POINTER POS-VALOR
                       WHEN "'"
                           STRING "&apos;" DELIMITED BY SIZE
                           INTO VALOR-XML WITH POINTER POS-VALOR
                       WHEN OTHER
                           STRING TEXTO-ORIGEM(IND-CHAR:1)
                           DELIMITED BY SIZE
                           INTO VALOR-XML WITH POINTER POS-VALOR
                   END-EVALUATE
               END-PERFORM
           END-IF.

       CARREGA-TABELAS-OMISSAO.
           MOVE "FIAMBRE" TO TAB-INGREDIENTES(1).
              MOVE 0.50 TO TAB-PRECOS(1).
           MOVE "ATUM"  TO TAB-INGREDIENTES(2).
              MOVE 0.70 TO TAB-PRECOS(2).
           MOVE "ANCHOVAS" TO TAB-INGREDIENTES(3).
              MOVE 0.40 TO TAB-PRECOS(3).
           MOVE "CAMARAO" TO TAB-INGREDIENTES(4).
              MOVE 0.80 TO TAB-PRECOS(4).
           MOVE "BACON" TO TAB-INGREDIENTES(5).
              MOVE 0.90 TO TAB-PRECOS(5).
           MOVE "BANANA" TO TAB-INGREDIENTES(6).
              MOVE 0.30 TO TAB-PRECOS(6).
           MOVE "ANANAS" TO TAB-INGREDIENTES(7).
              MOVE 0.40 TO TAB-PRECOS(7).
           MOVE "AZEITONAS" TO TAB-INGREDIENTES(8).
              MOVE 0.30 TO TAB-PRECOS(8).
           MOVE "COGUMELOS" TO TAB-INGREDIENTES(9).
              MOVE 0.60 TO TAB-PRECOS(9).
           MOVE "MILHO" TO TAB-INGREDIENTES(10).
              MOVE 0.50 TO TAB-PRECOS(10).
           MOVE 3 TO TAB-PRECO-TAMANHO(1).
           MOVE 4 TO TAB-PRECO-TAMANHO(2).
           MOVE 5 TO TAB-PRECO-TAMANHO(3).
           MOVE "PEQUENA" TO TAB-NOMES-TAMANHO(1).
           MOVE "MEDIA" TO TAB-NOMES-TAMANHO(2).
           MOVE "GRANDE" TO TAB-NOMES-TAMANHO(3).
       END PROGRAM ExportarSaft.
