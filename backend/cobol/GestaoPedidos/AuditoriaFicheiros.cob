       >>SOURCE FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AuditoriaFicheiros.

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

           SELECT OPTIONAL ENTREGAS ASSIGN TO
           "D:/Monique/Documents/Projetos/iefp/Carlos/cobol808/ENTREGAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ENT-CHAVE
           FILE STATUS IS ENTREGAS-STATUS.

           SELECT OPTIONAL FUNCIONARIOS ASSIGN TO
           "D:/Monique/Documents/Projetos/iefp/Carlos/cobol808/FUNCIONARIOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FUNC-STATUS.

           SELECT OPTIONAL FATURAS ASSIGN TO
           "D:/Monique/Documents/Projetos/iefp/Carlos/cobol808/FATURAS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FAT-STATUS.

           SELECT OPTIONAL ESTOQUE ASSIGN TO
           "D:/Monique/Documents/Projetos/iefp/Carlos/cobol808/INGREDIENTES-STOCK.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EST-STATUS.

           SELECT OPTIONAL MOVIMENTOS ASSIGN TO
           "D:/Monique/Documents/Projetos/iefp/Carlos/cobol808/MOVIMENTOS-STOCK.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MOV-STATUS.

           SELECT OPTIONAL RECEITAS ASSIGN TO
           "D:/Monique/Documents/Projetos/iefp/Carlos/cobol808/RECEITAS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REC-STATUS.

           SELECT RELATORIO ASSIGN TO CAMINHO-RELATORIO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REL-STATUS.

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

       FD ENTREGAS.
       01 REGISTO-ENTREGA.
           05 ENT-CHAVE.
               10 ENT-DATA                              PIC 9(8).
               10 ENT-PEDIDO                            PIC 9(4).
           05 ENT-MOTORISTA                             PIC 9(2).
           05 ENT-ESTADO                                PIC X(01).
              88 ENT-ATRIBUIDA                           VALUE "A".
              88 ENT-SAIU                                VALUE "S".
              88 ENT-ENTREGUE                            VALUE "E".
           05 ENT-HORA-SAIU                             PIC 9(6).
           05 ENT-HORA-ENTREGUE                         PIC 9(6).

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

       FD FATURAS.
       01 REGISTO-FATURA                                 PIC X(80).

       FD ESTOQUE.
       01 REGISTO-ESTOQUE.
           05 EST-CODIGO                                PIC 99.
           05 EST-QUANTIDADE                            PIC 9(4).

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

       FD RECEITAS.
       01 REGISTO-RECEITA.
           05 REC-CODIGO                                PIC 99.
           05 REC-TIPO                                  PIC X(01).
              88 REC-BASE                                VALUE "B".
              88 REC-EXTRA                               VALUE "I".
           05 REC-NOME                                  PIC X(20).
           05 REC-QTD-TAMANHO OCCURS 3                  PIC 9(3).

       FD RELATORIO.
       01 REGISTO-RELATORIO                              PIC X(132).

       WORKING-STORAGE SECTION.
       77 PEDIDOS-STATUS                                 PIC X(02).
       77 ENTREGAS-STATUS                                PIC X(02).
       77 FUNC-STATUS                                    PIC X(02).
       77 FAT-STATUS                                     PIC X(02).
       77 EST-STATUS                                     PIC X(02).
       77 MOV-STATUS                                     PIC X(02).
       77 REC-STATUS                                     PIC X(02).
       77 REL-STATUS                                     PIC X(02).
       77 CAMINHO-RELATORIO                              PIC X(120).

       77 FIM-PEDIDOS                                    PIC X VALUE "N".
           88 NAO-HA-MAIS-PEDIDOS                        VALUE "S".
       77 FIM-ENTREGAS                                   PIC X VALUE "N".
           88 NAO-HA-MAIS-ENTREGAS                       VALUE "S".
       77 FIM-FUNCIONARIOS                               PIC X VALUE "N".
           88 NAO-HA-MAIS-FUNCIONARIOS                   VALUE "S".
       77 FIM-FATURAS                                    PIC X VALUE "N".
           88 NAO-HA-MAIS-FATURAS                        VALUE "S".
       77 FIM-MOVIMENTOS                                 PIC X VALUE "N".
           88 NAO-HA-MAIS-MOVIMENTOS                     VALUE "S".
       77 FUNCIONARIOS-DISPONIVEIS                       PIC X VALUE "N".
           88 HA-FUNCIONARIOS                            VALUE "S".
       77 PEDIDOS-DISPONIVEIS                            PIC X VALUE "N".
           88 HA-PEDIDOS                                 VALUE "S".
       77 ENTREGAS-DISPONIVEIS                           PIC X VALUE "N".
           88 HA-ENTREGAS                                VALUE "S".
       77 ESTOQUE-DISPONIVEL                             PIC X VALUE "N".
           88 HA-ESTOQUE                                 VALUE "S".
       77 TABELA-DOCUMENTOS                              PIC X VALUE "N".
           88 TABELA-DOCUMENTOS-CHEIA                    VALUE "S".

       77 DATA-HOJE                                      PIC 9(8).
       77 DATA-INICIO-MES                                PIC 9(8).
       77 DATA-FIM-MES                                   PIC 9(8).
       77 PERIODO-PROCURADO                              PIC 9(6).
       77 PERIODO-PEDIDO                                 PIC 9(6).

       77 NUM-PEDIDOS-LIDOS                              PIC 9(6) VALUE 0.
       77 NUM-ENTREGAS-LIDAS                             PIC 9(6) VALUE 0.
       77 NUM-FATURAS-VERIFICADAS                        PIC 9(6) VALUE 0.
       77 NUM-MOVIMENTOS-LIDOS                           PIC 9(7) VALUE 0.
       77 NUM-AVISOS                                     PIC 9(5) VALUE 0.
       77 NUM-ERROS                                      PIC 9(5) VALUE 0.
       77 NUM-GRAVES                                     PIC 9(5) VALUE 0.
       77 CODIGO-RETORNO                                 PIC 9(2) VALUE 0.

       77 SEVERIDADE                                     PIC 9.
           88 SEVERIDADE-AVISO                           VALUE 1.
           88 SEVERIDADE-ERRO                            VALUE 2.
           88 SEVERIDADE-GRAVE                           VALUE 3.

       77 IND-PAG                                        PIC 9.
       77 SOMA-PAGAMENTOS                                PIC 9(3)V99.
       77 IND-DOC                                        PIC 9(5).
       77 IND-DOC-2                                      PIC 9(5).
       77 NUM-DOCUMENTOS                                 PIC 9(5) VALUE 0.
       77 DOC-AUXILIAR                                   PIC 9(6).
       77 DOC-ANO-LIDO                                   PIC X(04).
       77 DOC-NUM-LIDO                                   PIC X(06).
       77 EST-IND                                        PIC 99.
       77 VALOR-SAIDA                                    PIC ZZ9.99.
       77 VALOR-SAIDA2                                   PIC ZZ9.99.
       77 QTD-SAIDA                                      PIC -Z(5)9.
       77 QTD-SAIDA2                                     PIC -Z(5)9.
       77 CONTADOR-SAIDA                                 PIC Z(5)9.

       77 MES-AUDITORIA                                  PIC 9(6).
       01 MES-PEDIDO.
           05 MP-ANO                                     PIC 9(4).
           05 MP-MES                                     PIC 9(2).

       01 DATA-ATUAL.
           05 ANO                                        PIC 9(4).
           05 MES                                        PIC 9(2).
           05 DIA                                        PIC 9(2).

       01 TAB-FUNCIONARIOS.
           05 FUNC-REGISTADO                             PIC X(01)
                                                          OCCURS 99.

       01 TAB-DOCUMENTOS.
           05 DOC-NUM                                    PIC 9(6)
                                                          OCCURS 20000.

       01 TAB-STOCK.
           05 STOCK-CALCULADO                            PIC S9(6)
                                                          OCCURS 13.
           05 STOCK-FICHEIRO                             PIC 9(4)
                                                          OCCURS 13.
           05 STOCK-NOME                                 PIC X(20)
                                                          OCCURS 13.
       77 EST-QTD-INICIAL                                PIC 9(4) VALUE 50.

       01 EXCECAO.
           05 EXC-SEVERIDADE                             PIC X(06).
           05 FILLER                                     PIC X(01)
                                                          VALUE SPACE.
           05 EXC-AREA                                   PIC X(12).
           05 FILLER                                     PIC X(01)
                                                          VALUE SPACE.
           05 EXC-REFERENCIA                             PIC X(20).
           05 FILLER                                     PIC X(01)
                                                          VALUE SPACE.
           05 EXC-DESCRICAO                              PIC X(80).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           DISPLAY "PIZZARIA RAMALHO - AUDITORIA CRUZADA DE FICHEIROS".
           DISPLAY "----------------------------------------------".
           ACCEPT DATA-ATUAL FROM DATE YYYYMMDD.
           COMPUTE DATA-HOJE = ANO * 10000 + MES * 100 + DIA.
           DISPLAY "MES A AUDITAR (AAAAMM, 0 = MES ATUAL): ".
           ACCEPT MES-AUDITORIA.
           IF (MES-AUDITORIA = 0) THEN
               MOVE ANO TO MP-ANO
               MOVE MES TO MP-MES
           ELSE
               MOVE MES-AUDITORIA TO MES-PEDIDO
           END-IF.
           IF (MP-MES < 1 OR MP-MES > 12) THEN
               DISPLAY "MES INVALIDO."
               MOVE 16 TO RETURN-CODE
               GO TO FIM-PROGRAMA
           END-IF.
           COMPUTE PERIODO-PROCURADO = MP-ANO * 100 + MP-MES.
           COMPUTE DATA-INICIO-MES = MP-ANO * 10000 + MP-MES * 100 + 1.
           IF (MP-MES = 12) THEN
               COMPUTE DATA-FIM-MES = (MP-ANO + 1) * 10000 + 101
           ELSE
               COMPUTE DATA-FIM-MES = MP-ANO * 10000
                   + (MP-MES + 1) * 100 + 1
           END-IF.
           COMPUTE DATA-FIM-MES = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(DATA-FIM-MES) - 1).

           MOVE SPACES TO CAMINHO-RELATORIO.
           STRING "D:/Monique/Documents/Projetos/iefp/Carlos/cobol808/"
           "AUDITORIA-" MP-ANO MP-MES ".TXT"
           DELIMITED BY SIZE INTO CAMINHO-RELATORIO.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO REGISTO-RELATORIO.
           STRING "AUDITORIA CRUZADA DE FICHEIROS - MES " MP-MES "/"
           MP-ANO " - EXECUTADA EM " DIA "/" MES "/" ANO
           DELIMITED BY SIZE INTO REGISTO-RELATORIO.
           WRITE REGISTO-RELATORIO.
           MOVE SPACES TO REGISTO-RELATORIO.
           STRING "SEVER. AREA         REFERENCIA           DESCRICAO"
           DELIMITED BY SIZE INTO REGISTO-RELATORIO.
           WRITE REGISTO-RELATORIO.
           MOVE ALL "-" TO REGISTO-RELATORIO.
           WRITE REGISTO-RELATORIO.

           PERFORM CARREGAR-FUNCIONARIOS.

           OPEN INPUT PEDIDOS.
           IF (PEDIDOS-STATUS = "00") THEN
               MOVE "S" TO PEDIDOS-DISPONIVEIS
           END-IF.
           IF (PEDIDOS-STATUS NOT = "00" AND PEDIDOS-STATUS NOT = "05")
           THEN
               MOVE 3 TO SEVERIDADE
               MOVE "PEDIDOS" TO EXC-AREA
               MOVE "PEDIDOS.DAT" TO EXC-REFERENCIA
               MOVE SPACES TO EXC-DESCRICAO
               STRING "FICHEIRO DE PEDIDOS INDISPONIVEL - VERIFICACOES DE "
               "PEDIDOS NAO FEITAS" DELIMITED BY SIZE INTO EXC-DESCRICAO
               PERFORM REGISTAR-EXCECAO
           END-IF.
           OPEN INPUT ENTREGAS.
           IF (ENTREGAS-STATUS = "00") THEN
               MOVE "S" TO ENTREGAS-DISPONIVEIS
           END-IF.

           IF (HA-PEDIDOS) THEN
               PERFORM VERIFICAR-PEDIDOS
               PERFORM VERIFICAR-ENTREGAS
               PERFORM VERIFICAR-FATURAS
           END-IF.

           CLOSE ENTREGAS.
           CLOSE PEDIDOS.

           PERFORM VERIFICAR-STOCK.

           IF (NUM-GRAVES > 0) THEN
               MOVE 12 TO CODIGO-RETORNO
           ELSE
               IF (NUM-ERROS > 0) THEN
                   MOVE 8 TO CODIGO-RETORNO
               ELSE
                   IF (NUM-AVISOS > 0) THEN
                       MOVE 4 TO CODIGO-RETORNO
                   END-IF
               END-IF
           END-IF.

           MOVE ALL "-" TO REGISTO-RELATORIO.
           WRITE REGISTO-RELATORIO.
           MOVE SPACES TO REGISTO-RELATORIO.
           STRING "LIDOS: " NUM-PEDIDOS-LIDOS " PEDIDOS, "
           NUM-ENTREGAS-LIDAS " ENTREGAS, " NUM-FATURAS-VERIFICADAS
           " FATURAS, " NUM-MOVIMENTOS-LIDOS " MOVIMENTOS DE STOCK"
           DELIMITED BY SIZE INTO REGISTO-RELATORIO.
           WRITE REGISTO-RELATORIO.
           MOVE SPACES TO REGISTO-RELATORIO.
           STRING "EXCECOES: " NUM-GRAVES " GRAVES, " NUM-ERROS
           " ERROS, " NUM-AVISOS " AVISOS - CODIGO DE RETORNO "
           CODIGO-RETORNO DELIMITED BY SIZE INTO REGISTO-RELATORIO.
           WRITE REGISTO-RELATORIO.
           CLOSE RELATORIO.

           DISPLAY "----------------------------------------------".
           DISPLAY "PEDIDOS LIDOS:          " NUM-PEDIDOS-LIDOS.
           DISPLAY "ENTREGAS LIDAS:         " NUM-ENTREGAS-LIDAS.
           DISPLAY "FATURAS VERIFICADAS:    " NUM-FATURAS-VERIFICADAS.
           DISPLAY "MOVIMENTOS DE STOCK:    " NUM-MOVIMENTOS-LIDOS.
           DISPLAY "EXCECOES GRAVES:        " NUM-GRAVES.
           DISPLAY "ERROS:                  " NUM-ERROS.
           DISPLAY "AVISOS:                 " NUM-AVISOS.
           DISPLAY "RELATORIO GRAVADO EM AUDITORIA-" MP-ANO MP-MES
           ".TXT - CODIGO DE RETORNO " CODIGO-RETORNO.
           MOVE CODIGO-RETORNO TO RETURN-CODE.

       FIM-PROGRAMA.
           GOBACK.

       CARREGAR-FUNCIONARIOS.
           MOVE ALL "N" TO TAB-FUNCIONARIOS.
           OPEN INPUT FUNCIONARIOS.
           IF (FUNC-STATUS NOT = "00") THEN
               CLOSE FUNCIONARIOS
               MOVE 1 TO SEVERIDADE
               MOVE "FUNCIONARIOS" TO EXC-AREA
               MOVE "FUNCIONARIOS.TXT" TO EXC-REFERENCIA
               MOVE SPACES TO EXC-DESCRICAO
               STRING "FICHEIRO INDISPONIVEL - OPERADORES DOS PEDIDOS NAO "
               "VERIFICADOS" DELIMITED BY SIZE INTO EXC-DESCRICAO
               PERFORM REGISTAR-EXCECAO
               EXIT PARAGRAPH
           END-IF.
           MOVE "S" TO FUNCIONARIOS-DISPONIVEIS.
           PERFORM LER-PROXIMO-FUNCIONARIO.
           PERFORM UNTIL NAO-HA-MAIS-FUNCIONARIOS
               IF (FUNC-NUMERO IS NUMERIC AND FUNC-NUMERO > 0) THEN
                   MOVE "S" TO FUNC-REGISTADO(FUNC-NUMERO)
               END-IF
               PERFORM LER-PROXIMO-FUNCIONARIO
           END-PERFORM.
           CLOSE FUNCIONARIOS.

       LER-PROXIMO-FUNCIONARIO.
           READ FUNCIONARIOS
               AT END MOVE "S" TO FIM-FUNCIONARIOS
           END-READ.

       VERIFICAR-PEDIDOS.
           MOVE "N" TO FIM-PEDIDOS.
           MOVE DATA-INICIO-MES TO PED-DATA.
           MOVE 0 TO PED-NUMERO.
           START PEDIDOS KEY IS NOT LESS THAN PED-CHAVE
               INVALID KEY MOVE "S" TO FIM-PEDIDOS
           END-START.
           PERFORM LER-PROXIMO-PEDIDO-DATA.
           PERFORM UNTIL NAO-HA-MAIS-PEDIDOS
               ADD 1 TO NUM-PEDIDOS-LIDOS
               MOVE "PEDIDOS" TO EXC-AREA
               MOVE SPACES TO EXC-REFERENCIA
               STRING PED-DIA "/" PED-MES "/" PED-ANO " N." PED-NUMERO
               DELIMITED BY SIZE INTO EXC-REFERENCIA
               PERFORM VERIFICAR-OPERADOR-PEDIDO
               PERFORM VERIFICAR-PAGAMENTOS-PEDIDO
               IF (PED-MODO-ENTREGA = 2 AND PED-ATIVO) THEN
                   PERFORM VERIFICAR-DESPACHO-PEDIDO
               END-IF
               PERFORM LER-PROXIMO-PEDIDO-DATA
           END-PERFORM.

       LER-PROXIMO-PEDIDO-DATA.
           IF (NOT NAO-HA-MAIS-PEDIDOS) THEN
               READ PEDIDOS NEXT RECORD
                   AT END MOVE "S" TO FIM-PEDIDOS
                   NOT AT END
                       IF (PED-DATA > DATA-FIM-MES) THEN
                           MOVE "S" TO FIM-PEDIDOS
                       END-IF
               END-READ
           END-IF.

       VERIFICAR-OPERADOR-PEDIDO.
           IF (NOT HA-FUNCIONARIOS) THEN
               EXIT PARAGRAPH
           END-IF.
           IF (PED-OPERADOR = 0) THEN
               MOVE 1 TO SEVERIDADE
               MOVE SPACES TO EXC-DESCRICAO
               STRING "PEDIDO SEM OPERADOR (REGISTO CONVERTIDO OU ANTERIOR "
               "AO CONTROLO DE OPERADOR)" DELIMITED BY SIZE INTO EXC-DESCRICAO
               PERFORM REGISTAR-EXCECAO
               EXIT PARAGRAPH
           END-IF.
           IF (FUNC-REGISTADO(PED-OPERADOR) NOT = "S") THEN
               MOVE 2 TO SEVERIDADE
               MOVE SPACES TO EXC-DESCRICAO
               STRING "OPERADOR " PED-OPERADOR
               " NAO EXISTE EM FUNCIONARIOS.TXT"
               DELIMITED BY SIZE INTO EXC-DESCRICAO
               PERFORM REGISTAR-EXCECAO
           END-IF.

       VERIFICAR-PAGAMENTOS-PEDIDO.
           IF (PED-NUM-PAGAMENTOS < 1 OR PED-NUM-PAGAMENTOS > 3) THEN
               MOVE 3 TO SEVERIDADE
               MOVE SPACES TO EXC-DESCRICAO
               STRING "NUMERO DE PAGAMENTOS INVALIDO (" PED-NUM-PAGAMENTOS
               ")" DELIMITED BY SIZE INTO EXC-DESCRICAO
               PERFORM REGISTAR-EXCECAO
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO SOMA-PAGAMENTOS.
           PERFORM VARYING IND-PAG FROM 1 BY 1
               UNTIL IND-PAG > PED-NUM-PAGAMENTOS
               ADD PED-PAG-VALOR(IND-PAG) TO SOMA-PAGAMENTOS
           END-PERFORM.
           IF (SOMA-PAGAMENTOS NOT = PED-TOTAL) THEN
               MOVE 3 TO SEVERIDADE
               MOVE PED-TOTAL TO VALOR-SAIDA
               MOVE SOMA-PAGAMENTOS TO VALOR-SAIDA2
               MOVE SPACES TO EXC-DESCRICAO
               STRING "TOTAL " VALOR-SAIDA " EUR DIFERENTE DA SOMA DOS "
               "PAGAMENTOS " VALOR-SAIDA2 " EUR"
               DELIMITED BY SIZE INTO EXC-DESCRICAO
               PERFORM REGISTAR-EXCECAO
           END-IF.

       VERIFICAR-DESPACHO-PEDIDO.
           IF (NOT HA-ENTREGAS) THEN
               MOVE "23" TO ENTREGAS-STATUS
           ELSE
               MOVE PED-DATA TO ENT-DATA
               MOVE PED-NUMERO TO ENT-PEDIDO
               READ ENTREGAS
                   INVALID KEY CONTINUE
               END-READ
           END-IF.
           IF (ENTREGAS-STATUS = "00") THEN
               EXIT PARAGRAPH
           END-IF.
           IF (PED-DATA = DATA-HOJE) THEN
               MOVE 1 TO SEVERIDADE
               MOVE "ENTREGA DE HOJE AINDA SEM DESPACHO EM ENTREGAS.DAT"
               TO EXC-DESCRICAO
           ELSE
               MOVE 2 TO SEVERIDADE
               MOVE SPACES TO EXC-DESCRICAO
               STRING "PEDIDO PARA ENTREGA SEM REGISTO DE DESPACHO EM "
               "ENTREGAS.DAT" DELIMITED BY SIZE INTO EXC-DESCRICAO
           END-IF.
           PERFORM REGISTAR-EXCECAO.

       VERIFICAR-ENTREGAS.
           IF (NOT HA-ENTREGAS) THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO FIM-ENTREGAS.
           MOVE DATA-INICIO-MES TO ENT-DATA.
           MOVE 0 TO ENT-PEDIDO.
           START ENTREGAS KEY IS NOT LESS THAN ENT-CHAVE
               INVALID KEY MOVE "S" TO FIM-ENTREGAS
           END-START.
           PERFORM LER-PROXIMA-ENTREGA.
           PERFORM UNTIL NAO-HA-MAIS-ENTREGAS
               ADD 1 TO NUM-ENTREGAS-LIDAS
               MOVE "ENTREGAS" TO EXC-AREA
               MOVE SPACES TO EXC-REFERENCIA
               STRING ENT-DATA(7:2) "/" ENT-DATA(5:2) "/" ENT-DATA(1:4)
               " N." ENT-PEDIDO
               DELIMITED BY SIZE INTO EXC-REFERENCIA
               MOVE ENT-DATA TO PED-DATA
               MOVE ENT-PEDIDO TO PED-NUMERO
               READ PEDIDOS
                   INVALID KEY
                       MOVE 3 TO SEVERIDADE
                       MOVE SPACES TO EXC-DESCRICAO
                       STRING "DESPACHO PARA PEDIDO INEXISTENTE (MOTORISTA "
                       ENT-MOTORISTA ")"
                       DELIMITED BY SIZE INTO EXC-DESCRICAO
                       PERFORM REGISTAR-EXCECAO
                   NOT INVALID KEY
                       IF (PED-CANCELADO) THEN
                           MOVE 2 TO SEVERIDADE
                           MOVE SPACES TO EXC-DESCRICAO
                           STRING "DESPACHO PARA PEDIDO ANULADO (MOTORISTA "
                           ENT-MOTORISTA ", ESTADO " ENT-ESTADO ")"
                           DELIMITED BY SIZE INTO EXC-DESCRICAO
                           PERFORM REGISTAR-EXCECAO
                       END-IF
               END-READ
               PERFORM LER-PROXIMA-ENTREGA
           END-PERFORM.

       LER-PROXIMA-ENTREGA.
           IF (NOT NAO-HA-MAIS-ENTREGAS) THEN
               READ ENTREGAS NEXT RECORD
                   AT END MOVE "S" TO FIM-ENTREGAS
                   NOT AT END
                       IF (ENT-DATA > DATA-FIM-MES) THEN
                           MOVE "S" TO FIM-ENTREGAS
                       END-IF
               END-READ
           END-IF.

       VERIFICAR-FATURAS.
           PERFORM CARREGAR-DOCUMENTOS.
           IF (TABELA-DOCUMENTOS-CHEIA) THEN
               MOVE 3 TO SEVERIDADE
               MOVE "FATURAS" TO EXC-AREA
               MOVE "FATURAS.TXT" TO EXC-REFERENCIA
               MOVE SPACES TO EXC-DESCRICAO
               STRING "MAIS DE 20000 DOCUMENTOS NO ANO - VERIFICACAO DE "
               "FATURAS NAO FEITA" DELIMITED BY SIZE INTO EXC-DESCRICAO
               PERFORM REGISTAR-EXCECAO
               EXIT PARAGRAPH
           END-IF.
           PERFORM ORDENAR-DOCUMENTOS.

           MOVE 1 TO IND-DOC.
           MOVE "N" TO FIM-PEDIDOS.
           MOVE MP-ANO TO PED-FATURA-ANO.
           MOVE 1 TO PED-FATURA-NUM.
           START PEDIDOS KEY IS NOT LESS THAN PED-FATURA
               INVALID KEY MOVE "S" TO FIM-PEDIDOS
           END-START.
           PERFORM LER-PROXIMO-PEDIDO-FATURA.
           PERFORM UNTIL NAO-HA-MAIS-PEDIDOS
               PERFORM UNTIL IND-DOC > NUM-DOCUMENTOS
                   OR DOC-NUM(IND-DOC) >= PED-FATURA-NUM
                   ADD 1 TO IND-DOC
               END-PERFORM
               COMPUTE PERIODO-PEDIDO = PED-ANO * 100 + PED-MES
               IF (PERIODO-PEDIDO = PERIODO-PROCURADO) THEN
                   ADD 1 TO NUM-FATURAS-VERIFICADAS
                   IF (IND-DOC > NUM-DOCUMENTOS OR
                   DOC-NUM(IND-DOC) NOT = PED-FATURA-NUM) THEN
                       MOVE 2 TO SEVERIDADE
                       MOVE "FATURAS" TO EXC-AREA
                       MOVE SPACES TO EXC-REFERENCIA
                       STRING "FT " PED-FATURA-ANO "/" PED-FATURA-NUM
                       DELIMITED BY SIZE INTO EXC-REFERENCIA
                       MOVE SPACES TO EXC-DESCRICAO
                       STRING "SEM DOCUMENTO EM FATURAS.TXT (PEDIDO "
                       PED-NUMERO " DE " PED-DIA "/" PED-MES "/" PED-ANO
                       ")" DELIMITED BY SIZE INTO EXC-DESCRICAO
                       PERFORM REGISTAR-EXCECAO
                   END-IF
               END-IF
               PERFORM LER-PROXIMO-PEDIDO-FATURA
           END-PERFORM.

       LER-PROXIMO-PEDIDO-FATURA.
           IF (NOT NAO-HA-MAIS-PEDIDOS) THEN
               READ PEDIDOS NEXT RECORD
                   AT END MOVE "S" TO FIM-PEDIDOS
                   NOT AT END
                       IF (PED-FATURA-ANO NOT = MP-ANO) THEN
                           MOVE "S" TO FIM-PEDIDOS
                       END-IF
               END-READ
           END-IF.

       CARREGAR-DOCUMENTOS.
           MOVE 0 TO NUM-DOCUMENTOS.
           MOVE "N" TO FIM-FATURAS.
           OPEN INPUT FATURAS.
           IF (FAT-STATUS NOT = "00") THEN
               CLOSE FATURAS
               EXIT PARAGRAPH
           END-IF.
           PERFORM LER-PROXIMA-LINHA-FATURA.
           PERFORM UNTIL NAO-HA-MAIS-FATURAS
               MOVE SPACES TO DOC-ANO-LIDO
               MOVE SPACES TO DOC-NUM-LIDO
               IF (REGISTO-FATURA(1:10) = "FATURA FT ") THEN
                   MOVE REGISTO-FATURA(11:4) TO DOC-ANO-LIDO
                   MOVE REGISTO-FATURA(16:6) TO DOC-NUM-LIDO
               END-IF
               IF (REGISTO-FATURA(1:17) = "FATURA-RECIBO FT ") THEN
                   MOVE REGISTO-FATURA(18:4) TO DOC-ANO-LIDO
                   MOVE REGISTO-FATURA(23:6) TO DOC-NUM-LIDO
               END-IF
               IF (DOC-ANO-LIDO IS NUMERIC AND DOC-NUM-LIDO IS NUMERIC)
               THEN
                   IF (DOC-ANO-LIDO = MP-ANO) THEN
                       IF (NUM-DOCUMENTOS >= 20000) THEN
                           MOVE "S" TO TABELA-DOCUMENTOS
                       ELSE
                           ADD 1 TO NUM-DOCUMENTOS
                           MOVE DOC-NUM-LIDO TO DOC-NUM(NUM-DOCUMENTOS)
                       END-IF
                   END-IF
               END-IF
               PERFORM LER-PROXIMA-LINHA-FATURA
           END-PERFORM.
           CLOSE FATURAS.

       LER-PROXIMA-LINHA-FATURA.
           READ FATURAS
               AT END MOVE "S" TO FIM-FATURAS
           END-READ.

       ORDENAR-DOCUMENTOS.
           PERFORM VARYING IND-DOC FROM 2 BY 1
               UNTIL IND-DOC > NUM-DOCUMENTOS
               IF (DOC-NUM(IND-DOC) < DOC-NUM(IND-DOC - 1)) THEN
                   MOVE DOC-NUM(IND-DOC) TO DOC-AUXILIAR
                   MOVE IND-DOC TO IND-DOC-2
                   PERFORM UNTIL IND-DOC-2 < 2
                       OR DOC-NUM(IND-DOC-2 - 1) <= DOC-AUXILIAR
                       MOVE DOC-NUM(IND-DOC-2 - 1) TO DOC-NUM(IND-DOC-2)
                       SUBTRACT 1 FROM IND-DOC-2
                   END-PERFORM
                   MOVE DOC-AUXILIAR TO DOC-NUM(IND-DOC-2)
               END-IF
           END-PERFORM.

       VERIFICAR-STOCK.
           PERFORM VARYING EST-IND FROM 1 BY 1 UNTIL EST-IND > 13
               MOVE EST-QTD-INICIAL TO STOCK-CALCULADO(EST-IND)
               MOVE EST-QTD-INICIAL TO STOCK-FICHEIRO(EST-IND)
               MOVE SPACES TO STOCK-NOME(EST-IND)
           END-PERFORM.

           OPEN INPUT RECEITAS.
           IF (REC-STATUS = "00") THEN
               PERFORM LER-PROXIMA-RECEITA
               PERFORM UNTIL REC-STATUS = "10"
                   IF (REC-CODIGO >= 1 AND REC-CODIGO <= 13) THEN
                       MOVE REC-NOME TO STOCK-NOME(REC-CODIGO)
                   END-IF
                   PERFORM LER-PROXIMA-RECEITA
               END-PERFORM
           END-IF.
           CLOSE RECEITAS.

           OPEN INPUT ESTOQUE.
           IF (EST-STATUS = "00") THEN
               MOVE "S" TO ESTOQUE-DISPONIVEL
               PERFORM LER-REGISTO-ESTOQUE
               PERFORM UNTIL EST-STATUS = "10"
                   IF (EST-CODIGO >= 1 AND EST-CODIGO <= 13) THEN
                       MOVE EST-QUANTIDADE TO STOCK-FICHEIRO(EST-CODIGO)
                   END-IF
                   PERFORM LER-REGISTO-ESTOQUE
               END-PERFORM
           END-IF.
           CLOSE ESTOQUE.

           MOVE "N" TO FIM-MOVIMENTOS.
           OPEN INPUT MOVIMENTOS.
           IF (MOV-STATUS = "00") THEN
               PERFORM LER-PROXIMO-MOVIMENTO
               PERFORM UNTIL NAO-HA-MAIS-MOVIMENTOS
                   ADD 1 TO NUM-MOVIMENTOS-LIDOS
                   PERFORM APLICAR-MOVIMENTO
                   PERFORM LER-PROXIMO-MOVIMENTO
               END-PERFORM
           END-IF.
           CLOSE MOVIMENTOS.

           IF (NOT HA-ESTOQUE) THEN
               IF (NUM-MOVIMENTOS-LIDOS > 0) THEN
                   MOVE 3 TO SEVERIDADE
                   MOVE "STOCK" TO EXC-AREA
                   MOVE "INGREDIENTES-STOCK" TO EXC-REFERENCIA
                   MOVE SPACES TO EXC-DESCRICAO
                   STRING "FICHEIRO DE STOCK EM FALTA MAS EXISTEM MOVIMENTOS "
                   "EM MOVIMENTOS-STOCK.TXT" DELIMITED BY SIZE INTO EXC-DESCRICAO
                   PERFORM REGISTAR-EXCECAO
               END-IF
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING EST-IND FROM 1 BY 1 UNTIL EST-IND > 13
               IF (STOCK-CALCULADO(EST-IND) NOT = STOCK-FICHEIRO(EST-IND))
               THEN
                   MOVE 2 TO SEVERIDADE
                   MOVE "STOCK" TO EXC-AREA
                   MOVE SPACES TO EXC-REFERENCIA
                   STRING EST-IND " " STOCK-NOME(EST-IND)
                   DELIMITED BY SIZE INTO EXC-REFERENCIA
                   MOVE STOCK-FICHEIRO(EST-IND) TO QTD-SAIDA
                   MOVE STOCK-CALCULADO(EST-IND) TO QTD-SAIDA2
                   MOVE SPACES TO EXC-DESCRICAO
                   STRING "STOCK NO FICHEIRO " QTD-SAIDA
                   " DIFERENTE DO CALCULADO PELOS MOVIMENTOS " QTD-SAIDA2
                   DELIMITED BY SIZE INTO EXC-DESCRICAO
                   PERFORM REGISTAR-EXCECAO
               END-IF
           END-PERFORM.

       APLICAR-MOVIMENTO.
           IF (MOV-CODIGO < 1 OR MOV-CODIGO > 13 OR
           (NOT MOV-ENTRADA AND NOT MOV-SAIDA)) THEN
               MOVE 1 TO SEVERIDADE
               MOVE "STOCK" TO EXC-AREA
               MOVE SPACES TO EXC-REFERENCIA
               STRING MOV-DIA "/" MOV-MES "/" MOV-ANO " " MOV-HORAS ":"
               MOV-MINUTOS DELIMITED BY SIZE INTO EXC-REFERENCIA
               MOVE SPACES TO EXC-DESCRICAO
               STRING "MOVIMENTO IGNORADO - CODIGO " MOV-CODIGO " TIPO "
               MOV-TIPO " ORIGEM " MOV-ORIGEM
               DELIMITED BY SIZE INTO EXC-DESCRICAO
               PERFORM REGISTAR-EXCECAO
               EXIT PARAGRAPH
           END-IF.
           IF (MOV-ENTRADA) THEN
               ADD MOV-QUANTIDADE TO STOCK-CALCULADO(MOV-CODIGO)
           ELSE
               SUBTRACT MOV-QUANTIDADE FROM STOCK-CALCULADO(MOV-CODIGO)
           END-IF.

       LER-PROXIMA-RECEITA.
           READ RECEITAS
               AT END MOVE "10" TO REC-STATUS
           END-READ.

       LER-REGISTO-ESTOQUE.
           READ ESTOQUE
               AT END MOVE "10" TO EST-STATUS
           END-READ.

       LER-PROXIMO-MOVIMENTO.
           READ MOVIMENTOS
               AT END MOVE "S" TO FIM-MOVIMENTOS
           END-READ.

       REGISTAR-EXCECAO.
           EVALUATE TRUE
               WHEN SEVERIDADE-GRAVE
                   MOVE "GRAVE" TO EXC-SEVERIDADE
                   ADD 1 TO NUM-GRAVES
               WHEN SEVERIDADE-ERRO
                   MOVE "ERRO" TO EXC-SEVERIDADE
                   ADD 1 TO NUM-ERROS
               WHEN OTHER
                   MOVE "AVISO" TO EXC-SEVERIDADE
                   ADD 1 TO NUM-AVISOS
           END-EVALUATE.
           MOVE EXCECAO TO REGISTO-RELATORIO.
           WRITE REGISTO-RELATORIO.
           DISPLAY EXC-SEVERIDADE " " EXC-AREA " " EXC-REFERENCIA " "
           FUNCTION TRIM(EXC-DESCRICAO).
       END PROGRAM AuditoriaFicheiros.
