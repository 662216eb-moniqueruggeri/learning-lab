       >>SOURCE FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GestaoFornecedores.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FORNECEDORES ASSIGN TO
           "D:/Monique/Documents/Projetos/iefp/Carlos/cobol808/FORNECEDORES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FORN-CODIGO
           FILE STATUS IS FORN-STATUS.

           SELECT OPTIONAL CARDAPIO ASSIGN TO
           "D:/Monique/Documents/Projetos/iefp/Carlos/cobol808/CARDAPIO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CARDAPIO-STATUS.

           SELECT OPTIONAL RECEITAS ASSIGN TO
           "D:/Monique/Documents/Projetos/iefp/Carlos/cobol808/RECEITAS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FORNECEDORES.
       01 REGISTO-FORNECEDOR.
           05 FORN-CODIGO                               PIC 9(3).
           05 FORN-NOME                                 PIC X(30).
           05 FORN-NIF                                  PIC 9(9).
           05 FORN-CONTACTO                             PIC X(30).
           05 FORN-TELEFONE                             PIC 9(9).
           05 FORN-EMAIL                                PIC X(50).
           05 FORN-PRAZO-ENTREGA                        PIC 9(2).
           05 FORN-ESTADO                               PIC X(01).
              88 FORN-ATIVO                              VALUE "A".
              88 FORN-INATIVO                            VALUE "I".
           05 FORN-INGREDIENTE-GRP OCCURS 13.
               10 FORN-FORNECE                          PIC X(01).
                  88 FORN-FORNECE-SIM                    VALUE "S".
               10 FORN-PRECO                            PIC 9(3)V99.

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

       WORKING-STORAGE SECTION.
       77 FORN-STATUS                                    PIC X(02).
       77 CARDAPIO-STATUS                                PIC X(02).
       77 REC-STATUS                                     PIC X(02).
       77 OPCAO                                          PIC 9 VALUE 9.
           88 OPCAO-SAIR                                 VALUE 0.
       77 CODIGO-IN                                      PIC 9(3).
       77 IND-ING                                        PIC 99.
       77 FORNECE-IN                                     PIC X(01).
       77 PRECO-IN                                       PIC 9(3)V99.
       77 PRECO-SAIDA                                    PIC ZZ9.99.
       77 NIF-IN                                         PIC 9(9).
       77 TELEFONE-IN                                    PIC 9(9).
       77 NIF-VALIDO                                     PIC X.
           88 NIF-OK                                     VALUE "S".
       77 NIF-SOMA                                       PIC 9(4).
       77 NIF-RESTO                                      PIC 9(2).
       77 NIF-QUOCIENTE                                  PIC 9(4).
       77 NIF-CONTROLO                                   PIC 9.
       77 IND-NIF                                        PIC 99.
       77 DIGITO-NIF                                     PIC 9.
       77 TEXTO-IN                                       PIC X(50).
       77 PRAZO-IN                                       PIC 9(2).
       77 CONFIRMA                                       PIC X.
           88 CONFIRMA-SIM                               VALUE "S", "s".
       77 NUM-LISTADOS                                   PIC 9(3) VALUE 0.
       77 LISTA-INGREDIENTES                             PIC X(80).
       77 POS-LISTA                                      PIC 9(3).
       77 FIM-FORNECEDORES                               PIC X VALUE "N".
           88 NAO-HA-MAIS-FORNECEDORES                   VALUE "S".

       01 NIF-DIGITOS.
           05 NIF-DIGITO OCCURS 9                        PIC 9.

       01 TAB-INGREDIENTES-NOMES                         PIC X(20)
                                                          OCCURS 13.

       PROCEDURE DIVISION.
       CARREGA-NOMES-INGREDIENTES.
           OPEN INPUT CARDAPIO.
           IF (CARDAPIO-STATUS NOT = "00") THEN
               CLOSE CARDAPIO
               PERFORM CARREGA-NOMES-OMISSAO
           ELSE
               PERFORM LER-PROXIMO-CARDAPIO
               PERFORM UNTIL CARDAPIO-STATUS = "10"
                   IF (CARDAPIO-TIPO = "I") THEN
                       MOVE CARDAPIO-NOME
                       TO TAB-INGREDIENTES-NOMES(CARDAPIO-CODIGO)
                   END-IF
                   PERFORM LER-PROXIMO-CARDAPIO
               END-PERFORM
               CLOSE CARDAPIO
           END-IF.

       CARREGA-NOMES-BASE.
           MOVE "MASSA"           TO TAB-INGREDIENTES-NOMES(11).
           MOVE "MOLHO DE TOMATE" TO TAB-INGREDIENTES-NOMES(12).
           MOVE "MOZZARELLA"      TO TAB-INGREDIENTES-NOMES(13).
           OPEN INPUT RECEITAS.
           IF (REC-STATUS NOT = "00") THEN
               CLOSE RECEITAS
           ELSE
               PERFORM LER-PROXIMA-RECEITA
               PERFORM UNTIL REC-STATUS = "10"
                   IF (REC-BASE AND REC-CODIGO >= 1 AND REC-CODIGO <= 13)
                   THEN
                       MOVE REC-NOME TO TAB-INGREDIENTES-NOMES(REC-CODIGO)
                   END-IF
                   PERFORM LER-PROXIMA-RECEITA
               END-PERFORM
               CLOSE RECEITAS
           END-IF.

       MAIN-PROCEDURE.
           OPEN I-O FORNECEDORES.
           IF (FORN-STATUS NOT = "00") THEN
               CLOSE FORNECEDORES
               OPEN OUTPUT FORNECEDORES
               CLOSE FORNECEDORES
               OPEN I-O FORNECEDORES
           END-IF.

           PERFORM UNTIL OPCAO-SAIR
               DISPLAY " "
               DISPLAY "PIZZARIA RAMALHO - FORNECEDORES"
               DISPLAY "----------------------------------------------"
               DISPLAY "[1] REGISTAR FORNECEDOR"
               DISPLAY "[2] ALTERAR FORNECEDOR"
               DISPLAY "[3] CONSULTAR FORNECEDOR"
               DISPLAY "[4] LISTAR FORNECEDORES"
               DISPLAY "[5] DESATIVAR / REATIVAR FORNECEDOR"
               DISPLAY "[0] SAIR"
               DISPLAY "OPCAO: "
               ACCEPT OPCAO
               EVALUATE OPCAO
                   WHEN 1
                       PERFORM REGISTAR-FORNECEDOR
                   WHEN 2
                       PERFORM ALTERAR-FORNECEDOR
                   WHEN 3
                       PERFORM CONSULTAR-FORNECEDOR
                   WHEN 4
                       PERFORM LISTAR-FORNECEDORES
                   WHEN 5
                       PERFORM MUDAR-ESTADO-FORNECEDOR
                   WHEN 0
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA."
               END-EVALUATE
           END-PERFORM.

           CLOSE FORNECEDORES.
           STOP RUN.

       REGISTAR-FORNECEDOR.
           DISPLAY "CODIGO DO FORNECEDOR (1-999): ".
           ACCEPT CODIGO-IN.
           IF (CODIGO-IN = 0) THEN
               DISPLAY "CODIGO INVALIDO."
               EXIT PARAGRAPH
           END-IF.
           MOVE CODIGO-IN TO FORN-CODIGO.
           READ FORNECEDORES
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   DISPLAY "JA EXISTE O FORNECEDOR " FORN-CODIGO " - "
                   FORN-NOME
                   EXIT PARAGRAPH
           END-READ.
           INITIALIZE REGISTO-FORNECEDOR.
           MOVE CODIGO-IN TO FORN-CODIGO.
           MOVE "A" TO FORN-ESTADO.
           PERFORM VARYING IND-ING FROM 1 BY 1 UNTIL IND-ING > 13
               MOVE "N" TO FORN-FORNECE(IND-ING)
               MOVE 0 TO FORN-PRECO(IND-ING)
           END-PERFORM.
           PERFORM RECOLHER-DADOS-FORNECEDOR.
           PERFORM RECOLHER-INGREDIENTES.
           WRITE REGISTO-FORNECEDOR
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR O FORNECEDOR (" FORN-STATUS
                   ")."
               NOT INVALID KEY
                   DISPLAY "FORNECEDOR " FORN-CODIGO " REGISTADO."
           END-WRITE.

       ALTERAR-FORNECEDOR.
           PERFORM LER-FORNECEDOR-PEDIDO.
           IF (FORN-STATUS NOT = "00") THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM MOSTRAR-FORNECEDOR.
           DISPLAY " ".
           DISPLAY "ALTERAR DADOS GERAIS? (S/N)".
           ACCEPT CONFIRMA.
           IF (CONFIRMA-SIM) THEN
               PERFORM RECOLHER-DADOS-FORNECEDOR
           END-IF.
           DISPLAY "ALTERAR INGREDIENTES E PRECOS? (S/N)".
           ACCEPT CONFIRMA.
           IF (CONFIRMA-SIM) THEN
               PERFORM RECOLHER-INGREDIENTES
           END-IF.
           REWRITE REGISTO-FORNECEDOR
               INVALID KEY
                   DISPLAY "ERRO AO ALTERAR O FORNECEDOR (" FORN-STATUS
                   ")."
               NOT INVALID KEY
                   DISPLAY "FORNECEDOR " FORN-CODIGO " ALTERADO."
           END-REWRITE.

       CONSULTAR-FORNECEDOR.
           PERFORM LER-FORNECEDOR-PEDIDO.
           IF (FORN-STATUS = "00") THEN
               PERFORM MOSTRAR-FORNECEDOR
           END-IF.

       MUDAR-ESTADO-FORNECEDOR.
           PERFORM LER-FORNECEDOR-PEDIDO.
           IF (FORN-STATUS NOT = "00") THEN
               EXIT PARAGRAPH
           END-IF.
           IF (FORN-ATIVO) THEN
               DISPLAY "DESATIVAR O FORNECEDOR " FORN-NOME "? (S/N)"
           ELSE
               DISPLAY "REATIVAR O FORNECEDOR " FORN-NOME "? (S/N)"
           END-IF.
           ACCEPT CONFIRMA.
           IF (CONFIRMA-SIM) THEN
               IF (FORN-ATIVO) THEN
                   MOVE "I" TO FORN-ESTADO
               ELSE
                   MOVE "A" TO FORN-ESTADO
               END-IF
               REWRITE REGISTO-FORNECEDOR
                   INVALID KEY
                       DISPLAY "ERRO AO ALTERAR O FORNECEDOR ("
                       FORN-STATUS ")."
                   NOT INVALID KEY
                       DISPLAY "ESTADO DO FORNECEDOR ATUALIZADO."
               END-REWRITE
           END-IF.

       LER-FORNECEDOR-PEDIDO.
           DISPLAY "CODIGO DO FORNECEDOR: ".
           ACCEPT CODIGO-IN.
           MOVE CODIGO-IN TO FORN-CODIGO.
           READ FORNECEDORES
               INVALID KEY
                   DISPLAY "FORNECEDOR NAO ENCONTRADO."
           END-READ.

       RECOLHER-DADOS-FORNECEDOR.
           DISPLAY "NOME (ATUAL: " FORN-NOME "): ".
           ACCEPT TEXTO-IN.
           IF (TEXTO-IN NOT = SPACES) THEN
               MOVE TEXTO-IN TO FORN-NOME
           END-IF.
           MOVE "N" TO NIF-VALIDO.
           PERFORM UNTIL NIF-OK
               DISPLAY "NIF (ATUAL: " FORN-NIF "): "
               ACCEPT NIF-IN
               IF (NIF-IN = 0 AND FORN-NIF NOT = 0) THEN
                   MOVE FORN-NIF TO NIF-IN
               END-IF
               PERFORM VALIDAR-NIF
               IF (NIF-OK) THEN
                   MOVE NIF-IN TO FORN-NIF
               ELSE
                   DISPLAY "NIF INVALIDO (DIGITO DE CONTROLO ERRADO)."
               END-IF
           END-PERFORM.
           DISPLAY "PESSOA DE CONTACTO (ATUAL: " FORN-CONTACTO "): ".
           ACCEPT TEXTO-IN.
           IF (TEXTO-IN NOT = SPACES) THEN
               MOVE TEXTO-IN TO FORN-CONTACTO
           END-IF.
           DISPLAY "TELEFONE (ATUAL: " FORN-TELEFONE ", 0 = MANTER): ".
           ACCEPT TELEFONE-IN.
           IF (TELEFONE-IN NOT = 0) THEN
               MOVE TELEFONE-IN TO FORN-TELEFONE
           END-IF.
           DISPLAY "EMAIL (ATUAL: " FORN-EMAIL "): ".
           ACCEPT TEXTO-IN.
           IF (TEXTO-IN NOT = SPACES) THEN
               MOVE TEXTO-IN TO FORN-EMAIL
           END-IF.
           DISPLAY "PRAZO DE ENTREGA EM DIAS (ATUAL: "
           FORN-PRAZO-ENTREGA ", 0 = MANTER): ".
           ACCEPT PRAZO-IN.
           IF (PRAZO-IN NOT = 0) THEN
               MOVE PRAZO-IN TO FORN-PRAZO-ENTREGA
           END-IF.

       RECOLHER-INGREDIENTES.
           DISPLAY "INGREDIENTES FORNECIDOS (S/N, VAZIO = MANTER) E "
           "PRECO UNITARIO DE REFERENCIA (0 = MANTER):".
           PERFORM VARYING IND-ING FROM 1 BY 1 UNTIL IND-ING > 13
               MOVE FORN-PRECO(IND-ING) TO PRECO-SAIDA
               DISPLAY "  " IND-ING " " TAB-INGREDIENTES-NOMES(IND-ING)
               " (ATUAL: " FORN-FORNECE(IND-ING) " " PRECO-SAIDA
               " EUR): "
               MOVE SPACE TO FORNECE-IN
               ACCEPT FORNECE-IN
               IF (FORNECE-IN = "S" OR FORNECE-IN = "s") THEN
                   MOVE "S" TO FORN-FORNECE(IND-ING)
               ELSE
                   IF (FORNECE-IN = "N" OR FORNECE-IN = "n") THEN
                       MOVE "N" TO FORN-FORNECE(IND-ING)
                       MOVE 0 TO FORN-PRECO(IND-ING)
                   END-IF
               END-IF
               IF (FORN-FORNECE-SIM(IND-ING)) THEN
                   DISPLAY "    PRECO UNITARIO (EUR): "
                   ACCEPT PRECO-IN
                   IF (PRECO-IN NOT = 0) THEN
                       MOVE PRECO-IN TO FORN-PRECO(IND-ING)
                   END-IF
               END-IF
           END-PERFORM.

       VALIDAR-NIF.
           MOVE "N" TO NIF-VALIDO.
           MOVE NIF-IN TO NIF-DIGITOS.
           IF (NIF-DIGITO(1) = 0 OR NIF-DIGITO(1) = 4 OR
           NIF-DIGITO(1) = 7) THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO NIF-SOMA.
           PERFORM VARYING IND-NIF FROM 1 BY 1 UNTIL IND-NIF > 8
               MOVE NIF-DIGITO(IND-NIF) TO DIGITO-NIF
               COMPUTE NIF-SOMA = NIF-SOMA + DIGITO-NIF * (10 - IND-NIF)
           END-PERFORM.
           DIVIDE NIF-SOMA BY 11 GIVING NIF-QUOCIENTE
           REMAINDER NIF-RESTO.
           IF (NIF-RESTO < 2) THEN
               MOVE 0 TO NIF-CONTROLO
           ELSE
               COMPUTE NIF-CONTROLO = 11 - NIF-RESTO
           END-IF.
           IF (NIF-CONTROLO = NIF-DIGITO(9)) THEN
               MOVE "S" TO NIF-VALIDO
           END-IF.

       MOSTRAR-FORNECEDOR.
           DISPLAY " ".
           DISPLAY "FORNECEDOR " FORN-CODIGO " - " FORN-NOME.
           DISPLAY "  NIF: " FORN-NIF "  CONTACTO: " FORN-CONTACTO.
           DISPLAY "  TELEFONE: " FORN-TELEFONE "  EMAIL: " FORN-EMAIL.
           DISPLAY "  PRAZO DE ENTREGA: " FORN-PRAZO-ENTREGA " DIAS".
           IF (FORN-INATIVO) THEN
               DISPLAY "  (FORNECEDOR INATIVO)"
           END-IF.
           DISPLAY "  INGREDIENTES FORNECIDOS:".
           PERFORM VARYING IND-ING FROM 1 BY 1 UNTIL IND-ING > 13
               IF (FORN-FORNECE-SIM(IND-ING)) THEN
                   MOVE FORN-PRECO(IND-ING) TO PRECO-SAIDA
                   DISPLAY "    " IND-ING " "
                   TAB-INGREDIENTES-NOMES(IND-ING) " " PRECO-SAIDA
                   " EUR"
               END-IF
           END-PERFORM.

       LISTAR-FORNECEDORES.
           MOVE 0 TO NUM-LISTADOS.
           MOVE "N" TO FIM-FORNECEDORES.
           MOVE 0 TO FORN-CODIGO.
           START FORNECEDORES KEY IS NOT LESS THAN FORN-CODIGO
               INVALID KEY MOVE "S" TO FIM-FORNECEDORES
           END-START.
           DISPLAY " ".
           DISPLAY "COD NOME                           NIF       PRAZO "
           "EST INGREDIENTES".
           PERFORM UNTIL NAO-HA-MAIS-FORNECEDORES
               READ FORNECEDORES NEXT RECORD
                   AT END MOVE "S" TO FIM-FORNECEDORES
                   NOT AT END
                       PERFORM LISTAR-UM-FORNECEDOR
               END-READ
           END-PERFORM.
           DISPLAY NUM-LISTADOS " FORNECEDORES.".

       LISTAR-UM-FORNECEDOR.
           ADD 1 TO NUM-LISTADOS.
           MOVE SPACES TO LISTA-INGREDIENTES.
           MOVE 1 TO POS-LISTA.
           PERFORM VARYING IND-ING FROM 1 BY 1 UNTIL IND-ING > 13
               IF (FORN-FORNECE-SIM(IND-ING)) THEN
                   STRING IND-ING " " DELIMITED BY SIZE
                   INTO LISTA-INGREDIENTES WITH POINTER POS-LISTA
               END-IF
           END-PERFORM.
           DISPLAY FORN-CODIGO " " FORN-NOME " " FORN-NIF "  "
           FORN-PRAZO-ENTREGA "    " FORN-ESTADO "  " LISTA-INGREDIENTES.

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
           MOVE "ATUM"      TO TAB-INGREDIENTES-NOMES(2).
           MOVE "ANCHOVAS"  TO TAB-INGREDIENTES-NOMES(3).
           MOVE "CAMARAO"   TO TAB-INGREDIENTES-NOMES(4).
           MOVE "BACON"     TO TAB-INGREDIENTES-NOMES(5).
           MOVE "BANANA"    TO TAB-INGREDIENTES-NOMES(6).
           MOVE "ANANAS"    TO TAB-INGREDIENTES-NOMES(7).
           MOVE "AZEITONAS" TO TAB-INGREDIENTES-NOMES(8).
           MOVE "COGUMELOS" TO TAB-INGREDIENTES-NOMES(9).
           MOVE "MILHO"     TO TAB-INGREDIENTES-NOMES(10).
       END PROGRAM GestaoFornecedores.
