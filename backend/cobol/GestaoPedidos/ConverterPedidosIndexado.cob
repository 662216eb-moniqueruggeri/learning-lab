       >>SOURCE FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConverterPedidosIndexado.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PEDIDOS-TEXTO ASSIGN TO CAMINHO-ANTIGO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ANTIGO-STATUS.

           SELECT OPTIONAL PEDIDOS ASSIGN TO
           "D:/Monique/Documents/Projetos/iefp/Carlos/cobol808/PEDIDOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PED-CHAVE
           ALTERNATE RECORD KEY IS PED-CONTATO WITH DUPLICATES
           ALTERNATE RECORD KEY IS PED-FATURA WITH DUPLICATES
           FILE STATUS IS PEDIDOS-STATUS.

           SELECT OPTIONAL COZINHA-FEITOS ASSIGN TO
           "D:/Monique/Documents/Projetos/iefp/Carlos/cobol808/COZINHA-FEITOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FEITOS-STATUS.

           SELECT OPTIONAL ENTREGAS-TEXTO ASSIGN TO
           "D:/Monique/Documents/Projetos/iefp/Carlos/cobol808/ENTREGAS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ENT-TEXTO-STATUS.

           SELECT OPTIONAL ENTREGAS ASSIGN TO
           "D:/Monique/Documents/Projetos/iefp/Carlos/cobol808/ENTREGAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ENT-CHAVE
           FILE STATUS IS ENTREGAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PEDIDOS-TEXTO.
       01 REGISTO-ANTIGO.
           05 ANT-NUMERO                                PIC 9(4).
           05 ANT-CLIENTE                                PIC X(20).
           05 ANT-CONTATO                                PIC 9(9).
           05 ANT-DATA                                   PIC 9(8).
           05 ANT-RESTO                                  PIC X(212).

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
       01 REGISTO-PEDIDO-BLOCOS.
           05 PED-BASE.
               10 FILLER                                 PIC X(41).
               10 PED-BLOCO-ANTIGO                       PIC X(212).
           05 FILLER                                     PIC X(7).

       FD COZINHA-FEITOS.
       01 REGISTO-FEITO.
           05 FEITO-DATA                                PIC 9(8).
           05 FEITO-PEDIDO                              PIC 9(4).

       FD ENTREGAS-TEXTO.
       01 REGISTO-ENTREGA-TEXTO.
           05 ETX-DATA                                  PIC 9(8).
           05 ETX-PEDIDO                                PIC 9(4).
           05 ETX-RESTO                                 PIC X(15).

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

       WORKING-STORAGE SECTION.
       77 ANTIGO-STATUS                                  PIC X(02).
       77 PEDIDOS-STATUS                                 PIC X(02).
       77 FEITOS-STATUS                                  PIC X(02).
       77 ENT-TEXTO-STATUS                               PIC X(02).
       77 ENTREGAS-STATUS                                PIC X(02).
       77 CAMINHO-ANTIGO                                 PIC X(120).
       77 NOME-ANTIGO                                    PIC X(30).
       77 FIM-ANTIGOS                                    PIC X VALUE "N".
           88 NAO-HA-MAIS-ANTIGOS                        VALUE "S".
       77 FIM-PEDIDOS                                    PIC X VALUE "N".
           88 NAO-HA-MAIS-PEDIDOS                        VALUE "S".
       77 FIM-FEITOS                                     PIC X VALUE "N".
           88 NAO-HA-MAIS-FEITOS                         VALUE "S".
       77 FIM-ENTREGAS-TEXTO                             PIC X VALUE "N".
           88 NAO-HA-MAIS-ENTREGAS-TEXTO                 VALUE "S".
       77 ANO-INICIAL                                    PIC 9(4).
       77 ANO-FINAL                                      PIC 9(4).
       77 ANO-ARQUIVO                                    PIC 9(4).
       77 CONFIRMA                                       PIC X.
           88 CONFIRMA-SIM                               VALUE "S", "s".

       77 NUM-EXISTENTES                                 PIC 9(6) VALUE 0.
       77 TOTAL-EXISTENTES                               PIC 9(8)V99 VALUE 0.
       77 FICH-LIDOS                                     PIC 9(6).
       77 FICH-GRAVADOS                                  PIC 9(6).
       77 FICH-REPETIDOS                                 PIC 9(6).
       77 FICH-CONFLITOS                                 PIC 9(6).
       77 FICH-REJEITADOS                                PIC 9(6).
       77 FICH-TOTAL-LIDO                                PIC 9(8)V99.
       77 FICH-TOTAL-GRAVADO                             PIC 9(8)V99.
       77 NUM-FICHEIROS                                  PIC 9(3) VALUE 0.
       77 NUM-LIDOS                                      PIC 9(6) VALUE 0.
       77 NUM-GRAVADOS                                   PIC 9(6) VALUE 0.
       77 NUM-REPETIDOS                                  PIC 9(6) VALUE 0.
       77 NUM-CONFLITOS                                  PIC 9(6) VALUE 0.
       77 NUM-REJEITADOS                                 PIC 9(6) VALUE 0.
       77 TOTAL-LIDO                                     PIC 9(8)V99 VALUE 0.
       77 TOTAL-GRAVADO                                  PIC 9(8)V99 VALUE 0.
       77 NUM-MARCAS                                     PIC 9(6) VALUE 0.
       77 NUM-MARCAS-SEM-PEDIDO                          PIC 9(6) VALUE 0.
       77 NUM-ENTREGAS-GRAVADAS                          PIC 9(6) VALUE 0.
       77 NUM-ENTREGAS-REGRAVADAS                        PIC 9(6) VALUE 0.
       77 NUM-FINAL                                      PIC 9(6) VALUE 0.
       77 TOTAL-FINAL                                    PIC 9(8)V99 VALUE 0.
       77 NUM-ESPERADO                                   PIC 9(6) VALUE 0.
       77 TOTAL-ESPERADO                                 PIC 9(8)V99 VALUE 0.

       77 VALOR-SAIDA                                    PIC ZZ,ZZZ,ZZ9.99.
       77 VALOR-SAIDA2                                   PIC ZZ,ZZZ,ZZ9.99.

       01 REGISTO-NOVO.
           05 NOVO-BASE                                  PIC X(253).
           05 FILLER                                     PIC X(7).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "PIZZARIA RAMALHO - CONVERSAO PARA PEDIDOS.DAT".
           DISPLAY "----------------------------------------------".
           DISPLAY "LE PEDIDOS.TXT E OS ARQUIVOS PEDIDOS-ARQUIVO-AAAA.TXT "
           "E".
           DISPLAY "GRAVA-OS NO FICHEIRO INDEXADO PEDIDOS.DAT (CHAVE DATA "
           "+ NUMERO).".
           DISPLAY "CONVERTE TAMBEM COZINHA-FEITOS.TXT E ENTREGAS.TXT.".
           DISPLAY " ".
           DISPLAY "PRIMEIRO ANO DE ARQUIVO A CONVERTER (0 = NENHUM): ".
           ACCEPT ANO-INICIAL.
           IF (ANO-INICIAL > 0) THEN
               DISPLAY "ULTIMO ANO DE ARQUIVO A CONVERTER: "
               ACCEPT ANO-FINAL
               IF (ANO-FINAL < ANO-INICIAL) THEN
                   DISPLAY "ANO FINAL ANTERIOR AO INICIAL. NADA FOI "
                   "ALTERADO."
                   GO TO FIM-PROGRAMA
               END-IF
           END-IF.
           DISPLAY "CONFIRMA A CONVERSAO? (S/N)".
           ACCEPT CONFIRMA.
           IF (NOT CONFIRMA-SIM) THEN
               DISPLAY "OPERACAO CANCELADA. NADA FOI ALTERADO."
               GO TO FIM-PROGRAMA
           END-IF.

           PERFORM CONTAR-EXISTENTES.
           MOVE TOTAL-EXISTENTES TO VALOR-SAIDA.
           DISPLAY " ".
           DISPLAY "PEDIDOS.DAT ANTES DA CONVERSAO: " NUM-EXISTENTES
           " PEDIDOS, TOTAL " VALOR-SAIDA " EUR".

           OPEN I-O PEDIDOS.
           IF (PEDIDOS-STATUS = "35") THEN
               OPEN OUTPUT PEDIDOS
               CLOSE PEDIDOS
               OPEN I-O PEDIDOS
           END-IF.
           IF (PEDIDOS-STATUS NOT = "00" AND PEDIDOS-STATUS NOT = "05")
           THEN
               DISPLAY "ERRO " PEDIDOS-STATUS " AO ABRIR PEDIDOS.DAT. "
               "NADA FOI ALTERADO."
               GO TO FIM-PROGRAMA
           END-IF.

           DISPLAY " ".
           DISPLAY "FICHEIRO                        LIDOS GRAVADOS "
           "REPETIDOS CONFLITOS REJEITADOS".
           MOVE "PEDIDOS.TXT" TO NOME-ANTIGO.
           PERFORM CONVERTER-FICHEIRO.
           IF (ANO-INICIAL > 0) THEN
               PERFORM CONVERTER-ARQUIVO
                   VARYING ANO-ARQUIVO FROM ANO-INICIAL BY 1
                   UNTIL ANO-ARQUIVO > ANO-FINAL
           END-IF.
           PERFORM CONVERTER-MARCAS-COZINHA.
           CLOSE PEDIDOS.

           PERFORM CONVERTER-ENTREGAS.
           PERFORM VERIFICAR-CONVERSAO.

       FIM-PROGRAMA.
           STOP RUN.

       CONTAR-EXISTENTES.
           MOVE "N" TO FIM-PEDIDOS.
           OPEN INPUT PEDIDOS.
           IF (PEDIDOS-STATUS NOT = "00") THEN
               CLOSE PEDIDOS
               EXIT PARAGRAPH
           END-IF.
           PERFORM LER-PROXIMO-PEDIDO.
           PERFORM UNTIL NAO-HA-MAIS-PEDIDOS
               ADD 1 TO NUM-EXISTENTES
               ADD PED-TOTAL TO TOTAL-EXISTENTES
               PERFORM LER-PROXIMO-PEDIDO
           END-PERFORM.
           CLOSE PEDIDOS.

       LER-PROXIMO-PEDIDO.
           READ PEDIDOS NEXT RECORD
               AT END MOVE "S" TO FIM-PEDIDOS
           END-READ.

       CONVERTER-ARQUIVO.
           MOVE SPACES TO NOME-ANTIGO.
           STRING "PEDIDOS-ARQUIVO-" ANO-ARQUIVO ".TXT"
           DELIMITED BY SIZE INTO NOME-ANTIGO.
           PERFORM CONVERTER-FICHEIRO.

       CONVERTER-FICHEIRO.
           MOVE SPACES TO CAMINHO-ANTIGO.
           STRING "D:/Monique/Documents/Projetos/iefp/Carlos/cobol808/"
           NOME-ANTIGO DELIMITED BY SPACE INTO CAMINHO-ANTIGO.
           MOVE 0 TO FICH-LIDOS FICH-GRAVADOS FICH-REPETIDOS
           FICH-CONFLITOS FICH-REJEITADOS.
           MOVE 0 TO FICH-TOTAL-LIDO FICH-TOTAL-GRAVADO.
           MOVE "N" TO FIM-ANTIGOS.
           OPEN INPUT PEDIDOS-TEXTO.
           IF (ANTIGO-STATUS NOT = "00") THEN
               CLOSE PEDIDOS-TEXTO
               DISPLAY NOME-ANTIGO "  NAO ENCONTRADO"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO NUM-FICHEIROS.
           PERFORM LER-PROXIMO-ANTIGO.
           PERFORM UNTIL NAO-HA-MAIS-ANTIGOS
               PERFORM CONVERTER-REGISTO
               PERFORM LER-PROXIMO-ANTIGO
           END-PERFORM.
           CLOSE PEDIDOS-TEXTO.
           DISPLAY NOME-ANTIGO "  " FICH-LIDOS "   " FICH-GRAVADOS
           "    " FICH-REPETIDOS "    " FICH-CONFLITOS "     "
           FICH-REJEITADOS.
           MOVE FICH-TOTAL-LIDO TO VALOR-SAIDA.
           MOVE FICH-TOTAL-GRAVADO TO VALOR-SAIDA2.
           DISPLAY "    TOTAL LIDO " VALOR-SAIDA " EUR   TOTAL GRAVADO "
           VALOR-SAIDA2 " EUR".
           ADD FICH-LIDOS TO NUM-LIDOS.
           ADD FICH-GRAVADOS TO NUM-GRAVADOS.
           ADD FICH-REPETIDOS TO NUM-REPETIDOS.
           ADD FICH-CONFLITOS TO NUM-CONFLITOS.
           ADD FICH-REJEITADOS TO NUM-REJEITADOS.
           ADD FICH-TOTAL-LIDO TO TOTAL-LIDO.
           ADD FICH-TOTAL-GRAVADO TO TOTAL-GRAVADO.

       LER-PROXIMO-ANTIGO.
           READ PEDIDOS-TEXTO
               AT END MOVE "S" TO FIM-ANTIGOS
           END-READ.

       CONVERTER-REGISTO.
           ADD 1 TO FICH-LIDOS.
           IF (ANT-NUMERO IS NOT NUMERIC OR ANT-DATA IS NOT NUMERIC OR
           ANT-NUMERO = 0 OR ANT-DATA = 0) THEN
               ADD 1 TO FICH-REJEITADOS
               DISPLAY "    REJEITADO (CHAVE INVALIDA): " ANT-DATA " "
               ANT-NUMERO
               EXIT PARAGRAPH
           END-IF.
           MOVE ANT-DATA TO PED-DATA.
           MOVE ANT-NUMERO TO PED-NUMERO.
           MOVE ANT-CLIENTE TO PED-CLIENTE.
           MOVE ANT-CONTATO TO PED-CONTATO.
           MOVE ANT-RESTO TO PED-BLOCO-ANTIGO.
           MOVE SPACE TO PED-COZINHA.
           MOVE 0 TO PED-HORA-FEITO.
           IF (PED-TOTAL IS NUMERIC) THEN
               ADD PED-TOTAL TO FICH-TOTAL-LIDO
           END-IF.
           MOVE REGISTO-PEDIDO TO REGISTO-NOVO.
           WRITE REGISTO-PEDIDO
               INVALID KEY PERFORM TRATAR-CHAVE-REPETIDA
               NOT INVALID KEY
                   ADD 1 TO FICH-GRAVADOS
                   IF (PED-TOTAL IS NUMERIC) THEN
                       ADD PED-TOTAL TO FICH-TOTAL-GRAVADO
                   END-IF
           END-WRITE.

       TRATAR-CHAVE-REPETIDA.
           READ PEDIDOS
               INVALID KEY
                   ADD 1 TO FICH-REJEITADOS
                   DISPLAY "    ERRO " PEDIDOS-STATUS " NO PEDIDO "
                   PED-DATA " " PED-NUMERO
               NOT INVALID KEY
                   IF (PED-BASE = NOVO-BASE) THEN
                       ADD 1 TO FICH-REPETIDOS
                   ELSE
                       ADD 1 TO FICH-CONFLITOS
                       DISPLAY "    CONFLITO: PEDIDO " PED-NUMERO " DE "
                       PED-DIA "/" PED-MES "/" PED-ANO
                       " JA EXISTE COM DADOS DIFERENTES - NAO GRAVADO"
                   END-IF
           END-READ.

       CONVERTER-MARCAS-COZINHA.
           MOVE "N" TO FIM-FEITOS.
           OPEN INPUT COZINHA-FEITOS.
           IF (FEITOS-STATUS NOT = "00") THEN
               CLOSE COZINHA-FEITOS
               DISPLAY "COZINHA-FEITOS.TXT NAO ENCONTRADO"
               EXIT PARAGRAPH
           END-IF.
           PERFORM LER-PROXIMO-FEITO.
           PERFORM UNTIL NAO-HA-MAIS-FEITOS
               MOVE FEITO-DATA TO PED-DATA
               MOVE FEITO-PEDIDO TO PED-NUMERO
               READ PEDIDOS
                   INVALID KEY ADD 1 TO NUM-MARCAS-SEM-PEDIDO
                   NOT INVALID KEY
                       MOVE "F" TO PED-COZINHA
                       REWRITE REGISTO-PEDIDO
                           INVALID KEY ADD 1 TO NUM-MARCAS-SEM-PEDIDO
                           NOT INVALID KEY ADD 1 TO NUM-MARCAS
                       END-REWRITE
               END-READ
               PERFORM LER-PROXIMO-FEITO
           END-PERFORM.
           CLOSE COZINHA-FEITOS.
           DISPLAY "COZINHA-FEITOS.TXT: " NUM-MARCAS " PEDIDOS MARCADOS "
           "COMO FEITOS, " NUM-MARCAS-SEM-PEDIDO " SEM PEDIDO.".

       LER-PROXIMO-FEITO.
           READ COZINHA-FEITOS
               AT END MOVE "S" TO FIM-FEITOS
           END-READ.

       CONVERTER-ENTREGAS.
           MOVE "N" TO FIM-ENTREGAS-TEXTO.
           OPEN INPUT ENTREGAS-TEXTO.
           IF (ENT-TEXTO-STATUS NOT = "00") THEN
               CLOSE ENTREGAS-TEXTO
               DISPLAY "ENTREGAS.TXT NAO ENCONTRADO"
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O ENTREGAS.
           IF (ENTREGAS-STATUS = "35") THEN
               OPEN OUTPUT ENTREGAS
               CLOSE ENTREGAS
               OPEN I-O ENTREGAS
           END-IF.
           IF (ENTREGAS-STATUS NOT = "00" AND ENTREGAS-STATUS NOT = "05")
           THEN
               CLOSE ENTREGAS-TEXTO
               DISPLAY "ERRO " ENTREGAS-STATUS " AO ABRIR ENTREGAS.DAT. "
               "ENTREGAS NAO CONVERTIDAS."
               EXIT PARAGRAPH
           END-IF.
           PERFORM LER-PROXIMA-ENTREGA-TEXTO.
           PERFORM UNTIL NAO-HA-MAIS-ENTREGAS-TEXTO
               MOVE REGISTO-ENTREGA-TEXTO TO REGISTO-ENTREGA
               WRITE REGISTO-ENTREGA
                   INVALID KEY
                       REWRITE REGISTO-ENTREGA
                           NOT INVALID KEY
                               ADD 1 TO NUM-ENTREGAS-REGRAVADAS
                       END-REWRITE
                   NOT INVALID KEY ADD 1 TO NUM-ENTREGAS-GRAVADAS
               END-WRITE
               PERFORM LER-PROXIMA-ENTREGA-TEXTO
           END-PERFORM.
           CLOSE ENTREGAS.
           CLOSE ENTREGAS-TEXTO.
           DISPLAY "ENTREGAS.TXT: " NUM-ENTREGAS-GRAVADAS
           " ENTREGAS GRAVADAS EM ENTREGAS.DAT, "
           NUM-ENTREGAS-REGRAVADAS " ATUALIZADAS.".

       LER-PROXIMA-ENTREGA-TEXTO.
           READ ENTREGAS-TEXTO
               AT END MOVE "S" TO FIM-ENTREGAS-TEXTO
           END-READ.

       VERIFICAR-CONVERSAO.
           MOVE "N" TO FIM-PEDIDOS.
           OPEN INPUT PEDIDOS.
           PERFORM LER-PROXIMO-PEDIDO.
           PERFORM UNTIL NAO-HA-MAIS-PEDIDOS
               ADD 1 TO NUM-FINAL
               ADD PED-TOTAL TO TOTAL-FINAL
               PERFORM LER-PROXIMO-PEDIDO
           END-PERFORM.
           CLOSE PEDIDOS.
           COMPUTE NUM-ESPERADO = NUM-EXISTENTES + NUM-GRAVADOS.
           COMPUTE TOTAL-ESPERADO = TOTAL-EXISTENTES + TOTAL-GRAVADO.

           DISPLAY " ".
           DISPLAY "VERIFICACAO DA CONVERSAO".
           DISPLAY "------------------------".
           MOVE TOTAL-LIDO TO VALOR-SAIDA.
           DISPLAY "LIDOS DE " NUM-FICHEIROS " FICHEIRO(S): " NUM-LIDOS
           " PEDIDOS, TOTAL " VALOR-SAIDA " EUR".
           MOVE TOTAL-GRAVADO TO VALOR-SAIDA.
           DISPLAY "GRAVADOS: " NUM-GRAVADOS " PEDIDOS, TOTAL "
           VALOR-SAIDA " EUR".
           DISPLAY "REPETIDOS: " NUM-REPETIDOS "   CONFLITOS: "
           NUM-CONFLITOS "   REJEITADOS: " NUM-REJEITADOS.
           MOVE TOTAL-ESPERADO TO VALOR-SAIDA.
           MOVE TOTAL-FINAL TO VALOR-SAIDA2.
           DISPLAY "PEDIDOS.DAT ESPERADO: " NUM-ESPERADO " PEDIDOS, "
           "TOTAL " VALOR-SAIDA " EUR".
           DISPLAY "PEDIDOS.DAT OBTIDO:   " NUM-FINAL " PEDIDOS, "
           "TOTAL " VALOR-SAIDA2 " EUR".
           IF (NUM-FINAL = NUM-ESPERADO AND TOTAL-FINAL = TOTAL-ESPERADO
           AND NUM-LIDOS = NUM-GRAVADOS + NUM-REPETIDOS + NUM-CONFLITOS
           + NUM-REJEITADOS) THEN
               DISPLAY "CONTAGENS E TOTAIS CONFEREM."
               IF (NUM-CONFLITOS > 0 OR NUM-REJEITADOS > 0) THEN
                   DISPLAY "ATENCAO: HA PEDIDOS NAO GRAVADOS - VEJA A "
                   "LISTA ACIMA ANTES DE RETIRAR OS FICHEIROS ANTIGOS."
               ELSE
                   DISPLAY "CONVERSAO CONCLUIDA. MOVA PEDIDOS.TXT, "
                   "PEDIDOS-ARQUIVO-AAAA.TXT, COZINHA-FEITOS.TXT E "
                   "ENTREGAS.TXT PARA OUTRA PASTA."
               END-IF
           ELSE
               DISPLAY "ATENCAO: CONTAGENS OU TOTAIS NAO CONFEREM - "
               "NAO APAGUE OS FICHEIROS ANTIGOS E REPITA A CONVERSAO."
           END-IF.
       END PROGRAM ConverterPedidosIndexado.
