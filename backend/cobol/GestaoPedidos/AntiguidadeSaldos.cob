       >>SOURCE FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AntiguidadeSaldos.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
       77 CCR-STATUS                                     PIC X(02).
       77 CCM-STATUS                                     PIC X(02).
       77 FIM-CONTAS                                     PIC X VALUE "N".
           88 NAO-HA-MAIS-CONTAS                         VALUE "S".
       77 FIM-CONTA-CORRENTE                             PIC X VALUE "N".
           88 NAO-HA-MAIS-MOVIMENTOS-CONTA               VALUE "S".
       77 PEDIDO-ANULADO                                 PIC X VALUE "N".
           88 DEBITO-ANULADO                             VALUE "S".
       77 DATA-REFERENCIA                                PIC 9(8).
       77 DIAS-EM-ATRASO                                 PIC S9(5).
       77 VALOR-EM-ABERTO                                PIC 9(6)V99.
       77 IND-CONTA                                      PIC 9(3).
       77 IND-ANULADO                                    PIC 9(4).
       77 IND-ESCALAO                                    PIC 9.
       77 NUM-CONTAS                                     PIC 9(3) VALUE 0.
       77 NUM-ANULADOS                                   PIC 9(4) VALUE 0.
       77 NUM-CONTAS-EM-DIVIDA                           PIC 9(3) VALUE 0.
       77 TOTAL-CONTA                                    PIC 9(7)V99.
       77 TOTAL-GERAL                                    PIC 9(8)V99
                                                          VALUE 0.
       77 VALOR-SAIDA                                    PIC ZZZ,ZZ9.99.
       77 TOTAL-SAIDA                                    PIC Z,ZZZ,ZZ9.99.

       01 TAB-CONTAS.
           05 CONTA-ITEM OCCURS 500.
               10 CONTA-CONTATO                          PIC 9(9).
               10 CONTA-EMPRESA                          PIC X(30).
               10 CONTA-LIMITE                           PIC 9(5)V99.
               10 CONTA-SALDO                            PIC 9(6)V99.
               10 CONTA-RECEBIDO                         PIC 9(7)V99.
               10 CONTA-ESCALAO                          PIC 9(6)V99
                                                          OCCURS 4.

       01 TAB-ANULADOS.
           05 ANULADO-ITEM OCCURS 2000.
               10 ANULADO-CONTATO                        PIC 9(9).
               10 ANULADO-PEDIDO-DATA                    PIC 9(8).
               10 ANULADO-PEDIDO-NUM                     PIC 9(4).

       01 TOTAL-ESCALAO                                  PIC 9(8)V99
                                                          OCCURS 4.

       01 DATA-REF-FORMATADA.
           05 DRF-ANO                                    PIC 9(4).
           05 DRF-MES                                    PIC 9(2).
           05 DRF-DIA                                    PIC 9(2).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "PIZZARIA RAMALHO - ANTIGUIDADE DE SALDOS DAS CONTAS "
           "A CREDITO".
           DISPLAY "----------------------------------------------".
           DISPLAY "DATA DE REFERENCIA (AAAAMMDD, 0 = HOJE): ".
           ACCEPT DATA-REFERENCIA.
           IF (DATA-REFERENCIA = 0) THEN
               ACCEPT DATA-REFERENCIA FROM DATE YYYYMMDD
           END-IF.
           IF (FUNCTION TEST-DATE-YYYYMMDD(DATA-REFERENCIA) NOT = 0) THEN
               DISPLAY "DATA INVALIDA."
               GO TO FIM-PROGRAMA
           END-IF.
           MOVE DATA-REFERENCIA TO DATA-REF-FORMATADA.
           MOVE 0 TO TOTAL-ESCALAO(1) TOTAL-ESCALAO(2) TOTAL-ESCALAO(3)
               TOTAL-ESCALAO(4).

           PERFORM CARREGAR-CONTAS.
           IF (NUM-CONTAS = 0) THEN
               DISPLAY "NAO HA CONTAS A CREDITO REGISTADAS."
               GO TO FIM-PROGRAMA
           END-IF.
           PERFORM CARREGAR-RECEBIMENTOS-E-ANULACOES.
           PERFORM DISTRIBUIR-DEBITOS.

           DISPLAY " ".
           DISPLAY "SALDOS EM " DRF-DIA "/" DRF-MES "/" DRF-ANO
           " POR ANTIGUIDADE (DIAS DESDE O PEDIDO)".
           DISPLAY "CONTACTO  CLIENTE                             "
           "0-30      31-60      61-90    MAIS 90      TOTAL".
           PERFORM VARYING IND-CONTA FROM 1 BY 1
               UNTIL IND-CONTA > NUM-CONTAS
               PERFORM MOSTRAR-CONTA
           END-PERFORM.

           DISPLAY "----------------------------------------------".
           DISPLAY "TOTAIS POR ESCALAO:".
           MOVE TOTAL-ESCALAO(1) TO TOTAL-SAIDA.
           DISPLAY "  0 A 30 DIAS:    " TOTAL-SAIDA " EUR".
           MOVE TOTAL-ESCALAO(2) TO TOTAL-SAIDA.
           DISPLAY "  31 A 60 DIAS:   " TOTAL-SAIDA " EUR".
           MOVE TOTAL-ESCALAO(3) TO TOTAL-SAIDA.
           DISPLAY "  61 A 90 DIAS:   " TOTAL-SAIDA " EUR".
           MOVE TOTAL-ESCALAO(4) TO TOTAL-SAIDA.
           DISPLAY "  MAIS DE 90 DIAS:" TOTAL-SAIDA " EUR".
           MOVE TOTAL-GERAL TO TOTAL-SAIDA.
           DISPLAY "TOTAL EM DIVIDA:  " TOTAL-SAIDA " EUR ("
           NUM-CONTAS-EM-DIVIDA " CONTAS)".

       FIM-PROGRAMA.
           STOP RUN.

       CARREGAR-CONTAS.
           OPEN INPUT CONTAS-CREDITO.
           IF (CCR-STATUS NOT = "00") THEN
               CLOSE CONTAS-CREDITO
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO CCR-CONTATO.
           START CONTAS-CREDITO KEY IS NOT LESS THAN CCR-CONTATO
               INVALID KEY MOVE "S" TO FIM-CONTAS
           END-START.
           PERFORM UNTIL NAO-HA-MAIS-CONTAS
               READ CONTAS-CREDITO NEXT RECORD
                   AT END MOVE "S" TO FIM-CONTAS
                   NOT AT END
                       IF (NUM-CONTAS < 500) THEN
                           ADD 1 TO NUM-CONTAS
                           MOVE CCR-CONTATO TO CONTA-CONTATO(NUM-CONTAS)
                           MOVE CCR-EMPRESA TO CONTA-EMPRESA(NUM-CONTAS)
                           MOVE CCR-LIMITE TO CONTA-LIMITE(NUM-CONTAS)
                           MOVE CCR-SALDO TO CONTA-SALDO(NUM-CONTAS)
                           MOVE 0 TO CONTA-RECEBIDO(NUM-CONTAS)
                           MOVE 0 TO CONTA-ESCALAO(NUM-CONTAS, 1)
                               CONTA-ESCALAO(NUM-CONTAS, 2)
                               CONTA-ESCALAO(NUM-CONTAS, 3)
                               CONTA-ESCALAO(NUM-CONTAS, 4)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CONTAS-CREDITO.

       CARREGAR-RECEBIMENTOS-E-ANULACOES.
           MOVE "N" TO FIM-CONTA-CORRENTE.
           OPEN INPUT CONTA-CORRENTE.
           IF (CCM-STATUS NOT = "00") THEN
               CLOSE CONTA-CORRENTE
               EXIT PARAGRAPH
           END-IF.
           PERFORM LER-PROXIMO-MOVIMENTO-CONTA.
           PERFORM UNTIL NAO-HA-MAIS-MOVIMENTOS-CONTA
               IF (CCM-DATA <= DATA-REFERENCIA) THEN
                   EVALUATE TRUE
                       WHEN CCM-RECEBIMENTO
                           PERFORM PROCURAR-CONTA
                           IF (IND-CONTA <= NUM-CONTAS) THEN
                               ADD CCM-VALOR TO CONTA-RECEBIDO(IND-CONTA)
                           END-IF
                       WHEN CCM-ANULACAO
                           IF (NUM-ANULADOS < 2000) THEN
                               ADD 1 TO NUM-ANULADOS
                               MOVE CCM-CONTATO
                                   TO ANULADO-CONTATO(NUM-ANULADOS)
                               MOVE CCM-PEDIDO-DATA
                                   TO ANULADO-PEDIDO-DATA(NUM-ANULADOS)
                               MOVE CCM-PEDIDO-NUM
                                   TO ANULADO-PEDIDO-NUM(NUM-ANULADOS)
                           END-IF
                   END-EVALUATE
               END-IF
               PERFORM LER-PROXIMO-MOVIMENTO-CONTA
           END-PERFORM.
           CLOSE CONTA-CORRENTE.

       DISTRIBUIR-DEBITOS.
           MOVE "N" TO FIM-CONTA-CORRENTE.
           OPEN INPUT CONTA-CORRENTE.
           IF (CCM-STATUS NOT = "00") THEN
               CLOSE CONTA-CORRENTE
               EXIT PARAGRAPH
           END-IF.
           PERFORM LER-PROXIMO-MOVIMENTO-CONTA.
           PERFORM UNTIL NAO-HA-MAIS-MOVIMENTOS-CONTA
               IF (CCM-DEBITO AND CCM-DATA <= DATA-REFERENCIA) THEN
                   PERFORM PROCURAR-CONTA
                   PERFORM VERIFICAR-ANULACAO
                   IF (IND-CONTA <= NUM-CONTAS AND NOT DEBITO-ANULADO)
                   THEN
                       PERFORM ENVELHECER-DEBITO
                   END-IF
               END-IF
               PERFORM LER-PROXIMO-MOVIMENTO-CONTA
           END-PERFORM.
           CLOSE CONTA-CORRENTE.

       ENVELHECER-DEBITO.
           IF (CONTA-RECEBIDO(IND-CONTA) >= CCM-VALOR) THEN
               SUBTRACT CCM-VALOR FROM CONTA-RECEBIDO(IND-CONTA)
               EXIT PARAGRAPH
           END-IF.
           COMPUTE VALOR-EM-ABERTO = CCM-VALOR - CONTA-RECEBIDO(IND-CONTA).
           MOVE 0 TO CONTA-RECEBIDO(IND-CONTA).

           COMPUTE DIAS-EM-ATRASO =
               FUNCTION INTEGER-OF-DATE(DATA-REFERENCIA)
               - FUNCTION INTEGER-OF-DATE(CCM-DATA).
           EVALUATE TRUE
               WHEN DIAS-EM-ATRASO <= 30
                   MOVE 1 TO IND-ESCALAO
               WHEN DIAS-EM-ATRASO <= 60
                   MOVE 2 TO IND-ESCALAO
               WHEN DIAS-EM-ATRASO <= 90
                   MOVE 3 TO IND-ESCALAO
               WHEN OTHER
                   MOVE 4 TO IND-ESCALAO
           END-EVALUATE.
           ADD VALOR-EM-ABERTO TO CONTA-ESCALAO(IND-CONTA, IND-ESCALAO).

       PROCURAR-CONTA.
           PERFORM VARYING IND-CONTA FROM 1 BY 1
               UNTIL IND-CONTA > NUM-CONTAS
               OR CONTA-CONTATO(IND-CONTA) = CCM-CONTATO
               CONTINUE
           END-PERFORM.

       VERIFICAR-ANULACAO.
           MOVE "N" TO PEDIDO-ANULADO.
           PERFORM VARYING IND-ANULADO FROM 1 BY 1
               UNTIL IND-ANULADO > NUM-ANULADOS
               IF (ANULADO-CONTATO(IND-ANULADO) = CCM-CONTATO AND
               ANULADO-PEDIDO-DATA(IND-ANULADO) = CCM-PEDIDO-DATA AND
               ANULADO-PEDIDO-NUM(IND-ANULADO) = CCM-PEDIDO-NUM) THEN
                   MOVE "S" TO PEDIDO-ANULADO
               END-IF
           END-PERFORM.

       MOSTRAR-CONTA.
           COMPUTE TOTAL-CONTA = CONTA-ESCALAO(IND-CONTA, 1)
               + CONTA-ESCALAO(IND-CONTA, 2)
               + CONTA-ESCALAO(IND-CONTA, 3)
               + CONTA-ESCALAO(IND-CONTA, 4).
           IF (TOTAL-CONTA = 0) THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO NUM-CONTAS-EM-DIVIDA.
           ADD TOTAL-CONTA TO TOTAL-GERAL.
           PERFORM VARYING IND-ESCALAO FROM 1 BY 1 UNTIL IND-ESCALAO > 4
               ADD CONTA-ESCALAO(IND-CONTA, IND-ESCALAO)
                   TO TOTAL-ESCALAO(IND-ESCALAO)
           END-PERFORM.
           DISPLAY CONTA-CONTATO(IND-CONTA) " " CONTA-EMPRESA(IND-CONTA)
           WITH NO ADVANCING.
           PERFORM VARYING IND-ESCALAO FROM 1 BY 1 UNTIL IND-ESCALAO > 4
               MOVE CONTA-ESCALAO(IND-CONTA, IND-ESCALAO) TO VALOR-SAIDA
               DISPLAY " " VALOR-SAIDA WITH NO ADVANCING
           END-PERFORM.
           MOVE TOTAL-CONTA TO VALOR-SAIDA.
           DISPLAY " " VALOR-SAIDA.
           IF (TOTAL-CONTA > CONTA-LIMITE(IND-CONTA)) THEN
               DISPLAY "          ** SALDO ACIMA DO LIMITE DE CREDITO **"
           END-IF.
           IF (CONTA-ESCALAO(IND-CONTA, 4) > 0) THEN
               DISPLAY "          ** DIVIDA COM MAIS DE 90 DIAS **"
           END-IF.

       LER-PROXIMO-MOVIMENTO-CONTA.
           READ CONTA-CORRENTE
               AT END MOVE "S" TO FIM-CONTA-CORRENTE
           END-READ.
       END PROGRAM AntiguidadeSaldos.
