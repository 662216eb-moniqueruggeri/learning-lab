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

           SELECT OPTIONAL FECHOS ASSIGN TO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FECHOS-STATUS.

           SELECT OPTIONAL ENTREGAS ASSIGN TO
           "D:/Monique/Documents/Projetos/iefp/Carlos/cobol808/ENTREGAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ENT-CHAVE
           FILE STATUS IS ENTREGAS-STATUS.

           SELECT OPTIONAL ACERTOS ASSIGN TO
           "D:/Monique/Documents/Projetos/iefp/Carlos/cobol808/ACERTOS-MOTORISTAS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ACERTOS-STATUS.

           SELECT OPTIONAL CONTA-CORRENTE ASSIGN TO
           "D:/Monique/Documents/Projetos/iefp/Carlos/cobol808/CONTA-CORRENTE.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CCM-STATUS.

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
           05 PED-PROMOCAO                               PIC X(10).
           05 PED-PROMO-DESCONTO                         PIC 99V99.
           05 PED-NIF                                    PIC 9(9).
           05 PED-FATURA.
               10 PED-FATURA-ANO                         PIC 9(4).
               10 PED-FATURA-NUM                         PIC 9(6).
           05 PED-COZINHA                                PIC X(01).
              88 PED-FEITO                                VALUE "F".
           05 PED-HORA-FEITO                             PIC 9(6).

       FD FECHOS.
       01 REGISTO-FECHO-CAIXA.
           05 FCX-DIFERENCA                             PIC 9(6)V99.
           05 FCX-TOTAL-GERAL                           PIC 9(7)V99.

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

       FD ACERTOS.
       01 REGISTO-ACERTO.
           05 ACM-DATA                                  PIC 9(8).
           05 ACM-MOTORISTA                             PIC 9(2).
           05 ACM-NUM-PEDIDOS                           PIC 9(3).
           05 ACM-ESPERADO                              PIC 9(5)V99.
           05 ACM-ENTREGUE                              PIC 9(5)V99.
           05 ACM-SINAL                                 PIC X(01).
              88 ACM-SOBRA                               VALUE "+".
              88 ACM-FALTA                               VALUE "-".
           05 ACM-DIFERENCA                             PIC 9(5)V99.
           05 ACM-GERENTE                               PIC 9(2).
           05 ACM-HORA                                  PIC 9(6).

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
       77 FECHOS-STATUS                                  PIC X(02).
       77 ENTREGAS-STATUS                                PIC X(02).
       77 ACERTOS-STATUS                                 PIC X(02).
       77 CCM-STATUS                                     PIC X(02).
       77 FIM-PEDIDOS                                    PIC X VALUE "N".
           88 NAO-HA-MAIS-PEDIDOS                        VALUE "S".
       77 FIM-FECHOS                                     PIC X VALUE "N".
           88 NAO-HA-MAIS-FECHOS                         VALUE "S".
       77 DIA-JA-FECHADO                                 PIC X VALUE "N".
           88 DIA-FECHADO                                VALUE "S".
       77 FIM-ACERTOS                                    PIC X VALUE "N".
           88 NAO-HA-MAIS-ACERTOS                        VALUE "S".
       77 FIM-CONTA-CORRENTE                             PIC X VALUE "N".
           88 NAO-HA-MAIS-MOVIMENTOS-CONTA               VALUE "S".
       77 IND-PAGAMENTO                                  PIC 9.
       77 IND-PAG                                        PIC 9.
       77 IND-MOTORISTA                                  PIC 9(3).
       77 NUMERO-MOTORISTA                               PIC 9(2).
       77 NUM-POR-ACERTAR                                PIC 9(2) VALUE 0.
       77 DINHEIRO-PEDIDO                                PIC 9(4)V99.
       77 POR-ACERTAR                                    PIC S9(6)V99.
       77 TOTAL-DINHEIRO-MOTORISTAS                      PIC 9(6)V99
                                                          VALUE 0.
       77 TOTAL-ENTREGUE-MOTORISTAS                      PIC 9(6)V99
                                                          VALUE 0.
       77 ESPERADO-GAVETA                                PIC S9(6)V99.
       77 RECEBIDO-CONTAS-DINHEIRO                       PIC 9(6)V99
                                                          VALUE 0.
       77 RECEBIDO-CONTAS-OUTROS                         PIC 9(6)V99
                                                          VALUE 0.

       01 TAB-MOTORISTAS.
           05 MOT-ENTRY OCCURS 99.
               10 MOT-ESPERADO                           PIC 9(6)V99
                                                          VALUE 0.
               10 MOT-ACERTADO                           PIC 9(6)V99
                                                          VALUE 0.
               10 MOT-ENTREGUE                           PIC 9(6)V99
                                                          VALUE 0.

       01 TAB-NOMES-PAGAMENTO                            PIC X(10)
                                                          OCCURS 4.

       01 TOTAIS-POR-PAGAMENTO.
           05 TOTAL-PAGAMENTO OCCURS 4                   PIC 9(6)V99
                                                          VALUE 0.
           05 QTD-PAGAMENTO OCCURS 4                     PIC 9(5)
                                                          VALUE 0.

       77 TOTAL-GERAL                                    PIC 9(7)V99
       77 OPERADOR-NUMERO                                PIC 9(2).
       77 OPERADOR-VALIDO                                PIC X VALUE "N".
           88 OPERADOR-OK                                VALUE "S".
       77 OPERADOR-PAPEIS                                PIC X(04).
       77 NUM-TENTATIVAS-PIN                             PIC 9 VALUE 0.
       77 PIN-DIGITADO                                   PIC 9(4).
       77 PIN-MODO                                       PIC X VALUE "V".
       77 PIN-PAPEL                                      PIC 9 VALUE 4.
       77 PIN-PROGRAMA                                   PIC X(20)
                                                          VALUE "FechoCaixa".
       77 PIN-RESULTADO                                  PIC 9.
       77 PIN-HASH                                       PIC 9(10).
       77 PIN-MENSAGEM                                   PIC X(40).
       77 PIN-AUTORIZADOR                                PIC 9(2) VALUE 0.
       77 CONFIRMA                                       PIC X.
           88 CONFIRMA-SIM                               VALUE "S", "s".

           MOVE "DINHEIRO"  TO TAB-NOMES-PAGAMENTO(1).
           MOVE "MB"        TO TAB-NOMES-PAGAMENTO(2).
           MOVE "CARTAO"    TO TAB-NOMES-PAGAMENTO(3).
           MOVE "A CREDITO" TO TAB-NOMES-PAGAMENTO(4).

       MAIN-PROCEDURE.
           DISPLAY "PIZZARIA RAMALHO - FECHO DE CAIXA DO DIA".
           OPEN INPUT PEDIDOS.
           IF (PEDIDOS-STATUS NOT = "00") THEN
               DISPLAY "NAO HA PEDIDOS REGISTADOS."
               MOVE 0 TO RETURN-CODE
               GO TO FIM-PROGRAMA
           END-IF.
           OPEN INPUT ENTREGAS.
           IF (ENTREGAS-STATUS NOT = "00" AND ENTREGAS-STATUS NOT = "05")
           THEN
               DISPLAY "ERRO " ENTREGAS-STATUS " AO ABRIR ENTREGAS.DAT. "
               "NADA FOI ALTERADO."
               CLOSE PEDIDOS
               MOVE 1 TO RETURN-CODE
               GO TO FIM-PROGRAMA
           END-IF.
           MOVE DATA-HOJE TO PED-DATA.
           MOVE 0 TO PED-NUMERO.
           START PEDIDOS KEY IS NOT LESS THAN PED-CHAVE
               INVALID KEY MOVE "S" TO FIM-PEDIDOS
           END-START.
           PERFORM LER-PROXIMO-PEDIDO.
           PERFORM UNTIL NAO-HA-MAIS-PEDIDOS
               PERFORM PROCESSAR-PEDIDO
               PERFORM LER-PROXIMO-PEDIDO
           END-PERFORM.
           CLOSE PEDIDOS.
           CLOSE ENTREGAS.

           PERFORM CARREGAR-ACERTOS.
           PERFORM CARREGAR-RECEBIMENTOS-CONTAS.
           PERFORM IMPRIMIR-ESPERADO.

           PERFORM VERIFICAR-MOTORISTAS.
           IF (NUM-POR-ACERTAR > 0) THEN
               DISPLAY "HA " NUM-POR-ACERTAR " MOTORISTAS COM DINHEIRO "
               "POR ACERTAR. FAZER O ACERTO DOS MOTORISTAS ANTES DE "
               "FECHAR O DIA. NADA FOI ALTERADO."
               MOVE 1 TO RETURN-CODE
               GO TO FIM-PROGRAMA
           END-IF.

           PERFORM VALIDAR-OPERADOR.
           IF (NOT OPERADOR-OK) THEN
               DISPLAY "ACESSO RECUSADO - O FECHO DE CAIXA EXIGE UM "
               "GERENTE. NADA FOI ALTERADO."
               MOVE 1 TO RETURN-CODE
               GO TO FIM-PROGRAMA
           END-IF.
           DISPLAY "VALOR CONTADO NA GAVETA (DINHEIRO): ".
           ACCEPT VALOR-CONTADO.
           COMPUTE DIFERENCA-NUM = VALOR-CONTADO - ESPERADO-GAVETA.
           MOVE DIFERENCA-NUM TO DIFERENCA-SAIDA.
           IF (DIFERENCA-NUM < 0) THEN
               DISPLAY "FALTA NA CAIXA: " DIFERENCA-SAIDA " EUROS"
           ACCEPT CONFIRMA.
           IF (NOT CONFIRMA-SIM) THEN
               DISPLAY "OPERACAO CANCELADA. NADA FOI ALTERADO."
               MOVE 1 TO RETURN-CODE
               GO TO FIM-PROGRAMA
           END-IF.

           DISPLAY "DIA FECHADO E REGISTADO EM FECHOS-CAIXA.TXT.".

       FIM-PROGRAMA.
           GOBACK.

       LER-PROXIMO-PEDIDO.
           IF (NOT NAO-HA-MAIS-PEDIDOS) THEN
               READ PEDIDOS NEXT RECORD
                   AT END MOVE "S" TO FIM-PEDIDOS
                   NOT AT END
                       IF (PED-DATA NOT = DATA-HOJE) THEN
                           MOVE "S" TO FIM-PEDIDOS
                       END-IF
               END-READ
           END-IF.

       PROCESSAR-PEDIDO.
           IF (PED-ANO = ANO AND PED-MES = MES AND PED-DIA = DIA AND
           NOT PED-CANCELADO) THEN
               PERFORM SOMAR-DINHEIRO-MOTORISTA
               IF (PED-NUM-PAGAMENTOS IS NUMERIC AND
               PED-NUM-PAGAMENTOS >= 1 AND PED-NUM-PAGAMENTOS <= 3)
               THEN
                   PERFORM VARYING IND-PAG FROM 1 BY 1
                       UNTIL IND-PAG > PED-NUM-PAGAMENTOS
                       IF (PED-PAG-METODO(IND-PAG) >= 1 AND
                       PED-PAG-METODO(IND-PAG) <= 4) THEN
                           ADD 1 TO
                           QTD-PAGAMENTO(PED-PAG-METODO(IND-PAG))
                           ADD PED-PAG-VALOR(IND-PAG) TO
                   END-PERFORM
                   ADD PED-TOTAL TO TOTAL-GERAL
               ELSE
                   IF (PED-PAGAMENTO >= 1 AND PED-PAGAMENTO <= 4) THEN
                       ADD 1 TO QTD-PAGAMENTO(PED-PAGAMENTO)
                       ADD PED-TOTAL TO TOTAL-PAGAMENTO(PED-PAGAMENTO)
                       ADD PED-TOTAL TO TOTAL-GERAL
           DISPLAY " ".
           DISPLAY "VALORES ESPERADOS SEGUNDO OS PEDIDOS DE HOJE:".
           PERFORM VARYING IND-PAGAMENTO FROM 1 BY 1
               UNTIL IND-PAGAMENTO > 4
               MOVE TOTAL-PAGAMENTO(IND-PAGAMENTO)
               TO TOTAL-PAGAMENTO-SAIDA
               DISPLAY "  " TAB-NOMES-PAGAMENTO(IND-PAGAMENTO) ": "
           MOVE TOTAL-GERAL TO TOTAL-GERAL-SAIDA.
           DISPLAY "TOTAL GERAL ESPERADO: " TOTAL-GERAL-SAIDA " EUROS".
           DISPLAY " ".
           COMPUTE ESPERADO-GAVETA = TOTAL-PAGAMENTO(1)
               - TOTAL-DINHEIRO-MOTORISTAS + TOTAL-ENTREGUE-MOTORISTAS
               + RECEBIDO-CONTAS-DINHEIRO.
           IF (TOTAL-PAGAMENTO(4) > 0) THEN
               DISPLAY "  (VENDAS A CREDITO NAO CONTAM PARA A GAVETA)"
           END-IF.
           IF (RECEBIDO-CONTAS-DINHEIRO > 0 OR
           RECEBIDO-CONTAS-OUTROS > 0) THEN
               MOVE RECEBIDO-CONTAS-DINHEIRO TO TOTAL-PAGAMENTO-SAIDA
               DISPLAY "  RECEBIDO DE CONTAS A CREDITO EM DINHEIRO: "
               TOTAL-PAGAMENTO-SAIDA " EUROS"
               MOVE RECEBIDO-CONTAS-OUTROS TO TOTAL-PAGAMENTO-SAIDA
               DISPLAY "  RECEBIDO DE CONTAS A CREDITO (MB/CARTAO): "
               TOTAL-PAGAMENTO-SAIDA " EUROS"
           END-IF.
           IF (TOTAL-DINHEIRO-MOTORISTAS > 0 OR
           TOTAL-ENTREGUE-MOTORISTAS > 0 OR
           RECEBIDO-CONTAS-DINHEIRO > 0) THEN
               MOVE TOTAL-DINHEIRO-MOTORISTAS TO TOTAL-PAGAMENTO-SAIDA
               DISPLAY "  DINHEIRO COBRADO PELOS MOTORISTAS:   "
               TOTAL-PAGAMENTO-SAIDA " EUROS"
               MOVE TOTAL-ENTREGUE-MOTORISTAS TO TOTAL-PAGAMENTO-SAIDA
               DISPLAY "  ENTREGUE PELOS MOTORISTAS NO ACERTO: "
               TOTAL-PAGAMENTO-SAIDA " EUROS"
               MOVE ESPERADO-GAVETA TO TOTAL-PAGAMENTO-SAIDA
               DISPLAY "DINHEIRO ESPERADO NA GAVETA: "
               TOTAL-PAGAMENTO-SAIDA " EUROS"
               DISPLAY " "
           END-IF.

       SOMAR-DINHEIRO-MOTORISTA.
           MOVE 0 TO DINHEIRO-PEDIDO.
           IF (PED-NUM-PAGAMENTOS IS NUMERIC AND
           PED-NUM-PAGAMENTOS >= 1 AND PED-NUM-PAGAMENTOS <= 3) THEN
               PERFORM VARYING IND-PAG FROM 1 BY 1
                   UNTIL IND-PAG > PED-NUM-PAGAMENTOS
                   IF (PED-PAG-METODO(IND-PAG) = 1) THEN
                       ADD PED-PAG-VALOR(IND-PAG) TO DINHEIRO-PEDIDO
                   END-IF
               END-PERFORM
           ELSE
               IF (PED-PAGAMENTO = 1) THEN
                   MOVE PED-TOTAL TO DINHEIRO-PEDIDO
               END-IF
           END-IF.
           IF (DINHEIRO-PEDIDO = 0) THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE PED-DATA TO ENT-DATA.
           MOVE PED-NUMERO TO ENT-PEDIDO.
           READ ENTREGAS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF (ENT-ENTREGUE AND ENT-MOTORISTA > 0) THEN
                       MOVE ENT-MOTORISTA TO IND-MOTORISTA
                       ADD DINHEIRO-PEDIDO TO MOT-ESPERADO(IND-MOTORISTA)
                       ADD DINHEIRO-PEDIDO TO TOTAL-DINHEIRO-MOTORISTAS
                   END-IF
           END-READ.

       CARREGAR-ACERTOS.
           MOVE "N" TO FIM-ACERTOS.
           OPEN INPUT ACERTOS.
           IF (ACERTOS-STATUS NOT = "00") THEN
               CLOSE ACERTOS
           ELSE
               PERFORM LER-PROXIMO-ACERTO
               PERFORM UNTIL NAO-HA-MAIS-ACERTOS
                   IF (ACM-DATA = DATA-HOJE AND ACM-MOTORISTA > 0) THEN
                       ADD ACM-ESPERADO TO MOT-ACERTADO(ACM-MOTORISTA)
                       ADD ACM-ENTREGUE TO MOT-ENTREGUE(ACM-MOTORISTA)
                       ADD ACM-ENTREGUE TO TOTAL-ENTREGUE-MOTORISTAS
                   END-IF
                   PERFORM LER-PROXIMO-ACERTO
               END-PERFORM
               CLOSE ACERTOS
           END-IF.

       CARREGAR-RECEBIMENTOS-CONTAS.
           MOVE "N" TO FIM-CONTA-CORRENTE.
           OPEN INPUT CONTA-CORRENTE.
           IF (CCM-STATUS NOT = "00") THEN
               CLOSE CONTA-CORRENTE
           ELSE
               PERFORM LER-PROXIMO-MOVIMENTO-CONTA
               PERFORM UNTIL NAO-HA-MAIS-MOVIMENTOS-CONTA
                   IF (CCM-DATA = DATA-HOJE AND CCM-RECEBIMENTO) THEN
                       IF (CCM-METODO = 1) THEN
                           ADD CCM-VALOR TO RECEBIDO-CONTAS-DINHEIRO
                       ELSE
                           ADD CCM-VALOR TO RECEBIDO-CONTAS-OUTROS
                       END-IF
                   END-IF
                   PERFORM LER-PROXIMO-MOVIMENTO-CONTA
               END-PERFORM
               CLOSE CONTA-CORRENTE
           END-IF.

       LER-PROXIMO-MOVIMENTO-CONTA.
           READ CONTA-CORRENTE
               AT END MOVE "S" TO FIM-CONTA-CORRENTE
           END-READ.

       LER-PROXIMO-ACERTO.
           READ ACERTOS
               AT END MOVE "S" TO FIM-ACERTOS
           END-READ.

       VERIFICAR-MOTORISTAS.
           MOVE 0 TO NUM-POR-ACERTAR.
           PERFORM VARYING IND-MOTORISTA FROM 1 BY 1
               UNTIL IND-MOTORISTA > 99
               COMPUTE POR-ACERTAR = MOT-ESPERADO(IND-MOTORISTA)
                   - MOT-ACERTADO(IND-MOTORISTA)
               IF (POR-ACERTAR > 0) THEN
                   ADD 1 TO NUM-POR-ACERTAR
                   MOVE POR-ACERTAR TO TOTAL-PAGAMENTO-SAIDA
                   MOVE IND-MOTORISTA TO NUMERO-MOTORISTA
                   DISPLAY "MOTORISTA " NUMERO-MOTORISTA " POR ACERTAR: "
                   TOTAL-PAGAMENTO-SAIDA " EUROS"
               END-IF
           END-PERFORM.

       VERIFICAR-DIA-FECHADO.
           MOVE "N" TO DIA-JA-FECHADO.
           END-IF.
           MOVE DATA-HOJE TO FCX-DATA.
           MOVE OPERADOR-NUMERO TO FCX-OPERADOR.
           MOVE ESPERADO-GAVETA TO FCX-ESPERADO-DINHEIRO.
           MOVE VALOR-CONTADO TO FCX-CONTADO.
           IF (DIFERENCA-NUM < 0) THEN
               MOVE "-" TO FCX-SINAL

       VALIDAR-OPERADOR.
           MOVE "N" TO OPERADOR-VALIDO.
           MOVE 0 TO NUM-TENTATIVAS-PIN.
           PERFORM UNTIL OPERADOR-OK OR NUM-TENTATIVAS-PIN >= 3
               DISPLAY "GERENTE QUE FECHA A CAIXA: "
               ACCEPT OPERADOR-NUMERO
               DISPLAY "PIN: "                              LINE 24 COL 1
               ACCEPT PIN-DIGITADO             LINE 24 COL 6 WITH SECURE
               ADD 1 TO NUM-TENTATIVAS-PIN
               CALL "VERIFICARPIN" USING PIN-MODO, OPERADOR-NUMERO,
                   PIN-DIGITADO, PIN-PAPEL, PIN-PROGRAMA, PIN-RESULTADO,
                   OPERADOR-PAPEIS, PIN-HASH, PIN-MENSAGEM, PIN-AUTORIZADOR
               IF (PIN-RESULTADO = 0) THEN
                   MOVE "S" TO OPERADOR-VALIDO
               ELSE
                   DISPLAY PIN-MENSAGEM
               END-IF
           END-PERFORM.
       END PROGRAM FechoCaixa.
