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
       77 FECHOS-STATUS                                  PIC X(02).
       77 CCR-STATUS                                     PIC X(02).
       77 CCM-STATUS                                     PIC X(02).
       77 IND-PAG                                        PIC 9.
       77 VALOR-A-CREDITO                                PIC 9(4)V99.
       77 VALOR-A-CREDITO-SAIDA                          PIC ZZZ9.99.
       01 HORA-ATUAL.
           05 HORAS                                 PIC 9(2).
           05 MINUTOS                               PIC 9(2).
           05 SEGUNDOS                              PIC 9(2).
       77 FIM-FECHOS                                     PIC X VALUE "N".
           88 NAO-HA-MAIS-FECHOS                         VALUE "S".
       77 DIA-JA-FECHADO                                 PIC X VALUE "N".
           05 ANO                                   PIC 9(4).
           05 MES                                   PIC 9(2).
           05 DIA                                   PIC 9(2).
       77 NUMERO-PROCURADO                               PIC 9(4).
       77 MOTIVO-CANCEL-IN                               PIC X(20).
       77 PEDIDO-ENCONTRADO                               PIC X VALUE "N".
           88 PEDIDO-OK                                  VALUE "S".
       77 CONFIRMA                                       PIC X.
           88 CONFIRMA-SIM                                VALUE "S", "s".
       77 OPERADOR-NUMERO                                PIC 9(2).
       77 OPERADOR-VALIDO                                PIC X VALUE "N".
           88 OPERADOR-OK                                VALUE "S".
       77 ESTORNO-GRAVADO                                PIC X VALUE "N".
           88 ESTORNO-OK                                 VALUE "S".
       77 OPERADOR-PAPEIS                                PIC X(04).
       77 NUM-TENTATIVAS-PIN                             PIC 9 VALUE 0.
       77 PIN-DIGITADO                                   PIC 9(4).
       77 PIN-MODO                                       PIC X VALUE "V".
       77 PIN-PAPEL                                      PIC 9 VALUE 4.
       77 PIN-PROGRAMA                                   PIC X(20)
                                                          VALUE "AnularPedido".
       77 PIN-RESULTADO                                  PIC 9.
       77 PIN-HASH                                       PIC 9(10).
       77 PIN-MENSAGEM                                   PIC X(40).
       77 PIN-AUTORIZADOR                                PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "PIZZARIA RAMALHO - ANULACAO/REEMBOLSO DE PEDIDOS".
           DISPLAY "-------------------------------------------------".

           PERFORM VALIDAR-OPERADOR.
           IF (NOT OPERADOR-OK) THEN
               DISPLAY "ACESSO RECUSADO - A ANULACAO EXIGE UM GERENTE. "
               "NADA FOI ALTERADO."
               STOP RUN
           END-IF.

           OPEN I-O PEDIDOS.
           IF (PEDIDOS-STATUS NOT = "00") THEN
               DISPLAY "NAO HA PEDIDOS REGISTADOS."
           ELSE
               DISPLAY "DATA DO PEDIDO (AAAAMMDD, VAZIO = HOJE): "
               ACCEPT DATA-PEDIDO-IN
               IF (DATA-PEDIDO-IN = SPACES) THEN
                   IF (CONFIRMA-SIM) THEN
                       MOVE "C" TO PED-ESTADO
                       MOVE MOTIVO-CANCEL-IN TO PED-MOTIVO-CANCEL
                       PERFORM REGRAVAR-PEDIDO
                   ELSE
                       DISPLAY "OPERACAO CANCELADA. NADA FOI ALTERADO."
                   END-IF
           END-IF.

       FIM-PROGRAMA.
           CLOSE PEDIDOS.
           STOP RUN.

       LOCALIZAR-PEDIDO.
           MOVE "N" TO PEDIDO-ENCONTRADO.
           MOVE DATA-PROCURADA TO PED-DATA.
           MOVE NUMERO-PROCURADO TO PED-NUMERO.
           READ PEDIDOS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF (PED-ATIVO) THEN
                       MOVE "S" TO PEDIDO-ENCONTRADO
                   END-IF
           END-READ.

       VERIFICAR-DIA-FECHADO.
           COMPUTE PED-DATA-NUM =
               AT END MOVE "S" TO FIM-FECHOS
           END-READ.

       REGRAVAR-PEDIDO.
           REWRITE REGISTO-PEDIDO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A ANULACAO (ESTADO "
                   PEDIDOS-STATUS "). NADA FOI ALTERADO."
               NOT INVALID KEY
                   DISPLAY "PEDIDO ANULADO."
                   PERFORM ESTORNAR-CONTA-CREDITO
           END-REWRITE.

       ESTORNAR-CONTA-CREDITO.
           MOVE 0 TO VALOR-A-CREDITO.
           IF (PED-NUM-PAGAMENTOS IS NUMERIC AND
           PED-NUM-PAGAMENTOS >= 1 AND PED-NUM-PAGAMENTOS <= 3) THEN
               PERFORM VARYING IND-PAG FROM 1 BY 1
                   UNTIL IND-PAG > PED-NUM-PAGAMENTOS
                   IF (PED-PAG-METODO(IND-PAG) = 4) THEN
                       ADD PED-PAG-VALOR(IND-PAG) TO VALOR-A-CREDITO
                   END-IF
               END-PERFORM
           END-IF.
           IF (VALOR-A-CREDITO = 0) THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO ESTORNO-GRAVADO.
           OPEN I-O CONTAS-CREDITO.
           IF (CCR-STATUS NOT = "00") THEN
               CLOSE CONTAS-CREDITO
               DISPLAY "CONTAS A CREDITO INDISPONIVEIS (ESTADO "
               CCR-STATUS ") - ESTORNO NAO LANCADO."
               EXIT PARAGRAPH
           END-IF.
           MOVE PED-CONTATO TO CCR-CONTATO.
           READ CONTAS-CREDITO
               INVALID KEY
                   DISPLAY "CONTA A CREDITO DO CLIENTE NAO ENCONTRADA - "
                   "ESTORNO NAO LANCADO."
               NOT INVALID KEY
                   IF (CCR-SALDO > VALOR-A-CREDITO) THEN
                       SUBTRACT VALOR-A-CREDITO FROM CCR-SALDO
                   ELSE
                       MOVE 0 TO CCR-SALDO
                   END-IF
                   REWRITE REGISTO-CONTA-CREDITO
                       INVALID KEY
                           DISPLAY "ERRO AO ATUALIZAR A CONTA A CREDITO "
                           "(ESTADO " CCR-STATUS ") - ESTORNO NAO LANCADO."
                       NOT INVALID KEY
                           MOVE "S" TO ESTORNO-GRAVADO
                   END-REWRITE
           END-READ.
           CLOSE CONTAS-CREDITO.
           IF (NOT ESTORNO-OK) THEN
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND CONTA-CORRENTE.
           IF (CCM-STATUS = "35") THEN
               OPEN OUTPUT CONTA-CORRENTE
           END-IF.
           ACCEPT DATA-ATUAL FROM DATE YYYYMMDD.
           ACCEPT HORA-ATUAL FROM TIME.
           COMPUTE CCM-DATA = ANO * 10000 + MES * 100 + DIA.
           COMPUTE CCM-HORA = HORAS * 10000 + MINUTOS * 100 + SEGUNDOS.
           MOVE PED-CONTATO TO CCM-CONTATO.
           MOVE "A" TO CCM-TIPO.
           MOVE PED-DATA-NUM TO CCM-PEDIDO-DATA.
           MOVE PED-NUMERO TO CCM-PEDIDO-NUM.
           MOVE VALOR-A-CREDITO TO CCM-VALOR.
           MOVE 4 TO CCM-METODO.
           MOVE OPERADOR-NUMERO TO CCM-OPERADOR.
           MOVE PED-MOTIVO-CANCEL TO CCM-REFERENCIA.
           WRITE REGISTO-CONTA-CORRENTE.
           CLOSE CONTA-CORRENTE.
           MOVE VALOR-A-CREDITO TO VALOR-A-CREDITO-SAIDA.
           DISPLAY "ESTORNADOS " VALOR-A-CREDITO-SAIDA
           " EUR NA CONTA A CREDITO DO CLIENTE " PED-CONTATO ".".

       VALIDAR-OPERADOR.
           MOVE "N" TO OPERADOR-VALIDO.
           MOVE 0 TO NUM-TENTATIVAS-PIN.
           PERFORM UNTIL OPERADOR-OK OR NUM-TENTATIVAS-PIN >= 3
               DISPLAY "GERENTE QUE AUTORIZA A ANULACAO: "
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
       END PROGRAM AnularPedido.
