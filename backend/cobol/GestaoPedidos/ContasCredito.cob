       >>SOURCE FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ContasCredito.

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

           SELECT OPTIONAL CLIENTES ASSIGN TO
           "D:/Monique/Documents/Projetos/iefp/Carlos/cobol808/CLIENTES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLI-CONTATO
           FILE STATUS IS CLI-STATUS.

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

       FD CLIENTES.
       01 REGISTO-CLIENTE.
           05 CLI-CONTATO                               PIC 9(9).
           05 CLI-NOME                                  PIC X(20).
           05 CLI-NUM-PEDIDOS                           PIC 9(5).
           05 CLI-TOTAL-GASTO                           PIC 9(7)V99.
           05 CLI-PONTOS                                PIC 9(5).
           05 CLI-ULTIMA-DATA                           PIC 9(8).

       WORKING-STORAGE SECTION.
       77 CCR-STATUS                                     PIC X(02).
       77 CCM-STATUS                                     PIC X(02).
       77 CLI-STATUS                                     PIC X(02).
       77 FIM-CONTAS                                     PIC X VALUE "N".
           88 NAO-HA-MAIS-CONTAS                         VALUE "S".
       77 FIM-CONTA-CORRENTE                             PIC X VALUE "N".
           88 NAO-HA-MAIS-MOVIMENTOS-CONTA               VALUE "S".
       77 OPERADOR-NUMERO                                PIC 9(2).
       77 OPERADOR-VALIDO                                PIC X VALUE "N".
           88 OPERADOR-OK                                VALUE "S".
       77 OPERADOR-PAPEIS                                PIC X(04).
       77 NUM-TENTATIVAS-PIN                             PIC 9 VALUE 0.
       77 PIN-DIGITADO                                   PIC 9(4).
       77 PIN-MODO                                       PIC X VALUE "V".
       77 PIN-PAPEL                                      PIC 9 VALUE 1.
       77 PIN-PROGRAMA                                   PIC X(20)
                                                          VALUE "ContasCredito".
       77 PIN-RESULTADO                                  PIC 9.
       77 PIN-HASH                                       PIC 9(10).
       77 PIN-MENSAGEM                                   PIC X(40).
       77 PIN-AUTORIZADOR                                PIC 9(2) VALUE 0.
       77 GERENTE-NUMERO                                 PIC 9(2).
       77 GERENTE-PAPEIS                                 PIC X(04).
       77 GERENTE-AUTORIZOU                              PIC X VALUE "N".
           88 GERENTE-OK                                 VALUE "S".
       77 CLIENTE-ENCONTRADO                             PIC X VALUE "N".
           88 CLIENTE-OK                                 VALUE "S".
       77 OPCAO                                          PIC 9 VALUE 9.
           88 OPCAO-SAIR                                 VALUE 0.
       77 CONTATO-IN                                     PIC 9(9).
       77 TEXTO-IN                                       PIC X(30).
       77 LIMITE-IN                                      PIC 9(5)V99.
       77 VALOR-IN                                       PIC 9(5)V99.
       77 METODO-IN                                      PIC 9.
           88 METODO-VALIDO                              VALUE 1 THRU 3.
       77 REFERENCIA-IN                                  PIC X(20).
       77 CONFIRMA                                       PIC X.
           88 CONFIRMA-SIM                               VALUE "S", "s".
       77 NIF-IN                                         PIC 9(9).
       77 NIF-VALIDO                                     PIC X.
           88 NIF-OK                                     VALUE "S".
       77 NIF-SOMA                                       PIC 9(4).
       77 NIF-RESTO                                      PIC 9(2).
       77 NIF-QUOCIENTE                                  PIC 9(4).
       77 NIF-CONTROLO                                   PIC 9.
       77 IND-NIF                                        PIC 99.
       77 DIGITO-NIF                                     PIC 9.
       77 NUM-LISTADOS                                   PIC 9(4) VALUE 0.
       77 NUM-MOVIMENTOS                                 PIC 9(5) VALUE 0.
       77 TOTAL-SALDOS                                   PIC 9(8)V99 VALUE 0.
       77 LIMITE-SAIDA                                   PIC ZZ,ZZ9.99.
       77 SALDO-SAIDA                                    PIC ZZZ,ZZ9.99.
       77 VALOR-SAIDA                                    PIC ZZ,ZZ9.99.
       77 TOTAL-SAIDA                                    PIC ZZ,ZZZ,ZZ9.99.
       77 DESCRICAO-TIPO                                 PIC X(12).

       01 NIF-DIGITOS.
           05 NIF-DIGITO OCCURS 9                        PIC 9.

       01 TAB-NOMES-METODO                               PIC X(10)
                                                          OCCURS 4.

       01 DATA-ATUAL.
           05 ANO                                   PIC 9(4).
           05 MES                                   PIC 9(2).
           05 DIA                                   PIC 9(2).
       77 DATA-HOJE                                 PIC 9(8) VALUE 0.

       01 HORA-ATUAL.
           05 HORAS                                 PIC 9(2).
           05 MINUTOS                               PIC 9(2).
           05 SEGUNDOS                              PIC 9(2).

       PROCEDURE DIVISION.
       CARREGA-NOMES-METODO.
           MOVE "DINHEIRO"  TO TAB-NOMES-METODO(1).
           MOVE "MB"        TO TAB-NOMES-METODO(2).
           MOVE "CARTAO"    TO TAB-NOMES-METODO(3).
           MOVE "A CREDITO" TO TAB-NOMES-METODO(4).

       MAIN-PROCEDURE.
           DISPLAY "PIZZARIA RAMALHO - CONTAS A CREDITO DE CLIENTES".
           DISPLAY "----------------------------------------------".
           ACCEPT DATA-ATUAL FROM DATE YYYYMMDD.
           COMPUTE DATA-HOJE = ANO * 10000 + MES * 100 + DIA.
           PERFORM VALIDAR-OPERADOR.
           IF (NOT OPERADOR-OK) THEN
               DISPLAY "ACESSO RECUSADO."
               STOP RUN
           END-IF.

           OPEN I-O CONTAS-CREDITO.
           IF (CCR-STATUS NOT = "00") THEN
               CLOSE CONTAS-CREDITO
               OPEN OUTPUT CONTAS-CREDITO
               CLOSE CONTAS-CREDITO
               OPEN I-O CONTAS-CREDITO
           END-IF.

           PERFORM UNTIL OPCAO-SAIR
               DISPLAY " "
               DISPLAY "PIZZARIA RAMALHO - CONTAS A CREDITO"
               DISPLAY "----------------------------------------------"
               DISPLAY "[1] ABRIR CONTA A CREDITO"
               DISPLAY "[2] ALTERAR LIMITE / SUSPENDER CONTA"
               DISPLAY "[3] REGISTAR PAGAMENTO RECEBIDO"
               DISPLAY "[4] CONSULTAR CONTA E MOVIMENTOS"
               DISPLAY "[5] LISTAR CONTAS"
               DISPLAY "[0] SAIR"
               DISPLAY "OPCAO: "
               ACCEPT OPCAO
               EVALUATE OPCAO
                   WHEN 1
                       PERFORM AUTORIZAR-GERENTE
                       IF (GERENTE-OK) THEN
                           PERFORM ABRIR-CONTA
                       END-IF
                   WHEN 2
                       PERFORM AUTORIZAR-GERENTE
                       IF (GERENTE-OK) THEN
                           PERFORM ALTERAR-CONTA
                       END-IF
                   WHEN 3
                       PERFORM REGISTAR-RECEBIMENTO
                   WHEN 4
                       PERFORM CONSULTAR-CONTA
                   WHEN 5
                       PERFORM LISTAR-CONTAS
                   WHEN 0
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA."
               END-EVALUATE
           END-PERFORM.

           CLOSE CONTAS-CREDITO.
           STOP RUN.

       ABRIR-CONTA.
           DISPLAY "CONTACTO DO CLIENTE (TELEFONE): ".
           ACCEPT CONTATO-IN.
           MOVE CONTATO-IN TO CCR-CONTATO.
           READ CONTAS-CREDITO
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   DISPLAY "O CLIENTE " CCR-CONTATO " JA TEM CONTA A "
                   "CREDITO (" CCR-EMPRESA ")."
                   EXIT PARAGRAPH
           END-READ.
           OPEN INPUT CLIENTES.
           IF (CLI-STATUS NOT = "00") THEN
               CLOSE CLIENTES
               DISPLAY "CLIENTES.DAT INDISPONIVEL - NAO E POSSIVEL ABRIR "
               "A CONTA."
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO CLIENTE-ENCONTRADO.
           MOVE CONTATO-IN TO CLI-CONTATO.
           READ CLIENTES
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "S" TO CLIENTE-ENCONTRADO
           END-READ.
           CLOSE CLIENTES.
           IF (NOT CLIENTE-OK) THEN
               DISPLAY "CLIENTE NAO REGISTADO EM CLIENTES.DAT - SO "
               "CLIENTES COM PEDIDOS PODEM TER CONTA A CREDITO."
               EXIT PARAGRAPH
           END-IF.
           INITIALIZE REGISTO-CONTA-CREDITO.
           MOVE CONTATO-IN TO CCR-CONTATO.
           MOVE CLI-NOME TO CCR-EMPRESA.
           DISPLAY "CLIENTE: " CLI-NOME "  PEDIDOS: " CLI-NUM-PEDIDOS.
           DISPLAY "NOME DA EMPRESA (VAZIO = " CLI-NOME "): ".
           ACCEPT TEXTO-IN.
           IF (TEXTO-IN NOT = SPACES) THEN
               MOVE TEXTO-IN TO CCR-EMPRESA
           END-IF.
           MOVE "N" TO NIF-VALIDO.
           PERFORM UNTIL NIF-OK
               DISPLAY "NIF DA EMPRESA: "
               ACCEPT NIF-IN
               PERFORM VALIDAR-NIF
               IF (NOT NIF-OK) THEN
                   DISPLAY "NIF INVALIDO (DIGITO DE CONTROLO ERRADO)."
               END-IF
           END-PERFORM.
           MOVE NIF-IN TO CCR-NIF.
           MOVE 0 TO LIMITE-IN.
           PERFORM UNTIL LIMITE-IN > 0
               DISPLAY "LIMITE DE CREDITO (EUR): "
               ACCEPT LIMITE-IN
           END-PERFORM.
           MOVE LIMITE-IN TO CCR-LIMITE.
           MOVE 0 TO CCR-SALDO.
           MOVE "A" TO CCR-ESTADO.
           MOVE DATA-HOJE TO CCR-DATA-ABERTURA.
           WRITE REGISTO-CONTA-CREDITO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A CONTA (" CCR-STATUS ")."
               NOT INVALID KEY
                   MOVE CCR-LIMITE TO LIMITE-SAIDA
                   DISPLAY "CONTA A CREDITO ABERTA PARA " CCR-EMPRESA
                   " COM LIMITE DE " LIMITE-SAIDA " EUR."
           END-WRITE.

       ALTERAR-CONTA.
           PERFORM LER-CONTA-PEDIDA.
           IF (CCR-STATUS NOT = "00") THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM MOSTRAR-CONTA.
           DISPLAY "NOVO LIMITE DE CREDITO (0 = MANTER): ".
           ACCEPT LIMITE-IN.
           IF (LIMITE-IN > 0) THEN
               MOVE LIMITE-IN TO CCR-LIMITE
               IF (CCR-SALDO > CCR-LIMITE) THEN
                   DISPLAY "ATENCAO: O SALDO EM DIVIDA JA ULTRAPASSA O "
                   "NOVO LIMITE - NAO SERAO ACEITES NOVAS VENDAS A "
                   "CREDITO."
               END-IF
           END-IF.
           IF (CCR-ATIVA) THEN
               DISPLAY "SUSPENDER A CONTA (DEIXA DE ACEITAR VENDAS A "
               "CREDITO)? (S/N)"
           ELSE
               DISPLAY "REATIVAR A CONTA? (S/N)"
           END-IF.
           ACCEPT CONFIRMA.
           IF (CONFIRMA-SIM) THEN
               IF (CCR-ATIVA) THEN
                   MOVE "S" TO CCR-ESTADO
               ELSE
                   MOVE "A" TO CCR-ESTADO
               END-IF
           END-IF.
           REWRITE REGISTO-CONTA-CREDITO
               INVALID KEY
                   DISPLAY "ERRO AO ALTERAR A CONTA (" CCR-STATUS ")."
               NOT INVALID KEY
                   DISPLAY "CONTA " CCR-CONTATO " ALTERADA."
           END-REWRITE.

       REGISTAR-RECEBIMENTO.
           PERFORM LER-CONTA-PEDIDA.
           IF (CCR-STATUS NOT = "00") THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM MOSTRAR-CONTA.
           IF (CCR-SALDO = 0) THEN
               DISPLAY "A CONTA NAO TEM SALDO EM DIVIDA."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "VALOR RECEBIDO (EUR): ".
           ACCEPT VALOR-IN.
           IF (VALOR-IN = 0) THEN
               DISPLAY "OPERACAO CANCELADA. NADA FOI ALTERADO."
               EXIT PARAGRAPH
           END-IF.
           IF (VALOR-IN > CCR-SALDO) THEN
               MOVE CCR-SALDO TO SALDO-SAIDA
               DISPLAY "O VALOR EXCEDE O SALDO EM DIVIDA (" SALDO-SAIDA
               " EUR). NADA FOI ALTERADO."
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO METODO-IN.
           PERFORM UNTIL METODO-VALIDO
               DISPLAY "FORMA DE PAGAMENTO: [1] DINHEIRO [2] MB "
               "[3] CARTAO"
               ACCEPT METODO-IN
           END-PERFORM.
           DISPLAY "REFERENCIA (RECIBO/DOCUMENTO, OPCIONAL): ".
           MOVE SPACES TO REFERENCIA-IN.
           ACCEPT REFERENCIA-IN.
           MOVE VALOR-IN TO VALOR-SAIDA.
           DISPLAY "CONFIRMA O RECEBIMENTO DE " VALOR-SAIDA " EUR EM "
           TAB-NOMES-METODO(METODO-IN) " DE " CCR-EMPRESA "? (S/N)".
           ACCEPT CONFIRMA.
           IF (NOT CONFIRMA-SIM) THEN
               DISPLAY "OPERACAO CANCELADA. NADA FOI ALTERADO."
               EXIT PARAGRAPH
           END-IF.
           SUBTRACT VALOR-IN FROM CCR-SALDO.
           REWRITE REGISTO-CONTA-CREDITO
               INVALID KEY
                   DISPLAY "ERRO AO ATUALIZAR A CONTA (" CCR-STATUS
                   "). NADA FOI ALTERADO."
                   EXIT PARAGRAPH
           END-REWRITE.
           OPEN EXTEND CONTA-CORRENTE.
           IF (CCM-STATUS = "35") THEN
               OPEN OUTPUT CONTA-CORRENTE
           END-IF.
           ACCEPT HORA-ATUAL FROM TIME.
           MOVE DATA-HOJE TO CCM-DATA.
           COMPUTE CCM-HORA = HORAS * 10000 + MINUTOS * 100 + SEGUNDOS.
           MOVE CCR-CONTATO TO CCM-CONTATO.
           MOVE "R" TO CCM-TIPO.
           MOVE 0 TO CCM-PEDIDO-DATA.
           MOVE 0 TO CCM-PEDIDO-NUM.
           MOVE VALOR-IN TO CCM-VALOR.
           MOVE METODO-IN TO CCM-METODO.
           MOVE OPERADOR-NUMERO TO CCM-OPERADOR.
           MOVE REFERENCIA-IN TO CCM-REFERENCIA.
           WRITE REGISTO-CONTA-CORRENTE.
           CLOSE CONTA-CORRENTE.
           MOVE CCR-SALDO TO SALDO-SAIDA.
           DISPLAY "PAGAMENTO REGISTADO. SALDO EM DIVIDA: " SALDO-SAIDA
           " EUR.".

       CONSULTAR-CONTA.
           PERFORM LER-CONTA-PEDIDA.
           IF (CCR-STATUS NOT = "00") THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM MOSTRAR-CONTA.
           DISPLAY " ".
           DISPLAY "DATA       TIPO         PEDIDO          VALOR MET "
           "REFERENCIA".
           MOVE 0 TO NUM-MOVIMENTOS.
           MOVE "N" TO FIM-CONTA-CORRENTE.
           OPEN INPUT CONTA-CORRENTE.
           IF (CCM-STATUS NOT = "00") THEN
               CLOSE CONTA-CORRENTE
           ELSE
               PERFORM LER-PROXIMO-MOVIMENTO-CONTA
               PERFORM UNTIL NAO-HA-MAIS-MOVIMENTOS-CONTA
                   IF (CCM-CONTATO = CCR-CONTATO) THEN
                       PERFORM MOSTRAR-MOVIMENTO
                   END-IF
                   PERFORM LER-PROXIMO-MOVIMENTO-CONTA
               END-PERFORM
               CLOSE CONTA-CORRENTE
           END-IF.
           DISPLAY NUM-MOVIMENTOS " MOVIMENTOS.".

       MOSTRAR-MOVIMENTO.
           ADD 1 TO NUM-MOVIMENTOS.
           EVALUATE TRUE
               WHEN CCM-DEBITO
                   MOVE "VENDA" TO DESCRICAO-TIPO
               WHEN CCM-RECEBIMENTO
                   MOVE "PAGAMENTO" TO DESCRICAO-TIPO
               WHEN CCM-ANULACAO
                   MOVE "ANULACAO" TO DESCRICAO-TIPO
               WHEN OTHER
                   MOVE "?" TO DESCRICAO-TIPO
           END-EVALUATE.
           MOVE CCM-VALOR TO VALOR-SAIDA.
           IF (CCM-RECEBIMENTO) THEN
               DISPLAY CCM-DATA "   " DESCRICAO-TIPO " " "             "
               VALOR-SAIDA "  " CCM-METODO "  " CCM-REFERENCIA
           ELSE
               DISPLAY CCM-DATA "   " DESCRICAO-TIPO " " CCM-PEDIDO-DATA
               "/" CCM-PEDIDO-NUM " " VALOR-SAIDA "  " CCM-METODO "  "
               CCM-REFERENCIA
           END-IF.

       LISTAR-CONTAS.
           MOVE 0 TO NUM-LISTADOS.
           MOVE 0 TO TOTAL-SALDOS.
           MOVE "N" TO FIM-CONTAS.
           MOVE 0 TO CCR-CONTATO.
           START CONTAS-CREDITO KEY IS NOT LESS THAN CCR-CONTATO
               INVALID KEY MOVE "S" TO FIM-CONTAS
           END-START.
           DISPLAY " ".
           DISPLAY "CONTACTO  EMPRESA                        NIF       "
           "    LIMITE      SALDO EST".
           PERFORM UNTIL NAO-HA-MAIS-CONTAS
               READ CONTAS-CREDITO NEXT RECORD
                   AT END MOVE "S" TO FIM-CONTAS
                   NOT AT END
                       ADD 1 TO NUM-LISTADOS
                       ADD CCR-SALDO TO TOTAL-SALDOS
                       MOVE CCR-LIMITE TO LIMITE-SAIDA
                       MOVE CCR-SALDO TO SALDO-SAIDA
                       DISPLAY CCR-CONTATO " " CCR-EMPRESA " " CCR-NIF
                       " " LIMITE-SAIDA " " SALDO-SAIDA "  " CCR-ESTADO
               END-READ
           END-PERFORM.
           MOVE TOTAL-SALDOS TO TOTAL-SAIDA.
           DISPLAY NUM-LISTADOS " CONTAS. TOTAL EM DIVIDA: " TOTAL-SAIDA
           " EUR".

       LER-CONTA-PEDIDA.
           DISPLAY "CONTACTO DO CLIENTE (TELEFONE): ".
           ACCEPT CONTATO-IN.
           MOVE CONTATO-IN TO CCR-CONTATO.
           READ CONTAS-CREDITO
               INVALID KEY
                   DISPLAY "O CLIENTE NAO TEM CONTA A CREDITO."
           END-READ.

       MOSTRAR-CONTA.
           MOVE CCR-LIMITE TO LIMITE-SAIDA.
           MOVE CCR-SALDO TO SALDO-SAIDA.
           DISPLAY " ".
           DISPLAY "CONTA " CCR-CONTATO " - " CCR-EMPRESA.
           DISPLAY "  NIF: " CCR-NIF "  ABERTA EM: " CCR-DATA-ABERTURA.
           DISPLAY "  LIMITE: " LIMITE-SAIDA " EUR  SALDO EM DIVIDA: "
           SALDO-SAIDA " EUR".
           IF (CCR-SUSPENSA) THEN
               DISPLAY "  (CONTA SUSPENSA)"
           END-IF.

       LER-PROXIMO-MOVIMENTO-CONTA.
           READ CONTA-CORRENTE
               AT END MOVE "S" TO FIM-CONTA-CORRENTE
           END-READ.

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

       VALIDAR-OPERADOR.
           MOVE "N" TO OPERADOR-VALIDO.
           MOVE 0 TO NUM-TENTATIVAS-PIN.
           MOVE 1 TO PIN-PAPEL.
           PERFORM UNTIL OPERADOR-OK OR NUM-TENTATIVAS-PIN >= 3
               DISPLAY "OPERADOR: "
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

       AUTORIZAR-GERENTE.
           MOVE "N" TO GERENTE-AUTORIZOU.
           IF (OPERADOR-PAPEIS(4:1) = "S") THEN
               MOVE "S" TO GERENTE-AUTORIZOU
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO NUM-TENTATIVAS-PIN.
           MOVE 4 TO PIN-PAPEL.
           DISPLAY "ESTA OPERACAO EXIGE AUTORIZACAO DE UM GERENTE.".
           PERFORM UNTIL GERENTE-OK OR NUM-TENTATIVAS-PIN >= 3
               DISPLAY "GERENTE QUE AUTORIZA: "
               ACCEPT GERENTE-NUMERO
               DISPLAY "PIN DO GERENTE: "                   LINE 24 COL 1
               ACCEPT PIN-DIGITADO            LINE 24 COL 17 WITH SECURE
               ADD 1 TO NUM-TENTATIVAS-PIN
               CALL "VERIFICARPIN" USING PIN-MODO, GERENTE-NUMERO,
                   PIN-DIGITADO, PIN-PAPEL, PIN-PROGRAMA, PIN-RESULTADO,
                   GERENTE-PAPEIS, PIN-HASH, PIN-MENSAGEM, PIN-AUTORIZADOR
               IF (PIN-RESULTADO = 0) THEN
                   MOVE "S" TO GERENTE-AUTORIZOU
               ELSE
                   DISPLAY PIN-MENSAGEM
               END-IF
           END-PERFORM.
           IF (NOT GERENTE-OK) THEN
               DISPLAY "OPERACAO NAO AUTORIZADA."
           END-IF.
       END PROGRAM ContasCredito.
