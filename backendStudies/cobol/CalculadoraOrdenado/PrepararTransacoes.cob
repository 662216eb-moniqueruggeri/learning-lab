       >>SOURCE FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. tarefa2transacoes.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FUNCIONARIOS ASSIGN TO
           "D:/Monique/Documents/Projetos/iefp/Carlos/cobol808/FUNCIONARIOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FUNC-STATUS.

           SELECT OPTIONAL PEDIDOS ASSIGN TO
           "D:/Monique/Documents/Projetos/iefp/Carlos/cobol808/PEDIDOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PED-CHAVE
           ALTERNATE RECORD KEY IS PED-CONTATO WITH DUPLICATES
           ALTERNATE RECORD KEY IS PED-FATURA WITH DUPLICATES
           FILE STATUS IS PEDIDOS-STATUS.

           SELECT OPTIONAL TRANSACOES ASSIGN TO
           "D:/Monique/Documents/Projetos/iefp/Carlos/cobol808/TRANSACOES-FOLHA.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRANS-STATUS.

           SELECT OPTIONAL CONTROLO ASSIGN TO
           "D:/Monique/Documents/Projetos/iefp/Carlos/cobol808/CONTROLO-TRANSACOES.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD FUNCIONARIOS.
       01 REGISTO-FUNC.
              05 FUNC-NUMERO                                   PIC 9(2).
              05 FUNC-NOME                                    PIC X(30).
              05 FUNC-EMAIL                                   PIC X(50).
              05 FUNC-ESTADO                                  PIC X(01).
                 88 FUNC-ATIVO                                 VALUE "A".
                 88 FUNC-INATIVO                               VALUE "I".
              05 FUNC-DATA-ADMISSAO                           PIC 9(8).
              05 FUNC-IBAN                                    PIC X(34).
              05 FUNC-TITULAR-CONTA                           PIC X(40).
              05 FUNC-SITUACAO-IRS                            PIC X(01).
              05 FUNC-DEPENDENTES                             PIC 9(2).
              05 FUNC-PIN-HASH                                PIC 9(10).
              05 FUNC-PAPEIS                                  PIC X(04).

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

       FD TRANSACOES.
       01 REGISTO-TRANS.
              05 TRANS-NUMERO                                  PIC 9(2).
              05 TRANS-ANOS-TRABALHO                           PIC 9(2).
              05 TRANS-MES                                     PIC 9(2).
              05 TRANS-VENDAS-MES                              PIC 9(5).

       FD CONTROLO.
       01 REGISTO-CONTROLO                                  PIC X(100).

       WORKING-STORAGE SECTION.
       77 FUNC-STATUS                                             PIC X(02).
       77 PEDIDOS-STATUS                                          PIC X(02).
       77 TRANS-STATUS                                            PIC X(02).
       77 FIM-FUNCIONARIOS                                        PIC X
       VALUE "N".
           88 NAO-HA-MAIS-FUNCIONARIOS VALUE "S".
       77 FIM-PEDIDOS                                             PIC X
       VALUE "N".
           88 NAO-HA-MAIS-PEDIDOS VALUE "S".
       77 CONFIRMA                                                PIC X.
           88 CONFIRMA-SIM VALUE "S", "s".

       77 ANO-REFERENCIA                                       PIC 9(4).
       77 MES-REFERENCIA                                       PIC 9(2).
       77 FIM-MES                                              PIC 9(8).
       77 MES-DIA-FIM                                          PIC 9(4).
       77 MES-DIA-ADMISSAO                                     PIC 9(4).
       77 ANO-ADMISSAO                                         PIC 9(4).
       77 IND-FUNC                                             PIC 9(3).
       77 ANOS-CALCULADOS                                      PIC S9(4).
       77 NUM-PEDIDOS-MES                                      PIC 9(5)
       VALUE 0.
       77 NUM-TRANSACOES                                       PIC 9(3)
       VALUE 0.
       77 NUM-SEM-VENDAS                                       PIC 9(3)
       VALUE 0.
       77 NUM-SEM-ADMISSAO                                     PIC 9(3)
       VALUE 0.
       77 NUM-DESCONHECIDOS                                    PIC 9(3)
       VALUE 0.
       77 TOTAL-VENDAS-MES                                 PIC 9(8)V99
       VALUE 0.
       77 TOTAL-ATRIBUIDO                                  PIC 9(8)V99
       VALUE 0.
       77 TOTAL-DESCONHECIDO                               PIC 9(8)V99
       VALUE 0.
       77 TOTAL-NAO-INCLUIDO                               PIC 9(8)V99
       VALUE 0.
       77 TOTAL-TRANSACOES                                     PIC 9(8)
       VALUE 0.
       77 TOTAL-CONFERENCIA                                PIC 9(8)V99.
       77 VENDAS-ARREDONDADAS                                  PIC 9(5).

       77 VALOR-FMT                                      PIC Z,ZZZ,ZZ9.99.
       77 VENDAS-FMT                                         PIC ZZ,ZZ9.
       77 TOTAL-FMT                                        PIC ZZ,ZZZ,ZZ9.

       01 TAB-FUNCIONARIOS.
           05 TAB-FUNC OCCURS 100.
              10 TF-EXISTE                                   PIC X(01).
              10 TF-NOME                                    PIC X(30).
              10 TF-ESTADO                                  PIC X(01).
              10 TF-DATA-ADMISSAO                           PIC 9(8).
              10 TF-ANOS-TRABALHO                           PIC 9(2).
              10 TF-VENDAS                               PIC 9(7)V99.
              10 TF-PEDIDOS                                 PIC 9(5).

       01 TAB-OPERADORES-DESCONHECIDOS.
           05 OD-OPERADOR OCCURS 100.
              10 OD-VENDAS                               PIC 9(7)V99.
              10 OD-PEDIDOS                                 PIC 9(5).

       PROCEDURE DIVISION.
       PREPARAR-TRANSACOES.
           DISPLAY "PIZZARIA RAMALHO - PREPARACAO DE TRANSACOES-FOLHA".
           DISPLAY "--------------------------------------------------".
           DISPLAY "ANO DE REFERENCIA (AAAA): ".
           ACCEPT ANO-REFERENCIA.
           DISPLAY "MES DE REFERENCIA (1-12): ".
           ACCEPT MES-REFERENCIA.
           IF (MES-REFERENCIA < 1 OR MES-REFERENCIA > 12) THEN
               DISPLAY "MES INVALIDO. ABORTADO."
               STOP RUN
           END-IF.
           IF (MES-REFERENCIA = 12) THEN
               COMPUTE FIM-MES = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(
                   (ANO-REFERENCIA + 1) * 10000 + 0101) - 1)
           ELSE
               COMPUTE FIM-MES = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(
                   ANO-REFERENCIA * 10000 + (MES-REFERENCIA + 1) * 100
                   + 01) - 1)
           END-IF.
           MOVE FIM-MES(5:4) TO MES-DIA-FIM.

           INITIALIZE TAB-FUNCIONARIOS TAB-OPERADORES-DESCONHECIDOS.
           OPEN INPUT FUNCIONARIOS.
           IF (FUNC-STATUS NOT = "00") THEN
               CLOSE FUNCIONARIOS
               DISPLAY "FUNCIONARIOS.TXT INDISPONIVEL - EXPORTE OS "
               "DADOS NO MENU DE FUNCIONARIOS. ABORTADO."
               STOP RUN
           END-IF.
           PERFORM LER-PROXIMO-FUNCIONARIO.
           PERFORM UNTIL NAO-HA-MAIS-FUNCIONARIOS
               COMPUTE IND-FUNC = FUNC-NUMERO + 1
               MOVE "S" TO TF-EXISTE(IND-FUNC)
               MOVE FUNC-NOME TO TF-NOME(IND-FUNC)
               MOVE FUNC-ESTADO TO TF-ESTADO(IND-FUNC)
               IF (FUNC-DATA-ADMISSAO IS NUMERIC) THEN
                   MOVE FUNC-DATA-ADMISSAO TO TF-DATA-ADMISSAO(IND-FUNC)
               END-IF
               PERFORM LER-PROXIMO-FUNCIONARIO
           END-PERFORM.
           CLOSE FUNCIONARIOS.

           OPEN INPUT PEDIDOS.
           IF (PEDIDOS-STATUS NOT = "00") THEN
               CLOSE PEDIDOS
           ELSE
               MOVE ANO-REFERENCIA TO PED-ANO
               MOVE MES-REFERENCIA TO PED-MES
               MOVE 1 TO PED-DIA
               MOVE 0 TO PED-NUMERO
               START PEDIDOS KEY IS NOT LESS THAN PED-CHAVE
                   INVALID KEY MOVE "S" TO FIM-PEDIDOS
               END-START
               PERFORM LER-PROXIMO-PEDIDO
               PERFORM UNTIL NAO-HA-MAIS-PEDIDOS
                   PERFORM ACUMULAR-PEDIDO
                   PERFORM LER-PROXIMO-PEDIDO
               END-PERFORM
               CLOSE PEDIDOS
           END-IF.

           PERFORM CALCULAR-ANOS-TRABALHO
               VARYING IND-FUNC FROM 1 BY 1 UNTIL IND-FUNC > 100.

           PERFORM ESCREVER-LISTAGEM-CONTROLO.

           IF (NUM-TRANSACOES = 0) THEN
               DISPLAY "NENHUM FUNCIONARIO ATIVO COM DATA DE ADMISSAO - "
               "TRANSACOES-FOLHA.TXT NAO FOI GRAVADO."
               STOP RUN
           END-IF.
           DISPLAY " ".
           DISPLAY "GRAVAR TRANSACOES-FOLHA.TXT PARA " MES-REFERENCIA "/"
           ANO-REFERENCIA " (" NUM-TRANSACOES " FUNCIONARIOS)? (S/N)".
           ACCEPT CONFIRMA.
           IF (CONFIRMA-SIM) THEN
               PERFORM GRAVAR-TRANSACOES
               DISPLAY "TRANSACOES-FOLHA.TXT GRAVADO. LISTAGEM DE "
               "CONTROLO EM CONTROLO-TRANSACOES.TXT."
           ELSE
               DISPLAY "OPERACAO CANCELADA. TRANSACOES-FOLHA.TXT NAO "
               "FOI ALTERADO."
           END-IF.
           STOP RUN.

       LER-PROXIMO-FUNCIONARIO.
           READ FUNCIONARIOS
               AT END MOVE "S" TO FIM-FUNCIONARIOS
           END-READ.

       LER-PROXIMO-PEDIDO.
           IF (NOT NAO-HA-MAIS-PEDIDOS) THEN
               READ PEDIDOS NEXT RECORD
                   AT END MOVE "S" TO FIM-PEDIDOS
                   NOT AT END
                       IF (PED-ANO NOT = ANO-REFERENCIA OR
                       PED-MES NOT = MES-REFERENCIA) THEN
                           MOVE "S" TO FIM-PEDIDOS
                       END-IF
               END-READ
           END-IF.

       ACUMULAR-PEDIDO.
           IF (PED-ANO = ANO-REFERENCIA AND PED-MES = MES-REFERENCIA
           AND NOT PED-CANCELADO) THEN
               ADD 1 TO NUM-PEDIDOS-MES
               ADD PED-TOTAL TO TOTAL-VENDAS-MES
               COMPUTE IND-FUNC = PED-OPERADOR + 1
               IF (TF-EXISTE(IND-FUNC) = "S" AND PED-OPERADOR > 0) THEN
                   ADD PED-TOTAL TO TF-VENDAS(IND-FUNC)
                   ADD 1 TO TF-PEDIDOS(IND-FUNC)
               ELSE
                   ADD PED-TOTAL TO OD-VENDAS(IND-FUNC)
                   ADD 1 TO OD-PEDIDOS(IND-FUNC)
                   ADD PED-TOTAL TO TOTAL-DESCONHECIDO
               END-IF
           END-IF.

       CALCULAR-ANOS-TRABALHO.
           IF (TF-EXISTE(IND-FUNC) = "S" AND
           TF-DATA-ADMISSAO(IND-FUNC) > 0) THEN
               MOVE TF-DATA-ADMISSAO(IND-FUNC)(5:4) TO MES-DIA-ADMISSAO
               MOVE TF-DATA-ADMISSAO(IND-FUNC)(1:4) TO ANO-ADMISSAO
               COMPUTE ANOS-CALCULADOS = ANO-REFERENCIA - ANO-ADMISSAO
               IF (MES-DIA-FIM < MES-DIA-ADMISSAO) THEN
                   SUBTRACT 1 FROM ANOS-CALCULADOS
               END-IF
               IF (ANOS-CALCULADOS < 0) THEN
                   MOVE 0 TO ANOS-CALCULADOS
               END-IF
               IF (ANOS-CALCULADOS > 99) THEN
                   MOVE 99 TO ANOS-CALCULADOS
               END-IF
               MOVE ANOS-CALCULADOS TO TF-ANOS-TRABALHO(IND-FUNC)
           END-IF.

       ESCREVER-LISTAGEM-CONTROLO.
           OPEN OUTPUT CONTROLO.
           MOVE SPACES TO REGISTO-CONTROLO.
           STRING "LISTAGEM DE CONTROLO - TRANSACOES-FOLHA "
           MES-REFERENCIA "/" ANO-REFERENCIA
           DELIMITED BY SIZE INTO REGISTO-CONTROLO.
           PERFORM ESCREVER-LINHA-CONTROLO.
           MOVE ALL "-" TO REGISTO-CONTROLO.
           PERFORM ESCREVER-LINHA-CONTROLO.
           MOVE SPACES TO REGISTO-CONTROLO.
           STRING "NUM NOME                           ADMISSAO  ANOS"
           " PEDIDOS       VENDAS  TRANSACAO"
           DELIMITED BY SIZE INTO REGISTO-CONTROLO.
           PERFORM ESCREVER-LINHA-CONTROLO.

           PERFORM VARYING IND-FUNC FROM 1 BY 1 UNTIL IND-FUNC > 100
               IF (TF-EXISTE(IND-FUNC) = "S") THEN
                   PERFORM LISTAR-FUNCIONARIO
               END-IF
           END-PERFORM.

           MOVE SPACES TO REGISTO-CONTROLO.
           PERFORM ESCREVER-LINHA-CONTROLO.
           MOVE SPACES TO REGISTO-CONTROLO.
           STRING "OPERADORES EM PEDIDOS QUE NAO EXISTEM EM "
           "FUNCIONARIOS:" DELIMITED BY SIZE INTO REGISTO-CONTROLO.
           PERFORM ESCREVER-LINHA-CONTROLO.
           PERFORM VARYING IND-FUNC FROM 1 BY 1 UNTIL IND-FUNC > 100
               IF (OD-PEDIDOS(IND-FUNC) > 0) THEN
                   ADD 1 TO NUM-DESCONHECIDOS
                   COMPUTE FUNC-NUMERO = IND-FUNC - 1
                   MOVE OD-VENDAS(IND-FUNC) TO VALOR-FMT
                   MOVE SPACES TO REGISTO-CONTROLO
                   STRING "  OPERADOR " FUNC-NUMERO " - "
                   OD-PEDIDOS(IND-FUNC) " PEDIDOS, " VALOR-FMT
                   " EUR NAO ATRIBUIDOS"
                   DELIMITED BY SIZE INTO REGISTO-CONTROLO
                   PERFORM ESCREVER-LINHA-CONTROLO
               END-IF
           END-PERFORM.
           IF (NUM-DESCONHECIDOS = 0) THEN
               MOVE SPACES TO REGISTO-CONTROLO
               STRING "  NENHUM" DELIMITED BY SIZE
               INTO REGISTO-CONTROLO
               PERFORM ESCREVER-LINHA-CONTROLO
           END-IF.

           MOVE SPACES TO REGISTO-CONTROLO.
           PERFORM ESCREVER-LINHA-CONTROLO.
           MOVE ALL "=" TO REGISTO-CONTROLO.
           PERFORM ESCREVER-LINHA-CONTROLO.
           MOVE TOTAL-VENDAS-MES TO VALOR-FMT.
           MOVE SPACES TO REGISTO-CONTROLO.
           STRING "VENDAS VALIDAS DO MES (" NUM-PEDIDOS-MES
           " PEDIDOS):           " VALOR-FMT
           DELIMITED BY SIZE INTO REGISTO-CONTROLO.
           PERFORM ESCREVER-LINHA-CONTROLO.
           MOVE TOTAL-ATRIBUIDO TO VALOR-FMT.
           MOVE SPACES TO REGISTO-CONTROLO.
           STRING "  ATRIBUIDO A FUNCIONARIOS NA TRANSACOES-FOLHA: "
           VALOR-FMT DELIMITED BY SIZE INTO REGISTO-CONTROLO.
           PERFORM ESCREVER-LINHA-CONTROLO.
           MOVE TOTAL-NAO-INCLUIDO TO VALOR-FMT.
           MOVE SPACES TO REGISTO-CONTROLO.
           STRING "  FUNCIONARIOS NAO INCLUIDOS:                   "
           VALOR-FMT DELIMITED BY SIZE INTO REGISTO-CONTROLO.
           PERFORM ESCREVER-LINHA-CONTROLO.
           MOVE TOTAL-DESCONHECIDO TO VALOR-FMT.
           MOVE SPACES TO REGISTO-CONTROLO.
           STRING "  OPERADORES DESCONHECIDOS:                     "
           VALOR-FMT DELIMITED BY SIZE INTO REGISTO-CONTROLO.
           PERFORM ESCREVER-LINHA-CONTROLO.
           COMPUTE TOTAL-CONFERENCIA = TOTAL-ATRIBUIDO +
               TOTAL-NAO-INCLUIDO + TOTAL-DESCONHECIDO.
           MOVE SPACES TO REGISTO-CONTROLO.
           IF (TOTAL-CONFERENCIA = TOTAL-VENDAS-MES) THEN
               STRING "  CONFERENCIA: SOMA DAS PARCELAS = VENDAS DO MES"
               " - OK" DELIMITED BY SIZE INTO REGISTO-CONTROLO
           ELSE
               MOVE TOTAL-CONFERENCIA TO VALOR-FMT
               STRING "  CONFERENCIA: SOMA DAS PARCELAS " VALOR-FMT
               " DIFERENTE DAS VENDAS DO MES - VERIFICAR"
               DELIMITED BY SIZE INTO REGISTO-CONTROLO
           END-IF.
           PERFORM ESCREVER-LINHA-CONTROLO.
           MOVE TOTAL-TRANSACOES TO TOTAL-FMT.
           MOVE SPACES TO REGISTO-CONTROLO.
           STRING "TOTAL TRANS-VENDAS-MES (EUR ARREDONDADOS):      "
           "  " TOTAL-FMT DELIMITED BY SIZE INTO REGISTO-CONTROLO.
           PERFORM ESCREVER-LINHA-CONTROLO.
           MOVE SPACES TO REGISTO-CONTROLO.
           STRING "REGISTOS A GRAVAR: " NUM-TRANSACOES
           "  SEM VENDAS: " NUM-SEM-VENDAS
           "  SEM DATA DE ADMISSAO: " NUM-SEM-ADMISSAO
           "  OPERADORES DESCONHECIDOS: " NUM-DESCONHECIDOS
           DELIMITED BY SIZE INTO REGISTO-CONTROLO.
           PERFORM ESCREVER-LINHA-CONTROLO.
           CLOSE CONTROLO.

       LISTAR-FUNCIONARIO.
           COMPUTE FUNC-NUMERO = IND-FUNC - 1.
           MOVE TF-VENDAS(IND-FUNC) TO VALOR-FMT.
           MOVE SPACES TO REGISTO-CONTROLO.
           IF (TF-ESTADO(IND-FUNC) = "I") THEN
               ADD TF-VENDAS(IND-FUNC) TO TOTAL-NAO-INCLUIDO
               STRING FUNC-NUMERO "  " TF-NOME(IND-FUNC) " "
               TF-DATA-ADMISSAO(IND-FUNC) "     "
               TF-PEDIDOS(IND-FUNC) " " VALOR-FMT "  INATIVO"
               DELIMITED BY SIZE INTO REGISTO-CONTROLO
           ELSE
               IF (TF-DATA-ADMISSAO(IND-FUNC) = 0) THEN
                   ADD 1 TO NUM-SEM-ADMISSAO
                   ADD TF-VENDAS(IND-FUNC) TO TOTAL-NAO-INCLUIDO
                   STRING FUNC-NUMERO "  " TF-NOME(IND-FUNC)
                   " --------     " TF-PEDIDOS(IND-FUNC) " "
                   VALOR-FMT "  SEM DATA DE ADMISSAO - EXCLUIDO"
                   DELIMITED BY SIZE INTO REGISTO-CONTROLO
               ELSE
                   ADD 1 TO NUM-TRANSACOES
                   ADD TF-VENDAS(IND-FUNC) TO TOTAL-ATRIBUIDO
                   COMPUTE VENDAS-ARREDONDADAS ROUNDED =
                       TF-VENDAS(IND-FUNC)
                   ADD VENDAS-ARREDONDADAS TO TOTAL-TRANSACOES
                   MOVE VENDAS-ARREDONDADAS TO VENDAS-FMT
                   IF (TF-PEDIDOS(IND-FUNC) = 0) THEN
                       ADD 1 TO NUM-SEM-VENDAS
                       STRING FUNC-NUMERO "  " TF-NOME(IND-FUNC) " "
                       TF-DATA-ADMISSAO(IND-FUNC) "  "
                       TF-ANOS-TRABALHO(IND-FUNC) " "
                       TF-PEDIDOS(IND-FUNC) " " VALOR-FMT "     "
                       VENDAS-FMT "  SEM VENDAS NO MES"
                       DELIMITED BY SIZE INTO REGISTO-CONTROLO
                   ELSE
                       STRING FUNC-NUMERO "  " TF-NOME(IND-FUNC) " "
                       TF-DATA-ADMISSAO(IND-FUNC) "  "
                       TF-ANOS-TRABALHO(IND-FUNC) " "
                       TF-PEDIDOS(IND-FUNC) " " VALOR-FMT "     "
                       VENDAS-FMT
                       DELIMITED BY SIZE INTO REGISTO-CONTROLO
                   END-IF
               END-IF
           END-IF.
           PERFORM ESCREVER-LINHA-CONTROLO.

       ESCREVER-LINHA-CONTROLO.
           WRITE REGISTO-CONTROLO.
           DISPLAY FUNCTION TRIM(REGISTO-CONTROLO TRAILING).

       GRAVAR-TRANSACOES.
           OPEN OUTPUT TRANSACOES.
           PERFORM VARYING IND-FUNC FROM 1 BY 1 UNTIL IND-FUNC > 100
               IF (TF-EXISTE(IND-FUNC) = "S" AND
               TF-ESTADO(IND-FUNC) NOT = "I" AND
               TF-DATA-ADMISSAO(IND-FUNC) > 0) THEN
                   COMPUTE TRANS-NUMERO = IND-FUNC - 1
                   MOVE TF-ANOS-TRABALHO(IND-FUNC) TO
                   TRANS-ANOS-TRABALHO
                   MOVE MES-REFERENCIA TO TRANS-MES
                   COMPUTE TRANS-VENDAS-MES ROUNDED =
                       TF-VENDAS(IND-FUNC)
                   WRITE REGISTO-TRANS
               END-IF
           END-PERFORM.
           CLOSE TRANSACOES.
       END PROGRAM tarefa2transacoes.
