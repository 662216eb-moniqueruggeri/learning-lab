           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CARDAPIO-STATUS.

           SELECT OPTIONAL RECEITAS ASSIGN TO
           "D:/Monique/Documents/Projetos/iefp/Carlos/cobol808/RECEITAS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REC-STATUS.

           SELECT OPTIONAL MOVIMENTOS ASSIGN TO
           "D:/Monique/Documents/Projetos/iefp/Carlos/cobol808/MOVIMENTOS-STOCK.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS VAR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ESTOQUE.
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

       FD MOVIMENTOS.
       01 REGISTO-MOVIMENTO.
           05 MOV-DATA.
              88 MOTIVO-ERRO-CONTAGEM                    VALUE 3.
           05 VAR-OPERADOR                              PIC 9(2).

       WORKING-STORAGE SECTION.
       77 EST-STATUS                                     PIC X(02).
       77 CARDAPIO-STATUS                                PIC X(02).
       77 REC-STATUS                                     PIC X(02).
       77 MOV-STATUS                                     PIC X(02).
       77 VAR-STATUS                                     PIC X(02).
       77 FIM-ESTOQUE                                    PIC X VALUE "N".
           88 NAO-HA-MAIS-ESTOQUE                        VALUE "S".

       01 TAB-INGREDIENTES-NOMES                         PIC X(20)
                                                          OCCURS 13.
       01 TAB-TEORICO.
           05 EST-QTD-TEORICO                            PIC 9(4)
                                                          OCCURS 13
                                                          VALUE 0.
       01 TAB-CONTADO.
           05 EST-QTD-CONTADO                            PIC 9(4)
                                                          OCCURS 13
                                                          VALUE 0.

       01 TAB-MOTIVOS.
           05 EST-MOTIVO                                 PIC 9
                                                          OCCURS 13
                                                          VALUE 0.

       77 EST-IND                                        PIC 99.
       77 MOTIVO-IN                                      PIC 9.
           88 VALIDAR-MOTIVO                             VALUE 1 THRU 3.
       77 NUM-VARIANCIAS                                 PIC 9(2) VALUE 0.
       77 NUM-DIFERENCAS                                 PIC 9(2) VALUE 0.

       77 OPERADOR-NUMERO                                PIC 9(2).
       77 OPERADOR-VALIDO                                PIC X VALUE "N".
           88 OPERADOR-OK                                VALUE "S".
       77 OPERADOR-PAPEIS                                PIC X(04).
       77 NUM-TENTATIVAS-PIN                             PIC 9 VALUE 0.
       77 PIN-DIGITADO                                   PIC 9(4).
       77 PIN-MODO                                       PIC X VALUE "V".
       77 PIN-PAPEL                                      PIC 9 VALUE 2.
       77 PIN-PROGRAMA                                   PIC X(20)
                                                          VALUE "ContagemStock".
       77 PIN-RESULTADO                                  PIC 9.
       77 PIN-HASH                                       PIC 9(10).
       77 PIN-MENSAGEM                                   PIC X(40).
       77 PIN-AUTORIZADOR                                PIC 9(2) VALUE 0.
       77 GERENTE-NUMERO                                 PIC 9(2).
       77 GERENTE-PAPEIS                                 PIC X(04).
       77 GERENTE-AUTORIZOU                              PIC X VALUE "N".
           88 GERENTE-OK                                 VALUE "S".

       01 DATA-ATUAL.
           05 ANO                                   PIC 9(4).
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
           DISPLAY "PIZZARIA RAMALHO - CONTAGEM FISICA DE STOCK".
           DISPLAY "----------------------------------------------".
           COMPUTE DATA-HOJE = ANO * 10000 + MES * 100 + DIA.

           PERFORM VALIDAR-OPERADOR.
           IF (NOT OPERADOR-OK) THEN
               DISPLAY "ACESSO RECUSADO. NADA FOI ALTERADO."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM CARREGAR-TEORICO.

           PERFORM VARYING EST-IND FROM 1 BY 1 UNTIL EST-IND > 13
               PERFORM CONTAR-INGREDIENTE
           END-PERFORM.

           IF (NUM-DIFERENCAS > 0 AND OPERADOR-PAPEIS(4:1) NOT = "S")
           THEN
               PERFORM AUTORIZAR-GERENTE
               IF (NOT GERENTE-OK) THEN
                   DISPLAY " "
                   DISPLAY "OS ACERTOS DE STOCK EXIGEM AUTORIZACAO DE UM "
                   "GERENTE. NADA FOI ALTERADO."
                   MOVE 1 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

           OPEN EXTEND VARIANCIAS.
           IF (VAR-STATUS = "35") THEN
               OPEN OUTPUT VARIANCIAS
               OPEN OUTPUT MOVIMENTOS
           END-IF.

           PERFORM VARYING EST-IND FROM 1 BY 1 UNTIL EST-IND > 13
               IF (EST-MOTIVO(EST-IND) NOT = 0) THEN
                   PERFORM REGISTAR-ACERTO
               END-IF
           END-PERFORM.

           CLOSE MOVIMENTOS.
           " VARIANCIAS REGISTADAS. STOCK ATUALIZADO COM OS VALORES "
           "CONTADOS.".

           GOBACK.

       CARREGAR-TEORICO.
           MOVE "N" TO FIM-ESTOQUE.
           ELSE
               PERFORM LER-PROXIMO-ESTOQUE
               PERFORM UNTIL NAO-HA-MAIS-ESTOQUE
                   IF (EST-CODIGO >= 1 AND EST-CODIGO <= 13) THEN
                       MOVE EST-QUANTIDADE TO EST-QTD-TEORICO(EST-CODIGO)
                   END-IF
                   PERFORM LER-PROXIMO-ESTOQUE
               END-PERFORM
               CLOSE ESTOQUE
                       DISPLAY "MOTIVO INVALIDO (1-3)"
                   END-IF
               END-PERFORM
               MOVE MOTIVO-IN TO EST-MOTIVO(EST-IND)
               ADD 1 TO NUM-DIFERENCAS
           END-IF.

       REGISTAR-ACERTO.
           COMPUTE DIFERENCA-NUM =
               EST-QTD-CONTADO(EST-IND) - EST-QTD-TEORICO(EST-IND).
           IF (DIFERENCA-NUM < 0) THEN
               COMPUTE DIFERENCA-ABS = 0 - DIFERENCA-NUM
           ELSE
               MOVE DIFERENCA-NUM TO DIFERENCA-ABS
           END-IF.
           MOVE EST-MOTIVO(EST-IND) TO MOTIVO-IN.
           PERFORM GRAVAR-VARIANCIA.
           PERFORM GRAVAR-MOVIMENTO-ACERTO.

       GRAVAR-VARIANCIA.
           ADD 1 TO NUM-VARIANCIAS.

       GRAVAR-ESTOQUE-CONTADO.
           OPEN OUTPUT ESTOQUE.
           PERFORM VARYING EST-IND FROM 1 BY 1 UNTIL EST-IND > 13
               MOVE EST-IND TO EST-CODIGO
               MOVE EST-QTD-CONTADO(EST-IND) TO EST-QUANTIDADE
               WRITE REGISTO-ESTOQUE

       VALIDAR-OPERADOR.
           MOVE "N" TO OPERADOR-VALIDO.
           MOVE 0 TO NUM-TENTATIVAS-PIN.
           MOVE 2 TO PIN-PAPEL.
           PERFORM UNTIL OPERADOR-OK OR NUM-TENTATIVAS-PIN >= 3
               DISPLAY "OPERADOR RESPONSAVEL PELA CONTAGEM: "
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
           MOVE 0 TO NUM-TENTATIVAS-PIN.
           MOVE 4 TO PIN-PAPEL.
           DISPLAY " ".
           DISPLAY NUM-DIFERENCAS " INGREDIENTES COM DIFERENCAS. OS "
           "ACERTOS TEM DE SER AUTORIZADOS POR UM GERENTE.".
           PERFORM UNTIL GERENTE-OK OR NUM-TENTATIVAS-PIN >= 3
               DISPLAY "GERENTE QUE AUTORIZA OS ACERTOS: "
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
