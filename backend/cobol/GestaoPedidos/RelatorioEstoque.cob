           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CARDAPIO-STATUS.

           SELECT OPTIONAL RECEITAS ASSIGN TO
           "D:/Monique/Documents/Projetos/iefp/Carlos/cobol808/RECEITAS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REC-STATUS.

           SELECT OPTIONAL MOVIMENTOS ASSIGN TO
           "D:/Monique/Documents/Projetos/iefp/Carlos/cobol808/MOVIMENTOS-STOCK.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
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
       WORKING-STORAGE SECTION.
       77 EST-STATUS                                     PIC X(02).
       77 CARDAPIO-STATUS                                PIC X(02).
       77 REC-STATUS                                     PIC X(02).
       77 MOV-STATUS                                     PIC X(02).
       77 FIM-ESTOQUE                                     PIC X VALUE "N".
           88 NAO-HA-MAIS-ESTOQUE                        VALUE "S".
       77 DATA-FIM-NUM                                   PIC 9(8).

       01 TOTAIS-MOVIMENTOS.
           05 TOTAL-ENTRADAS OCCURS 13                   PIC 9(6)
                                                          VALUE 0.
           05 TOTAL-SAIDAS OCCURS 13                     PIC 9(6)
                                                          VALUE 0.

       01 TAB-INGREDIENTES-NOMES                         PIC X(20)
                                                          OCCURS 13.

       PROCEDURE DIVISION.
       CARREGA-NOMES-INGREDIENTES.
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
           DISPLAY "PIZZARIA RAMALHO - ESTOQUE DE INGREDIENTES".
           DISPLAY "----------------------------------------------".
               DISPLAY "TOTAIS DO PERIODO (" NUM-MOVIMENTOS
               " MOVIMENTOS):"
               PERFORM VARYING IND-INGREDIENTE FROM 1 BY 1
                   UNTIL IND-INGREDIENTE > 13
                   IF (TOTAL-ENTRADAS(IND-INGREDIENTE) > 0 OR
                   TOTAL-SAIDAS(IND-INGREDIENTE) > 0) THEN
                       DISPLAY "  "
               AT END MOVE "10" TO CARDAPIO-STATUS
           END-READ.

       LER-PROXIMA-RECEITA.
           READ RECEITAS
               AT END MOVE "10" TO REC-STATUS
           END-READ.

       CARREGA-NOMES-OMISSAO.
           MOVE "FIAMBRE"   TO TAB-INGREDIENTES-NOMES(1).
           MOVE "ATUM"      TO TAB-INGREDIENTES-NOMES(2).
