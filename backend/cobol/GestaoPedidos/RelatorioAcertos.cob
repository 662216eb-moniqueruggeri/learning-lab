       >>SOURCE FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RelatorioAcertos.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ACERTOS ASSIGN TO
           "D:/Monique/Documents/Projetos/iefp/Carlos/cobol808/ACERTOS-MOTORISTAS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ACERTOS-STATUS.

           SELECT OPTIONAL FUNCIONARIOS ASSIGN TO
           "D:/Monique/Documents/Projetos/iefp/Carlos/cobol808/FUNCIONARIOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FUNC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ACERTOS.
       01 REGISTO-ACERTO.
           05 ACM-DATA.
               10 ACM-ANO                                PIC 9(4).
               10 ACM-MES                                PIC 9(2).
               10 ACM-DIA                                PIC 9(2).
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

       WORKING-STORAGE SECTION.
       77 ACERTOS-STATUS                                 PIC X(02).
       77 FUNC-STATUS                                    PIC X(02).
       77 FIM-ACERTOS                                    PIC X VALUE "N".
           88 NAO-HA-MAIS-ACERTOS                        VALUE "S".
       77 FIM-FUNCIONARIOS                               PIC X VALUE "N".
           88 NAO-HA-MAIS-FUNCIONARIOS                   VALUE "S".
       77 IND-MOTORISTA                                  PIC 9(3).
       77 NUMERO-MOTORISTA                               PIC 9(2).
       77 NUM-ACERTOS-MES                                PIC 9(5) VALUE 0.
       77 SALDO-MOTORISTA                                PIC S9(7)V99.
       77 TOTAL-ESPERADO                                 PIC 9(8)V99 VALUE 0.
       77 TOTAL-ENTREGUE                                 PIC 9(8)V99 VALUE 0.
       77 TOTAL-FALTAS                                   PIC 9(7)V99 VALUE 0.
       77 TOTAL-SOBRAS                                   PIC 9(7)V99 VALUE 0.
       77 VALOR-SAIDA                                    PIC ZZZ,ZZ9.99.
       77 VALOR-SAIDA2                                   PIC ZZZ,ZZ9.99.
       77 VALOR-SAIDA3                                   PIC ZZZ,ZZ9.99.
       77 VALOR-SAIDA4                                   PIC ZZZ,ZZ9.99.
       77 SALDO-SAIDA                                    PIC -ZZZ,ZZ9.99.

       01 MES-PEDIDO.
           05 MP-ANO                                     PIC 9(4).
           05 MP-MES                                     PIC 9(2).

       01 TAB-MOTORISTAS.
           05 MOT-ENTRY OCCURS 99.
               10 MOT-NOME                               PIC X(30).
               10 MOT-NUM-ACERTOS                        PIC 9(3).
               10 MOT-ESPERADO                           PIC 9(7)V99.
               10 MOT-ENTREGUE                           PIC 9(7)V99.
               10 MOT-NUM-FALTAS                         PIC 9(3).
               10 MOT-FALTAS                             PIC 9(7)V99.
               10 MOT-SOBRAS                             PIC 9(7)V99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "PIZZARIA RAMALHO - FALTAS DOS MOTORISTAS NO MES".
           DISPLAY "----------------------------------------------".
           DISPLAY "MES A ANALISAR (AAAAMM): ".
           ACCEPT MES-PEDIDO.

           INITIALIZE TAB-MOTORISTAS.
           PERFORM CARREGAR-NOMES-MOTORISTAS.

           OPEN INPUT ACERTOS.
           IF (ACERTOS-STATUS NOT = "00") THEN
               DISPLAY "SEM ACERTOS DE MOTORISTAS REGISTADOS."
               CLOSE ACERTOS
               STOP RUN
           END-IF.
           DISPLAY " ".
           DISPLAY "FALTAS REGISTADAS NO MES " MP-MES "/" MP-ANO ":".
           PERFORM LER-PROXIMO-ACERTO.
           PERFORM UNTIL NAO-HA-MAIS-ACERTOS
               IF (ACM-ANO = MP-ANO AND ACM-MES = MP-MES AND
               ACM-MOTORISTA > 0) THEN
                   PERFORM ACUMULAR-ACERTO
               END-IF
               PERFORM LER-PROXIMO-ACERTO
           END-PERFORM.
           CLOSE ACERTOS.

           IF (NUM-ACERTOS-MES = 0) THEN
               DISPLAY "NENHUM ACERTO REGISTADO NESTE MES."
               STOP RUN
           END-IF.
           IF (TOTAL-FALTAS = 0) THEN
               DISPLAY "  NENHUMA FALTA."
           END-IF.

           DISPLAY " ".
           DISPLAY "RESUMO POR MOTORISTA:".
           DISPLAY "MOT NOME                           ACERTOS   "
           "DINHEIRO   ENTREGUE FALTAS     FALTAS     SOBRAS      SALDO".
           PERFORM VARYING IND-MOTORISTA FROM 1 BY 1
               UNTIL IND-MOTORISTA > 99
               IF (MOT-NUM-ACERTOS(IND-MOTORISTA) > 0) THEN
                   PERFORM MOSTRAR-MOTORISTA
               END-IF
           END-PERFORM.

           DISPLAY " ".
           MOVE TOTAL-ESPERADO TO VALOR-SAIDA.
           MOVE TOTAL-ENTREGUE TO VALOR-SAIDA2.
           DISPLAY "TOTAL A ENTREGAR: " VALOR-SAIDA
           "   TOTAL ENTREGUE: " VALOR-SAIDA2.
           MOVE TOTAL-FALTAS TO VALOR-SAIDA.
           MOVE TOTAL-SOBRAS TO VALOR-SAIDA2.
           DISPLAY "TOTAL DE FALTAS:  " VALOR-SAIDA
           "   TOTAL DE SOBRAS: " VALOR-SAIDA2.
           STOP RUN.

       CARREGAR-NOMES-MOTORISTAS.
           OPEN INPUT FUNCIONARIOS.
           IF (FUNC-STATUS NOT = "00") THEN
               CLOSE FUNCIONARIOS
           ELSE
               PERFORM LER-PROXIMO-FUNCIONARIO
               PERFORM UNTIL NAO-HA-MAIS-FUNCIONARIOS
                   IF (FUNC-NUMERO IS NUMERIC AND FUNC-NUMERO > 0) THEN
                       MOVE FUNC-NOME TO MOT-NOME(FUNC-NUMERO)
                   END-IF
                   PERFORM LER-PROXIMO-FUNCIONARIO
               END-PERFORM
               CLOSE FUNCIONARIOS
           END-IF.

       LER-PROXIMO-FUNCIONARIO.
           READ FUNCIONARIOS
               AT END MOVE "S" TO FIM-FUNCIONARIOS
           END-READ.

       LER-PROXIMO-ACERTO.
           READ ACERTOS
               AT END MOVE "S" TO FIM-ACERTOS
           END-READ.

       ACUMULAR-ACERTO.
           ADD 1 TO NUM-ACERTOS-MES.
           MOVE ACM-MOTORISTA TO IND-MOTORISTA.
           ADD 1 TO MOT-NUM-ACERTOS(IND-MOTORISTA).
           ADD ACM-ESPERADO TO MOT-ESPERADO(IND-MOTORISTA).
           ADD ACM-ENTREGUE TO MOT-ENTREGUE(IND-MOTORISTA).
           ADD ACM-ESPERADO TO TOTAL-ESPERADO.
           ADD ACM-ENTREGUE TO TOTAL-ENTREGUE.
           IF (ACM-FALTA AND ACM-DIFERENCA > 0) THEN
               ADD 1 TO MOT-NUM-FALTAS(IND-MOTORISTA)
               ADD ACM-DIFERENCA TO MOT-FALTAS(IND-MOTORISTA)
               ADD ACM-DIFERENCA TO TOTAL-FALTAS
               MOVE ACM-ESPERADO TO VALOR-SAIDA
               MOVE ACM-ENTREGUE TO VALOR-SAIDA2
               MOVE ACM-DIFERENCA TO VALOR-SAIDA3
               DISPLAY "  " ACM-DIA "/" ACM-MES "/" ACM-ANO
               "  MOTORISTA " ACM-MOTORISTA " "
               MOT-NOME(IND-MOTORISTA) " A ENTREGAR " VALOR-SAIDA
               " ENTREGUE " VALOR-SAIDA2 " FALTA " VALOR-SAIDA3
               "  GERENTE " ACM-GERENTE
           END-IF.
           IF (ACM-SOBRA) THEN
               ADD ACM-DIFERENCA TO MOT-SOBRAS(IND-MOTORISTA)
               ADD ACM-DIFERENCA TO TOTAL-SOBRAS
           END-IF.

       MOSTRAR-MOTORISTA.
           MOVE IND-MOTORISTA TO NUMERO-MOTORISTA.
           COMPUTE SALDO-MOTORISTA = MOT-SOBRAS(IND-MOTORISTA)
               - MOT-FALTAS(IND-MOTORISTA).
           MOVE MOT-ESPERADO(IND-MOTORISTA) TO VALOR-SAIDA.
           MOVE MOT-ENTREGUE(IND-MOTORISTA) TO VALOR-SAIDA2.
           MOVE MOT-FALTAS(IND-MOTORISTA) TO VALOR-SAIDA3.
           MOVE MOT-SOBRAS(IND-MOTORISTA) TO VALOR-SAIDA4.
           MOVE SALDO-MOTORISTA TO SALDO-SAIDA.
           DISPLAY NUMERO-MOTORISTA "  " MOT-NOME(IND-MOTORISTA) " "
           MOT-NUM-ACERTOS(IND-MOTORISTA) "   " VALOR-SAIDA " "
           VALOR-SAIDA2 "   " MOT-NUM-FALTAS(IND-MOTORISTA) " "
           VALOR-SAIDA3 " " VALOR-SAIDA4 " " SALDO-SAIDA.
       END PROGRAM RelatorioAcertos.
