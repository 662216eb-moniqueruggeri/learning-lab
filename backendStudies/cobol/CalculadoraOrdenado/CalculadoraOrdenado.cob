              05 HIST-TOTAL                              PIC 9(6)V99.
              05 HIST-DESCONTOS                          PIC 9(5)V99.
              05 HIST-SALARIO-LIQUIDO                    PIC 9(5)V99.
              05 HIST-MINUTOS-EXTRA                            PIC 9(6).
              05 HIST-HORAS-EXTRA                        PIC 9(5)V99.
              05 HIST-SEGURANCA-SOCIAL                   PIC 9(5)V99.
              05 HIST-IRS                                PIC 9(5)V99.
              05 HIST-TABELA-IRS                               PIC X(03).
              05 HIST-ESCALAO-IRS                              PIC 9(2).
              05 HIST-TAXA-IRS                           PIC 9V9999.
              05 HIST-TAXA-SS                            PIC 9V9999.
              05 HIST-DEPENDENTES                              PIC 9(2).

       WORKING-STORAGE SECTION.
       77 HIST-STATUS                                             PIC X(02).
       77 ANO-IN PIC X(50) VALUE SPACES.
       77 DIAS-FALTAS-IN PIC X(50) VALUE SPACES.
       77 DIAS-FALTAS PIC 9(2) VALUE 0.
       77 MINUTOS-EXTRA-IN PIC X(50) VALUE SPACES.
       77 MINUTOS-EXTRA PIC 9(6) VALUE 0.
       77 SITUACAO-IRS-IN PIC X(50) VALUE SPACES.
       77 SITUACAO-IRS PIC X(01) VALUE SPACE.
       77 DEPENDENTES-IN PIC X(50) VALUE SPACES.
       77 DEPENDENTES PIC 9(2) VALUE 0.
       77 TABELA-IRS PIC X(03) VALUE SPACES.
       77 ESCALAO-IRS PIC 9(2) VALUE 0.
       77 TAXA-IRS PIC 9V9999 VALUE 0.
       77 TAXA-SEGURANCA-SOCIAL PIC 9V9999 VALUE 0.
       77 ANO-REFERENCIA PIC 9(4) VALUE 0.

       77 SALARIO PIC 9(5)V99  VALUE 0.
       77 IRS PIC 9(5)V99  VALUE 0.
       77 DESCONTOS PIC 9(5)V99  VALUE 0.
       77 SALARIO-LIQUIDO PIC 9(5)V99  VALUE 0.
       77 HORAS-EXTRA PIC 9(5)V99  VALUE 0.

       77 SALARIO-FMT PIC Z,ZZZ9.99.
       77 COMISSAO-FMT PIC Z,ZZZ9.99.
       77 IRS-FMT PIC Z,ZZZ9.99.
       77 DESCONTOS-FMT PIC Z,ZZZ9.99.
       77 SALARIO-LIQUIDO-FMT PIC Z,ZZZ9.99.
       77 HORAS-EXTRA-FMT PIC Z,ZZZ9.99.
       77 MES-FMT PIC 99.
       77 VENDAS-MES-FMT PIC Z,ZZZ,ZZ9.
       77 TAXA-FMT PIC Z9.99.
       77 ESCALAO-FMT PIC Z9.
       77 ROTULO-SS PIC X(35) VALUE SPACES.
       77 ROTULO-IRS PIC X(35) VALUE SPACES.

       01 DATA-ATUAL.
           05 ANO                                   PIC 9(4).
           ACCEPT VENDAS-MES-IN                            AT 0437.
           DISPLAY "Dias de faltas injustificadas: "       AT 0501.
           ACCEPT DIAS-FALTAS-IN                           AT 0537.
           DISPLAY "Minutos de horas extra do mes: "       AT 0601.
           ACCEPT MINUTOS-EXTRA-IN                         AT 0637.
           DISPLAY "Situacao IRS (S/C/D, vazio = S): "     AT 0701.
           ACCEPT SITUACAO-IRS-IN                          AT 0737.
           DISPLAY "Numero de dependentes: "               AT 0741.
           ACCEPT DEPENDENTES-IN                           AT 0765.

           ACCEPT DATA-ATUAL FROM DATE YYYYMMDD.

           ELSE
               MOVE DIAS-FALTAS-IN TO DIAS-FALTAS
           END-IF.
           IF (MINUTOS-EXTRA-IN = SPACES) THEN
               MOVE 0 TO MINUTOS-EXTRA
           ELSE
               MOVE MINUTOS-EXTRA-IN TO MINUTOS-EXTRA
           END-IF.
           MOVE SITUACAO-IRS-IN TO SITUACAO-IRS.
           INSPECT SITUACAO-IRS CONVERTING "scd" TO "SCD".
           IF (SITUACAO-IRS NOT = "C" AND SITUACAO-IRS NOT = "D") THEN
               MOVE "S" TO SITUACAO-IRS
           END-IF.
           IF (DEPENDENTES-IN = SPACES) THEN
               MOVE 0 TO DEPENDENTES
           ELSE
               MOVE DEPENDENTES-IN TO DEPENDENTES
           END-IF.

           CALL "CALCULASALARIO" USING ANOS-TRABALHO, ANO-REFERENCIA,
               MES, VENDAS-MES, DIAS-FALTAS, SALARIO, COMISSAO, TOTAL,
               SEGURANCA-SOCIAL, IRS, DESCONTOS, SALARIO-LIQUIDO,
               MINUTOS-EXTRA, HORAS-EXTRA, SITUACAO-IRS, DEPENDENTES,
               TABELA-IRS, ESCALAO-IRS, TAXA-IRS, TAXA-SEGURANCA-SOCIAL.

           MOVE SALARIO TO SALARIO-FMT.
           MOVE COMISSAO TO COMISSAO-FMT.
           MOVE IRS TO IRS-FMT.
           MOVE DESCONTOS TO DESCONTOS-FMT.
           MOVE SALARIO-LIQUIDO TO SALARIO-LIQUIDO-FMT.
           MOVE HORAS-EXTRA TO HORAS-EXTRA-FMT.
           MOVE MES TO MES-FMT.
           MOVE VENDAS-MES TO VENDAS-MES-FMT.
           COMPUTE TAXA-FMT = TAXA-SEGURANCA-SOCIAL * 100.
           INSPECT TAXA-FMT REPLACING ALL "." BY ",".
           MOVE SPACES TO ROTULO-SS.
           STRING "Seguranca Social (" TAXA-FMT "%): "
           DELIMITED BY SIZE INTO ROTULO-SS.
           COMPUTE TAXA-FMT = TAXA-IRS * 100.
           INSPECT TAXA-FMT REPLACING ALL "." BY ",".
           MOVE ESCALAO-IRS TO ESCALAO-FMT.
           MOVE SPACES TO ROTULO-IRS.
           STRING "IRS (Tab. " DELIMITED BY SIZE
           TABELA-IRS DELIMITED BY SPACE
           " Esc." ESCALAO-FMT " " TAXA-FMT "%): "
           DELIMITED BY SIZE INTO ROTULO-IRS.

           DISPLAY "Vencimento Base: "                     AT 0801.        
           DISPLAY SALARIO-FMT                             AT 0837.             
           DISPLAY MES-FMT                                 AT 0944.                               
           DISPLAY "Valor da Comissao: "                   AT 1001.
           DISPLAY COMISSAO-FMT                            AT 1037.
           DISPLAY "Horas Extra: "                         AT 1101.
           DISPLAY HORAS-EXTRA-FMT                         AT 1137.
           DISPLAY "Total: "                               AT 1201.
           DISPLAY TOTAL-FMT                               AT 1237.
           DISPLAY ROTULO-SS                               AT 1301.
           DISPLAY SEGURANCA-SOCIAL-FMT                    AT 1337.
           DISPLAY ROTULO-IRS                              AT 1401.
           DISPLAY IRS-FMT                                 AT 1437.
           DISPLAY "Descontos Totais (SS + IRS): "         AT 1501.
           DISPLAY DESCONTOS-FMT                           AT 1537.
           DISPLAY "Salario Lquido: "                      AT 1601.
           DISPLAY SALARIO-LIQUIDO-FMT                     AT 1637.

           PERFORM GRAVAR-HISTORICO.

           MOVE TOTAL TO HIST-TOTAL.
           MOVE DESCONTOS TO HIST-DESCONTOS.
           MOVE SALARIO-LIQUIDO TO HIST-SALARIO-LIQUIDO.
           MOVE MINUTOS-EXTRA TO HIST-MINUTOS-EXTRA.
           MOVE HORAS-EXTRA TO HIST-HORAS-EXTRA.
           MOVE SEGURANCA-SOCIAL TO HIST-SEGURANCA-SOCIAL.
           MOVE IRS TO HIST-IRS.
           MOVE TABELA-IRS TO HIST-TABELA-IRS.
           MOVE ESCALAO-IRS TO HIST-ESCALAO-IRS.
           MOVE TAXA-IRS TO HIST-TAXA-IRS.
           MOVE TAXA-SEGURANCA-SOCIAL TO HIST-TAXA-SS.
           MOVE DEPENDENTES TO HIST-DEPENDENTES.
           WRITE REGISTO-HIST.
           CLOSE HISTORICO.
