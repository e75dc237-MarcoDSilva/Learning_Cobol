      *=======================================================================*
       IDENTIFICATION DIVISION.
      *=======================================================================*
       PROGRAM-ID. PROD1V7.
      *************************************************************************
      *************************************************************************
      *************************************************************************
      *                           IEFP SOLUTIONS                              *
      *OBJECTIVO:                                                             *
      *               CONVERSAO PARA O NUMERO DE EMPREGADO                    *
      *               corre uma so vez: numera cada empregado do              *
      *               mestre que ainda nao tem numero (a seguir ao            *
      *               maior ja atribuido) e escreve o numero em cada          *
      *               linha dos ficheiros de vencimentos, procurado           *
      *               pelo nome no mestre. um nome que nao esta no            *
      *               mestre, ou que la aparece mais de uma vez, fica         *
      *               sem numero e vai para EMPNUM-CONV-REPORT.txt            *
      *               para ser corrigido a mao. linhas ja numeradas           *
      *               nao sao tocadas, por isso repetir e inofensivo.         *
      *                                                                       *
      *************************************************************************
      ***************************FIM DOCUMENTAÇÃO******************************

      *=======================================================================*
                             ENVIRONMENT DIVISION.
      *=======================================================================*
                             CONFIGURATION SECTION.
      *=======================================================================*
                               SPECIAL-NAMES.
      *=======================================================================*
                             INPUT-OUTPUT SECTION.
      *=======================================================================*
                               FILE-CONTROL.

      *    the payroll files are flat text on disk, whatever          *
      *    organization their owners declare -- each is copied to     *
      *    the work file and rewritten from it through one generic    *
      *    pair, as Snapshot does.                                    *
           SELECT CONV-SOURCE ASSIGN DYNAMIC CONV-SOURCE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONV-SOURCE-STATUS.
           SELECT CONV-WORK ASSIGN TO 'EMPNUM-CONV-WORK.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONV-WORK-STATUS.
           SELECT CONV-REPORT-OUT ASSIGN TO 'EMPNUM-CONV-REPORT.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONV-REPORT-STATUS.

      *    ---- shared run-date/error-log facility, common to the      ----*
      *    ---- overnight batch suite.                                 ----*
           COPY DATESEL.
           COPY RUNSTSEL.
           COPY LOCKSEL.

      *=======================================================================*
                               DATA DIVISION.
      *=======================================================================*
                               FILE SECTION.

           FD CONV-SOURCE.
           01 CONV-SOURCE-RECORD PIC X(250).

           FD CONV-WORK.
           01 CONV-WORK-RECORD PIC X(250).

      *          ======== conversion report ========                  *
      *    one line per name left without a number (SEM EMPREGADO or *
      *    AMBIGUO, with the file and the name), then one total line  *
      *    per file: lines read, numbered now, already numbered, not  *
      *    found and ambiguous.                                       *
           FD CONV-REPORT-OUT.
           01 CONV-REPORT-DETAIL.
               02 CRD-MOTIVO PIC X(13).
               02 FILLER PIC X(1).
               02 CRD-FICHEIRO PIC X(24).
               02 FILLER PIC X(1).
               02 CRD-LINHA PIC 9(7).
               02 FILLER PIC X(1).
               02 CRD-NOME PIC X(17).
           01 CONV-REPORT-TOTAL.
               02 CRT-FICHEIRO PIC X(24).
               02 FILLER PIC X(1).
               02 CRT-LIDAS PIC 9(7).
               02 FILLER PIC X(1).
               02 CRT-NUMERADAS PIC 9(7).
               02 FILLER PIC X(1).
               02 CRT-JA-NUMERADAS PIC 9(7).
               02 FILLER PIC X(1).
               02 CRT-SEM-EMPREGADO PIC 9(7).
               02 FILLER PIC X(1).
               02 CRT-AMBIGUAS PIC 9(7).

           COPY DATEFD.
           COPY RUNSTFD.
           COPY LOCKFD.

      *=======================================================================*
                           WORKING-STORAGE SECTION.

           COPY DATEWS.
           COPY RUNSTWS.
           COPY LOCKWS.

       77  CONV-SOURCE-STATUS PIC X(2) VALUE SPACES.
       77  CONV-SOURCE-NAME PIC X(40) VALUE SPACES.
       77  CONV-WORK-STATUS PIC X(2) VALUE SPACES.
       77  CONV-REPORT-STATUS PIC X(2) VALUE SPACES.
       77  CONV-EOF PIC X(3) VALUE SPACES.
       77  CONV-LINHA PIC X(250) VALUE SPACES.
       77  CONV-IDX PIC 9(2) VALUE ZERO.
       77  CONV-NOME PIC X(17) VALUE SPACES.
       77  CONV-NUMERO PIC 9(6) VALUE ZERO.
       77  CONV-ENCONTRADOS PIC 9(3) VALUE ZERO.
       77  ULTIMO-NUMERO PIC 9(6) VALUE ZERO.

      *    per file, and across the run.                              *
       77  LINHAS-LIDAS PIC 9(7) VALUE ZERO.
       77  LINHAS-NUMERADAS PIC 9(7) VALUE ZERO.
       77  LINHAS-JA-NUMERADAS PIC 9(7) VALUE ZERO.
       77  LINHAS-SEM-EMPREGADO PIC 9(7) VALUE ZERO.
       77  LINHAS-AMBIGUAS PIC 9(7) VALUE ZERO.
       77  TOTAL-LIDAS PIC 9(7) VALUE ZERO.
       77  TOTAL-NUMERADAS PIC 9(7) VALUE ZERO.
       77  TOTAL-REJEITADAS PIC 9(7) VALUE ZERO.
       77  EMPREGADOS-NUMERADOS PIC 9(7) VALUE ZERO.

      *    the master's employees in file order: name and number      *
      *    (zero until one is given).                                 *
       77  MASTER-OVERFLOW PIC X(1) VALUE "N".
       77  EMP-COUNT PIC 9(3) VALUE ZERO.
       77  EMP-IDX PIC 9(3) VALUE ZERO.

       01  EMP-TABLE.
           02  EMP-ENTRY OCCURS 500 TIMES.
               03 EMP-TBL-NOME PIC X(17).
               03 EMP-TBL-EMP-NUMBER PIC 9(6).

      *    what gets numbered: the file, where its last and first     *
      *    name sit, where its employee number sits, and an action    *
      *    byte whose lines are left alone (an A on EMP-TRANS-IN is a *
      *    hire, numbered by PROD1V2 itself). entry 1 is the master,  *
      *    numbered line by line from EMP-TABLE rather than by name.  *
      *    keep the positions in step with the owners' FDs.           *
       01  CONV-TABLE.
           02  CONV-ENTRY OCCURS 16 TIMES.
               03 CONV-TBL-NAME PIC X(24).
               03 CONV-TBL-NOME-POS PIC 9(3).
               03 CONV-TBL-NUM-POS PIC 9(3).
               03 CONV-TBL-SALTAR PIC X(1).

      *=======================================================================*
                             PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM ABRIR-ERROR-LOG.
      *    ---- the conversion rewrites the payroll masters: take    ----*
      *    ---- the run lock or refuse loudly.                        ----*
           MOVE "PROD1V7" TO LOCK-PROGRAMA.
           PERFORM OBTER-RUN-LOCK THRU OBTER-RUN-LOCK-EXIT.
           IF LOCK-OBTIDO = "N"
               DISPLAY "PROD1V7 - JA EM EXECUCAO - RECUSADO"
               MOVE 8 TO RETURN-CODE
               CLOSE ERROR-LOG
               STOP RUN
           END-IF.

           MOVE "PROD1V7" TO RST-PROGRAMA.
           PERFORM REGISTAR-INICIO-EXECUCAO
               THRU REGISTAR-INICIO-EXECUCAO-EXIT.
           PERFORM OBTER-DATA-EXECUCAO.
           DISPLAY "PROD1V7 - RUN DATE: " RUN-DATE-DISPLAY.

           PERFORM CARREGAR-LISTA-FICHEIROS.
           PERFORM LOAD-EMPLOYEE-MASTER.

      *    a master too big for the table would be renumbered only   *
      *    in part -- nothing is touched.                             *
           IF MASTER-OVERFLOW = "Y"
               MOVE "PROD1V7" TO ERR-PROGRAMA
               MOVE "E02" TO ERR-CODIGO
               MOVE "mestre excede a tabela - nada convertido" TO
                   ERR-MENSAGEM
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               MOVE "ERRO" TO RST-RESULTADO
               PERFORM REGISTAR-FIM-EXECUCAO
                   THRU REGISTAR-FIM-EXECUCAO-EXIT
               PERFORM LIBERTAR-RUN-LOCK
               MOVE 8 TO RETURN-CODE
               CLOSE ERROR-LOG
               STOP RUN
           END-IF.

           PERFORM ATRIBUIR-NUMERO
               VARYING EMP-IDX FROM 1 BY 1
               UNTIL EMP-IDX > EMP-COUNT.

           OPEN OUTPUT CONV-REPORT-OUT.

           PERFORM CONVERTER-FICHEIRO THRU CONVERTER-FICHEIRO-FIM
               VARYING CONV-IDX FROM 1 BY 1
               UNTIL CONV-IDX > 16.

           CLOSE CONV-REPORT-OUT.

           DISPLAY "PROD1V7 - EMPREGADOS NUMERADOS "
               EMPREGADOS-NUMERADOS.

           MOVE TOTAL-LIDAS TO RST-LIDOS.
           MOVE TOTAL-NUMERADAS TO RST-GRAVADOS.
           MOVE TOTAL-REJEITADAS TO RST-REJEITADOS.
           MOVE ZERO TO RST-VALOR.
           MOVE "OK" TO RST-RESULTADO.
           PERFORM REGISTAR-FIM-EXECUCAO
               THRU REGISTAR-FIM-EXECUCAO-EXIT.

           PERFORM LIBERTAR-RUN-LOCK.

           CLOSE ERROR-LOG.
           STOP RUN.

      *    ---- every payroll file keyed on the employee, with the    ----*
      *    ---- position of its name and of its employee number.      ----*
           CARREGAR-LISTA-FICHEIROS.

           MOVE SPACES TO CONV-TABLE.
           MOVE "EMPLOYEE-MASTER.txt" TO CONV-TBL-NAME (1).
           MOVE 001 TO CONV-TBL-NOME-POS (1).
           MOVE 147 TO CONV-TBL-NUM-POS (1).
           MOVE "PAY-HISTORY.txt" TO CONV-TBL-NAME (2).
           MOVE 001 TO CONV-TBL-NOME-POS (2).
           MOVE 144 TO CONV-TBL-NUM-POS (2).
           MOVE "DEDUCTIONS-MASTER.txt" TO CONV-TBL-NAME (3).
           MOVE 001 TO CONV-TBL-NOME-POS (3).
           MOVE 041 TO CONV-TBL-NUM-POS (3).
           MOVE "ADVANCES-MASTER.txt" TO CONV-TBL-NAME (4).
           MOVE 001 TO CONV-TBL-NOME-POS (4).
           MOVE 041 TO CONV-TBL-NUM-POS (4).
           MOVE "ADVANCE-TRANS-IN.txt" TO CONV-TBL-NAME (5).
           MOVE 001 TO CONV-TBL-NOME-POS (5).
           MOVE 032 TO CONV-TBL-NUM-POS (5).
           MOVE "SHIFT-ROSTER.txt" TO CONV-TBL-NAME (6).
           MOVE 001 TO CONV-TBL-NOME-POS (6).
           MOVE 028 TO CONV-TBL-NUM-POS (6).
           MOVE "CLOCK-EVENTS-IN.txt" TO CONV-TBL-NAME (7).
           MOVE 001 TO CONV-TBL-NOME-POS (7).
           MOVE 031 TO CONV-TBL-NUM-POS (7).
           MOVE "PUNCH-SUSPENSE.txt" TO CONV-TBL-NAME (8).
           MOVE 001 TO CONV-TBL-NOME-POS (8).
           MOVE 031 TO CONV-TBL-NUM-POS (8).
           MOVE "PUNCH-CORRECTIONS-IN.txt" TO CONV-TBL-NAME (9).
           MOVE 002 TO CONV-TBL-NOME-POS (9).
           MOVE 032 TO CONV-TBL-NUM-POS (9).
           MOVE "LEAVE-TRANS-IN.txt" TO CONV-TBL-NAME (10).
           MOVE 001 TO CONV-TBL-NOME-POS (10).
           MOVE 023 TO CONV-TBL-NUM-POS (10).
           MOVE "PAY-RATES.txt" TO CONV-TBL-NAME (11).
           MOVE 001 TO CONV-TBL-NOME-POS (11).
           MOVE 034 TO CONV-TBL-NUM-POS (11).
           MOVE "BRANCH-ASSIGNMENTS.txt" TO CONV-TBL-NAME (12).
           MOVE 001 TO CONV-TBL-NOME-POS (12).
           MOVE 036 TO CONV-TBL-NUM-POS (12).
           MOVE "RETRO-ARREARS.txt" TO CONV-TBL-NAME (13).
           MOVE 001 TO CONV-TBL-NOME-POS (13).
           MOVE 050 TO CONV-TBL-NUM-POS (13).
           MOVE "EXPENSE-CLAIMS.txt" TO CONV-TBL-NAME (14).
           MOVE 001 TO CONV-TBL-NOME-POS (14).
           MOVE 065 TO CONV-TBL-NUM-POS (14).
           MOVE "REMUNERACAO-IN.txt" TO CONV-TBL-NAME (15).
           MOVE 001 TO CONV-TBL-NOME-POS (15).
           MOVE 090 TO CONV-TBL-NUM-POS (15).
           MOVE "EMP-TRANS-IN.txt" TO CONV-TBL-NAME (16).
           MOVE 002 TO CONV-TBL-NOME-POS (16).
           MOVE 064 TO CONV-TBL-NUM-POS (16).
           MOVE "A" TO CONV-TBL-SALTAR (16).

      *    ---- the master's names and numbers, in file order.        ----*
           LOAD-EMPLOYEE-MASTER.

           MOVE "EMPLOYEE-MASTER.txt" TO CONV-SOURCE-NAME.
           MOVE "YYY" TO CONV-EOF.
           OPEN INPUT CONV-SOURCE.

           IF CONV-SOURCE-STATUS = "00"
               MOVE SPACES TO CONV-EOF
               READ CONV-SOURCE
                   AT END MOVE "YYY" TO CONV-EOF
               END-READ

               PERFORM BUILD-EMPLOYEE-ENTRY UNTIL CONV-EOF = "YYY"

               CLOSE CONV-SOURCE
           END-IF.

           BUILD-EMPLOYEE-ENTRY.

           IF EMP-COUNT = 500
               MOVE "Y" TO MASTER-OVERFLOW
           ELSE
               ADD 1 TO EMP-COUNT
               MOVE CONV-SOURCE-RECORD (1:17)
                   TO EMP-TBL-NOME (EMP-COUNT)
               IF CONV-SOURCE-RECORD (147:6) IS NUMERIC
                   MOVE CONV-SOURCE-RECORD (147:6)
                       TO EMP-TBL-EMP-NUMBER (EMP-COUNT)
               ELSE
                   MOVE ZERO TO EMP-TBL-EMP-NUMBER (EMP-COUNT)
               END-IF
               IF EMP-TBL-EMP-NUMBER (EMP-COUNT) > ULTIMO-NUMERO
                   MOVE EMP-TBL-EMP-NUMBER (EMP-COUNT) TO ULTIMO-NUMERO
               END-IF
           END-IF.

           READ CONV-SOURCE
               AT END MOVE "YYY" TO CONV-EOF
           END-READ.

      *    ---- an employee without a number takes the next one after ----*
      *    ---- the highest already given, in master order.           ----*
           ATRIBUIR-NUMERO.

           IF EMP-TBL-EMP-NUMBER (EMP-IDX) = ZERO
               ADD 1 TO ULTIMO-NUMERO
               MOVE ULTIMO-NUMERO TO EMP-TBL-EMP-NUMBER (EMP-IDX)
               ADD 1 TO EMPREGADOS-NUMERADOS
           END-IF.

      *    ---- one file: copied to the work file, then rewritten     ----*
      *    ---- from it with the number filled in line by line.       ----*
           CONVERTER-FICHEIRO.

           MOVE SPACES TO CONV-SOURCE-NAME.
           MOVE CONV-TBL-NAME (CONV-IDX) TO CONV-SOURCE-NAME.
           MOVE ZERO TO LINHAS-LIDAS LINHAS-NUMERADAS
               LINHAS-JA-NUMERADAS LINHAS-SEM-EMPREGADO LINHAS-AMBIGUAS.
           MOVE SPACES TO CONV-EOF.

           OPEN INPUT CONV-SOURCE.
           IF CONV-SOURCE-STATUS NOT = "00"
      *        a file that does not exist here is nothing to convert  *
      *        -- say so on the report and move on.                   *
               MOVE SPACES TO CONV-REPORT-DETAIL
               MOVE "AUSENTE" TO CRD-MOTIVO
               MOVE CONV-TBL-NAME (CONV-IDX) TO CRD-FICHEIRO
               MOVE ZERO TO CRD-LINHA
               WRITE CONV-REPORT-DETAIL
               GO TO CONVERTER-FICHEIRO-FIM
           END-IF.

           OPEN OUTPUT CONV-WORK.
           READ CONV-SOURCE
               AT END MOVE "YYY" TO CONV-EOF
           END-READ.
           PERFORM COPIAR-PARA-TRABALHO UNTIL CONV-EOF = "YYY".
           CLOSE CONV-SOURCE.
           CLOSE CONV-WORK.

           OPEN INPUT CONV-WORK.
           OPEN OUTPUT CONV-SOURCE.
           IF CONV-SOURCE-STATUS NOT = "00"
               MOVE "PROD1V7" TO ERR-PROGRAMA
               MOVE "E01" TO ERR-CODIGO
               MOVE "erro ao reescrever - " TO ERR-MENSAGEM
               MOVE CONV-TBL-NAME (CONV-IDX) TO ERR-MENSAGEM (22:24)
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               CLOSE CONV-WORK
               GO TO CONVERTER-FICHEIRO-FIM
           END-IF.

           MOVE SPACES TO CONV-EOF.
           READ CONV-WORK
               AT END MOVE "YYY" TO CONV-EOF
           END-READ.
           PERFORM CONVERTER-LINHA UNTIL CONV-EOF = "YYY".
           CLOSE CONV-WORK.
           CLOSE CONV-SOURCE.

           MOVE SPACES TO CONV-REPORT-TOTAL.
           MOVE CONV-TBL-NAME (CONV-IDX) TO CRT-FICHEIRO.
           MOVE LINHAS-LIDAS TO CRT-LIDAS.
           MOVE LINHAS-NUMERADAS TO CRT-NUMERADAS.
           MOVE LINHAS-JA-NUMERADAS TO CRT-JA-NUMERADAS.
           MOVE LINHAS-SEM-EMPREGADO TO CRT-SEM-EMPREGADO.
           MOVE LINHAS-AMBIGUAS TO CRT-AMBIGUAS.
           WRITE CONV-REPORT-TOTAL.

           ADD LINHAS-LIDAS TO TOTAL-LIDAS.
           ADD LINHAS-NUMERADAS TO TOTAL-NUMERADAS.
           ADD LINHAS-SEM-EMPREGADO TO TOTAL-REJEITADAS.
           ADD LINHAS-AMBIGUAS TO TOTAL-REJEITADAS.

           IF LINHAS-SEM-EMPREGADO > ZERO OR LINHAS-AMBIGUAS > ZERO
               MOVE "PROD1V7" TO ERR-PROGRAMA
               MOVE "E02" TO ERR-CODIGO
               MOVE "linhas sem numero, ver relatorio - " TO
                   ERR-MENSAGEM
               MOVE CONV-TBL-NAME (CONV-IDX) TO ERR-MENSAGEM (36:15)
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
           END-IF.

           DISPLAY "PROD1V7 - " CONV-TBL-NAME (CONV-IDX)
               " LINHAS " LINHAS-LIDAS " NUMERADAS " LINHAS-NUMERADAS.

           CONVERTER-FICHEIRO-FIM.
               EXIT.

           COPIAR-PARA-TRABALHO.

           WRITE CONV-WORK-RECORD FROM CONV-SOURCE-RECORD.
           READ CONV-SOURCE
               AT END MOVE "YYY" TO CONV-EOF
           END-READ.

      *    ---- one line: a line already numbered, blank, or whose    ----*
      *    ---- action is to be left alone goes back as it came; the  ----*
      *    ---- master's take their number by position, the rest by   ----*
      *    ---- name.                                                 ----*
           CONVERTER-LINHA.

           ADD 1 TO LINHAS-LIDAS.
           MOVE CONV-WORK-RECORD TO CONV-LINHA.
           MOVE CONV-LINHA (CONV-TBL-NOME-POS (CONV-IDX) : 17)
               TO CONV-NOME.

           IF CONV-LINHA (CONV-TBL-NUM-POS (CONV-IDX) : 6) IS NUMERIC
                   AND CONV-LINHA (CONV-TBL-NUM-POS (CONV-IDX) : 6)
                       NOT = "000000"
               ADD 1 TO LINHAS-JA-NUMERADAS
           ELSE
               IF CONV-NOME NOT = SPACES
                       AND (CONV-TBL-SALTAR (CONV-IDX) = SPACE
                       OR CONV-LINHA (1:1) NOT = CONV-TBL-SALTAR
                           (CONV-IDX))
                   IF CONV-IDX = 1
                       MOVE EMP-TBL-EMP-NUMBER (LINHAS-LIDAS)
                           TO CONV-NUMERO
                       MOVE 1 TO CONV-ENCONTRADOS
                   ELSE
                       PERFORM PROCURAR-NOME
                   END-IF
                   PERFORM ESCREVER-NUMERO
               END-IF
           END-IF.

           WRITE CONV-SOURCE-RECORD FROM CONV-LINHA.

           READ CONV-WORK
               AT END MOVE "YYY" TO CONV-EOF
           END-READ.

           PROCURAR-NOME.

           MOVE ZERO TO CONV-ENCONTRADOS.
           MOVE ZERO TO CONV-NUMERO.
           PERFORM TESTAR-NOME
               VARYING EMP-IDX FROM 1 BY 1
               UNTIL EMP-IDX > EMP-COUNT.

           TESTAR-NOME.

           IF EMP-TBL-NOME (EMP-IDX) = CONV-NOME
               ADD 1 TO CONV-ENCONTRADOS
               MOVE EMP-TBL-EMP-NUMBER (EMP-IDX) TO CONV-NUMERO
           END-IF.

      *    ---- exactly one employee by that name: the number goes    ----*
      *    ---- in. none, or more than one, and the line stays as it  ----*
      *    ---- is and goes on the report.                            ----*
           ESCREVER-NUMERO.

           IF CONV-ENCONTRADOS = 1
               MOVE CONV-NUMERO
                   TO CONV-LINHA (CONV-TBL-NUM-POS (CONV-IDX) : 6)
               ADD 1 TO LINHAS-NUMERADAS
           ELSE
               MOVE SPACES TO CONV-REPORT-DETAIL
               IF CONV-ENCONTRADOS = ZERO
                   MOVE "SEM EMPREGADO" TO CRD-MOTIVO
                   ADD 1 TO LINHAS-SEM-EMPREGADO
               ELSE
                   MOVE "AMBIGUO" TO CRD-MOTIVO
                   ADD 1 TO LINHAS-AMBIGUAS
               END-IF
               MOVE CONV-TBL-NAME (CONV-IDX) TO CRD-FICHEIRO
               MOVE LINHAS-LIDAS TO CRD-LINHA
               MOVE CONV-NOME TO CRD-NOME
               WRITE CONV-REPORT-DETAIL
           END-IF.

           COPY DATEPD.
           COPY RUNSTPD.
           COPY LOCKPD.

       END PROGRAM PROD1V7.
