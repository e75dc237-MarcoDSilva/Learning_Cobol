      *=======================================================================*
       IDENTIFICATION DIVISION.
      *=======================================================================*
       PROGRAM-ID. PROD1V6.
      *************************************************************************
      *************************************************************************
      *************************************************************************
      *                           IEFP SOLUTIONS                              *
      *OBJECTIVO:                                                             *
      *               RETROACTIVOS DE AUMENTOS COM DATA DE EFEITO             *
      *               re-preca as semanas postadas de PAY-HISTORY.txt         *
      *               a taxa horaria em vigor em PAY-RATES.txt, quando        *
      *               um aumento e lancado com data ja paga, e deixa a        *
      *               diferenca por empregado em RETRO-ARREARS.txt para       *
      *               o PROD1V1 pagar no recibo seguinte, numa linha          *
      *               propria. cada semana re-precada vai ao relatorio.       *
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

           SELECT PAY-HISTORY ASSIGN TO 'PAY-HISTORY.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAY-HISTORY-STATUS.
           SELECT PAY-RATES ASSIGN TO 'PAY-RATES.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAY-RATES-STATUS.
           SELECT RETRO-ARREARS ASSIGN TO 'RETRO-ARREARS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETRO-ARREARS-STATUS.
           SELECT RETRO-REPORT-OUT ASSIGN DYNAMIC RETRO-REPORT-FILENAME.

      *    ---- shared run-date/error-log facility, common to the      ----*
      *    ---- overnight batch suite.                                 ----*
           COPY DATESEL.
           COPY AUDITSEL.
           COPY RUNSTSEL.
           COPY LOCKSEL.

      *=======================================================================*
                               DATA DIVISION.
      *=======================================================================*
                               FILE SECTION.

      *          ======== pay history file ========                   *
      *    same record as PROD1V1 writes -- keep the two in step.     *
           FD PAY-HISTORY.
           01 PAY-HISTORY-FILE.
               02 PH-LAST-NAME PIC A(9).
               02 PH-FIRST-NAME PIC A(8).
               02 PH-WEEK-END PIC X(8).
               02 PH-GROSS PIC 9(6)V99.
               02 PH-OVERTIME PIC 9(5)V99.
               02 PH-SHIFT-DIFF PIC 9(5)V99.
               02 PH-TAX PIC 9(5)V99.
               02 PH-TAX-BAND PIC 9(2).
               02 PH-SOC-SEC PIC 9(5)V99.
               02 PH-OTHER-DED PIC 9(5)V99.
               02 PH-ADV-RECOVERED PIC 9(5)V99.
               02 PH-NET PIC 9(6)V99.
               02 PH-SUB-FERIAS PIC 9(5)V99.
               02 PH-SUB-NATAL PIC 9(5)V99.
               02 PH-SUB-TAX PIC 9(5)V99.
               02 PH-BASE-RATE PIC 9(2)V99.
               02 PH-REG-HOURS PIC 9(2)V99.
               02 PH-OT-HOURS PIC 9(2)V99.
               02 PH-RETRO PIC 9(5)V99.
               02 PH-HOL-HOURS PIC 9(2)V99.
               02 PH-HOLIDAY PIC 9(5)V99.
               02 PH-EXPENSES PIC 9(5)V99.
               02 PH-EMP-NUMBER PIC 9(6).
               02 PH-PAY-STATUS PIC X(1).

      *          ======== per-employee pay rates ========             *
      *    same record as PROD1V2 maintains -- keep them in step.     *
      *    RATE-SETTLED is what the weeks under a line have been      *
      *    brought up to by an earlier retro run.                     *
           FD PAY-RATES.
           01 PAY-RATES-FILE.
               02 RATE-LAST-NAME PIC A(9).
               02 RATE-FIRST-NAME PIC A(8).
               02 RATE-EFF-DATE PIC X(8).
               02 RATE-BASE PIC 9(2)V99.
               02 RATE-SETTLED PIC 9(2)V99.
               02 RATE-EMP-NUMBER PIC 9(6).

      *          ======== retroactive pay arrears ========            *
      *    same record as PROD1V1 pays from -- keep the two in step.  *
           FD RETRO-ARREARS.
           01 RETRO-ARREARS-FILE.
               02 ARR-LAST-NAME PIC A(9).
               02 ARR-FIRST-NAME PIC A(8).
               02 ARR-WEEK-FROM PIC X(8).
               02 ARR-WEEK-TO PIC X(8).
               02 ARR-AMOUNT PIC 9(5)V99.
               02 ARR-STATUS PIC X(1).
               02 ARR-PAID-WEEK PIC X(8).
               02 ARR-EMP-NUMBER PIC 9(6).

      *          ======== retro report ========                       *
      *    one line per week re-priced: what it was paid at, the      *
      *    rate now in force, the hours and the difference owed; a    *
      *    total line per employee and one for the run.               *
           FD RETRO-REPORT-OUT.
           01 RR-DETAIL-LINE.
               02 RR-LAST-NAME PIC A(9).
               02 FILLER PIC X(1) VALUE SPACE.
               02 RR-FIRST-NAME PIC A(8).
               02 FILLER PIC X(1) VALUE SPACE.
               02 RR-WEEK PIC X(8).
               02 FILLER PIC X(1) VALUE SPACE.
               02 RR-PAID-RATE PIC Z9.99.
               02 FILLER PIC X(1) VALUE SPACE.
               02 RR-NEW-RATE PIC Z9.99.
               02 FILLER PIC X(1) VALUE SPACE.
               02 RR-REG-HOURS PIC Z9.99.
               02 FILLER PIC X(1) VALUE SPACE.
               02 RR-OT-HOURS PIC Z9.99.
               02 FILLER PIC X(1) VALUE SPACE.
               02 RR-DIFF PIC ZZZZ9.99.

           01 RR-TOTAL-LINE.
               02 RR-TOT-LABEL PIC X(19).
               02 RR-TOT-NAME PIC X(18).
               02 RR-TOT-AMOUNT PIC ZZZZZZ9.99.

           COPY DATEFD.
           COPY AUDITFD.
           COPY RUNSTFD.
           COPY LOCKFD.

      *=======================================================================*
                           WORKING-STORAGE SECTION.

           COPY DATEWS.
           COPY AUDITWS.
           COPY RUNSTWS.
           COPY LOCKWS.

       77  PAY-HISTORY-STATUS PIC X(2) VALUE SPACES.
       77  PAY-RATES-STATUS PIC X(2) VALUE SPACES.
       77  RETRO-ARREARS-STATUS PIC X(2) VALUE SPACES.
       77  HISTORY-EOF PIC X(3) VALUE SPACES.
       77  PAY-RATES-EOF PIC X(3) VALUE SPACES.
       77  RETRO-REPORT-FILENAME PIC X(30) VALUE SPACES.
       77  LINHAS-LIDAS PIC 9(7) VALUE ZERO.
       77  LINHAS-SEM-TAXA PIC 9(7) VALUE ZERO.
       77  SEMANAS-REPRECADAS PIC 9(7) VALUE ZERO.

      *    the overtime premium the weeks were paid at -- the same    *
      *    factor PROD1V1 applies, so the overtime hours re-price at  *
      *    the new rate times it.                                     *
       77  OVERTIME-FACTOR PIC 9V99 VALUE 1.50.
      *    and the public-holiday premium, paid on top of the hours   *
      *    worked on a holiday -- those re-price at it as well.       *
       77  HOLIDAY-PREMIUM-FACTOR PIC 9V99 VALUE 0.50.

      *    the pay-rate file, loaded whole; every line's settled rate *
      *    is brought up to its base once the run has re-priced the   *
      *    history, and the file rewritten -- so a second run owes    *
      *    nothing twice. a file too big for the table is left alone  *
      *    and the run settles nothing.                               *
       77  RATES-OVERFLOW PIC X(1) VALUE "N".
       77  RATE-COUNT PIC 9(3) VALUE ZERO.
       77  RATE-IDX PIC 9(3) VALUE ZERO.
       77  RATE-ATUAL PIC 9(3) VALUE ZERO.
       77  TAXA-DATA-MELHOR PIC X(8) VALUE SPACES.
       77  TAXA-JA-PAGA PIC 9(2)V99 VALUE ZERO.
       77  HORAS-EQUIVALENTES PIC 9(3)V9999 VALUE ZERO.
       77  DIFERENCA-SEMANA PIC 9(5)V99 VALUE ZERO.

       01  RATE-TABLE.
           02  RATE-ENTRY OCCURS 500 TIMES.
               03 RATE-TBL-LAST-NAME PIC A(9).
               03 RATE-TBL-FIRST-NAME PIC A(8).
               03 RATE-TBL-EFF-DATE PIC X(8).
               03 RATE-TBL-BASE PIC 9(2)V99.
               03 RATE-TBL-SETTLED PIC 9(2)V99.
               03 RATE-TBL-EMP-NUMBER PIC 9(6).

      *    one slot per employee owed back pay this run.              *
       77  OWED-COUNT PIC 9(3) VALUE ZERO.
       77  OWED-IDX PIC 9(3) VALUE ZERO.
       77  OWED-ATUAL PIC 9(3) VALUE ZERO.
       77  TOTAL-RETRO-RUN PIC 9(9)V99 VALUE ZERO.

       01  OWED-TABLE.
           02  OWED-ENTRY OCCURS 200 TIMES.
               03 OWED-TBL-LAST-NAME PIC A(9).
               03 OWED-TBL-FIRST-NAME PIC A(8).
               03 OWED-TBL-WEEK-FROM PIC X(8).
               03 OWED-TBL-WEEK-TO PIC X(8).
               03 OWED-TBL-AMOUNT PIC 9(5)V99.
               03 OWED-TBL-EMP-NUMBER PIC 9(6).

      *=======================================================================*
                             PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM ABRIR-ERROR-LOG.
           PERFORM ABRIR-AUDIT-TRAIL.
      *    ---- only one PROD1V6 may settle the rates at a time:     ----*
      *    ---- take the run lock or refuse loudly.                   ----*
           MOVE "PROD1V6" TO LOCK-PROGRAMA.
           PERFORM OBTER-RUN-LOCK THRU OBTER-RUN-LOCK-EXIT.
           IF LOCK-OBTIDO = "N"
               DISPLAY "PROD1V6 - JA EM EXECUCAO - RECUSADO"
               MOVE 8 TO RETURN-CODE
               CLOSE ERROR-LOG
                     AUDIT-TRAIL
               STOP RUN
           END-IF.

           MOVE "PROD1V6" TO RST-PROGRAMA.
           PERFORM REGISTAR-INICIO-EXECUCAO
               THRU REGISTAR-INICIO-EXECUCAO-EXIT.
           PERFORM OBTER-DATA-EXECUCAO.
           DISPLAY "PROD1V6 - RUN DATE: " RUN-DATE-DISPLAY.

           STRING "RETRO-REPORT-" RUN-PERIOD-TAG ".txt"
               DELIMITED BY SIZE INTO RETRO-REPORT-FILENAME.

           PERFORM LOAD-PAY-RATES.

           OPEN INPUT PAY-HISTORY.

           IF PAY-HISTORY-STATUS NOT = "00"
               MOVE "PROD1V6" TO ERR-PROGRAMA
               MOVE "E01" TO ERR-CODIGO
               MOVE "erro ao abrir PAY-HISTORY.txt" TO ERR-MENSAGEM
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               PERFORM LIBERTAR-RUN-LOCK
               CLOSE ERROR-LOG
                     AUDIT-TRAIL
               STOP RUN
           END-IF.

           OPEN OUTPUT RETRO-REPORT-OUT.

      *    a rate file the table could not hold would settle only    *
      *    part of it -- re-price nothing and say so instead.         *
           IF RATES-OVERFLOW = "N"
               READ PAY-HISTORY
                   AT END MOVE "YYY" TO HISTORY-EOF
               END-READ
               PERFORM REPRECAR-SEMANA THRU REPRECAR-SEMANA-LER
                   UNTIL HISTORY-EOF = "YYY"
           END-IF.
           CLOSE PAY-HISTORY.

           PERFORM GRAVAR-RETROACTIVOS.

           MOVE SPACES TO RR-TOTAL-LINE.
           MOVE "TOTAL RETROACTIVOS" TO RR-TOT-LABEL.
           MOVE TOTAL-RETRO-RUN TO RR-TOT-AMOUNT.
           WRITE RR-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           CLOSE RETRO-REPORT-OUT.

           PERFORM SAVE-PAY-RATES
               THRU SAVE-PAY-RATES-FIM.

      *    ---- one FIM line on RUN-STATUS.txt: history lines read,   ----*
      *    ---- weeks re-priced, lines too old to carry a rate, and   ----*
      *    ---- the back pay audited as the control total.            ----*
           MOVE LINHAS-LIDAS TO RST-LIDOS.
           MOVE SEMANAS-REPRECADAS TO RST-GRAVADOS.
           MOVE LINHAS-SEM-TAXA TO RST-REJEITADOS.
           MOVE TOTAL-RETRO-RUN TO RST-VALOR.
           MOVE "OK" TO RST-RESULTADO.
           PERFORM REGISTAR-FIM-EXECUCAO
               THRU REGISTAR-FIM-EXECUCAO-EXIT.

           PERFORM LIBERTAR-RUN-LOCK.

           CLOSE ERROR-LOG
                 AUDIT-TRAIL.
           STOP RUN.

      *    ---- one posted pay week: the rate line in force on its    ----*
      *    ---- week-ending date, against the rate it was paid at or  ----*
      *    ---- already settled to. a raise owes the difference on    ----*
      *    ---- the regular hours and, at their premiums, the         ----*
      *    ---- overtime and the holiday hours.                       ----*
      *    ---- history from before the rate was stored is skipped.   ----*
           REPRECAR-SEMANA.

           ADD 1 TO LINHAS-LIDAS.

           IF PH-BASE-RATE IS NOT NUMERIC
                   OR PH-REG-HOURS IS NOT NUMERIC
                   OR PH-OT-HOURS IS NOT NUMERIC
               ADD 1 TO LINHAS-SEM-TAXA
               GO TO REPRECAR-SEMANA-LER
           END-IF.

           MOVE ZERO TO RATE-ATUAL.
           MOVE SPACES TO TAXA-DATA-MELHOR.
           PERFORM PROCURAR-TAXA-SEMANA
               VARYING RATE-IDX FROM 1 BY 1
               UNTIL RATE-IDX > RATE-COUNT.

           IF RATE-ATUAL = ZERO
               GO TO REPRECAR-SEMANA-LER
           END-IF.

           MOVE PH-BASE-RATE TO TAXA-JA-PAGA.
           IF RATE-TBL-SETTLED (RATE-ATUAL) > TAXA-JA-PAGA
               MOVE RATE-TBL-SETTLED (RATE-ATUAL) TO TAXA-JA-PAGA
           END-IF.

           IF RATE-TBL-BASE (RATE-ATUAL) NOT > TAXA-JA-PAGA
               GO TO REPRECAR-SEMANA-LER
           END-IF.

           COMPUTE HORAS-EQUIVALENTES =
                   PH-REG-HOURS + (PH-OT-HOURS * OVERTIME-FACTOR).
      *    history from before the holiday premium has blanks here.   *
           IF PH-HOL-HOURS IS NUMERIC
               COMPUTE HORAS-EQUIVALENTES = HORAS-EQUIVALENTES
                       + (PH-HOL-HOURS * HOLIDAY-PREMIUM-FACTOR)
           END-IF.
           COMPUTE DIFERENCA-SEMANA ROUNDED =
                   (RATE-TBL-BASE (RATE-ATUAL) - TAXA-JA-PAGA)
                   * HORAS-EQUIVALENTES.

           IF DIFERENCA-SEMANA = ZERO
               GO TO REPRECAR-SEMANA-LER
           END-IF.

           PERFORM ACUMULAR-DEVIDO.
           IF OWED-ATUAL = ZERO
               GO TO REPRECAR-SEMANA-LER
           END-IF.

           ADD 1 TO SEMANAS-REPRECADAS.
           ADD DIFERENCA-SEMANA TO OWED-TBL-AMOUNT (OWED-ATUAL).
           IF PH-WEEK-END < OWED-TBL-WEEK-FROM (OWED-ATUAL)
               MOVE PH-WEEK-END TO OWED-TBL-WEEK-FROM (OWED-ATUAL)
           END-IF.
           IF PH-WEEK-END > OWED-TBL-WEEK-TO (OWED-ATUAL)
               MOVE PH-WEEK-END TO OWED-TBL-WEEK-TO (OWED-ATUAL)
           END-IF.

           MOVE SPACES TO RR-DETAIL-LINE.
           MOVE PH-LAST-NAME TO RR-LAST-NAME.
           MOVE PH-FIRST-NAME TO RR-FIRST-NAME.
           MOVE PH-WEEK-END TO RR-WEEK.
           MOVE TAXA-JA-PAGA TO RR-PAID-RATE.
           MOVE RATE-TBL-BASE (RATE-ATUAL) TO RR-NEW-RATE.
           MOVE PH-REG-HOURS TO RR-REG-HOURS.
           MOVE PH-OT-HOURS TO RR-OT-HOURS.
           MOVE DIFERENCA-SEMANA TO RR-DIFF.
           WRITE RR-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

           REPRECAR-SEMANA-LER.

           READ PAY-HISTORY
               AT END MOVE "YYY" TO HISTORY-EOF
           END-READ.

           PROCURAR-TAXA-SEMANA.

           IF RATE-TBL-EMP-NUMBER (RATE-IDX) = PH-EMP-NUMBER
                   AND RATE-TBL-EFF-DATE (RATE-IDX) NOT > PH-WEEK-END
                   AND RATE-TBL-EFF-DATE (RATE-IDX) > TAXA-DATA-MELHOR
               MOVE RATE-TBL-EFF-DATE (RATE-IDX) TO TAXA-DATA-MELHOR
               MOVE RATE-IDX TO RATE-ATUAL
           END-IF.

      *    ---- finds (or opens) the employee's slot in OWED-TABLE.   ----*
           ACUMULAR-DEVIDO.

           MOVE ZERO TO OWED-ATUAL.
           PERFORM TESTAR-DEVIDO
               VARYING OWED-IDX FROM 1 BY 1
               UNTIL OWED-IDX > OWED-COUNT OR OWED-ATUAL > ZERO.

           IF OWED-ATUAL = ZERO AND OWED-COUNT < 200
               ADD 1 TO OWED-COUNT
               MOVE PH-LAST-NAME TO OWED-TBL-LAST-NAME (OWED-COUNT)
               MOVE PH-FIRST-NAME TO OWED-TBL-FIRST-NAME (OWED-COUNT)
               MOVE PH-WEEK-END TO OWED-TBL-WEEK-FROM (OWED-COUNT)
               MOVE PH-WEEK-END TO OWED-TBL-WEEK-TO (OWED-COUNT)
               MOVE ZERO TO OWED-TBL-AMOUNT (OWED-COUNT)
               MOVE PH-EMP-NUMBER TO OWED-TBL-EMP-NUMBER (OWED-COUNT)
               MOVE OWED-COUNT TO OWED-ATUAL
           END-IF.

           IF OWED-ATUAL = ZERO
               MOVE "PROD1V6" TO ERR-PROGRAMA
               MOVE "E02" TO ERR-CODIGO
               MOVE "tabela de retroactivos cheia - semana perdida"
                   TO ERR-MENSAGEM
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
           END-IF.

           TESTAR-DEVIDO.

           IF OWED-TBL-EMP-NUMBER (OWED-IDX) = PH-EMP-NUMBER
               MOVE OWED-IDX TO OWED-ATUAL
           END-IF.

      *    ---- each employee's back pay onto RETRO-ARREARS.txt as a  ----*
      *    ---- pending line for the next payroll run, audited, with  ----*
      *    ---- a total line on the report.                           ----*
           GRAVAR-RETROACTIVOS.

           IF OWED-COUNT = ZERO
               DISPLAY "PROD1V6 - SEM RETROACTIVOS"
           ELSE
               OPEN EXTEND RETRO-ARREARS
               IF RETRO-ARREARS-STATUS = "05"
                       OR RETRO-ARREARS-STATUS = "35"
                   OPEN OUTPUT RETRO-ARREARS
               END-IF
               PERFORM GRAVAR-LINHA-RETROACTIVO
                   VARYING OWED-IDX FROM 1 BY 1
                   UNTIL OWED-IDX > OWED-COUNT
               CLOSE RETRO-ARREARS
           END-IF.

           GRAVAR-LINHA-RETROACTIVO.

           MOVE SPACES TO RETRO-ARREARS-FILE.
           MOVE OWED-TBL-LAST-NAME (OWED-IDX) TO ARR-LAST-NAME.
           MOVE OWED-TBL-FIRST-NAME (OWED-IDX) TO ARR-FIRST-NAME.
           MOVE OWED-TBL-WEEK-FROM (OWED-IDX) TO ARR-WEEK-FROM.
           MOVE OWED-TBL-WEEK-TO (OWED-IDX) TO ARR-WEEK-TO.
           MOVE OWED-TBL-AMOUNT (OWED-IDX) TO ARR-AMOUNT.
           MOVE OWED-TBL-EMP-NUMBER (OWED-IDX) TO ARR-EMP-NUMBER.
           MOVE SPACE TO ARR-STATUS.
           MOVE SPACES TO ARR-PAID-WEEK.
           WRITE RETRO-ARREARS-FILE.
           ADD OWED-TBL-AMOUNT (OWED-IDX) TO TOTAL-RETRO-RUN.

           MOVE SPACES TO RR-TOTAL-LINE.
           MOVE "TOTAL EMPREGADO" TO RR-TOT-LABEL.
           MOVE OWED-TBL-LAST-NAME (OWED-IDX) TO RR-TOT-NAME (1:9).
           MOVE OWED-TBL-FIRST-NAME (OWED-IDX) TO RR-TOT-NAME (11:8).
           MOVE OWED-TBL-AMOUNT (OWED-IDX) TO RR-TOT-AMOUNT.
           WRITE RR-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE "PROD1V6" TO AUD-PROGRAMA.
           MOVE SPACES TO AUD-CHAVE.
           MOVE OWED-TBL-LAST-NAME (OWED-IDX) TO AUD-CHAVE (1:9).
           MOVE OWED-TBL-FIRST-NAME (OWED-IDX) TO AUD-CHAVE (11:8).
           MOVE OWED-TBL-AMOUNT (OWED-IDX) TO AUD-VALOR.
           MOVE "RETROACTIVO APURADO" TO AUD-DESCRICAO.
           PERFORM REGISTAR-AUDITORIA THRU REGISTAR-AUDITORIA-EXIT.

      *    ---- pulls PAY-RATES.txt, if present, into RATE-TABLE.     ----*
           LOAD-PAY-RATES.

           MOVE "YYY" TO PAY-RATES-EOF.
           OPEN INPUT PAY-RATES.

           IF PAY-RATES-STATUS = "00"
               MOVE SPACES TO PAY-RATES-EOF
               READ PAY-RATES
                   AT END MOVE "YYY" TO PAY-RATES-EOF
               END-READ

               PERFORM BUILD-RATE-ENTRY
                   UNTIL PAY-RATES-EOF = "YYY"

               CLOSE PAY-RATES
           END-IF.

           BUILD-RATE-ENTRY.

           IF RATE-COUNT = 500 AND RATES-OVERFLOW = "N"
               MOVE "Y" TO RATES-OVERFLOW
               MOVE "PROD1V6" TO ERR-PROGRAMA
               MOVE "E04" TO ERR-CODIGO
               MOVE "ficheiro de taxas horarias excede a tabela" TO
                   ERR-MENSAGEM
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
           END-IF.

           IF RATE-COUNT < 500 AND RATE-BASE IS NUMERIC
               ADD 1 TO RATE-COUNT
               MOVE RATE-LAST-NAME TO RATE-TBL-LAST-NAME (RATE-COUNT)
               MOVE RATE-FIRST-NAME TO RATE-TBL-FIRST-NAME (RATE-COUNT)
               MOVE RATE-EFF-DATE TO RATE-TBL-EFF-DATE (RATE-COUNT)
               MOVE RATE-BASE TO RATE-TBL-BASE (RATE-COUNT)
               IF RATE-SETTLED IS NUMERIC
                   MOVE RATE-SETTLED TO RATE-TBL-SETTLED (RATE-COUNT)
               ELSE
                   MOVE ZERO TO RATE-TBL-SETTLED (RATE-COUNT)
               END-IF
               IF RATE-EMP-NUMBER IS NUMERIC
                   MOVE RATE-EMP-NUMBER
                       TO RATE-TBL-EMP-NUMBER (RATE-COUNT)
               ELSE
                   MOVE ZERO TO RATE-TBL-EMP-NUMBER (RATE-COUNT)
               END-IF
           END-IF.

           READ PAY-RATES
               AT END MOVE "YYY" TO PAY-RATES-EOF
           END-READ.

      *    ---- rewrites PAY-RATES.txt with every line settled up to  ----*
      *    ---- its base rate: the history is now owed nothing more.  ----*
           SAVE-PAY-RATES.

           IF RATES-OVERFLOW = "Y"
               MOVE "PROD1V6" TO ERR-PROGRAMA
               MOVE "E04" TO ERR-CODIGO
               MOVE "taxas horarias nao reescritas - tabela cheia"
                   TO ERR-MENSAGEM
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               GO TO SAVE-PAY-RATES-FIM
           END-IF.

           IF RATE-COUNT = ZERO
               GO TO SAVE-PAY-RATES-FIM
           END-IF.

           OPEN OUTPUT PAY-RATES.
           PERFORM WRITE-RATE-ENTRY
               VARYING RATE-IDX FROM 1 BY 1
               UNTIL RATE-IDX > RATE-COUNT.
           CLOSE PAY-RATES.

           SAVE-PAY-RATES-FIM.
               EXIT.

           WRITE-RATE-ENTRY.

           MOVE SPACES TO PAY-RATES-FILE.
           MOVE RATE-TBL-LAST-NAME (RATE-IDX) TO RATE-LAST-NAME.
           MOVE RATE-TBL-FIRST-NAME (RATE-IDX) TO RATE-FIRST-NAME.
           MOVE RATE-TBL-EFF-DATE (RATE-IDX) TO RATE-EFF-DATE.
           MOVE RATE-TBL-BASE (RATE-IDX) TO RATE-BASE.
           MOVE RATE-TBL-BASE (RATE-IDX) TO RATE-SETTLED.
           MOVE RATE-TBL-EMP-NUMBER (RATE-IDX) TO RATE-EMP-NUMBER.
           WRITE PAY-RATES-FILE.

           COPY DATEPD.
           COPY AUDITPD.
           COPY LOCKPD.
           COPY RUNSTPD.

       END PROGRAM PROD1V6.
