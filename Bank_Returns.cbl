      *=======================================================================*
       IDENTIFICATION DIVISION.
      *=======================================================================*
       PROGRAM-ID. PROD1V8.
      *************************************************************************
      *************************************************************************
      *************************************************************************
      *                           IEFP SOLUTIONS                              *
      *OBJECTIVO:                                                             *
      *               DEVOLUCOES BANCARIAS DE SALARIOS                        *
      *               cada pagamento devolvido pelo banco (conta              *
      *               encerrada, bloqueada...) em BANK-RETURNS-IN.txt         *
      *               e casado com a linha de deposito original por           *
      *               conta e montante, marcado por pagar em                  *
      *               PAY-HISTORY.txt, estornado no GL do banco para          *
      *               os vencimentos a pagar e posto na lista de              *
      *               pendentes para o processamento salarial pedir           *
      *               novos dados. as reemissoes em BANK-REISSUE-IN.txt       *
      *               pagam de novo, para a conta nova, num ficheiro          *
      *               de deposito suplementar.                                *
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

      *    the bank's returns file: one line per payment bounced.     *
           SELECT BANK-RETURNS-IN ASSIGN TO 'BANK-RETURNS-IN.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BANK-RETURNS-IN-STATUS.
      *    payroll's reissue transactions, once the new account is in *
           SELECT BANK-REISSUE-IN ASSIGN TO 'BANK-REISSUE-IN.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BANK-REISSUE-IN-STATUS.
           SELECT BANK-PAYMENTS-LOG ASSIGN TO 'BANK-PAYMENTS-LOG.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BANK-PAYMENTS-LOG-STATUS.
      *    every returned payment, pending or reissued -- the list    *
      *    payroll works from.                                        *
           SELECT BANK-RETURNS ASSIGN TO 'BANK-RETURNS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BANK-RETURNS-STATUS.
           SELECT PAY-HISTORY ASSIGN TO 'PAY-HISTORY.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAY-HISTORY-STATUS.
           SELECT PAY-HISTORY-WORK ASSIGN TO 'PAY-HISTORY-WORK.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAY-HISTORY-WORK-STATUS.
           SELECT BANK-SUPP-OUT ASSIGN DYNAMIC BANK-SUPP-FILENAME.
           SELECT RETURNS-LIST-OUT ASSIGN DYNAMIC RETURNS-LIST-FILENAME.

      *    ---- shared run-date/error-log facility, common to the      ----*
      *    ---- overnight batch suite.                                 ----*
           COPY DATESEL.
           COPY AUDITSEL.
           COPY GLSEL.
           COPY RUNSTSEL.
           COPY LOCKSEL.

      *=======================================================================*
                               DATA DIVISION.
      *=======================================================================*
                               FILE SECTION.

      *          ======== bank returns input ========                 *
      *    the account and amount the bank bounced, the date it came  *
      *    back (YYYYMMDD) and the bank's reason code (AC04 account   *
      *    closed, AG01 blocked, ...).                                *
           FD BANK-RETURNS-IN.
           01 BANK-RETURNS-IN-FILE.
               02 BRI-ACCOUNT PIC X(12).
               02 BRI-AMOUNT PIC 9(6)V99.
               02 BRI-RETURN-DATE PIC X(8).
               02 BRI-REASON PIC X(4).

      *          ======== reissue transactions ========               *
      *    the employee number and the new account every pending      *
      *    return of theirs is to be paid to.                         *
           FD BANK-REISSUE-IN.
           01 BANK-REISSUE-IN-FILE.
               02 BRE-EMP-NUMBER PIC 9(6).
               02 BRE-NEW-ACCOUNT PIC X(12).

      *          ======== bank payments log ========                  *
      *    same record as PROD1V1 appends -- keep the two in step.    *
           FD BANK-PAYMENTS-LOG.
           01 BANK-PAYMENTS-LOG-FILE.
               02 BPL-ACCOUNT PIC X(12).
               02 BPL-LAST-NAME PIC A(9).
               02 BPL-FIRST-NAME PIC A(8).
               02 BPL-NET PIC 9(6)V99.
               02 BPL-EMP-NUMBER PIC 9(6).
               02 BPL-WEEK-END PIC X(8).
               02 BPL-PAID-DATE PIC X(8).
               02 BPL-ORIGEM PIC X(1).

      *          ======== returned payments register ========         *
      *    one line per payment returned: who, the account it went    *
      *    to, the amount, the pay week and the date it was paid, the *
      *    return date and reason; BRG-STATUS P pending new details,  *
      *    R reissued (with the new account and the reissue date).    *
           FD BANK-RETURNS.
           01 BANK-RETURNS-FILE.
               02 BRG-EMP-NUMBER PIC 9(6).
               02 BRG-LAST-NAME PIC A(9).
               02 BRG-FIRST-NAME PIC A(8).
               02 BRG-ACCOUNT PIC X(12).
               02 BRG-AMOUNT PIC 9(6)V99.
               02 BRG-WEEK-END PIC X(8).
               02 BRG-PAID-DATE PIC X(8).
               02 BRG-RETURN-DATE PIC X(8).
               02 BRG-REASON PIC X(4).
               02 BRG-STATUS PIC X(1).
               02 BRG-NEW-ACCOUNT PIC X(12).
               02 BRG-REISSUE-DATE PIC X(8).

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

      *    the history is copied here and written back from it with   *
      *    the returned and reissued weeks re-marked.                 *
           FD PAY-HISTORY-WORK.
           01 PAY-HISTORY-WORK-RECORD PIC X(150).

      *          ======== supplementary bank deposit file ========    *
      *    the bank's intake format, as PROD1V1 writes it: header,    *
      *    one detail per reissued payment, trailer with the count    *
      *    and the hash total.                                        *
           FD BANK-SUPP-OUT.
           01 BANK-DEPOSIT-RECORD.
               02 BANK-ACCOUNT-OUT PIC X(12).
               02 BANK-LAST-NAME-OUT PIC A(9).
               02 BANK-FIRST-NAME-OUT PIC A(8).
               02 BANK-NET-PAY-OUT PIC 9(6)V99.

           01 BANK-HEADER-RECORD.
               02 BANK-HDR-TYPE PIC X(1).
               02 BANK-HDR-ORIGINATOR PIC X(20).
               02 BANK-HDR-DATE PIC X(10).

           01 BANK-TRAILER-RECORD.
               02 BANK-TRL-TYPE PIC X(1).
               02 BANK-TRL-COUNT PIC 9(7).
               02 BANK-TRL-HASH PIC 9(10)V99.

      *          ======== returns list ========                       *
      *    what the run did with each return and reissue, then every  *
      *    return still waiting for new details -- the list payroll   *
      *    calls the employees from.                                  *
           FD RETURNS-LIST-OUT.
           01 RETURNS-LIST-LINE.
               02 RL-TIPO PIC X(10).
               02 FILLER PIC X(1) VALUE SPACE.
               02 RL-EMP-NUMBER PIC X(6).
               02 FILLER PIC X(1) VALUE SPACE.
               02 RL-LAST-NAME PIC A(9).
               02 FILLER PIC X(1) VALUE SPACE.
               02 RL-FIRST-NAME PIC A(8).
               02 FILLER PIC X(1) VALUE SPACE.
               02 RL-ACCOUNT PIC X(12).
               02 FILLER PIC X(1) VALUE SPACE.
               02 RL-AMOUNT PIC ZZZZZ9.99.
               02 FILLER PIC X(1) VALUE SPACE.
               02 RL-WEEK-END PIC X(8).
               02 FILLER PIC X(1) VALUE SPACE.
               02 RL-DATE PIC X(8).
               02 FILLER PIC X(1) VALUE SPACE.
               02 RL-REASON PIC X(4).
           01 RETURNS-LIST-TITLE.
               02 RL-TITULO PIC X(40).
               02 RL-TITULO-DATA PIC X(10).

           COPY DATEFD.
           COPY AUDITFD.
           COPY GLFD.
           COPY RUNSTFD.
           COPY LOCKFD.

      *=======================================================================*
                           WORKING-STORAGE SECTION.

           COPY DATEWS.
           COPY AUDITWS.
           COPY GLWS.
           COPY RUNSTWS.
           COPY LOCKWS.

       77  BANK-RETURNS-IN-STATUS PIC X(2) VALUE SPACES.
       77  BANK-REISSUE-IN-STATUS PIC X(2) VALUE SPACES.
       77  BANK-PAYMENTS-LOG-STATUS PIC X(2) VALUE SPACES.
       77  BANK-RETURNS-STATUS PIC X(2) VALUE SPACES.
       77  PAY-HISTORY-STATUS PIC X(2) VALUE SPACES.
       77  PAY-HISTORY-WORK-STATUS PIC X(2) VALUE SPACES.
       77  BANK-RETURNS-IN-EOF PIC X(3) VALUE SPACES.
       77  BANK-REISSUE-IN-EOF PIC X(3) VALUE SPACES.
       77  BANK-PAYMENTS-LOG-EOF PIC X(3) VALUE SPACES.
       77  BANK-RETURNS-EOF PIC X(3) VALUE SPACES.
       77  HISTORY-EOF PIC X(3) VALUE SPACES.
       77  BANK-SUPP-FILENAME PIC X(30) VALUE SPACES.
       77  RETURNS-LIST-FILENAME PIC X(30) VALUE SPACES.
       77  BANK-SUPP-ABERTO PIC X(1) VALUE "N".

       77  LINHAS-LIDAS PIC 9(7) VALUE ZERO.
       77  LINHAS-TRATADAS PIC 9(7) VALUE ZERO.
       77  LINHAS-REJEITADAS PIC 9(7) VALUE ZERO.
       77  TOTAL-DEVOLVIDO PIC 9(9)V99 VALUE ZERO.
       77  TOTAL-REEMITIDO PIC 9(9)V99 VALUE ZERO.

      *    bank file control totals, as PROD1V1 keeps them.           *
       77  BANK-ORIGINATOR PIC X(20) VALUE "IEFP SOLUTIONS".
       77  BANK-RECORD-COUNT PIC 9(7) VALUE ZERO.
       77  BANK-RUN-TOTAL PIC 9(10)V99 VALUE ZERO.

      *    the deposit line a return is traced to: the latest one     *
      *    for the account and amount paid on or before the return    *
      *    date that is not already on the register.                  *
       77  PAGAMENTO-ENCONTRADO PIC X(1) VALUE "N".
       77  PAGAMENTO-REPETIDO PIC X(1) VALUE "N".
       77  PAGAMENTO-REGISTADO PIC X(1) VALUE "N".
       01  PAGAMENTO-ESCOLHIDO.
           02 PAG-LAST-NAME PIC A(9).
           02 PAG-FIRST-NAME PIC A(8).
           02 PAG-EMP-NUMBER PIC 9(6).
           02 PAG-WEEK-END PIC X(8).
           02 PAG-PAID-DATE PIC X(8).

       77  REEMISSOES-FEITAS PIC 9(3) VALUE ZERO.
       77  ANO-LIMITE PIC 9(4) VALUE ZERO.

      *    account check-digit validation, the same weighted mod-11    *
      *    scheme PROD1V1 applies before a line goes to the bank.      *
       77  ACCT-CHECKSUM PIC 9(4) VALUE ZERO.
       77  ACCT-IDX PIC 9(2) VALUE ZERO.
       77  ACCT-WEIGHT PIC 9(2) VALUE ZERO.
       77  ACCT-QUOTIENT PIC 9(3) VALUE ZERO.
       77  ACCT-REMAINDER PIC 9(2) VALUE ZERO.
       77  ACCT-VALIDO PIC X(1) VALUE "Y".

       01  ACCT-DIGITS-WS.
           02  ACCT-DIGITOS PIC X(12).
           02  ACCT-DIGITO REDEFINES ACCT-DIGITOS
               PIC 9(1) OCCURS 12 TIMES.

      *    the returned payments register, loaded whole and rewritten *
      *    at the end of the run.                                     *
       77  RETURNS-OVERFLOW PIC X(1) VALUE "N".
       77  RET-COUNT PIC 9(3) VALUE ZERO.
       77  RET-IDX PIC 9(3) VALUE ZERO.

       01  RET-TABLE.
           02  RET-ENTRY OCCURS 500 TIMES.
               03 RET-TBL-EMP-NUMBER PIC 9(6).
               03 RET-TBL-LAST-NAME PIC A(9).
               03 RET-TBL-FIRST-NAME PIC A(8).
               03 RET-TBL-ACCOUNT PIC X(12).
               03 RET-TBL-AMOUNT PIC 9(6)V99.
               03 RET-TBL-WEEK-END PIC X(8).
               03 RET-TBL-PAID-DATE PIC X(8).
               03 RET-TBL-RETURN-DATE PIC X(8).
               03 RET-TBL-REASON PIC X(4).
               03 RET-TBL-STATUS PIC X(1).
               03 RET-TBL-NEW-ACCOUNT PIC X(12).
               03 RET-TBL-REISSUE-DATE PIC X(8).

      *    the pay history lines to re-mark: employee, week, amount   *
      *    and the new PH-PAY-STATUS (D returned, R reissued), each   *
      *    applied to one line only.                                  *
       77  MARCA-COUNT PIC 9(3) VALUE ZERO.
       77  MARCA-IDX PIC 9(3) VALUE ZERO.

       01  MARCA-TABLE.
           02  MARCA-ENTRY OCCURS 500 TIMES.
               03 MARCA-TBL-EMP-NUMBER PIC 9(6).
               03 MARCA-TBL-WEEK-END PIC X(8).
               03 MARCA-TBL-AMOUNT PIC 9(6)V99.
               03 MARCA-TBL-STATUS PIC X(1).
               03 MARCA-TBL-USADA PIC X(1).

      *=======================================================================*
                             PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM ABRIR-ERROR-LOG.
           PERFORM ABRIR-AUDIT-TRAIL.
      *    ---- only one PROD1V8 may rewrite the history and the      ----*
      *    ---- register at a time: take the run lock or refuse.      ----*
           MOVE "PROD1V8" TO LOCK-PROGRAMA.
           PERFORM OBTER-RUN-LOCK THRU OBTER-RUN-LOCK-EXIT.
           IF LOCK-OBTIDO = "N"
               DISPLAY "PROD1V8 - JA EM EXECUCAO - RECUSADO"
               MOVE 8 TO RETURN-CODE
               CLOSE ERROR-LOG
                     AUDIT-TRAIL
               STOP RUN
           END-IF.

           MOVE "PROD1V8" TO RST-PROGRAMA.
           PERFORM REGISTAR-INICIO-EXECUCAO
               THRU REGISTAR-INICIO-EXECUCAO-EXIT.
           PERFORM OBTER-DATA-EXECUCAO.
           DISPLAY "PROD1V8 - RUN DATE: " RUN-DATE-DISPLAY.

           STRING "BANK-RETURNS-LIST-" RUN-PERIOD-TAG ".txt"
               DELIMITED BY SIZE INTO RETURNS-LIST-FILENAME.
           STRING "BANK-DEPOSIT-SUPP-" RUN-PERIOD-TAG ".txt"
               DELIMITED BY SIZE INTO BANK-SUPP-FILENAME.

           PERFORM CARREGAR-PLANO-CONTAS
               THRU CARREGAR-PLANO-CONTAS-EXIT.
           PERFORM LOAD-BANK-RETURNS.

      *    a register the table could not hold would be rewritten    *
      *    short -- touch nothing and say so instead.                 *
           IF RETURNS-OVERFLOW = "Y"
               MOVE "PROD1V8" TO ERR-PROGRAMA
               MOVE "E04" TO ERR-CODIGO
               MOVE "registo de devolucoes excede a tabela" TO
                   ERR-MENSAGEM
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               MOVE "ERRO" TO RST-RESULTADO
               PERFORM REGISTAR-FIM-EXECUCAO
                   THRU REGISTAR-FIM-EXECUCAO-EXIT
               PERFORM LIBERTAR-RUN-LOCK
               MOVE 8 TO RETURN-CODE
               CLOSE ERROR-LOG
                     AUDIT-TRAIL
               STOP RUN
           END-IF.

           OPEN OUTPUT RETURNS-LIST-OUT.
           MOVE SPACES TO RETURNS-LIST-TITLE.
           MOVE "DEVOLUCOES BANCARIAS - EXECUCAO DE" TO RL-TITULO.
           MOVE RUN-DATE-DISPLAY TO RL-TITULO-DATA.
           WRITE RETURNS-LIST-TITLE
               AFTER ADVANCING 1 LINE.

      *    ---- the bank's returns first, so a return and its         ----*
      *    ---- reissue can go through the same run.                  ----*
           MOVE "YYY" TO BANK-RETURNS-IN-EOF.
           OPEN INPUT BANK-RETURNS-IN.
           IF BANK-RETURNS-IN-STATUS = "00"
               MOVE SPACES TO BANK-RETURNS-IN-EOF
               READ BANK-RETURNS-IN
                   AT END MOVE "YYY" TO BANK-RETURNS-IN-EOF
               END-READ
               PERFORM TRATAR-DEVOLUCAO THRU TRATAR-DEVOLUCAO-LER
                   UNTIL BANK-RETURNS-IN-EOF = "YYY"
               CLOSE BANK-RETURNS-IN
           END-IF.

           PERFORM ABRIR-BANK-PAYMENTS-LOG.
           MOVE "YYY" TO BANK-REISSUE-IN-EOF.
           OPEN INPUT BANK-REISSUE-IN.
           IF BANK-REISSUE-IN-STATUS = "00"
               MOVE SPACES TO BANK-REISSUE-IN-EOF
               READ BANK-REISSUE-IN
                   AT END MOVE "YYY" TO BANK-REISSUE-IN-EOF
               END-READ
               PERFORM TRATAR-REEMISSAO THRU TRATAR-REEMISSAO-LER
                   UNTIL BANK-REISSUE-IN-EOF = "YYY"
               CLOSE BANK-REISSUE-IN
           END-IF.
           CLOSE BANK-PAYMENTS-LOG.

           IF BANK-SUPP-ABERTO = "Y"
               PERFORM ESCREVER-BANCO-TRAILER
               CLOSE BANK-SUPP-OUT
           END-IF.

      *    ---- then every return still waiting for new details.      ----*
           MOVE SPACES TO RETURNS-LIST-TITLE.
           MOVE "PENDENTES DE NOVOS DADOS BANCARIOS" TO RL-TITULO.
           WRITE RETURNS-LIST-TITLE
               AFTER ADVANCING 2 LINES.
           PERFORM LISTAR-PENDENTE
               VARYING RET-IDX FROM 1 BY 1
               UNTIL RET-IDX > RET-COUNT.
           CLOSE RETURNS-LIST-OUT.

           IF MARCA-COUNT > ZERO
               PERFORM REESCREVER-PAY-HISTORY
                   THRU REESCREVER-PAY-HISTORY-FIM
           END-IF.

           PERFORM SAVE-BANK-RETURNS
               THRU SAVE-BANK-RETURNS-FIM.

      *    ---- a returned salary comes back into the bank and is     ----*
      *    ---- owed again; a reissue pays it out once more.          ----*
           MOVE "PROD1V8" TO GL-PROGRAMA.
           MOVE RUN-PERIOD-TAG TO GL-PERIODO.
           MOVE "SAL-BANCO" TO GL-CHAVE-CONTA.
           MOVE "D" TO GL-DC.
           MOVE TOTAL-DEVOLVIDO TO GL-MONTANTE.
           PERFORM REGISTAR-LANCAMENTO THRU REGISTAR-LANCAMENTO-EXIT.
           MOVE "SAL-LIQUIDO" TO GL-CHAVE-CONTA.
           MOVE "C" TO GL-DC.
           MOVE TOTAL-DEVOLVIDO TO GL-MONTANTE.
           PERFORM REGISTAR-LANCAMENTO THRU REGISTAR-LANCAMENTO-EXIT.
           MOVE "SAL-LIQUIDO" TO GL-CHAVE-CONTA.
           MOVE "D" TO GL-DC.
           MOVE TOTAL-REEMITIDO TO GL-MONTANTE.
           PERFORM REGISTAR-LANCAMENTO THRU REGISTAR-LANCAMENTO-EXIT.
           MOVE "SAL-BANCO" TO GL-CHAVE-CONTA.
           MOVE "C" TO GL-DC.
           MOVE TOTAL-REEMITIDO TO GL-MONTANTE.
           PERFORM REGISTAR-LANCAMENTO THRU REGISTAR-LANCAMENTO-EXIT.
           PERFORM LIBERTAR-DIARIO THRU LIBERTAR-DIARIO-EXIT.

           DISPLAY "PROD1V8 - DEVOLVIDO " TOTAL-DEVOLVIDO
               " REEMITIDO " TOTAL-REEMITIDO.

      *    ---- one FIM line on RUN-STATUS.txt: returns and reissues  ----*
      *    ---- read, handled and refused, with both amounts audited  ----*
      *    ---- as the control total.                                 ----*
           MOVE LINHAS-LIDAS TO RST-LIDOS.
           MOVE LINHAS-TRATADAS TO RST-GRAVADOS.
           MOVE LINHAS-REJEITADAS TO RST-REJEITADOS.
           COMPUTE RST-VALOR = TOTAL-DEVOLVIDO + TOTAL-REEMITIDO.
           MOVE "OK" TO RST-RESULTADO.
           PERFORM REGISTAR-FIM-EXECUCAO
               THRU REGISTAR-FIM-EXECUCAO-EXIT.

           PERFORM LIBERTAR-RUN-LOCK.

           CLOSE ERROR-LOG
                 AUDIT-TRAIL.
           STOP RUN.

      *    ---- one returned payment: traced to its deposit line,     ----*
      *    ---- put on the register, its week marked for the history  ----*
      *    ---- and its amount added to the reversal.                 ----*
           TRATAR-DEVOLUCAO.

           ADD 1 TO LINHAS-LIDAS.

           IF BRI-AMOUNT IS NOT NUMERIC OR BRI-AMOUNT = ZERO
                   OR BRI-ACCOUNT = SPACES
                   OR BRI-RETURN-DATE IS NOT NUMERIC
               ADD 1 TO LINHAS-REJEITADAS
               MOVE "PROD1V8" TO ERR-PROGRAMA
               MOVE "E02" TO ERR-CODIGO
               MOVE "devolucao com dados invalidos - " TO ERR-MENSAGEM
               MOVE BRI-ACCOUNT TO ERR-MENSAGEM (33:12)
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               GO TO TRATAR-DEVOLUCAO-LER
           END-IF.

           PERFORM PROCURAR-PAGAMENTO.

           IF PAGAMENTO-ENCONTRADO = "N"
               ADD 1 TO LINHAS-REJEITADAS
               MOVE SPACES TO RETURNS-LIST-LINE
               MOVE "E02" TO ERR-CODIGO
               IF PAGAMENTO-REPETIDO = "Y"
                   MOVE "REPETIDA" TO RL-TIPO
                   MOVE "devolucao ja registada - " TO ERR-MENSAGEM
                   MOVE BRI-ACCOUNT TO ERR-MENSAGEM (26:12)
               ELSE
                   MOVE "SEM PAGTO" TO RL-TIPO
                   MOVE "devolucao sem pagamento - " TO ERR-MENSAGEM
                   MOVE BRI-ACCOUNT TO ERR-MENSAGEM (27:12)
               END-IF
               MOVE "PROD1V8" TO ERR-PROGRAMA
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               MOVE BRI-ACCOUNT TO RL-ACCOUNT
               MOVE BRI-AMOUNT TO RL-AMOUNT
               MOVE BRI-RETURN-DATE TO RL-DATE
               MOVE BRI-REASON TO RL-REASON
               WRITE RETURNS-LIST-LINE
                   AFTER ADVANCING 1 LINE
               GO TO TRATAR-DEVOLUCAO-LER
           END-IF.

           IF RET-COUNT = 500 OR MARCA-COUNT = 500
               ADD 1 TO LINHAS-REJEITADAS
               MOVE "PROD1V8" TO ERR-PROGRAMA
               MOVE "E04" TO ERR-CODIGO
               MOVE "tabela de devolucoes cheia - " TO ERR-MENSAGEM
               MOVE BRI-ACCOUNT TO ERR-MENSAGEM (30:12)
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               GO TO TRATAR-DEVOLUCAO-LER
           END-IF.

           ADD 1 TO RET-COUNT.
           MOVE PAG-EMP-NUMBER TO RET-TBL-EMP-NUMBER (RET-COUNT).
           MOVE PAG-LAST-NAME TO RET-TBL-LAST-NAME (RET-COUNT).
           MOVE PAG-FIRST-NAME TO RET-TBL-FIRST-NAME (RET-COUNT).
           MOVE BRI-ACCOUNT TO RET-TBL-ACCOUNT (RET-COUNT).
           MOVE BRI-AMOUNT TO RET-TBL-AMOUNT (RET-COUNT).
           MOVE PAG-WEEK-END TO RET-TBL-WEEK-END (RET-COUNT).
           MOVE PAG-PAID-DATE TO RET-TBL-PAID-DATE (RET-COUNT).
           MOVE BRI-RETURN-DATE TO RET-TBL-RETURN-DATE (RET-COUNT).
           MOVE BRI-REASON TO RET-TBL-REASON (RET-COUNT).
           MOVE "P" TO RET-TBL-STATUS (RET-COUNT).
           MOVE SPACES TO RET-TBL-NEW-ACCOUNT (RET-COUNT).
           MOVE SPACES TO RET-TBL-REISSUE-DATE (RET-COUNT).

           MOVE RET-COUNT TO RET-IDX.
           MOVE "D" TO MARCA-TBL-STATUS (MARCA-COUNT + 1).
           PERFORM GUARDAR-MARCA.

           ADD 1 TO LINHAS-TRATADAS.
           ADD BRI-AMOUNT TO TOTAL-DEVOLVIDO.

           MOVE "PROD1V8" TO AUD-PROGRAMA.
           MOVE SPACES TO AUD-CHAVE.
           MOVE PAG-LAST-NAME TO AUD-CHAVE (1:9).
           MOVE PAG-FIRST-NAME TO AUD-CHAVE (11:8).
           MOVE BRI-AMOUNT TO AUD-VALOR.
           MOVE "PAGAMENTO DEVOLVIDO" TO AUD-DESCRICAO.
           PERFORM REGISTAR-AUDITORIA THRU REGISTAR-AUDITORIA-EXIT.

           MOVE SPACES TO RETURNS-LIST-LINE.
           MOVE "DEVOLVIDO" TO RL-TIPO.
           PERFORM LISTAR-DEVOLUCAO.

           TRATAR-DEVOLUCAO-LER.

           READ BANK-RETURNS-IN
               AT END MOVE "YYY" TO BANK-RETURNS-IN-EOF
           END-READ.

      *    ---- the deposit line behind a return: same account and    ----*
      *    ---- amount, paid on or before the day it came back. the   ----*
      *    ---- latest wins, and a line already returned is passed    ----*
      *    ---- over so a return sent twice is not counted twice.     ----*
           PROCURAR-PAGAMENTO.

           MOVE "N" TO PAGAMENTO-ENCONTRADO.
           MOVE "N" TO PAGAMENTO-REPETIDO.
           MOVE SPACES TO PAGAMENTO-ESCOLHIDO.

           MOVE "YYY" TO BANK-PAYMENTS-LOG-EOF.
           OPEN INPUT BANK-PAYMENTS-LOG.
           IF BANK-PAYMENTS-LOG-STATUS = "00"
               MOVE SPACES TO BANK-PAYMENTS-LOG-EOF
               READ BANK-PAYMENTS-LOG
                   AT END MOVE "YYY" TO BANK-PAYMENTS-LOG-EOF
               END-READ
               PERFORM TESTAR-PAGAMENTO
                   UNTIL BANK-PAYMENTS-LOG-EOF = "YYY"
               CLOSE BANK-PAYMENTS-LOG
           END-IF.

           TESTAR-PAGAMENTO.

           IF BPL-ACCOUNT = BRI-ACCOUNT
                   AND BPL-NET = BRI-AMOUNT
                   AND BPL-PAID-DATE NOT > BRI-RETURN-DATE
                   AND (PAGAMENTO-ENCONTRADO = "N"
                   OR BPL-PAID-DATE NOT < PAG-PAID-DATE)
               MOVE "N" TO PAGAMENTO-REGISTADO
               PERFORM TESTAR-REGISTADO
                   VARYING RET-IDX FROM 1 BY 1
                   UNTIL RET-IDX > RET-COUNT
               IF PAGAMENTO-REGISTADO = "Y"
                   MOVE "Y" TO PAGAMENTO-REPETIDO
               ELSE
                   MOVE "Y" TO PAGAMENTO-ENCONTRADO
                   MOVE BPL-LAST-NAME TO PAG-LAST-NAME
                   MOVE BPL-FIRST-NAME TO PAG-FIRST-NAME
                   MOVE BPL-EMP-NUMBER TO PAG-EMP-NUMBER
                   MOVE BPL-WEEK-END TO PAG-WEEK-END
                   MOVE BPL-PAID-DATE TO PAG-PAID-DATE
               END-IF
           END-IF.

           READ BANK-PAYMENTS-LOG
               AT END MOVE "YYY" TO BANK-PAYMENTS-LOG-EOF
           END-READ.

           TESTAR-REGISTADO.

           IF RET-TBL-EMP-NUMBER (RET-IDX) = BPL-EMP-NUMBER
                   AND RET-TBL-WEEK-END (RET-IDX) = BPL-WEEK-END
                   AND RET-TBL-AMOUNT (RET-IDX) = BPL-NET
                   AND RET-TBL-PAID-DATE (RET-IDX) = BPL-PAID-DATE
               MOVE "Y" TO PAGAMENTO-REGISTADO
           END-IF.

      *    ---- one reissue: every pending return of the employee is  ----*
      *    ---- paid again to the new account on the supplementary    ----*
      *    ---- deposit file.                                         ----*
           TRATAR-REEMISSAO.

           ADD 1 TO LINHAS-LIDAS.

           IF BRE-EMP-NUMBER IS NOT NUMERIC OR BRE-EMP-NUMBER = ZERO
               ADD 1 TO LINHAS-REJEITADAS
               MOVE "PROD1V8" TO ERR-PROGRAMA
               MOVE "E02" TO ERR-CODIGO
               MOVE "reemissao sem numero de empregado" TO ERR-MENSAGEM
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               GO TO TRATAR-REEMISSAO-LER
           END-IF.

           PERFORM VALIDAR-CONTA-BANCARIA.
           IF ACCT-VALIDO = "N"
               ADD 1 TO LINHAS-REJEITADAS
               MOVE "PROD1V8" TO ERR-PROGRAMA
               MOVE "E09" TO ERR-CODIGO
               MOVE "conta bancaria invalida na reemissao - " TO
                   ERR-MENSAGEM
               MOVE BRE-EMP-NUMBER TO ERR-MENSAGEM (40:6)
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               GO TO TRATAR-REEMISSAO-LER
           END-IF.

           MOVE ZERO TO REEMISSOES-FEITAS.
           PERFORM REEMITIR-DEVOLUCAO
               VARYING RET-IDX FROM 1 BY 1
               UNTIL RET-IDX > RET-COUNT.

           IF REEMISSOES-FEITAS = ZERO
               ADD 1 TO LINHAS-REJEITADAS
               MOVE "PROD1V8" TO ERR-PROGRAMA
               MOVE "E02" TO ERR-CODIGO
               MOVE "reemissao sem devolucao pendente - " TO
                   ERR-MENSAGEM
               MOVE BRE-EMP-NUMBER TO ERR-MENSAGEM (36:6)
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
           ELSE
               ADD 1 TO LINHAS-TRATADAS
           END-IF.

           TRATAR-REEMISSAO-LER.

           READ BANK-REISSUE-IN
               AT END MOVE "YYY" TO BANK-REISSUE-IN-EOF
           END-READ.

           REEMITIR-DEVOLUCAO.

           IF RET-TBL-STATUS (RET-IDX) = "P"
                   AND RET-TBL-EMP-NUMBER (RET-IDX) = BRE-EMP-NUMBER
                   AND MARCA-COUNT < 500
               IF BANK-SUPP-ABERTO = "N"
                   OPEN OUTPUT BANK-SUPP-OUT
                   PERFORM ESCREVER-BANCO-CABECALHO
                   MOVE "Y" TO BANK-SUPP-ABERTO
               END-IF

               MOVE SPACES TO BANK-DEPOSIT-RECORD
               MOVE BRE-NEW-ACCOUNT TO BANK-ACCOUNT-OUT
               MOVE RET-TBL-LAST-NAME (RET-IDX) TO BANK-LAST-NAME-OUT
               MOVE RET-TBL-FIRST-NAME (RET-IDX)
                   TO BANK-FIRST-NAME-OUT
               MOVE RET-TBL-AMOUNT (RET-IDX) TO BANK-NET-PAY-OUT
               WRITE BANK-DEPOSIT-RECORD
               ADD 1 TO BANK-RECORD-COUNT
               ADD RET-TBL-AMOUNT (RET-IDX) TO BANK-RUN-TOTAL

      *        the reissue goes on the payments log too, so a second *
      *        bounce is traced back to it.                           *
               MOVE SPACES TO BANK-PAYMENTS-LOG-FILE
               MOVE BRE-NEW-ACCOUNT TO BPL-ACCOUNT
               MOVE RET-TBL-LAST-NAME (RET-IDX) TO BPL-LAST-NAME
               MOVE RET-TBL-FIRST-NAME (RET-IDX) TO BPL-FIRST-NAME
               MOVE RET-TBL-AMOUNT (RET-IDX) TO BPL-NET
               MOVE RET-TBL-EMP-NUMBER (RET-IDX) TO BPL-EMP-NUMBER
               MOVE RET-TBL-WEEK-END (RET-IDX) TO BPL-WEEK-END
               MOVE RUN-DATE TO BPL-PAID-DATE
               MOVE "R" TO BPL-ORIGEM
               WRITE BANK-PAYMENTS-LOG-FILE

               MOVE "R" TO RET-TBL-STATUS (RET-IDX)
               MOVE BRE-NEW-ACCOUNT TO RET-TBL-NEW-ACCOUNT (RET-IDX)
               MOVE RUN-DATE TO RET-TBL-REISSUE-DATE (RET-IDX)
               MOVE "R" TO MARCA-TBL-STATUS (MARCA-COUNT + 1)
               PERFORM GUARDAR-MARCA
               ADD 1 TO REEMISSOES-FEITAS
               ADD RET-TBL-AMOUNT (RET-IDX) TO TOTAL-REEMITIDO

               MOVE "PROD1V8" TO AUD-PROGRAMA
               MOVE SPACES TO AUD-CHAVE
               MOVE RET-TBL-LAST-NAME (RET-IDX) TO AUD-CHAVE (1:9)
               MOVE RET-TBL-FIRST-NAME (RET-IDX) TO AUD-CHAVE (11:8)
               MOVE RET-TBL-AMOUNT (RET-IDX) TO AUD-VALOR
               MOVE "PAGAMENTO REEMITIDO" TO AUD-DESCRICAO
               PERFORM REGISTAR-AUDITORIA THRU REGISTAR-AUDITORIA-EXIT

               MOVE SPACES TO RETURNS-LIST-LINE
               MOVE "REEMITIDO" TO RL-TIPO
               PERFORM LISTAR-DEVOLUCAO
           END-IF.

      *    ---- queues the pay history re-mark for RET-IDX's payment; ----*
      *    ---- the caller has set the new status in the next slot.   ----*
           GUARDAR-MARCA.

           ADD 1 TO MARCA-COUNT.
           MOVE RET-TBL-EMP-NUMBER (RET-IDX)
               TO MARCA-TBL-EMP-NUMBER (MARCA-COUNT).
           MOVE RET-TBL-WEEK-END (RET-IDX)
               TO MARCA-TBL-WEEK-END (MARCA-COUNT).
           MOVE RET-TBL-AMOUNT (RET-IDX)
               TO MARCA-TBL-AMOUNT (MARCA-COUNT).
           MOVE "N" TO MARCA-TBL-USADA (MARCA-COUNT).

      *    ---- one register entry onto the returns list; the caller  ----*
      *    ---- has set RL-TIPO.                                      ----*
           LISTAR-DEVOLUCAO.

           MOVE RET-TBL-EMP-NUMBER (RET-IDX) TO RL-EMP-NUMBER.
           MOVE RET-TBL-LAST-NAME (RET-IDX) TO RL-LAST-NAME.
           MOVE RET-TBL-FIRST-NAME (RET-IDX) TO RL-FIRST-NAME.
           IF RET-TBL-STATUS (RET-IDX) = "R"
               MOVE RET-TBL-NEW-ACCOUNT (RET-IDX) TO RL-ACCOUNT
               MOVE RET-TBL-REISSUE-DATE (RET-IDX) TO RL-DATE
           ELSE
               MOVE RET-TBL-ACCOUNT (RET-IDX) TO RL-ACCOUNT
               MOVE RET-TBL-RETURN-DATE (RET-IDX) TO RL-DATE
           END-IF.
           MOVE RET-TBL-AMOUNT (RET-IDX) TO RL-AMOUNT.
           MOVE RET-TBL-WEEK-END (RET-IDX) TO RL-WEEK-END.
           MOVE RET-TBL-REASON (RET-IDX) TO RL-REASON.
           WRITE RETURNS-LIST-LINE
               AFTER ADVANCING 1 LINE.

           LISTAR-PENDENTE.

           IF RET-TBL-STATUS (RET-IDX) = "P"
               MOVE SPACES TO RETURNS-LIST-LINE
               MOVE "PENDENTE" TO RL-TIPO
               PERFORM LISTAR-DEVOLUCAO
           END-IF.

      *    ---- PAY-HISTORY.txt copied to the work file and written   ----*
      *    ---- back from it, each queued re-mark applied to the      ----*
      *    ---- first line of its employee, week and amount.          ----*
           REESCREVER-PAY-HISTORY.

           OPEN INPUT PAY-HISTORY.
           IF PAY-HISTORY-STATUS NOT = "00"
               MOVE "PROD1V8" TO ERR-PROGRAMA
               MOVE "E01" TO ERR-CODIGO
               MOVE "erro ao abrir PAY-HISTORY.txt" TO ERR-MENSAGEM
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               GO TO REESCREVER-PAY-HISTORY-FIM
           END-IF.

           OPEN OUTPUT PAY-HISTORY-WORK.
           MOVE SPACES TO HISTORY-EOF.
           READ PAY-HISTORY
               AT END MOVE "YYY" TO HISTORY-EOF
           END-READ.
           PERFORM COPIAR-HISTORICO UNTIL HISTORY-EOF = "YYY".
           CLOSE PAY-HISTORY
                 PAY-HISTORY-WORK.

           OPEN INPUT PAY-HISTORY-WORK.
           OPEN OUTPUT PAY-HISTORY.
           MOVE SPACES TO HISTORY-EOF.
           READ PAY-HISTORY-WORK INTO PAY-HISTORY-FILE
               AT END MOVE "YYY" TO HISTORY-EOF
           END-READ.
           PERFORM REMARCAR-HISTORICO UNTIL HISTORY-EOF = "YYY".
           CLOSE PAY-HISTORY-WORK
                 PAY-HISTORY.

           PERFORM TESTAR-MARCA-USADA
               VARYING MARCA-IDX FROM 1 BY 1
               UNTIL MARCA-IDX > MARCA-COUNT.

           REESCREVER-PAY-HISTORY-FIM.
               EXIT.

           COPIAR-HISTORICO.

           WRITE PAY-HISTORY-WORK-RECORD FROM PAY-HISTORY-FILE.
           READ PAY-HISTORY
               AT END MOVE "YYY" TO HISTORY-EOF
           END-READ.

           REMARCAR-HISTORICO.

           PERFORM APLICAR-MARCA
               VARYING MARCA-IDX FROM 1 BY 1
               UNTIL MARCA-IDX > MARCA-COUNT.
           WRITE PAY-HISTORY-FILE.
           READ PAY-HISTORY-WORK INTO PAY-HISTORY-FILE
               AT END MOVE "YYY" TO HISTORY-EOF
           END-READ.

      *    a return marks a paid or reissued week D; a reissue marks  *
      *    a returned week R. marks apply in the order queued, so a   *
      *    return and its reissue in one run leave the week R.        *
           APLICAR-MARCA.

           IF MARCA-TBL-USADA (MARCA-IDX) = "N"
                   AND MARCA-TBL-EMP-NUMBER (MARCA-IDX) = PH-EMP-NUMBER
                   AND MARCA-TBL-WEEK-END (MARCA-IDX) = PH-WEEK-END
                   AND MARCA-TBL-AMOUNT (MARCA-IDX) = PH-NET
               IF (MARCA-TBL-STATUS (MARCA-IDX) = "D"
                       AND PH-PAY-STATUS NOT = "D")
                   OR (MARCA-TBL-STATUS (MARCA-IDX) = "R"
                       AND PH-PAY-STATUS = "D")
                   MOVE MARCA-TBL-STATUS (MARCA-IDX) TO PH-PAY-STATUS
                   MOVE "Y" TO MARCA-TBL-USADA (MARCA-IDX)
               END-IF
           END-IF.

      *    a week the history does not hold is still returned or      *
      *    reissued -- only the history mark is missing. say so.      *
           TESTAR-MARCA-USADA.

           IF MARCA-TBL-USADA (MARCA-IDX) = "N"
               MOVE "PROD1V8" TO ERR-PROGRAMA
               MOVE "E02" TO ERR-CODIGO
               MOVE "semana sem linha no historico - " TO ERR-MENSAGEM
               MOVE MARCA-TBL-EMP-NUMBER (MARCA-IDX)
                   TO ERR-MENSAGEM (33:6)
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
           END-IF.

      *    ---- opens BANK-PAYMENTS-LOG.txt for append, creating it   ----*
      *    ---- when PROD1V1 has not yet written one.                 ----*
           ABRIR-BANK-PAYMENTS-LOG.

           OPEN EXTEND BANK-PAYMENTS-LOG.
           IF BANK-PAYMENTS-LOG-STATUS = "05"
                   OR BANK-PAYMENTS-LOG-STATUS = "35"
               OPEN OUTPUT BANK-PAYMENTS-LOG
               CLOSE BANK-PAYMENTS-LOG
               OPEN EXTEND BANK-PAYMENTS-LOG
           END-IF.

      *    ---- pulls BANK-RETURNS.txt, if present, into RET-TABLE.   ----*
           LOAD-BANK-RETURNS.

           MOVE "YYY" TO BANK-RETURNS-EOF.
           OPEN INPUT BANK-RETURNS.

           IF BANK-RETURNS-STATUS = "00"
               MOVE SPACES TO BANK-RETURNS-EOF
               READ BANK-RETURNS
                   AT END MOVE "YYY" TO BANK-RETURNS-EOF
               END-READ

               PERFORM BUILD-RETURN-ENTRY
                   UNTIL BANK-RETURNS-EOF = "YYY"

               CLOSE BANK-RETURNS
           END-IF.

           BUILD-RETURN-ENTRY.

           IF RET-COUNT = 500
               MOVE "Y" TO RETURNS-OVERFLOW
           END-IF.

           IF RET-COUNT < 500 AND BRG-AMOUNT IS NUMERIC
               ADD 1 TO RET-COUNT
               MOVE BRG-EMP-NUMBER TO RET-TBL-EMP-NUMBER (RET-COUNT)
               MOVE BRG-LAST-NAME TO RET-TBL-LAST-NAME (RET-COUNT)
               MOVE BRG-FIRST-NAME TO RET-TBL-FIRST-NAME (RET-COUNT)
               MOVE BRG-ACCOUNT TO RET-TBL-ACCOUNT (RET-COUNT)
               MOVE BRG-AMOUNT TO RET-TBL-AMOUNT (RET-COUNT)
               MOVE BRG-WEEK-END TO RET-TBL-WEEK-END (RET-COUNT)
               MOVE BRG-PAID-DATE TO RET-TBL-PAID-DATE (RET-COUNT)
               MOVE BRG-RETURN-DATE TO RET-TBL-RETURN-DATE (RET-COUNT)
               MOVE BRG-REASON TO RET-TBL-REASON (RET-COUNT)
               MOVE BRG-STATUS TO RET-TBL-STATUS (RET-COUNT)
               MOVE BRG-NEW-ACCOUNT TO RET-TBL-NEW-ACCOUNT (RET-COUNT)
               MOVE BRG-REISSUE-DATE
                   TO RET-TBL-REISSUE-DATE (RET-COUNT)
           END-IF.

           READ BANK-RETURNS
               AT END MOVE "YYY" TO BANK-RETURNS-EOF
           END-READ.

      *    ---- rewrites BANK-RETURNS.txt from RET-TABLE. a return    ----*
      *    ---- reissued before last year is dropped -- the history   ----*
      *    ---- and the audit trail still carry it.                   ----*
           SAVE-BANK-RETURNS.

           IF RET-COUNT = ZERO
               GO TO SAVE-BANK-RETURNS-FIM
           END-IF.

           MOVE RUN-DATE-YYYY TO ANO-LIMITE.
           SUBTRACT 1 FROM ANO-LIMITE.

           OPEN OUTPUT BANK-RETURNS.
           PERFORM WRITE-RETURN-ENTRY
               VARYING RET-IDX FROM 1 BY 1
               UNTIL RET-IDX > RET-COUNT.
           CLOSE BANK-RETURNS.

           SAVE-BANK-RETURNS-FIM.
               EXIT.

           WRITE-RETURN-ENTRY.

           IF RET-TBL-STATUS (RET-IDX) = "R"
                   AND RET-TBL-REISSUE-DATE (RET-IDX) (1:4) < ANO-LIMITE
               CONTINUE
           ELSE
               MOVE SPACES TO BANK-RETURNS-FILE
               MOVE RET-TBL-EMP-NUMBER (RET-IDX) TO BRG-EMP-NUMBER
               MOVE RET-TBL-LAST-NAME (RET-IDX) TO BRG-LAST-NAME
               MOVE RET-TBL-FIRST-NAME (RET-IDX) TO BRG-FIRST-NAME
               MOVE RET-TBL-ACCOUNT (RET-IDX) TO BRG-ACCOUNT
               MOVE RET-TBL-AMOUNT (RET-IDX) TO BRG-AMOUNT
               MOVE RET-TBL-WEEK-END (RET-IDX) TO BRG-WEEK-END
               MOVE RET-TBL-PAID-DATE (RET-IDX) TO BRG-PAID-DATE
               MOVE RET-TBL-RETURN-DATE (RET-IDX) TO BRG-RETURN-DATE
               MOVE RET-TBL-REASON (RET-IDX) TO BRG-REASON
               MOVE RET-TBL-STATUS (RET-IDX) TO BRG-STATUS
               MOVE RET-TBL-NEW-ACCOUNT (RET-IDX) TO BRG-NEW-ACCOUNT
               MOVE RET-TBL-REISSUE-DATE (RET-IDX) TO BRG-REISSUE-DATE
               WRITE BANK-RETURNS-FILE
           END-IF.

      *    ---- bank file header and trailer, as PROD1V1 writes them. ----*
           ESCREVER-BANCO-CABECALHO.

           MOVE SPACES TO BANK-HEADER-RECORD.
           MOVE "H" TO BANK-HDR-TYPE.
           MOVE BANK-ORIGINATOR TO BANK-HDR-ORIGINATOR.
           MOVE RUN-DATE-DISPLAY TO BANK-HDR-DATE.
           WRITE BANK-HEADER-RECORD.

           ESCREVER-BANCO-TRAILER.

           MOVE SPACES TO BANK-TRAILER-RECORD.
           MOVE "T" TO BANK-TRL-TYPE.
           MOVE BANK-RECORD-COUNT TO BANK-TRL-COUNT.
           MOVE BANK-RUN-TOTAL TO BANK-TRL-HASH.
           WRITE BANK-TRAILER-RECORD.

      *    ---- weighted mod-11 test on the 12-digit account number,  ----*
      *    ---- as PROD1V1 applies it: weights 12 down to 2 over the  ----*
      *    ---- 11 body digits, twelfth digit must match.             ----*
           VALIDAR-CONTA-BANCARIA.

           MOVE "Y" TO ACCT-VALIDO.
           MOVE BRE-NEW-ACCOUNT TO ACCT-DIGITOS.

           IF ACCT-DIGITOS IS NOT NUMERIC
               MOVE "N" TO ACCT-VALIDO
           ELSE
               MOVE ZERO TO ACCT-CHECKSUM
               PERFORM SOMAR-DIGITO-CONTA
                   VARYING ACCT-IDX FROM 1 BY 1
                   UNTIL ACCT-IDX > 11

               DIVIDE ACCT-CHECKSUM BY 11
                   GIVING ACCT-QUOTIENT
                   REMAINDER ACCT-REMAINDER

               COMPUTE ACCT-REMAINDER = 11 - ACCT-REMAINDER
               IF ACCT-REMAINDER = 11
                   MOVE ZERO TO ACCT-REMAINDER
               END-IF

               IF ACCT-REMAINDER = 10
                   MOVE "N" TO ACCT-VALIDO
               ELSE
                   IF ACCT-REMAINDER NOT = ACCT-DIGITO (12)
                       MOVE "N" TO ACCT-VALIDO
                   END-IF
               END-IF
           END-IF.

           SOMAR-DIGITO-CONTA.

           COMPUTE ACCT-WEIGHT = 13 - ACCT-IDX.
           COMPUTE ACCT-CHECKSUM =
                   ACCT-CHECKSUM +
                   (ACCT-DIGITO (ACCT-IDX) * ACCT-WEIGHT).

           COPY DATEPD.
           COPY AUDITPD.
           COPY GLPD.
           COPY RUNSTPD.
           COPY LOCKPD.

       END PROGRAM PROD1V8.
