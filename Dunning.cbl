      *=======================================================================*
       IDENTIFICATION DIVISION.
      *=======================================================================*
       PROGRAM-ID. PROD2V5.
      *************************************************************************
      *************************************************************************
      *************************************************************************
      *                           IEFP SOLUTIONS                              *
      *OBJECTIVO:                                                             *
      *               CARTAS DE COBRANCA E JUROS DE MORA                      *
      *               percorre o razao de facturas que o PROD2V1 mantem       *
      *               e, por cada factura vencida, emite o lembrete           *
      *               seguinte -- primeiro lembrete, segundo lembrete,        *
      *               interpelacao final -- guardando o nivel no              *
      *               historico para ninguem receber a mesma carta duas       *
      *               vezes. na interpelacao final calcula os juros de        *
      *               mora contratuais e factura-os como novo debito.         *
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

      *    the open-invoice ledger PROD2V1 carries each invoice on    *
      *    from issue to settlement -- loaded whole here and, with    *
      *    tonight's interest charges added, rewritten whole.         *
           SELECT OPEN-INVOICES ASSIGN TO 'OPEN-INVOICES.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPEN-INVOICES-STATUS.
      *    an interest charge is an invoice like any other: it takes  *
      *    the next number off PROD2V1's register and its document    *
      *    goes on the period's invoice file.                         *
           SELECT INVOICE-REGISTER ASSIGN TO 'INVOICE-REGISTER.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INVOICE-REGISTER-STATUS.
           SELECT INVOICE-DOC-OUT ASSIGN DYNAMIC INVOICE-DOC-FILENAME
               FILE STATUS IS INVOICE-DOC-STATUS.
      *    the reminder level each open invoice has reached, carried  *
      *    across runs the load-whole/rewrite-whole way.              *
           SELECT DUNNING-HISTORY ASSIGN TO 'DUNNING-HISTORY.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DUNNING-HISTORY-STATUS.
           SELECT DUNNING-LETTERS-OUT
               ASSIGN DYNAMIC DUNNING-LETTERS-FILENAME
               FILE STATUS IS DUNNING-LETTERS-STATUS.

      *    ---- shared run-date/error-log facility, common to the      ----*
      *    ---- overnight batch suite.                                 ----*
           COPY DATESEL.
           COPY AUDITSEL.
           COPY CURRSEL.
           COPY GLSEL.
           COPY RUNSTSEL.
           COPY LOCKSEL.
           COPY DFISEL.

      *=======================================================================*
                               DATA DIVISION.
      *=======================================================================*
                               FILE SECTION.

      *          ======== open invoice ledger ========                 *
      *    same record as PROD2V1 carries -- keep the two in step.     *
           FD OPEN-INVOICES.
           01 OPEN-INVOICES-FILE.
               02 OINV_NUMBER PIC 9(7).
               02 OINV_CLIENT PIC A(20).
               02 OINV_DATE PIC 9(8).
               02 OINV_TOTAL PIC 9(7)V99.
               02 OINV_PAID PIC 9(7)V99.
               02 OINV_ESTADO PIC X(1).
               02 OINV_BRANCH PIC 9(2).

      *          ======== invoice number register ========             *
      *    same record as PROD2V1 carries -- keep the two in step.     *
           FD INVOICE-REGISTER.
           01 INVOICE-REGISTER-RECORD.
               02 INVREG-LAST-NUMBER PIC 9(7).

      *          ======== invoice document file ========               *
      *    same layout as PROD2V1's invoice documents, so an interest *
      *    charge reads like any other invoice in the period's file.  *
           FD INVOICE-DOC-OUT.
           01 INVOICE-HEADER-LINE.
               02 INV-HDR-LABEL PIC X(8).
               02 INV-HDR-NUMBER PIC 9(7).
               02 FILLER PIC X(2) VALUE SPACES.
               02 INV-HDR-DATE-LABEL PIC X(6).
               02 INV-HDR-DATE PIC X(10).
               02 FILLER PIC X(2) VALUE SPACES.
               02 INV-HDR-CLIENT-LABEL PIC X(8).
               02 INV-HDR-CLIENT PIC A(20).

           01 INVOICE-DETAIL-LINE.
               02 FILLER PIC X(4) VALUE SPACES.
               02 INV-DET-LABEL PIC X(20).
               02 INV-DET-AMOUNT PIC -(5)9.99.
               02 FILLER PIC X(1) VALUE SPACE.
               02 INV-DET-CURRENCY PIC X(3).

           01 INVOICE-SEPARATOR-LINE.
               02 INV-SEP-TEXT PIC X(50).

      *          ======== dunning history ========                     *
      *    one line per open invoice that has had a letter: number,   *
      *    customer, the last level sent (1 first reminder, 2 second  *
      *    reminder, 3 final demand) and when. J in DUN_TIPO marks an *
      *    interest charge this run raised -- chased like any other   *
      *    invoice, but never charged interest on itself.             *
           FD DUNNING-HISTORY.
           01 DUNNING-HISTORY-FILE.
               02 DUN_INVOICE_NUMBER PIC 9(7).
               02 DUN_CLIENT PIC A(20).
               02 DUN_NIVEL PIC 9(1).
               02 DUN_DATA PIC 9(8).
               02 DUN_TIPO PIC X(1).

      *          ======== dunning letters ========                     *
      *    one letter per invoice per stage: a header naming the      *
      *    stage, the invoice and its balance, the days overdue and,  *
      *    on a final demand, the interest charged. the 01s share     *
      *    the record area, so every field is re-MOVEd fresh before   *
      *    each WRITE.                                                *
           FD DUNNING-LETTERS-OUT.
           01 LETTER-HEADER-LINE.
               02 LET-HDR-LABEL PIC X(14).
               02 FILLER PIC X(2) VALUE SPACES.
               02 LET-HDR-DATE-LABEL PIC X(6).
               02 LET-HDR-DATE PIC X(10).
               02 FILLER PIC X(2) VALUE SPACES.
               02 LET-HDR-CLIENT-LABEL PIC X(8).
               02 LET-HDR-CLIENT PIC A(20).

           01 LETTER-DETAIL-LINE.
               02 FILLER PIC X(4) VALUE SPACES.
               02 LET-DET-LABEL PIC X(20).
               02 LET-DET-AMOUNT PIC -(6)9.99.

           01 LETTER-DAYS-LINE.
               02 FILLER PIC X(4) VALUE SPACES.
               02 LET-DIAS-LABEL PIC X(20).
               02 LET-DIAS-VALOR PIC ZZZZ9.

           01 LETTER-SEPARATOR-LINE.
               02 LET-SEP-TEXT PIC X(50).

           COPY DATEFD.
           COPY AUDITFD.
           COPY CURRFD.
           COPY GLFD.
           COPY RUNSTFD.
           COPY LOCKFD.
           COPY DFIFD.

      *=======================================================================*
                           WORKING-STORAGE SECTION.

           COPY DATEWS.
           COPY AUDITWS.
           COPY CURRWS.
           COPY GLWS.
           COPY RUNSTWS.
           COPY LOCKWS.
           COPY DFIWS.

       77  OPEN-INVOICES-STATUS PIC X(2) VALUE SPACES.
       77  OPEN-INVOICES-EOF PIC A(3) VALUE SPACES.
       77  INVOICE-REGISTER-STATUS PIC X(2) VALUE SPACES.
       77  INVOICE-DOC-FILENAME PIC X(30) VALUE SPACES.
       77  INVOICE-DOC-STATUS PIC X(2) VALUE SPACES.
       77  LAST-INVOICE-NUMBER PIC 9(7) VALUE ZERO.
       77  DUNNING-HISTORY-STATUS PIC X(2) VALUE SPACES.
       77  DUNNING-HISTORY-EOF PIC A(3) VALUE SPACES.
       77  DUNNING-LETTERS-FILENAME PIC X(30) VALUE SPACES.
       77  DUNNING-LETTERS-STATUS PIC X(2) VALUE SPACES.

      *    the dunning policy: an invoice falls due DUN-PRAZO days    *
      *    after issue; the first reminder goes once it is            *
      *    DUN-DIAS-NIVEL-1 days overdue, the second at               *
      *    DUN-DIAS-NIVEL-2, the final demand at DUN-DIAS-NIVEL-3.    *
      *    one step per letter, never closer than DUN-INTERVALO days  *
      *    apart, so a customer always sees the stages in order.      *
       77  DUN-PRAZO PIC 9(3) VALUE 30.
       77  DUN-DIAS-NIVEL-1 PIC 9(3) VALUE 15.
       77  DUN-DIAS-NIVEL-2 PIC 9(3) VALUE 30.
       77  DUN-DIAS-NIVEL-3 PIC 9(3) VALUE 60.
       77  DUN-INTERVALO PIC 9(3) VALUE 10.
      *    the contractual late-payment rate on the rental terms,     *
      *    per year, charged per day overdue on the open balance.     *
       77  DUN-TAXA-JURO-ANUAL PIC V9999 VALUE .1000.

       77  OINV-COUNT PIC 9(3) VALUE ZERO.
       77  OINV-IDX PIC 9(3) VALUE ZERO.
      *    a ledger too big for the table must never be rewritten     *
      *    from it -- that would delete the overflow invoices.        *
       77  OINV-OVERFLOW PIC X(1) VALUE "N".
       77  OINV-SALDO PIC 9(7)V99 VALUE ZERO.

       01  OINV-TABLE.
           02  OINV-ENTRY OCCURS 300 TIMES.
               03 OINV-TBL-NUMBER PIC 9(7).
               03 OINV-TBL-CLIENT PIC A(20).
               03 OINV-TBL-DATE PIC 9(8).
               03 OINV-TBL-TOTAL PIC 9(7)V99.
               03 OINV-TBL-PAID PIC 9(7)V99.
               03 OINV-TBL-ESTADO PIC X(1).
               03 OINV-TBL-BRANCH PIC 9(2).

       77  HIST-COUNT PIC 9(3) VALUE ZERO.
       77  HIST-IDX PIC 9(3) VALUE ZERO.
       77  HIST-ATUAL PIC 9(3) VALUE ZERO.
      *    a history too big for the table must never be rewritten    *
      *    from it -- the overflow invoices would start again at the  *
      *    first reminder.                                            *
       77  HIST-OVERFLOW PIC X(1) VALUE "N".
       77  HIST-GUARDAR PIC X(1) VALUE "N".

       01  HIST-TABLE.
           02  HIST-ENTRY OCCURS 300 TIMES.
               03 HIST-TBL-NUMBER PIC 9(7).
               03 HIST-TBL-CLIENT PIC A(20).
               03 HIST-TBL-NIVEL PIC 9(1).
               03 HIST-TBL-DATA PIC 9(8).
               03 HIST-TBL-TIPO PIC X(1).

       77  NIVEL-ANTERIOR PIC 9(1) VALUE ZERO.
       77  NIVEL-DEVIDO PIC 9(1) VALUE ZERO.
       77  NIVEL-NOVO PIC 9(1) VALUE ZERO.
       77  DIAS-VENCIDOS PIC S9(7) VALUE ZERO.
       77  DIAS-DESDE-CARTA PIC S9(7) VALUE ZERO.
       77  FACTURA-JUROS PIC X(1) VALUE "N".
       77  JUROS-AMT PIC 9(7)V99 VALUE ZERO.
       77  JUROS-FACTURA-NUMBER PIC 9(7) VALUE ZERO.
       77  FACTURA-ORIGEM PIC 9(7) VALUE ZERO.
       77  CLIENTE-ORIGEM PIC A(20) VALUE SPACES.

       77  FACTURAS-LIDAS PIC 9(5) VALUE ZERO.
       77  CARTAS-EMITIDAS PIC 9(5) VALUE ZERO.
       77  TOTAL-LEMBRETE-1 PIC 9(5) VALUE ZERO.
       77  TOTAL-LEMBRETE-2 PIC 9(5) VALUE ZERO.
       77  TOTAL-FINAIS PIC 9(5) VALUE ZERO.
       77  TOTAL-JUROS PIC 9(7)V99 VALUE ZERO.

       77  RUN-DATE-SERIAL PIC 9(7) VALUE ZERO.
       77  RUN-DATE-YYYYMMDD PIC 9(8) VALUE ZERO.

      *    caller fills CAL-DATA-ENTRADA before PERFORM                 *
      *    CONVERTER-DATA-DIAS; CAL-DIAS-SAIDA comes back as a day      *
      *    serial, the same routine PROD2V1 ages its invoices with.     *
       01  CAL-DATA-ENTRADA.
           02  CAL-ANO PIC 9(4).
           02  CAL-MES PIC 9(2).
           02  CAL-DIA PIC 9(2).
       77  CAL-DIAS-SAIDA PIC 9(7) VALUE ZERO.
       77  CAL-ANOS-ANTES PIC 9(4) VALUE ZERO.
       77  CAL-BISSEXTOS PIC 9(4) VALUE ZERO.
       77  CAL-Q4 PIC 9(4) VALUE ZERO.
       77  CAL-Q100 PIC 9(4) VALUE ZERO.
       77  CAL-Q400 PIC 9(4) VALUE ZERO.
       77  CAL-RESTO PIC 9(4) VALUE ZERO.
       77  CAL-BISSEXTO-FLAG PIC X(1) VALUE "N".

       01  CAL-MES-ACUMULADO-LIT PIC X(36) VALUE
           "000031059090120151181212243273304334".
       01  CAL-MES-ACUMULADO REDEFINES CAL-MES-ACUMULADO-LIT.
           02  CAL-MES-DIAS PIC 9(3) OCCURS 12 TIMES.

      *=======================================================================*
                             PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM ABRIR-ERROR-LOG.
           PERFORM ABRIR-AUDIT-TRAIL.
      *    ---- the ledger and the invoice register are rewritten    ----*
      *    ---- here: take the run lock or refuse loudly.             ----*
           MOVE "PROD2V5" TO LOCK-PROGRAMA.
           PERFORM OBTER-RUN-LOCK THRU OBTER-RUN-LOCK-EXIT.
           IF LOCK-OBTIDO = "N"
               DISPLAY "PROD2V5 - JA EM EXECUCAO - RECUSADO"
               MOVE 8 TO RETURN-CODE
               CLOSE ERROR-LOG
                     AUDIT-TRAIL
               STOP RUN
           END-IF.

           MOVE "PROD2V5" TO RST-PROGRAMA.
           PERFORM REGISTAR-INICIO-EXECUCAO
               THRU REGISTAR-INICIO-EXECUCAO-EXIT.
           PERFORM OBTER-DATA-EXECUCAO.
           PERFORM CALCULAR-DATA-CORRENTE.
           DISPLAY "PROD2V5 - RUN DATE: " RUN-DATE-DISPLAY.

           STRING "DUNNING-LETTERS-" RUN-PERIOD-TAG ".txt"
               DELIMITED BY SIZE INTO DUNNING-LETTERS-FILENAME.
           STRING "INVOICE-DOC-" RUN-PERIOD-TAG ".txt"
               DELIMITED BY SIZE INTO INVOICE-DOC-FILENAME.

           PERFORM CARREGAR-PLANO-CONTAS
               THRU CARREGAR-PLANO-CONTAS-EXIT.
           PERFORM CARREGAR-CAMBIOS.
           PERFORM READ-INVOICE-REGISTER.
           PERFORM LOAD-OPEN-INVOICES.
           PERFORM LOAD-DUNNING-HISTORY.

      *    ---- invoices are legal documents: the period's file is    ----*
      *    ---- appended to, never truncated; so is the period's      ----*
      *    ---- letters file, which keeps every night's letters.      ----*
           PERFORM ABRIR-FACTURAS.
           PERFORM ABRIR-CARTAS.

           PERFORM AVALIAR-FACTURA THRU AVALIAR-FACTURA-FIM
               VARYING OINV-IDX FROM 1 BY 1
               UNTIL OINV-IDX > OINV-COUNT.

           CLOSE DUNNING-LETTERS-OUT
                 INVOICE-DOC-OUT.

           PERFORM PERSIST-INVOICE-REGISTER.
           PERFORM GRAVAR-FACTURAS-ABERTAS
               THRU GRAVAR-FACTURAS-ABERTAS-FIM.
           PERFORM GRAVAR-DUNNING-HISTORY
               THRU GRAVAR-DUNNING-HISTORY-FIM.

      *    ---- the interest raised tonight: receivable against      ----*
      *    ---- interest income. outside the scope of VAT, so there  ----*
      *    ---- is no VAT line and nothing for VAT-CONTROL.txt.       ----*
           MOVE "PROD2V5" TO GL-PROGRAMA.
           MOVE RUN-PERIOD-TAG TO GL-PERIODO.
           MOVE "ALU-CLIENTES" TO GL-CHAVE-CONTA.
           MOVE "D" TO GL-DC.
           MOVE TOTAL-JUROS TO GL-MONTANTE.
           PERFORM REGISTAR-LANCAMENTO THRU REGISTAR-LANCAMENTO-EXIT.
           MOVE "ALU-JUROS" TO GL-CHAVE-CONTA.
           MOVE "C" TO GL-DC.
           MOVE TOTAL-JUROS TO GL-MONTANTE.
           PERFORM REGISTAR-LANCAMENTO THRU REGISTAR-LANCAMENTO-EXIT.
           PERFORM LIBERTAR-DIARIO THRU LIBERTAR-DIARIO-EXIT.

           DISPLAY "PROD2V5 - LEMBRETE 1 " TOTAL-LEMBRETE-1
               " LEMBRETE 2 " TOTAL-LEMBRETE-2
               " FINAIS " TOTAL-FINAIS.

      *    ---- one FIM line on RUN-STATUS.txt: invoices examined,   ----*
      *    ---- letters sent and the interest posted to the audit    ----*
      *    ---- trail.                                                ----*
           MOVE FACTURAS-LIDAS TO RST-LIDOS.
           MOVE CARTAS-EMITIDAS TO RST-GRAVADOS.
           MOVE ZERO TO RST-REJEITADOS.
           MOVE TOTAL-JUROS TO RST-VALOR.
           MOVE "OK" TO RST-RESULTADO.
           PERFORM REGISTAR-FIM-EXECUCAO
               THRU REGISTAR-FIM-EXECUCAO-EXIT.

           PERFORM LIBERTAR-RUN-LOCK.

           CLOSE ERROR-LOG
                 AUDIT-TRAIL.
           STOP RUN.

      *    ---- derives the YYYYMMDD form and the day serial of the    ----*
      *    ---- run date once, for the days-overdue arithmetic.        ----*
           CALCULAR-DATA-CORRENTE.
           COMPUTE RUN-DATE-YYYYMMDD =
                   (RUN-DATE-YYYY * 10000)
                   + (RUN-DATE-MM * 100) + RUN-DATE-DD.
           MOVE RUN-DATE-YYYY TO CAL-ANO.
           MOVE RUN-DATE-MM TO CAL-MES.
           MOVE RUN-DATE-DD TO CAL-DIA.
           PERFORM CONVERTER-DATA-DIAS.
           MOVE CAL-DIAS-SAIDA TO RUN-DATE-SERIAL.

      *    ---- turns CAL-DATA-ENTRADA (YYYY/MM/DD) into a day serial  ----*
      *    ---- in CAL-DIAS-SAIDA, so days overdue are plain           ----*
      *    ---- arithmetic across month and year boundaries.           ----*
           CONVERTER-DATA-DIAS.

           COMPUTE CAL-ANOS-ANTES = CAL-ANO - 1.
           DIVIDE CAL-ANOS-ANTES BY 4 GIVING CAL-Q4.
           DIVIDE CAL-ANOS-ANTES BY 100 GIVING CAL-Q100.
           DIVIDE CAL-ANOS-ANTES BY 400 GIVING CAL-Q400.
           COMPUTE CAL-BISSEXTOS = CAL-Q4 - CAL-Q100 + CAL-Q400.

           COMPUTE CAL-DIAS-SAIDA =
                   (CAL-ANOS-ANTES * 365) + CAL-BISSEXTOS
                   + CAL-MES-DIAS (CAL-MES) + CAL-DIA.

           PERFORM VERIFICAR-BISSEXTO.
           IF CAL-BISSEXTO-FLAG = "Y" AND CAL-MES > 2
               ADD 1 TO CAL-DIAS-SAIDA
           END-IF.

      *    ---- leap-year test on CAL-ANO: divisible by 4, except      ----*
      *    ---- century years, which must be divisible by 400.         ----*
           VERIFICAR-BISSEXTO.

           MOVE "N" TO CAL-BISSEXTO-FLAG.
           DIVIDE CAL-ANO BY 4 GIVING CAL-Q4 REMAINDER CAL-RESTO.
           IF CAL-RESTO = ZERO
               MOVE "Y" TO CAL-BISSEXTO-FLAG
               DIVIDE CAL-ANO BY 100 GIVING CAL-Q100
                   REMAINDER CAL-RESTO
               IF CAL-RESTO = ZERO
                   MOVE "N" TO CAL-BISSEXTO-FLAG
                   DIVIDE CAL-ANO BY 400 GIVING CAL-Q400
                       REMAINDER CAL-RESTO
                   IF CAL-RESTO = ZERO
                       MOVE "Y" TO CAL-BISSEXTO-FLAG
                   END-IF
               END-IF
           END-IF.

      *    ---- the exchange-rate table, for the base currency the   ----*
      *    ---- documents are issued in.                             ----*
           CARREGAR-CAMBIOS.

           MOVE "YYY" TO CURRENCY-RATES-EOF.
           OPEN INPUT CURRENCY-RATES.
           IF CURRENCY-RATES-STATUS = "00"
               MOVE SPACES TO CURRENCY-RATES-EOF
               PERFORM LOAD-CURRENCY-TABLE
               CLOSE CURRENCY-RATES
           END-IF.

      *    ---- opens the period's invoice-document file for append,  ----*
      *    ---- creating it on the period's first run.                ----*
           ABRIR-FACTURAS.

           OPEN EXTEND INVOICE-DOC-OUT.
           IF INVOICE-DOC-STATUS = "05" OR INVOICE-DOC-STATUS = "35"
               OPEN OUTPUT INVOICE-DOC-OUT
               CLOSE INVOICE-DOC-OUT
               OPEN EXTEND INVOICE-DOC-OUT
           END-IF.

      *    ---- opens the period's letters file for append, creating  ----*
      *    ---- it on the period's first run.                         ----*
           ABRIR-CARTAS.

           OPEN EXTEND DUNNING-LETTERS-OUT.
           IF DUNNING-LETTERS-STATUS = "05"
                   OR DUNNING-LETTERS-STATUS = "35"
               OPEN OUTPUT DUNNING-LETTERS-OUT
               CLOSE DUNNING-LETTERS-OUT
               OPEN EXTEND DUNNING-LETTERS-OUT
           END-IF.

      *    ---- picks up the last invoice number issued, so an        ----*
      *    ---- interest charge carries the legal sequence straight   ----*
      *    ---- on from PROD2V1's.                                    ----*
           READ-INVOICE-REGISTER.

           OPEN INPUT INVOICE-REGISTER.

           IF INVOICE-REGISTER-STATUS = "00"
               READ INVOICE-REGISTER
                   AT END MOVE ZERO TO INVREG-LAST-NUMBER
               END-READ
               MOVE INVREG-LAST-NUMBER TO LAST-INVOICE-NUMBER
               CLOSE INVOICE-REGISTER
           ELSE
               MOVE ZERO TO LAST-INVOICE-NUMBER
           END-IF.

           PERSIST-INVOICE-REGISTER.

           OPEN OUTPUT INVOICE-REGISTER.
           MOVE LAST-INVOICE-NUMBER TO INVREG-LAST-NUMBER.
           WRITE INVOICE-REGISTER-RECORD.
           CLOSE INVOICE-REGISTER.

      *    ---- pulls OPEN-INVOICES.txt, if present, into OINV-TABLE. ----*
           LOAD-OPEN-INVOICES.

           MOVE "YYY" TO OPEN-INVOICES-EOF.
           OPEN INPUT OPEN-INVOICES.

           IF OPEN-INVOICES-STATUS = "00"
               MOVE SPACES TO OPEN-INVOICES-EOF
               READ OPEN-INVOICES
                   AT END MOVE "YYY" TO OPEN-INVOICES-EOF
               END-READ
               PERFORM BUILD-OINV-ENTRY
                   UNTIL OPEN-INVOICES-EOF = "YYY"
               CLOSE OPEN-INVOICES
           END-IF.

           BUILD-OINV-ENTRY.

           IF OINV-COUNT = 300 AND OINV-OVERFLOW = "N"
               MOVE "Y" TO OINV-OVERFLOW
               MOVE "PROD2V5" TO ERR-PROGRAMA
               MOVE "E01" TO ERR-CODIGO
               MOVE "razao de facturas excede a tabela" TO ERR-MENSAGEM
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
           END-IF.

           IF OINV-COUNT < 300
               ADD 1 TO OINV-COUNT
               MOVE OINV_NUMBER TO OINV-TBL-NUMBER (OINV-COUNT)
               MOVE OINV_CLIENT TO OINV-TBL-CLIENT (OINV-COUNT)
               MOVE OINV_DATE TO OINV-TBL-DATE (OINV-COUNT)
               MOVE OINV_TOTAL TO OINV-TBL-TOTAL (OINV-COUNT)
               MOVE OINV_PAID TO OINV-TBL-PAID (OINV-COUNT)
               MOVE OINV_ESTADO TO OINV-TBL-ESTADO (OINV-COUNT)
               IF OINV_BRANCH IS NUMERIC
                   MOVE OINV_BRANCH TO OINV-TBL-BRANCH (OINV-COUNT)
               ELSE
                   MOVE ZERO TO OINV-TBL-BRANCH (OINV-COUNT)
               END-IF
           END-IF.

           READ OPEN-INVOICES
               AT END MOVE "YYY" TO OPEN-INVOICES-EOF
           END-READ.

      *    ---- pulls DUNNING-HISTORY.txt, if present, into           ----*
      *    ---- HIST-TABLE.                                           ----*
           LOAD-DUNNING-HISTORY.

           MOVE "YYY" TO DUNNING-HISTORY-EOF.
           OPEN INPUT DUNNING-HISTORY.

           IF DUNNING-HISTORY-STATUS = "00"
               MOVE SPACES TO DUNNING-HISTORY-EOF
               READ DUNNING-HISTORY
                   AT END MOVE "YYY" TO DUNNING-HISTORY-EOF
               END-READ
               PERFORM BUILD-HIST-ENTRY
                   UNTIL DUNNING-HISTORY-EOF = "YYY"
               CLOSE DUNNING-HISTORY
           END-IF.

           BUILD-HIST-ENTRY.

           IF HIST-COUNT = 300 AND HIST-OVERFLOW = "N"
               MOVE "Y" TO HIST-OVERFLOW
               MOVE "PROD2V5" TO ERR-PROGRAMA
               MOVE "E02" TO ERR-CODIGO
               MOVE "historico de cobranca excede a tabela" TO
                   ERR-MENSAGEM
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
           END-IF.

           IF HIST-COUNT < 300
               ADD 1 TO HIST-COUNT
               MOVE DUN_INVOICE_NUMBER TO HIST-TBL-NUMBER (HIST-COUNT)
               MOVE DUN_CLIENT TO HIST-TBL-CLIENT (HIST-COUNT)
               MOVE DUN_NIVEL TO HIST-TBL-NIVEL (HIST-COUNT)
               MOVE DUN_DATA TO HIST-TBL-DATA (HIST-COUNT)
               MOVE DUN_TIPO TO HIST-TBL-TIPO (HIST-COUNT)
               IF HIST-TBL-NIVEL (HIST-COUNT) IS NOT NUMERIC
                   MOVE ZERO TO HIST-TBL-NIVEL (HIST-COUNT)
               END-IF
               IF HIST-TBL-DATA (HIST-COUNT) IS NOT NUMERIC
                   MOVE ZERO TO HIST-TBL-DATA (HIST-COUNT)
               END-IF
           END-IF.

           READ DUNNING-HISTORY
               AT END MOVE "YYY" TO DUNNING-HISTORY-EOF
           END-READ.

      *    ---- one open invoice: how far overdue, which stage that   ----*
      *    ---- earns, and whether the next letter is due yet.        ----*
           AVALIAR-FACTURA.

           IF OINV-TBL-ESTADO (OINV-IDX) NOT = "O"
               GO TO AVALIAR-FACTURA-FIM
           END-IF.

           ADD 1 TO FACTURAS-LIDAS.
           COMPUTE OINV-SALDO =
                   OINV-TBL-TOTAL (OINV-IDX) - OINV-TBL-PAID (OINV-IDX).
           IF OINV-SALDO = ZERO
               GO TO AVALIAR-FACTURA-FIM
           END-IF.

           IF OINV-TBL-DATE (OINV-IDX) IS NOT NUMERIC
               MOVE "PROD2V5" TO ERR-PROGRAMA
               MOVE "E03" TO ERR-CODIGO
               MOVE "factura com data invalida - " TO ERR-MENSAGEM
               MOVE OINV-TBL-NUMBER (OINV-IDX) TO ERR-MENSAGEM (30:7)
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               GO TO AVALIAR-FACTURA-FIM
           END-IF.

           MOVE OINV-TBL-DATE (OINV-IDX) TO CAL-DATA-ENTRADA.
           PERFORM CONVERTER-DATA-DIAS.
           COMPUTE DIAS-VENCIDOS =
                   RUN-DATE-SERIAL - CAL-DIAS-SAIDA - DUN-PRAZO.

           MOVE ZERO TO NIVEL-DEVIDO.
           IF DIAS-VENCIDOS NOT < DUN-DIAS-NIVEL-1
               MOVE 1 TO NIVEL-DEVIDO
           END-IF.
           IF DIAS-VENCIDOS NOT < DUN-DIAS-NIVEL-2
               MOVE 2 TO NIVEL-DEVIDO
           END-IF.
           IF DIAS-VENCIDOS NOT < DUN-DIAS-NIVEL-3
               MOVE 3 TO NIVEL-DEVIDO
           END-IF.
           IF NIVEL-DEVIDO = ZERO
               GO TO AVALIAR-FACTURA-FIM
           END-IF.

           PERFORM PROCURAR-HISTORICO.
           MOVE ZERO TO NIVEL-ANTERIOR.
           MOVE "N" TO FACTURA-JUROS.
           IF HIST-ATUAL > ZERO
               MOVE HIST-TBL-NIVEL (HIST-ATUAL) TO NIVEL-ANTERIOR
               IF HIST-TBL-TIPO (HIST-ATUAL) = "J"
                   MOVE "Y" TO FACTURA-JUROS
               END-IF
           END-IF.

      *    the final demand is the last letter -- after that the      *
      *    invoice is collections' by phone, not the run's.           *
           IF NIVEL-ANTERIOR NOT < NIVEL-DEVIDO
                   OR NIVEL-ANTERIOR NOT < 3
               GO TO AVALIAR-FACTURA-FIM
           END-IF.

           IF HIST-ATUAL > ZERO AND NIVEL-ANTERIOR > ZERO
               MOVE HIST-TBL-DATA (HIST-ATUAL) TO CAL-DATA-ENTRADA
               PERFORM CONVERTER-DATA-DIAS
               COMPUTE DIAS-DESDE-CARTA =
                       RUN-DATE-SERIAL - CAL-DIAS-SAIDA
               IF DIAS-DESDE-CARTA < DUN-INTERVALO
                   GO TO AVALIAR-FACTURA-FIM
               END-IF
           END-IF.

           COMPUTE NIVEL-NOVO = NIVEL-ANTERIOR + 1.

           IF HIST-ATUAL = ZERO
               PERFORM CRIAR-HISTORICO
               IF HIST-ATUAL = ZERO
                   GO TO AVALIAR-FACTURA-FIM
               END-IF
           END-IF.

           MOVE ZERO TO JUROS-AMT.
           MOVE ZERO TO JUROS-FACTURA-NUMBER.
           IF NIVEL-NOVO = 3 AND FACTURA-JUROS = "N"
               COMPUTE JUROS-AMT ROUNDED =
                       OINV-SALDO * DUN-TAXA-JURO-ANUAL
                       * DIAS-VENCIDOS / 365
           END-IF.

           PERFORM ESCREVER-CARTA.

           MOVE NIVEL-NOVO TO HIST-TBL-NIVEL (HIST-ATUAL).
           MOVE RUN-DATE-YYYYMMDD TO HIST-TBL-DATA (HIST-ATUAL).
           ADD 1 TO CARTAS-EMITIDAS.
           EVALUATE NIVEL-NOVO
               WHEN 1
                   ADD 1 TO TOTAL-LEMBRETE-1
               WHEN 2
                   ADD 1 TO TOTAL-LEMBRETE-2
               WHEN OTHER
                   ADD 1 TO TOTAL-FINAIS
           END-EVALUATE.

           IF JUROS-AMT > ZERO
               PERFORM FACTURAR-JUROS
           END-IF.

           AVALIAR-FACTURA-FIM.
               EXIT.

           PROCURAR-HISTORICO.

           MOVE ZERO TO HIST-ATUAL.
           PERFORM TESTAR-HISTORICO
               VARYING HIST-IDX FROM 1 BY 1
               UNTIL HIST-IDX > HIST-COUNT OR HIST-ATUAL > ZERO.

           TESTAR-HISTORICO.

           IF HIST-TBL-NUMBER (HIST-IDX) = OINV-TBL-NUMBER (OINV-IDX)
               MOVE HIST-IDX TO HIST-ATUAL
           END-IF.

      *    ---- first letter on an invoice: give it a history slot.  ----*
           CRIAR-HISTORICO.

           IF HIST-COUNT < 300
               ADD 1 TO HIST-COUNT
               MOVE OINV-TBL-NUMBER (OINV-IDX)
                   TO HIST-TBL-NUMBER (HIST-COUNT)
               MOVE OINV-TBL-CLIENT (OINV-IDX)
                   TO HIST-TBL-CLIENT (HIST-COUNT)
               MOVE ZERO TO HIST-TBL-NIVEL (HIST-COUNT)
               MOVE ZERO TO HIST-TBL-DATA (HIST-COUNT)
               MOVE SPACE TO HIST-TBL-TIPO (HIST-COUNT)
               MOVE HIST-COUNT TO HIST-ATUAL
           ELSE
               MOVE "Y" TO HIST-OVERFLOW
               MOVE "PROD2V5" TO ERR-PROGRAMA
               MOVE "E02" TO ERR-CODIGO
               MOVE "historico de cobranca cheio - carta retida" TO
                   ERR-MENSAGEM
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
           END-IF.

      *    ---- the letter itself: stage, invoice, balance and days  ----*
      *    ---- overdue; a final demand adds the interest charged.   ----*
           ESCREVER-CARTA.

           MOVE SPACES TO LETTER-HEADER-LINE.
           EVALUATE NIVEL-NOVO
               WHEN 1
                   MOVE "REMINDER 1" TO LET-HDR-LABEL
               WHEN 2
                   MOVE "REMINDER 2" TO LET-HDR-LABEL
               WHEN OTHER
                   MOVE "FINAL DEMAND" TO LET-HDR-LABEL
           END-EVALUATE.
           MOVE "DATE: " TO LET-HDR-DATE-LABEL.
           MOVE RUN-DATE-DISPLAY TO LET-HDR-DATE.
           MOVE "CLIENT: " TO LET-HDR-CLIENT-LABEL.
           MOVE OINV-TBL-CLIENT (OINV-IDX) TO LET-HDR-CLIENT.
           WRITE LETTER-HEADER-LINE
               AFTER ADVANCING 2 LINES.

           MOVE SPACES TO LETTER-DETAIL-LINE.
           STRING "INVOICE " OINV-TBL-NUMBER (OINV-IDX)
               DELIMITED BY SIZE INTO LET-DET-LABEL.
           MOVE OINV-TBL-TOTAL (OINV-IDX) TO LET-DET-AMOUNT.
           WRITE LETTER-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO LETTER-DETAIL-LINE.
           MOVE "BALANCE DUE" TO LET-DET-LABEL.
           MOVE OINV-SALDO TO LET-DET-AMOUNT.
           WRITE LETTER-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO LETTER-DAYS-LINE.
           MOVE "DAYS OVERDUE" TO LET-DIAS-LABEL.
           MOVE DIAS-VENCIDOS TO LET-DIAS-VALOR.
           WRITE LETTER-DAYS-LINE
               AFTER ADVANCING 1 LINE.

           IF JUROS-AMT > ZERO
               MOVE SPACES TO LETTER-DETAIL-LINE
               MOVE "LATE INTEREST" TO LET-DET-LABEL
               MOVE JUROS-AMT TO LET-DET-AMOUNT
               WRITE LETTER-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               MOVE SPACES TO LETTER-DETAIL-LINE
               MOVE "NOW DUE IN TOTAL" TO LET-DET-LABEL
               COMPUTE LET-DET-AMOUNT = OINV-SALDO + JUROS-AMT
               WRITE LETTER-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

           MOVE SPACES TO LETTER-SEPARATOR-LINE.
           MOVE ALL "-" TO LET-SEP-TEXT.
           WRITE LETTER-SEPARATOR-LINE
               AFTER ADVANCING 1 LINE.

      *    ---- raises the final demand's interest as an invoice of  ----*
      *    ---- its own: next number, open on the ledger, document   ----*
      *    ---- on the period's file, and a J history slot so the    ----*
      *    ---- charge is chased but never itself charged interest.  ----*
           FACTURAR-JUROS.

           MOVE OINV-TBL-NUMBER (OINV-IDX) TO FACTURA-ORIGEM.
           MOVE OINV-TBL-CLIENT (OINV-IDX) TO CLIENTE-ORIGEM.

           IF OINV-COUNT NOT < 300
               MOVE "Y" TO OINV-OVERFLOW
               MOVE "PROD2V5" TO ERR-PROGRAMA
               MOVE "E01" TO ERR-CODIGO
               MOVE "tabela de facturas cheia - juros nao facturados"
                   TO ERR-MENSAGEM
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
           ELSE
               ADD 1 TO LAST-INVOICE-NUMBER
               MOVE LAST-INVOICE-NUMBER TO JUROS-FACTURA-NUMBER
               ADD 1 TO OINV-COUNT
               MOVE JUROS-FACTURA-NUMBER
                   TO OINV-TBL-NUMBER (OINV-COUNT)
               MOVE CLIENTE-ORIGEM TO OINV-TBL-CLIENT (OINV-COUNT)
               MOVE RUN-DATE-YYYYMMDD TO OINV-TBL-DATE (OINV-COUNT)
               MOVE JUROS-AMT TO OINV-TBL-TOTAL (OINV-COUNT)
               MOVE ZERO TO OINV-TBL-PAID (OINV-COUNT)
               MOVE "O" TO OINV-TBL-ESTADO (OINV-COUNT)
               MOVE ZERO TO OINV-TBL-BRANCH (OINV-COUNT)

               IF HIST-COUNT < 300
                   ADD 1 TO HIST-COUNT
                   MOVE JUROS-FACTURA-NUMBER
                       TO HIST-TBL-NUMBER (HIST-COUNT)
                   MOVE CLIENTE-ORIGEM TO HIST-TBL-CLIENT (HIST-COUNT)
                   MOVE ZERO TO HIST-TBL-NIVEL (HIST-COUNT)
                   MOVE ZERO TO HIST-TBL-DATA (HIST-COUNT)
                   MOVE "J" TO HIST-TBL-TIPO (HIST-COUNT)
               ELSE
                   MOVE "Y" TO HIST-OVERFLOW
               END-IF

               PERFORM ESCREVER-FACTURA-JUROS

               MOVE "PROD2V5" TO AUD-PROGRAMA
               MOVE SPACES TO AUD-CHAVE
               MOVE JUROS-FACTURA-NUMBER TO AUD-CHAVE (1:7)
               MOVE FACTURA-ORIGEM TO AUD-CHAVE (9:7)
               MOVE JUROS-AMT TO AUD-VALOR
               MOVE "JUROS DE MORA" TO AUD-DESCRICAO
               PERFORM REGISTAR-AUDITORIA THRU REGISTAR-AUDITORIA-EXIT

               ADD JUROS-AMT TO TOTAL-JUROS
           END-IF.

           ESCREVER-FACTURA-JUROS.

           MOVE SPACES TO INVOICE-HEADER-LINE.
           MOVE "INVOICE " TO INV-HDR-LABEL.
           MOVE JUROS-FACTURA-NUMBER TO INV-HDR-NUMBER.
           MOVE "DATE: " TO INV-HDR-DATE-LABEL.
           MOVE RUN-DATE-DISPLAY TO INV-HDR-DATE.
           MOVE "CLIENT: " TO INV-HDR-CLIENT-LABEL.
           MOVE CLIENTE-ORIGEM TO INV-HDR-CLIENT.
           WRITE INVOICE-HEADER-LINE
               AFTER ADVANCING 2 LINES.

           MOVE SPACES TO INVOICE-DETAIL-LINE.
           STRING "OVERDUE " FACTURA-ORIGEM
               DELIMITED BY SIZE INTO INV-DET-LABEL.
           MOVE OINV-SALDO TO INV-DET-AMOUNT.
           MOVE CURR-MOEDA-BASE TO INV-DET-CURRENCY.
           WRITE INVOICE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO INVOICE-DETAIL-LINE.
           MOVE "LATE INTEREST" TO INV-DET-LABEL.
           MOVE JUROS-AMT TO INV-DET-AMOUNT.
           MOVE CURR-MOEDA-BASE TO INV-DET-CURRENCY.
           WRITE INVOICE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO INVOICE-DETAIL-LINE.
           MOVE "TOTAL DUE" TO INV-DET-LABEL.
           MOVE JUROS-AMT TO INV-DET-AMOUNT.
           MOVE CURR-MOEDA-BASE TO INV-DET-CURRENCY.
           WRITE INVOICE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO INVOICE-SEPARATOR-LINE.
           MOVE ALL "-" TO INV-SEP-TEXT.
           WRITE INVOICE-SEPARATOR-LINE
               AFTER ADVANCING 1 LINE.

      *    onto the tax-document journal in the rentals series: late  *
      *    interest is compensation, outside the scope of VAT. there  *
      *    is no customer table here -- the export finds the number   *
      *    and NIF on the master by name.                             *
           PERFORM LIMPAR-DOCUMENTO-FISCAL.
           MOVE "PROD2V5" TO DOCF-PROGRAMA.
           MOVE "FT" TO DOCF-TIPO.
           MOVE "ALU" TO DOCF-SERIE.
           MOVE JUROS-FACTURA-NUMBER TO DOCF-NUMERO.
           MOVE "A" TO DOCF-ORIGEM.
           MOVE CLIENTE-ORIGEM TO DOCF-NOME.
           MOVE "ALU" TO DOCF-CODIGO-IVA.
           MOVE "JUROS" TO DOCF-PRODUTO-ISENTO.
           MOVE JUROS-AMT TO DOCF-ISENTO.
           MOVE JUROS-AMT TO DOCF-TOTAL.
           MOVE CURR-MOEDA-BASE TO DOCF-MOEDA.
           MOVE FACTURA-ORIGEM TO DOCF-REFERENCIA.
           PERFORM REGISTAR-DOCUMENTO-FISCAL
               THRU REGISTAR-DOCUMENTO-FISCAL-EXIT.

      *    ---- rewrites OPEN-INVOICES.txt with tonight's interest    ----*
      *    ---- charges added; settled paper leaves, as in PROD2V1.   ----*
           GRAVAR-FACTURAS-ABERTAS.

           IF OINV-OVERFLOW = "Y"
               MOVE "PROD2V5" TO ERR-PROGRAMA
               MOVE "E01" TO ERR-CODIGO
               MOVE "razao de facturas nao reescrito - tabela cheia"
                   TO ERR-MENSAGEM
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               GO TO GRAVAR-FACTURAS-ABERTAS-FIM
           END-IF.

           OPEN OUTPUT OPEN-INVOICES.
           PERFORM GRAVAR-FACTURA-LINHA
               VARYING OINV-IDX FROM 1 BY 1
               UNTIL OINV-IDX > OINV-COUNT.
           CLOSE OPEN-INVOICES.

           GRAVAR-FACTURAS-ABERTAS-FIM.
               EXIT.

           GRAVAR-FACTURA-LINHA.

           IF OINV-TBL-ESTADO (OINV-IDX) = "O"
               MOVE SPACES TO OPEN-INVOICES-FILE
               MOVE OINV-TBL-NUMBER (OINV-IDX) TO OINV_NUMBER
               MOVE OINV-TBL-CLIENT (OINV-IDX) TO OINV_CLIENT
               MOVE OINV-TBL-DATE (OINV-IDX) TO OINV_DATE
               MOVE OINV-TBL-TOTAL (OINV-IDX) TO OINV_TOTAL
               MOVE OINV-TBL-PAID (OINV-IDX) TO OINV_PAID
               MOVE OINV-TBL-ESTADO (OINV-IDX) TO OINV_ESTADO
               MOVE OINV-TBL-BRANCH (OINV-IDX) TO OINV_BRANCH
               WRITE OPEN-INVOICES-FILE
           END-IF.

      *    ---- rewrites DUNNING-HISTORY.txt: only invoices still    ----*
      *    ---- open on the ledger keep their slot, so a settled     ----*
      *    ---- invoice's history leaves with it.                    ----*
           GRAVAR-DUNNING-HISTORY.

           IF HIST-OVERFLOW = "Y" OR OINV-OVERFLOW = "Y"
               MOVE "PROD2V5" TO ERR-PROGRAMA
               MOVE "E02" TO ERR-CODIGO
               MOVE "historico de cobranca nao reescrito" TO
                   ERR-MENSAGEM
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               GO TO GRAVAR-DUNNING-HISTORY-FIM
           END-IF.

           OPEN OUTPUT DUNNING-HISTORY.
           PERFORM GRAVAR-HISTORICO-LINHA
               VARYING HIST-IDX FROM 1 BY 1
               UNTIL HIST-IDX > HIST-COUNT.
           CLOSE DUNNING-HISTORY.

           GRAVAR-DUNNING-HISTORY-FIM.
               EXIT.

           GRAVAR-HISTORICO-LINHA.

           MOVE "N" TO HIST-GUARDAR.
           PERFORM TESTAR-FACTURA-ABERTA
               VARYING OINV-IDX FROM 1 BY 1
               UNTIL OINV-IDX > OINV-COUNT OR HIST-GUARDAR = "Y".

           IF HIST-GUARDAR = "Y"
               MOVE SPACES TO DUNNING-HISTORY-FILE
               MOVE HIST-TBL-NUMBER (HIST-IDX) TO DUN_INVOICE_NUMBER
               MOVE HIST-TBL-CLIENT (HIST-IDX) TO DUN_CLIENT
               MOVE HIST-TBL-NIVEL (HIST-IDX) TO DUN_NIVEL
               MOVE HIST-TBL-DATA (HIST-IDX) TO DUN_DATA
               MOVE HIST-TBL-TIPO (HIST-IDX) TO DUN_TIPO
               WRITE DUNNING-HISTORY-FILE
           END-IF.

           TESTAR-FACTURA-ABERTA.

           IF OINV-TBL-NUMBER (OINV-IDX) = HIST-TBL-NUMBER (HIST-IDX)
                   AND OINV-TBL-ESTADO (OINV-IDX) = "O"
               MOVE "Y" TO HIST-GUARDAR
           END-IF.

           COPY DATEPD.
           COPY AUDITPD.
           COPY CURRPD.
           COPY GLPD.
           COPY LOCKPD.
           COPY RUNSTPD.
           COPY DFIPD.

       END PROGRAM PROD2V5.
