      *=======================================================================*
       IDENTIFICATION DIVISION.
      *=======================================================================*
       PROGRAM-ID. PROD2V6.
      *************************************************************************
      *************************************************************************
      *************************************************************************
      *                           IEFP SOLUTIONS                              *
      *OBJECTIVO:                                                             *
      *               MULTAS DE TRANSITO -- IDENTIFICACAO DO CONDUTOR         *
      *               le as multas que as autoridades enviam (matricula,      *
      *               data e hora da infraccao), procura no historico de      *
      *               alugueres fechados e no razao de alugueres abertos      *
      *               quem tinha a viatura nesse dia, refactura a multa       *
      *               ao cliente com uma taxa administrativa numa factura     *
      *               numerada e emite a identificacao do condutor a          *
      *               devolver a autoridade. multas sem aluguer que as        *
      *               explique vao para a lista de excepcoes.                 *
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

      *    the fines as the authorities send them, keyed in by the    *
      *    back office: one line per notice received.                 *
           SELECT FINES-IN ASSIGN TO 'FINES-IN.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FINES-IN-STATUS.
      *    who had which plate between which dates: the rentals       *
      *    PROD2V1 has closed, and the ones still out tonight.        *
           SELECT RENTAL-HISTORY ASSIGN TO 'RENTAL-HISTORY.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RENTAL-HISTORY-STATUS.
           SELECT OPEN-RENTALS ASSIGN TO 'OPEN-RENTALS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPEN-RENTALS-STATUS.
      *    the renter's NIF and driving licence for the notice, read  *
      *    only -- PROD2V1 and PROD2V3 own the master.                *
           SELECT CUSTOMER-MASTER ASSIGN TO 'CUSTOMER-MASTER.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST_NUMBER
               FILE STATUS IS CUSTOMER-MASTER-STATUS.
      *    every fine already rebilled, by the authority's reference, *
      *    appended per run so the same notice keyed twice is never   *
      *    billed twice.                                              *
           SELECT FINES-LOG ASSIGN TO 'FINES-LOG.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FINES-LOG-STATUS.
      *    the rebilled fine is an invoice like any other: the next   *
      *    number off PROD2V1's register, open on the ledger, its     *
      *    document on the period's invoice file.                     *
           SELECT OPEN-INVOICES ASSIGN TO 'OPEN-INVOICES.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPEN-INVOICES-STATUS.
           SELECT INVOICE-REGISTER ASSIGN TO 'INVOICE-REGISTER.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INVOICE-REGISTER-STATUS.
           SELECT INVOICE-DOC-OUT ASSIGN DYNAMIC INVOICE-DOC-FILENAME
               FILE STATUS IS INVOICE-DOC-STATUS.
      *    the administration fee carries VAT: the run's total goes   *
      *    on the control file under the rentals band, as PROD2V1's   *
      *    does.                                                      *
           SELECT VAT-CONTROL ASSIGN TO 'VAT-CONTROL.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VAT-CONTROL-STATUS.
           SELECT DRIVER-ID-OUT ASSIGN DYNAMIC DRIVER-ID-FILENAME
               FILE STATUS IS DRIVER-ID-STATUS.
           SELECT FINES-EXCEPTIONS-OUT
               ASSIGN DYNAMIC FINES-EXCEPTIONS-FILENAME
               FILE STATUS IS FINES-EXCEPTIONS-STATUS.

      *    ---- shared run-date/error-log facility, common to the      ----*
      *    ---- overnight batch suite.                                 ----*
           COPY DATESEL.
           COPY AUDITSEL.
           COPY CURRSEL.
           COPY VATSEL.
           COPY GLSEL.
           COPY RUNSTSEL.
           COPY LOCKSEL.
           COPY DFISEL.

      *=======================================================================*
                               DATA DIVISION.
      *=======================================================================*
                               FILE SECTION.

      *          ======== traffic fines received ========              *
      *    plate, date (YYYYMMDD) and time (HHMM) of the offence, the *
      *    authority's own reference and name, and the fine amount.   *
           FD FINES-IN.
           01 FINES-IN-FILE.
               02 FIN_PLATE PIC X(8).
               02 FIN_OFFENCE_DATE PIC 9(8).
               02 FIN_OFFENCE_TIME PIC 9(4).
               02 FIN_REFERENCE PIC X(15).
               02 FIN_AUTHORITY PIC X(20).
               02 FIN_AMOUNT PIC 9(5)V99.

      *          ======== closed rental history ========               *
      *    same record as PROD2V1 writes -- keep the two in step.      *
           FD RENTAL-HISTORY.
           01 RENTAL-HISTORY-FILE.
               02 RHI_PLATE PIC X(8).
               02 RHI_CLIENT PIC A(20).
               02 RHI_CHECKOUT_DATE PIC 9(8).
               02 RHI_RETURN_DATE PIC 9(8).

      *          ======== open rentals ledger ========                 *
      *    same record as PROD2V1 carries -- keep the two in step.     *
           FD OPEN-RENTALS.
           01 OPEN-RENTALS-FILE.
               02 OPR_PLATE PIC X(8).
               02 OPR_CLIENT PIC A(20).
               02 OPR_CHECKOUT_DATE PIC 9(8).
               02 OPR_DUE_SERIAL PIC 9(7).
               02 OPR_DEPOSIT PIC 9(5)V99.
               02 OPR_DROP_BRANCH PIC 9(2).
               02 OPR_FUEL_OUT PIC 9(2).
               02 OPR_CDW_LEVEL PIC X(1).
               02 OPR_CDW_EXCESS PIC 9(5)V99.

      *          ======== customer master ========                     *
      *    same record as PROD2V1 carries -- keep the two in step.     *
           FD CUSTOMER-MASTER.
           01 CUSTOMER-MASTER-FILE.
               02 CUST_NUMBER PIC 9(6).
               02 CUST_NAME PIC A(20).
               02 CUST_RENTALS PIC 9(5).
               02 CUST_REVENUE PIC 9(7)V99.
               02 CUST_ACCT_TYPE PIC X(1).
               02 CUST_CREDIT_LIMIT PIC 9(7)V99.
               02 CUST_LICENCE PIC X(15).
               02 CUST_LICENCE_EXPIRY PIC 9(8).
               02 CUST_NIF PIC 9(9).
               02 CUST_BLOCKED PIC X(1).
               02 CUST_BLOCK_REASON PIC X(1).

      *          ======== fines already rebilled ========              *
      *    the authority's reference, the plate, the invoice it was   *
      *    rebilled on, the renter and the run date.                  *
           FD FINES-LOG.
           01 FINES-LOG-FILE.
               02 FLG_REFERENCE PIC X(15).
               02 FLG_PLATE PIC X(8).
               02 FLG_INVOICE_NUMBER PIC 9(7).
               02 FLG_CLIENT PIC A(20).
               02 FLG_DATA PIC 9(8).

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
      *    same layout as PROD2V1's invoice documents, so a rebilled  *
      *    fine reads like any other invoice in the period's file.    *
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

      *          ======== VAT control ========                         *
      *    same record as PROD2V1 appends -- what VATDECL proves the   *
      *    return against.                                             *
           FD VAT-CONTROL.
           01 VAT-CONTROL-FILE.
               02 VCT_PROGRAMA PIC X(8).
               02 FILLER PIC X(1).
               02 VCT_PERIODO PIC X(6).
               02 FILLER PIC X(1).
               02 VCT_CODIGO PIC X(3).
               02 FILLER PIC X(1).
               02 VCT_VALOR PIC S9(9)V99 SIGN LEADING SEPARATE.

      *          ======== driver identification notices ========       *
      *    one notice per fine matched, to go back to the authority:  *
      *    its reference, the offence, and the driver who had the     *
      *    car -- name, NIF, licence -- with the rental dates. the    *
      *    01s share the record area, so every field is re-MOVEd      *
      *    fresh before each WRITE.                                   *
           FD DRIVER-ID-OUT.
           01 NOTICE-HEADER-LINE.
               02 NOT-HDR-LABEL PIC X(22).
               02 FILLER PIC X(2) VALUE SPACES.
               02 NOT-HDR-DATE-LABEL PIC X(6).
               02 NOT-HDR-DATE PIC X(10).
               02 FILLER PIC X(2) VALUE SPACES.
               02 NOT-HDR-AUTH-LABEL PIC X(6).
               02 NOT-HDR-AUTHORITY PIC X(20).

           01 NOTICE-DETAIL-LINE.
               02 FILLER PIC X(4) VALUE SPACES.
               02 NOT-DET-LABEL PIC X(18).
               02 NOT-DET-VALOR PIC X(40).

           01 NOTICE-SEPARATOR-LINE.
               02 NOT-SEP-TEXT PIC X(50).

      *          ======== unmatched fines ========                     *
      *    one line per fine the run could not pin on a renter, with  *
      *    the reason, for the back office to chase by hand.          *
           FD FINES-EXCEPTIONS-OUT.
           01 EXCEPTION-LINE-OUT.
               02 EXC-PLATE-OUT PIC X(8).
               02 FILLER PIC X(1) VALUE SPACE.
               02 EXC-DATE-OUT PIC 9(8).
               02 FILLER PIC X(1) VALUE SPACE.
               02 EXC-TIME-OUT PIC 9(4).
               02 FILLER PIC X(1) VALUE SPACE.
               02 EXC-REFERENCE-OUT PIC X(15).
               02 FILLER PIC X(1) VALUE SPACE.
               02 EXC-AMOUNT-OUT PIC ZZZZ9.99.
               02 FILLER PIC X(1) VALUE SPACE.
               02 EXC-REASON-OUT PIC X(40).

           COPY DATEFD.
           COPY AUDITFD.
           COPY CURRFD.
           COPY VATFD.
           COPY GLFD.
           COPY RUNSTFD.
           COPY LOCKFD.
           COPY DFIFD.

      *=======================================================================*
                           WORKING-STORAGE SECTION.

           COPY DATEWS.
           COPY AUDITWS.
           COPY CURRWS.
           COPY VATWS.
           COPY GLWS.
           COPY RUNSTWS.
           COPY LOCKWS.
           COPY DFIWS.

       77  FINES-IN-STATUS PIC X(2) VALUE SPACES.
       77  FINES-IN-EOF PIC A(3) VALUE SPACES.
       77  RENTAL-HISTORY-STATUS PIC X(2) VALUE SPACES.
       77  RENTAL-HISTORY-EOF PIC A(3) VALUE SPACES.
       77  OPEN-RENTALS-STATUS PIC X(2) VALUE SPACES.
       77  OPEN-RENTALS-EOF PIC A(3) VALUE SPACES.
       77  CUSTOMER-MASTER-STATUS PIC X(2) VALUE SPACES.
       77  CUSTOMER-MASTER-EOF PIC A(3) VALUE SPACES.
       77  FINES-LOG-STATUS PIC X(2) VALUE SPACES.
       77  FINES-LOG-EOF PIC A(3) VALUE SPACES.
       77  OPEN-INVOICES-STATUS PIC X(2) VALUE SPACES.
       77  OPEN-INVOICES-EOF PIC A(3) VALUE SPACES.
       77  INVOICE-REGISTER-STATUS PIC X(2) VALUE SPACES.
       77  INVOICE-DOC-FILENAME PIC X(30) VALUE SPACES.
       77  INVOICE-DOC-STATUS PIC X(2) VALUE SPACES.
       77  VAT-CONTROL-STATUS PIC X(2) VALUE SPACES.
       77  DRIVER-ID-FILENAME PIC X(30) VALUE SPACES.
       77  DRIVER-ID-STATUS PIC X(2) VALUE SPACES.
       77  FINES-EXCEPTIONS-FILENAME PIC X(30) VALUE SPACES.
       77  FINES-EXCEPTIONS-STATUS PIC X(2) VALUE SPACES.
       77  LAST-INVOICE-NUMBER PIC 9(7) VALUE ZERO.

      *    the administration fee charged on top of every fine        *
      *    rebilled, before VAT; the fine itself is the authority's   *
      *    money passed through, outside the scope of VAT.            *
       77  MUL-TAXA-ADMIN PIC 9(3)V99 VALUE 25.00.
       77  VAT-RATE PIC V999 VALUE .230.

      *    tonight's fines, loaded whole so the history -- which only *
      *    ever grows -- can be read once, line by line, against all  *
      *    of them. MUL-TBL-ESTADO: P pending, M matched, D already   *
      *    rebilled, X exception. a second rental covering the same   *
      *    day (a car returned and let again on the offence date)     *
      *    counts in MUL-TBL-CASAMENTOS and goes to the exceptions.   *
       77  FINE-COUNT PIC 9(3) VALUE ZERO.
       77  FINE-IDX PIC 9(3) VALUE ZERO.
       77  FINE-OVERFLOW PIC X(1) VALUE "N".

       01  FINE-TABLE.
           02  FINE-ENTRY OCCURS 100 TIMES.
               03 MUL-TBL-PLATE PIC X(8).
               03 MUL-TBL-DATE PIC 9(8).
               03 MUL-TBL-TIME PIC 9(4).
               03 MUL-TBL-REFERENCE PIC X(15).
               03 MUL-TBL-AUTHORITY PIC X(20).
               03 MUL-TBL-AMOUNT PIC 9(5)V99.
               03 MUL-TBL-ESTADO PIC X(1).
               03 MUL-TBL-CASAMENTOS PIC 9(2).
               03 MUL-TBL-CLIENT PIC A(20).
               03 MUL-TBL-CHECKOUT PIC 9(8).
               03 MUL-TBL-RETURN PIC 9(8).

       77  CUSTOMER-COUNT PIC 9(3) VALUE ZERO.
       77  CUST-ATUAL PIC 9(3) VALUE ZERO.

       01  CUSTOMER-TABLE.
           02  CUSTOMER-ENTRY OCCURS 200 TIMES INDEXED BY CUST-IDX.
               03 CUST-TBL-NAME PIC A(20).
               03 CUST-TBL-LICENCE PIC X(15).
               03 CUST-TBL-LICENCE-EXPIRY PIC 9(8).
               03 CUST-TBL-NIF PIC 9(9).

       77  OINV-COUNT PIC 9(3) VALUE ZERO.
       77  OINV-IDX PIC 9(3) VALUE ZERO.
      *    a ledger too big for the table must never be rewritten     *
      *    from it -- that would delete the overflow invoices.        *
       77  OINV-OVERFLOW PIC X(1) VALUE "N".

       01  OINV-TABLE.
           02  OINV-ENTRY OCCURS 300 TIMES.
               03 OINV-TBL-NUMBER PIC 9(7).
               03 OINV-TBL-CLIENT PIC A(20).
               03 OINV-TBL-DATE PIC 9(8).
               03 OINV-TBL-TOTAL PIC 9(7)V99.
               03 OINV-TBL-PAID PIC 9(7)V99.
               03 OINV-TBL-ESTADO PIC X(1).
               03 OINV-TBL-BRANCH PIC 9(2).

       77  FINE-RECORD-INVALID PIC X(1) VALUE "N".
       77  EXCECAO-MOTIVO PIC X(40) VALUE SPACES.
       77  MULTA-FACTURA-NUMBER PIC 9(7) VALUE ZERO.
       77  MULTA-IVA-AMT PIC 9(5)V99 VALUE ZERO.
       77  MULTA-TOTAL-AMT PIC 9(7)V99 VALUE ZERO.
       77  NIF-EDITADO PIC 9(9) VALUE ZERO.

       01  OFFENCE-DISPLAY.
           02  OFD-DATE PIC 9(8).
           02  FILLER PIC X(1) VALUE SPACE.
           02  OFD-TIME PIC 9(4).

       01  RENTED-DISPLAY.
           02  RTD-CHECKOUT PIC 9(8).
           02  RTD-LABEL PIC X(4).
           02  RTD-RETURN PIC X(8).

       01  LICENCE-DISPLAY.
           02  LCD-LICENCE PIC X(15).
           02  LCD-LABEL PIC X(10).
           02  LCD-EXPIRY PIC 9(8).

       77  MULTAS-LIDAS PIC 9(5) VALUE ZERO.
       77  MULTAS-FACTURADAS PIC 9(5) VALUE ZERO.
       77  MULTAS-EXCECAO PIC 9(5) VALUE ZERO.
       77  MULTAS-DUPLICADAS PIC 9(5) VALUE ZERO.
       77  TOTAL-MULTAS PIC 9(7)V99 VALUE ZERO.
       77  TOTAL-TAXAS PIC 9(7)V99 VALUE ZERO.
       77  TOTAL-IVA PIC 9(7)V99 VALUE ZERO.
       77  TOTAL-FACTURADO PIC 9(7)V99 VALUE ZERO.

       77  RUN-DATE-YYYYMMDD PIC 9(8) VALUE ZERO.

      *=======================================================================*
                             PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM ABRIR-ERROR-LOG.
           PERFORM ABRIR-AUDIT-TRAIL.
      *    ---- the ledger and the invoice register are rewritten    ----*
      *    ---- here: take the run lock or refuse loudly.             ----*
           MOVE "PROD2V6" TO LOCK-PROGRAMA.
           PERFORM OBTER-RUN-LOCK THRU OBTER-RUN-LOCK-EXIT.
           IF LOCK-OBTIDO = "N"
               DISPLAY "PROD2V6 - JA EM EXECUCAO - RECUSADO"
               MOVE 8 TO RETURN-CODE
               CLOSE ERROR-LOG
                     AUDIT-TRAIL
               STOP RUN
           END-IF.

           MOVE "PROD2V6" TO RST-PROGRAMA.
           PERFORM REGISTAR-INICIO-EXECUCAO
               THRU REGISTAR-INICIO-EXECUCAO-EXIT.
           PERFORM OBTER-DATA-EXECUCAO.
           COMPUTE RUN-DATE-YYYYMMDD =
                   (RUN-DATE-YYYY * 10000)
                   + (RUN-DATE-MM * 100) + RUN-DATE-DD.
           DISPLAY "PROD2V6 - RUN DATE: " RUN-DATE-DISPLAY.

           STRING "DRIVER-ID-" RUN-PERIOD-TAG ".txt"
               DELIMITED BY SIZE INTO DRIVER-ID-FILENAME.
           STRING "FINES-EXCEPTIONS-" RUN-PERIOD-TAG ".txt"
               DELIMITED BY SIZE INTO FINES-EXCEPTIONS-FILENAME.
           STRING "INVOICE-DOC-" RUN-PERIOD-TAG ".txt"
               DELIMITED BY SIZE INTO INVOICE-DOC-FILENAME.

           PERFORM CARREGAR-PLANO-CONTAS
               THRU CARREGAR-PLANO-CONTAS-EXIT.
           PERFORM CARREGAR-CAMBIOS.
           PERFORM CARREGAR-TABELA-IVA THRU CARREGAR-TABELA-IVA-EXIT.
           MOVE "ALU" TO IVA-CATEGORIA.
           PERFORM OBTER-TAXA-IVA THRU OBTER-TAXA-IVA-EXIT.
           IF IVA-ENCONTRADA = "S"
               MOVE IVA-TAXA TO VAT-RATE
           END-IF.

           PERFORM LOAD-FINES.
           PERFORM LOAD-CUSTOMER-MASTER.
           PERFORM READ-INVOICE-REGISTER.
           PERFORM LOAD-OPEN-INVOICES.

      *    ---- settle who had each car: fines already rebilled are  ----*
      *    ---- set aside first, then the closed rentals and the     ----*
      *    ---- ones still out are read against every fine.          ----*
           PERFORM MARCAR-DUPLICADAS.
           PERFORM CASAR-HISTORICO.
           PERFORM CASAR-ALUGUERES-ABERTOS.

           PERFORM ABRIR-FACTURAS.
           PERFORM ABRIR-FINES-LOG.
           PERFORM ABRIR-NOTIFICACOES.

           PERFORM PROCESSAR-MULTA THRU PROCESSAR-MULTA-FIM
               VARYING FINE-IDX FROM 1 BY 1
               UNTIL FINE-IDX > FINE-COUNT.

           CLOSE DRIVER-ID-OUT
                 FINES-EXCEPTIONS-OUT
                 FINES-LOG
                 INVOICE-DOC-OUT.

           PERFORM PERSIST-INVOICE-REGISTER.
           PERFORM GRAVAR-FACTURAS-ABERTAS
               THRU GRAVAR-FACTURAS-ABERTAS-FIM.

      *    ---- the rebilled fines: receivable against the fines     ----*
      *    ---- clearing account (paid out to the authority from     ----*
      *    ---- there), the fee to rental revenue and its VAT.       ----*
           MOVE "PROD2V6" TO GL-PROGRAMA.
           MOVE RUN-PERIOD-TAG TO GL-PERIODO.
           MOVE "ALU-CLIENTES" TO GL-CHAVE-CONTA.
           MOVE "D" TO GL-DC.
           MOVE TOTAL-FACTURADO TO GL-MONTANTE.
           PERFORM REGISTAR-LANCAMENTO THRU REGISTAR-LANCAMENTO-EXIT.
           MOVE "ALU-MULTAS" TO GL-CHAVE-CONTA.
           MOVE "C" TO GL-DC.
           MOVE TOTAL-MULTAS TO GL-MONTANTE.
           PERFORM REGISTAR-LANCAMENTO THRU REGISTAR-LANCAMENTO-EXIT.
           MOVE "ALU-PROVEITO" TO GL-CHAVE-CONTA.
           MOVE "C" TO GL-DC.
           MOVE TOTAL-TAXAS TO GL-MONTANTE.
           PERFORM REGISTAR-LANCAMENTO THRU REGISTAR-LANCAMENTO-EXIT.
           MOVE "ALU-IVA" TO GL-CHAVE-CONTA.
           MOVE "C" TO GL-DC.
           MOVE TOTAL-IVA TO GL-MONTANTE.
           PERFORM REGISTAR-LANCAMENTO THRU REGISTAR-LANCAMENTO-EXIT.
           PERFORM LIBERTAR-DIARIO THRU LIBERTAR-DIARIO-EXIT.

           IF TOTAL-IVA > ZERO
               PERFORM GRAVAR-CONTROLO-IVA
           END-IF.

           DISPLAY "PROD2V6 - MULTAS LIDAS " MULTAS-LIDAS
               " REFACTURADAS " MULTAS-FACTURADAS
               " EXCEPCOES " MULTAS-EXCECAO
               " JA TRATADAS " MULTAS-DUPLICADAS.

      *    ---- one FIM line on RUN-STATUS.txt: fines read, fines    ----*
      *    ---- rebilled, fines left on the exceptions list, and     ----*
      *    ---- the invoices posted to the audit trail.              ----*
           MOVE MULTAS-LIDAS TO RST-LIDOS.
           MOVE MULTAS-FACTURADAS TO RST-GRAVADOS.
           COMPUTE RST-REJEITADOS = MULTAS-EXCECAO + MULTAS-DUPLICADAS.
           MOVE TOTAL-FACTURADO TO RST-VALOR.
           MOVE "OK" TO RST-RESULTADO.
           PERFORM REGISTAR-FIM-EXECUCAO
               THRU REGISTAR-FIM-EXECUCAO-EXIT.

           PERFORM LIBERTAR-RUN-LOCK.

           CLOSE ERROR-LOG
                 AUDIT-TRAIL.
           STOP RUN.

      *    ---- pulls FINES-IN.txt, if present, into FINE-TABLE.      ----*
           LOAD-FINES.

           MOVE "YYY" TO FINES-IN-EOF.
           OPEN INPUT FINES-IN.

           IF FINES-IN-STATUS = "00"
               MOVE SPACES TO FINES-IN-EOF
               READ FINES-IN
                   AT END MOVE "YYY" TO FINES-IN-EOF
               END-READ
               PERFORM BUILD-FINE-ENTRY
                   UNTIL FINES-IN-EOF = "YYY"
               CLOSE FINES-IN
           END-IF.

           BUILD-FINE-ENTRY.

           ADD 1 TO MULTAS-LIDAS.

           IF FINE-COUNT = 100 AND FINE-OVERFLOW = "N"
               MOVE "Y" TO FINE-OVERFLOW
               MOVE "PROD2V6" TO ERR-PROGRAMA
               MOVE "E03" TO ERR-CODIGO
               MOVE "multas excedem a tabela - resto no proximo ciclo"
                   TO ERR-MENSAGEM
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
           END-IF.

           IF FINE-COUNT < 100
               ADD 1 TO FINE-COUNT
               MOVE FIN_PLATE TO MUL-TBL-PLATE (FINE-COUNT)
               MOVE FIN_REFERENCE TO MUL-TBL-REFERENCE (FINE-COUNT)
               MOVE FIN_AUTHORITY TO MUL-TBL-AUTHORITY (FINE-COUNT)
               MOVE "P" TO MUL-TBL-ESTADO (FINE-COUNT)
               MOVE ZERO TO MUL-TBL-CASAMENTOS (FINE-COUNT)
               MOVE SPACES TO MUL-TBL-CLIENT (FINE-COUNT)
               MOVE ZERO TO MUL-TBL-CHECKOUT (FINE-COUNT)
               MOVE ZERO TO MUL-TBL-RETURN (FINE-COUNT)
               PERFORM VALIDAR-MULTA
               IF FINE-RECORD-INVALID = "Y"
                   MOVE "X" TO MUL-TBL-ESTADO (FINE-COUNT)
                   MOVE ZERO TO MUL-TBL-DATE (FINE-COUNT)
                   MOVE ZERO TO MUL-TBL-TIME (FINE-COUNT)
                   MOVE ZERO TO MUL-TBL-AMOUNT (FINE-COUNT)
               ELSE
                   MOVE FIN_OFFENCE_DATE TO MUL-TBL-DATE (FINE-COUNT)
                   MOVE FIN_OFFENCE_TIME TO MUL-TBL-TIME (FINE-COUNT)
                   MOVE FIN_AMOUNT TO MUL-TBL-AMOUNT (FINE-COUNT)
               END-IF
           END-IF.

           READ FINES-IN
               AT END MOVE "YYY" TO FINES-IN-EOF
           END-READ.

      *    ---- a fine needs a plate, a real offence date, a time    ----*
      *    ---- and an amount before anyone can be asked to pay it. ----*
           VALIDAR-MULTA.

           MOVE "N" TO FINE-RECORD-INVALID.
           IF FIN_PLATE = SPACES
                   OR FIN_REFERENCE = SPACES
                   OR FIN_OFFENCE_TIME IS NOT NUMERIC
                   OR FIN_AMOUNT IS NOT NUMERIC
               MOVE "Y" TO FINE-RECORD-INVALID
           ELSE
               MOVE FIN_OFFENCE_DATE TO VAL-DATA-ENTRADA
               PERFORM VALIDAR-DATA THRU VALIDAR-DATA-EXIT
               IF VAL-DATA-OK NOT = "S"
                   MOVE "Y" TO FINE-RECORD-INVALID
               END-IF
           END-IF.

           IF FINE-RECORD-INVALID = "Y"
               MOVE "PROD2V6" TO ERR-PROGRAMA
               MOVE "E02" TO ERR-CODIGO
               MOVE "multa com dados invalidos - " TO ERR-MENSAGEM
               MOVE FIN_REFERENCE TO ERR-MENSAGEM (29:15)
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
           END-IF.

      *    ---- pulls the renter's NIF and licence off               ----*
      *    ---- CUSTOMER-MASTER.txt, if present.                     ----*
           LOAD-CUSTOMER-MASTER.

           MOVE "YYY" TO CUSTOMER-MASTER-EOF.
           OPEN INPUT CUSTOMER-MASTER.

           IF CUSTOMER-MASTER-STATUS = "00"
               MOVE SPACES TO CUSTOMER-MASTER-EOF
               READ CUSTOMER-MASTER
                   AT END MOVE "YYY" TO CUSTOMER-MASTER-EOF
               END-READ
               PERFORM BUILD-CUSTOMER-ENTRY
                   UNTIL CUSTOMER-MASTER-EOF = "YYY"
               CLOSE CUSTOMER-MASTER
           END-IF.

           BUILD-CUSTOMER-ENTRY.

           IF CUSTOMER-COUNT < 200
               ADD 1 TO CUSTOMER-COUNT
               MOVE CUST_NAME TO CUST-TBL-NAME (CUSTOMER-COUNT)
               MOVE CUST_LICENCE TO CUST-TBL-LICENCE (CUSTOMER-COUNT)
               IF CUST_LICENCE_EXPIRY IS NUMERIC
                   MOVE CUST_LICENCE_EXPIRY
                       TO CUST-TBL-LICENCE-EXPIRY (CUSTOMER-COUNT)
               ELSE
                   MOVE ZERO TO CUST-TBL-LICENCE-EXPIRY (CUSTOMER-COUNT)
               END-IF
               IF CUST_NIF IS NUMERIC
                   MOVE CUST_NIF TO CUST-TBL-NIF (CUSTOMER-COUNT)
               ELSE
                   MOVE ZERO TO CUST-TBL-NIF (CUSTOMER-COUNT)
               END-IF
           END-IF.

           READ CUSTOMER-MASTER
               AT END MOVE "YYY" TO CUSTOMER-MASTER-EOF
           END-READ.

      *    ---- picks up the last invoice number issued, so a        ----*
      *    ---- rebilled fine carries the legal sequence straight    ----*
      *    ---- on from PROD2V1's.                                   ----*
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
               MOVE "PROD2V6" TO ERR-PROGRAMA
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

      *    ---- reads FINES-LOG.txt, if present, and sets aside any  ----*
      *    ---- fine whose reference was rebilled on an earlier run. ----*
           MARCAR-DUPLICADAS.

           MOVE "YYY" TO FINES-LOG-EOF.
           OPEN INPUT FINES-LOG.

           IF FINES-LOG-STATUS = "00"
               MOVE SPACES TO FINES-LOG-EOF
               READ FINES-LOG
                   AT END MOVE "YYY" TO FINES-LOG-EOF
               END-READ
               PERFORM LER-FINES-LOG
                   UNTIL FINES-LOG-EOF = "YYY"
               CLOSE FINES-LOG
           END-IF.

           LER-FINES-LOG.

           PERFORM TESTAR-DUPLICADA
               VARYING FINE-IDX FROM 1 BY 1
               UNTIL FINE-IDX > FINE-COUNT.

           READ FINES-LOG
               AT END MOVE "YYY" TO FINES-LOG-EOF
           END-READ.

           TESTAR-DUPLICADA.

           IF MUL-TBL-ESTADO (FINE-IDX) = "P"
                   AND MUL-TBL-REFERENCE (FINE-IDX) = FLG_REFERENCE
                   AND MUL-TBL-PLATE (FINE-IDX) = FLG_PLATE
               MOVE "D" TO MUL-TBL-ESTADO (FINE-IDX)
           END-IF.

      *    ---- reads RENTAL-HISTORY.txt once, testing each closed   ----*
      *    ---- rental against every fine still pending.             ----*
           CASAR-HISTORICO.

           MOVE "YYY" TO RENTAL-HISTORY-EOF.
           OPEN INPUT RENTAL-HISTORY.

           IF RENTAL-HISTORY-STATUS = "00"
               MOVE SPACES TO RENTAL-HISTORY-EOF
               READ RENTAL-HISTORY
                   AT END MOVE "YYY" TO RENTAL-HISTORY-EOF
               END-READ
               PERFORM LER-HISTORICO
                   UNTIL RENTAL-HISTORY-EOF = "YYY"
               CLOSE RENTAL-HISTORY
           END-IF.

           LER-HISTORICO.

           IF RHI_CHECKOUT_DATE IS NUMERIC
                   AND RHI_RETURN_DATE IS NUMERIC
               PERFORM TESTAR-HISTORICO
                   VARYING FINE-IDX FROM 1 BY 1
                   UNTIL FINE-IDX > FINE-COUNT
           END-IF.

           READ RENTAL-HISTORY
               AT END MOVE "YYY" TO RENTAL-HISTORY-EOF
           END-READ.

      *    the offence day inside checkout..return, both ends in:     *
      *    the fine falls to whoever had the car that day.            *
           TESTAR-HISTORICO.

           IF MUL-TBL-ESTADO (FINE-IDX) = "P"
                   AND MUL-TBL-PLATE (FINE-IDX) = RHI_PLATE
                   AND MUL-TBL-DATE (FINE-IDX) NOT < RHI_CHECKOUT_DATE
                   AND MUL-TBL-DATE (FINE-IDX) NOT > RHI_RETURN_DATE
               ADD 1 TO MUL-TBL-CASAMENTOS (FINE-IDX)
               MOVE RHI_CLIENT TO MUL-TBL-CLIENT (FINE-IDX)
               MOVE RHI_CHECKOUT_DATE TO MUL-TBL-CHECKOUT (FINE-IDX)
               MOVE RHI_RETURN_DATE TO MUL-TBL-RETURN (FINE-IDX)
           END-IF.

      *    ---- a car still out tonight: any offence from its        ----*
      *    ---- checkout on is the current renter's.                 ----*
           CASAR-ALUGUERES-ABERTOS.

           MOVE "YYY" TO OPEN-RENTALS-EOF.
           OPEN INPUT OPEN-RENTALS.

           IF OPEN-RENTALS-STATUS = "00"
               MOVE SPACES TO OPEN-RENTALS-EOF
               READ OPEN-RENTALS
                   AT END MOVE "YYY" TO OPEN-RENTALS-EOF
               END-READ
               PERFORM LER-ALUGUER-ABERTO
                   UNTIL OPEN-RENTALS-EOF = "YYY"
               CLOSE OPEN-RENTALS
           END-IF.

           LER-ALUGUER-ABERTO.

           IF OPR_CHECKOUT_DATE IS NUMERIC
               PERFORM TESTAR-ALUGUER-ABERTO
                   VARYING FINE-IDX FROM 1 BY 1
                   UNTIL FINE-IDX > FINE-COUNT
           END-IF.

           READ OPEN-RENTALS
               AT END MOVE "YYY" TO OPEN-RENTALS-EOF
           END-READ.

           TESTAR-ALUGUER-ABERTO.

           IF MUL-TBL-ESTADO (FINE-IDX) = "P"
                   AND MUL-TBL-PLATE (FINE-IDX) = OPR_PLATE
                   AND MUL-TBL-DATE (FINE-IDX) NOT < OPR_CHECKOUT_DATE
               ADD 1 TO MUL-TBL-CASAMENTOS (FINE-IDX)
               MOVE OPR_CLIENT TO MUL-TBL-CLIENT (FINE-IDX)
               MOVE OPR_CHECKOUT_DATE TO MUL-TBL-CHECKOUT (FINE-IDX)
               MOVE ZERO TO MUL-TBL-RETURN (FINE-IDX)
           END-IF.

      *    ---- one fine: rebilled with its notice when exactly one  ----*
      *    ---- rental explains it, otherwise onto the exceptions.   ----*
           PROCESSAR-MULTA.

           IF MUL-TBL-ESTADO (FINE-IDX) = "D"
               ADD 1 TO MULTAS-DUPLICADAS
               MOVE "ALREADY REBILLED - NOT CHARGED AGAIN" TO
                   EXCECAO-MOTIVO
               PERFORM ESCREVER-EXCECAO
               GO TO PROCESSAR-MULTA-FIM
           END-IF.

           IF MUL-TBL-ESTADO (FINE-IDX) = "X"
               MOVE "INVALID FINE RECORD" TO EXCECAO-MOTIVO
               PERFORM REGISTAR-EXCECAO
               GO TO PROCESSAR-MULTA-FIM
           END-IF.

           IF MUL-TBL-CASAMENTOS (FINE-IDX) = ZERO
               MOVE "NO RENTAL FOUND FOR PLATE ON DATE" TO
                   EXCECAO-MOTIVO
               PERFORM REGISTAR-EXCECAO
               GO TO PROCESSAR-MULTA-FIM
           END-IF.

      *    the history holds dates, not times: a car returned and let *
      *    again on the offence day needs the counter's times checked *
      *    by hand before anyone is named.                            *
           IF MUL-TBL-CASAMENTOS (FINE-IDX) > 1
               MOVE "TWO RENTALS ON OFFENCE DATE - CHECK TIME" TO
                   EXCECAO-MOTIVO
               PERFORM REGISTAR-EXCECAO
               GO TO PROCESSAR-MULTA-FIM
           END-IF.

           IF OINV-COUNT NOT < 300
               MOVE "Y" TO OINV-OVERFLOW
               MOVE "PROD2V6" TO ERR-PROGRAMA
               MOVE "E01" TO ERR-CODIGO
               MOVE "tabela de facturas cheia - multa nao facturada"
                   TO ERR-MENSAGEM
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               MOVE "INVOICE LEDGER FULL - NOT REBILLED" TO
                   EXCECAO-MOTIVO
               PERFORM REGISTAR-EXCECAO
               GO TO PROCESSAR-MULTA-FIM
           END-IF.

           MOVE "M" TO MUL-TBL-ESTADO (FINE-IDX).
           MOVE ZERO TO CUST-ATUAL.
           SET CUST-IDX TO 1.
           SEARCH CUSTOMER-ENTRY
               AT END CONTINUE
               WHEN CUST-TBL-NAME (CUST-IDX) = MUL-TBL-CLIENT (FINE-IDX)
                   SET CUST-ATUAL TO CUST-IDX
           END-SEARCH.

           PERFORM FACTURAR-MULTA.
           PERFORM ESCREVER-IDENTIFICACAO.

           MOVE SPACES TO FINES-LOG-FILE.
           MOVE MUL-TBL-REFERENCE (FINE-IDX) TO FLG_REFERENCE.
           MOVE MUL-TBL-PLATE (FINE-IDX) TO FLG_PLATE.
           MOVE MULTA-FACTURA-NUMBER TO FLG_INVOICE_NUMBER.
           MOVE MUL-TBL-CLIENT (FINE-IDX) TO FLG_CLIENT.
           MOVE RUN-DATE-YYYYMMDD TO FLG_DATA.
           WRITE FINES-LOG-FILE.

           ADD 1 TO MULTAS-FACTURADAS.

           PROCESSAR-MULTA-FIM.
               EXIT.

      *    ---- the fine passed through at cost, the administration  ----*
      *    ---- fee and its VAT, on an invoice under the next number ----*
      *    ---- and open on the ledger until paid.                   ----*
           FACTURAR-MULTA.

           COMPUTE MULTA-IVA-AMT ROUNDED = MUL-TAXA-ADMIN * VAT-RATE.
           COMPUTE MULTA-TOTAL-AMT =
                   MUL-TBL-AMOUNT (FINE-IDX) + MUL-TAXA-ADMIN
                   + MULTA-IVA-AMT.

           ADD 1 TO LAST-INVOICE-NUMBER.
           MOVE LAST-INVOICE-NUMBER TO MULTA-FACTURA-NUMBER.
           ADD 1 TO OINV-COUNT.
           MOVE MULTA-FACTURA-NUMBER TO OINV-TBL-NUMBER (OINV-COUNT).
           MOVE MUL-TBL-CLIENT (FINE-IDX)
               TO OINV-TBL-CLIENT (OINV-COUNT).
           MOVE RUN-DATE-YYYYMMDD TO OINV-TBL-DATE (OINV-COUNT).
           MOVE MULTA-TOTAL-AMT TO OINV-TBL-TOTAL (OINV-COUNT).
           MOVE ZERO TO OINV-TBL-PAID (OINV-COUNT).
           MOVE "O" TO OINV-TBL-ESTADO (OINV-COUNT).
           MOVE ZERO TO OINV-TBL-BRANCH (OINV-COUNT).

           MOVE SPACES TO INVOICE-HEADER-LINE.
           MOVE "INVOICE " TO INV-HDR-LABEL.
           MOVE MULTA-FACTURA-NUMBER TO INV-HDR-NUMBER.
           MOVE "DATE: " TO INV-HDR-DATE-LABEL.
           MOVE RUN-DATE-DISPLAY TO INV-HDR-DATE.
           MOVE "CLIENT: " TO INV-HDR-CLIENT-LABEL.
           MOVE MUL-TBL-CLIENT (FINE-IDX) TO INV-HDR-CLIENT.
           WRITE INVOICE-HEADER-LINE
               AFTER ADVANCING 2 LINES.

           MOVE SPACES TO INVOICE-DETAIL-LINE.
           STRING "FINE " MUL-TBL-REFERENCE (FINE-IDX)
               DELIMITED BY SIZE INTO INV-DET-LABEL.
           MOVE MUL-TBL-AMOUNT (FINE-IDX) TO INV-DET-AMOUNT.
           MOVE CURR-MOEDA-BASE TO INV-DET-CURRENCY.
           WRITE INVOICE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO INVOICE-DETAIL-LINE.
           MOVE "ADMINISTRATION FEE" TO INV-DET-LABEL.
           MOVE MUL-TAXA-ADMIN TO INV-DET-AMOUNT.
           MOVE CURR-MOEDA-BASE TO INV-DET-CURRENCY.
           WRITE INVOICE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO INVOICE-DETAIL-LINE.
           MOVE "VAT ON FEE" TO INV-DET-LABEL.
           MOVE MULTA-IVA-AMT TO INV-DET-AMOUNT.
           MOVE CURR-MOEDA-BASE TO INV-DET-CURRENCY.
           WRITE INVOICE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO INVOICE-DETAIL-LINE.
           MOVE "TOTAL DUE" TO INV-DET-LABEL.
           MOVE MULTA-TOTAL-AMT TO INV-DET-AMOUNT.
           MOVE CURR-MOEDA-BASE TO INV-DET-CURRENCY.
           WRITE INVOICE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO INVOICE-SEPARATOR-LINE.
           MOVE ALL "-" TO INV-SEP-TEXT.
           WRITE INVOICE-SEPARATOR-LINE
               AFTER ADVANCING 1 LINE.

      *    onto the tax-document journal in the rentals series: the   *
      *    fee is the taxable part, the fine passed through at cost   *
      *    the part outside the scope of VAT.                         *
           PERFORM LIMPAR-DOCUMENTO-FISCAL.
           MOVE "PROD2V6" TO DOCF-PROGRAMA.
           MOVE "FT" TO DOCF-TIPO.
           MOVE "ALU" TO DOCF-SERIE.
           MOVE MULTA-FACTURA-NUMBER TO DOCF-NUMERO.
           MOVE "A" TO DOCF-ORIGEM.
           MOVE MUL-TBL-CLIENT (FINE-IDX) TO DOCF-NOME.
           IF CUST-ATUAL > ZERO
               MOVE CUST-TBL-NIF (CUST-ATUAL) TO DOCF-NIF
           END-IF.
           MOVE "ALU" TO DOCF-CODIGO-IVA.
           MOVE VAT-RATE TO DOCF-TAXA.
           MOVE "TAXA-ADM" TO DOCF-PRODUTO.
           MOVE MUL-TAXA-ADMIN TO DOCF-BASE.
           MOVE MULTA-IVA-AMT TO DOCF-IVA.
           MOVE "MULTA" TO DOCF-PRODUTO-ISENTO.
           MOVE MUL-TBL-AMOUNT (FINE-IDX) TO DOCF-ISENTO.
           MOVE MULTA-TOTAL-AMT TO DOCF-TOTAL.
           MOVE CURR-MOEDA-BASE TO DOCF-MOEDA.
           PERFORM REGISTAR-DOCUMENTO-FISCAL
               THRU REGISTAR-DOCUMENTO-FISCAL-EXIT.

           ADD MUL-TBL-AMOUNT (FINE-IDX) TO TOTAL-MULTAS.
           ADD MUL-TAXA-ADMIN TO TOTAL-TAXAS.
           ADD MULTA-IVA-AMT TO TOTAL-IVA.
           ADD MULTA-TOTAL-AMT TO TOTAL-FACTURADO.

           MOVE "PROD2V6" TO AUD-PROGRAMA.
           MOVE SPACES TO AUD-CHAVE.
           MOVE MULTA-FACTURA-NUMBER TO AUD-CHAVE (1:7).
           MOVE MUL-TBL-PLATE (FINE-IDX) TO AUD-CHAVE (9:8).
           MOVE MULTA-TOTAL-AMT TO AUD-VALOR.
           MOVE "MULTA REFACTURADA" TO AUD-DESCRICAO.
           PERFORM REGISTAR-AUDITORIA THRU REGISTAR-AUDITORIA-EXIT.

      *    ---- the driver-identification notice for the authority:  ----*
      *    ---- their reference, the offence, and who was driving.   ----*
      *    ---- a renter not on the master, or with no licence       ----*
      *    ---- captured, is still named, the gap spelled out.       ----*
           ESCREVER-IDENTIFICACAO.

           MOVE SPACES TO NOTICE-HEADER-LINE.
           MOVE "DRIVER IDENTIFICATION" TO NOT-HDR-LABEL.
           MOVE "DATE: " TO NOT-HDR-DATE-LABEL.
           MOVE RUN-DATE-DISPLAY TO NOT-HDR-DATE.
           MOVE "AUTH: " TO NOT-HDR-AUTH-LABEL.
           MOVE MUL-TBL-AUTHORITY (FINE-IDX) TO NOT-HDR-AUTHORITY.
           WRITE NOTICE-HEADER-LINE
               AFTER ADVANCING 2 LINES.

           MOVE SPACES TO NOTICE-DETAIL-LINE.
           MOVE "FINE REFERENCE" TO NOT-DET-LABEL.
           MOVE MUL-TBL-REFERENCE (FINE-IDX) TO NOT-DET-VALOR.
           WRITE NOTICE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO NOTICE-DETAIL-LINE.
           MOVE "PLATE" TO NOT-DET-LABEL.
           MOVE MUL-TBL-PLATE (FINE-IDX) TO NOT-DET-VALOR.
           WRITE NOTICE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO NOTICE-DETAIL-LINE.
           MOVE "OFFENCE DATE/TIME" TO NOT-DET-LABEL.
           MOVE MUL-TBL-DATE (FINE-IDX) TO OFD-DATE.
           MOVE MUL-TBL-TIME (FINE-IDX) TO OFD-TIME.
           MOVE OFFENCE-DISPLAY TO NOT-DET-VALOR.
           WRITE NOTICE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO NOTICE-DETAIL-LINE.
           MOVE "DRIVER" TO NOT-DET-LABEL.
           MOVE MUL-TBL-CLIENT (FINE-IDX) TO NOT-DET-VALOR.
           WRITE NOTICE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO NOTICE-DETAIL-LINE.
           MOVE "NIF" TO NOT-DET-LABEL.
           MOVE "NOT ON FILE" TO NOT-DET-VALOR.
           IF CUST-ATUAL > ZERO
               IF CUST-TBL-NIF (CUST-ATUAL) > ZERO
                   MOVE CUST-TBL-NIF (CUST-ATUAL) TO NIF-EDITADO
                   MOVE NIF-EDITADO TO NOT-DET-VALOR
               END-IF
           END-IF.
           WRITE NOTICE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO NOTICE-DETAIL-LINE.
           MOVE "DRIVING LICENCE" TO NOT-DET-LABEL.
           MOVE "NOT ON FILE" TO NOT-DET-VALOR.
           IF CUST-ATUAL > ZERO
               IF CUST-TBL-LICENCE (CUST-ATUAL) NOT = SPACES
                   MOVE CUST-TBL-LICENCE (CUST-ATUAL) TO LCD-LICENCE
                   MOVE " VALID TO " TO LCD-LABEL
                   MOVE CUST-TBL-LICENCE-EXPIRY (CUST-ATUAL)
                       TO LCD-EXPIRY
                   MOVE LICENCE-DISPLAY TO NOT-DET-VALOR
               END-IF
           END-IF.
           WRITE NOTICE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO NOTICE-DETAIL-LINE.
           MOVE "RENTED" TO NOT-DET-LABEL.
           MOVE MUL-TBL-CHECKOUT (FINE-IDX) TO RTD-CHECKOUT.
           MOVE " TO " TO RTD-LABEL.
           IF MUL-TBL-RETURN (FINE-IDX) = ZERO
               MOVE "STILL OUT" TO RTD-RETURN
           ELSE
               MOVE MUL-TBL-RETURN (FINE-IDX) TO RTD-RETURN
           END-IF.
           MOVE RENTED-DISPLAY TO NOT-DET-VALOR.
           WRITE NOTICE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO NOTICE-SEPARATOR-LINE.
           MOVE ALL "-" TO NOT-SEP-TEXT.
           WRITE NOTICE-SEPARATOR-LINE
               AFTER ADVANCING 1 LINE.

      *    ---- a fine nobody can be named for: counted, and onto    ----*
      *    ---- the exceptions list.                                 ----*
           REGISTAR-EXCECAO.

           ADD 1 TO MULTAS-EXCECAO.
           PERFORM ESCREVER-EXCECAO.

           ESCREVER-EXCECAO.

           MOVE SPACES TO EXCEPTION-LINE-OUT.
           MOVE MUL-TBL-PLATE (FINE-IDX) TO EXC-PLATE-OUT.
           MOVE MUL-TBL-DATE (FINE-IDX) TO EXC-DATE-OUT.
           MOVE MUL-TBL-TIME (FINE-IDX) TO EXC-TIME-OUT.
           MOVE MUL-TBL-REFERENCE (FINE-IDX) TO EXC-REFERENCE-OUT.
           MOVE MUL-TBL-AMOUNT (FINE-IDX) TO EXC-AMOUNT-OUT.
           MOVE EXCECAO-MOTIVO TO EXC-REASON-OUT.
           WRITE EXCEPTION-LINE-OUT
               AFTER ADVANCING 1 LINE.
           DISPLAY EXCEPTION-LINE-OUT.

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

      *    ---- opens FINES-LOG.txt for append, creating it on the    ----*
      *    ---- first run.                                            ----*
           ABRIR-FINES-LOG.

           OPEN EXTEND FINES-LOG.
           IF FINES-LOG-STATUS = "05" OR FINES-LOG-STATUS = "35"
               OPEN OUTPUT FINES-LOG
               CLOSE FINES-LOG
               OPEN EXTEND FINES-LOG
           END-IF.

      *    ---- opens the period's driver-identification notices and ----*
      *    ---- exceptions for append, creating them on the period's ----*
      *    ---- first run: a notice answers the authority by a legal ----*
      *    ---- deadline, so no night's notices may be lost.         ----*
           ABRIR-NOTIFICACOES.

           OPEN EXTEND DRIVER-ID-OUT.
           IF DRIVER-ID-STATUS = "05" OR DRIVER-ID-STATUS = "35"
               OPEN OUTPUT DRIVER-ID-OUT
               CLOSE DRIVER-ID-OUT
               OPEN EXTEND DRIVER-ID-OUT
           END-IF.
           OPEN EXTEND FINES-EXCEPTIONS-OUT.
           IF FINES-EXCEPTIONS-STATUS = "05"
                   OR FINES-EXCEPTIONS-STATUS = "35"
               OPEN OUTPUT FINES-EXCEPTIONS-OUT
               CLOSE FINES-EXCEPTIONS-OUT
               OPEN EXTEND FINES-EXCEPTIONS-OUT
           END-IF.

      *    ---- rewrites OPEN-INVOICES.txt with tonight's rebilled   ----*
      *    ---- fines added; settled paper leaves, as in PROD2V1.    ----*
           GRAVAR-FACTURAS-ABERTAS.

           IF OINV-OVERFLOW = "Y"
               MOVE "PROD2V6" TO ERR-PROGRAMA
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

      *    ---- appends the VAT on tonight's fees to VAT-CONTROL.txt ----*
      *    ---- under the rentals band, creating the file if needed. ----*
           GRAVAR-CONTROLO-IVA.

           OPEN EXTEND VAT-CONTROL.
           IF VAT-CONTROL-STATUS = "05" OR VAT-CONTROL-STATUS = "35"
               OPEN OUTPUT VAT-CONTROL
               CLOSE VAT-CONTROL
               OPEN EXTEND VAT-CONTROL
           END-IF.
           MOVE SPACES TO VAT-CONTROL-FILE.
           MOVE "PROD2V6" TO VCT_PROGRAMA.
           MOVE RUN-PERIOD-TAG TO VCT_PERIODO.
           MOVE "ALU" TO VCT_CODIGO.
           MOVE TOTAL-IVA TO VCT_VALOR.
           WRITE VAT-CONTROL-FILE.
           CLOSE VAT-CONTROL.

           COPY DATEPD.
           COPY AUDITPD.
           COPY CURRPD.
           COPY VATPD.
           COPY GLPD.
           COPY LOCKPD.
           COPY RUNSTPD.
           COPY DFIPD.

       END PROGRAM PROD2V6.
