           SELECT FUEL-RATES ASSIGN TO 'FUEL-RATES.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FUEL-RATES-STATUS.
      *    which class a sold-out CAR_TYPE steps up to, one hop per    *
      *    line, so the upgrade ladder is an edit, not a recompile.    *
           SELECT UPGRADE-PATHS ASSIGN TO 'UPGRADE-PATHS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UPGRADE-PATHS-STATUS.
      *    collision damage waiver levels: price per day and the      *
      *    excess the customer still answers for, data like the       *
      *    extras so a new level is an edit, not a recompile.         *
           SELECT CDW-RATES ASSIGN TO 'CDW-RATES.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CDW-RATES-STATUS.
           SELECT BRANCHES ASSIGN TO 'BRANCHES.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BRANCHES-STATUS.
           SELECT RENTAL-RETRY-OUT ASSIGN TO 'RENTACAR-RETRY.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETRY-OUT-STATUS.
      *    corporate rentals that would take the account past its     *
      *    credit limit wait here -- the RENTAL image plus what the   *
      *    account owed -- for the accounts manager to release or     *
      *    refuse on CREDIT-DECISIONS-IN.txt. read whole at start-up, *
      *    then reopened OUTPUT for whatever is still undecided and   *
      *    tonight's new holds.                                       *
           SELECT CREDIT-HOLD-IN ASSIGN TO 'RENTACAR-CREDIT-HOLD.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CREDIT-HOLD-IN-STATUS.
           SELECT CREDIT-HOLD-OUT ASSIGN TO 'RENTACAR-CREDIT-HOLD.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CREDIT-HOLD-OUT-STATUS.
           SELECT CREDIT-DECISIONS-IN
               ASSIGN TO 'CREDIT-DECISIONS-IN.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CREDIT-DECISIONS-STATUS.
           SELECT INVOICE-REGISTER ASSIGN TO 'INVOICE-REGISTER.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INVOICE-REGISTER-STATUS.
               FILE STATUS IS SERVICE-HISTORY-STATUS.
           SELECT MAINT-DUE-OUT ASSIGN DYNAMIC MAINT-DUE-FILENAME.
           SELECT FLEET-UTIL-OUT ASSIGN DYNAMIC FLEET-UTIL-FILENAME.
      *    workshop jobs: tonight's openings and closings as the      *
      *    workshop keys them, and the ledger of jobs still open.     *
           SELECT WORK-ORDERS-IN ASSIGN TO 'WORK-ORDERS-IN.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WORK-ORDERS-IN-STATUS.
           SELECT WORK-ORDERS ASSIGN TO 'WORK-ORDERS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WORK-ORDERS-STATUS.
           SELECT MAINT-COST-OUT ASSIGN DYNAMIC MAINT-COST-FILENAME.
           SELECT CUSTOMER-MASTER ASSIGN TO 'CUSTOMER-MASTER.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
           SELECT PAYMENTS-IN ASSIGN TO 'PAYMENTS-IN.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYMENTS-IN-STATUS.
      *    cancellations of invoices already issued, keyed on the     *
      *    invoice number -- each one answered by a numbered credit   *
      *    note, never by editing the ledger by hand.                 *
           SELECT INVOICE-CANCELS-IN ASSIGN TO 'INVOICE-CANCELS-IN.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INVOICE-CANCELS-STATUS.
      *    the open-invoice ledger: every invoice issued, carried     *
      *    from issue to settlement across runs the same load-whole/  *
      *    rewrite-whole way as the customer master.                  *
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPEN-RENTALS-STATUS.
           SELECT OVERDUE-OUT ASSIGN DYNAMIC OVERDUE-FILENAME.
      *    every rental closed at check-in, kept for good: who had    *
      *    which plate between which dates, for the fines that come   *
      *    in weeks after the car is back (PROD2V6).                  *
           SELECT RENTAL-HISTORY ASSIGN TO 'RENTAL-HISTORY.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RENTAL-HISTORY-STATUS.
      *    the run's output-VAT control total, appended per run so    *
      *    the periodic VAT declaration can reconcile the return      *
      *    against what each program actually charged.                *
               FILE STATUS IS TRANSFERS-IN-STATUS.
           SELECT BRANCH-FLEET-OUT
               ASSIGN DYNAMIC BRANCH-FLEET-FILENAME.
           SELECT UPGRADE-REPORT-OUT
               ASSIGN DYNAMIC UPGRADE-REPORT-FILENAME.
      *    damage above a waiver's excess, for the insurer -- one file *
      *    per period, appended nightly and submitted at month end.   *
           SELECT INSURANCE-CLAIMS-OUT
               ASSIGN DYNAMIC INSURANCE-CLAIMS-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INSURANCE-CLAIMS-STATUS.
      *    the cash each counter counted into its drawer at close,    *
      *    one line per branch per day, against what the run says     *
      *    should be there.                                           *
           SELECT CASH-COUNT-IN ASSIGN TO 'CASH-COUNT-IN.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CASH-COUNT-STATUS.
           SELECT CASH-UP-OUT
               ASSIGN DYNAMIC CASH-UP-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CASH-UP-STATUS.

      *    ---- shared run-date/error-log facility, common to the      ----*
      *    ---- overnight batch suite.                                 ----*
           COPY GLSEL.
           COPY RUNSTSEL.
           COPY LOCKSEL.
           COPY HOLSEL.
           COPY DFISEL.

      *=======================================================================*
                                  DATA DIVISION.
      *    tank level at checkout, in percent -- compared against     *
      *    the level captured at check-in to bill the shortfall.      *
               02 FUEL_LEVEL_OUT PIC 9(2).
      *    collision damage waiver level bought at the counter, off   *
      *    CDW-RATES.txt; a space means none was taken and the        *
      *    customer answers for the full damage at check-in.          *
               02 CDW_LEVEL PIC X(1).

      *          xxxxxxxxxxxxx       OUTPUT FILE    xxxxxxxxxxxxxxxxxxxxx      *
           FD RENTAL-OUT.
               02 FRATE_CAR_TYPE PIC 9(1).
               02 FRATE_PER_UNIT PIC 99V99.

      *          xxxxxxxxxxxxx     UPGRADE LADDER       xxxxxxxxxxxxx      *
      *    one line per step: the CAR_TYPE that ran out and the class *
      *    the counter may hand over free in its place.               *
           FD UPGRADE-PATHS.
           01 UPGRADE-PATHS-FILE.
               02 UPG_FROM_TYPE PIC 9(1).
               02 UPG_TO_TYPE PIC 9(1).

      *          xxxxxxxxxxxxx   DAMAGE WAIVER LEVELS   xxxxxxxxxxxxx      *
      *    one line per CDW level: code, the description the invoice  *
      *    prints, the price per rental day and the excess -- the     *
      *    most the customer pays for damage when the level is held.  *
           FD CDW-RATES.
           01 CDW-RATES-FILE.
               02 CDWR_LEVEL PIC X(1).
               02 CDWR_DESC PIC A(20).
               02 CDWR_PER_DAY PIC 99V99.
               02 CDWR_EXCESS PIC 9(5)V99.

      *          xxxxxxxxxxxxx   REJECT RETRY QUEUE      xxxxxxxxxxx      *
      *    both records are the exact RENTAL-FILE input layout -- one  *
      *    byte-for-byte image per availability reject, so the queue   *
      *    replays through the same billing flow untouched. data-error *
      *    rejects are NOT queued, so garbage doesn't loop forever.    *
           FD RENTAL-RETRY-IN.
           01 RETRY-RECORD-IN PIC X(49).

           FD RENTAL-RETRY-OUT.
           01 RETRY-RECORD-OUT PIC X(49).

      *          xxxxxxxxxxxxx    CREDIT HOLD QUEUE     xxxxxxxxxxxxx      *
      *    one line per corporate rental held over the credit limit:  *
      *    the hold's date and sequence (its key on the decisions     *
      *    file), the open balance, the limit and the charge that     *
      *    would have broken it, then the RENTAL-FILE image as read.  *
           FD CREDIT-HOLD-IN.
           01 CREDIT-HOLD-RECORD-IN.
               02 CHI_HOLD_DATE PIC 9(8).
               02 CHI_HOLD_SEQ PIC 9(3).
               02 CHI_SALDO PIC 9(7)V99.
               02 CHI_LIMITE PIC 9(7)V99.
               02 CHI_VALOR PIC 9(7)V99.
               02 CHI_RENTAL PIC X(49).

           FD CREDIT-HOLD-OUT.
           01 CREDIT-HOLD-RECORD-OUT.
               02 CHO_HOLD_DATE PIC 9(8).
               02 CHO_HOLD_SEQ PIC 9(3).
               02 CHO_SALDO PIC 9(7)V99.
               02 CHO_LIMITE PIC 9(7)V99.
               02 CHO_VALOR PIC 9(7)V99.
               02 CHO_RENTAL PIC X(49).

      *          xxxxxxxxxxxxx   CREDIT HOLD DECISIONS  xxxxxxxxxxxxx      *
      *    the accounts manager's answer per hold, keyed on the date  *
      *    and sequence off the queue: L liberar -- bill it tonight   *
      *    past the limit -- or R recusar -- the rental is refused.   *
           FD CREDIT-DECISIONS-IN.
           01 CREDIT-DECISIONS-FILE.
               02 CHD_HOLD_DATE PIC 9(8).
               02 CHD_HOLD_SEQ PIC 9(3).
               02 CHD_DECISAO PIC X(1).

      *          xxxxxxxxxxxxx   INVOICE NUMBER REGISTER xxxxxxxxxxx      *
      *    one line holding the last invoice number issued, persisted  *

      *          xxxxxxxxxxxxx   INVOICE DOCUMENT FILE  xxxxxxxxxxxx      *
      *    one numbered document per billed rental: km charge, day     *
      *    charge, VAT and total, each on its own labelled line. a     *
      *    deposit handed back with nothing charged against it gets an *
      *    unnumbered settlement slip instead -- it bills nothing. the *
      *    01-levels share the record area, so every field is          *
      *    re-MOVEd fresh before each WRITE.                           *
           FD INVOICE-DOC-OUT.
           01 INVOICE-HEADER-LINE.
               02 INV-HDR-CLIENT-LABEL PIC X(8).
               02 INV-HDR-CLIENT PIC A(20).

           01 INVOICE-SLIP-LINE.
               02 INV-SLP-LABEL PIC X(15).
               02 FILLER PIC X(2) VALUE SPACES.
               02 INV-SLP-DATE-LABEL PIC X(6).
               02 INV-SLP-DATE PIC X(10).
               02 FILLER PIC X(2) VALUE SPACES.
               02 INV-SLP-CLIENT-LABEL PIC X(8).
               02 INV-SLP-CLIENT PIC A(20).

           01 INVOICE-DETAIL-LINE.
               02 FILLER PIC X(4) VALUE SPACES.
               02 INV-DET-LABEL PIC X(20).
      *    plate, service date and the odometer at that point. the     *
      *    highest odometer per plate is the vehicle's last service,   *
      *    measured against RATE_SERVICE_INTERVAL for its CAR_TYPE.    *
      *    a job closed on a work order appends its own line, with    *
      *    the order number and what the parts and labour cost.       *
           FD SERVICE-HISTORY.
           01 SERVICE-HISTORY-FILE.
               02 SVC_PLATE PIC X(8).
               02 SVC_DATE PIC 9(8).
               02 SVC_ODOMETER PIC 9(7).
               02 SVC_WORK_ORDER PIC 9(6).
               02 SVC_PARTS PIC 9(5)V99.
               02 SVC_LABOUR PIC 9(5)V99.

      *          xxxxxxxxxxxxx   WORK ORDER MOVEMENTS   xxxxxxxxxxxxx      *
      *    one line per job event: O opens job WOI_NUMBER against the  *
      *    plate (date, what is wrong), C closes it with the odometer  *
      *    at release and the parts and labour the job cost.          *
           FD WORK-ORDERS-IN.
           01 WORK-ORDERS-IN-FILE.
               02 WOI_ACTION PIC X(1).
               02 WOI_NUMBER PIC 9(6).
               02 WOI_PLATE PIC X(8).
               02 WOI_DATE PIC 9(8).
               02 WOI_ODOMETER PIC 9(7).
               02 WOI_PARTS PIC 9(5)V99.
               02 WOI_LABOUR PIC 9(5)V99.
               02 WOI_DESC PIC X(30).

      *          xxxxxxxxxxxxx   OPEN WORK ORDER LEDGER  xxxxxxxxxxxx      *
      *    one line per job the workshop still has: the order, the    *
      *    plate held off rent, the date it went in and why.          *
           FD WORK-ORDERS.
           01 WORK-ORDERS-FILE.
               02 WOR_NUMBER PIC 9(6).
               02 WOR_PLATE PIC X(8).
               02 WOR_OPEN_DATE PIC 9(8).
               02 WOR_DESC PIC X(30).

      *          xxxxxxxxxxxxx  MAINTENANCE COST REPORT  xxxxxxxxxxxx      *
      *    one line per plate, then one per CAR_TYPE: kilometres       *
      *    rented, workshop cost to date and the cost per kilometre,   *
      *    beside FLEET-UTILIZATION for the same period.               *
           FD MAINT-COST-OUT.
           01 MAINT-COST-LINE-OUT.
               02 MC-PLATE-OUT PIC X(8).
               02 FILLER PIC X(1) VALUE SPACE.
               02 MC-CAR-TYPE-OUT PIC 9(1).
               02 FILLER PIC X(1) VALUE SPACE.
               02 MC-LABEL-1 PIC X(4).
               02 MC-KM-OUT PIC ZZZZZZZZ9.
               02 FILLER PIC X(1) VALUE SPACE.
               02 MC-LABEL-2 PIC X(6).
               02 MC-COST-OUT PIC ZZZZZZZZ9.99.
               02 FILLER PIC X(1) VALUE SPACE.
               02 MC-LABEL-3 PIC X(8).
               02 MC-PER-KM-OUT PIC ZZ9.9999.

      *          xxxxxxxxxxxxx  FLEET UTILIZATION REPORT xxxxxxxxxxx      *
      *    one line per plate at end of run: rentals, days out,         *
               02 FLEET_REVENUE PIC 9(9)V99.
               02 FLEET_LAST_SERVICE PIC 9(7).
               02 FLEET_BRANCH PIC 9(2).
      *    what the car cost, when it was bought, what it should     *
      *    fetch at the end of its life and over how many months,    *
      *    and the depreciation charged so far -- PROD2V7 charges    *
      *    one month per period and stamps the period it charged.    *
               02 FLEET_ACQ_COST PIC 9(7)V99.
               02 FLEET_ACQ_DATE PIC 9(8).
               02 FLEET_RESIDUAL PIC 9(7)V99.
               02 FLEET_LIFE_MONTHS PIC 9(3).
               02 FLEET_ACCUM_DEPR PIC 9(7)V99.
               02 FLEET_DEPR_PERIOD PIC X(6).
      *    parts and labour of every workshop job closed against     *
      *    the plate, accumulated across runs by PROD2V1.            *
               02 FLEET_MAINT_COST PIC 9(7)V99.

      *          xxxxxxxxxxxxx     RESTART CHECKPOINT    xxxxxxxxxxxxxx      *
      *    one line holding the count of RENTAL records already billed   *
      *    account -- maintained by the customer-maintenance run      *
      *    (PROD2V3); a master from before account types carries      *
      *    spaces and reads as individual.                            *
      *    CUST_CREDIT_LIMIT caps what a corporate account may owe on *
      *    the open-invoice ledger; zero, or spaces on an older       *
      *    master, means no limit has been set.                       *
      *    CUST_LICENCE / CUST_LICENCE_EXPIRY / CUST_NIF are captured *
      *    through PROD2V3 from the licence seen at the counter;      *
      *    CUST_BLOCKED "Y" refuses the customer a car, the reason    *
      *    in CUST_BLOCK_REASON: D unpaid damage, F fraud, N repeated *
      *    no-shows, O other.                                         *
           FD CUSTOMER-MASTER.
           01 CUSTOMER-MASTER-FILE.
               02 CUST_NUMBER PIC 9(6).
               02 CUST_RENTALS PIC 9(5).
               02 CUST_REVENUE PIC 9(7)V99.
               02 CUST_ACCT_TYPE PIC X(1).
               02 CUST_CREDIT_LIMIT PIC 9(7)V99.
               02 CUST_LICENCE PIC X(15).
               02 CUST_LICENCE_EXPIRY PIC 9(8).
               02 CUST_NIF PIC 9(9).
               02 CUST_BLOCKED PIC X(1).
               02 CUST_BLOCK_REASON PIC X(1).

      *          xxxxxxxxxxxxx   ADVANCE RESERVATIONS   xxxxxxxxxxxxx      *
      *    one line per booking taken at the counter: client, CAR_TYPE, *
               02 PAY_INVOICE_NUMBER PIC 9(7).
               02 PAY_DATE PIC 9(8).
               02 PAY_AMOUNT PIC 9(5)V99.
      *    the counter that took the money in cash; zero, or spaces   *
      *    on an older file, is a payment banked away from the desk.  *
               02 PAY_BRANCH PIC 9(2).

      *          xxxxxxxxxxxxx  INVOICE CANCELLATIONS  xxxxxxxxxxxxxx      *
      *    one line per invoice to be cancelled: the number off the   *
      *    numbered document and the reason the credit note prints.   *
           FD INVOICE-CANCELS-IN.
           01 INVOICE-CANCELS-FILE.
               02 CNC_INVOICE_NUMBER PIC 9(7).
               02 CNC_REASON PIC X(20).

      *          xxxxxxxxxxxxx   OPEN INVOICE LEDGER    xxxxxxxxxxxxx      *
      *    one line per invoice issued: number, customer, issue date, *
      *    total due, amount received so far and O open / P paid,     *
      *    and a rental invoice's pickup branch (zero on any other).  *
      *    settled invoices leave the ledger at rewrite time -- the   *
      *    settlement itself is on AUDIT-TRAIL.txt.                   *
           FD OPEN-INVOICES.
               02 OINV_TOTAL PIC 9(7)V99.
               02 OINV_PAID PIC 9(7)V99.
               02 OINV_ESTADO PIC X(1).
               02 OINV_BRANCH PIC 9(2).

      *          xxxxxxxxxxxxx   OPEN-INVOICE AGING     xxxxxxxxxxxxx      *
      *    one line per customer with money outstanding: what is owed *
               02 OPR_DEPOSIT PIC 9(5)V99.
               02 OPR_DROP_BRANCH PIC 9(2).
               02 OPR_FUEL_OUT PIC 9(2).
               02 OPR_CDW_LEVEL PIC X(1).
               02 OPR_CDW_EXCESS PIC 9(5)V99.

      *          xxxxxxxxxxxxx  CLOSED RENTAL HISTORY   xxxxxxxxxxxxx      *
      *    one line per rental closed at check-in: plate, customer,   *
      *    the checkout date and the date the car came back. append   *
      *    only -- nothing ever rewrites or trims it.                 *
           FD RENTAL-HISTORY.
           01 RENTAL-HISTORY-FILE.
               02 RHI_PLATE PIC X(8).
               02 RHI_CLIENT PIC A(20).
               02 RHI_CHECKOUT_DATE PIC 9(8).
               02 RHI_RETURN_DATE PIC 9(8).

      *          xxxxxxxxxxxxx   INSURANCE CLAIM FILE   xxxxxxxxxxxxx      *
      *    one line per damaged return under a waiver whose assessed  *
      *    damage ran past the excess: the customer paid the excess,  *
      *    the insurer is claimed for the rest.                       *
           FD INSURANCE-CLAIMS-OUT.
           01 INSURANCE-CLAIMS-FILE.
               02 CLM_PLATE PIC X(8).
               02 CLM_CLIENT PIC A(20).
               02 CLM_CHECKOUT_DATE PIC 9(8).
               02 CLM_RETURN_DATE PIC 9(8).
               02 CLM_CDW_LEVEL PIC X(1).
               02 CLM_DAMAGE_CODE PIC X(2).
               02 CLM_DAMAGE_AMT PIC 9(5)V99.
               02 CLM_EXCESS PIC 9(5)V99.
               02 CLM_CLAIM_AMT PIC 9(5)V99.

      *          xxxxxxxxxxxxx  BRANCH TRANSFER MOVES   xxxxxxxxxxxxx      *
      *    one line per deliberate repositioning move: the plate and  *
               02 BF-LABEL-2 PIC X(11).
               02 BF-AVAIL-OUT PIC ZZZZ9.

      *          xxxxxxxxxxxxx    CLASS UPGRADE REPORT   xxxxxxxxxxxx      *
      *    one line per branch and CAR_TYPE that ran out this run:    *
      *    how often, how many were upgraded free, how many walked.   *
           FD UPGRADE-REPORT-OUT.
           01 UPGRADE-REPORT-LINE-OUT.
               02 UR-BRANCH-CODE-OUT PIC 9(2).
               02 FILLER PIC X(1) VALUE SPACE.
               02 UR-BRANCH-NAME-OUT PIC A(20).
               02 FILLER PIC X(1) VALUE SPACE.
               02 UR-LABEL-1 PIC X(6).
               02 UR-CAR-TYPE-OUT PIC 9(1).
               02 FILLER PIC X(1) VALUE SPACE.
               02 UR-LABEL-2 PIC X(10).
               02 UR-SOLD-OUT-OUT PIC ZZZZ9.
               02 FILLER PIC X(1) VALUE SPACE.
               02 UR-LABEL-3 PIC X(10).
               02 UR-UPGRADED-OUT PIC ZZZZ9.
               02 FILLER PIC X(1) VALUE SPACE.
               02 UR-LABEL-4 PIC X(13).
               02 UR-TURNED-AWAY-OUT PIC ZZZZ9.

      *          xxxxxxxxxxxxx    COUNTER CASH COUNT    xxxxxxxxxxxxx      *
      *    one line per branch drawer at close: the branch, the day   *
      *    and the net cash counted over the opening float -- signed, *
      *    a day of refunds can leave the drawer short of its float.  *
           FD CASH-COUNT-IN.
           01 CASH-COUNT-FILE.
               02 CNT_BRANCH PIC 9(2).
               02 CNT_DATE PIC 9(8).
               02 CNT_AMOUNT PIC S9(7)V99 SIGN LEADING SEPARATE.

      *          xxxxxxxxxxxxx     BRANCH CASH-UP       xxxxxxxxxxxxx      *
      *    one line per branch per night, appended to the period's    *
      *    file: the expected cash by movement type, the expected     *
      *    net, what the counter counted and the over (+) / short (-) *
           FD CASH-UP-OUT.
           01 CASH-UP-LINE-OUT.
               02 CU-DATE-OUT PIC 9(8).
               02 FILLER PIC X(1) VALUE SPACE.
               02 CU-BRANCH-CODE-OUT PIC 9(2).
               02 FILLER PIC X(1) VALUE SPACE.
               02 CU-BRANCH-NAME-OUT PIC A(20).
               02 FILLER PIC X(1) VALUE SPACE.
               02 CU-DEP-IN-OUT PIC ZZZZZZ9.99.
               02 FILLER PIC X(1) VALUE SPACE.
               02 CU-DEP-OUT-OUT PIC ZZZZZZ9.99.
               02 FILLER PIC X(1) VALUE SPACE.
               02 CU-DAMAGE-OUT PIC ZZZZZZ9.99.
               02 FILLER PIC X(1) VALUE SPACE.
               02 CU-FUEL-OUT PIC ZZZZZZ9.99.
               02 FILLER PIC X(1) VALUE SPACE.
               02 CU-PAYMENTS-OUT PIC ZZZZZZ9.99.
               02 FILLER PIC X(1) VALUE SPACE.
               02 CU-EXPECTED-OUT PIC -ZZZZZZ9.99.
               02 FILLER PIC X(1) VALUE SPACE.
               02 CU-COUNTED-OUT PIC -ZZZZZZ9.99.
               02 FILLER PIC X(1) VALUE SPACE.
               02 CU-VARIANCE-OUT PIC -ZZZZZZ9.99.
               02 FILLER PIC X(1) VALUE SPACE.
               02 CU-NOTE-OUT PIC X(11).

      *          xxxxxxxxxxxxx   VAT CONTROL TOTALS    xxxxxxxxxxxxx      *
      *    one line per run: program, period, VAT band and the VAT    *
      *    charged -- what VATDECL proves the return against.         *
           COPY GLFD.
           COPY RUNSTFD.
           COPY LOCKFD.
           COPY HOLFD.
           COPY DFIFD.

      *=======================================================================*
                           WORKING-STORAGE SECTION.
           COPY GLWS.
           COPY RUNSTWS.
           COPY LOCKWS.
           COPY HOLWS.
           COPY DFIWS.

       77  RENTAL-STATUS PIC X(2) VALUE SPACES.

               03 BRANCH-TBL-COUNT PIC 9(5) VALUE ZERO.
               03 BRANCH-TBL-PAYMENT PIC 9(7)V99 VALUE ZERO.
               03 BRANCH-TBL-VAT PIC 9(7)V99 VALUE ZERO.
               03 BRANCH-TBL-CRED-NET PIC 9(7)V99 VALUE ZERO.
               03 BRANCH-TBL-CRED-VAT PIC 9(7)V99 VALUE ZERO.
               03 BRANCH-TBL-FLEET PIC 9(5) VALUE ZERO.
               03 BRANCH-TBL-AVAIL PIC 9(5) VALUE ZERO.
               03 BRANCH-TBL-ESGOTADO PIC 9(5) VALUE ZERO
                   OCCURS 9 TIMES.
               03 BRANCH-TBL-UPGRADE PIC 9(5) VALUE ZERO
                   OCCURS 9 TIMES.
      *        the drawer's expected movements for the night, by     *
      *        type: 1 deposits taken, 2 deposits released, 3 damage *
      *        kept off the deposit, 4 refuel, 5 walk-up payments.   *
               03 BRANCH-TBL-CAIXA PIC 9(7)V99 VALUE ZERO
                   OCCURS 5 TIMES.
               03 BRANCH-TBL-CONTADO PIC S9(7)V99 VALUE ZERO.
               03 BRANCH-TBL-CONTAGEM PIC X(1) VALUE "N".

      *    one-way rentals: the drop-off branch validated like the    *
      *    pickup, the fee added to the rental charge before VAT,     *
               03 EXTRA-BIL-DESC PIC A(20).
               03 EXTRA-BIL-AMT PIC 9(4)V99.

      *    damage waiver: the level's day rate bills like an extra,   *
      *    its excess rides the open rental, and at check-in damage   *
      *    past the excess goes to the insurer instead of the         *
      *    customer's settlement.                                     *
       77  CDW-RATES-STATUS PIC X(2) VALUE SPACES.
       77  CDW-RATES-EOF PIC A(3) VALUE SPACES.
       77  CDWR-COUNT PIC 9(2) VALUE ZERO.
       77  INSURANCE-CLAIMS-STATUS PIC X(2) VALUE SPACES.
       77  INSURANCE-CLAIMS-FILENAME PIC X(30) VALUE SPACES.
       77  CDW-NIVEL-ATUAL PIC X(1) VALUE SPACES.
       77  CDW-DESC-ATUAL PIC A(20) VALUE SPACES.
       77  CDW-EXCESS-ATUAL PIC 9(5)V99 VALUE ZERO.
       77  CDW-AMT PIC 9(5)V99 VALUE ZERO.
       77  CLAIM-AMT PIC 9(5)V99 VALUE ZERO.
       77  TOTAL-CDW-SOLD PIC 9(7)V99 VALUE ZERO.
       77  TOTAL-INSURANCE-CLAIMS PIC 9(7)V99 VALUE ZERO.

       01  CDWR-TABLE.
           02  CDWR-ENTRY OCCURS 9 TIMES INDEXED BY CDWR-IDX.
               03 CDWR-TBL-LEVEL PIC X(1).
               03 CDWR-TBL-DESC PIC A(20).
               03 CDWR-TBL-PER-DAY PIC 99V99.
               03 CDWR-TBL-EXCESS PIC 9(5)V99.

      *    fuel recovery: the checkout level rides the open rental,   *
      *    the shortfall at check-in bills through the same           *
      *    return-adjustment line as the odometer true-up, and the    *
               03 FRATE-TBL-CAR-TYPE PIC 9(1).
               03 FRATE-TBL-PER-UNIT PIC 99V99.

      *    class upgrades: when the booked CAR_TYPE has nothing left  *
      *    to hand over, FLEET-CHECK climbs the ladder off            *
      *    UPGRADE-PATHS.txt to the first class with a car free. the  *
      *    renter still pays the booked type's rate and the invoice   *
      *    says the upgrade was free.                                 *
       77  UPGRADE-PATHS-STATUS PIC X(2) VALUE SPACES.
       77  UPGRADE-PATHS-EOF PIC A(3) VALUE SPACES.
       77  UPGRADE-REPORT-FILENAME PIC X(30) VALUE SPACES.
       77  UPG-COUNT PIC 9(2) VALUE ZERO.
       77  TIPO-PROCURADO PIC 9(1) VALUE ZERO.
       77  UPGRADE-APLICADO PIC X(1) VALUE "N".
       77  UPGRADE-TIPO-DADO PIC 9(1) VALUE ZERO.
       77  UPGRADE-DEGRAU PIC X(1) VALUE "N".
       77  UPGRADE-SALTOS PIC 9(2) VALUE ZERO.
       77  UPGRADE-OVERDUE-PEDIDO PIC 9(3) VALUE ZERO.
       77  UPGRADE-TIPO-IDX PIC 9(2) VALUE ZERO.
       77  UPGRADE-RECUSADOS PIC 9(5) VALUE ZERO.
       77  UPGRADE-LABEL PIC X(20) VALUE SPACES.

      *    counter cash-up: each cash movement lands on its branch's  *
      *    drawer by type as it happens; at end of run the counts     *
      *    keyed by the branches are set against it and the net over/ *
      *    short is posted to the cash suspense account.              *
       77  CASH-COUNT-STATUS PIC X(2) VALUE SPACES.
       77  CASH-COUNT-EOF PIC A(3) VALUE SPACES.
       77  CASH-UP-STATUS PIC X(2) VALUE SPACES.
       77  CASH-UP-FILENAME PIC X(30) VALUE SPACES.
       77  CX-BALCAO PIC 9(2) VALUE ZERO.
       77  CX-TIPO PIC 9(1) VALUE ZERO.
       77  CX-VALOR PIC 9(7)V99 VALUE ZERO.
       77  CX-ESPERADO PIC S9(7)V99 VALUE ZERO.
       77  CX-DIFERENCA PIC S9(7)V99 VALUE ZERO.
       77  TOTAL-CX-DIFERENCA PIC S9(7)V99 VALUE ZERO.

       01  UPG-TABLE.
           02  UPG-ENTRY OCCURS 10 TIMES INDEXED BY UPG-IDX.
               03 UPG-TBL-FROM-TYPE PIC 9(1).
               03 UPG-TBL-TO-TYPE PIC 9(1).

       77  FREE-KM-PER-DAY PIC 9(3) VALUE 75.
       77  FREE-KM-ALLOWANCE PIC 9(5).

      *    ALU-PROVEITO remainder line keeps the journal balanced.    *
       77  BRANCH-GL-POSTED PIC S9(9)V99 VALUE ZERO.
       77  BRANCH-IVA-POSTED PIC S9(9)V99 VALUE ZERO.
       77  BRANCH-CRED-POSTED PIC S9(9)V99 VALUE ZERO.
       77  BRANCH-CRED-IVA-POSTED PIC S9(9)V99 VALUE ZERO.
       77  BRANCH-GL-CHAVE PIC X(12) VALUE SPACES.

       77  TOTAL-RENTALS PIC 9(5) VALUE ZERO.
               03 CUST-TBL-RENTALS PIC 9(5).
               03 CUST-TBL-REVENUE PIC 9(7)V99.
               03 CUST-TBL-ACCT-TYPE PIC X(1).
               03 CUST-TBL-CREDIT-LIMIT PIC 9(7)V99.
               03 CUST-TBL-LICENCE PIC X(15).
               03 CUST-TBL-LICENCE-EXPIRY PIC 9(8).
               03 CUST-TBL-NIF PIC 9(9).
               03 CUST-TBL-BLOCKED PIC X(1).
               03 CUST-TBL-BLOCK-REASON PIC X(1).

      *    driver check: VALIDAR-CONDUTOR sets CONDUTOR-OK "N" and    *
      *    writes the reject itself when the renter has no licence on *
      *    file, is on the block list, or holds a licence that lapses *
      *    before the car comes back.                                 *
       77  CONDUTOR-OK PIC X(1) VALUE "Y".
       77  CONDUTOR-ATUAL PIC 9(3) VALUE ZERO.
       77  CONDUTOR-DEVOLUCAO PIC 9(7) VALUE ZERO.
       77  CONDUTOR-MOTIVO PIC X(40) VALUE SPACES.

      *    a corporate account's rentals bill to the account: the     *
      *    invoice says so and waits on the open-invoice ledger for   *
      *    the month-end statement instead of cash at the desk.       *
       77  CLIENTE-CORPORATIVO PIC X(1) VALUE "N".

      *    credit hold: BILL-RENTAL measures a corporate account's    *
      *    open balance plus tonight's charge against its limit; over *
      *    it, the car goes back on the lot and the rental waits on   *
      *    RENTACAR-CREDIT-HOLD.txt. a hold the accounts manager      *
      *    releases replays with CREDITO-LIBERADO on, skipping the    *
      *    check; one refused is rejected for good.                   *
       77  CREDIT-HOLD-IN-STATUS PIC X(2) VALUE SPACES.
       77  CREDIT-HOLD-OUT-STATUS PIC X(2) VALUE SPACES.
       77  CREDIT-HOLD-EOF PIC A(3) VALUE SPACES.
       77  CREDIT-DECISIONS-STATUS PIC X(2) VALUE SPACES.
       77  CREDIT-DECISIONS-EOF PIC A(3) VALUE SPACES.
       77  CREDITO-LIBERADO PIC X(1) VALUE "N".
       77  CREDITO-EXCEDIDO PIC X(1) VALUE "N".
       77  CREDITO-SALDO PIC 9(7)V99 VALUE ZERO.
       77  CREDITO-KM-ORIGINAL PIC 9(5) VALUE ZERO.
       77  HOLD-COUNT PIC 9(3) VALUE ZERO.
       77  HOLD-IDX PIC 9(3) VALUE ZERO.
       77  HOLD-ATUAL PIC 9(3) VALUE ZERO.
       77  NEXT-HOLD-SEQ PIC 9(3) VALUE 1.
       77  HOLD-DECIDIDOS PIC 9(3) VALUE ZERO.
       77  TOTAL-CREDIT-HOLDS PIC 9(5) VALUE ZERO.

      *    estado per hold: P pending, L released, R refused.         *
       01  HOLD-TABLE.
           02  HOLD-ENTRY OCCURS 100 TIMES.
               03 HOLD-TBL-DATE PIC 9(8).
               03 HOLD-TBL-SEQ PIC 9(3).
               03 HOLD-TBL-SALDO PIC 9(7)V99.
               03 HOLD-TBL-LIMITE PIC 9(7)V99.
               03 HOLD-TBL-VALOR PIC 9(7)V99.
               03 HOLD-TBL-RENTAL PIC X(49).
               03 HOLD-TBL-ESTADO PIC X(1).

      *    open-invoice ledger -- loaded whole at start-up, grown per  *
      *    invoice issued, settled per payment received, rewritten at *
      *    end of run, the same style as the customer master.         *
       77  AGING-FILENAME PIC X(30) VALUE SPACES.
       77  OINV-SALDO PIC 9(7)V99 VALUE ZERO.
       77  INVOICE-AGE-DAYS PIC S9(7) VALUE ZERO.
      *    policy: an invoice ages in bank business days -- weekends  *
      *    and national holidays off the business calendar do not     *
      *    count. "N" ages in calendar days as before.                *
       77  AGING-EM-DIAS-UTEIS PIC X(1) VALUE "Y".

       01  OINV-TABLE.
           02  OINV-ENTRY OCCURS 300 TIMES.
               03 OINV-TBL-TOTAL PIC 9(7)V99.
               03 OINV-TBL-PAID PIC 9(7)V99.
               03 OINV-TBL-ESTADO PIC X(1).
               03 OINV-TBL-BRANCH PIC 9(2).

      *    cancellations: the invoice goes C and leaves the ledger at *
      *    rewrite time, and a credit note under the next number off  *
      *    INVOICE-REGISTER.txt carries the reversal -- the taxable,  *
      *    VAT and exempt parts, rate and currency as the original    *
      *    invoice carried them on DOCUMENTOS-FISCAIS.txt, and the    *
      *    night's credit totals post negative to the accounts the   *
      *    invoice credited and to VAT-CONTROL.txt the same way       *
      *    send_halp's book returns do.                               *
       77  INVOICE-CANCELS-STATUS PIC X(2) VALUE SPACES.
       77  INVOICE-CANCELS-EOF PIC A(3) VALUE SPACES.
       77  CREDIT-GROSS-AMT PIC 9(7)V99 VALUE ZERO.
       77  CREDIT-NET-AMT PIC 9(7)V99 VALUE ZERO.
       77  CREDIT-VAT-AMT PIC 9(7)V99 VALUE ZERO.
       77  CREDIT-EXEMPT-AMT PIC 9(7)V99 VALUE ZERO.
       77  CREDIT-TAXA PIC V999 VALUE ZERO.
       77  CREDIT-PROGRAMA PIC X(8) VALUE SPACES.
       77  CREDIT-PRODUTO PIC X(10) VALUE SPACES.
       77  CREDIT-PRODUTO-ISENTO PIC X(10) VALUE SPACES.
       77  CREDIT-MOEDA PIC X(3) VALUE SPACES.
       77  CREDIT-CLIENTE PIC 9(6) VALUE ZERO.
       77  CREDIT-NIF PIC 9(9) VALUE ZERO.
       77  CREDIT-DOC-FOUND PIC X(1) VALUE "N".
       77  CREDIT-DOC-EOF PIC A(3) VALUE SPACES.
       77  TOTAL-CREDIT-NOTES PIC 9(7)V99 VALUE ZERO.
       77  TOTAL-CREDIT-NET PIC 9(7)V99 VALUE ZERO.
       77  TOTAL-CREDIT-VAT PIC 9(7)V99 VALUE ZERO.
       77  TOTAL-CREDIT-JUROS PIC 9(7)V99 VALUE ZERO.
       77  TOTAL-CREDIT-MULTAS PIC 9(7)V99 VALUE ZERO.
       77  TOTAL-CREDIT-CLIENTES PIC 9(7)V99 VALUE ZERO.
       77  TOTAL-CANCELS PIC 9(5) VALUE ZERO.
       77  ORIGINAL-INVOICE-NUMBER PIC 9(7) VALUE ZERO.

      *    per-customer slice of the open balances, one slot per     *
      *    name with money outstanding, bucketed 30/60/90/over.      *
      *    the type's day rate plus LATE-SURCHARGE-RATE per late day  *
      *    through the same adjustment path as the odometer true-up.  *
       77  OPEN-RENTALS-STATUS PIC X(2) VALUE SPACES.
       77  RENTAL-HISTORY-STATUS PIC X(2) VALUE SPACES.
       77  OPEN-RENTALS-EOF PIC A(3) VALUE SPACES.
       77  OPR-COUNT PIC 9(3) VALUE ZERO.
       77  OPR-IDX PIC 9(3) VALUE ZERO.
       77  VAT-CONTROL-STATUS PIC X(2) VALUE SPACES.
       77  LATE-SURCHARGE-RATE PIC V999 VALUE .500.
       77  LATE-DAYS PIC S9(4) VALUE ZERO.
      *    policy: a late day is only charged when the return branch  *
      *    was open to take the car back -- its holidays off the      *
      *    business calendar do not count. branches open weekends.    *
      *    "N" charges every calendar day as before.                  *
       77  ATRASO-EM-DIAS-UTEIS PIC X(1) VALUE "Y".
       77  LATE-DAY-RATE PIC 99V99 VALUE ZERO.
       77  LATE-FEE-AMT PIC 9(5)V99 VALUE ZERO.
       77  RETURN-DATE-SERIAL PIC 9(7) VALUE ZERO.
               03 OPR-TBL-DEPOSIT PIC 9(5)V99.
               03 OPR-TBL-DROP-BRANCH PIC 9(2).
               03 OPR-TBL-FUEL-OUT PIC 9(2).
               03 OPR-TBL-CDW-LEVEL PIC X(1).
               03 OPR-TBL-CDW-EXCESS PIC 9(5)V99.
               03 OPR-TBL-ESTADO PIC X(1).

      *    deposit taken at the counter per the type's RATE_DEPOSIT,  *
       77  RETRY-IDX PIC 9(3) VALUE ZERO.

       01  RETRY-TABLE.
           02  RETRY-TBL-RECORD PIC X(49) OCCURS 200 TIMES.

       77  INVOICE-REGISTER-STATUS PIC X(2) VALUE SPACES.
       77  INVOICE-DOC-FILENAME PIC X(30) VALUE SPACES.
       77  FLEET-UTIL-FILENAME PIC X(30) VALUE SPACES.
       77  MAINT-KM-SINCE-SVC PIC S9(7) VALUE ZERO.
       77  MAINT-SVC-INTERVAL PIC 9(6) VALUE ZERO.

      *    workshop jobs: a plate on an open work order sits at       *
      *    FLEET_AVAILABLE "W", which FLEET-CHECK never hands out,    *
      *    until the job closes, writes its service line and puts     *
      *    the car back on the lot.                                   *
       77  WORK-ORDERS-IN-STATUS PIC X(2) VALUE SPACES.
       77  WORK-ORDERS-IN-EOF PIC A(3) VALUE SPACES.
       77  WORK-ORDERS-STATUS PIC X(2) VALUE SPACES.
       77  WORK-ORDERS-EOF PIC A(3) VALUE SPACES.
       77  MAINT-COST-FILENAME PIC X(30) VALUE SPACES.
       77  WO-COUNT PIC 9(3) VALUE ZERO.
       77  WO-IDX PIC 9(3) VALUE ZERO.
       77  WO-ATUAL PIC 9(3) VALUE ZERO.
      *    a ledger too big for the table must never be rewritten     *
      *    from it -- that would drop the overflow jobs.              *
       77  WO-OVERFLOW PIC X(1) VALUE "N".
       77  WO-DATA PIC 9(8) VALUE ZERO.
       77  WO-CUSTO PIC 9(6)V99 VALUE ZERO.
       77  WO-ABERTAS PIC 9(5) VALUE ZERO.
       77  WO-FECHADAS PIC 9(5) VALUE ZERO.
       77  MC-TIPO-IDX PIC 9(2) VALUE ZERO.
       77  MC-CUSTO-KM PIC 9(3)V9999 VALUE ZERO.

       01  WO-TABLE.
           02  WO-ENTRY OCCURS 100 TIMES.
               03 WO-TBL-NUMBER PIC 9(6).
               03 WO-TBL-PLATE PIC X(8).
               03 WO-TBL-OPEN-DATE PIC 9(8).
               03 WO-TBL-DESC PIC X(30).
               03 WO-TBL-ESTADO PIC X(1).

      *    kilometres rented and workshop cost summed per CAR_TYPE    *
      *    for the type lines of the maintenance cost report.         *
       01  MC-TIPO-TABLE.
           02  MC-TIPO-ENTRY OCCURS 9 TIMES.
               03 MC-TIPO-KM PIC 9(9) VALUE ZERO.
               03 MC-TIPO-CUSTO PIC 9(9)V99 VALUE ZERO.
       77  OVERDUE-TYPE-COUNT PIC 9(3) VALUE ZERO.

      *    the diary's life cycle is the FULFILLED byte: N open hold, *

           PERFORM CARREGAR-PLANO-CONTAS
               THRU CARREGAR-PLANO-CONTAS-EXIT.
           MOVE "PROD2V1" TO FER-PROGRAMA.
           MOVE "E26" TO FER-CODIGO-ERRO.
           PERFORM CARREGAR-FERIADOS THRU CARREGAR-FERIADOS-EXIT.
           PERFORM CARREGAR-TABELA-IVA THRU CARREGAR-TABELA-IVA-EXIT.
           MOVE "ALU" TO IVA-CATEGORIA.
           PERFORM OBTER-TAXA-IVA THRU OBTER-TAXA-IVA-EXIT.

           PERFORM LOAD-RATE-TABLE.
           PERFORM LOAD-EXTRA-RATES.
           PERFORM LOAD-CDW-RATES.
           PERFORM LOAD-FUEL-RATES.
           PERFORM LOAD-UPGRADE-PATHS.
           PERFORM LOAD-BRANCH-TABLE.
           PERFORM LOAD-CUSTOMER-MASTER.
           PERFORM LOAD-CURRENCY-TABLE.
      *    ---- invoices before tonight's billing opens new ones.     ----*
           PERFORM PROCESS-PAYMENTS.

      *    ---- cancel the invoices the counter issued in error, one  ----*
      *    ---- numbered credit note each, before tonight's billing   ----*
      *    ---- takes the next numbers.                               ----*
           PERFORM PROCESS-INVOICE-CANCELS.

      *    ---- check returned vehicles back in before tonight's        ----*
      *    ---- rentals, so a car freed up today is rentable tonight.   ----*
           PERFORM ABRIR-HISTORICO-ALUGUERES.
           PERFORM ABRIR-SINISTROS.
           PERFORM PROCESS-RETURNS.
           CLOSE RENTAL-HISTORY
                 INSURANCE-CLAIMS-OUT.

      *    ---- apply deliberate repositioning moves before tonight's ----*
      *    ---- rentals, so each branch's view is current.            ----*
           PERFORM PROCESS-TRANSFERS.

      *    ---- workshop jobs before the service ledger is read, so  ----*
      *    ---- a job closed today counts as tonight's last service  ----*
      *    ---- and a car gone in today is already off rent.         ----*
           PERFORM PROCESSAR-ORDENS-TRABALHO.

      *    ---- settle the service ledger before tonight's rentals so  ----*
      *    ---- an overdue vehicle is never handed across the counter. ----*
           PERFORM LOAD-SERVICE-HISTORY.
               VARYING RETRY-IDX FROM 1 BY 1
               UNTIL RETRY-IDX > RETRY-COUNT.

      *    ---- the accounts manager's decisions on the credit-hold   ----*
      *    ---- queue: released holds bill now, refused ones are      ----*
      *    ---- rejected, the undecided go back on the queue.         ----*
           PERFORM LOAD-CREDIT-HOLDS.
           PERFORM PROCESS-CREDIT-DECISIONS.
           OPEN OUTPUT CREDIT-HOLD-OUT.
           PERFORM PROCESS-CREDIT-HOLD
               VARYING HOLD-IDX FROM 1 BY 1
               UNTIL HOLD-IDX > HOLD-COUNT.

      *    ---- skip the records a prior run already billed, so a rerun ----*
      *    ---- after an abend does not re-bill RENTACAR-OUT.txt.       ----*
           PERFORM SKIP-RENTAL-RECORD
           PERFORM CALCULATIONS UNTIL END-LOOP = "YYY".

           PERFORM TRAILER-REPORT.
           DISPLAY "PROD2V1 - RETIDOS POR CREDITO " TOTAL-CREDIT-HOLDS.

           MOVE "PROD2V1" TO BAL-PROGRAMA.
           MOVE "E04" TO BAL-CODIGO-ERRO.
           COMPUTE BAL-LIDOS =
                   RUN-RECORD-COUNT + RETRY-COUNT + HOLD-DECIDIDOS.
           MOVE TOTAL-RENTALS TO BAL-GRAVADOS.
           MOVE TOTAL-REJECTED TO BAL-REJEITADOS.
           PERFORM VERIFICAR-BALANCEAMENTO
           PERFORM PERSIST-INVOICE-REGISTER.

           PERFORM ESCREVER-FLEET-UTIL.
           PERFORM ESCREVER-CUSTO-MANUTENCAO.
           PERFORM ESCREVER-FROTA-BALCAO.
           PERFORM ESCREVER-UPGRADES-BALCAO.

      *    ---- tonight's drawer counts against the expected cash,    ----*
      *    ---- branch by branch.                                     ----*
           PERFORM PROCESSAR-CONTAGENS-CAIXA.
           PERFORM ESCREVER-FECHO-CAIXA.

      *    ---- the cycle's debtor picture: per-customer open         ----*
      *    ---- balances bucketed by age, then the ledger itself      ----*
           MOVE "C" TO GL-DC.
           COMPUTE GL-MONTANTE = TOTAL-VAT - BRANCH-IVA-POSTED.
           PERFORM REGISTAR-LANCAMENTO THRU REGISTAR-LANCAMENTO-EXIT.
      *    the night's credit notes reverse the lines the cancelled  *
      *    invoices were posted with, negative, so the ledger shows   *
      *    the cancellation instead of a quietly smaller sale: a      *
      *    rental against its pickup branch's ALU-PROV-nn/ALU-IVA-nn, *
      *    PROD2V5's interest against ALU-JUROS, PROD2V6's fine       *
      *    against ALU-MULTAS and its fee against ALU-PROVEITO/       *
      *    ALU-IVA. a damage charge was never posted here, so its    *
      *    credit note posts nothing either.                          *
           MOVE "ALU-CLIENTES" TO GL-CHAVE-CONTA.
           MOVE "D" TO GL-DC.
           COMPUTE GL-MONTANTE = ZERO - TOTAL-CREDIT-CLIENTES.
           PERFORM REGISTAR-LANCAMENTO THRU REGISTAR-LANCAMENTO-EXIT.
           MOVE ZERO TO BRANCH-CRED-POSTED.
           PERFORM ESTORNAR-PROVEITO-BALCAO
               VARYING BRANCH-IDX FROM 1 BY 1
               UNTIL BRANCH-IDX > BRANCH-COUNT.
           MOVE "ALU-PROVEITO" TO GL-CHAVE-CONTA.
           MOVE "C" TO GL-DC.
           COMPUTE GL-MONTANTE =
                   ZERO - (TOTAL-CREDIT-NET - BRANCH-CRED-POSTED).
           PERFORM REGISTAR-LANCAMENTO THRU REGISTAR-LANCAMENTO-EXIT.
           MOVE ZERO TO BRANCH-CRED-IVA-POSTED.
           PERFORM ESTORNAR-IVA-BALCAO
               VARYING BRANCH-IDX FROM 1 BY 1
               UNTIL BRANCH-IDX > BRANCH-COUNT.
           MOVE "ALU-IVA" TO GL-CHAVE-CONTA.
           MOVE "C" TO GL-DC.
           COMPUTE GL-MONTANTE =
                   ZERO - (TOTAL-CREDIT-VAT - BRANCH-CRED-IVA-POSTED).
           PERFORM REGISTAR-LANCAMENTO THRU REGISTAR-LANCAMENTO-EXIT.
           MOVE "ALU-JUROS" TO GL-CHAVE-CONTA.
           MOVE "C" TO GL-DC.
           COMPUTE GL-MONTANTE = ZERO - TOTAL-CREDIT-JUROS.
           PERFORM REGISTAR-LANCAMENTO THRU REGISTAR-LANCAMENTO-EXIT.
           MOVE "ALU-MULTAS" TO GL-CHAVE-CONTA.
           MOVE "C" TO GL-DC.
           COMPUTE GL-MONTANTE = ZERO - TOTAL-CREDIT-MULTAS.
           PERFORM REGISTAR-LANCAMENTO THRU REGISTAR-LANCAMENTO-EXIT.
      *    the counters' net over/short: a shortage debits the cash   *
      *    suspense account and credits the tills, an overage the     *
      *    other way round, until someone explains it.                *
           MOVE "ALU-CX-SUSP" TO GL-CHAVE-CONTA.
           MOVE "D" TO GL-DC.
           COMPUTE GL-MONTANTE = ZERO - TOTAL-CX-DIFERENCA.
           PERFORM REGISTAR-LANCAMENTO THRU REGISTAR-LANCAMENTO-EXIT.
           MOVE "ALU-CAIXA" TO GL-CHAVE-CONTA.
           MOVE "C" TO GL-DC.
           COMPUTE GL-MONTANTE = ZERO - TOTAL-CX-DIFERENCA.
           PERFORM REGISTAR-LANCAMENTO THRU REGISTAR-LANCAMENTO-EXIT.
           PERFORM LIBERTAR-DIARIO THRU LIBERTAR-DIARIO-EXIT.

      *    ---- the run's output VAT onto the declaration's control  ----*

      *    ---- one FIM line on RUN-STATUS.txt: the run's counters    ----*
      *    ---- and the amount posted to the audit trail.              ----*
           COMPUTE RST-LIDOS =
                   RUN-RECORD-COUNT + RETRY-COUNT + HOLD-DECIDIDOS.
           MOVE TOTAL-RENTALS TO RST-GRAVADOS.
           MOVE TOTAL-REJECTED TO RST-REJEITADOS.
      *    the control total carries every amount the run posted to  *
      *    the audit trail -- billing, adjustments, payments banked,  *
      *    deposits taken and deposit settlements, less the credit    *
      *    notes -- so AUDITREC still proves the trail against the    *
      *    FIM line.                                                  *
           COMPUTE RST-VALOR =
                   TOTAL-PAYMENT + TOTAL-VAT + TOTAL-RETURN-ADJ
                   + TOTAL-PAYMENTS-RECEIVED + TOTAL-DEPOSITS-HELD
                   + TOTAL-DEPOSIT-SETTLE + TOTAL-NOSHOW-FEES
                   - TOTAL-CREDIT-NOTES.
           MOVE "OK" TO RST-RESULTADO.
           PERFORM REGISTAR-FIM-EXECUCAO
               THRU REGISTAR-FIM-EXECUCAO-EXIT.
                 RENTAL-OUT-CSV
                 INVOICE-DOC-OUT
                 RENTAL-RETRY-OUT
                 CREDIT-HOLD-OUT
                 FLEET-MASTER
                 ERROR-LOG
                 AUDIT-TRAIL.
               DELIMITED BY SIZE INTO INVOICE-DOC-FILENAME.
           STRING "FLEET-UTILIZATION-" RUN-PERIOD-TAG ".txt"
               DELIMITED BY SIZE INTO FLEET-UTIL-FILENAME.
           STRING "MAINT-COST-" RUN-PERIOD-TAG ".txt"
               DELIMITED BY SIZE INTO MAINT-COST-FILENAME.
           STRING "INSURANCE-CLAIMS-" RUN-PERIOD-TAG ".txt"
               DELIMITED BY SIZE INTO INSURANCE-CLAIMS-FILENAME.
           STRING "CASH-UP-" RUN-PERIOD-TAG ".txt"
               DELIMITED BY SIZE INTO CASH-UP-FILENAME.
           STRING "AGING-REPORT-" RUN-PERIOD-TAG ".txt"
               DELIMITED BY SIZE INTO AGING-FILENAME.
           STRING "OVERDUE-RENTALS-" RUN-PERIOD-TAG ".txt"
               DELIMITED BY SIZE INTO OVERDUE-FILENAME.
           STRING "BRANCH-FLEET-" RUN-PERIOD-TAG ".txt"
               DELIMITED BY SIZE INTO BRANCH-FLEET-FILENAME.
           STRING "UPGRADE-REPORT-" RUN-PERIOD-TAG ".txt"
               DELIMITED BY SIZE INTO UPGRADE-REPORT-FILENAME.
           STRING "QUOTE-DOC-" RUN-PERIOD-TAG ".txt"
               DELIMITED BY SIZE INTO QUOTE-DOC-FILENAME.

               END-IF
           END-IF.

      *    ---- tonight's workshop movements, if any, against the    ----*
      *    ---- open work-order ledger: a job opened takes its plate ----*
      *    ---- off rent, a job closed appends its service line and  ----*
      *    ---- puts the car back. the ledger is rewritten after.    ----*
           PROCESSAR-ORDENS-TRABALHO.

           PERFORM LOAD-ORDENS-TRABALHO.

           MOVE SPACES TO WORK-ORDERS-IN-EOF.
           OPEN INPUT WORK-ORDERS-IN.

           IF WORK-ORDERS-IN-STATUS NOT = "00"
               MOVE "YYY" TO WORK-ORDERS-IN-EOF
           ELSE
               OPEN EXTEND SERVICE-HISTORY
               IF SERVICE-HISTORY-STATUS = "05"
                       OR SERVICE-HISTORY-STATUS = "35"
                   OPEN OUTPUT SERVICE-HISTORY
                   CLOSE SERVICE-HISTORY
                   OPEN EXTEND SERVICE-HISTORY
               END-IF
               READ WORK-ORDERS-IN
                   AT END MOVE "YYY" TO WORK-ORDERS-IN-EOF
               END-READ
               PERFORM APLICAR-ORDEM-TRABALHO
                   UNTIL WORK-ORDERS-IN-EOF = "YYY"
               CLOSE WORK-ORDERS-IN
                     SERVICE-HISTORY
               PERFORM GRAVAR-ORDENS-TRABALHO
                   THRU GRAVAR-ORDENS-TRABALHO-FIM
           END-IF.

      *    ---- pulls WORK-ORDERS.txt, if present, into WO-TABLE.    ----*
           LOAD-ORDENS-TRABALHO.

           MOVE "YYY" TO WORK-ORDERS-EOF.
           OPEN INPUT WORK-ORDERS.

           IF WORK-ORDERS-STATUS = "00"
               MOVE SPACES TO WORK-ORDERS-EOF
               READ WORK-ORDERS
                   AT END MOVE "YYY" TO WORK-ORDERS-EOF
               END-READ
               PERFORM BUILD-WO-ENTRY
                   UNTIL WORK-ORDERS-EOF = "YYY"
               CLOSE WORK-ORDERS
           END-IF.

           BUILD-WO-ENTRY.

           IF WO-COUNT = 100 AND WO-OVERFLOW = "N"
               MOVE "Y" TO WO-OVERFLOW
               MOVE "PROD2V1" TO ERR-PROGRAMA
               MOVE "E22" TO ERR-CODIGO
               MOVE "ordens de trabalho excedem a tabela" TO
                   ERR-MENSAGEM
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
           END-IF.

           IF WO-COUNT < 100
               ADD 1 TO WO-COUNT
               MOVE WOR_NUMBER TO WO-TBL-NUMBER (WO-COUNT)
               MOVE WOR_PLATE TO WO-TBL-PLATE (WO-COUNT)
               MOVE WOR_OPEN_DATE TO WO-TBL-OPEN-DATE (WO-COUNT)
               MOVE WOR_DESC TO WO-TBL-DESC (WO-COUNT)
               MOVE "A" TO WO-TBL-ESTADO (WO-COUNT)
           END-IF.

           READ WORK-ORDERS
               AT END MOVE "YYY" TO WORK-ORDERS-EOF
           END-READ.

           APLICAR-ORDEM-TRABALHO.

           EVALUATE WOI_ACTION
               WHEN "O"
                   PERFORM ABRIR-ORDEM-TRABALHO
                       THRU ABRIR-ORDEM-TRABALHO-FIM
               WHEN "C"
                   PERFORM FECHAR-ORDEM-TRABALHO
                       THRU FECHAR-ORDEM-TRABALHO-FIM
               WHEN OTHER
                   MOVE "PROD2V1" TO ERR-PROGRAMA
                   MOVE "E22" TO ERR-CODIGO
                   MOVE "movimento de oficina desconhecido" TO
                       ERR-MENSAGEM
                   PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
           END-EVALUATE.

           READ WORK-ORDERS-IN
               AT END MOVE "YYY" TO WORK-ORDERS-IN-EOF
           END-READ.

      *    ---- finds the still-open job WOI_NUMBER on the ledger;   ----*
      *    ---- WO-ATUAL stays zero when there is none.              ----*
           PROCURAR-ORDEM-TRABALHO.

           MOVE ZERO TO WO-ATUAL.
           PERFORM TESTAR-ORDEM-TRABALHO
               VARYING WO-IDX FROM 1 BY 1
               UNTIL WO-IDX > WO-COUNT OR WO-ATUAL > ZERO.

           TESTAR-ORDEM-TRABALHO.

           IF WO-TBL-NUMBER (WO-IDX) = WOI_NUMBER
                   AND WO-TBL-ESTADO (WO-IDX) = "A"
               MOVE WO-IDX TO WO-ATUAL
           END-IF.

      *    ---- O: a car on the lot goes into the workshop. one out  ----*
      *    ---- on rent, or already in, cannot be booked in again.   ----*
           ABRIR-ORDEM-TRABALHO.

           IF WOI_NUMBER IS NOT NUMERIC
               MOVE "PROD2V1" TO ERR-PROGRAMA
               MOVE "E22" TO ERR-CODIGO
               MOVE "ordem de trabalho sem numero - " TO ERR-MENSAGEM
               MOVE WOI_PLATE TO ERR-MENSAGEM (32:8)
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               GO TO ABRIR-ORDEM-TRABALHO-FIM
           END-IF.

           PERFORM PROCURAR-ORDEM-TRABALHO.
           IF WO-ATUAL > ZERO
               MOVE "PROD2V1" TO ERR-PROGRAMA
               MOVE "E22" TO ERR-CODIGO
               MOVE "ordem de trabalho ja aberta - " TO ERR-MENSAGEM
               MOVE WOI_NUMBER TO ERR-MENSAGEM (31:6)
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               GO TO ABRIR-ORDEM-TRABALHO-FIM
           END-IF.

      *    a full table refuses only this order: the ledger as loaded *
      *    is whole and is still rewritten with the night's changes.  *
           IF WO-COUNT NOT < 100
               MOVE "PROD2V1" TO ERR-PROGRAMA
               MOVE "E22" TO ERR-CODIGO
               MOVE "tabela de ordens cheia - nao aberta - " TO
                   ERR-MENSAGEM
               MOVE WOI_NUMBER TO ERR-MENSAGEM (39:6)
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               GO TO ABRIR-ORDEM-TRABALHO-FIM
           END-IF.

           MOVE WOI_PLATE TO FLEET_PLATE.
           READ FLEET-MASTER
               INVALID KEY
                   MOVE "PROD2V1" TO ERR-PROGRAMA
                   MOVE "E22" TO ERR-CODIGO
                   MOVE "oficina de matricula desconhecida - " TO
                       ERR-MENSAGEM
                   MOVE WOI_PLATE TO ERR-MENSAGEM (37:8)
                   PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
                   GO TO ABRIR-ORDEM-TRABALHO-FIM
           END-READ.

           IF FLEET_AVAILABLE NOT = "Y"
               MOVE "PROD2V1" TO ERR-PROGRAMA
               MOVE "E22" TO ERR-CODIGO
               MOVE "viatura fora do parque - oficina - " TO
                   ERR-MENSAGEM
               MOVE WOI_PLATE TO ERR-MENSAGEM (36:8)
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               GO TO ABRIR-ORDEM-TRABALHO-FIM
           END-IF.

           PERFORM NORMALIZAR-VIATURA.
           MOVE "W" TO FLEET_AVAILABLE.
           REWRITE FLEET-MASTER-FILE.

           MOVE WOI_DATE TO VAL-DATA-ENTRADA.
           PERFORM VALIDAR-DATA THRU VALIDAR-DATA-EXIT.
           IF VAL-DATA-OK = "S"
               MOVE WOI_DATE TO WO-DATA
           ELSE
               MOVE RUN-DATE-YYYYMMDD TO WO-DATA
           END-IF.

           ADD 1 TO WO-COUNT.
           MOVE WOI_NUMBER TO WO-TBL-NUMBER (WO-COUNT).
           MOVE WOI_PLATE TO WO-TBL-PLATE (WO-COUNT).
           MOVE WO-DATA TO WO-TBL-OPEN-DATE (WO-COUNT).
           MOVE WOI_DESC TO WO-TBL-DESC (WO-COUNT).
           MOVE "A" TO WO-TBL-ESTADO (WO-COUNT).
           ADD 1 TO WO-ABERTAS.

           MOVE "PROD2V1" TO AUD-PROGRAMA.
           MOVE SPACES TO AUD-CHAVE.
           MOVE WOI_PLATE TO AUD-CHAVE (1:8).
           MOVE WOI_NUMBER TO AUD-CHAVE (10:6).
           MOVE ZERO TO AUD-VALOR.
           MOVE "ORDEM TRABALHO ABERTA" TO AUD-DESCRICAO.
           PERFORM REGISTAR-AUDITORIA
               THRU REGISTAR-AUDITORIA-EXIT.

           ABRIR-ORDEM-TRABALHO-FIM.
               EXIT.

      *    ---- C: the job is done. its cost lands on the plate, its ----*
      *    ---- service line on SERVICE-HISTORY, and the car goes    ----*
      *    ---- back on the lot at the odometer it left the shop at. ----*
           FECHAR-ORDEM-TRABALHO.

           PERFORM PROCURAR-ORDEM-TRABALHO.
           IF WO-ATUAL = ZERO
               MOVE "PROD2V1" TO ERR-PROGRAMA
               MOVE "E22" TO ERR-CODIGO
               MOVE "fecho de ordem nao aberta - " TO ERR-MENSAGEM
               MOVE WOI_NUMBER TO ERR-MENSAGEM (29:6)
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               GO TO FECHAR-ORDEM-TRABALHO-FIM
           END-IF.

           IF WOI_PARTS IS NOT NUMERIC
                   OR WOI_LABOUR IS NOT NUMERIC
               MOVE "PROD2V1" TO ERR-PROGRAMA
               MOVE "E22" TO ERR-CODIGO
               MOVE "fecho com custos nao numericos - " TO
                   ERR-MENSAGEM
               MOVE WOI_NUMBER TO ERR-MENSAGEM (34:6)
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               GO TO FECHAR-ORDEM-TRABALHO-FIM
           END-IF.

           COMPUTE WO-CUSTO = WOI_PARTS + WOI_LABOUR.

           MOVE WO-TBL-PLATE (WO-ATUAL) TO FLEET_PLATE.
           READ FLEET-MASTER
               INVALID KEY
                   MOVE "PROD2V1" TO ERR-PROGRAMA
                   MOVE "E22" TO ERR-CODIGO
                   MOVE "ordem de matricula ja abatida - " TO
                       ERR-MENSAGEM
                   MOVE WO-TBL-PLATE (WO-ATUAL) TO ERR-MENSAGEM (33:8)
                   PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
                   MOVE "F" TO WO-TBL-ESTADO (WO-ATUAL)
                   GO TO FECHAR-ORDEM-TRABALHO-FIM
           END-READ.

           PERFORM NORMALIZAR-VIATURA.
           MOVE "Y" TO FLEET_AVAILABLE.
           IF WOI_ODOMETER IS NUMERIC
                   AND WOI_ODOMETER > FLEET_ODOMETER
               MOVE WOI_ODOMETER TO FLEET_ODOMETER
           END-IF.
           ADD WO-CUSTO TO FLEET_MAINT_COST.
           REWRITE FLEET-MASTER-FILE.

           MOVE WOI_DATE TO VAL-DATA-ENTRADA.
           PERFORM VALIDAR-DATA THRU VALIDAR-DATA-EXIT.
           IF VAL-DATA-OK = "S"
               MOVE WOI_DATE TO WO-DATA
           ELSE
               MOVE RUN-DATE-YYYYMMDD TO WO-DATA
           END-IF.

           MOVE SPACES TO SERVICE-HISTORY-FILE.
           MOVE FLEET_PLATE TO SVC_PLATE.
           MOVE WO-DATA TO SVC_DATE.
           MOVE FLEET_ODOMETER TO SVC_ODOMETER.
           MOVE WOI_NUMBER TO SVC_WORK_ORDER.
           MOVE WOI_PARTS TO SVC_PARTS.
           MOVE WOI_LABOUR TO SVC_LABOUR.
           WRITE SERVICE-HISTORY-FILE.

           MOVE "F" TO WO-TBL-ESTADO (WO-ATUAL).
           ADD 1 TO WO-FECHADAS.

           MOVE "PROD2V1" TO AUD-PROGRAMA.
           MOVE SPACES TO AUD-CHAVE.
           MOVE FLEET_PLATE TO AUD-CHAVE (1:8).
           MOVE WOI_NUMBER TO AUD-CHAVE (10:6).
           MOVE ZERO TO AUD-VALOR.
           MOVE "ORDEM TRABALHO FECHADA" TO AUD-DESCRICAO.
           PERFORM REGISTAR-AUDITORIA
               THRU REGISTAR-AUDITORIA-EXIT.

           FECHAR-ORDEM-TRABALHO-FIM.
               EXIT.

      *    ---- rewrites the ledger with the jobs still open.        ----*
           GRAVAR-ORDENS-TRABALHO.

      *    a load that overflowed the table would rewrite a truncated *
      *    ledger and lose the overflow jobs -- keep the file as it   *
      *    stands and say so instead.                                 *
           IF WO-OVERFLOW = "Y"
               MOVE "PROD2V1" TO ERR-PROGRAMA
               MOVE "E22" TO ERR-CODIGO
               MOVE "ordens de trabalho nao reescritas - tabela cheia"
                   TO ERR-MENSAGEM
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               GO TO GRAVAR-ORDENS-TRABALHO-FIM
           END-IF.

           OPEN OUTPUT WORK-ORDERS.
           PERFORM GRAVAR-ORDEM-LINHA
               VARYING WO-IDX FROM 1 BY 1
               UNTIL WO-IDX > WO-COUNT.
           CLOSE WORK-ORDERS.

           GRAVAR-ORDENS-TRABALHO-FIM.
               EXIT.

           GRAVAR-ORDEM-LINHA.

           IF WO-TBL-ESTADO (WO-IDX) = "A"
               MOVE SPACES TO WORK-ORDERS-FILE
               MOVE WO-TBL-NUMBER (WO-IDX) TO WOR_NUMBER
               MOVE WO-TBL-PLATE (WO-IDX) TO WOR_PLATE
               MOVE WO-TBL-OPEN-DATE (WO-IDX) TO WOR_OPEN_DATE
               MOVE WO-TBL-DESC (WO-IDX) TO WOR_DESC
               WRITE WORK-ORDERS-FILE
           END-IF.

      *    ---- reads SERVICE-HISTORY.txt, if present, and keeps the   ----*
      *    ---- highest serviced odometer per plate as that vehicle's  ----*
      *    ---- last completed service.                                ----*
               AT END MOVE "YYY" TO EXTRA-RATES-EOF
           END-READ.

      *    ---- pulls CDW-RATES.txt, if present, into CDWR-TABLE;     ----*
      *    ---- an absent file simply sells no damage waiver.         ----*
           LOAD-CDW-RATES.

           MOVE "YYY" TO CDW-RATES-EOF.
           OPEN INPUT CDW-RATES.

           IF CDW-RATES-STATUS = "00"
               MOVE SPACES TO CDW-RATES-EOF
               READ CDW-RATES
                   AT END MOVE "YYY" TO CDW-RATES-EOF
               END-READ
               PERFORM BUILD-CDWR-ENTRY
                   UNTIL CDW-RATES-EOF = "YYY"
               CLOSE CDW-RATES
           END-IF.

           BUILD-CDWR-ENTRY.

           IF CDWR-COUNT < 9 AND CDWR_LEVEL NOT = SPACES
                   AND CDWR_PER_DAY IS NUMERIC
                   AND CDWR_EXCESS IS NUMERIC
               SET CDWR-IDX UP BY 1
               MOVE CDWR_LEVEL TO CDWR-TBL-LEVEL (CDWR-IDX)
               MOVE CDWR_DESC TO CDWR-TBL-DESC (CDWR-IDX)
               MOVE CDWR_PER_DAY TO CDWR-TBL-PER-DAY (CDWR-IDX)
               MOVE CDWR_EXCESS TO CDWR-TBL-EXCESS (CDWR-IDX)
               SET CDWR-COUNT TO CDWR-IDX
           END-IF.

           READ CDW-RATES
               AT END MOVE "YYY" TO CDW-RATES-EOF
           END-READ.

      *    ---- pulls FUEL-RATES.txt, if present, into FRATE-TABLE;   ----*
      *    ---- an absent file simply bills no refuel shortfall.      ----*
           LOAD-FUEL-RATES.
               AT END MOVE "YYY" TO FUEL-RATES-EOF
           END-READ.

      *    ---- pulls UPGRADE-PATHS.txt, if present, into UPG-TABLE;  ----*
      *    ---- an absent file means a sold-out type is turned away.  ----*
           LOAD-UPGRADE-PATHS.

           MOVE "YYY" TO UPGRADE-PATHS-EOF.
           OPEN INPUT UPGRADE-PATHS.

           IF UPGRADE-PATHS-STATUS = "00"
               MOVE SPACES TO UPGRADE-PATHS-EOF
               READ UPGRADE-PATHS
                   AT END MOVE "YYY" TO UPGRADE-PATHS-EOF
               END-READ
               PERFORM BUILD-UPGRADE-ENTRY
                   UNTIL UPGRADE-PATHS-EOF = "YYY"
               CLOSE UPGRADE-PATHS
           END-IF.

           BUILD-UPGRADE-ENTRY.

           IF UPG-COUNT < 10 AND UPG_FROM_TYPE IS NUMERIC
                   AND UPG_TO_TYPE IS NUMERIC
                   AND UPG_TO_TYPE NOT = UPG_FROM_TYPE
               SET UPG-IDX UP BY 1
               MOVE UPG_FROM_TYPE TO UPG-TBL-FROM-TYPE (UPG-IDX)
               MOVE UPG_TO_TYPE TO UPG-TBL-TO-TYPE (UPG-IDX)
               SET UPG-COUNT TO UPG-IDX
           END-IF.

           READ UPGRADE-PATHS
               AT END MOVE "YYY" TO UPGRADE-PATHS-EOF
           END-READ.

      *    ---- repositions FLEET-MASTER at its first record, for the  ----*
      *    ---- sequential scans (availability, maintenance report,    ----*
      *    ---- utilization report) that walk the whole fleet.         ----*
           IF FLEET_BRANCH IS NOT NUMERIC
               MOVE ZERO TO FLEET_BRANCH
           END-IF.
           IF FLEET_MAINT_COST IS NOT NUMERIC
               MOVE ZERO TO FLEET_MAINT_COST
           END-IF.

      *    ---- overdue test on the fleet record currently in the FD   ----*
      *    ---- area, against its CAR_TYPE's service interval.         ----*
               ELSE
                   MOVE "I" TO CUST-TBL-ACCT-TYPE (CUSTOMER-COUNT)
               END-IF
               IF CUST_CREDIT_LIMIT IS NUMERIC
                   MOVE CUST_CREDIT_LIMIT
                       TO CUST-TBL-CREDIT-LIMIT (CUSTOMER-COUNT)
               ELSE
                   MOVE ZERO TO CUST-TBL-CREDIT-LIMIT (CUSTOMER-COUNT)
               END-IF
      *        a master from before licence capture carries spaces    *
      *        here -- no licence on file, not blocked.               *
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
               IF CUST_BLOCKED = "Y"
                   MOVE "Y" TO CUST-TBL-BLOCKED (CUSTOMER-COUNT)
                   MOVE CUST_BLOCK_REASON
                       TO CUST-TBL-BLOCK-REASON (CUSTOMER-COUNT)
               ELSE
                   MOVE "N" TO CUST-TBL-BLOCKED (CUSTOMER-COUNT)
                   MOVE SPACE TO CUST-TBL-BLOCK-REASON (CUSTOMER-COUNT)
               END-IF
               IF CUST_NUMBER NOT < NEXT-CUST-NUMBER
                   COMPUTE NEXT-CUST-NUMBER = CUST_NUMBER + 1
               END-IF
                   MOVE ZERO TO CUST-TBL-RENTALS (CUSTOMER-COUNT)
                   MOVE ZERO TO CUST-TBL-REVENUE (CUSTOMER-COUNT)
                   MOVE "I" TO CUST-TBL-ACCT-TYPE (CUSTOMER-COUNT)
                   MOVE ZERO TO CUST-TBL-CREDIT-LIMIT (CUSTOMER-COUNT)
                   MOVE SPACES TO CUST-TBL-LICENCE (CUSTOMER-COUNT)
                   MOVE ZERO TO CUST-TBL-LICENCE-EXPIRY (CUSTOMER-COUNT)
                   MOVE ZERO TO CUST-TBL-NIF (CUSTOMER-COUNT)
                   MOVE "N" TO CUST-TBL-BLOCKED (CUSTOMER-COUNT)
                   MOVE SPACE TO CUST-TBL-BLOCK-REASON (CUSTOMER-COUNT)
                   MOVE CUSTOMER-COUNT TO CUST-ATUAL
               ELSE
                   MOVE "PROD2V1" TO ERR-PROGRAMA
           MOVE CUST-TBL-RENTALS (CUST-IDX) TO CUST_RENTALS.
           MOVE CUST-TBL-REVENUE (CUST-IDX) TO CUST_REVENUE.
           MOVE CUST-TBL-ACCT-TYPE (CUST-IDX) TO CUST_ACCT_TYPE.
           MOVE CUST-TBL-CREDIT-LIMIT (CUST-IDX) TO CUST_CREDIT_LIMIT.
           MOVE CUST-TBL-LICENCE (CUST-IDX) TO CUST_LICENCE.
           MOVE CUST-TBL-LICENCE-EXPIRY (CUST-IDX)
               TO CUST_LICENCE_EXPIRY.
           MOVE CUST-TBL-NIF (CUST-IDX) TO CUST_NIF.
           MOVE CUST-TBL-BLOCKED (CUST-IDX) TO CUST_BLOCKED.
           MOVE CUST-TBL-BLOCK-REASON (CUST-IDX) TO CUST_BLOCK_REASON.
           WRITE CUSTOMER-MASTER-FILE.

      *    ---- end-of-run per-plate utilization report: rentals, days  ----*
               AFTER ADVANCING 1 LINE.
           PERFORM LER-PROXIMA-VIATURA.

      *    ---- end-of-run maintenance cost per kilometre: one line  ----*
      *    ---- per plate off the master, then one per CAR_TYPE.     ----*
           ESCREVER-CUSTO-MANUTENCAO.

           OPEN OUTPUT MAINT-COST-OUT.
           PERFORM INICIAR-VARRIMENTO-FROTA.
           PERFORM LER-PROXIMA-VIATURA.
           PERFORM ESCREVER-LINHA-CUSTO-VIATURA
               UNTIL FLEET-MASTER-EOF = "YYY".
           PERFORM ESCREVER-LINHA-CUSTO-TIPO
               VARYING MC-TIPO-IDX FROM 1 BY 1
               UNTIL MC-TIPO-IDX > 9.
           CLOSE MAINT-COST-OUT.

           ESCREVER-LINHA-CUSTO-VIATURA.

           PERFORM NORMALIZAR-VIATURA.
           MOVE ZERO TO MC-CUSTO-KM.
           IF FLEET_KM_RENTED > ZERO
               COMPUTE MC-CUSTO-KM ROUNDED =
                       FLEET_MAINT_COST / FLEET_KM_RENTED
           END-IF.
           IF FLEET_CAR_TYPE IS NUMERIC AND FLEET_CAR_TYPE > ZERO
               ADD FLEET_KM_RENTED TO MC-TIPO-KM (FLEET_CAR_TYPE)
               ADD FLEET_MAINT_COST TO MC-TIPO-CUSTO (FLEET_CAR_TYPE)
           END-IF.

           MOVE SPACES TO MAINT-COST-LINE-OUT.
           MOVE FLEET_PLATE TO MC-PLATE-OUT.
           MOVE FLEET_CAR_TYPE TO MC-CAR-TYPE-OUT.
           MOVE "KM: " TO MC-LABEL-1.
           MOVE FLEET_KM_RENTED TO MC-KM-OUT.
           MOVE "COST: " TO MC-LABEL-2.
           MOVE FLEET_MAINT_COST TO MC-COST-OUT.
           MOVE "PER KM: " TO MC-LABEL-3.
           MOVE MC-CUSTO-KM TO MC-PER-KM-OUT.
           WRITE MAINT-COST-LINE-OUT
               AFTER ADVANCING 1 LINE.
           PERFORM LER-PROXIMA-VIATURA.

           ESCREVER-LINHA-CUSTO-TIPO.

           IF MC-TIPO-KM (MC-TIPO-IDX) > ZERO
                   OR MC-TIPO-CUSTO (MC-TIPO-IDX) > ZERO
               MOVE ZERO TO MC-CUSTO-KM
               IF MC-TIPO-KM (MC-TIPO-IDX) > ZERO
                   COMPUTE MC-CUSTO-KM ROUNDED =
                           MC-TIPO-CUSTO (MC-TIPO-IDX)
                           / MC-TIPO-KM (MC-TIPO-IDX)
               END-IF
               MOVE SPACES TO MAINT-COST-LINE-OUT
               MOVE "TYPE" TO MC-PLATE-OUT
               MOVE MC-TIPO-IDX TO MC-CAR-TYPE-OUT
               MOVE "KM: " TO MC-LABEL-1
               MOVE MC-TIPO-KM (MC-TIPO-IDX) TO MC-KM-OUT
               MOVE "COST: " TO MC-LABEL-2
               MOVE MC-TIPO-CUSTO (MC-TIPO-IDX) TO MC-COST-OUT
               MOVE "PER KM: " TO MC-LABEL-3
               MOVE MC-CUSTO-KM TO MC-PER-KM-OUT
               WRITE MAINT-COST-LINE-OUT
                   AFTER ADVANCING 1 LINE
               DISPLAY MAINT-COST-LINE-OUT
           END-IF.

      *    ---- reads CASH-COUNT-IN.txt, if present: tonight's count  ----*
      *    ---- per branch drawer. a count for another day or an      ----*
      *    ---- unknown branch is logged and left out.                ----*
           PROCESSAR-CONTAGENS-CAIXA.

           MOVE SPACES TO CASH-COUNT-EOF.
           OPEN INPUT CASH-COUNT-IN.

           IF CASH-COUNT-STATUS NOT = "00"
               MOVE "YYY" TO CASH-COUNT-EOF
           ELSE
               READ CASH-COUNT-IN
                   AT END MOVE "YYY" TO CASH-COUNT-EOF
               END-READ
               PERFORM APLICAR-CONTAGEM-CAIXA
                   THRU APLICAR-CONTAGEM-CAIXA-FIM
                   UNTIL CASH-COUNT-EOF = "YYY"
               CLOSE CASH-COUNT-IN
           END-IF.

           APLICAR-CONTAGEM-CAIXA.

           IF CNT_BRANCH IS NOT NUMERIC OR CNT_DATE IS NOT NUMERIC
                   OR CNT_AMOUNT IS NOT NUMERIC
               MOVE "PROD2V1" TO ERR-PROGRAMA
               MOVE "E25" TO ERR-CODIGO
               MOVE "contagem de caixa com dados nao numericos" TO
                   ERR-MENSAGEM
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               GO TO APLICAR-CONTAGEM-CAIXA-LER
           END-IF.

           IF CNT_DATE NOT = RUN-DATE-YYYYMMDD
               MOVE "PROD2V1" TO ERR-PROGRAMA
               MOVE "E25" TO ERR-CODIGO
               MOVE "contagem de caixa fora de data - balcao " TO
                   ERR-MENSAGEM
               MOVE CNT_BRANCH TO ERR-MENSAGEM (41:2)
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               GO TO APLICAR-CONTAGEM-CAIXA-LER
           END-IF.

           SET BRANCH-IDX TO 1.
           SEARCH BRANCH-ENTRY
               AT END
                   MOVE "PROD2V1" TO ERR-PROGRAMA
                   MOVE "E25" TO ERR-CODIGO
                   MOVE "contagem de caixa de balcao desconhecido - " TO
                       ERR-MENSAGEM
                   MOVE CNT_BRANCH TO ERR-MENSAGEM (44:2)
                   PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               WHEN BRANCH-TBL-CODE (BRANCH-IDX) = CNT_BRANCH
                   ADD CNT_AMOUNT TO BRANCH-TBL-CONTADO (BRANCH-IDX)
                   MOVE "S" TO BRANCH-TBL-CONTAGEM (BRANCH-IDX)
           END-SEARCH.

           APLICAR-CONTAGEM-CAIXA-LER.

           READ CASH-COUNT-IN
               AT END MOVE "YYY" TO CASH-COUNT-EOF
           END-READ.

           APLICAR-CONTAGEM-CAIXA-FIM.
               EXIT.

      *    ---- one cash-up line per branch with a movement or a      ----*
      *    ---- count tonight, appended to the period's file. a       ----*
      *    ---- drawer with movements but no count is flagged and     ----*
      *    ---- left out of the over/short posting.                   ----*
           ESCREVER-FECHO-CAIXA.

           OPEN EXTEND CASH-UP-OUT.
           IF CASH-UP-STATUS = "05" OR CASH-UP-STATUS = "35"
               OPEN OUTPUT CASH-UP-OUT
               CLOSE CASH-UP-OUT
               OPEN EXTEND CASH-UP-OUT
           END-IF.
           PERFORM ESCREVER-LINHA-CAIXA
               VARYING BRANCH-IDX FROM 1 BY 1
               UNTIL BRANCH-IDX > BRANCH-COUNT.
           CLOSE CASH-UP-OUT.

           ESCREVER-LINHA-CAIXA.

           COMPUTE CX-ESPERADO =
                   BRANCH-TBL-CAIXA (BRANCH-IDX, 1)
                   - BRANCH-TBL-CAIXA (BRANCH-IDX, 2)
                   + BRANCH-TBL-CAIXA (BRANCH-IDX, 3)
                   + BRANCH-TBL-CAIXA (BRANCH-IDX, 4)
                   + BRANCH-TBL-CAIXA (BRANCH-IDX, 5).

           IF BRANCH-TBL-CONTAGEM (BRANCH-IDX) = "S"
                   OR BRANCH-TBL-CAIXA (BRANCH-IDX, 1) > ZERO
                   OR BRANCH-TBL-CAIXA (BRANCH-IDX, 2) > ZERO
                   OR BRANCH-TBL-CAIXA (BRANCH-IDX, 4) > ZERO
                   OR BRANCH-TBL-CAIXA (BRANCH-IDX, 5) > ZERO
               MOVE SPACES TO CASH-UP-LINE-OUT
               MOVE RUN-DATE-YYYYMMDD TO CU-DATE-OUT
               MOVE BRANCH-TBL-CODE (BRANCH-IDX) TO CU-BRANCH-CODE-OUT
               MOVE BRANCH-TBL-NAME (BRANCH-IDX) TO CU-BRANCH-NAME-OUT
               MOVE BRANCH-TBL-CAIXA (BRANCH-IDX, 1) TO CU-DEP-IN-OUT
               MOVE BRANCH-TBL-CAIXA (BRANCH-IDX, 2) TO CU-DEP-OUT-OUT
               MOVE BRANCH-TBL-CAIXA (BRANCH-IDX, 3) TO CU-DAMAGE-OUT
               MOVE BRANCH-TBL-CAIXA (BRANCH-IDX, 4) TO CU-FUEL-OUT
               MOVE BRANCH-TBL-CAIXA (BRANCH-IDX, 5)
                   TO CU-PAYMENTS-OUT
               MOVE CX-ESPERADO TO CU-EXPECTED-OUT
               IF BRANCH-TBL-CONTAGEM (BRANCH-IDX) = "S"
                   COMPUTE CX-DIFERENCA =
                           BRANCH-TBL-CONTADO (BRANCH-IDX)
                           - CX-ESPERADO
                   ADD CX-DIFERENCA TO TOTAL-CX-DIFERENCA
                   MOVE BRANCH-TBL-CONTADO (BRANCH-IDX)
                       TO CU-COUNTED-OUT
                   MOVE CX-DIFERENCA TO CU-VARIANCE-OUT
                   EVALUATE TRUE
                       WHEN CX-DIFERENCA > ZERO
                           MOVE "OVER" TO CU-NOTE-OUT
                       WHEN CX-DIFERENCA < ZERO
                           MOVE "SHORT" TO CU-NOTE-OUT
                       WHEN OTHER
                           MOVE "BALANCED" TO CU-NOTE-OUT
                   END-EVALUATE
               ELSE
                   MOVE ZERO TO CX-DIFERENCA
                   MOVE ZERO TO CU-COUNTED-OUT
                   MOVE ZERO TO CU-VARIANCE-OUT
                   MOVE "NOT COUNTED" TO CU-NOTE-OUT
               END-IF
               WRITE CASH-UP-LINE-OUT
               DISPLAY CASH-UP-LINE-OUT
               IF CX-DIFERENCA NOT = ZERO
                   MOVE "PROD2V1" TO AUD-PROGRAMA
                   MOVE SPACES TO AUD-CHAVE
                   MOVE BRANCH-TBL-CODE (BRANCH-IDX) TO AUD-CHAVE (1:2)
                   MOVE ZERO TO AUD-VALOR
                   MOVE "DIFERENCA DE CAIXA" TO AUD-DESCRICAO
                   PERFORM REGISTAR-AUDITORIA
                       THRU REGISTAR-AUDITORIA-EXIT
               END-IF
           END-IF.

      *    ---- picks up the restart point left by a prior run, if any. ----*
           READ-CHECKPOINT.

           OPEN INPUT CHECKPOINT-FILE.

           IF CKPT-STATUS = "00"
               READ CHECKPOINT-FILE
                   AT END MOVE ZERO TO CKPT-RECORD-COUNT
               END-READ
               MOVE CKPT-RECORD-COUNT TO CHECKPOINT-BASE
               CLOSE CHECKPOINT-FILE
           ELSE
               MOVE ZERO TO CHECKPOINT-BASE
           END-IF.

      *    ---- opens the period's invoice-document file for append,  ----*
      *    ---- creating it on the period's first run -- the same     ----*
      *    ---- handshake the audit trail uses.                       ----*
           ABRIR-FACTURAS.

           OPEN EXTEND INVOICE-DOC-OUT.
           IF INVOICE-DOC-STATUS = "05" OR INVOICE-DOC-STATUS = "35"
               OPEN OUTPUT INVOICE-DOC-OUT
               CLOSE INVOICE-DOC-OUT
               OPEN EXTEND INVOICE-DOC-OUT
           END-IF.

      *    ---- picks up the last invoice number issued by any prior   ----*
      *    ---- run, so tonight's numbering carries straight on.       ----*
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

      *    ---- (re)writes INVOICE-REGISTER.txt with the last number   ----*
      *    ---- issued, on the same rhythm as PERSIST-CHECKPOINT.      ----*
           PERSIST-INVOICE-REGISTER.

           OPEN OUTPUT INVOICE-REGISTER.
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
               MOVE TOTAL-DUE-AMT TO OINV-TBL-TOTAL (OINV-COUNT)
               MOVE ZERO TO OINV-TBL-PAID (OINV-COUNT)
               MOVE "O" TO OINV-TBL-ESTADO (OINV-COUNT)
               MOVE ZERO TO OINV-TBL-BRANCH (OINV-COUNT)
               IF BRANCH-ATUAL > ZERO
                   MOVE BRANCH-TBL-CODE (BRANCH-ATUAL)
                       TO OINV-TBL-BRANCH (OINV-COUNT)
               END-IF
           ELSE
               MOVE "Y" TO OINV-OVERFLOW
               MOVE "PROD2V1" TO ERR-PROGRAMA
               ELSE
                   ADD PAY_AMOUNT TO OINV-TBL-PAID (OINV-ATUAL)
                   ADD PAY_AMOUNT TO TOTAL-PAYMENTS-RECEIVED
                   IF PAY_BRANCH IS NUMERIC
                       MOVE PAY_BRANCH TO CX-BALCAO
                       MOVE 5 TO CX-TIPO
                       MOVE PAY_AMOUNT TO CX-VALOR
                       PERFORM ACUMULAR-CAIXA
                   END-IF
                   IF OINV-TBL-PAID (OINV-ATUAL) NOT <
                           OINV-TBL-TOTAL (OINV-ATUAL)
                       MOVE "P" TO OINV-TBL-ESTADO (OINV-ATUAL)
               AT END MOVE "YYY" TO PAYMENTS-EOF
           END-READ.

      *    ---- one cash movement onto its branch's drawer, under     ----*
      *    ---- CX-TIPO; a branch off the table has no drawer here.   ----*
           ACUMULAR-CAIXA.

           IF CX-BALCAO > ZERO AND CX-VALOR > ZERO
               SET BRANCH-IDX TO 1
               SEARCH BRANCH-ENTRY
                   AT END CONTINUE
                   WHEN BRANCH-TBL-CODE (BRANCH-IDX) = CX-BALCAO
                       ADD CX-VALOR
                           TO BRANCH-TBL-CAIXA (BRANCH-IDX, CX-TIPO)
               END-SEARCH
           END-IF.

           PROCURAR-FACTURA.

           IF OINV-TBL-NUMBER (OINV-IDX) = PAY_INVOICE_NUMBER
               MOVE OINV-IDX TO OINV-ATUAL
           END-IF.

      *    ---- reads INVOICE-CANCELS-IN.txt, if present, and answers ----*
      *    ---- each cancellation with a numbered credit note.        ----*
           PROCESS-INVOICE-CANCELS.

           MOVE SPACES TO INVOICE-CANCELS-EOF.
           OPEN INPUT INVOICE-CANCELS-IN.

           IF INVOICE-CANCELS-STATUS NOT = "00"
               MOVE "YYY" TO INVOICE-CANCELS-EOF
           ELSE
               READ INVOICE-CANCELS-IN
                   AT END MOVE "YYY" TO INVOICE-CANCELS-EOF
               END-READ
               PERFORM APLICAR-ANULACAO THRU APLICAR-ANULACAO-LER
                   UNTIL INVOICE-CANCELS-EOF = "YYY"
               CLOSE INVOICE-CANCELS-IN
           END-IF.

      *    ---- one cancellation: the invoice must still be open on   ----*
      *    ---- the ledger and on the tax-document journal as issued; ----*
      *    ---- its whole total is credited, split as the invoice     ----*
      *    ---- was, and whatever the customer already paid is shown  ----*
      *    ---- on the credit note as a refund due.                   ----*
           APLICAR-ANULACAO.

           IF CNC_INVOICE_NUMBER IS NOT NUMERIC
               MOVE "PROD2V1" TO ERR-PROGRAMA
               MOVE "E20" TO ERR-CODIGO
               MOVE "anulacao com numero de factura invalido" TO
                   ERR-MENSAGEM
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               GO TO APLICAR-ANULACAO-LER
           END-IF.

           MOVE ZERO TO OINV-ATUAL.
           PERFORM PROCURAR-FACTURA-ANULADA
               VARYING OINV-IDX FROM 1 BY 1
               UNTIL OINV-IDX > OINV-COUNT OR OINV-ATUAL > ZERO.

           IF OINV-ATUAL = ZERO
               MOVE "PROD2V1" TO ERR-PROGRAMA
               MOVE "E20" TO ERR-CODIGO
               MOVE "anulacao de factura desconhecida - " TO
                   ERR-MENSAGEM
               MOVE CNC_INVOICE_NUMBER TO ERR-MENSAGEM (36:7)
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               GO TO APLICAR-ANULACAO-LER
           END-IF.

      *    a paid or already-cancelled invoice has nothing left to    *
      *    reverse on the ledger -- a second credit note would give   *
      *    the same money back twice.                                 *
           IF OINV-TBL-ESTADO (OINV-ATUAL) NOT = "O"
               MOVE "PROD2V1" TO ERR-PROGRAMA
               MOVE "E20" TO ERR-CODIGO
               MOVE "anulacao de factura nao aberta - " TO
                   ERR-MENSAGEM
               MOVE CNC_INVOICE_NUMBER TO ERR-MENSAGEM (34:7)
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               GO TO APLICAR-ANULACAO-LER
           END-IF.

      *    the split comes off the invoice as issued, never off      *
      *    tonight's rate: an invoice not on the journal in the       *
      *    rentals series cannot be credited safely.                  *
           PERFORM PROCURAR-DOCUMENTO-ORIGINAL.
           IF CREDIT-DOC-FOUND = "N"
               MOVE "PROD2V1" TO ERR-PROGRAMA
               MOVE "E20" TO ERR-CODIGO
               MOVE "anulacao sem documento fiscal - " TO
                   ERR-MENSAGEM
               MOVE CNC_INVOICE_NUMBER TO ERR-MENSAGEM (33:7)
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               GO TO APLICAR-ANULACAO-LER
           END-IF.

      *    a damage charge set against the deposit leaves only the   *
      *    balance on the ledger: the document and the ledger no      *
      *    longer agree, and the credit note is raised by hand.       *
           IF CREDIT-GROSS-AMT NOT = OINV-TBL-TOTAL (OINV-ATUAL)
               MOVE "PROD2V1" TO ERR-PROGRAMA
               MOVE "E20" TO ERR-CODIGO
               MOVE "anulacao - total difere do documento - " TO
                   ERR-MENSAGEM
               MOVE CNC_INVOICE_NUMBER TO ERR-MENSAGEM (40:7)
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               GO TO APLICAR-ANULACAO-LER
           END-IF.

           MOVE "C" TO OINV-TBL-ESTADO (OINV-ATUAL).
           MOVE OINV-TBL-NUMBER (OINV-ATUAL) TO ORIGINAL-INVOICE-NUMBER.

           IF CREDIT-PROGRAMA = "PROD2V1"
               PERFORM ESTORNAR-CLIENTE
           END-IF.
           PERFORM ESCREVER-NOTA-CREDITO.
           PERFORM ACUMULAR-ESTORNO.

           MOVE "PROD2V1" TO AUD-PROGRAMA.
           MOVE SPACES TO AUD-CHAVE.
           MOVE ORIGINAL-INVOICE-NUMBER TO AUD-CHAVE (1:7).
           COMPUTE AUD-VALOR = ZERO - CREDIT-GROSS-AMT.
           MOVE "NOTA DE CREDITO" TO AUD-DESCRICAO.
           PERFORM REGISTAR-AUDITORIA THRU REGISTAR-AUDITORIA-EXIT.

           ADD 1 TO TOTAL-CANCELS.
           ADD CREDIT-GROSS-AMT TO TOTAL-CREDIT-NOTES.

           APLICAR-ANULACAO-LER.
           READ INVOICE-CANCELS-IN
               AT END MOVE "YYY" TO INVOICE-CANCELS-EOF
           END-READ.

           PROCURAR-FACTURA-ANULADA.

           IF OINV-TBL-NUMBER (OINV-IDX) = CNC_INVOICE_NUMBER
               MOVE OINV-IDX TO OINV-ATUAL
           END-IF.

      *    ---- finds the invoice as issued on DOCUMENTOS-FISCAIS.txt ----*
      *    ---- -- an FT in the rentals series from PROD2V1, PROD2V5  ----*
      *    ---- or PROD2V6 -- and keeps its parts for the credit.     ----*
           PROCURAR-DOCUMENTO-ORIGINAL.

           MOVE "N" TO CREDIT-DOC-FOUND.
           MOVE "YYY" TO CREDIT-DOC-EOF.
           OPEN INPUT DOCUMENTOS-FISCAIS.
           IF DOCUMENTOS-FISCAIS-STATUS = "00"
               MOVE SPACES TO CREDIT-DOC-EOF
               READ DOCUMENTOS-FISCAIS
                   AT END MOVE "YYY" TO CREDIT-DOC-EOF
               END-READ
               PERFORM VER-DOCUMENTO-ORIGINAL
                   UNTIL CREDIT-DOC-EOF = "YYY"
               CLOSE DOCUMENTOS-FISCAIS
           END-IF.

           VER-DOCUMENTO-ORIGINAL.

           IF DFI-TIPO = "FT" AND DFI-SERIE = "ALU"
                   AND DFI-NUMERO = CNC_INVOICE_NUMBER
                   AND (DFI-PROGRAMA = "PROD2V1"
                        OR DFI-PROGRAMA = "PROD2V5"
                        OR DFI-PROGRAMA = "PROD2V6")
               MOVE "Y" TO CREDIT-DOC-FOUND
               MOVE DFI-PROGRAMA TO CREDIT-PROGRAMA
               MOVE DFI-BASE TO CREDIT-NET-AMT
               MOVE DFI-IVA TO CREDIT-VAT-AMT
               MOVE DFI-ISENTO TO CREDIT-EXEMPT-AMT
               MOVE DFI-TOTAL TO CREDIT-GROSS-AMT
               MOVE DFI-TAXA TO CREDIT-TAXA
               MOVE DFI-PRODUTO TO CREDIT-PRODUTO
               MOVE DFI-PRODUTO-ISENTO TO CREDIT-PRODUTO-ISENTO
               MOVE DFI-CLIENTE TO CREDIT-CLIENTE
               MOVE DFI-NIF TO CREDIT-NIF
               MOVE DFI-MOEDA TO CREDIT-MOEDA
               IF CREDIT-MOEDA = SPACES
                   MOVE CURR-MOEDA-BASE TO CREDIT-MOEDA
               END-IF
           END-IF.

           READ DOCUMENTOS-FISCAIS
               AT END MOVE "YYY" TO CREDIT-DOC-EOF
           END-READ.

      *    ---- the credit's parts onto the night's reversal totals,  ----*
      *    ---- by the accounts the invoice was posted to.            ----*
           ACUMULAR-ESTORNO.

           EVALUATE CREDIT-PROGRAMA
               WHEN "PROD2V5"
                   ADD CREDIT-EXEMPT-AMT TO TOTAL-CREDIT-JUROS
                   ADD CREDIT-GROSS-AMT TO TOTAL-CREDIT-CLIENTES
               WHEN "PROD2V6"
                   ADD CREDIT-EXEMPT-AMT TO TOTAL-CREDIT-MULTAS
                   ADD CREDIT-NET-AMT TO TOTAL-CREDIT-NET
                   ADD CREDIT-VAT-AMT TO TOTAL-CREDIT-VAT
                   ADD CREDIT-GROSS-AMT TO TOTAL-CREDIT-CLIENTES
               WHEN OTHER
                   ADD CREDIT-NET-AMT TO TOTAL-CREDIT-NET
                   ADD CREDIT-VAT-AMT TO TOTAL-CREDIT-VAT
                   ADD CREDIT-NET-AMT TO TOTAL-CREDIT-CLIENTES
                   ADD CREDIT-VAT-AMT TO TOTAL-CREDIT-CLIENTES
                   SET BRANCH-IDX TO 1
                   SEARCH BRANCH-ENTRY
                       AT END CONTINUE
                       WHEN BRANCH-TBL-CODE (BRANCH-IDX) =
                               OINV-TBL-BRANCH (OINV-ATUAL)
                           ADD CREDIT-NET-AMT
                               TO BRANCH-TBL-CRED-NET (BRANCH-IDX)
                           ADD CREDIT-VAT-AMT
                               TO BRANCH-TBL-CRED-VAT (BRANCH-IDX)
                   END-SEARCH
           END-EVALUATE.

      *    ---- takes the cancelled rental back off the customer's    ----*
      *    ---- counters, so a wrong-customer invoice earns nobody    ----*
      *    ---- loyalty it should not have.                           ----*
           ESTORNAR-CLIENTE.

           MOVE ZERO TO CUST-ATUAL.
           SET CUST-IDX TO 1.
           SEARCH CUSTOMER-ENTRY
               AT END CONTINUE
               WHEN CUST-TBL-NAME (CUST-IDX) =
                       OINV-TBL-CLIENT (OINV-ATUAL)
                   SET CUST-ATUAL TO CUST-IDX
           END-SEARCH.

           IF CUST-ATUAL > ZERO
               IF CUST-TBL-RENTALS (CUST-ATUAL) > ZERO
                   SUBTRACT 1 FROM CUST-TBL-RENTALS (CUST-ATUAL)
               END-IF
               IF CUST-TBL-REVENUE (CUST-ATUAL) < CREDIT-GROSS-AMT
                   MOVE ZERO TO CUST-TBL-REVENUE (CUST-ATUAL)
               ELSE
                   SUBTRACT CREDIT-GROSS-AMT
                       FROM CUST-TBL-REVENUE (CUST-ATUAL)
               END-IF
           END-IF.

      *    ---- the credit note: the invoice document's own layout,   ----*
      *    ---- under the next number in the same legal sequence,     ----*
      *    ---- every amount negative and the cancelled invoice       ----*
      *    ---- referenced on the first line.                         ----*
           ESCREVER-NOTA-CREDITO.

           ADD 1 TO LAST-INVOICE-NUMBER.

           MOVE SPACES TO INVOICE-HEADER-LINE.
           MOVE "CREDIT  " TO INV-HDR-LABEL.
           MOVE LAST-INVOICE-NUMBER TO INV-HDR-NUMBER.
           MOVE "DATE: " TO INV-HDR-DATE-LABEL.
           MOVE RUN-DATE-DISPLAY TO INV-HDR-DATE.
           MOVE "CLIENT: " TO INV-HDR-CLIENT-LABEL.
           MOVE OINV-TBL-CLIENT (OINV-ATUAL) TO INV-HDR-CLIENT.
           WRITE INVOICE-HEADER-LINE
               AFTER ADVANCING 2 LINES.

           MOVE SPACES TO INVOICE-DETAIL-LINE.
           STRING "CANCELS " ORIGINAL-INVOICE-NUMBER
               DELIMITED BY SIZE INTO INV-DET-LABEL.
           MOVE ZERO TO INV-DET-AMOUNT.
           MOVE CURR-MOEDA-BASE TO INV-DET-CURRENCY.
           WRITE INVOICE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO INVOICE-DETAIL-LINE.
           MOVE CNC_REASON TO INV-DET-LABEL.
           MOVE ZERO TO INV-DET-AMOUNT.
           MOVE CURR-MOEDA-BASE TO INV-DET-CURRENCY.
           WRITE INVOICE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

           IF CREDIT-NET-AMT > ZERO
               MOVE SPACES TO INVOICE-DETAIL-LINE
               IF CREDIT-PROGRAMA = "PROD2V6"
                   MOVE "ADMINISTRATION FEE" TO INV-DET-LABEL
               ELSE
                   MOVE "RENTAL CHARGE" TO INV-DET-LABEL
               END-IF
               COMPUTE INV-DET-AMOUNT = ZERO - CREDIT-NET-AMT
               MOVE CREDIT-MOEDA TO INV-DET-CURRENCY
               WRITE INVOICE-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

           IF CREDIT-EXEMPT-AMT > ZERO
               MOVE SPACES TO INVOICE-DETAIL-LINE
               EVALUATE CREDIT-PROGRAMA
                   WHEN "PROD2V5"
                       MOVE "LATE INTEREST" TO INV-DET-LABEL
                   WHEN "PROD2V6"
                       MOVE "FINE" TO INV-DET-LABEL
                   WHEN OTHER
                       MOVE "DAMAGE CHARGE" TO INV-DET-LABEL
               END-EVALUATE
               COMPUTE INV-DET-AMOUNT = ZERO - CREDIT-EXEMPT-AMT
               MOVE CREDIT-MOEDA TO INV-DET-CURRENCY
               WRITE INVOICE-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

           MOVE SPACES TO INVOICE-DETAIL-LINE.
           MOVE "VAT" TO INV-DET-LABEL.
           COMPUTE INV-DET-AMOUNT = ZERO - CREDIT-VAT-AMT.
           MOVE CREDIT-MOEDA TO INV-DET-CURRENCY.
           WRITE INVOICE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO INVOICE-DETAIL-LINE.
           MOVE "TOTAL CREDITED" TO INV-DET-LABEL.
           COMPUTE INV-DET-AMOUNT = ZERO - CREDIT-GROSS-AMT.
           MOVE CREDIT-MOEDA TO INV-DET-CURRENCY.
           WRITE INVOICE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

           IF OINV-TBL-PAID (OINV-ATUAL) > ZERO
               MOVE SPACES TO INVOICE-DETAIL-LINE
               MOVE "REFUND DUE" TO INV-DET-LABEL
               MOVE OINV-TBL-PAID (OINV-ATUAL) TO INV-DET-AMOUNT
               MOVE CREDIT-MOEDA TO INV-DET-CURRENCY
               WRITE INVOICE-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

           MOVE SPACES TO INVOICE-SEPARATOR-LINE.
           MOVE ALL "-" TO INV-SEP-TEXT.
           WRITE INVOICE-SEPARATOR-LINE
               AFTER ADVANCING 1 LINE.

           PERFORM LIMPAR-DOCUMENTO-FISCAL.
           MOVE "NC" TO DOCF-TIPO.
           MOVE OINV-TBL-CLIENT (OINV-ATUAL) TO DOCF-NOME.
           MOVE CREDIT-CLIENTE TO DOCF-CLIENTE.
           MOVE CREDIT-NIF TO DOCF-NIF.
           MOVE CREDIT-TAXA TO DOCF-TAXA.
           MOVE CREDIT-PRODUTO TO DOCF-PRODUTO.
           MOVE CREDIT-NET-AMT TO DOCF-BASE.
           MOVE CREDIT-VAT-AMT TO DOCF-IVA.
           MOVE CREDIT-PRODUTO-ISENTO TO DOCF-PRODUTO-ISENTO.
           MOVE CREDIT-EXEMPT-AMT TO DOCF-ISENTO.
           MOVE CREDIT-GROSS-AMT TO DOCF-TOTAL.
           MOVE CREDIT-MOEDA TO DOCF-MOEDA.
           MOVE ORIGINAL-INVOICE-NUMBER TO DOCF-REFERENCIA.
           MOVE CNC_REASON TO DOCF-MOTIVO.
           PERFORM REGISTAR-DOCUMENTO-ALUGUER.

      *    ---- per-customer open balances bucketed by days since     ----*
      *    ---- issue: 0-30, 31-60, 61-90 and beyond -- business days ----*
      *    ---- under AGING-EM-DIAS-UTEIS.                            ----*
           ESCREVER-AGING.

           PERFORM CLASSIFICAR-FACTURA-IDADE
               PERFORM CONVERTER-DATA-DIAS
               COMPUTE INVOICE-AGE-DAYS =
                       RUN-DATE-SERIAL - CAL-DIAS-SAIDA
               IF AGING-EM-DIAS-UTEIS = "Y"
                   MOVE CAL-DIAS-SAIDA TO FER-SERIAL-DE
                   MOVE RUN-DATE-SERIAL TO FER-SERIAL-ATE
                   MOVE ZERO TO FER-BALCAO
                   MOVE "Y" TO FER-SALTAR-FIM-SEMANA
                   PERFORM CONTAR-DIAS-UTEIS
                       THRU CONTAR-DIAS-UTEIS-EXIT
                   MOVE FER-DIAS-UTEIS TO INVOICE-AGE-DAYS
               END-IF
               PERFORM PROCURAR-AGING-CLIENTE
               IF AGING-ATUAL > ZERO
                   IF INVOICE-AGE-DAYS NOT > 30
               MOVE OINV-TBL-TOTAL (OINV-IDX) TO OINV_TOTAL
               MOVE OINV-TBL-PAID (OINV-IDX) TO OINV_PAID
               MOVE OINV-TBL-ESTADO (OINV-IDX) TO OINV_ESTADO
               MOVE OINV-TBL-BRANCH (OINV-IDX) TO OINV_BRANCH
               WRITE OPEN-INVOICES-FILE
           END-IF.

               ELSE
                   MOVE ZERO TO OPR-TBL-FUEL-OUT (OPR-COUNT)
               END-IF
      *        a ledger from before the damage waiver carries spaces  *
      *        here -- such a rental is uncovered.                    *
               IF OPR_CDW_EXCESS IS NUMERIC
                   MOVE OPR_CDW_LEVEL TO OPR-TBL-CDW-LEVEL (OPR-COUNT)
                   MOVE OPR_CDW_EXCESS
                       TO OPR-TBL-CDW-EXCESS (OPR-COUNT)
               ELSE
                   MOVE SPACES TO OPR-TBL-CDW-LEVEL (OPR-COUNT)
                   MOVE ZERO TO OPR-TBL-CDW-EXCESS (OPR-COUNT)
               END-IF
               MOVE "A" TO OPR-TBL-ESTADO (OPR-COUNT)
           END-IF.

               ELSE
                   MOVE ZERO TO OPR-TBL-FUEL-OUT (OPR-COUNT)
               END-IF
               MOVE CDW-NIVEL-ATUAL TO OPR-TBL-CDW-LEVEL (OPR-COUNT)
               MOVE CDW-EXCESS-ATUAL TO OPR-TBL-CDW-EXCESS (OPR-COUNT)
               MOVE "A" TO OPR-TBL-ESTADO (OPR-COUNT)
           ELSE
               MOVE "Y" TO OPR-OVERFLOW
           END-IF.

           IF DEPOSIT-AMT > ZERO
               MOVE BRANCH_CODE TO CX-BALCAO
               MOVE 1 TO CX-TIPO
               MOVE DEPOSIT-AMT TO CX-VALOR
               PERFORM ACUMULAR-CAIXA
               ADD DEPOSIT-AMT TO TOTAL-DEPOSITS-HELD
               MOVE "PROD2V1" TO AUD-PROGRAMA
               MOVE SPACES TO AUD-CHAVE
           END-IF.

           MOVE "F" TO OPR-TBL-ESTADO (OPR-ATUAL).
           PERFORM GRAVAR-HISTORICO-ALUGUER.

      *    the car now lives where it was dropped: re-home the fleet  *
      *    record so its branch's availability view stays honest.     *

           PERFORM AVALIAR-ATRASO-DEVOLUCAO
               THRU AVALIAR-ATRASO-DEVOLUCAO-FIM.
           PERFORM COBRAR-REABASTECIMENTO
               THRU COBRAR-REABASTECIMENTO-FIM.
           PERFORM LIQUIDAR-DEPOSITO THRU LIQUIDAR-DEPOSITO-FIM.

           FECHAR-ALUGUER-ABERTO-FIM.
           COMPUTE LATE-DAYS =
                   RETURN-DATE-SERIAL - OPR-TBL-DUE-SERIAL (OPR-ATUAL).

      *    each day from the due date until the return on which the   *
      *    branch the car came back to was open -- a due date on a    *
      *    closed day runs on to the next open one. FLEET_BRANCH is   *
      *    already the drop branch here.                              *
           IF ATRASO-EM-DIAS-UTEIS = "Y" AND LATE-DAYS > ZERO
               MOVE OPR-TBL-DUE-SERIAL (OPR-ATUAL) TO FER-SERIAL-DE
               MOVE RETURN-DATE-SERIAL TO FER-SERIAL-ATE
               MOVE FLEET_BRANCH TO FER-BALCAO
               MOVE "N" TO FER-SALTAR-FIM-SEMANA
               PERFORM CONTAR-DIAS-UTEIS THRU CONTAR-DIAS-UTEIS-EXIT
               MOVE FER-DIAS-UTEIS TO LATE-DAYS
           END-IF.

           IF LATE-DAYS > ZERO
               MOVE ZERO TO LATE-DAY-RATE
               SET RATE-IDX TO 1

           ADD FUEL-CHARGE-AMT TO TOTAL-RETURN-ADJ.
           ADD FUEL-CHARGE-AMT TO TOTAL-FUEL-RECOVERY.
           MOVE FLEET_BRANCH TO CX-BALCAO.
           MOVE 4 TO CX-TIPO.
           MOVE FUEL-CHARGE-AMT TO CX-VALOR.
           PERFORM ACUMULAR-CAIXA.
           MOVE "PROD2V1" TO AUD-PROGRAMA.
           MOVE SPACES TO AUD-CHAVE.
           MOVE RETURN_PLATE TO AUD-CHAVE (1:8).
      *    ---- settles the deposit held at checkout against the      ----*
      *    ---- damage assessed at check-in: refund, partial          ----*
      *    ---- retention, or an extra charge when damage exceeds     ----*
      *    ---- it -- posted to the trail. damage charged is billed   ----*
      *    ---- as its own settlement document under the next invoice ----*
      *    ---- number; a plain refund bills nothing and gets an      ----*
      *    ---- unnumbered settlement slip, off the fiscal journal.   ----*
           LIQUIDAR-DEPOSITO.

           MOVE OPR-TBL-DEPOSIT (OPR-ATUAL) TO DEPOSIT-AMT.
               MOVE RETURN_DAMAGE_AMT TO DAMAGE-AMT
           END-IF.

      *    under a damage waiver the customer answers for no more     *
      *    than the level's excess; the rest is claimed from the      *
      *    insurer and never reaches this settlement.                 *
           MOVE ZERO TO CLAIM-AMT.
           IF OPR-TBL-CDW-LEVEL (OPR-ATUAL) NOT = SPACES
                   AND DAMAGE-AMT > OPR-TBL-CDW-EXCESS (OPR-ATUAL)
               COMPUTE CLAIM-AMT =
                       DAMAGE-AMT - OPR-TBL-CDW-EXCESS (OPR-ATUAL)
               MOVE OPR-TBL-CDW-EXCESS (OPR-ATUAL) TO DAMAGE-AMT
               PERFORM GRAVAR-SINISTRO
           END-IF.

           IF DEPOSIT-AMT = ZERO AND DAMAGE-AMT = ZERO
               GO TO LIQUIDAR-DEPOSITO-FIM
           END-IF.

           COMPUTE DEPOSIT-SETTLE-AMT = DAMAGE-AMT - DEPOSIT-AMT.

      *    at the check-in counter the whole deposit leaves the       *
      *    drawer and whatever damage it covers comes back in; damage *
      *    past the deposit is a receivable, not cash.                *
           MOVE FLEET_BRANCH TO CX-BALCAO.
           MOVE 2 TO CX-TIPO.
           MOVE DEPOSIT-AMT TO CX-VALOR.
           PERFORM ACUMULAR-CAIXA.
           MOVE 3 TO CX-TIPO.
           IF DAMAGE-AMT < DEPOSIT-AMT
               MOVE DAMAGE-AMT TO CX-VALOR
           ELSE
               MOVE DEPOSIT-AMT TO CX-VALOR
           END-IF.
           PERFORM ACUMULAR-CAIXA.

           IF DAMAGE-AMT > ZERO
               ADD 1 TO LAST-INVOICE-NUMBER
               MOVE SPACES TO INVOICE-HEADER-LINE
               MOVE "INVOICE " TO INV-HDR-LABEL
               MOVE LAST-INVOICE-NUMBER TO INV-HDR-NUMBER
               MOVE "DATE: " TO INV-HDR-DATE-LABEL
               MOVE RUN-DATE-DISPLAY TO INV-HDR-DATE
               MOVE "CLIENT: " TO INV-HDR-CLIENT-LABEL
               MOVE OPR-TBL-CLIENT (OPR-ATUAL) TO INV-HDR-CLIENT
               WRITE INVOICE-HEADER-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               MOVE SPACES TO INVOICE-SLIP-LINE
               MOVE "DEPOSIT REFUND" TO INV-SLP-LABEL
               MOVE "DATE: " TO INV-SLP-DATE-LABEL
               MOVE RUN-DATE-DISPLAY TO INV-SLP-DATE
               MOVE "CLIENT: " TO INV-SLP-CLIENT-LABEL
               MOVE OPR-TBL-CLIENT (OPR-ATUAL) TO INV-SLP-CLIENT
               WRITE INVOICE-SLIP-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.

           MOVE SPACES TO INVOICE-DETAIL-LINE.
           MOVE "DEPOSIT HELD" TO INV-DET-LABEL.
                   AFTER ADVANCING 1 LINE
           END-IF.

           IF CLAIM-AMT > ZERO
               MOVE SPACES TO INVOICE-DETAIL-LINE
               MOVE "CDW - INSURER PAYS" TO INV-DET-LABEL
               MOVE ZERO TO INV-DET-AMOUNT
               MOVE CURR-MOEDA-BASE TO INV-DET-CURRENCY
               WRITE INVOICE-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

           MOVE SPACES TO INVOICE-DETAIL-LINE.
           IF DEPOSIT-SETTLE-AMT > ZERO
               MOVE "BALANCE DUE" TO INV-DET-LABEL
           WRITE INVOICE-SEPARATOR-LINE
               AFTER ADVANCING 1 LINE.

      *    the deposit is the customer's own money handed back; only  *
      *    the damage charged against it is billed, as compensation   *
      *    outside the scope of VAT.                                  *
           IF DAMAGE-AMT > ZERO
               PERFORM LIMPAR-DOCUMENTO-FISCAL
               MOVE "FT" TO DOCF-TIPO
               MOVE OPR-TBL-CLIENT (OPR-ATUAL) TO DOCF-NOME
               MOVE "DANOS" TO DOCF-PRODUTO-ISENTO
               MOVE DAMAGE-AMT TO DOCF-ISENTO
               MOVE DAMAGE-AMT TO DOCF-TOTAL
               MOVE CURR-MOEDA-BASE TO DOCF-MOEDA
               PERFORM REGISTAR-DOCUMENTO-ALUGUER
           END-IF.

           ADD DEPOSIT-SETTLE-AMT TO TOTAL-DEPOSIT-SETTLE.
           MOVE "PROD2V1" TO AUD-PROGRAMA.
           MOVE SPACES TO AUD-CHAVE.
                       TO OINV-TBL-TOTAL (OINV-COUNT)
                   MOVE ZERO TO OINV-TBL-PAID (OINV-COUNT)
                   MOVE "O" TO OINV-TBL-ESTADO (OINV-COUNT)
                   MOVE ZERO TO OINV-TBL-BRANCH (OINV-COUNT)
               ELSE
                   MOVE "Y" TO OINV-OVERFLOW
                   MOVE "PROD2V1" TO ERR-PROGRAMA
           LIQUIDAR-DEPOSITO-FIM.
               EXIT.

      *    ---- the closed rental onto the permanent history: a       ----*
      *    ---- RETURN_DATE that is not a real date reads as today.   ----*
           GRAVAR-HISTORICO-ALUGUER.

           MOVE SPACES TO RENTAL-HISTORY-FILE.
           MOVE OPR-TBL-PLATE (OPR-ATUAL) TO RHI_PLATE.
           MOVE OPR-TBL-CLIENT (OPR-ATUAL) TO RHI_CLIENT.
           MOVE OPR-TBL-CHECKOUT (OPR-ATUAL) TO RHI_CHECKOUT_DATE.
           MOVE RUN-DATE-YYYYMMDD TO RHI_RETURN_DATE.
           IF RETURN_DATE IS NUMERIC
               MOVE RETURN_DATE TO VAL-DATA-ENTRADA
               PERFORM VALIDAR-DATA THRU VALIDAR-DATA-EXIT
               IF VAL-DATA-OK = "S"
                   MOVE RETURN_DATE TO RHI_RETURN_DATE
               END-IF
           END-IF.
           WRITE RENTAL-HISTORY-FILE.

      *    ---- the uncovered remainder of a waivered damage onto the ----*
      *    ---- period's claim file for the insurer. the trail keeps  ----*
      *    ---- it at value zero: no money moves through this run.    ----*
           GRAVAR-SINISTRO.

           MOVE SPACES TO INSURANCE-CLAIMS-FILE.
           MOVE OPR-TBL-PLATE (OPR-ATUAL) TO CLM_PLATE.
           MOVE OPR-TBL-CLIENT (OPR-ATUAL) TO CLM_CLIENT.
           MOVE OPR-TBL-CHECKOUT (OPR-ATUAL) TO CLM_CHECKOUT_DATE.
           MOVE RUN-DATE-YYYYMMDD TO CLM_RETURN_DATE.
           IF RETURN_DATE IS NUMERIC
               MOVE RETURN_DATE TO VAL-DATA-ENTRADA
               PERFORM VALIDAR-DATA THRU VALIDAR-DATA-EXIT
               IF VAL-DATA-OK = "S"
                   MOVE RETURN_DATE TO CLM_RETURN_DATE
               END-IF
           END-IF.
           MOVE OPR-TBL-CDW-LEVEL (OPR-ATUAL) TO CLM_CDW_LEVEL.
           MOVE RETURN_DAMAGE_CODE TO CLM_DAMAGE_CODE.
           MOVE RETURN_DAMAGE_AMT TO CLM_DAMAGE_AMT.
           MOVE OPR-TBL-CDW-EXCESS (OPR-ATUAL) TO CLM_EXCESS.
           MOVE CLAIM-AMT TO CLM_CLAIM_AMT.
           WRITE INSURANCE-CLAIMS-FILE.

           ADD CLAIM-AMT TO TOTAL-INSURANCE-CLAIMS.
           MOVE "PROD2V1" TO AUD-PROGRAMA.
           MOVE SPACES TO AUD-CHAVE.
           MOVE RETURN_PLATE TO AUD-CHAVE (1:8).
           MOVE ZERO TO AUD-VALOR.
           MOVE "SINISTRO PARA SEGURADORA" TO AUD-DESCRICAO.
           PERFORM REGISTAR-AUDITORIA THRU REGISTAR-AUDITORIA-EXIT.

      *    ---- opens the period's claim file for append, creating it ----*
      *    ---- on the first return of the month.                     ----*
           ABRIR-SINISTROS.

           OPEN EXTEND INSURANCE-CLAIMS-OUT.
           IF INSURANCE-CLAIMS-STATUS = "05"
                   OR INSURANCE-CLAIMS-STATUS = "35"
               OPEN OUTPUT INSURANCE-CLAIMS-OUT
               CLOSE INSURANCE-CLAIMS-OUT
               OPEN EXTEND INSURANCE-CLAIMS-OUT
           END-IF.

      *    ---- opens RENTAL-HISTORY.txt for append, creating it on   ----*
      *    ---- the first run.                                        ----*
           ABRIR-HISTORICO-ALUGUERES.

           OPEN EXTEND RENTAL-HISTORY.
           IF RENTAL-HISTORY-STATUS = "05"
                   OR RENTAL-HISTORY-STATUS = "35"
               OPEN OUTPUT RENTAL-HISTORY
               CLOSE RENTAL-HISTORY
               OPEN EXTEND RENTAL-HISTORY
           END-IF.

           PROCURAR-ALUGUER-ABERTO.

           IF OPR-TBL-PLATE (OPR-IDX) = RETURN_PLATE
               MOVE OPR-TBL-DEPOSIT (OPR-IDX) TO OPR_DEPOSIT
               MOVE OPR-TBL-DROP-BRANCH (OPR-IDX) TO OPR_DROP_BRANCH
               MOVE OPR-TBL-FUEL-OUT (OPR-IDX) TO OPR_FUEL_OUT
               MOVE OPR-TBL-CDW-LEVEL (OPR-IDX) TO OPR_CDW_LEVEL
               MOVE OPR-TBL-CDW-EXCESS (OPR-IDX) TO OPR_CDW_EXCESS
               WRITE OPEN-RENTALS-FILE
           END-IF.

               AFTER ADVANCING 1 LINE.
           DISPLAY BRANCH-FLEET-LINE-OUT.

      *    ---- end of run: one line per branch and booked type that ----*
      *    ---- ran out -- how often, how many went out upgraded and ----*
      *    ---- how many were turned away to the retry queue.        ----*
           ESCREVER-UPGRADES-BALCAO.

           OPEN OUTPUT UPGRADE-REPORT-OUT.
           PERFORM ESCREVER-UPGRADES-TIPOS
               VARYING BRANCH-IDX FROM 1 BY 1
               UNTIL BRANCH-IDX > BRANCH-COUNT.
           CLOSE UPGRADE-REPORT-OUT.

           ESCREVER-UPGRADES-TIPOS.

           PERFORM ESCREVER-LINHA-UPGRADE
               VARYING UPGRADE-TIPO-IDX FROM 1 BY 1
               UNTIL UPGRADE-TIPO-IDX > 9.

           ESCREVER-LINHA-UPGRADE.

           IF BRANCH-TBL-ESGOTADO (BRANCH-IDX, UPGRADE-TIPO-IDX) > ZERO
               COMPUTE UPGRADE-RECUSADOS =
                   BRANCH-TBL-ESGOTADO (BRANCH-IDX, UPGRADE-TIPO-IDX)
                   - BRANCH-TBL-UPGRADE (BRANCH-IDX, UPGRADE-TIPO-IDX)
               MOVE SPACES TO UPGRADE-REPORT-LINE-OUT
               MOVE BRANCH-TBL-CODE (BRANCH-IDX) TO UR-BRANCH-CODE-OUT
               MOVE BRANCH-TBL-NAME (BRANCH-IDX) TO UR-BRANCH-NAME-OUT
               MOVE "TYPE: " TO UR-LABEL-1
               MOVE UPGRADE-TIPO-IDX TO UR-CAR-TYPE-OUT
               MOVE "SOLD OUT: " TO UR-LABEL-2
               MOVE BRANCH-TBL-ESGOTADO (BRANCH-IDX, UPGRADE-TIPO-IDX)
                   TO UR-SOLD-OUT-OUT
               MOVE "UPGRADED: " TO UR-LABEL-3
               MOVE BRANCH-TBL-UPGRADE (BRANCH-IDX, UPGRADE-TIPO-IDX)
                   TO UR-UPGRADED-OUT
               MOVE "TURNED AWAY: " TO UR-LABEL-4
               MOVE UPGRADE-RECUSADOS TO UR-TURNED-AWAY-OUT
               WRITE UPGRADE-REPORT-LINE-OUT
                   AFTER ADVANCING 1 LINE
               DISPLAY UPGRADE-REPORT-LINE-OUT
           END-IF.

      *    ---- reads RENTACAR-RETURNS-IN.txt, if present, and checks  ----*
      *    ---- each returned plate back in: availability flipped back ----*
      *    ---- to "Y", true odometer posted, and an adjustment billed ----*

      *    settle the open rental itself: a return past the expected  *
      *    date bills a late fee, and the ledger entry closes.        *
           PERFORM FECHAR-ALUGUER-ABERTO THRU FECHAR-ALUGUER-ABERTO-FIM.

      *    ---- finds the first available vehicle of CAR_TYPE and marks ----*
      *    ---- it checked out for the rest of this run. a vehicle is  ----*
      *    ---- only handed to a walk-up when enough cars of the type  ----*
      *    ---- remain to honor every booking overlapping the walk-up's ----*
      *    ---- rental window. when the booked type has nothing to  ----*
      *    ---- give, the upgrade ladder is tried before a reject.   ----*
           FLEET-CHECK.

           MOVE "N" TO FLEET-FOUND.
           MOVE "N" TO FLEET-HELD.
           MOVE "N" TO UPGRADE-APLICADO.
           MOVE ZERO TO UPGRADE-TIPO-DADO.
           MOVE SPACES TO FLEET-ASSIGNED-PLATE.
           MOVE CAR_TYPE TO TIPO-PROCURADO.
           COMPUTE WALKUP-END-SERIAL = RUN-DATE-SERIAL + NUM_DAYS.

           PERFORM CONSUMIR-RESERVA.
               END-IF
           END-IF.

      *    the booked type ran out: counted against the branch, then  *
      *    the ladder climbed a rung at a time. the reject reason    *
      *    still describes the booked type if no rung has a car.     *
           IF FLEET-FOUND = "N"
               PERFORM REGISTAR-ESGOTADO
               MOVE OVERDUE-TYPE-COUNT TO UPGRADE-OVERDUE-PEDIDO
               MOVE ZERO TO UPGRADE-SALTOS
               MOVE "Y" TO UPGRADE-DEGRAU
               PERFORM PROCURAR-UPGRADE THRU PROCURAR-UPGRADE-FIM
                   UNTIL FLEET-FOUND = "Y"
                       OR UPGRADE-DEGRAU = "N"
                       OR UPGRADE-SALTOS > 8
               IF FLEET-FOUND = "N"
                   MOVE SPACES TO FLEET-ASSIGNED-PLATE
                   MOVE UPGRADE-OVERDUE-PEDIDO TO OVERDUE-TYPE-COUNT
               END-IF
               MOVE CAR_TYPE TO TIPO-PROCURADO
           END-IF.

      *    a reserved client we could not serve keeps their booking:  *
      *    the hold must stand until a car actually leaves with them. *
           IF FLEET-FOUND = "N" AND RESERVA-CONSUMIDA = "Y"
                   RESERVA-TBL-FULFILLED (RESERVA-CONSUMIDA-IDX)
           END-IF.

      *    ---- one rung up the ladder from TIPO-PROCURADO: counts   ----*
      *    ---- that class at the branch and, if a car can be spared,----*
      *    ---- checks it out as a free upgrade. no rung -- done.    ----*
           PROCURAR-UPGRADE.

           ADD 1 TO UPGRADE-SALTOS.
           MOVE "N" TO UPGRADE-DEGRAU.
           SET UPG-IDX TO 1.
           SEARCH UPG-ENTRY
               AT END CONTINUE
               WHEN UPG-IDX NOT > UPG-COUNT
                       AND UPG-TBL-FROM-TYPE (UPG-IDX) = TIPO-PROCURADO
                   MOVE UPG-TBL-TO-TYPE (UPG-IDX) TO TIPO-PROCURADO
                   MOVE "Y" TO UPGRADE-DEGRAU
           END-SEARCH.

           IF UPGRADE-DEGRAU = "N"
               GO TO PROCURAR-UPGRADE-FIM
           END-IF.

           MOVE SPACES TO FLEET-ASSIGNED-PLATE.
           PERFORM CONTAR-DISPONIVEIS.
           PERFORM CONTAR-RESERVAS-ATIVAS.

           IF AVAIL-TYPE-COUNT > RESERVA-HOLD-COUNT
                   AND FLEET-ASSIGNED-PLATE NOT = SPACES
               PERFORM ATRIBUIR-VIATURA
               IF FLEET-FOUND = "Y"
                   MOVE "Y" TO UPGRADE-APLICADO
                   MOVE TIPO-PROCURADO TO UPGRADE-TIPO-DADO
                   IF BRANCH-ATUAL > ZERO AND CAR_TYPE > ZERO
                       ADD 1 TO
                           BRANCH-TBL-UPGRADE (BRANCH-ATUAL, CAR_TYPE)
                   END-IF
                   MOVE "PROD2V1" TO AUD-PROGRAMA
                   MOVE FLEET-ASSIGNED-PLATE TO AUD-CHAVE
                   MOVE ZERO TO AUD-VALOR
                   MOVE "UPGRADE GRATUITO" TO AUD-DESCRICAO
                   PERFORM REGISTAR-AUDITORIA
                       THRU REGISTAR-AUDITORIA-EXIT
               END-IF
           END-IF.

           PROCURAR-UPGRADE-FIM.
               EXIT.

      *    ---- counts a sold-out booked type against the pickup     ----*
      *    ---- branch for the end-of-run upgrade report.            ----*
           REGISTAR-ESGOTADO.

           IF BRANCH-ATUAL > ZERO AND CAR_TYPE > ZERO
               ADD 1 TO BRANCH-TBL-ESGOTADO (BRANCH-ATUAL, CAR_TYPE)
           END-IF.

      *    ---- checks the chosen plate out: availability off, the     ----*
      *    ---- checkout estimate onto the odometer, the rental onto   ----*
      *    ---- the plate's utilization counters, rewritten in place.  ----*
               MOVE RESERVA-IDX TO RESERVA-CONSUMIDA-IDX
           END-IF.

      *    ---- one scan of the fleet: how many vehicles of the type   ----*
      *    ---- being tried (TIPO-PROCURADO: CAR_TYPE or an upgrade)   ----*
      *    ---- are free right now, the first rentable plate found,    ----*
      *    ---- and -- counted apart -- the free ones overdue for      ----*
      *    ---- service, which must not cross the counter.             ----*

           CONTAR-DISPONIVEIS-LINHA.

           IF FLEET_CAR_TYPE = TIPO-PROCURADO AND FLEET_AVAILABLE = "Y"
                   AND (FLEET_BRANCH = BRANCH_CODE
                       OR FLEET_BRANCH = ZERO)
               PERFORM AVALIAR-VIATURA-CORRENTE

           PERFORM LER-PROXIMA-VIATURA.

      *    ---- how many unfulfilled bookings of TIPO-PROCURADO       ----*
      *    ---- overlap the walk-up's rental window and so must be    ----*
      *    ---- held back.                                            ----*
           CONTAR-RESERVAS-ATIVAS.

           MOVE ZERO TO RESERVA-HOLD-COUNT.
           TESTAR-RESERVA-ATIVA.

           IF RESERVA-TBL-FULFILLED (RESERVA-IDX) = "N"
                   AND RESERVA-TBL-CAR-TYPE (RESERVA-IDX)
                       = TIPO-PROCURADO
                   AND RESERVA-TBL-START (RESERVA-IDX)
                       NOT > WALKUP-END-SERIAL
                   AND RESERVA-TBL-END (RESERVA-IDX)
                       DISPLAY RENTAL-REJECT-OUT
                       ADD 1 TO TOTAL-REJECTED
                   ELSE
                       PERFORM VALIDAR-CONDUTOR
                           THRU VALIDAR-CONDUTOR-FIM
                       IF CONDUTOR-OK = "Y"
                           PERFORM PROCESSAR-RENTAL-BALCAO
                       END-IF
                   END-IF
               END-IF
           END-IF.
               END-IF
           END-IF.

      *    ---- no car leaves without a licence on file that is still ----*
      *    ---- valid on the return date, and never to a customer on  ----*
      *    ---- the block list. A refusal is a data error like an     ----*
      *    ---- unknown branch -- reported, never requeued. A pass is ----*
      *    ---- audited with the licence number so the check can be   ----*
      *    ---- shown to the insurer.                                 ----*
           VALIDAR-CONDUTOR.

           MOVE "Y" TO CONDUTOR-OK.
           MOVE SPACES TO CONDUTOR-MOTIVO.
           MOVE ZERO TO CONDUTOR-ATUAL.
           SET CUST-IDX TO 1.
           SEARCH CUSTOMER-ENTRY
               AT END CONTINUE
               WHEN CUST-TBL-NAME (CUST-IDX) = CLIENT_NAME
                   SET CONDUTOR-ATUAL TO CUST-IDX
           END-SEARCH.

           IF CONDUTOR-ATUAL = ZERO
               MOVE "REJECTED - NO LICENCE ON FILE" TO CONDUTOR-MOTIVO
               GO TO VALIDAR-CONDUTOR-REJEITAR
           END-IF.

           IF CUST-TBL-BLOCKED (CONDUTOR-ATUAL) = "Y"
               EVALUATE CUST-TBL-BLOCK-REASON (CONDUTOR-ATUAL)
                   WHEN "D"
                       MOVE "REJECTED - CUSTOMER BLOCKED: DAMAGE" TO
                           CONDUTOR-MOTIVO
                   WHEN "F"
                       MOVE "REJECTED - CUSTOMER BLOCKED: FRAUD" TO
                           CONDUTOR-MOTIVO
                   WHEN "N"
                       MOVE "REJECTED - CUSTOMER BLOCKED: NO-SHOWS" TO
                           CONDUTOR-MOTIVO
                   WHEN OTHER
                       MOVE "REJECTED - CUSTOMER BLOCKED" TO
                           CONDUTOR-MOTIVO
               END-EVALUATE
               GO TO VALIDAR-CONDUTOR-REJEITAR
           END-IF.

           IF CUST-TBL-LICENCE (CONDUTOR-ATUAL) = SPACES
               MOVE "REJECTED - NO LICENCE ON FILE" TO CONDUTOR-MOTIVO
               GO TO VALIDAR-CONDUTOR-REJEITAR
           END-IF.

           MOVE CUST-TBL-LICENCE-EXPIRY (CONDUTOR-ATUAL)
               TO VAL-DATA-ENTRADA.
           PERFORM VALIDAR-DATA THRU VALIDAR-DATA-EXIT.
           IF VAL-DATA-OK NOT = "S"
               MOVE "REJECTED - LICENCE EXPIRY NOT ON FILE" TO
                   CONDUTOR-MOTIVO
               GO TO VALIDAR-CONDUTOR-REJEITAR
           END-IF.

      *    the car comes back RUN date + NUM_DAYS; the licence must   *
      *    still be good on that day.                                 *
           COMPUTE CONDUTOR-DEVOLUCAO = RUN-DATE-SERIAL + NUM_DAYS.
           MOVE CUST-TBL-LICENCE-EXPIRY (CONDUTOR-ATUAL)
               TO CAL-DATA-ENTRADA.
           PERFORM CONVERTER-DATA-DIAS.
           IF CAL-DIAS-SAIDA < CONDUTOR-DEVOLUCAO
               MOVE "REJECTED - LICENCE EXPIRES BEFORE RETURN" TO
                   CONDUTOR-MOTIVO
               GO TO VALIDAR-CONDUTOR-REJEITAR
           END-IF.

           MOVE "PROD2V1" TO AUD-PROGRAMA.
           MOVE SPACES TO AUD-CHAVE.
           MOVE CUST-TBL-LICENCE (CONDUTOR-ATUAL) TO AUD-CHAVE (1:15).
           MOVE ZERO TO AUD-VALOR.
           MOVE "CARTA VERIFICADA" TO AUD-DESCRICAO.
           PERFORM REGISTAR-AUDITORIA THRU REGISTAR-AUDITORIA-EXIT.
           GO TO VALIDAR-CONDUTOR-FIM.

           VALIDAR-CONDUTOR-REJEITAR.

           MOVE "N" TO CONDUTOR-OK.
           MOVE SPACES TO RENTAL-REJECT-OUT.
           MOVE CLIENT_NAME TO REJECT-CLIENT-NAME.
           MOVE CAR_TYPE TO REJECT-CAR-TYPE.
           MOVE CONDUTOR-MOTIVO TO REJECT-REASON.
           WRITE RENTAL-REJECT-OUT
               AFTER ADVANCING 1 LINE.
           DISPLAY RENTAL-REJECT-OUT.
           ADD 1 TO TOTAL-REJECTED.

           VALIDAR-CONDUTOR-FIM.
               EXIT.

      *    ---- availability check and billing once the record and    ----*
      *    ---- its pickup branch have both validated.                ----*
           PROCESSAR-RENTAL-BALCAO.
           PERFORM FLEET-CHECK.

           IF FLEET-FOUND = "Y"
               PERFORM BILL-RENTAL THRU BILL-RENTAL-FIM
           ELSE
      *        availability rejects are requeued in the input layout  *
      *        so tomorrow's run serves them first; data-error rejects *
           MOVE RETRY-TBL-RECORD (RETRY-IDX) TO RENTAL-FILE.
           PERFORM PROCESS-RENTAL-RECORD.

      *    ---- pulls RENTACAR-CREDIT-HOLD.txt, if present, into      ----*
      *    ---- HOLD-TABLE so the queue can be reopened for what is   ----*
      *    ---- still pending and tonight's new holds.                ----*
           LOAD-CREDIT-HOLDS.

           MOVE SPACES TO CREDIT-HOLD-EOF.
           OPEN INPUT CREDIT-HOLD-IN.

           IF CREDIT-HOLD-IN-STATUS NOT = "00"
               MOVE "YYY" TO CREDIT-HOLD-EOF
           ELSE
               READ CREDIT-HOLD-IN
                   AT END MOVE "YYY" TO CREDIT-HOLD-EOF
               END-READ
               PERFORM BUILD-HOLD-ENTRY UNTIL CREDIT-HOLD-EOF = "YYY"
               CLOSE CREDIT-HOLD-IN
           END-IF.

           BUILD-HOLD-ENTRY.

           IF HOLD-COUNT < 100
               ADD 1 TO HOLD-COUNT
               MOVE CHI_HOLD_DATE TO HOLD-TBL-DATE (HOLD-COUNT)
               MOVE CHI_HOLD_SEQ TO HOLD-TBL-SEQ (HOLD-COUNT)
               MOVE CHI_SALDO TO HOLD-TBL-SALDO (HOLD-COUNT)
               MOVE CHI_LIMITE TO HOLD-TBL-LIMITE (HOLD-COUNT)
               MOVE CHI_VALOR TO HOLD-TBL-VALOR (HOLD-COUNT)
               MOVE CHI_RENTAL TO HOLD-TBL-RENTAL (HOLD-COUNT)
               MOVE "P" TO HOLD-TBL-ESTADO (HOLD-COUNT)
      *        tonight's new holds number on from the last one        *
      *        already queued under the same date.                    *
               IF CHI_HOLD_DATE = RUN-DATE-YYYYMMDD
                       AND CHI_HOLD_SEQ NOT < NEXT-HOLD-SEQ
                   COMPUTE NEXT-HOLD-SEQ = CHI_HOLD_SEQ + 1
               END-IF
           ELSE
               MOVE "PROD2V1" TO ERR-PROGRAMA
               MOVE "E21" TO ERR-CODIGO
               MOVE "fila de credito cheia - retencao perdida" TO
                   ERR-MENSAGEM
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
           END-IF.

           READ CREDIT-HOLD-IN
               AT END MOVE "YYY" TO CREDIT-HOLD-EOF
           END-READ.

      *    ---- reads CREDIT-DECISIONS-IN.txt, if present, and marks  ----*
      *    ---- each decided hold L or R on the table.                ----*
           PROCESS-CREDIT-DECISIONS.

           MOVE SPACES TO CREDIT-DECISIONS-EOF.
           OPEN INPUT CREDIT-DECISIONS-IN.

           IF CREDIT-DECISIONS-STATUS NOT = "00"
               MOVE "YYY" TO CREDIT-DECISIONS-EOF
           ELSE
               READ CREDIT-DECISIONS-IN
                   AT END MOVE "YYY" TO CREDIT-DECISIONS-EOF
               END-READ
               PERFORM APLICAR-DECISAO-CREDITO
                   THRU APLICAR-DECISAO-CREDITO-LER
                   UNTIL CREDIT-DECISIONS-EOF = "YYY"
               CLOSE CREDIT-DECISIONS-IN
           END-IF.

           APLICAR-DECISAO-CREDITO.

           IF CHD_DECISAO NOT = "L" AND CHD_DECISAO NOT = "R"
               MOVE "PROD2V1" TO ERR-PROGRAMA
               MOVE "E21" TO ERR-CODIGO
               MOVE "decisao de credito desconhecida" TO ERR-MENSAGEM
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               GO TO APLICAR-DECISAO-CREDITO-LER
           END-IF.

           MOVE ZERO TO HOLD-ATUAL.
           PERFORM PROCURAR-RETENCAO
               VARYING HOLD-IDX FROM 1 BY 1
               UNTIL HOLD-IDX > HOLD-COUNT OR HOLD-ATUAL > ZERO.

           IF HOLD-ATUAL = ZERO
               MOVE "PROD2V1" TO ERR-PROGRAMA
               MOVE "E21" TO ERR-CODIGO
               MOVE "decisao sobre retencao inexistente - " TO
                   ERR-MENSAGEM
               MOVE CHD_HOLD_DATE TO ERR-MENSAGEM (39:8)
               MOVE CHD_HOLD_SEQ TO ERR-MENSAGEM (47:3)
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
           ELSE
               MOVE CHD_DECISAO TO HOLD-TBL-ESTADO (HOLD-ATUAL)
           END-IF.

           APLICAR-DECISAO-CREDITO-LER.

           READ CREDIT-DECISIONS-IN
               AT END MOVE "YYY" TO CREDIT-DECISIONS-EOF
           END-READ.

           PROCURAR-RETENCAO.

           IF HOLD-TBL-DATE (HOLD-IDX) = CHD_HOLD_DATE
                   AND HOLD-TBL-SEQ (HOLD-IDX) = CHD_HOLD_SEQ
                   AND HOLD-TBL-ESTADO (HOLD-IDX) = "P"
               MOVE HOLD-IDX TO HOLD-ATUAL
           END-IF.

      *    ---- one queued hold: released replays through the same   ----*
      *    ---- billing flow with the limit check off, refused is    ----*
      *    ---- rejected, undecided goes back on the queue as is.    ----*
           PROCESS-CREDIT-HOLD.

           EVALUATE HOLD-TBL-ESTADO (HOLD-IDX)
               WHEN "L"
                   ADD 1 TO HOLD-DECIDIDOS
                   MOVE HOLD-TBL-RENTAL (HOLD-IDX) TO RENTAL-FILE
                   MOVE "PROD2V1" TO AUD-PROGRAMA
                   MOVE SPACES TO AUD-CHAVE
                   MOVE CLIENT_NAME TO AUD-CHAVE (1:20)
                   MOVE ZERO TO AUD-VALOR
                   MOVE "CREDITO LIBERADO" TO AUD-DESCRICAO
                   PERFORM REGISTAR-AUDITORIA
                       THRU REGISTAR-AUDITORIA-EXIT
                   MOVE "Y" TO CREDITO-LIBERADO
                   PERFORM PROCESS-RENTAL-RECORD
                   MOVE "N" TO CREDITO-LIBERADO
               WHEN "R"
                   ADD 1 TO HOLD-DECIDIDOS
                   MOVE HOLD-TBL-RENTAL (HOLD-IDX) TO RENTAL-FILE
                   MOVE "PROD2V1" TO AUD-PROGRAMA
                   MOVE SPACES TO AUD-CHAVE
                   MOVE CLIENT_NAME TO AUD-CHAVE (1:20)
                   MOVE ZERO TO AUD-VALOR
                   MOVE "CREDITO RECUSADO" TO AUD-DESCRICAO
                   PERFORM REGISTAR-AUDITORIA
                       THRU REGISTAR-AUDITORIA-EXIT
                   MOVE SPACES TO RENTAL-REJECT-OUT
                   MOVE CLIENT_NAME TO REJECT-CLIENT-NAME
                   MOVE CAR_TYPE TO REJECT-CAR-TYPE
                   MOVE "REJECTED - CREDIT REFUSED" TO REJECT-REASON
                   WRITE RENTAL-REJECT-OUT
                       AFTER ADVANCING 1 LINE
                   DISPLAY RENTAL-REJECT-OUT
                   ADD 1 TO TOTAL-REJECTED
               WHEN OTHER
                   MOVE HOLD-TBL-DATE (HOLD-IDX) TO CHO_HOLD_DATE
                   MOVE HOLD-TBL-SEQ (HOLD-IDX) TO CHO_HOLD_SEQ
                   MOVE HOLD-TBL-SALDO (HOLD-IDX) TO CHO_SALDO
                   MOVE HOLD-TBL-LIMITE (HOLD-IDX) TO CHO_LIMITE
                   MOVE HOLD-TBL-VALOR (HOLD-IDX) TO CHO_VALOR
                   MOVE HOLD-TBL-RENTAL (HOLD-IDX) TO CHO_RENTAL
                   WRITE CREDIT-HOLD-RECORD-OUT
           END-EVALUATE.

      *    ---- the corporate account's exposure: every open invoice  ----*
      *    ---- on the ledger under its name, tonight's included,     ----*
      *    ---- plus the charge in hand, against CUST_CREDIT_LIMIT.   ----*
           VERIFICAR-LIMITE-CREDITO.

           MOVE "N" TO CREDITO-EXCEDIDO.
           MOVE ZERO TO CREDITO-SALDO.
           IF CUST-ATUAL = ZERO
               GO TO VERIFICAR-LIMITE-CREDITO-FIM
           END-IF.
           IF CUST-TBL-CREDIT-LIMIT (CUST-ATUAL) = ZERO
               GO TO VERIFICAR-LIMITE-CREDITO-FIM
           END-IF.

           PERFORM SOMAR-SALDO-CLIENTE
               VARYING OINV-IDX FROM 1 BY 1
               UNTIL OINV-IDX > OINV-COUNT.

           IF CREDITO-SALDO + TOTAL-DUE-AMT >
                   CUST-TBL-CREDIT-LIMIT (CUST-ATUAL)
               MOVE "Y" TO CREDITO-EXCEDIDO
           END-IF.

           VERIFICAR-LIMITE-CREDITO-FIM.
               EXIT.

           SOMAR-SALDO-CLIENTE.

           IF OINV-TBL-ESTADO (OINV-IDX) = "O"
                   AND OINV-TBL-CLIENT (OINV-IDX) = CLIENT_NAME
               COMPUTE CREDITO-SALDO = CREDITO-SALDO
                       + OINV-TBL-TOTAL (OINV-IDX)
                       - OINV-TBL-PAID (OINV-IDX)
           END-IF.

      *    ---- puts the rental on the credit-hold queue: the plate   ----*
      *    ---- FLEET-CHECK checked out goes back on the lot, a       ----*
      *    ---- consumed booking stands again, and the RENTAL image   ----*
      *    ---- is queued exactly as it was read.                     ----*
           RETER-CREDITO.

           MOVE FLEET-ASSIGNED-PLATE TO FLEET_PLATE.
           READ FLEET-MASTER
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   PERFORM NORMALIZAR-VIATURA
                   MOVE "Y" TO FLEET_AVAILABLE
                   SUBTRACT CREDITO-KM-ORIGINAL FROM FLEET_ODOMETER
                   SUBTRACT 1 FROM FLEET_RENTALS
                   SUBTRACT CREDITO-KM-ORIGINAL FROM FLEET_KM_RENTED
                   SUBTRACT NUM_DAYS FROM FLEET_DAYS_OUT
                   REWRITE FLEET-MASTER-FILE
           END-READ.
           MOVE "N" TO FLEET-FOUND.
           IF RESERVA-CONSUMIDA = "Y"
               MOVE "N" TO
                   RESERVA-TBL-FULFILLED (RESERVA-CONSUMIDA-IDX)
           END-IF.

           MOVE CREDITO-KM-ORIGINAL TO KILOMETERS.
           MOVE RUN-DATE-YYYYMMDD TO CHO_HOLD_DATE.
           MOVE NEXT-HOLD-SEQ TO CHO_HOLD_SEQ.
           ADD 1 TO NEXT-HOLD-SEQ.
           MOVE CREDITO-SALDO TO CHO_SALDO.
           MOVE CUST-TBL-CREDIT-LIMIT (CUST-ATUAL) TO CHO_LIMITE.
           MOVE TOTAL-DUE-AMT TO CHO_VALOR.
           MOVE RENTAL-FILE TO CHO_RENTAL.
           WRITE CREDIT-HOLD-RECORD-OUT.

           MOVE "PROD2V1" TO AUD-PROGRAMA.
           MOVE SPACES TO AUD-CHAVE.
           MOVE CLIENT_NAME TO AUD-CHAVE (1:20).
           MOVE ZERO TO AUD-VALOR.
           MOVE "RETIDO POR CREDITO" TO AUD-DESCRICAO.
           PERFORM REGISTAR-AUDITORIA THRU REGISTAR-AUDITORIA-EXIT.

           MOVE SPACES TO RENTAL-REJECT-OUT.
           MOVE CLIENT_NAME TO REJECT-CLIENT-NAME.
           MOVE CAR_TYPE TO REJECT-CAR-TYPE.
           MOVE "REJECTED - CREDIT HOLD" TO REJECT-REASON.
           WRITE RENTAL-REJECT-OUT
               AFTER ADVANCING 1 LINE.
           DISPLAY RENTAL-REJECT-OUT.
           ADD 1 TO TOTAL-REJECTED.
           ADD 1 TO TOTAL-CREDIT-HOLDS.

      *    ---- prices and writes one detail line once FLEET-CHECK has  ----*
      *    ---- confirmed a vehicle of CAR_TYPE is available.           ----*
           BILL-RENTAL.
           MOVE NAME_INITIAL TO NAME_INITIAL_OUT.
           MOVE KILOMETERS TO KILOMETERS_OUT.
           MOVE NUM_DAYS TO NUM_DAYS_OUT.
           MOVE KILOMETERS TO CREDITO-KM-ORIGINAL.

      *    free allowance scales with the length of the rental, not a    *
      *    single flat cutoff -- a 1-day rental and a 10-day rental do   *
               UNTIL EXTRA-IDX > 3.
           ADD EXTRAS-TOTAL-AMT TO PAYMENT-AMT.

      *    the damage waiver, when one was bought, bills its day      *
      *    rate the same way and fixes the excess for check-in.       *
           PERFORM FACTURAR-CDW.
           ADD CDW-AMT TO PAYMENT-AMT.

      *    regulars at LOYALTY-MIN-RENTALS or more earn the loyalty     *
      *    percentage off the rental charge before the VAT line, so    *
      *    tax is computed on what is actually paid.                   *
           COMPUTE TOTAL-DUE-AMT = PAYMENT-AMT + VAT-AMT.
           MOVE TOTAL-DUE-AMT TO TOTAL_DUE_OUT.

      *    a corporate account over its credit limit is not billed:   *
      *    the rental is held for the accounts manager instead.       *
           IF CLIENTE-CORPORATIVO = "Y" AND CREDITO-LIBERADO = "N"
               PERFORM VERIFICAR-LIMITE-CREDITO
                   THRU VERIFICAR-LIMITE-CREDITO-FIM
               IF CREDITO-EXCEDIDO = "Y"
                   PERFORM RETER-CREDITO
                   GO TO BILL-RENTAL-FIM
               END-IF
           END-IF.

           IF CUST-ATUAL > ZERO
               ADD 1 TO CUST-TBL-RENTALS (CUST-ATUAL)
               ADD TOTAL-DUE-AMT TO CUST-TBL-REVENUE (CUST-ATUAL)
           ADD 1 TO TOTAL-RENTALS.
           ADD KILOMETERS_PAYMENT TO TOTAL-KM-PAYMENT.
           ADD PAYMENT-AMT TO TOTAL-PAYMENT.
           ADD CDW-AMT TO TOTAL-CDW-SOLD.
           ADD VAT-AMT TO TOTAL-VAT.

           IF RATE-IDX NOT > RATE-COUNT
               ADD VAT-AMT TO BRANCH-TBL-VAT (BRANCH-ATUAL)
           END-IF.

           BILL-RENTAL-FIM.
               EXIT.

           LEGACY.

       STOP RUN.
               END-SEARCH
           END-IF.

      *    ---- prices the rental's CDW_LEVEL per day off the waiver  ----*
      *    ---- table; an unknown level is logged and sold as none,   ----*
      *    ---- so the car still goes out, uncovered.                 ----*
           FACTURAR-CDW.

           MOVE SPACES TO CDW-NIVEL-ATUAL CDW-DESC-ATUAL.
           MOVE ZERO TO CDW-EXCESS-ATUAL CDW-AMT.

           IF CDW_LEVEL NOT = SPACES
               SET CDWR-IDX TO 1
               SEARCH CDWR-ENTRY
                   AT END
                       MOVE "PROD2V1" TO ERR-PROGRAMA
                       MOVE "E19" TO ERR-CODIGO
                       MOVE "nivel cdw desconhecido nao facturado - "
                           TO ERR-MENSAGEM
                       MOVE CDW_LEVEL TO ERR-MENSAGEM (40:1)
                       PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
                   WHEN CDWR-TBL-LEVEL (CDWR-IDX) = CDW_LEVEL
                       MOVE CDW_LEVEL TO CDW-NIVEL-ATUAL
                       MOVE CDWR-TBL-DESC (CDWR-IDX) TO CDW-DESC-ATUAL
                       MOVE CDWR-TBL-EXCESS (CDWR-IDX)
                           TO CDW-EXCESS-ATUAL
                       COMPUTE CDW-AMT =
                               CDWR-TBL-PER-DAY (CDWR-IDX) * NUM_DAYS
               END-SEARCH
           END-IF.

      *    ---- picks the day rate for RENTAL's length off the rate   ----*
      *    ---- entry RATE-IDX points at: monthly break, then weekly, ----*
      *    ---- then the plain daily rate.                             ----*
                   AFTER ADVANCING 1 LINE
           END-IF.

      *    a car of a higher class handed over because the booked     *
      *    type ran out: shown, at no charge, against the booked rate.*
           IF UPGRADE-APLICADO = "Y"
               MOVE SPACES TO UPGRADE-LABEL
               STRING "FREE UPGRADE TYPE " UPGRADE-TIPO-DADO
                   DELIMITED BY SIZE INTO UPGRADE-LABEL
               MOVE SPACES TO INVOICE-DETAIL-LINE
               MOVE UPGRADE-LABEL TO INV-DET-LABEL
               MOVE ZERO TO INV-DET-AMOUNT
               MOVE CURRENCY_CODE TO INV-DET-CURRENCY
               WRITE INVOICE-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

           PERFORM ESCREVER-LINHA-EXTRA
               VARYING EXTRA-IDX FROM 1 BY 1
               UNTIL EXTRA-IDX > 3.

           IF CDW-AMT > ZERO
               MOVE SPACES TO INVOICE-DETAIL-LINE
               MOVE CDW-DESC-ATUAL TO INV-DET-LABEL
               MOVE CDW-AMT TO INV-DET-AMOUNT
               MOVE CURRENCY_CODE TO INV-DET-CURRENCY
               WRITE INVOICE-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

           IF LOYALTY-DISCOUNT-AMT > ZERO
               MOVE SPACES TO INVOICE-DETAIL-LINE
               MOVE "LOYALTY DISCOUNT" TO INV-DET-LABEL
           WRITE INVOICE-SEPARATOR-LINE
               AFTER ADVANCING 1 LINE.

           PERFORM LIMPAR-DOCUMENTO-FISCAL.
           MOVE "FT" TO DOCF-TIPO.
           MOVE CLIENT_NAME TO DOCF-NOME.
           MOVE "ALUGUER" TO DOCF-PRODUTO.
           MOVE PAYMENT-AMT TO DOCF-BASE.
           MOVE VAT-AMT TO DOCF-IVA.
           MOVE TOTAL-DUE-AMT TO DOCF-TOTAL.
           MOVE CURRENCY_CODE TO DOCF-MOEDA.
           PERFORM REGISTAR-DOCUMENTO-ALUGUER.

      *    ---- one invoice line per billed extra, under its own      ----*
      *    ---- description off the rates file.                       ----*
           ESCREVER-LINHA-EXTRA.
                   AFTER ADVANCING 1 LINE
           END-IF.

      *    ---- the document just printed, onto the tax-document      ----*
      *    ---- journal under the number it carries: the rentals      ----*
      *    ---- series and band, and the customer's number and NIF    ----*
      *    ---- off the table when the name is on the master. a       ----*
      *    ---- credit note keeps the rate of the invoice it cancels. ----*
           REGISTAR-DOCUMENTO-ALUGUER.

           MOVE "PROD2V1" TO DOCF-PROGRAMA.
           MOVE "ALU" TO DOCF-SERIE.
           MOVE LAST-INVOICE-NUMBER TO DOCF-NUMERO.
           MOVE "A" TO DOCF-ORIGEM.
           MOVE "ALU" TO DOCF-CODIGO-IVA.
           IF DOCF-TIPO NOT = "NC"
               MOVE VAT-RATE TO DOCF-TAXA
           END-IF.
           SET CUST-IDX TO 1.
           SEARCH CUSTOMER-ENTRY
               AT END CONTINUE
               WHEN CUST-TBL-NAME (CUST-IDX) = DOCF-NOME
                   MOVE CUST-TBL-NUMBER (CUST-IDX) TO DOCF-CLIENTE
                   MOVE CUST-TBL-NIF (CUST-IDX) TO DOCF-NIF
           END-SEARCH.
           PERFORM REGISTAR-DOCUMENTO-FISCAL
               THRU REGISTAR-DOCUMENTO-FISCAL-EXIT.

      *    ---- appends the run's TOTAL-VAT to VAT-CONTROL.txt under ----*
      *    ---- the rentals band, creating the file on the first run. ----*
           GRAVAR-CONTROLO-IVA.
           MOVE "ALU" TO VCT_CODIGO.
           MOVE TOTAL-VAT TO VCT_VALOR.
           WRITE VAT-CONTROL-FILE.
      *    the VAT given back on tonight's credit notes goes on its   *
      *    own negative line, so the declaration nets it off.         *
           IF TOTAL-CREDIT-VAT > ZERO
               MOVE SPACES TO VAT-CONTROL-FILE
               MOVE "PROD2V1" TO VCT_PROGRAMA
               MOVE RUN-PERIOD-TAG TO VCT_PERIODO
               MOVE "ALU" TO VCT_CODIGO
               COMPUTE VCT_VALOR = ZERO - TOTAL-CREDIT-VAT
               WRITE VAT-CONTROL-FILE
           END-IF.
           CLOSE VAT-CONTROL.

      *    ---- end-of-run control-totals trailer, appended to       ----*
               AFTER ADVANCING 1 LINE.
           DISPLAY RENTAL-FUEL-TRAILER-OUT.

           MOVE SPACES TO RENTAL-FUEL-TRAILER-OUT.
           MOVE "TOTAL CDW SOLD:" TO FUEL-TRAILER-LABEL.
           MOVE TOTAL-CDW-SOLD TO TRAILER-FUEL-RECOVERY.
           WRITE RENTAL-FUEL-TRAILER-OUT
               AFTER ADVANCING 1 LINE.
           DISPLAY RENTAL-FUEL-TRAILER-OUT.

           MOVE SPACES TO RENTAL-FUEL-TRAILER-OUT.
           MOVE "TOTAL INS. CLAIMS:" TO FUEL-TRAILER-LABEL.
           MOVE TOTAL-INSURANCE-CLAIMS TO TRAILER-FUEL-RECOVERY.
           WRITE RENTAL-FUEL-TRAILER-OUT
               AFTER ADVANCING 1 LINE.
           DISPLAY RENTAL-FUEL-TRAILER-OUT.

           PERFORM PRINT-BRAND-TOTAL
               VARYING RATE-IDX FROM 1 BY 1
               UNTIL RATE-IDX > RATE-COUNT.
               ADD BRANCH-TBL-VAT (BRANCH-IDX) TO BRANCH-IVA-POSTED
           END-IF.

      *    ---- one negative credit per branch whose rentals were     ----*
      *    ---- cancelled tonight, on the same ALU-PROV-nn key.       ----*
           ESTORNAR-PROVEITO-BALCAO.

           IF BRANCH-TBL-CRED-NET (BRANCH-IDX) > ZERO
               MOVE SPACES TO BRANCH-GL-CHAVE
               STRING "ALU-PROV-" BRANCH-TBL-CODE (BRANCH-IDX)
                   DELIMITED BY SIZE INTO BRANCH-GL-CHAVE
               MOVE BRANCH-GL-CHAVE TO GL-CHAVE-CONTA
               MOVE "C" TO GL-DC
               COMPUTE GL-MONTANTE =
                       ZERO - BRANCH-TBL-CRED-NET (BRANCH-IDX)
               PERFORM REGISTAR-LANCAMENTO
                   THRU REGISTAR-LANCAMENTO-EXIT
               ADD BRANCH-TBL-CRED-NET (BRANCH-IDX)
                   TO BRANCH-CRED-POSTED
           END-IF.

      *    ---- and the VAT they carried, on ALU-IVA-nn.              ----*
           ESTORNAR-IVA-BALCAO.

           IF BRANCH-TBL-CRED-VAT (BRANCH-IDX) > ZERO
               MOVE SPACES TO BRANCH-GL-CHAVE
               STRING "ALU-IVA-" BRANCH-TBL-CODE (BRANCH-IDX)
                   DELIMITED BY SIZE INTO BRANCH-GL-CHAVE
               MOVE BRANCH-GL-CHAVE TO GL-CHAVE-CONTA
               MOVE "C" TO GL-DC
               COMPUTE GL-MONTANTE =
                       ZERO - BRANCH-TBL-CRED-VAT (BRANCH-IDX)
               PERFORM REGISTAR-LANCAMENTO
                   THRU REGISTAR-LANCAMENTO-EXIT
               ADD BRANCH-TBL-CRED-VAT (BRANCH-IDX)
                   TO BRANCH-CRED-IVA-POSTED
           END-IF.

           PRINT-BRAND-TOTAL.

           MOVE SPACES TO RENTAL-BRAND-TOTAL-OUT.
           COPY GLPD.
           COPY LOCKPD.
           COPY RUNSTPD.
           COPY HOLPD.
           COPY DFIPD.

       END PROGRAM PROD2V1.
