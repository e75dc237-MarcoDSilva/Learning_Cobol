           SELECT EMPLOYEE-MASTER ASSIGN TO 'EMPLOYEE-MASTER.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MASTER-EMP-NUMBER
               FILE STATUS IS EMPLOYEE-MASTER-STATUS.
           SELECT BANK-DEPOSIT-OUT ASSIGN DYNAMIC BANK-DEPOSIT-FILENAME.
           SELECT EXCEPTIONS-OUT
           SELECT PAY-HISTORY ASSIGN TO 'PAY-HISTORY.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAY-HISTORY-STATUS.
      *    every deposit line sent to the bank, kept for good, so a   *
      *    payment the bank returns can be traced back to the week   *
      *    and the employee it paid -- PROD1V8 matches against it.    *
           SELECT BANK-PAYMENTS-LOG ASSIGN TO 'BANK-PAYMENTS-LOG.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BANK-PAYMENTS-LOG-STATUS.
      *    the trial switch: the file's mere presence runs the whole  *
      *    calculation with nothing posted -- no YTD, no bank file,   *
      *    no GL, no audit -- and TRIAL- watermarked reports.         *
           SELECT PAYROLL-TRIAL ASSIGN TO 'PAYROLL-TRIAL.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYROLL-TRIAL-STATUS.
      *    per-employee hourly rates by effective date, maintained by *
      *    PROD1V2 -- each day worked is priced at the rate in force  *
      *    on its WORK-DATE; an employee with no line there stays on  *
      *    the JOB-CATEGORY rate.                                     *
           SELECT PAY-RATES ASSIGN TO 'PAY-RATES.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAY-RATES-STATUS.
      *    dated loans of an employee to another branch, maintained   *
      *    by PROD1V2 -- each day worked is costed to the branch it   *
      *    was worked at, the home branch when no loan covers it.     *
           SELECT BRANCH-ASSIGNMENTS ASSIGN TO 'BRANCH-ASSIGNMENTS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BRANCH-ASSIGN-STATUS.
      *    back pay worked out by the retro run (PROD1V6), paid as    *
      *    its own line on the employee's next posted payslip.        *
           SELECT RETRO-ARREARS ASSIGN TO 'RETRO-ARREARS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETRO-ARREARS-STATUS.
      *    staff expense claims -- mileage, fuel, tolls -- approved   *
      *    by the branch manager and paid tax-free on the next posted *
      *    payslip; kilometres priced off the statutory per-km rate,  *
      *    a plate checked against the rental run's transfer moves.  *
           SELECT EXPENSE-CLAIMS ASSIGN TO 'EXPENSE-CLAIMS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXPENSE-CLAIMS-STATUS.
           SELECT MILEAGE-RATES ASSIGN TO 'MILEAGE-RATES.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MILEAGE-RATES-STATUS.
           SELECT TRANSFERS-IN ASSIGN TO 'RENTACAR-TRANSFERS-IN.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANSFERS-IN-STATUS.
      *    a leaver's final payslip and the employment-end            *
      *    declaration data -- appended to across the month's runs,   *
      *    since a leaver is settled only once.                       *
           SELECT FINAL-SETTLEMENT-OUT
               ASSIGN DYNAMIC FINAL-SETTLEMENT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FINAL-SETTLEMENT-STATUS.
           SELECT END-DECLARATION-OUT
               ASSIGN DYNAMIC END-DECLARATION-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS END-DECLARATION-STATUS.

      *    ---- shared run-date/error-log facility, common to the      ----*
      *    ---- overnight batch suite.                                 ----*
           COPY GLSEL.
           COPY RUNSTSEL.
           COPY LOCKSEL.
           COPY HOLSEL.
           COPY APSEL.

      *=======================================================================*
                               DATA DIVISION.
      *    pay is computed once per employee across all their days.   *
               02 WORK-DATE PIC 9(8).

      *          ======== the employee's permanent number ========     *
      *    the key every payroll file matches on -- names collide and *
      *    get cut short; the names stay on the line for the reports. *
               02 EMPLOYEE_NUMBER PIC 9(6).

      *          ======== year-to-date employee master file ========   *
      *    one line per employee keyed on EMPLOYEE_NUMBER,              *
      *    carrying gross pay, deductions and hours accumulated across  *
      *    every run of PROD1V1 so far this year.                       *
           FD EMPLOYEE-MASTER.
               02 MASTER-VAC-BALANCE PIC 9(3)V99.
               02 MASTER-SICK-BALANCE PIC 9(3)V99.
      *    A active, T terminated -- a leaver stays on the master for  *
      *    year-end, is paid only for days up to MASTER-TERM-DATE and  *
      *    is then settled once by LIQUIDAR-CESSACOES. maintained by   *
      *    the employee-maintenance run (PROD1V2).                     *
               02 MASTER-EMP-STATUS PIC X(1).
      *    the end date (YYYYMMDD) of the pay week this employee was  *
      *    last posted for -- pay is weekly, so a monthly tag could   *
      *    already-posted week regenerates the reports but must not   *
      *    accumulate YTD or leave movements twice.                   *
               02 MASTER-LAST-PERIOD PIC X(8).
      *    hire and leaving dates (YYYYMMDD, spaces when unknown) --   *
      *    the service in the year the two subsidies are pro-rated    *
      *    on. maintained by PROD1V2.                                  *
               02 MASTER-HIRE-DATE PIC X(8).
               02 MASTER-TERM-DATE PIC X(8).
      *    L the subsidies as lump sums in their legal months, D     *
      *    spread across the year in twelfths (duodecimos).           *
               02 MASTER-SUBSIDY-MODE PIC X(1).
      *    subsidy paid so far this year, holiday then christmas,     *
      *    and what the week in MASTER-LAST-PERIOD paid of each --    *
      *    so a rerun of that week pays the same again, not nothing.  *
               02 MASTER-SUBF-PAID PIC 9(5)V99.
               02 MASTER-SUBN-PAID PIC 9(5)V99.
               02 MASTER-SUBF-LAST PIC 9(5)V99.
               02 MASTER-SUBN-LAST PIC 9(5)V99.
      *    the account and hourly rate the last posted week paid,     *
      *    and for a leaver the notice days owed and the reason code  *
      *    off the termination -- what the final settlement needs     *
      *    once no more wage lines come in. MASTER-SETTLED-DATE is    *
      *    the run that settled the leaver (spaces until then) and    *
      *    MASTER-SETTLED-NET what it paid, so a rerun that night     *
      *    puts the same line on the bank file again.                 *
               02 MASTER-ACCOUNT PIC X(12).
               02 MASTER-LAST-RATE PIC 9(2)V99.
               02 MASTER-NOTICE-DAYS PIC 9(3).
               02 MASTER-END-REASON PIC X(2).
               02 MASTER-SETTLED-DATE PIC X(8).
               02 MASTER-SETTLED-NET PIC 9(6)V99.
      *    the branch the employee normally works at (00 until one is *
      *    set); the dated reassignments on BRANCH-ASSIGNMENTS.txt    *
      *    override it for the days they cover. maintained by PROD1V2.*
               02 MASTER-HOME-BRANCH PIC 9(2).
      *    the permanent employee number the master is keyed on, and  *
      *    the statutory identity: tax number (NIF), social-security  *
      *    number (NISS) and date of birth (YYYYMMDD) -- zeros and    *
      *    spaces until known. maintained by PROD1V2.                 *
               02 MASTER-EMP-NUMBER PIC 9(6).
               02 MASTER-NIF PIC 9(9).
               02 MASTER-NISS PIC 9(11).
               02 MASTER-BIRTH-DATE PIC X(8).

      *          ======== raw time-clock event file ========           *
      *    one line per punch off the clock terminals: employee, the   *
               02 EVT-DATE PIC 9(8).
               02 EVT-TIME PIC 9(4).
               02 EVT-DIRECTION PIC X(1).
               02 EVT-EMP-NUMBER PIC 9(6).

      *          ======== punch suspense file ========                 *
      *    same shape as a raw clock event -- the unmatched punches   *
               02 SUSP-DATE PIC 9(8).
               02 SUSP-TIME PIC 9(4).
               02 SUSP-DIRECTION PIC X(1).
               02 SUSP-EMP-NUMBER PIC 9(6).

      *          ======== clock correction transactions ========       *
      *    one line per repair: A adds the punch the clock missed,    *
               02 CORR-DATE PIC 9(8).
               02 CORR-TIME PIC 9(4).
               02 CORR-DIRECTION PIC X(1).
               02 CORR-EMP-NUMBER PIC 9(6).

      *          ======== shift roster master ========                 *
      *    one line per employee per weekday rostered: weekday 1      *
               02 ESC-START PIC 9(4).
               02 ESC-END PIC 9(4).
               02 ESC-SHIFT PIC X(1).
               02 ESC-EMP-NUMBER PIC 9(6).

      *          ======== leave transactions input file ========       *
      *    one line per leave booking: employee, type (V ferias,       *
               02 LEAVE-FIRST-NAME PIC A(8).
               02 LEAVE-TYPE PIC X(1).
               02 LEAVE-DAYS PIC 9(2)V99.
               02 LEAVE-EMP-NUMBER PIC 9(6).

      *          ======== leave balances report ========               *
      *    one line per employee each run: vacation and sick days      *
               02 DED-VALUE PIC 9(5)V99.
               02 DED-PRIORITY PIC 9(2).
               02 DED-BALANCE PIC 9(7)V99.
               02 DED-EMP-NUMBER PIC 9(6).

      *          ======== per-payee remittance file ========           *
      *    one line per deduction code each run: what was withheld    *
               02 ADV-AMOUNT PIC 9(5)V99.
               02 ADV-INSTALLMENT PIC 9(5)V99.
               02 ADV-BALANCE PIC 9(7)V99.
               02 ADV-EMP-NUMBER PIC 9(6).

      *          ======== new advances granted this week ========      *
      *    one line per advance taken at the drawer: employee, the    *
               02 ADVT-FIRST-NAME PIC A(8).
               02 ADVT-AMOUNT PIC 9(5)V99.
               02 ADVT-INSTALLMENT PIC 9(5)V99.
               02 ADVT-EMP-NUMBER PIC 9(6).

      *          ======== pay history file ========                   *
      *    one line per employee per posted pay week: the full pay    *
      *    line, appended every posted run. only PH-PAY-STATUS is     *
      *    ever changed afterwards, by PROD1V8 when the bank returns  *
      *    the payment.                                               *
           FD PAY-HISTORY.
           01 PAY-HISTORY-FILE.
               02 PH-LAST-NAME PIC A(9).
               02 PH-OTHER-DED PIC 9(5)V99.
               02 PH-ADV-RECOVERED PIC 9(5)V99.
               02 PH-NET PIC 9(6)V99.
      *    the subsidy slice of PH-GROSS and of PH-TAX, withheld at  *
      *    its own rate -- spaces on lines from before subsidies.     *
               02 PH-SUB-FERIAS PIC 9(5)V99.
               02 PH-SUB-NATAL PIC 9(5)V99.
               02 PH-SUB-TAX PIC 9(5)V99.
      *    what the week was priced at -- the retro run re-prices the *
      *    hours when a raise is back-dated -- and the back pay this  *
      *    week carried, already inside PH-GROSS.                     *
               02 PH-BASE-RATE PIC 9(2)V99.
               02 PH-REG-HOURS PIC 9(2)V99.
               02 PH-OT-HOURS PIC 9(2)V99.
               02 PH-RETRO PIC 9(5)V99.
      *    the hours worked on public holidays and the premium they  *
      *    earned, already inside PH-GROSS.                           *
               02 PH-HOL-HOURS PIC 9(2)V99.
               02 PH-HOLIDAY PIC 9(5)V99.
      *    the expense claims refunded that week, tax-free -- inside  *
      *    PH-NET, outside PH-GROSS.                                  *
               02 PH-EXPENSES PIC 9(5)V99.
      *    the employee number the week was paid under.               *
               02 PH-EMP-NUMBER PIC 9(6).
      *    space paid; D returned by the bank, R paid again by a      *
      *    reissue -- both set by PROD1V8.                            *
               02 PH-PAY-STATUS PIC X(1).

      *          ======== bank payments log ========                  *
      *    one line per deposit line written to the bank file: the    *
      *    account, the name and the amount the bank will quote back  *
      *    on a return, with the employee number, the pay week and    *
      *    the date it went out. BPL-ORIGEM is S salary run or R      *
      *    reissue (written by PROD1V8).                              *
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

      *          ======== per-employee pay rates ========             *
      *    same record as PROD1V2 maintains -- keep them in step.     *
           FD PAY-RATES.
           01 PAY-RATES-FILE.
               02 RATE-LAST-NAME PIC A(9).
               02 RATE-FIRST-NAME PIC A(8).
               02 RATE-EFF-DATE PIC X(8).
               02 RATE-BASE PIC 9(2)V99.
               02 RATE-SETTLED PIC 9(2)V99.
               02 RATE-EMP-NUMBER PIC 9(6).

      *          ======== temporary branch reassignments ========      *
      *    same record as PROD1V2 maintains -- keep them in step.     *
           FD BRANCH-ASSIGNMENTS.
           01 BRANCH-ASSIGN-FILE.
               02 BRA-LAST-NAME PIC A(9).
               02 BRA-FIRST-NAME PIC A(8).
               02 BRA-INICIO PIC X(8).
               02 BRA-FIM PIC X(8).
               02 BRA-BALCAO PIC 9(2).
               02 BRA-EMP-NUMBER PIC 9(6).

      *          ======== retroactive pay arrears ========            *
      *    one line per employee per retro run: the weeks re-priced,  *
      *    the back pay owed, and -- once a posted payslip carried    *
      *    it -- status P and the week that paid it. rewritten each   *
      *    posted run, appended to by PROD1V6.                        *
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

      *          ======== expense claims ========                     *
      *    one line per claim: the claim type (KM mileage, CB fuel,   *
      *    PT tolls, OU other), the amount spent or the kilometres    *
      *    driven, the plate driven where the trip was a transfer,    *
      *    and S once approved. once a posted payslip carried it --   *
      *    status P, the week that paid it and what was paid.         *
           FD EXPENSE-CLAIMS.
           01 EXPENSE-CLAIMS-FILE.
               02 DSP-LAST-NAME PIC A(9).
               02 DSP-FIRST-NAME PIC A(8).
               02 DSP-DATE PIC X(8).
               02 DSP-TYPE PIC X(2).
               02 DSP-AMOUNT PIC 9(5)V99.
               02 DSP-KM PIC 9(5).
               02 DSP-PLATE PIC X(8).
               02 DSP-APPROVED PIC X(1).
               02 DSP-STATUS PIC X(1).
               02 DSP-PAID-WEEK PIC X(8).
               02 DSP-PAID-AMOUNT PIC 9(5)V99.
               02 DSP-EMP-NUMBER PIC 9(6).

      *          ======== statutory per-km allowance ========          *
      *    the rate per kilometre in force from each effective date.  *
           FD MILEAGE-RATES.
           01 MILEAGE-RATES-FILE.
               02 KMR-EFF-DATE PIC X(8).
               02 KMR-RATE PIC 9(1)V99.

      *          ======== branch transfer moves ========               *
      *    the rental run's repositioning moves, read here only for   *
      *    the plates a mileage claim may name.                       *
           FD TRANSFERS-IN.
           01 TRANSFERS-FILE.
               02 TRF-PLATE PIC X(8).
               02 TRF-TO-BRANCH PIC 9(2).

      *          ======== final settlement payslip ========            *
      *    a header per leaver settled and one labelled line per      *
      *    figure, the same shape PROD1V4 reprints payslips in -- the *
      *    01-levels share the record area, so every field is         *
      *    re-MOVEd fresh before each WRITE.                          *
           FD FINAL-SETTLEMENT-OUT.
           01 FS-HEADER-LINE.
               02 FS-HDR-LABEL PIC X(9).
               02 FS-HDR-LAST-NAME PIC A(9).
               02 FILLER PIC X(1) VALUE SPACE.
               02 FS-HDR-FIRST-NAME PIC A(8).
               02 FILLER PIC X(2) VALUE SPACES.
               02 FS-HDR-DATE-LABEL PIC X(6).
               02 FS-HDR-DATE PIC X(8).

           01 FS-DETAIL-LINE.
               02 FILLER PIC X(4) VALUE SPACES.
               02 FS-DET-LABEL PIC X(20).
               02 FS-DET-AMOUNT PIC ZZZZZZ9.99.

           01 FS-SEPARATOR-LINE.
               02 FS-SEP-TEXT PIC X(40).

      *          ======== employment-end declaration data ========     *
      *    one line per leaver settled: the service dates, the reason *
      *    and notice, the year's earnings and withholdings after the *
      *    settlement, and what the settlement itself paid.           *
           FD END-DECLARATION-OUT.
           01 END-DECLARATION-LINE.
               02 ED-LAST-NAME-OUT PIC A(9).
               02 FILLER PIC X(1) VALUE SPACE.
               02 ED-FIRST-NAME-OUT PIC A(8).
               02 FILLER PIC X(1) VALUE SPACE.
               02 ED-HIRE-DATE-OUT PIC X(8).
               02 FILLER PIC X(1) VALUE SPACE.
               02 ED-TERM-DATE-OUT PIC X(8).
               02 FILLER PIC X(1) VALUE SPACE.
               02 ED-REASON-OUT PIC X(2).
               02 FILLER PIC X(1) VALUE SPACE.
               02 ED-NOTICE-DAYS-OUT PIC ZZ9.
               02 FILLER PIC X(1) VALUE SPACE.
               02 ED-VAC-DAYS-OUT PIC ZZ9.99.
               02 FILLER PIC X(1) VALUE SPACE.
               02 ED-YTD-GROSS-OUT PIC ZZZZZZ9.99.
               02 FILLER PIC X(1) VALUE SPACE.
               02 ED-YTD-DED-OUT PIC ZZZZZZ9.99.
               02 FILLER PIC X(1) VALUE SPACE.
               02 ED-SUBSIDIES-OUT PIC ZZZZ9.99.
               02 FILLER PIC X(1) VALUE SPACE.
               02 ED-GROSS-OUT PIC ZZZZZ9.99.
               02 FILLER PIC X(1) VALUE SPACE.
               02 ED-NET-OUT PIC ZZZZZ9.99.
               02 FILLER PIC X(1) VALUE SPACE.
               02 ED-UNRECOVERED-OUT PIC ZZZZZZ9.99.
               02 FILLER PIC X(1) VALUE SPACE.
               02 ED-EMP-NUMBER-OUT PIC 9(6).
               02 FILLER PIC X(1) VALUE SPACE.
               02 ED-NIF-OUT PIC 9(9).
               02 FILLER PIC X(1) VALUE SPACE.
               02 ED-NISS-OUT PIC 9(11).

           FD PAYROLL-TRIAL.
           01 PAYROLL-TRIAL-RECORD PIC X(80).
               02 FILLER PIC X(1) VALUE SPACE.
               02 SHIFT-DIFF-PAY-OUT PIC z999.99.
               02 FILLER PIC X(1) VALUE SPACE.
               02 HOLIDAY-PAY-OUT PIC z999.99.
               02 FILLER PIC X(1) VALUE SPACE.
               02 SUBSIDY-PAY-OUT PIC z999.99.
               02 FILLER PIC X(1) VALUE SPACE.
               02 RETRO-PAY-OUT PIC z999.99.
               02 FILLER PIC X(1) VALUE SPACE.
               02 TAX-DEDUCTION-OUT PIC z999.99.
               02 FILLER PIC X(1) VALUE SPACE.
               02 TAX-BRACKET-OUT PIC Z9.
               02 FILLER PIC X(1) VALUE SPACE.
               02 ADV-BAL-OUT PIC zzzz9.99.
               02 FILLER PIC X(1) VALUE SPACE.
               02 EXPENSES-PAY-OUT PIC z999.99.
               02 FILLER PIC X(1) VALUE SPACE.
               02 NET-PAY-OUT PIC z999.99.
               02 FILLER PIC X(1) VALUE SPACE.
               02 YTD-GROSS-OUT PIC z(6)9.99.
           COPY GLFD.
           COPY RUNSTFD.
           COPY LOCKFD.
           COPY HOLFD.
           COPY APFD.

      *=======================================================================*
                           WORKING-STORAGE SECTION.
           COPY GLWS.
           COPY RUNSTWS.
           COPY LOCKWS.
           COPY HOLWS.
           COPY APWS.

       01  END-LOOP PIC A(3) VALUE SPACES.

       77  STANDARD-HOURS-PER-DAY PIC 9(2) VALUE 8.
       77  STANDARD-HOURS-PER-WEEK PIC 9(2) VALUE 40.
       77  OVERTIME-FACTOR PIC 9V99 VALUE 1.50.
      *    minutes worked on a public holiday off the business        *
      *    calendar earn HOLIDAY-PREMIUM-FACTOR on top of their       *
      *    ordinary pay -- the 50 percent the labour code sets where  *
      *    no time off is given in lieu.                              *
       77  HOLIDAY-PREMIUM-FACTOR PIC 9V99 VALUE 0.50.
       77  DIA-FERIADO PIC X(1) VALUE "N".
       77  HOLIDAY-HOURS-DEC PIC 9(2)V99 VALUE ZERO.
       77  HOLIDAY-PAY PIC 9(4)V99 VALUE ZERO.
       77  WEEKLY-THRESHOLD-MIN PIC 9(5) VALUE ZERO.
       77  REGULAR-MIN PIC 9(5) VALUE ZERO.
       77  OT-MIN PIC 9(5) VALUE ZERO.
       77  REGULAR-PAY PIC 9(4)V99.
       77  OVERTIME-PAY PIC 9(4)V99.
       77  SHIFT-DIFF-PAY PIC 9(4)V99.
      *    wide enough for a leaver's final settlement, not just a    *
      *    week's pay.                                                *
       77  GROSS-PAY PIC 9(6)V99.
       77  CATEGORY-FOUND PIC X(1) VALUE "N".

      *    statutory deductions, so the output is a real payslip
      *    the employee's year-to-date gross off the master file.
       77  TAX-RATE PIC V999 VALUE .110.
       77  SOC-SEC-RATE PIC V999 VALUE .110.
       77  TAX-DEDUCTION PIC 9(6)V99.
       77  SOC-SEC-DEDUCTION PIC 9(6)V99.
       77  NET-PAY PIC 9(6)V99.

       77  TAX-BRACKETS-STATUS PIC X(2) VALUE SPACES.
       77  TAX-BRACKETS-EOF PIC X(3) VALUE SPACES.
           02  DED-ENTRY OCCURS 100 TIMES.
               03 DED-TBL-LAST-NAME PIC A(9).
               03 DED-TBL-FIRST-NAME PIC A(8).
               03 DED-TBL-EMP-NUMBER PIC 9(6).
               03 DED-TBL-CODE PIC X(4).
               03 DED-TBL-TYPE PIC X(1).
               03 DED-TBL-VALUE PIC 9(5)V99.
       77  ADV-RECOVERY-AMT PIC 9(5)V99 VALUE ZERO.
       77  ADV-RECOVERED-WEEK PIC 9(5)V99 VALUE ZERO.
       77  PAY-HISTORY-STATUS PIC X(2) VALUE SPACES.
       77  BANK-PAYMENTS-LOG-STATUS PIC X(2) VALUE SPACES.
      *    Y runs the whole calculation as a what-if: the rerun guard *
      *    is forced on for every employee (so nothing posts), the    *
      *    masters and registers are not rewritten, the bank file and *
           02  ADV-ENTRY OCCURS 100 TIMES.
               03 ADV-TBL-LAST-NAME PIC A(9).
               03 ADV-TBL-FIRST-NAME PIC A(8).
               03 ADV-TBL-EMP-NUMBER PIC 9(6).
               03 ADV-TBL-AMOUNT PIC 9(5)V99.
               03 ADV-TBL-INSTALLMENT PIC 9(5)V99.
               03 ADV-TBL-BALANCE PIC 9(7)V99.
           02  EMPLOYEE-ENTRY OCCURS 200 TIMES INDEXED BY EMP-IDX.
               03 EMP-TBL-LAST-NAME PIC A(9).
               03 EMP-TBL-FIRST-NAME PIC A(8).
               03 EMP-TBL-EMP-NUMBER PIC 9(6).
               03 EMP-TBL-NIF PIC 9(9).
               03 EMP-TBL-NISS PIC 9(11).
               03 EMP-TBL-BIRTH-DATE PIC X(8).
               03 EMP-TBL-YTD-GROSS PIC 9(7)V99.
               03 EMP-TBL-YTD-DEDUCTIONS PIC 9(7)V99.
               03 EMP-TBL-YTD-HOURS PIC 9(6)V99.
               03 EMP-TBL-ACCRUED PIC X(1).
               03 EMP-TBL-STATUS PIC X(1).
               03 EMP-TBL-LAST-PERIOD PIC X(8).
               03 EMP-TBL-HIRE-DATE PIC X(8).
               03 EMP-TBL-TERM-DATE PIC X(8).
               03 EMP-TBL-SUBSIDY-MODE PIC X(1).
               03 EMP-TBL-SUBF-PAID PIC 9(5)V99.
               03 EMP-TBL-SUBN-PAID PIC 9(5)V99.
               03 EMP-TBL-SUBF-LAST PIC 9(5)V99.
               03 EMP-TBL-SUBN-LAST PIC 9(5)V99.
               03 EMP-TBL-ACCOUNT PIC X(12).
               03 EMP-TBL-LAST-RATE PIC 9(2)V99.
               03 EMP-TBL-NOTICE-DAYS PIC 9(3).
               03 EMP-TBL-END-REASON PIC X(2).
               03 EMP-TBL-SETTLED-DATE PIC X(8).
               03 EMP-TBL-SETTLED-NET PIC 9(6)V99.
               03 EMP-TBL-HOME-BRANCH PIC 9(2).

      *    holiday (ferias) and christmas (natal) subsidies: a month  *
      *    of regular pay each, earned over the calendar year and     *
      *    pro-rated by the months of service in it. lump sums are    *
      *    paid in the first posted week of the legal month -- the    *
      *    christmas one is due by 15 december -- twelfths in the     *
      *    first posted week of every month. either way what is paid *
      *    is what is due to date less what the year already paid.   *
       77  MES-SUBSIDIO-FERIAS PIC 9(2) VALUE 06.
       77  MES-SUBSIDIO-NATAL PIC 9(2) VALUE 12.
       77  SEMANAS-POR-ANO PIC 9(2) VALUE 52.
       77  SUB-ANO-ATUAL PIC 9(4) VALUE ZERO.
       77  SUB-MES-ATUAL PIC 9(2) VALUE ZERO.
       77  SUB-MES-INICIO PIC 9(2) VALUE ZERO.
       77  SUB-MES-FIM PIC 9(2) VALUE ZERO.
       77  SUB-MES-CORTE PIC 9(2) VALUE ZERO.
       77  SUB-MESES PIC 9(2) VALUE ZERO.
       77  SUB-MENSAL PIC 9(5)V99 VALUE ZERO.
       77  SUB-DEVIDO PIC 9(5)V99 VALUE ZERO.
       77  SUB-PAGO-ANTES PIC 9(5)V99 VALUE ZERO.
       77  SUB-PAGO-NATAL PIC 9(5)V99 VALUE ZERO.
       77  SUB-FERIAS-AMT PIC 9(5)V99 VALUE ZERO.
       77  SUB-NATAL-AMT PIC 9(5)V99 VALUE ZERO.
       77  SUBSIDY-PAY PIC 9(5)V99 VALUE ZERO.
       77  SUBSIDY-TAX PIC 9(5)V99 VALUE ZERO.
       77  SUBSIDY-SS PIC 9(5)V99 VALUE ZERO.
       77  SUB-TAXA PIC V999 VALUE ZERO.
       77  SUB-BASE-TAXA PIC 9(8)V99 VALUE ZERO.
       77  SUB-EMP PIC 9(3) VALUE ZERO.
       77  SUB-LUMP PIC X(1) VALUE "N".
       77  SUB-DATA-X PIC X(8) VALUE SPACES.
       77  TOTAL-SUBSIDY-RUN PIC S9(9)V99 VALUE ZERO.

       77  EMPREGADO-TERMINADO PIC X(1) VALUE "N".
       77  PERIODO-JA-POSTADO PIC X(1) VALUE "N".
           02  EVENT-ENTRY OCCURS 400 TIMES.
               03 EVT-TBL-LAST-NAME PIC A(9).
               03 EVT-TBL-FIRST-NAME PIC A(8).
               03 EVT-TBL-EMP-NUMBER PIC 9(6).
               03 EVT-TBL-DATE PIC 9(8).
               03 EVT-TBL-TIME PIC 9(4).
               03 EVT-TBL-DIR PIC X(1).
           02  ESCALA-ENTRY OCCURS 200 TIMES.
               03 ESC-TBL-LAST-NAME PIC A(9).
               03 ESC-TBL-FIRST-NAME PIC A(8).
               03 ESC-TBL-EMP-NUMBER PIC 9(6).
               03 ESC-TBL-WEEKDAY PIC 9(1).
               03 ESC-TBL-START.
                   04 ESC-TBL-START-HH PIC 9(2).
           02  WEEK-ENTRY OCCURS 200 TIMES.
               03 WEEK-TBL-LAST-NAME PIC A(9).
               03 WEEK-TBL-FIRST-NAME PIC A(8).
               03 WEEK-TBL-EMP-NUMBER PIC 9(6).
               03 WEEK-TBL-BIRTHDAY PIC X(8).
               03 WEEK-TBL-CATEGORY PIC A(13).
               03 WEEK-TBL-ACCOUNT PIC X(12).
               03 WEEK-TBL-DAYS PIC 9(2).
               03 WEEK-TBL-LAST-DATE PIC 9(8).
               03 WEEK-TBL-ROSTER-MIN PIC 9(5).
      *            worked minutes times the rate in force on each     *
      *            day, so a raise mid-week prices each side of it    *
      *            at its own rate; Y once any day found a personal   *
      *            rate, and the rate on the latest day worked.       *
               03 WEEK-TBL-VALOR-MIN PIC 9(7)V99.
               03 WEEK-TBL-TAXA-PESSOAL PIC X(1).
               03 WEEK-TBL-TAXA-DIA PIC 9(2)V99.
               03 WEEK-TBL-HOL-MIN PIC 9(5).
               03 WEEK-TBL-HOL-VALOR-MIN PIC 9(7)V99.
      *            the same priced minutes split by the branch each   *
      *            day was worked at -- the week's gross is costed    *
      *            to the branches in these proportions.              *
               03 WEEK-TBL-BAL-COUNT PIC 9(1).
               03 WEEK-TBL-BAL OCCURS 4 TIMES.
                   04 WEEK-TBL-BAL-CODE PIC 9(2).
                   04 WEEK-TBL-BAL-VALOR PIC 9(7)V99.

      *    the reassignment file, read whole at start-up. the branch  *
      *    a day is worked at is the employee's loan covering the     *
      *    WORK-DATE (the latest-starting one if two overlap), else   *
      *    the home branch off the master -- 00 when neither knows.   *
       77  BRANCH-ASSIGN-STATUS PIC X(2) VALUE SPACES.
       77  BRANCH-ASSIGN-EOF PIC X(3) VALUE SPACES.
       77  DESTAC-COUNT PIC 9(3) VALUE ZERO.
       77  DESTAC-IDX PIC 9(3) VALUE ZERO.
       77  DESTAC-OVERFLOW PIC X(1) VALUE "N".
       77  DESTAC-INICIO-MELHOR PIC X(8) VALUE SPACES.
       77  BALCAO-DIA PIC 9(2) VALUE ZERO.
       77  BAL-ATUAL PIC 9(1) VALUE ZERO.
       77  BAL-IDX PIC 9(1) VALUE ZERO.
       77  BAL-VALOR-TOTAL PIC 9(7)V99 VALUE ZERO.
       77  BAL-REPARTIDO PIC 9(7)V99 VALUE ZERO.
       77  BAL-PARCELA PIC S9(7)V99 VALUE ZERO.

       01  DESTAC-TABLE.
           02  DESTAC-ENTRY OCCURS 500 TIMES.
               03 DESTAC-TBL-LAST-NAME PIC A(9).
               03 DESTAC-TBL-FIRST-NAME PIC A(8).
               03 DESTAC-TBL-EMP-NUMBER PIC 9(6).
               03 DESTAC-TBL-INICIO PIC X(8).
               03 DESTAC-TBL-FIM PIC X(8).
               03 DESTAC-TBL-BALCAO PIC 9(2).

      *    the posted gross per branch (subscript = branch code) and  *
      *    JOB-CATEGORY, the journal's by-branch debit side. what a   *
      *    branch mnemonic is missing off the chart for, and the cost *
      *    of staff with no branch, stays on the category's own line. *
       77  CB-BALCAO PIC 9(2) VALUE ZERO.
       77  CB-RESTANTE PIC S9(7)V99 VALUE ZERO.
       77  CB-MAPEADA PIC X(1) VALUE "N".

       01  CUSTO-BALCAO-TABLE.
           02  CB-BALCAO-ENTRY OCCURS 99 TIMES.
               03 CB-GROSS PIC S9(7)V99 OCCURS 6 TIMES.

      *    the pay-rate file, read whole at start-up; the day's rate  *
      *    is the employee's line with the latest effective date not  *
      *    after WORK-DATE, else the JOB-CATEGORY rate. a personal    *
      *    rate only replaces the category's base rate -- the shift   *
      *    differential and the cost line stay with the category.    *
       77  PAY-RATES-STATUS PIC X(2) VALUE SPACES.
       77  PAY-RATES-EOF PIC X(3) VALUE SPACES.
       77  RATE-COUNT PIC 9(3) VALUE ZERO.
       77  RATE-IDX PIC 9(3) VALUE ZERO.
       77  RATES-OVERFLOW PIC X(1) VALUE "N".
       77  TAXA-DIA PIC 9(2)V99 VALUE ZERO.
       77  TAXA-PESSOAL-DIA PIC X(1) VALUE "N".
       77  TAXA-DATA-ALVO PIC X(8) VALUE SPACES.
       77  TAXA-DATA-MELHOR PIC X(8) VALUE SPACES.

       01  RATE-TABLE.
           02  RATE-ENTRY OCCURS 500 TIMES.
               03 RATE-TBL-LAST-NAME PIC A(9).
               03 RATE-TBL-FIRST-NAME PIC A(8).
               03 RATE-TBL-EMP-NUMBER PIC 9(6).
               03 RATE-TBL-EFF-DATE PIC X(8).
               03 RATE-TBL-BASE PIC 9(2)V99.

      *    retro arrears -- loaded whole, the pending lines paid on   *
      *    the employee's payslip and marked P, the file rewritten at *
      *    end of a posted run. a rerun of the paying week pays the   *
      *    same lines again for its reports, without re-marking.      *
       77  RETRO-ARREARS-STATUS PIC X(2) VALUE SPACES.
       77  RETRO-ARREARS-EOF PIC X(3) VALUE SPACES.
       77  ARR-COUNT PIC 9(3) VALUE ZERO.
       77  ARR-IDX PIC 9(3) VALUE ZERO.
       77  RETRO-PAY PIC 9(5)V99 VALUE ZERO.
      *    a file too big for the table must never be rewritten from  *
      *    it -- that would delete the overflow arrears.              *
       77  ARREARS-OVERFLOW PIC X(1) VALUE "N".

       01  ARR-TABLE.
           02  ARR-ENTRY OCCURS 200 TIMES.
               03 ARR-TBL-LAST-NAME PIC A(9).
               03 ARR-TBL-FIRST-NAME PIC A(8).
               03 ARR-TBL-EMP-NUMBER PIC 9(6).
               03 ARR-TBL-WEEK-FROM PIC X(8).
               03 ARR-TBL-WEEK-TO PIC X(8).
               03 ARR-TBL-AMOUNT PIC 9(5)V99.
               03 ARR-TBL-STATUS PIC X(1).
               03 ARR-TBL-PAID-WEEK PIC X(8).

      *    expense claims -- loaded whole, the approved pending ones  *
      *    paid on the employee's payslip outside tax and deductions  *
      *    and marked P, the file rewritten at end of a posted run.   *
      *    a rerun of the paying week pays the same claims again for  *
      *    its reports and bank file, without re-marking.            *
       77  EXPENSE-CLAIMS-STATUS PIC X(2) VALUE SPACES.
       77  EXPENSE-CLAIMS-EOF PIC X(3) VALUE SPACES.
       77  DSP-COUNT PIC 9(3) VALUE ZERO.
       77  DSP-IDX PIC 9(3) VALUE ZERO.
       77  DESPESAS-PAY PIC 9(5)V99 VALUE ZERO.
       77  DSP-VALOR PIC 9(5)V99 VALUE ZERO.
       77  DSP-CONTA PIC X(12) VALUE SPACES.
       77  DSP-RETIDA PIC X(1) VALUE "N".
       77  CLAIMS-OVERFLOW PIC X(1) VALUE "N".
       77  TOTAL-DSP-KM PIC S9(9)V99 VALUE ZERO.
       77  TOTAL-DSP-TRANSF PIC S9(9)V99 VALUE ZERO.
       77  TOTAL-DSP-COMBUST PIC S9(9)V99 VALUE ZERO.
       77  TOTAL-DSP-PORTAG PIC S9(9)V99 VALUE ZERO.
       77  TOTAL-DSP-OUTRAS PIC S9(9)V99 VALUE ZERO.
       77  TOTAL-DSP-POSTED PIC S9(9)V99 VALUE ZERO.

       01  DSP-TABLE.
           02  DSP-ENTRY OCCURS 300 TIMES.
               03 DSP-TBL-LAST-NAME PIC A(9).
               03 DSP-TBL-FIRST-NAME PIC A(8).
               03 DSP-TBL-EMP-NUMBER PIC 9(6).
               03 DSP-TBL-DATE PIC X(8).
               03 DSP-TBL-TYPE PIC X(2).
               03 DSP-TBL-AMOUNT PIC 9(5)V99.
               03 DSP-TBL-KM PIC 9(5).
               03 DSP-TBL-PLATE PIC X(8).
               03 DSP-TBL-APPROVED PIC X(1).
               03 DSP-TBL-STATUS PIC X(1).
               03 DSP-TBL-PAID-WEEK PIC X(8).
               03 DSP-TBL-PAID-AMOUNT PIC 9(5)V99.

      *    the per-km allowance: the latest rate effective on or      *
      *    before the day driven prices the claim.                    *
       77  MILEAGE-RATES-STATUS PIC X(2) VALUE SPACES.
       77  MILEAGE-RATES-EOF PIC X(3) VALUE SPACES.
       77  KMR-COUNT PIC 9(2) VALUE ZERO.
       77  KMR-IDX PIC 9(2) VALUE ZERO.
       77  KMR-TAXA PIC 9(1)V99 VALUE ZERO.
       77  KMR-DATA-MELHOR PIC X(8) VALUE SPACES.

       01  KMR-TABLE.
           02  KMR-ENTRY OCCURS 50 TIMES.
               03 KMR-TBL-EFF-DATE PIC X(8).
               03 KMR-TBL-RATE PIC 9(1)V99.

       77  TRANSFERS-IN-STATUS PIC X(2) VALUE SPACES.
       77  TRANSFERS-EOF PIC X(3) VALUE SPACES.
       77  TRF-COUNT PIC 9(3) VALUE ZERO.
       77  TRF-IDX PIC 9(3) VALUE ZERO.
       77  TRF-ENCONTRADA PIC X(1) VALUE "N".

       01  TRF-TABLE.
           02  TRF-ENTRY OCCURS 500 TIMES.
               03 TRF-TBL-PLATE PIC X(8).

      *    final settlement of leavers: once the leaving date has     *
      *    come, what the employee is still owed -- unused vacation   *
      *    days, notice compensation, pending back pay and the rest   *
      *    of the year's subsidies -- paid on a payslip of its own,   *
      *    with any garnishment and advance still open taken in full  *
      *    out of it as far as the net allows.                        *
       77  FINAL-SETTLEMENT-FILENAME PIC X(30) VALUE SPACES.
       77  END-DECLARATION-FILENAME PIC X(30) VALUE SPACES.
       77  FINAL-SETTLEMENT-STATUS PIC X(2) VALUE SPACES.
       77  END-DECLARATION-STATUS PIC X(2) VALUE SPACES.
       77  LIQ-SAIDAS-ABERTAS PIC X(1) VALUE "N".
       77  LIQ-EMP PIC 9(3) VALUE ZERO.
       77  LIQ-TAXA PIC 9(2)V99 VALUE ZERO.
       77  LIQ-FERIAS-DIAS PIC 9(3)V99 VALUE ZERO.
       77  LIQ-FERIAS PIC 9(6)V99 VALUE ZERO.
       77  LIQ-AVISO PIC 9(6)V99 VALUE ZERO.
       77  LIQ-PENHORA-PENDENTE PIC 9(7)V99 VALUE ZERO.
       77  LIQ-ADIANT-PENDENTE PIC 9(7)V99 VALUE ZERO.
       77  LIQ-YTD-BRUTO PIC 9(7)V99 VALUE ZERO.
       77  LIQ-YTD-DESCONTOS PIC 9(7)V99 VALUE ZERO.
       77  LIQ-ROTULO PIC X(20) VALUE SPACES.
       77  LIQ-VALOR PIC 9(7)V99 VALUE ZERO.
       77  TOTAL-RESCISAO-RUN PIC S9(9)V99 VALUE ZERO.

       01  LEAVE-TABLE.
           02  LEAVE-ENTRY OCCURS 100 TIMES.
               03 LEAVE-TBL-LAST-NAME PIC A(9).
               03 LEAVE-TBL-FIRST-NAME PIC A(8).
               03 LEAVE-TBL-EMP-NUMBER PIC 9(6).
               03 LEAVE-TBL-TYPE PIC X(1).
               03 LEAVE-TBL-DAYS PIC 9(2)V99.
               03 LEAVE-TBL-APPLIED PIC X(1).
               PERFORM ESCREVER-BANCO-CABECALHO
           END-IF.
           PERFORM ABRIR-PAY-HISTORY.
           PERFORM ABRIR-BANK-PAYMENTS-LOG.

           PERFORM CARREGAR-PLANO-CONTAS
               THRU CARREGAR-PLANO-CONTAS-EXIT.
           MOVE "PROD1V1" TO FER-PROGRAMA.
           MOVE "E17" TO FER-CODIGO-ERRO.
           PERFORM CARREGAR-FERIADOS THRU CARREGAR-FERIADOS-EXIT.
           PERFORM LOAD-JOB-RATE-TABLE.
           PERFORM LOAD-TAX-BRACKETS.
           PERFORM LOAD-EMPLOYEE-MASTER.
           PERFORM LOAD-DEDUCTIONS-MASTER.
           PERFORM LOAD-ADVANCES-MASTER.
           PERFORM LOAD-PAY-RATES.
           PERFORM LOAD-BRANCH-ASSIGNMENTS.
           INITIALIZE CUSTO-BALCAO-TABLE.
           PERFORM LOAD-RETRO-ARREARS.
           PERFORM LOAD-EXPENSE-CLAIMS.
           PERFORM LOAD-MILEAGE-RATES.
           PERFORM LOAD-TRANSFERS.
      *    a trial must not consume (or audit) the week's new grant   *
      *    transactions -- the posting run will.                      *
           IF TRIAL-MODE = "N"
               VARYING WEEK-IDX FROM 1 BY 1
               UNTIL WEEK-IDX > WEEK-COUNT.

      *    ---- then every leaver whose leaving date has come is      ----*
      *    ---- settled, their last week already paid above.          ----*
           PERFORM LIQUIDAR-CESSACOES.

      *    a trial leaves every master and register exactly as it    *
      *    found them -- the punch suspense included.                 *
           IF TRIAL-MODE = "N"
                   THRU SAVE-DEDUCTIONS-MASTER-FIM
               PERFORM SAVE-ADVANCES-MASTER
                   THRU SAVE-ADVANCES-MASTER-FIM
               PERFORM SAVE-RETRO-ARREARS
                   THRU SAVE-RETRO-ARREARS-FIM
               PERFORM SAVE-EXPENSE-CLAIMS
                   THRU SAVE-EXPENSE-CLAIMS-FIM
           END-IF.
           PERFORM ESCREVER-REMESSAS.
           PERFORM PRINT-CATEGORY-SUMMARY.
               THRU VERIFICAR-BALANCEAMENTO-EXIT.

      *    ---- balanced GL journal lines for the run: wage cost per ----*
      *    ---- JOB-CATEGORY, the subsidies paid and the leavers'     ----*
      *    ---- settlements debited, the expense claims paid debited  ----*
      *    ---- to their cost accounts,                               ----*
      *    ---- withholdings and net payable                          ----*
      *    ---- credited. a trial exports nothing -- its posted       ----*
      *    ---- totals are all zero anyway, but skip the export       ----*
      *    ---- outright so the intent reads plainly.                 ----*
           PERFORM LANCAR-CUSTO-CATEGORIA
               VARYING JOB-RATE-IDX FROM 1 BY 1
               UNTIL JOB-RATE-IDX > 6.
           MOVE "SAL-SUBSID" TO GL-CHAVE-CONTA.
           MOVE "D" TO GL-DC.
           MOVE TOTAL-SUBSIDY-RUN TO GL-MONTANTE.
           PERFORM REGISTAR-LANCAMENTO THRU REGISTAR-LANCAMENTO-EXIT.
           MOVE "SAL-RESCISAO" TO GL-CHAVE-CONTA.
           MOVE "D" TO GL-DC.
           MOVE TOTAL-RESCISAO-RUN TO GL-MONTANTE.
           PERFORM REGISTAR-LANCAMENTO THRU REGISTAR-LANCAMENTO-EXIT.
           MOVE "DSP-KM" TO GL-CHAVE-CONTA.
           MOVE "D" TO GL-DC.
           MOVE TOTAL-DSP-KM TO GL-MONTANTE.
           PERFORM REGISTAR-LANCAMENTO THRU REGISTAR-LANCAMENTO-EXIT.
           MOVE "DSP-TRANSF" TO GL-CHAVE-CONTA.
           MOVE "D" TO GL-DC.
           MOVE TOTAL-DSP-TRANSF TO GL-MONTANTE.
           PERFORM REGISTAR-LANCAMENTO THRU REGISTAR-LANCAMENTO-EXIT.
           MOVE "DSP-COMBUST" TO GL-CHAVE-CONTA.
           MOVE "D" TO GL-DC.
           MOVE TOTAL-DSP-COMBUST TO GL-MONTANTE.
           PERFORM REGISTAR-LANCAMENTO THRU REGISTAR-LANCAMENTO-EXIT.
           MOVE "DSP-PORTAG" TO GL-CHAVE-CONTA.
           MOVE "D" TO GL-DC.
           MOVE TOTAL-DSP-PORTAG TO GL-MONTANTE.
           PERFORM REGISTAR-LANCAMENTO THRU REGISTAR-LANCAMENTO-EXIT.
           MOVE "DSP-OUTRAS" TO GL-CHAVE-CONTA.
           MOVE "D" TO GL-DC.
           MOVE TOTAL-DSP-OUTRAS TO GL-MONTANTE.
           PERFORM REGISTAR-LANCAMENTO THRU REGISTAR-LANCAMENTO-EXIT.
           MOVE "SAL-IRS" TO GL-CHAVE-CONTA.
           MOVE "C" TO GL-DC.
           MOVE TOTAL-TAX-RUN TO GL-MONTANTE.
           MOVE TOTAL-RECORDS-WRITTEN TO RST-GRAVADOS.
           MOVE TOTAL-RECORDS-REJECTED TO RST-REJEITADOS.
      *    the control total carries every amount this run posted to *
      *    the audit trail: the net salaries, the advances granted,   *
      *    the instalments recovered and the expense claims paid.     *
           COMPUTE RST-VALOR = TOTAL-NET-POSTED
                   + TOTAL-ADV-GRANTED + TOTAL-ADV-RECOVERED
                   + TOTAL-DSP-POSTED.
           IF TRIAL-MODE = "Y"
               MOVE "TRIAL" TO RST-RESULTADO
           ELSE
               BANK-DEPOSIT-OUT
               EXCEPTIONS-OUT
               PAY-HISTORY
               BANK-PAYMENTS-LOG
               ERROR-LOG
               AUDIT-TRAIL.
           STOP RUN.
               DELIMITED BY SIZE INTO LEAVE-BALANCES-FILENAME.
           STRING "REMITTANCE-OUT-" RUN-PERIOD-TAG ".txt"
               DELIMITED BY SIZE INTO REMITTANCE-FILENAME.
           STRING "FINAL-SETTLEMENT-" RUN-PERIOD-TAG ".txt"
               DELIMITED BY SIZE INTO FINAL-SETTLEMENT-FILENAME.
           STRING "END-DECLARATION-" RUN-PERIOD-TAG ".txt"
               DELIMITED BY SIZE INTO END-DECLARATION-FILENAME.

      *    a trial's reports live under their own names so the real   *
      *    period's files are never touched.                          *
                   DELIMITED BY SIZE INTO LEAVE-BALANCES-FILENAME
               STRING "TRIAL-REMITTANCE-" RUN-PERIOD-TAG ".txt"
                   DELIMITED BY SIZE INTO REMITTANCE-FILENAME
               STRING "TRIAL-FINAL-SETTLE-" RUN-PERIOD-TAG ".txt"
                   DELIMITED BY SIZE INTO FINAL-SETTLEMENT-FILENAME
               STRING "TRIAL-END-DECL-" RUN-PERIOD-TAG ".txt"
                   DELIMITED BY SIZE INTO END-DECLARATION-FILENAME
           END-IF.

      *    ---- rejects a wage-sheet record whose punch-clock fields    ----*
           VALIDATE-WAGE-RECORD.
           MOVE "N" TO WAGE-RECORD-INVALID.

      *    every file the line is matched against is keyed on the    *
      *    employee number -- a line without one belongs to no-one.   *
           IF EMPLOYEE_NUMBER IS NOT NUMERIC
                   OR EMPLOYEE_NUMBER = ZERO
               MOVE "Y" TO WAGE-RECORD-INVALID
           END-IF.

      *    a 99/99/9999 birthday used to sail through -- real        *
      *    calendar validation off the shared date facility.          *
           MOVE B-YEAR TO VAL-ANO.
           ELSE
      *        the roster, not the typist, says when this day should  *
      *        have started -- and a rostered day with no punches at  *
      *        all is an absence, unless the day is a public holiday. *
               PERFORM VERIFICAR-DIA-FERIADO
               PERFORM APLICAR-ESCALA THRU APLICAR-ESCALA-FIM
               IF DIA-FERIADO = "Y"
                   MOVE "N" TO ABSENT-FLAG
               END-IF
               PERFORM VALIDATE-WAGE-RECORD
               PERFORM VERIFICAR-EMPREGADO-ATIVO

                   ADD 1 TO TOTAL-RECORDS-REJECTED
               ELSE
                   IF EMPREGADO-TERMINADO = "Y"
      *                a leaver's line past the leaving date must not  *
      *                pay -- reported and rejected, the master kept   *
      *                intact.                                         *
                       MOVE "PROD1V1" TO ERR-PROGRAMA
                       MOVE "E08" TO ERR-CODIGO
                       MOVE "registo de empregado cessado - " TO
           LEGACY.
       STOP RUN.

      *    ---- is the record's WORK-DATE a holiday, national or      ----*
      *    ---- local to the branch the day was worked at, on the     ----*
      *    ---- business calendar?                                    ----*
           VERIFICAR-DIA-FERIADO.

           PERFORM OBTER-BALCAO-DIA.
           MOVE "N" TO DIA-FERIADO.
           IF WORK-DATE IS NUMERIC AND WORK-DATE > ZERO
               MOVE WORK-DATE TO FER-DATA
               MOVE BALCAO-DIA TO FER-BALCAO
               PERFORM VERIFICAR-FERIADO THRU VERIFICAR-FERIADO-EXIT
               MOVE FER-E-FERIADO TO DIA-FERIADO
           END-IF.

      *    ---- the branch EMPLOYEE_NUMBER worked WORK-DATE at:       ----*
      *    ---- a loan covering the day, else the home branch.        ----*
           OBTER-BALCAO-DIA.

           MOVE ZERO TO BALCAO-DIA.
           SET EMP-IDX TO 1.
           SEARCH EMPLOYEE-ENTRY
               AT END CONTINUE
               WHEN EMP-TBL-EMP-NUMBER (EMP-IDX) = EMPLOYEE_NUMBER
                   MOVE EMP-TBL-HOME-BRANCH (EMP-IDX) TO BALCAO-DIA
           END-SEARCH.

           IF WORK-DATE IS NUMERIC AND WORK-DATE > ZERO
               MOVE WORK-DATE TO WORK-DATE-X
               MOVE SPACES TO DESTAC-INICIO-MELHOR
               PERFORM TESTAR-DESTACAMENTO
                   VARYING DESTAC-IDX FROM 1 BY 1
                   UNTIL DESTAC-IDX > DESTAC-COUNT
           END-IF.

           TESTAR-DESTACAMENTO.

           IF DESTAC-TBL-EMP-NUMBER (DESTAC-IDX) = EMPLOYEE_NUMBER
                   AND DESTAC-TBL-INICIO (DESTAC-IDX) NOT > WORK-DATE-X
                   AND DESTAC-TBL-FIM (DESTAC-IDX) NOT < WORK-DATE-X
                   AND DESTAC-TBL-INICIO (DESTAC-IDX)
                       > DESTAC-INICIO-MELHOR
               MOVE DESTAC-TBL-INICIO (DESTAC-IDX)
                   TO DESTAC-INICIO-MELHOR
               MOVE DESTAC-TBL-BALCAO (DESTAC-IDX) TO BALCAO-DIA
           END-IF.

      *    ---- pulls SHIFT-ROSTER.txt, if present, into ESCALA-TABLE ----*
      *    ---- so schedules come off the roster, not the typist.     ----*
           LOAD-SHIFT-ROSTER.
               MOVE ESC-LAST-NAME TO ESC-TBL-LAST-NAME (ESCALA-COUNT)
               MOVE ESC-FIRST-NAME
                   TO ESC-TBL-FIRST-NAME (ESCALA-COUNT)
               IF ESC-EMP-NUMBER IS NUMERIC
                   MOVE ESC-EMP-NUMBER
                       TO ESC-TBL-EMP-NUMBER (ESCALA-COUNT)
               ELSE
                   MOVE ZERO TO ESC-TBL-EMP-NUMBER (ESCALA-COUNT)
               END-IF
               MOVE ESC-WEEKDAY TO ESC-TBL-WEEKDAY (ESCALA-COUNT)
               MOVE ESC-START TO ESC-TBL-START (ESCALA-COUNT)
               MOVE ESC-END TO ESC-TBL-END (ESCALA-COUNT)

           PROCURAR-ESCALA.

           IF ESC-TBL-EMP-NUMBER (ESCALA-IDX) = EMPLOYEE_NUMBER
                   AND ESC-TBL-WEEKDAY (ESCALA-IDX) = DIA-SEMANA
               MOVE ESCALA-IDX TO ESCALA-ATUAL
           END-IF.
               ADD 1 TO EVENT-COUNT
               MOVE EVT-LAST-NAME TO EVT-TBL-LAST-NAME (EVENT-COUNT)
               MOVE EVT-FIRST-NAME TO EVT-TBL-FIRST-NAME (EVENT-COUNT)
               IF EVT-EMP-NUMBER IS NUMERIC
                   MOVE EVT-EMP-NUMBER
                       TO EVT-TBL-EMP-NUMBER (EVENT-COUNT)
               ELSE
                   MOVE ZERO TO EVT-TBL-EMP-NUMBER (EVENT-COUNT)
               END-IF
               MOVE EVT-DATE TO EVT-TBL-DATE (EVENT-COUNT)
               MOVE EVT-TIME TO EVT-TBL-TIME (EVENT-COUNT)
               MOVE EVT-DIRECTION TO EVT-TBL-DIR (EVENT-COUNT)
               MOVE SUSP-LAST-NAME TO EVT-TBL-LAST-NAME (EVENT-COUNT)
               MOVE SUSP-FIRST-NAME
                   TO EVT-TBL-FIRST-NAME (EVENT-COUNT)
               IF SUSP-EMP-NUMBER IS NUMERIC
                   MOVE SUSP-EMP-NUMBER
                       TO EVT-TBL-EMP-NUMBER (EVENT-COUNT)
               ELSE
                   MOVE ZERO TO EVT-TBL-EMP-NUMBER (EVENT-COUNT)
               END-IF
               MOVE SUSP-DATE TO EVT-TBL-DATE (EVENT-COUNT)
               MOVE SUSP-TIME TO EVT-TBL-TIME (EVENT-COUNT)
               MOVE SUSP-DIRECTION TO EVT-TBL-DIR (EVENT-COUNT)
                           TO EVT-TBL-LAST-NAME (EVENT-COUNT)
                       MOVE CORR-FIRST-NAME
                           TO EVT-TBL-FIRST-NAME (EVENT-COUNT)
                       IF CORR-EMP-NUMBER IS NUMERIC
                           MOVE CORR-EMP-NUMBER
                               TO EVT-TBL-EMP-NUMBER (EVENT-COUNT)
                       ELSE
                           MOVE ZERO TO EVT-TBL-EMP-NUMBER (EVENT-COUNT)
                       END-IF
                       MOVE CORR-DATE TO EVT-TBL-DATE (EVENT-COUNT)
                       MOVE CORR-TIME TO EVT-TBL-TIME (EVENT-COUNT)
                       MOVE CORR-DIRECTION
           ANULAR-PICAGEM.

           IF EVT-TBL-ESTADO (EVENT-IDX) = SPACE
                   AND EVT-TBL-EMP-NUMBER (EVENT-IDX) = CORR-EMP-NUMBER
                   AND EVT-TBL-DATE (EVENT-IDX) = CORR-DATE
                   AND EVT-TBL-TIME (EVENT-IDX) = CORR-TIME
               MOVE "V" TO EVT-TBL-ESTADO (EVENT-IDX)
               MOVE SPACES TO PUNCH-SUSPENSE-FILE
               MOVE EVT-TBL-LAST-NAME (EVENT-IDX) TO SUSP-LAST-NAME
               MOVE EVT-TBL-FIRST-NAME (EVENT-IDX) TO SUSP-FIRST-NAME
               MOVE EVT-TBL-EMP-NUMBER (EVENT-IDX) TO SUSP-EMP-NUMBER
               MOVE EVT-TBL-DATE (EVENT-IDX) TO SUSP-DATE
               MOVE EVT-TBL-TIME (EVENT-IDX) TO SUSP-TIME
               MOVE EVT-TBL-DIR (EVENT-IDX) TO SUSP-DIRECTION
           MARCAR-PICAGENS-USADAS.

           IF EVT-TBL-ESTADO (EVENT-IDX) = SPACE
                   AND EVT-TBL-EMP-NUMBER (EVENT-IDX) = EMPLOYEE_NUMBER
                   AND EVT-TBL-DATE (EVENT-IDX) = WORK-DATE
               MOVE "U" TO EVT-TBL-ESTADO (EVENT-IDX)
           END-IF.
           RECOLHER-PICAGEM.

           IF EVT-TBL-ESTADO (EVENT-IDX) = SPACE
                   AND EVT-TBL-EMP-NUMBER (EVENT-IDX) = EMPLOYEE_NUMBER
                   AND EVT-TBL-DATE (EVENT-IDX) = WORK-DATE
               IF PUNCH-COUNT < 8
                   ADD 1 TO PUNCH-COUNT
                   ADD 1 TO WEEK-COUNT
                   MOVE LAST_NAME TO WEEK-TBL-LAST-NAME (WEEK-COUNT)
                   MOVE FIRST_NAME TO WEEK-TBL-FIRST-NAME (WEEK-COUNT)
                   MOVE EMPLOYEE_NUMBER
                       TO WEEK-TBL-EMP-NUMBER (WEEK-COUNT)
                   MOVE BIRTHDAY TO WEEK-TBL-BIRTHDAY (WEEK-COUNT)
                   MOVE JOB-CATEGORY TO WEEK-TBL-CATEGORY (WEEK-COUNT)
                   MOVE ACCOUNT-NUMBER TO WEEK-TBL-ACCOUNT (WEEK-COUNT)
                   MOVE ZERO TO WEEK-TBL-DAYS (WEEK-COUNT)
                   MOVE ZERO TO WEEK-TBL-LAST-DATE (WEEK-COUNT)
                   MOVE ZERO TO WEEK-TBL-ROSTER-MIN (WEEK-COUNT)
                   MOVE ZERO TO WEEK-TBL-VALOR-MIN (WEEK-COUNT)
                   MOVE "N" TO WEEK-TBL-TAXA-PESSOAL (WEEK-COUNT)
                   MOVE ZERO TO WEEK-TBL-TAXA-DIA (WEEK-COUNT)
                   MOVE ZERO TO WEEK-TBL-HOL-MIN (WEEK-COUNT)
                   MOVE ZERO TO WEEK-TBL-HOL-VALOR-MIN (WEEK-COUNT)
                   MOVE ZERO TO WEEK-TBL-BAL-COUNT (WEEK-COUNT)
                   MOVE WEEK-COUNT TO WEEK-ATUAL
               ELSE
                   MOVE "PROD1V1" TO ERR-PROGRAMA
           END-IF.

           IF WEEK-ATUAL > ZERO
               PERFORM OBTER-TAXA-DIA THRU OBTER-TAXA-DIA-FIM
               PERFORM ACUMULAR-BALCAO-SEMANA
               IF TAXA-PESSOAL-DIA = "Y"
                   MOVE "Y" TO WEEK-TBL-TAXA-PESSOAL (WEEK-ATUAL)
               END-IF
               IF WEEK-TBL-DAYS (WEEK-ATUAL) = ZERO
                   MOVE TAXA-DIA TO WEEK-TBL-TAXA-DIA (WEEK-ATUAL)
               END-IF
               ADD 1 TO WEEK-TBL-DAYS (WEEK-ATUAL)
               ADD ESCALA-MIN-DIA TO WEEK-TBL-ROSTER-MIN (WEEK-ATUAL)
               IF WORK-DATE IS NUMERIC
                   IF WORK-DATE > WEEK-TBL-LAST-DATE (WEEK-ATUAL)
                       MOVE WORK-DATE
                           TO WEEK-TBL-LAST-DATE (WEEK-ATUAL)
                       MOVE TAXA-DIA TO WEEK-TBL-TAXA-DIA (WEEK-ATUAL)
                   END-IF
               END-IF
               IF WORKED-TOTAL-MIN > ZERO
                   ADD WORKED-TOTAL-MIN
                       TO WEEK-TBL-TOTAL-MIN (WEEK-ATUAL)
                   COMPUTE WEEK-TBL-VALOR-MIN (WEEK-ATUAL) =
                           WEEK-TBL-VALOR-MIN (WEEK-ATUAL)
                           + (WORKED-TOTAL-MIN * TAXA-DIA)
                   IF DIA-FERIADO = "Y"
                       ADD WORKED-TOTAL-MIN
                           TO WEEK-TBL-HOL-MIN (WEEK-ATUAL)
                       COMPUTE WEEK-TBL-HOL-VALOR-MIN (WEEK-ATUAL) =
                               WEEK-TBL-HOL-VALOR-MIN (WEEK-ATUAL)
                               + (WORKED-TOTAL-MIN * TAXA-DIA)
                   END-IF
      *            only a day past eight hours has an overtime slice  *
      *            -- DAY-OT-MIN is unsigned, so a shorter day must   *
      *            never reach this subtraction.                      *
               END-IF
           END-IF.

      *    ---- the day's priced minutes onto the slot of the branch  ----*
      *    ---- it was worked at; a fifth branch in one week shares   ----*
      *    ---- the last slot.                                        ----*
           ACUMULAR-BALCAO-SEMANA.

           MOVE ZERO TO BAL-ATUAL.
           PERFORM PROCURAR-BALCAO-SEMANA
               VARYING BAL-IDX FROM 1 BY 1
               UNTIL BAL-IDX > WEEK-TBL-BAL-COUNT (WEEK-ATUAL)
                   OR BAL-ATUAL > ZERO.

           IF BAL-ATUAL = ZERO
               IF WEEK-TBL-BAL-COUNT (WEEK-ATUAL) < 4
                   ADD 1 TO WEEK-TBL-BAL-COUNT (WEEK-ATUAL)
                   MOVE WEEK-TBL-BAL-COUNT (WEEK-ATUAL) TO BAL-ATUAL
                   MOVE BALCAO-DIA
                       TO WEEK-TBL-BAL-CODE (WEEK-ATUAL, BAL-ATUAL)
                   MOVE ZERO
                       TO WEEK-TBL-BAL-VALOR (WEEK-ATUAL, BAL-ATUAL)
               ELSE
                   MOVE 4 TO BAL-ATUAL
               END-IF
           END-IF.

           COMPUTE WEEK-TBL-BAL-VALOR (WEEK-ATUAL, BAL-ATUAL) =
                   WEEK-TBL-BAL-VALOR (WEEK-ATUAL, BAL-ATUAL)
                   + (WORKED-TOTAL-MIN * TAXA-DIA).

           PROCURAR-BALCAO-SEMANA.

           IF WEEK-TBL-BAL-CODE (WEEK-ATUAL, BAL-IDX) = BALCAO-DIA
               MOVE BAL-IDX TO BAL-ATUAL
           END-IF.

           PROCURAR-SEMANA.

           IF WEEK-TBL-EMP-NUMBER (WEEK-IDX) = EMPLOYEE_NUMBER
               MOVE WEEK-IDX TO WEEK-ATUAL
           END-IF.

      *    ---- the hourly rate in force on this WORK-DATE: the       ----*
      *    ---- employee's latest PAY-RATES.txt line effective on or  ----*
      *    ---- before it, else the JOB-CATEGORY rate. an unknown     ----*
      *    ---- category still prices at zero, personal rate or not.  ----*
           OBTER-TAXA-DIA.

           MOVE "N" TO TAXA-PESSOAL-DIA.
           MOVE ZERO TO TAXA-DIA.
           PERFORM FIND-JOB-RATE.
           IF CATEGORY-FOUND = "N"
               GO TO OBTER-TAXA-DIA-FIM
           END-IF.
           MOVE BASE-RATE TO TAXA-DIA.

           IF WORK-DATE IS NUMERIC AND WORK-DATE > ZERO
               MOVE WORK-DATE TO TAXA-DATA-ALVO
           ELSE
               MOVE RUN-DATE TO TAXA-DATA-ALVO
           END-IF.
           MOVE SPACES TO TAXA-DATA-MELHOR.
           PERFORM PROCURAR-TAXA-DIA
               VARYING RATE-IDX FROM 1 BY 1
               UNTIL RATE-IDX > RATE-COUNT.

           OBTER-TAXA-DIA-FIM.
               EXIT.

           PROCURAR-TAXA-DIA.

           IF RATE-TBL-EMP-NUMBER (RATE-IDX) = EMPLOYEE_NUMBER
                   AND RATE-TBL-EFF-DATE (RATE-IDX) NOT > TAXA-DATA-ALVO
                   AND RATE-TBL-EFF-DATE (RATE-IDX) > TAXA-DATA-MELHOR
               MOVE RATE-TBL-EFF-DATE (RATE-IDX) TO TAXA-DATA-MELHOR
               MOVE RATE-TBL-BASE (RATE-IDX) TO TAXA-DIA
               MOVE "Y" TO TAXA-PESSOAL-DIA
           END-IF.

      *    ---- phase two: one payslip per employee across the whole   ----*
      *    ---- week's records -- splits, prices, deducts, posts and   ----*
      *    ---- writes every output the old per-record flow wrote.     ----*
           PAGAR-SEMANA.

      *    put the week entry's identity back into the input record    *
      *    area so the lookup/posting paragraphs keyed on              *
      *    EMPLOYEE_NUMBER/ACCOUNT-NUMBER work unchanged.              *
           MOVE WEEK-TBL-LAST-NAME (WEEK-IDX) TO LAST_NAME.
           MOVE WEEK-TBL-FIRST-NAME (WEEK-IDX) TO FIRST_NAME.
           MOVE WEEK-TBL-EMP-NUMBER (WEEK-IDX) TO EMPLOYEE_NUMBER.
           MOVE WEEK-TBL-BIRTHDAY (WEEK-IDX) TO BIRTHDAY.
           MOVE WEEK-TBL-CATEGORY (WEEK-IDX) TO JOB-CATEGORY.
           MOVE WEEK-TBL-ACCOUNT (WEEK-IDX) TO ACCOUNT-NUMBER.
               SUBTRACT UNPAID-LEAVE-DEDUCTION FROM GROSS-PAY
           END-IF.

      *    back pay from a back-dated raise joins the gross as its    *
      *    own line, taxed and costed like the rest of the week.      *
           PERFORM APURAR-RETROATIVOS.
           ADD RETRO-PAY TO GROSS-PAY.

      *    category cost is attributed after the unpaid-leave dock   *
      *    so the summary and the journal both carry what is really   *
      *    paid out.                                                  *
               IF PERIODO-JA-POSTADO = "N"
                   ADD GROSS-PAY
                       TO JOB-RATE-GROSS-POSTED (JOB-RATE-IDX)
                   PERFORM REPARTIR-CUSTO-BALCAO
               END-IF
           END-IF.

           PERFORM OBTER-YTD-ATUAL.
           PERFORM CALCULATE-DEDUCTIONS.

      *    the holiday and christmas subsidies due this week, with    *
      *    their own withholding, join the payslip before anything   *
      *    else comes out of net.                                     *
           PERFORM CALCULAR-SUBSIDIOS THRU CALCULAR-SUBSIDIOS-FIM.

      *    the standing deductions come out of net in priority order, *
      *    garnishment balances declining only on a posted week.      *
           PERFORM APLICAR-DESCONTOS-RECORRENTES.
      *    then the advance instalment, until the balance clears.     *
           PERFORM RECUPERAR-ADIANTAMENTO.

      *    approved expense claims are a refund, not pay: straight    *
      *    onto the net, past tax and every deduction.                *
           PERFORM APURAR-DESPESAS.
           ADD DESPESAS-PAY TO NET-PAY.

      *    the journal's credit side only sees first-time postings,   *
      *    the same rerun guard YTD and the audit line already obey.  *
           IF PERIODO-JA-POSTADO = "N"
               ADD TAX-DEDUCTION TO TOTAL-TAX-RUN
               ADD SOC-SEC-DEDUCTION TO TOTAL-SS-RUN
               ADD NET-PAY TO TOTAL-NET-RUN
               ADD SUBSIDY-PAY TO TOTAL-SUBSIDY-RUN
           END-IF.

           MOVE GROSS-PAY TO WAGE-RECEIVED-OUT.
           MOVE OVERTIME-PAY TO OVERTIME-PAY-OUT.
           MOVE SHIFT-DIFF-PAY TO SHIFT-DIFF-PAY-OUT.
           MOVE HOLIDAY-PAY TO HOLIDAY-PAY-OUT.
           MOVE SUBSIDY-PAY TO SUBSIDY-PAY-OUT.
           MOVE RETRO-PAY TO RETRO-PAY-OUT.
           MOVE TAX-DEDUCTION TO TAX-DEDUCTION-OUT.
           MOVE TAX-BAND-USED TO TAX-BRACKET-OUT.
           MOVE SOC-SEC-DEDUCTION TO SOC-SEC-DEDUCTION-OUT.
           MOVE RECURRING-DED-TOTAL TO OTHER-DED-OUT.
           MOVE ADV-BALANCE-SHOWN TO ADV-BAL-OUT.
           MOVE DESPESAS-PAY TO EXPENSES-PAY-OUT.
           MOVE NET-PAY TO NET-PAY-OUT.

      *    a rerun of an already-posted period regenerates the reports *
           END-IF.
           MOVE YTD-GROSS-DISPLAY TO YTD-GROSS-OUT.

           PERFORM WRITE-BANK-DEPOSIT THRU WRITE-BANK-DEPOSIT-FIM.

           MOVE SPACES TO TIMESHEET-FLAG-OUT.
           IF WEEK-TBL-MISMATCH (WEEK-IDX) = "Y"
           SET EMP-IDX TO 1.
           SEARCH EMPLOYEE-ENTRY
               AT END CONTINUE
               WHEN EMP-TBL-EMP-NUMBER (EMP-IDX) = EMPLOYEE_NUMBER
      *            a stamp at or past this week's end date means the  *
      *            week was already posted.                           *
                   IF EMP-TBL-LAST-PERIOD (EMP-IDX)
               WAGE-RECEIVED-OUT DELIMITED BY SIZE ","
               OVERTIME-PAY-OUT DELIMITED BY SIZE ","
               SHIFT-DIFF-PAY-OUT DELIMITED BY SIZE ","
               HOLIDAY-PAY-OUT DELIMITED BY SIZE ","
               SUBSIDY-PAY-OUT DELIMITED BY SIZE ","
               RETRO-PAY-OUT DELIMITED BY SIZE ","
               TAX-DEDUCTION-OUT DELIMITED BY SIZE ","
               TAX-BRACKET-OUT DELIMITED BY SIZE ","
               SOC-SEC-DEDUCTION-OUT DELIMITED BY SIZE ","
               OTHER-DED-OUT DELIMITED BY SIZE ","
               ADV-BAL-OUT DELIMITED BY SIZE ","
               EXPENSES-PAY-OUT DELIMITED BY SIZE ","
               NET-PAY-OUT DELIMITED BY SIZE ","
               YTD-GROSS-OUT DELIMITED BY SIZE ","
               TIMESHEET-FLAG-OUT DELIMITED BY SIZE

           PERFORM FIND-JOB-RATE.

      *    a personal rate replaces the category's base: the week's   *
      *    worked minutes priced day by day, back to an hourly rate.  *
           IF CATEGORY-FOUND = "Y"
                   AND WEEK-TBL-TAXA-PESSOAL (WEEK-IDX) = "Y"
               IF WEEK-TBL-TOTAL-MIN (WEEK-IDX) > ZERO
                   COMPUTE BASE-RATE ROUNDED =
                           WEEK-TBL-VALOR-MIN (WEEK-IDX)
                           / WEEK-TBL-TOTAL-MIN (WEEK-IDX)
               ELSE
                   MOVE WEEK-TBL-TAXA-DIA (WEEK-IDX) TO BASE-RATE
               END-IF
           END-IF.

           COMPUTE REGULAR-PAY ROUNDED =
                   REGULAR-HOURS-DEC * BASE-RATE.
           COMPUTE OVERTIME-PAY ROUNDED =
           COMPUTE SHIFT-DIFF-PAY ROUNDED =
                   WORKED-HOURS-DEC * SHIFT-DIFF-RATE.

      *    the holiday premium rides on the rate each holiday was     *
      *    priced at, on top of the hours already paid above.         *
           COMPUTE HOLIDAY-HOURS-DEC ROUNDED =
                   WEEK-TBL-HOL-MIN (WEEK-IDX) / 60.
           COMPUTE HOLIDAY-PAY ROUNDED =
                   WEEK-TBL-HOL-VALOR-MIN (WEEK-IDX) / 60
                   * HOLIDAY-PREMIUM-FACTOR.

           COMPUTE GROSS-PAY =
                   REGULAR-PAY + OVERTIME-PAY + SHIFT-DIFF-PAY
                   + HOLIDAY-PAY.

      *    ---- looks up BASE-RATE/SHIFT-DIFF-RATE for JOB-CATEGORY;    ----*
      *    ---- an unrecognized category is paid at zero, same as an   ----*
           SET EMP-IDX TO 1.
           SEARCH EMPLOYEE-ENTRY
               AT END CONTINUE
               WHEN EMP-TBL-EMP-NUMBER (EMP-IDX) = EMPLOYEE_NUMBER
                   MOVE EMP-TBL-YTD-GROSS (EMP-IDX) TO EMP-YTD-ATUAL
           END-SEARCH.

               MOVE TAX-IDX TO TAX-BAND-USED
           END-IF.

      *    ---- the holiday and christmas subsidies due this week: a  ----*
      *    ---- month of regular pay each, pro-rated by the months    ----*
      *    ---- served in the year, less what the year already paid.  ----*
      *    ---- withheld on their own at the employee's marginal band ----*
      *    ---- rather than stacked on the week's pay, carrying       ----*
      *    ---- social security like any pay, and added to net.       ----*
           CALCULAR-SUBSIDIOS.

           MOVE ZERO TO SUB-FERIAS-AMT.
           MOVE ZERO TO SUB-NATAL-AMT.
           MOVE ZERO TO SUBSIDY-PAY.
           MOVE ZERO TO SUBSIDY-TAX.
           MOVE ZERO TO SUBSIDY-SS.

           MOVE ZERO TO SUB-EMP.
           SET EMP-IDX TO 1.
           SEARCH EMPLOYEE-ENTRY
               AT END CONTINUE
               WHEN EMP-TBL-EMP-NUMBER (EMP-IDX) = EMPLOYEE_NUMBER
                   SET SUB-EMP TO EMP-IDX
           END-SEARCH.
           IF SUB-EMP = ZERO
               GO TO CALCULAR-SUBSIDIOS-FIM
           END-IF.

      *    what the year paid before this week: a rerun of the week  *
      *    last posted backs that week's own payment out again.      *
           MOVE EMP-TBL-SUBF-PAID (SUB-EMP) TO SUB-PAGO-ANTES.
           MOVE EMP-TBL-SUBN-PAID (SUB-EMP) TO SUB-PAGO-NATAL.
           IF EMP-TBL-LAST-PERIOD (SUB-EMP) = PERIODO-SEMANA-ATUAL
               SUBTRACT EMP-TBL-SUBF-LAST (SUB-EMP) FROM SUB-PAGO-ANTES
               SUBTRACT EMP-TBL-SUBN-LAST (SUB-EMP) FROM SUB-PAGO-NATAL
           END-IF.
           IF PERIODO-JA-POSTADO = "N"
               MOVE ZERO TO EMP-TBL-SUBF-LAST (SUB-EMP)
               MOVE ZERO TO EMP-TBL-SUBN-LAST (SUB-EMP)
           END-IF.

           IF PERIODO-SEMANA-ATUAL (1:6) IS NOT NUMERIC
                   OR CATEGORY-FOUND = "N"
               GO TO CALCULAR-SUBSIDIOS-FIM
           END-IF.
           MOVE PERIODO-SEMANA-ATUAL (1:4) TO SUB-ANO-ATUAL.
           MOVE PERIODO-SEMANA-ATUAL (5:2) TO SUB-MES-ATUAL.

      *    the months served this year: from the hire month for a    *
      *    joiner, to the leaving month for a leaver.                *
           MOVE 1 TO SUB-MES-INICIO.
           MOVE EMP-TBL-HIRE-DATE (SUB-EMP) TO SUB-DATA-X.
           IF SUB-DATA-X IS NUMERIC
               IF SUB-DATA-X (1:4) > PERIODO-SEMANA-ATUAL (1:4)
                   GO TO CALCULAR-SUBSIDIOS-FIM
               END-IF
               IF SUB-DATA-X (1:4) = PERIODO-SEMANA-ATUAL (1:4)
                   MOVE SUB-DATA-X (5:2) TO SUB-MES-INICIO
               END-IF
           END-IF.
           MOVE 12 TO SUB-MES-FIM.
           MOVE EMP-TBL-TERM-DATE (SUB-EMP) TO SUB-DATA-X.
           IF SUB-DATA-X IS NUMERIC
               IF SUB-DATA-X (1:4) = PERIODO-SEMANA-ATUAL (1:4)
                   MOVE SUB-DATA-X (5:2) TO SUB-MES-FIM
               END-IF
           END-IF.

           MOVE "Y" TO SUB-LUMP.
           IF EMP-TBL-SUBSIDY-MODE (SUB-EMP) = "D"
               MOVE "N" TO SUB-LUMP
           END-IF.
           COMPUTE SUB-MENSAL ROUNDED =
                   BASE-RATE * STANDARD-HOURS-PER-WEEK
                   * SEMANAS-POR-ANO / 12.

           MOVE ZERO TO SUB-DEVIDO.
           IF SUB-LUMP = "N" OR SUB-MES-ATUAL NOT < MES-SUBSIDIO-FERIAS
               PERFORM APURAR-SUBSIDIO-DEVIDO
           END-IF.
           IF SUB-DEVIDO > SUB-PAGO-ANTES
               COMPUTE SUB-FERIAS-AMT = SUB-DEVIDO - SUB-PAGO-ANTES
           END-IF.

           MOVE SUB-PAGO-NATAL TO SUB-PAGO-ANTES.
           MOVE ZERO TO SUB-DEVIDO.
           IF SUB-LUMP = "N" OR SUB-MES-ATUAL NOT < MES-SUBSIDIO-NATAL
               PERFORM APURAR-SUBSIDIO-DEVIDO
           END-IF.
           IF SUB-DEVIDO > SUB-PAGO-ANTES
               COMPUTE SUB-NATAL-AMT = SUB-DEVIDO - SUB-PAGO-ANTES
           END-IF.

           COMPUTE SUBSIDY-PAY = SUB-FERIAS-AMT + SUB-NATAL-AMT.
           IF SUBSIDY-PAY = ZERO
               GO TO CALCULAR-SUBSIDIOS-FIM
           END-IF.

           IF PERIODO-JA-POSTADO = "N"
               ADD SUB-FERIAS-AMT TO EMP-TBL-SUBF-PAID (SUB-EMP)
               ADD SUB-NATAL-AMT TO EMP-TBL-SUBN-PAID (SUB-EMP)
               MOVE SUB-FERIAS-AMT TO EMP-TBL-SUBF-LAST (SUB-EMP)
               MOVE SUB-NATAL-AMT TO EMP-TBL-SUBN-LAST (SUB-EMP)
           END-IF.

      *    the marginal rate is the band the week's pay tops out in  *
      *    -- the flat TAX-RATE when there is no bracket table.      *
           MOVE TAX-RATE TO SUB-TAXA.
           IF TAX-BAND-COUNT > ZERO
               COMPUTE SUB-BASE-TAXA = EMP-YTD-ATUAL + GROSS-PAY
               MOVE ZERO TO SUB-TAXA
               PERFORM PROCURAR-TAXA-SUBSIDIO
                   VARYING TAX-IDX FROM 1 BY 1
                   UNTIL TAX-IDX > TAX-BAND-COUNT
           END-IF.

           COMPUTE SUBSIDY-TAX ROUNDED = SUBSIDY-PAY * SUB-TAXA.
           COMPUTE SUBSIDY-SS ROUNDED = SUBSIDY-PAY * SOC-SEC-RATE.
           ADD SUBSIDY-TAX TO TAX-DEDUCTION.
           ADD SUBSIDY-SS TO SOC-SEC-DEDUCTION.
           COMPUTE NET-PAY =
                   NET-PAY + SUBSIDY-PAY - SUBSIDY-TAX - SUBSIDY-SS.

           CALCULAR-SUBSIDIOS-FIM.
               EXIT.

      *    ---- one subsidy's amount due to date: the whole year's   ----*
      *    ---- months served once its legal month is reached, or    ----*
      *    ---- the months served so far when paid in twelfths.      ----*
           APURAR-SUBSIDIO-DEVIDO.

           MOVE SUB-MES-FIM TO SUB-MES-CORTE.
           IF SUB-LUMP = "N" AND SUB-MES-ATUAL < SUB-MES-FIM
               MOVE SUB-MES-ATUAL TO SUB-MES-CORTE
           END-IF.
           MOVE ZERO TO SUB-MESES.
           IF SUB-MES-CORTE NOT < SUB-MES-INICIO
               COMPUTE SUB-MESES = SUB-MES-CORTE - SUB-MES-INICIO + 1
           END-IF.
           COMPUTE SUB-DEVIDO ROUNDED = SUB-MENSAL * SUB-MESES / 12.

           PROCURAR-TAXA-SUBSIDIO.

           IF TAX-TBL-FLOOR (TAX-IDX) NOT > SUB-BASE-TAXA
               MOVE TAX-TBL-RATE (TAX-IDX) TO SUB-TAXA
           END-IF.

      *    ---- the employee's retro arrears for this payslip: the    ----*
      *    ---- pending lines on a posting week (marked paid there    ----*
      *    ---- and then), the lines this very week paid on a rerun,  ----*
      *    ---- and on a trial whatever is still pending.             ----*
           APURAR-RETROATIVOS.

           MOVE ZERO TO RETRO-PAY.
           PERFORM PAGAR-RETROATIVO
               VARYING ARR-IDX FROM 1 BY 1
               UNTIL ARR-IDX > ARR-COUNT.

           PAGAR-RETROATIVO.

           IF ARR-TBL-EMP-NUMBER (ARR-IDX) = EMPLOYEE_NUMBER
               IF ARR-TBL-STATUS (ARR-IDX) = SPACE
                   IF PERIODO-JA-POSTADO = "N" OR TRIAL-MODE = "Y"
                       ADD ARR-TBL-AMOUNT (ARR-IDX) TO RETRO-PAY
                   END-IF
                   IF PERIODO-JA-POSTADO = "N"
                       MOVE "P" TO ARR-TBL-STATUS (ARR-IDX)
                       MOVE PERIODO-SEMANA-ATUAL
                           TO ARR-TBL-PAID-WEEK (ARR-IDX)
                   END-IF
               ELSE
                   IF PERIODO-JA-POSTADO = "Y"
                           AND TRIAL-MODE = "N"
                           AND ARR-TBL-PAID-WEEK (ARR-IDX)
                               = PERIODO-SEMANA-ATUAL
                       ADD ARR-TBL-AMOUNT (ARR-IDX) TO RETRO-PAY
                   END-IF
               END-IF
           END-IF.

      *    ---- the employee's expense claims for this payslip: the   ----*
      *    ---- approved pending ones on a posting week (marked paid  ----*
      *    ---- there and then), the claims this very week paid on a  ----*
      *    ---- rerun, and on a trial whatever approved is pending.   ----*
           APURAR-DESPESAS.

           MOVE ZERO TO DESPESAS-PAY.
           PERFORM PAGAR-DESPESA THRU PAGAR-DESPESA-FIM
               VARYING DSP-IDX FROM 1 BY 1
               UNTIL DSP-IDX > DSP-COUNT.

           PAGAR-DESPESA.

           IF DSP-TBL-EMP-NUMBER (DSP-IDX) NOT = EMPLOYEE_NUMBER
               GO TO PAGAR-DESPESA-FIM
           END-IF.

           IF DSP-TBL-STATUS (DSP-IDX) = "P"
               IF PERIODO-JA-POSTADO = "Y"
                       AND TRIAL-MODE = "N"
                       AND DSP-TBL-PAID-WEEK (DSP-IDX)
                           = PERIODO-SEMANA-ATUAL
                   ADD DSP-TBL-PAID-AMOUNT (DSP-IDX) TO DESPESAS-PAY
               END-IF
               GO TO PAGAR-DESPESA-FIM
           END-IF.

      *    a claim not yet approved waits for a later run; so does    *
      *    one first seen on a rerun of a week already posted.        *
           IF DSP-TBL-APPROVED (DSP-IDX) NOT = "S"
               GO TO PAGAR-DESPESA-FIM
           END-IF.
           IF PERIODO-JA-POSTADO = "Y" AND TRIAL-MODE = "N"
               GO TO PAGAR-DESPESA-FIM
           END-IF.

           PERFORM VALORIZAR-DESPESA THRU VALORIZAR-DESPESA-FIM.
           IF DSP-RETIDA = "S"
               GO TO PAGAR-DESPESA-FIM
           END-IF.

           ADD DSP-VALOR TO DESPESAS-PAY.

           IF PERIODO-JA-POSTADO = "N"
               MOVE "P" TO DSP-TBL-STATUS (DSP-IDX)
               MOVE PERIODO-SEMANA-ATUAL TO DSP-TBL-PAID-WEEK (DSP-IDX)
               MOVE DSP-VALOR TO DSP-TBL-PAID-AMOUNT (DSP-IDX)
               EVALUATE DSP-CONTA
                   WHEN "DSP-KM"
                       ADD DSP-VALOR TO TOTAL-DSP-KM
                   WHEN "DSP-TRANSF"
                       ADD DSP-VALOR TO TOTAL-DSP-TRANSF
                   WHEN "DSP-COMBUST"
                       ADD DSP-VALOR TO TOTAL-DSP-COMBUST
                   WHEN "DSP-PORTAG"
                       ADD DSP-VALOR TO TOTAL-DSP-PORTAG
                   WHEN OTHER
                       ADD DSP-VALOR TO TOTAL-DSP-OUTRAS
               END-EVALUATE
               ADD DSP-VALOR TO TOTAL-DSP-POSTED
               MOVE "PROD1V1" TO AUD-PROGRAMA
               MOVE SPACES TO AUD-CHAVE
               MOVE LAST_NAME TO AUD-CHAVE (1:9)
               MOVE FIRST_NAME TO AUD-CHAVE (11:8)
               MOVE DSP-VALOR TO AUD-VALOR
               MOVE SPACES TO AUD-DESCRICAO
               MOVE "DESPESA" TO AUD-DESCRICAO (1:7)
               MOVE DSP-TBL-TYPE (DSP-IDX) TO AUD-DESCRICAO (9:2)
               MOVE DSP-TBL-DATE (DSP-IDX) TO AUD-DESCRICAO (12:8)
               MOVE DSP-TBL-PLATE (DSP-IDX) TO AUD-DESCRICAO (21:8)
               PERFORM REGISTAR-AUDITORIA THRU REGISTAR-AUDITORIA-EXIT
           END-IF.

           PAGAR-DESPESA-FIM.
               EXIT.

      *    ---- prices one claim and picks its cost account: mileage  ----*
      *    ---- at the per-km rate in force on the day driven, on the ----*
      *    ---- transfer account when the plate was a repositioning   ----*
      *    ---- move; the rest at the amount spent. anything that     ----*
      *    ---- cannot be priced is held and reported, and waits.     ----*
           VALORIZAR-DESPESA.

           MOVE "N" TO DSP-RETIDA.
           MOVE ZERO TO DSP-VALOR.
           MOVE SPACES TO DSP-CONTA.

           IF DSP-TBL-DATE (DSP-IDX) IS NOT NUMERIC
               MOVE "despesa retida - data invalida - " TO ERR-MENSAGEM
               GO TO VALORIZAR-DESPESA-ERRO
           END-IF.
           MOVE DSP-TBL-DATE (DSP-IDX) (1:4) TO VAL-ANO.
           MOVE DSP-TBL-DATE (DSP-IDX) (5:2) TO VAL-MES.
           MOVE DSP-TBL-DATE (DSP-IDX) (7:2) TO VAL-DIA.
           PERFORM VALIDAR-DATA THRU VALIDAR-DATA-EXIT.
           IF VAL-DATA-OK = "N"
               MOVE "despesa retida - data invalida - " TO ERR-MENSAGEM
               GO TO VALORIZAR-DESPESA-ERRO
           END-IF.

           IF DSP-TBL-TYPE (DSP-IDX) = "KM"
               GO TO VALORIZAR-DESPESA-KM
           END-IF.

           EVALUATE DSP-TBL-TYPE (DSP-IDX)
               WHEN "CB"
                   MOVE "DSP-COMBUST" TO DSP-CONTA
               WHEN "PT"
                   MOVE "DSP-PORTAG" TO DSP-CONTA
               WHEN "OU"
                   MOVE "DSP-OUTRAS" TO DSP-CONTA
               WHEN OTHER
                   MOVE "despesa retida - tipo desconhecido - "
                       TO ERR-MENSAGEM
                   GO TO VALORIZAR-DESPESA-ERRO
           END-EVALUATE.
           IF DSP-TBL-AMOUNT (DSP-IDX) = ZERO
               MOVE "despesa retida - sem montante - " TO ERR-MENSAGEM
               GO TO VALORIZAR-DESPESA-ERRO
           END-IF.
           MOVE DSP-TBL-AMOUNT (DSP-IDX) TO DSP-VALOR.
           GO TO VALORIZAR-DESPESA-FIM.

           VALORIZAR-DESPESA-KM.

           IF DSP-TBL-KM (DSP-IDX) = ZERO
               MOVE "despesa retida - km em falta - " TO ERR-MENSAGEM
               GO TO VALORIZAR-DESPESA-ERRO
           END-IF.

           MOVE ZERO TO KMR-TAXA.
           MOVE SPACES TO KMR-DATA-MELHOR.
           PERFORM PROCURAR-TAXA-KM
               VARYING KMR-IDX FROM 1 BY 1
               UNTIL KMR-IDX > KMR-COUNT.
           IF KMR-TAXA = ZERO
               MOVE "despesa retida - sem taxa por km - " TO
                   ERR-MENSAGEM
               GO TO VALORIZAR-DESPESA-ERRO
           END-IF.

           MOVE "DSP-KM" TO DSP-CONTA.
           IF DSP-TBL-PLATE (DSP-IDX) NOT = SPACES
               MOVE "N" TO TRF-ENCONTRADA
               PERFORM PROCURAR-TRANSFERENCIA
                   VARYING TRF-IDX FROM 1 BY 1
                   UNTIL TRF-IDX > TRF-COUNT
                       OR TRF-ENCONTRADA = "Y"
               IF TRF-ENCONTRADA = "N"
                   MOVE "despesa retida - matricula s/ transfer - "
                       TO ERR-MENSAGEM
                   GO TO VALORIZAR-DESPESA-ERRO
               END-IF
               MOVE "DSP-TRANSF" TO DSP-CONTA
           END-IF.

           COMPUTE DSP-VALOR ROUNDED =
                   DSP-TBL-KM (DSP-IDX) * KMR-TAXA.
           GO TO VALORIZAR-DESPESA-FIM.

           VALORIZAR-DESPESA-ERRO.

           MOVE "S" TO DSP-RETIDA.
           MOVE "PROD1V1" TO ERR-PROGRAMA.
           MOVE "E18" TO ERR-CODIGO.
           MOVE LAST_NAME TO ERR-MENSAGEM (42:9).
           PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT.

           VALORIZAR-DESPESA-FIM.
               EXIT.

           PROCURAR-TAXA-KM.

           IF KMR-TBL-EFF-DATE (KMR-IDX) NOT > DSP-TBL-DATE (DSP-IDX)
                   AND (KMR-DATA-MELHOR = SPACES
                   OR KMR-TBL-EFF-DATE (KMR-IDX) > KMR-DATA-MELHOR)
               MOVE KMR-TBL-EFF-DATE (KMR-IDX) TO KMR-DATA-MELHOR
               MOVE KMR-TBL-RATE (KMR-IDX) TO KMR-TAXA
           END-IF.

           PROCURAR-TRANSFERENCIA.

           IF TRF-TBL-PLATE (TRF-IDX) = DSP-TBL-PLATE (DSP-IDX)
               MOVE "Y" TO TRF-ENCONTRADA
           END-IF.

      *    ---- final settlement: every leaver whose leaving date has ----*
      *    ---- come and who is not yet settled is paid out once --   ----*
      *    ---- on a payslip of its own, a bank line and the          ----*
      *    ---- employment-end declaration data.                      ----*
           LIQUIDAR-CESSACOES.

           PERFORM LIQUIDAR-EMPREGADO THRU LIQUIDAR-EMPREGADO-FIM
               VARYING LIQ-EMP FROM 1 BY 1
               UNTIL LIQ-EMP > EMPLOYEE-COUNT.

           IF LIQ-SAIDAS-ABERTAS = "Y"
               CLOSE FINAL-SETTLEMENT-OUT
               CLOSE END-DECLARATION-OUT
           END-IF.

      *    ---- one leaver's settlement: unused vacation days and the ----*
      *    ---- notice compensation at the last hourly rate paid,     ----*
      *    ---- back pay still pending, the rest of the year's        ----*
      *    ---- subsidies, less withholding, then any garnishment and ----*
      *    ---- advance balance still open taken out of the net.      ----*
           LIQUIDAR-EMPREGADO.

           IF EMP-TBL-STATUS (LIQ-EMP) NOT = "T"
                   OR EMP-TBL-TERM-DATE (LIQ-EMP) IS NOT NUMERIC
               GO TO LIQUIDAR-EMPREGADO-FIM
           END-IF.
           IF EMP-TBL-TERM-DATE (LIQ-EMP) > RUN-DATE
               GO TO LIQUIDAR-EMPREGADO-FIM
           END-IF.

           MOVE EMP-TBL-LAST-NAME (LIQ-EMP) TO LAST_NAME.
           MOVE EMP-TBL-FIRST-NAME (LIQ-EMP) TO FIRST_NAME.
           MOVE EMP-TBL-EMP-NUMBER (LIQ-EMP) TO EMPLOYEE_NUMBER.
           MOVE EMP-TBL-ACCOUNT (LIQ-EMP) TO ACCOUNT-NUMBER.

      *    a leaver is settled once. a rerun of the night that settled *
      *    them rewrites the bank file whole, so the settlement's      *
      *    bank line goes out again -- nothing else does.              *
           IF EMP-TBL-SETTLED-DATE (LIQ-EMP) NOT = SPACES
               IF EMP-TBL-SETTLED-DATE (LIQ-EMP) = RUN-DATE
                       AND TRIAL-MODE = "N"
                   MOVE EMP-TBL-SETTLED-NET (LIQ-EMP) TO NET-PAY
                   PERFORM WRITE-BANK-DEPOSIT
                       THRU WRITE-BANK-DEPOSIT-FIM
                   MOVE "PROD1V1" TO ERR-PROGRAMA
                   MOVE "E10" TO ERR-CODIGO
                   MOVE "liquidacao ja postada - rerun - " TO
                       ERR-MENSAGEM
                   MOVE LAST_NAME TO ERR-MENSAGEM (33:9)
                   PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               END-IF
               GO TO LIQUIDAR-EMPREGADO-FIM
           END-IF.

      *    the rate the leaver was last paid at; failing that, their  *
      *    personal rate in force on the leaving date.                *
           MOVE EMP-TBL-LAST-RATE (LIQ-EMP) TO LIQ-TAXA.
           IF LIQ-TAXA = ZERO
               MOVE ZERO TO TAXA-DIA
               MOVE EMP-TBL-TERM-DATE (LIQ-EMP) TO TAXA-DATA-ALVO
               MOVE SPACES TO TAXA-DATA-MELHOR
               PERFORM PROCURAR-TAXA-DIA
                   VARYING RATE-IDX FROM 1 BY 1
                   UNTIL RATE-IDX > RATE-COUNT
               MOVE TAXA-DIA TO LIQ-TAXA
           END-IF.
           IF LIQ-TAXA = ZERO
               MOVE "PROD1V1" TO ERR-PROGRAMA
               MOVE "E16" TO ERR-CODIGO
               MOVE "liquidacao adiada - sem taxa horaria - " TO
                   ERR-MENSAGEM
               MOVE LAST_NAME TO ERR-MENSAGEM (40:9)
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               GO TO LIQUIDAR-EMPREGADO-FIM
           END-IF.

      *    the settlement posts under the leaving date; a trial only  *
      *    previews it.                                               *
           MOVE LIQ-TAXA TO BASE-RATE.
           MOVE EMP-TBL-TERM-DATE (LIQ-EMP) TO PERIODO-SEMANA-ATUAL.
           MOVE "N" TO PERIODO-JA-POSTADO.
           IF TRIAL-MODE = "Y"
               MOVE "Y" TO PERIODO-JA-POSTADO
           END-IF.
           MOVE ZERO TO OVERTIME-PAY.
           MOVE ZERO TO SHIFT-DIFF-PAY.
           MOVE ZERO TO REGULAR-HOURS-DEC.
           MOVE ZERO TO OT-HOURS-DEC.
           MOVE ZERO TO WORKED-HOURS-DEC.
           MOVE ZERO TO HOLIDAY-HOURS-DEC.
           MOVE ZERO TO HOLIDAY-PAY.
           MOVE ZERO TO LIQ-PENHORA-PENDENTE.
           MOVE ZERO TO LIQ-ADIANT-PENDENTE.

           MOVE EMP-TBL-VAC-BALANCE (LIQ-EMP) TO LIQ-FERIAS-DIAS.
           COMPUTE LIQ-FERIAS ROUNDED =
                   LIQ-FERIAS-DIAS * STANDARD-HOURS-PER-DAY * LIQ-TAXA.
           COMPUTE LIQ-AVISO ROUNDED =
                   EMP-TBL-NOTICE-DAYS (LIQ-EMP)
                   * STANDARD-HOURS-PER-DAY * LIQ-TAXA.
           PERFORM APURAR-RETROATIVOS.
           COMPUTE GROSS-PAY = LIQ-FERIAS + LIQ-AVISO + RETRO-PAY.

           PERFORM OBTER-YTD-ATUAL.
           PERFORM CALCULATE-DEDUCTIONS.
           PERFORM LIQUIDAR-SUBSIDIOS THRU LIQUIDAR-SUBSIDIOS-FIM.
           PERFORM LIQUIDAR-PENHORAS.
           PERFORM LIQUIDAR-ADIANTAMENTOS.
           PERFORM APURAR-DESPESAS.
           ADD DESPESAS-PAY TO NET-PAY.

      *    what the net could not cover stays on the masters and is   *
      *    reported for recovery by other means.                      *
           IF LIQ-PENHORA-PENDENTE > ZERO OR LIQ-ADIANT-PENDENTE > ZERO
               MOVE "PROD1V1" TO ERR-PROGRAMA
               MOVE "E16" TO ERR-CODIGO
               MOVE "liquidacao com saldo por recuperar - " TO
                   ERR-MENSAGEM
               MOVE LAST_NAME TO ERR-MENSAGEM (38:9)
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
           END-IF.

           COMPUTE LIQ-YTD-BRUTO =
                   EMP-TBL-YTD-GROSS (LIQ-EMP)
                   + GROSS-PAY + SUBSIDY-PAY.
           COMPUTE LIQ-YTD-DESCONTOS =
                   EMP-TBL-YTD-DEDUCTIONS (LIQ-EMP)
                   + TAX-DEDUCTION + SOC-SEC-DEDUCTION.

      *    the year's totals move here rather than through the weekly *
      *    YTD update, which would restamp the week the rerun guard   *
      *    keys on with the leaving date.                             *
           IF PERIODO-JA-POSTADO = "N"
               ADD TAX-DEDUCTION TO TOTAL-TAX-RUN
               ADD SOC-SEC-DEDUCTION TO TOTAL-SS-RUN
               ADD NET-PAY TO TOTAL-NET-RUN
               ADD SUBSIDY-PAY TO TOTAL-SUBSIDY-RUN
               ADD GROSS-PAY TO TOTAL-RESCISAO-RUN
               MOVE LIQ-YTD-BRUTO TO EMP-TBL-YTD-GROSS (LIQ-EMP)
               MOVE LIQ-YTD-DESCONTOS
                   TO EMP-TBL-YTD-DEDUCTIONS (LIQ-EMP)
               MOVE ZERO TO EMP-TBL-VAC-BALANCE (LIQ-EMP)
               MOVE RUN-DATE TO EMP-TBL-SETTLED-DATE (LIQ-EMP)
               MOVE NET-PAY TO EMP-TBL-SETTLED-NET (LIQ-EMP)
               MOVE "PROD1V1" TO AUD-PROGRAMA
               MOVE SPACES TO AUD-CHAVE
               MOVE LAST_NAME TO AUD-CHAVE (1:9)
               MOVE FIRST_NAME TO AUD-CHAVE (11:8)
               ADD NET-PAY TO TOTAL-NET-POSTED
               MOVE NET-PAY TO AUD-VALOR
               MOVE "LIQUIDACAO FINAL" TO AUD-DESCRICAO
               PERFORM REGISTAR-AUDITORIA THRU REGISTAR-AUDITORIA-EXIT
               PERFORM GRAVAR-PAY-HISTORY
           END-IF.

           PERFORM WRITE-BANK-DEPOSIT THRU WRITE-BANK-DEPOSIT-FIM.

           IF LIQ-SAIDAS-ABERTAS = "N"
               PERFORM ABRIR-SAIDAS-LIQUIDACAO
           END-IF.
           PERFORM ESCREVER-LIQUIDACAO.
           PERFORM ESCREVER-DECLARACAO-CESSACAO.

           LIQUIDAR-EMPREGADO-FIM.
               EXIT.

      *    ---- the leaver's subsidies owed to the leaving date: each ----*
      *    ---- one a month's regular pay pro-rated over the months   ----*
      *    ---- served in the year, less what the year already paid.  ----*
      *    ---- anything overpaid is not clawed back. withheld at the ----*
      *    ---- marginal band like the weekly subsidies.              ----*
           LIQUIDAR-SUBSIDIOS.

           MOVE ZERO TO SUB-FERIAS-AMT.
           MOVE ZERO TO SUB-NATAL-AMT.
           MOVE ZERO TO SUBSIDY-PAY.
           MOVE ZERO TO SUBSIDY-TAX.
           MOVE ZERO TO SUBSIDY-SS.
           MOVE LIQ-EMP TO SUB-EMP.

      *    a leaving date in a year already closed has had its        *
      *    subsidy totals reset -- settled by hand, not here.         *
           IF EMP-TBL-TERM-DATE (SUB-EMP) (1:4) NOT = RUN-DATE-YYYY
               MOVE "PROD1V1" TO ERR-PROGRAMA
               MOVE "E16" TO ERR-CODIGO
               MOVE "subsidios de ano fechado por liquidar - " TO
                   ERR-MENSAGEM
               MOVE LAST_NAME TO ERR-MENSAGEM (41:9)
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               GO TO LIQUIDAR-SUBSIDIOS-FIM
           END-IF.

           MOVE EMP-TBL-TERM-DATE (SUB-EMP) (5:2) TO SUB-MES-FIM.
           MOVE SUB-MES-FIM TO SUB-MES-ATUAL.
           MOVE 1 TO SUB-MES-INICIO.
           MOVE EMP-TBL-HIRE-DATE (SUB-EMP) TO SUB-DATA-X.
           IF SUB-DATA-X IS NUMERIC
               IF SUB-DATA-X (1:4) = RUN-DATE-YYYY
                   MOVE SUB-DATA-X (5:2) TO SUB-MES-INICIO
               END-IF
           END-IF.
           MOVE "Y" TO SUB-LUMP.
           COMPUTE SUB-MENSAL ROUNDED =
                   BASE-RATE * STANDARD-HOURS-PER-WEEK
                   * SEMANAS-POR-ANO / 12.
           PERFORM APURAR-SUBSIDIO-DEVIDO.

           IF SUB-DEVIDO > EMP-TBL-SUBF-PAID (SUB-EMP)
               COMPUTE SUB-FERIAS-AMT =
                       SUB-DEVIDO - EMP-TBL-SUBF-PAID (SUB-EMP)
           END-IF.
           IF SUB-DEVIDO > EMP-TBL-SUBN-PAID (SUB-EMP)
               COMPUTE SUB-NATAL-AMT =
                       SUB-DEVIDO - EMP-TBL-SUBN-PAID (SUB-EMP)
           END-IF.

           COMPUTE SUBSIDY-PAY = SUB-FERIAS-AMT + SUB-NATAL-AMT.
           IF SUBSIDY-PAY = ZERO
               GO TO LIQUIDAR-SUBSIDIOS-FIM
           END-IF.

           IF PERIODO-JA-POSTADO = "N"
               ADD SUB-FERIAS-AMT TO EMP-TBL-SUBF-PAID (SUB-EMP)
               ADD SUB-NATAL-AMT TO EMP-TBL-SUBN-PAID (SUB-EMP)
           END-IF.

           MOVE TAX-RATE TO SUB-TAXA.
           IF TAX-BAND-COUNT > ZERO
               COMPUTE SUB-BASE-TAXA = EMP-YTD-ATUAL + GROSS-PAY
               MOVE ZERO TO SUB-TAXA
               PERFORM PROCURAR-TAXA-SUBSIDIO
                   VARYING TAX-IDX FROM 1 BY 1
                   UNTIL TAX-IDX > TAX-BAND-COUNT
           END-IF.

           COMPUTE SUBSIDY-TAX ROUNDED = SUBSIDY-PAY * SUB-TAXA.
           COMPUTE SUBSIDY-SS ROUNDED = SUBSIDY-PAY * SOC-SEC-RATE.
           ADD SUBSIDY-TAX TO TAX-DEDUCTION.
           ADD SUBSIDY-SS TO SOC-SEC-DEDUCTION.
           COMPUTE NET-PAY =
                   NET-PAY + SUBSIDY-PAY - SUBSIDY-TAX - SUBSIDY-SS.

           LIQUIDAR-SUBSIDIOS-FIM.
               EXIT.

      *    ---- the leaver's running garnishments, in priority order, ----*
      *    ---- take their whole remaining balance as far as the net  ----*
      *    ---- allows. the other standing deductions ended with the  ----*
      *    ---- job and take nothing here.                            ----*
           LIQUIDAR-PENHORAS.

           MOVE ZERO TO RECURRING-DED-TOTAL.
           PERFORM LIQUIDAR-PRIORIDADE-PENHORA
               VARYING DED-PRIO FROM 1 BY 1
               UNTIL DED-PRIO > 99.

           LIQUIDAR-PRIORIDADE-PENHORA.

           PERFORM LIQUIDAR-PENHORA-LINHA
               VARYING DED-IDX FROM 1 BY 1
               UNTIL DED-IDX > DED-COUNT.

           LIQUIDAR-PENHORA-LINHA.

           IF DED-TBL-PRIORITY (DED-IDX) = DED-PRIO
                   AND DED-TBL-EMP-NUMBER (DED-IDX) = EMPLOYEE_NUMBER
                   AND DED-TBL-TYPE (DED-IDX) = "G"
                   AND DED-TBL-BALANCE (DED-IDX) > ZERO
               MOVE DED-TBL-BALANCE (DED-IDX) TO LIQ-VALOR
               IF LIQ-VALOR > NET-PAY
                   MOVE NET-PAY TO LIQ-VALOR
               END-IF
      *        one line's take is held to what the remittance can     *
      *        carry; the rest stays outstanding.                     *
               IF LIQ-VALOR > 99999.99
                   MOVE 99999.99 TO LIQ-VALOR
               END-IF
               MOVE LIQ-VALOR TO DED-AMT
               COMPUTE LIQ-PENHORA-PENDENTE = LIQ-PENHORA-PENDENTE
                       + DED-TBL-BALANCE (DED-IDX) - DED-AMT

               IF DED-AMT > ZERO
                   SUBTRACT DED-AMT FROM NET-PAY
                   ADD DED-AMT TO RECURRING-DED-TOTAL
                   IF PERIODO-JA-POSTADO = "N"
                       ADD DED-AMT TO TOTAL-RECURRING-RUN
                       SUBTRACT DED-AMT FROM DED-TBL-BALANCE (DED-IDX)
                       PERFORM ACUMULAR-REMESSA
                   END-IF
               END-IF
           END-IF.

      *    ---- every advance balance the leaver still owes comes out ----*
      *    ---- in full, not by instalment, as far as the net allows. ----*
           LIQUIDAR-ADIANTAMENTOS.

           MOVE ZERO TO ADV-RECOVERED-WEEK.
           PERFORM LIQUIDAR-ADIANTAMENTO-LINHA
               VARYING ADV-IDX FROM 1 BY 1
               UNTIL ADV-IDX > ADV-COUNT.

           LIQUIDAR-ADIANTAMENTO-LINHA.

           IF ADV-TBL-EMP-NUMBER (ADV-IDX) = EMPLOYEE_NUMBER
                   AND ADV-TBL-BALANCE (ADV-IDX) > ZERO
               MOVE ADV-TBL-BALANCE (ADV-IDX) TO LIQ-VALOR
               IF LIQ-VALOR > NET-PAY
                   MOVE NET-PAY TO LIQ-VALOR
               END-IF
               IF LIQ-VALOR > 99999.99
                   MOVE 99999.99 TO LIQ-VALOR
               END-IF
               MOVE LIQ-VALOR TO ADV-RECOVERY-AMT
               COMPUTE LIQ-ADIANT-PENDENTE = LIQ-ADIANT-PENDENTE
                       + ADV-TBL-BALANCE (ADV-IDX) - ADV-RECOVERY-AMT

               IF ADV-RECOVERY-AMT > ZERO
                   SUBTRACT ADV-RECOVERY-AMT FROM NET-PAY
                   ADD ADV-RECOVERY-AMT TO ADV-RECOVERED-WEEK
                   IF PERIODO-JA-POSTADO = "N"
                       SUBTRACT ADV-RECOVERY-AMT
                           FROM ADV-TBL-BALANCE (ADV-IDX)
                       ADD ADV-RECOVERY-AMT TO TOTAL-ADV-RECOVERED
                       MOVE "PROD1V1" TO AUD-PROGRAMA
                       MOVE SPACES TO AUD-CHAVE
                       MOVE LAST_NAME TO AUD-CHAVE (1:9)
                       MOVE FIRST_NAME TO AUD-CHAVE (11:8)
                       MOVE ADV-RECOVERY-AMT TO AUD-VALOR
                       MOVE "RECUPERACAO ADIANTAMENTO" TO AUD-DESCRICAO
                       PERFORM REGISTAR-AUDITORIA
                           THRU REGISTAR-AUDITORIA-EXIT
                   END-IF
               END-IF
           END-IF.

      *    ---- opened on the first leaver settled: a trial starts    ----*
      *    ---- its own files under the banner, a posting run appends ----*
      *    ---- to the month's, creating them the first time.         ----*
           ABRIR-SAIDAS-LIQUIDACAO.

           MOVE "Y" TO LIQ-SAIDAS-ABERTAS.
           IF TRIAL-MODE = "Y"
               OPEN OUTPUT FINAL-SETTLEMENT-OUT
               OPEN OUTPUT END-DECLARATION-OUT
               MOVE "*** TRIAL RUN - NOT POSTED ***" TO FS-SEP-TEXT
               WRITE FS-SEPARATOR-LINE
               MOVE SPACES TO END-DECLARATION-LINE
               MOVE "*** TRIAL RUN - NOT POSTED ***" TO
                   END-DECLARATION-LINE
               WRITE END-DECLARATION-LINE
           ELSE
               OPEN EXTEND FINAL-SETTLEMENT-OUT
               IF FINAL-SETTLEMENT-STATUS = "05"
                       OR FINAL-SETTLEMENT-STATUS = "35"
                   OPEN OUTPUT FINAL-SETTLEMENT-OUT
                   CLOSE FINAL-SETTLEMENT-OUT
                   OPEN EXTEND FINAL-SETTLEMENT-OUT
               END-IF
               OPEN EXTEND END-DECLARATION-OUT
               IF END-DECLARATION-STATUS = "05"
                       OR END-DECLARATION-STATUS = "35"
                   OPEN OUTPUT END-DECLARATION-OUT
                   CLOSE END-DECLARATION-OUT
                   OPEN EXTEND END-DECLARATION-OUT
               END-IF
           END-IF.

      *    ---- the leaver's final payslip: every figure on its own   ----*
      *    ---- labelled line, the unrecovered balances only when     ----*
      *    ---- there are any.                                        ----*
           ESCREVER-LIQUIDACAO.

           MOVE SPACES TO FS-HEADER-LINE.
           MOVE "FINAL PAY" TO FS-HDR-LABEL.
           MOVE LAST_NAME TO FS-HDR-LAST-NAME.
           MOVE FIRST_NAME TO FS-HDR-FIRST-NAME.
           MOVE "LEFT: " TO FS-HDR-DATE-LABEL.
           MOVE EMP-TBL-TERM-DATE (LIQ-EMP) TO FS-HDR-DATE.
           WRITE FS-HEADER-LINE.

           MOVE "VACATION PAYOUT" TO LIQ-ROTULO.
           MOVE LIQ-FERIAS TO LIQ-VALOR.
           PERFORM ESCREVER-LINHA-LIQUIDACAO.
           MOVE "NOTICE COMPENSATION" TO LIQ-ROTULO.
           MOVE LIQ-AVISO TO LIQ-VALOR.
           PERFORM ESCREVER-LINHA-LIQUIDACAO.
           MOVE "RETRO PAY (ARREARS)" TO LIQ-ROTULO.
           MOVE RETRO-PAY TO LIQ-VALOR.
           PERFORM ESCREVER-LINHA-LIQUIDACAO.
           MOVE "HOLIDAY SUBSIDY" TO LIQ-ROTULO.
           MOVE SUB-FERIAS-AMT TO LIQ-VALOR.
           PERFORM ESCREVER-LINHA-LIQUIDACAO.
           MOVE "CHRISTMAS SUBSIDY" TO LIQ-ROTULO.
           MOVE SUB-NATAL-AMT TO LIQ-VALOR.
           PERFORM ESCREVER-LINHA-LIQUIDACAO.
           MOVE "GROSS PAY" TO LIQ-ROTULO.
           COMPUTE LIQ-VALOR = GROSS-PAY + SUBSIDY-PAY.
           PERFORM ESCREVER-LINHA-LIQUIDACAO.
           MOVE "TAX WITHHELD" TO LIQ-ROTULO.
           MOVE TAX-DEDUCTION TO LIQ-VALOR.
           PERFORM ESCREVER-LINHA-LIQUIDACAO.
           MOVE "SOCIAL SECURITY" TO LIQ-ROTULO.
           MOVE SOC-SEC-DEDUCTION TO LIQ-VALOR.
           PERFORM ESCREVER-LINHA-LIQUIDACAO.
           MOVE "GARNISHMENT" TO LIQ-ROTULO.
           MOVE RECURRING-DED-TOTAL TO LIQ-VALOR.
           PERFORM ESCREVER-LINHA-LIQUIDACAO.
           MOVE "ADVANCE RECOVERED" TO LIQ-ROTULO.
           MOVE ADV-RECOVERED-WEEK TO LIQ-VALOR.
           PERFORM ESCREVER-LINHA-LIQUIDACAO.
           MOVE "EXPENSES (TAX-FREE)" TO LIQ-ROTULO.
           MOVE DESPESAS-PAY TO LIQ-VALOR.
           PERFORM ESCREVER-LINHA-LIQUIDACAO.
           MOVE "NET PAY" TO LIQ-ROTULO.
           MOVE NET-PAY TO LIQ-VALOR.
           PERFORM ESCREVER-LINHA-LIQUIDACAO.
           IF LIQ-PENHORA-PENDENTE > ZERO
               MOVE "GARNISHMENT UNPAID" TO LIQ-ROTULO
               MOVE LIQ-PENHORA-PENDENTE TO LIQ-VALOR
               PERFORM ESCREVER-LINHA-LIQUIDACAO
           END-IF.
           IF LIQ-ADIANT-PENDENTE > ZERO
               MOVE "ADVANCE UNPAID" TO LIQ-ROTULO
               MOVE LIQ-ADIANT-PENDENTE TO LIQ-VALOR
               PERFORM ESCREVER-LINHA-LIQUIDACAO
           END-IF.

           MOVE ALL "-" TO FS-SEP-TEXT.
           WRITE FS-SEPARATOR-LINE.

           ESCREVER-LINHA-LIQUIDACAO.

           MOVE SPACES TO FS-DETAIL-LINE.
           MOVE LIQ-ROTULO TO FS-DET-LABEL.
           MOVE LIQ-VALOR TO FS-DET-AMOUNT.
           WRITE FS-DETAIL-LINE.

      *    ---- the leaver's employment-end declaration line.         ----*
           ESCREVER-DECLARACAO-CESSACAO.

           MOVE SPACES TO END-DECLARATION-LINE.
           MOVE LAST_NAME TO ED-LAST-NAME-OUT.
           MOVE FIRST_NAME TO ED-FIRST-NAME-OUT.
           MOVE EMPLOYEE_NUMBER TO ED-EMP-NUMBER-OUT.
           MOVE EMP-TBL-NIF (LIQ-EMP) TO ED-NIF-OUT.
           MOVE EMP-TBL-NISS (LIQ-EMP) TO ED-NISS-OUT.
           MOVE EMP-TBL-HIRE-DATE (LIQ-EMP) TO ED-HIRE-DATE-OUT.
           MOVE EMP-TBL-TERM-DATE (LIQ-EMP) TO ED-TERM-DATE-OUT.
           MOVE EMP-TBL-END-REASON (LIQ-EMP) TO ED-REASON-OUT.
           MOVE EMP-TBL-NOTICE-DAYS (LIQ-EMP) TO ED-NOTICE-DAYS-OUT.
           MOVE LIQ-FERIAS-DIAS TO ED-VAC-DAYS-OUT.
           MOVE LIQ-YTD-BRUTO TO ED-YTD-GROSS-OUT.
           MOVE LIQ-YTD-DESCONTOS TO ED-YTD-DED-OUT.
           MOVE SUBSIDY-PAY TO ED-SUBSIDIES-OUT.
           MOVE GROSS-PAY TO ED-GROSS-OUT.
           MOVE NET-PAY TO ED-NET-OUT.
           COMPUTE LIQ-VALOR =
                   LIQ-PENHORA-PENDENTE + LIQ-ADIANT-PENDENTE.
           MOVE LIQ-VALOR TO ED-UNRECOVERED-OUT.
           WRITE END-DECLARATION-LINE.

      *    ---- pulls BRANCH-ASSIGNMENTS.txt, if present, into        ----*
      *    ---- DESTAC-TABLE; read only here -- PROD1V2 maintains it. ----*
           LOAD-BRANCH-ASSIGNMENTS.

           MOVE "YYY" TO BRANCH-ASSIGN-EOF.
           OPEN INPUT BRANCH-ASSIGNMENTS.

           IF BRANCH-ASSIGN-STATUS = "00"
               MOVE SPACES TO BRANCH-ASSIGN-EOF
               READ BRANCH-ASSIGNMENTS
                   AT END MOVE "YYY" TO BRANCH-ASSIGN-EOF
               END-READ

               PERFORM BUILD-DESTAC-ENTRY
                   UNTIL BRANCH-ASSIGN-EOF = "YYY"

               CLOSE BRANCH-ASSIGNMENTS
           END-IF.

           BUILD-DESTAC-ENTRY.

           IF DESTAC-COUNT = 500 AND DESTAC-OVERFLOW = "N"
               MOVE "Y" TO DESTAC-OVERFLOW
               MOVE "PROD1V1" TO ERR-PROGRAMA
               MOVE "E12" TO ERR-CODIGO
               MOVE "destacamentos excedem a tabela - ignorados" TO
                   ERR-MENSAGEM
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
           END-IF.

           IF DESTAC-COUNT < 500
                   AND BRA-BALCAO IS NUMERIC
                   AND BRA-INICIO IS NUMERIC
                   AND BRA-FIM IS NUMERIC
               ADD 1 TO DESTAC-COUNT
               MOVE BRA-LAST-NAME TO DESTAC-TBL-LAST-NAME (DESTAC-COUNT)
               MOVE BRA-FIRST-NAME
                   TO DESTAC-TBL-FIRST-NAME (DESTAC-COUNT)
               IF BRA-EMP-NUMBER IS NUMERIC
                   MOVE BRA-EMP-NUMBER
                       TO DESTAC-TBL-EMP-NUMBER (DESTAC-COUNT)
               ELSE
                   MOVE ZERO TO DESTAC-TBL-EMP-NUMBER (DESTAC-COUNT)
               END-IF
               MOVE BRA-INICIO TO DESTAC-TBL-INICIO (DESTAC-COUNT)
               MOVE BRA-FIM TO DESTAC-TBL-FIM (DESTAC-COUNT)
               MOVE BRA-BALCAO TO DESTAC-TBL-BALCAO (DESTAC-COUNT)
           END-IF.

           READ BRANCH-ASSIGNMENTS
               AT END MOVE "YYY" TO BRANCH-ASSIGN-EOF
           END-READ.

      *    ---- pulls PAY-RATES.txt, if present, into RATE-TABLE;     ----*
      *    ---- read only here -- PROD1V2 maintains it.               ----*
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
               MOVE "PROD1V1" TO ERR-PROGRAMA
               MOVE "E12" TO ERR-CODIGO
               MOVE "taxas horarias excedem a tabela - ignorada" TO
                   ERR-MENSAGEM
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
           END-IF.

           IF RATE-COUNT < 500
                   AND RATE-BASE IS NUMERIC
                   AND RATE-EFF-DATE IS NUMERIC
               ADD 1 TO RATE-COUNT
               MOVE RATE-LAST-NAME TO RATE-TBL-LAST-NAME (RATE-COUNT)
               MOVE RATE-FIRST-NAME TO RATE-TBL-FIRST-NAME (RATE-COUNT)
               IF RATE-EMP-NUMBER IS NUMERIC
                   MOVE RATE-EMP-NUMBER
                       TO RATE-TBL-EMP-NUMBER (RATE-COUNT)
               ELSE
                   MOVE ZERO TO RATE-TBL-EMP-NUMBER (RATE-COUNT)
               END-IF
               MOVE RATE-EFF-DATE TO RATE-TBL-EFF-DATE (RATE-COUNT)
               MOVE RATE-BASE TO RATE-TBL-BASE (RATE-COUNT)
           END-IF.

           READ PAY-RATES
               AT END MOVE "YYY" TO PAY-RATES-EOF
           END-READ.

      *    ---- pulls RETRO-ARREARS.txt, if present, into ARR-TABLE.  ----*
           LOAD-RETRO-ARREARS.

           MOVE "YYY" TO RETRO-ARREARS-EOF.
           OPEN INPUT RETRO-ARREARS.

           IF RETRO-ARREARS-STATUS = "00"
               MOVE SPACES TO RETRO-ARREARS-EOF
               READ RETRO-ARREARS
                   AT END MOVE "YYY" TO RETRO-ARREARS-EOF
               END-READ

               PERFORM BUILD-ARR-ENTRY
                   UNTIL RETRO-ARREARS-EOF = "YYY"

               CLOSE RETRO-ARREARS
           END-IF.

           BUILD-ARR-ENTRY.

           IF ARR-COUNT = 200 AND ARREARS-OVERFLOW = "N"
               MOVE "Y" TO ARREARS-OVERFLOW
               MOVE "PROD1V1" TO ERR-PROGRAMA
               MOVE "E12" TO ERR-CODIGO
               MOVE "retroactivos excedem a tabela" TO ERR-MENSAGEM
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
           END-IF.

           IF ARR-COUNT < 200 AND ARR-AMOUNT IS NUMERIC
               ADD 1 TO ARR-COUNT
               MOVE ARR-LAST-NAME TO ARR-TBL-LAST-NAME (ARR-COUNT)
               MOVE ARR-FIRST-NAME TO ARR-TBL-FIRST-NAME (ARR-COUNT)
               IF ARR-EMP-NUMBER IS NUMERIC
                   MOVE ARR-EMP-NUMBER
                       TO ARR-TBL-EMP-NUMBER (ARR-COUNT)
               ELSE
                   MOVE ZERO TO ARR-TBL-EMP-NUMBER (ARR-COUNT)
               END-IF
               MOVE ARR-WEEK-FROM TO ARR-TBL-WEEK-FROM (ARR-COUNT)
               MOVE ARR-WEEK-TO TO ARR-TBL-WEEK-TO (ARR-COUNT)
               MOVE ARR-AMOUNT TO ARR-TBL-AMOUNT (ARR-COUNT)
               IF ARR-STATUS = "P"
                   MOVE "P" TO ARR-TBL-STATUS (ARR-COUNT)
               ELSE
                   MOVE SPACE TO ARR-TBL-STATUS (ARR-COUNT)
               END-IF
               MOVE ARR-PAID-WEEK TO ARR-TBL-PAID-WEEK (ARR-COUNT)
           END-IF.

           READ RETRO-ARREARS
               AT END MOVE "YYY" TO RETRO-ARREARS-EOF
           END-READ.

      *    ---- rewrites RETRO-ARREARS.txt with this run's paid       ----*
      *    ---- lines marked P.                                       ----*
           SAVE-RETRO-ARREARS.

           IF ARREARS-OVERFLOW = "Y"
               MOVE "PROD1V1" TO ERR-PROGRAMA
               MOVE "E12" TO ERR-CODIGO
               MOVE "retroactivos nao reescritos - tabela cheia"
                   TO ERR-MENSAGEM
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               GO TO SAVE-RETRO-ARREARS-FIM
           END-IF.

           IF ARR-COUNT = ZERO
               GO TO SAVE-RETRO-ARREARS-FIM
           END-IF.

           OPEN OUTPUT RETRO-ARREARS.
           PERFORM WRITE-ARR-ENTRY
               VARYING ARR-IDX FROM 1 BY 1
               UNTIL ARR-IDX > ARR-COUNT.
           CLOSE RETRO-ARREARS.

           SAVE-RETRO-ARREARS-FIM.
               EXIT.

           WRITE-ARR-ENTRY.

           MOVE SPACES TO RETRO-ARREARS-FILE.
           MOVE ARR-TBL-LAST-NAME (ARR-IDX) TO ARR-LAST-NAME.
           MOVE ARR-TBL-FIRST-NAME (ARR-IDX) TO ARR-FIRST-NAME.
           MOVE ARR-TBL-EMP-NUMBER (ARR-IDX) TO ARR-EMP-NUMBER.
           MOVE ARR-TBL-WEEK-FROM (ARR-IDX) TO ARR-WEEK-FROM.
           MOVE ARR-TBL-WEEK-TO (ARR-IDX) TO ARR-WEEK-TO.
           MOVE ARR-TBL-AMOUNT (ARR-IDX) TO ARR-AMOUNT.
           MOVE ARR-TBL-STATUS (ARR-IDX) TO ARR-STATUS.
           MOVE ARR-TBL-PAID-WEEK (ARR-IDX) TO ARR-PAID-WEEK.
           WRITE RETRO-ARREARS-FILE.

      *    ---- pulls EXPENSE-CLAIMS.txt, if present, into DSP-TABLE. ----*
           LOAD-EXPENSE-CLAIMS.

           MOVE "YYY" TO EXPENSE-CLAIMS-EOF.
           OPEN INPUT EXPENSE-CLAIMS.

           IF EXPENSE-CLAIMS-STATUS = "00"
               MOVE SPACES TO EXPENSE-CLAIMS-EOF
               READ EXPENSE-CLAIMS
                   AT END MOVE "YYY" TO EXPENSE-CLAIMS-EOF
               END-READ

               PERFORM BUILD-DSP-ENTRY
                   UNTIL EXPENSE-CLAIMS-EOF = "YYY"

               CLOSE EXPENSE-CLAIMS
           END-IF.

           BUILD-DSP-ENTRY.

           IF DSP-COUNT = 300 AND CLAIMS-OVERFLOW = "N"
               MOVE "Y" TO CLAIMS-OVERFLOW
               MOVE "PROD1V1" TO ERR-PROGRAMA
               MOVE "E12" TO ERR-CODIGO
               MOVE "despesas excedem a tabela" TO ERR-MENSAGEM
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
           END-IF.

           IF DSP-COUNT < 300
               ADD 1 TO DSP-COUNT
               MOVE DSP-LAST-NAME TO DSP-TBL-LAST-NAME (DSP-COUNT)
               MOVE DSP-FIRST-NAME TO DSP-TBL-FIRST-NAME (DSP-COUNT)
               IF DSP-EMP-NUMBER IS NUMERIC
                   MOVE DSP-EMP-NUMBER
                       TO DSP-TBL-EMP-NUMBER (DSP-COUNT)
               ELSE
                   MOVE ZERO TO DSP-TBL-EMP-NUMBER (DSP-COUNT)
               END-IF
               MOVE DSP-DATE TO DSP-TBL-DATE (DSP-COUNT)
               MOVE DSP-TYPE TO DSP-TBL-TYPE (DSP-COUNT)
               IF DSP-AMOUNT IS NUMERIC
                   MOVE DSP-AMOUNT TO DSP-TBL-AMOUNT (DSP-COUNT)
               ELSE
                   MOVE ZERO TO DSP-TBL-AMOUNT (DSP-COUNT)
               END-IF
               IF DSP-KM IS NUMERIC
                   MOVE DSP-KM TO DSP-TBL-KM (DSP-COUNT)
               ELSE
                   MOVE ZERO TO DSP-TBL-KM (DSP-COUNT)
               END-IF
               MOVE DSP-PLATE TO DSP-TBL-PLATE (DSP-COUNT)
               MOVE DSP-APPROVED TO DSP-TBL-APPROVED (DSP-COUNT)
               IF DSP-STATUS = "P"
                   MOVE "P" TO DSP-TBL-STATUS (DSP-COUNT)
               ELSE
                   MOVE SPACE TO DSP-TBL-STATUS (DSP-COUNT)
               END-IF
               MOVE DSP-PAID-WEEK TO DSP-TBL-PAID-WEEK (DSP-COUNT)
               IF DSP-PAID-AMOUNT IS NUMERIC
                   MOVE DSP-PAID-AMOUNT
                       TO DSP-TBL-PAID-AMOUNT (DSP-COUNT)
               ELSE
                   MOVE ZERO TO DSP-TBL-PAID-AMOUNT (DSP-COUNT)
               END-IF
           END-IF.

           READ EXPENSE-CLAIMS
               AT END MOVE "YYY" TO EXPENSE-CLAIMS-EOF
           END-READ.

      *    ---- rewrites EXPENSE-CLAIMS.txt with this run's paid      ----*
      *    ---- claims marked P.                                      ----*
           SAVE-EXPENSE-CLAIMS.

           IF CLAIMS-OVERFLOW = "Y"
               MOVE "PROD1V1" TO ERR-PROGRAMA
               MOVE "E12" TO ERR-CODIGO
               MOVE "despesas nao reescritas - tabela cheia"
                   TO ERR-MENSAGEM
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               GO TO SAVE-EXPENSE-CLAIMS-FIM
           END-IF.

           IF DSP-COUNT = ZERO
               GO TO SAVE-EXPENSE-CLAIMS-FIM
           END-IF.

           OPEN OUTPUT EXPENSE-CLAIMS.
           PERFORM WRITE-DSP-ENTRY
               VARYING DSP-IDX FROM 1 BY 1
               UNTIL DSP-IDX > DSP-COUNT.
           CLOSE EXPENSE-CLAIMS.

           SAVE-EXPENSE-CLAIMS-FIM.
               EXIT.

           WRITE-DSP-ENTRY.

           MOVE SPACES TO EXPENSE-CLAIMS-FILE.
           MOVE DSP-TBL-LAST-NAME (DSP-IDX) TO DSP-LAST-NAME.
           MOVE DSP-TBL-FIRST-NAME (DSP-IDX) TO DSP-FIRST-NAME.
           MOVE DSP-TBL-EMP-NUMBER (DSP-IDX) TO DSP-EMP-NUMBER.
           MOVE DSP-TBL-DATE (DSP-IDX) TO DSP-DATE.
           MOVE DSP-TBL-TYPE (DSP-IDX) TO DSP-TYPE.
           MOVE DSP-TBL-AMOUNT (DSP-IDX) TO DSP-AMOUNT.
           MOVE DSP-TBL-KM (DSP-IDX) TO DSP-KM.
           MOVE DSP-TBL-PLATE (DSP-IDX) TO DSP-PLATE.
           MOVE DSP-TBL-APPROVED (DSP-IDX) TO DSP-APPROVED.
           MOVE DSP-TBL-STATUS (DSP-IDX) TO DSP-STATUS.
           MOVE DSP-TBL-PAID-WEEK (DSP-IDX) TO DSP-PAID-WEEK.
           MOVE DSP-TBL-PAID-AMOUNT (DSP-IDX) TO DSP-PAID-AMOUNT.
           WRITE EXPENSE-CLAIMS-FILE.

      *    ---- pulls MILEAGE-RATES.txt, if present, into KMR-TABLE.  ----*
           LOAD-MILEAGE-RATES.

           MOVE "YYY" TO MILEAGE-RATES-EOF.
           OPEN INPUT MILEAGE-RATES.

           IF MILEAGE-RATES-STATUS = "00"
               MOVE SPACES TO MILEAGE-RATES-EOF
               READ MILEAGE-RATES
                   AT END MOVE "YYY" TO MILEAGE-RATES-EOF
               END-READ

               PERFORM BUILD-KMR-ENTRY
                   UNTIL MILEAGE-RATES-EOF = "YYY"

               CLOSE MILEAGE-RATES
           END-IF.

           BUILD-KMR-ENTRY.

           IF KMR-COUNT < 50 AND KMR-RATE IS NUMERIC
                   AND KMR-EFF-DATE IS NUMERIC
               ADD 1 TO KMR-COUNT
               MOVE KMR-EFF-DATE TO KMR-TBL-EFF-DATE (KMR-COUNT)
               MOVE KMR-RATE TO KMR-TBL-RATE (KMR-COUNT)
           END-IF.

           READ MILEAGE-RATES
               AT END MOVE "YYY" TO MILEAGE-RATES-EOF
           END-READ.

      *    ---- pulls RENTACAR-TRANSFERS-IN.txt, if present, into     ----*
      *    ---- TRF-TABLE -- the plates only. the rental run still    ----*
      *    ---- reads the file itself after this step.                ----*
           LOAD-TRANSFERS.

           MOVE "YYY" TO TRANSFERS-EOF.
           OPEN INPUT TRANSFERS-IN.

           IF TRANSFERS-IN-STATUS = "00"
               MOVE SPACES TO TRANSFERS-EOF
               READ TRANSFERS-IN
                   AT END MOVE "YYY" TO TRANSFERS-EOF
               END-READ

               PERFORM BUILD-TRF-ENTRY
                   UNTIL TRANSFERS-EOF = "YYY"

               CLOSE TRANSFERS-IN
           END-IF.

           BUILD-TRF-ENTRY.

           IF TRF-COUNT < 500 AND TRF-PLATE NOT = SPACES
               ADD 1 TO TRF-COUNT
               MOVE TRF-PLATE TO TRF-TBL-PLATE (TRF-COUNT)
           END-IF.

           READ TRANSFERS-IN
               AT END MOVE "YYY" TO TRANSFERS-EOF
           END-READ.

      *    ---- pulls DEDUCTIONS-MASTER.txt, if present, into         ----*
      *    ---- DED-TABLE so each payslip can take its standing        ----*
      *    ---- deductions.                                            ----*
           LOAD-DEDUCTIONS-MASTER.

           MOVE "YYY" TO DEDUCTIONS-MASTER-EOF.
           OPEN INPUT DEDUCTIONS-MASTER.

           IF DEDUCTIONS-MASTER-STATUS = "00"
               MOVE SPACES TO DEDUCTIONS-MASTER-EOF
               READ DEDUCTIONS-MASTER
                   AT END MOVE "YYY" TO DEDUCTIONS-MASTER-EOF
               END-READ

               PERFORM BUILD-DED-ENTRY
                   UNTIL DEDUCTIONS-MASTER-EOF = "YYY"

               CLOSE DEDUCTIONS-MASTER
           END-IF.

           BUILD-DED-ENTRY.

           IF DED-COUNT = 100 AND DEDUCTIONS-OVERFLOW = "N"
               MOVE "Y" TO DEDUCTIONS-OVERFLOW
               MOVE "PROD1V1" TO ERR-PROGRAMA
               MOVE "E12" TO ERR-CODIGO
               MOVE "mestre de descontos excede a tabela" TO
                   ERR-MENSAGEM
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
           END-IF.

           IF DED-COUNT < 100
                   AND DED-VALUE IS NUMERIC
                   AND DED-PRIORITY IS NUMERIC
               ADD 1 TO DED-COUNT
               MOVE DED-LAST-NAME TO DED-TBL-LAST-NAME (DED-COUNT)
               MOVE DED-FIRST-NAME TO DED-TBL-FIRST-NAME (DED-COUNT)
               IF DED-EMP-NUMBER IS NUMERIC
                   MOVE DED-EMP-NUMBER
                       TO DED-TBL-EMP-NUMBER (DED-COUNT)
               ELSE
                   MOVE ZERO TO DED-TBL-EMP-NUMBER (DED-COUNT)
               END-IF
               MOVE DED-CODE TO DED-TBL-CODE (DED-COUNT)
               MOVE DED-TYPE TO DED-TBL-TYPE (DED-COUNT)
               MOVE DED-VALUE TO DED-TBL-VALUE (DED-COUNT)
               MOVE DED-PRIORITY TO DED-TBL-PRIORITY (DED-COUNT)
               IF DED-BALANCE IS NUMERIC
                   MOVE DED-BALANCE TO DED-TBL-BALANCE (DED-COUNT)
               ELSE
                   MOVE ZERO TO DED-TBL-BALANCE (DED-COUNT)
               END-IF
           END-IF.

           READ DEDUCTIONS-MASTER
               AT END MOVE "YYY" TO DEDUCTIONS-MASTER-EOF
           END-READ.

      *    ---- the employee's standing deductions, taken in priority ----*
      *    ---- order out of what net pay remains: a flat amount, a   ----*
      *    ---- percent of gross, or a garnishment instalment capped  ----*
      *    ---- by its declining balance.                             ----*
           APLICAR-DESCONTOS-RECORRENTES.

           MOVE ZERO TO RECURRING-DED-TOTAL.
           PERFORM APLICAR-PRIORIDADE-DESCONTO
               VARYING DED-PRIO FROM 1 BY 1
               UNTIL DED-PRIO > 99.

           APLICAR-PRIORIDADE-DESCONTO.

           PERFORM APLICAR-DESCONTO-LINHA
               VARYING DED-IDX FROM 1 BY 1
               UNTIL DED-IDX > DED-COUNT.

           APLICAR-DESCONTO-LINHA.

           IF DED-TBL-PRIORITY (DED-IDX) = DED-PRIO
                   AND DED-TBL-EMP-NUMBER (DED-IDX) = EMPLOYEE_NUMBER
               MOVE ZERO TO DED-AMT
               EVALUATE DED-TBL-TYPE (DED-IDX)
                   WHEN "A"
                       MOVE DED-TBL-VALUE (DED-IDX) TO DED-AMT
                   WHEN "P"
                       COMPUTE DED-AMT ROUNDED =
                               GROSS-PAY * DED-TBL-VALUE (DED-IDX)
                               / 100
                   WHEN "G"
      *                a satisfied garnishment takes nothing more.    *
                       IF DED-TBL-BALANCE (DED-IDX) <
                               DED-TBL-VALUE (DED-IDX)
                           MOVE DED-TBL-BALANCE (DED-IDX) TO DED-AMT
                       ELSE
                           MOVE DED-TBL-VALUE (DED-IDX) TO DED-AMT
                       END-IF
                   WHEN OTHER
                       MOVE "PROD1V1" TO ERR-PROGRAMA
                       MOVE "E12" TO ERR-CODIGO
                       MOVE "tipo de desconto desconhecido" TO
                           ERR-MENSAGEM
                       PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               END-EVALUATE

      *        net pay never goes negative over a standing deduction. *
               IF DED-AMT > NET-PAY
                   MOVE NET-PAY TO DED-AMT
               END-IF

               IF DED-AMT > ZERO
                   SUBTRACT DED-AMT FROM NET-PAY
                   ADD DED-AMT TO RECURRING-DED-TOTAL
                   IF PERIODO-JA-POSTADO = "N"
                       ADD DED-AMT TO TOTAL-RECURRING-RUN
                       IF DED-TBL-TYPE (DED-IDX) = "G"
                           SUBTRACT DED-AMT
                               FROM DED-TBL-BALANCE (DED-IDX)
                       END-IF
                       PERFORM ACUMULAR-REMESSA
                   END-IF
               END-IF
           END-IF.

      *    ---- rolls the deduction just taken onto its code's        ----*
      *    ---- remittance total.                                      ----*
           ACUMULAR-REMESSA.

           MOVE ZERO TO REMIT-ATUAL.
           PERFORM TESTAR-REMESSA
               VARYING REMIT-IDX FROM 1 BY 1
               UNTIL REMIT-IDX > REMIT-COUNT OR REMIT-ATUAL > ZERO.

           IF REMIT-ATUAL = ZERO AND REMIT-COUNT < 50
               ADD 1 TO REMIT-COUNT
               MOVE DED-TBL-CODE (DED-IDX)
                   TO REMIT-TBL-CODE (REMIT-COUNT)
               MOVE ZERO TO REMIT-TBL-TOTAL (REMIT-COUNT)
               MOVE REMIT-COUNT TO REMIT-ATUAL
           END-IF.

           IF REMIT-ATUAL > ZERO
               ADD DED-AMT TO REMIT-TBL-TOTAL (REMIT-ATUAL)
           END-IF.

           TESTAR-REMESSA.

           IF REMIT-TBL-CODE (REMIT-IDX) = DED-TBL-CODE (DED-IDX)
               MOVE REMIT-IDX TO REMIT-ATUAL
           END-IF.

      *    ---- one remittance line per deduction code withheld this ----*
      *    ---- run, so what was held back gets paid over. a real run ----*
      *    ---- also books each one in PAYABLES-REGISTER.txt, due the ----*
      *    ---- 20th of next month, for the payables run to pay.      ----*
           ESCREVER-REMESSAS.

           OPEN OUTPUT REMITTANCE-OUT.
           PERFORM ESCREVER-LINHA-REMESSA
               VARYING REMIT-IDX FROM 1 BY 1
               UNTIL REMIT-IDX > REMIT-COUNT.
           CLOSE REMITTANCE-OUT.

           ESCREVER-LINHA-REMESSA.

           MOVE SPACES TO REMITTANCE-LINE-OUT.
           MOVE REMIT-TBL-CODE (REMIT-IDX) TO REM-CODE-OUT.
           WRITE REMITTANCE-LINE-OUT
               AFTER ADVANCING 1 LINE.
           DISPLAY REMITTANCE-LINE-OUT.
           IF TRIAL-MODE = "N"
               MOVE "REM" TO PAGAR-ORIGEM
               MOVE SPACES TO PAGAR-REFERENCIA
               STRING REMIT-TBL-CODE (REMIT-IDX) "-" RUN-DATE
                   DELIMITED BY SIZE INTO PAGAR-REFERENCIA
               MOVE SPACES TO PAGAR-BENEFICIARIO
               STRING "DESCONTO-" REMIT-TBL-CODE (REMIT-IDX)
                   DELIMITED BY SIZE INTO PAGAR-BENEFICIARIO
               MOVE PAGAR-BENEFICIARIO TO PAGAR-NOME
               MOVE SPACES TO PAGAR-IBAN
               MOVE "D" TO PAGAR-DC
               MOVE REMIT-TBL-TOTAL (REMIT-IDX) TO PAGAR-MONTANTE
               MOVE RUN-DATE-YYYY TO PAGAR-BASE-ANO
               MOVE RUN-DATE-MM TO PAGAR-BASE-MES
               MOVE 20 TO PAGAR-DIA-VENC
               PERFORM CALCULAR-VENCIMENTO
               MOVE "SAL-DEDUCOES" TO PAGAR-CONTA-GL
               MOVE "PROD1V1" TO PAGAR-PROGRAMA
               PERFORM REGISTAR-A-PAGAR THRU REGISTAR-A-PAGAR-EXIT
           END-IF.

      *    ---- rewrites DEDUCTIONS-MASTER.txt so the garnishment     ----*
      *    ---- balances carry what this run recovered.               ----*
           MOVE SPACES TO DEDUCTIONS-MASTER-FILE.
           MOVE DED-TBL-LAST-NAME (DED-IDX) TO DED-LAST-NAME.
           MOVE DED-TBL-FIRST-NAME (DED-IDX) TO DED-FIRST-NAME.
           MOVE DED-TBL-EMP-NUMBER (DED-IDX) TO DED-EMP-NUMBER.
           MOVE DED-TBL-CODE (DED-IDX) TO DED-CODE.
           MOVE DED-TBL-TYPE (DED-IDX) TO DED-TYPE.
           MOVE DED-TBL-VALUE (DED-IDX) TO DED-VALUE.
               ADD 1 TO ADV-COUNT
               MOVE ADV-LAST-NAME TO ADV-TBL-LAST-NAME (ADV-COUNT)
               MOVE ADV-FIRST-NAME TO ADV-TBL-FIRST-NAME (ADV-COUNT)
               IF ADV-EMP-NUMBER IS NUMERIC
                   MOVE ADV-EMP-NUMBER
                       TO ADV-TBL-EMP-NUMBER (ADV-COUNT)
               ELSE
                   MOVE ZERO TO ADV-TBL-EMP-NUMBER (ADV-COUNT)
               END-IF
               MOVE ADV-AMOUNT TO ADV-TBL-AMOUNT (ADV-COUNT)
               MOVE ADV-INSTALLMENT
                   TO ADV-TBL-INSTALLMENT (ADV-COUNT)
                       TO ADV-TBL-LAST-NAME (ADV-COUNT)
                   MOVE ADVT-FIRST-NAME
                       TO ADV-TBL-FIRST-NAME (ADV-COUNT)
                   IF ADVT-EMP-NUMBER IS NUMERIC
                       MOVE ADVT-EMP-NUMBER
                           TO ADV-TBL-EMP-NUMBER (ADV-COUNT)
                   ELSE
                       MOVE ZERO TO ADV-TBL-EMP-NUMBER (ADV-COUNT)
                   END-IF
                   MOVE ADVT-AMOUNT TO ADV-TBL-AMOUNT (ADV-COUNT)
                   MOVE ADVT-INSTALLMENT
                       TO ADV-TBL-INSTALLMENT (ADV-COUNT)

           RECUPERAR-ADIANTAMENTO-LINHA.

           IF ADV-TBL-EMP-NUMBER (ADV-IDX) = EMPLOYEE_NUMBER
                   AND ADV-TBL-BALANCE (ADV-IDX) > ZERO
               MOVE ADV-TBL-INSTALLMENT (ADV-IDX) TO ADV-RECOVERY-AMT
               IF ADV-RECOVERY-AMT > ADV-TBL-BALANCE (ADV-IDX)
           MOVE SPACES TO ADVANCES-MASTER-FILE.
           MOVE ADV-TBL-LAST-NAME (ADV-IDX) TO ADV-LAST-NAME.
           MOVE ADV-TBL-FIRST-NAME (ADV-IDX) TO ADV-FIRST-NAME.
           MOVE ADV-TBL-EMP-NUMBER (ADV-IDX) TO ADV-EMP-NUMBER.
           MOVE ADV-TBL-AMOUNT (ADV-IDX) TO ADV-AMOUNT.
           MOVE ADV-TBL-INSTALLMENT (ADV-IDX) TO ADV-INSTALLMENT.
           MOVE ADV-TBL-BALANCE (ADV-IDX) TO ADV-BALANCE.
                   TO LEAVE-TBL-LAST-NAME (LEAVE-COUNT)
               MOVE LEAVE-FIRST-NAME
                   TO LEAVE-TBL-FIRST-NAME (LEAVE-COUNT)
               IF LEAVE-EMP-NUMBER IS NUMERIC
                   MOVE LEAVE-EMP-NUMBER
                       TO LEAVE-TBL-EMP-NUMBER (LEAVE-COUNT)
               ELSE
                   MOVE ZERO TO LEAVE-TBL-EMP-NUMBER (LEAVE-COUNT)
               END-IF
               MOVE LEAVE-TYPE TO LEAVE-TBL-TYPE (LEAVE-COUNT)
               MOVE LEAVE-DAYS TO LEAVE-TBL-DAYS (LEAVE-COUNT)
               MOVE "N" TO LEAVE-TBL-APPLIED (LEAVE-COUNT)
           END-READ.

      *    ---- a wage line for a terminated employee must not reach   ----*
      *    ---- payment -- unless it is a dated day up to the leaving  ----*
      *    ---- date of a leaver not yet settled, which is still      ----*
      *    ---- owed (the night that settled them included, so a     ----*
      *    ---- rerun pays the same week). looked up without          ----*
      *    ---- creating a new entry.                                 ----*
           VERIFICAR-EMPREGADO-ATIVO.

           MOVE "N" TO EMPREGADO-TERMINADO.
           SET EMP-IDX TO 1.
           SEARCH EMPLOYEE-ENTRY
               AT END CONTINUE
               WHEN EMP-TBL-EMP-NUMBER (EMP-IDX) = EMPLOYEE_NUMBER
                   IF EMP-TBL-STATUS (EMP-IDX) = "T"
                       MOVE "Y" TO EMPREGADO-TERMINADO
                       IF (EMP-TBL-SETTLED-DATE (EMP-IDX) = SPACES
                               OR EMP-TBL-SETTLED-DATE (EMP-IDX)
                                   = RUN-DATE)
                               AND EMP-TBL-TERM-DATE (EMP-IDX)
                                   IS NUMERIC
                               AND WORK-DATE IS NUMERIC
                               AND WORK-DATE > ZERO
                           MOVE WORK-DATE TO WORK-DATE-X
                           IF WORK-DATE-X
                                   NOT > EMP-TBL-TERM-DATE (EMP-IDX)
                               MOVE "N" TO EMPREGADO-TERMINADO
                           END-IF
                       END-IF
                   END-IF
           END-SEARCH.

           SET EMP-IDX TO 1.
           SEARCH EMPLOYEE-ENTRY
               AT END CONTINUE
               WHEN EMP-TBL-EMP-NUMBER (EMP-IDX) = EMPLOYEE_NUMBER
                   SET EMP-ATUAL TO EMP-IDX
           END-SEARCH.

               ADD 1 TO EMPLOYEE-COUNT
               MOVE LAST_NAME TO EMP-TBL-LAST-NAME (EMPLOYEE-COUNT)
               MOVE FIRST_NAME TO EMP-TBL-FIRST-NAME (EMPLOYEE-COUNT)
               MOVE EMPLOYEE_NUMBER
                   TO EMP-TBL-EMP-NUMBER (EMPLOYEE-COUNT)
               MOVE ZERO TO EMP-TBL-YTD-GROSS (EMPLOYEE-COUNT)
               MOVE ZERO TO EMP-TBL-YTD-DEDUCTIONS (EMPLOYEE-COUNT)
               MOVE ZERO TO EMP-TBL-YTD-HOURS (EMPLOYEE-COUNT)
               MOVE "N" TO EMP-TBL-ACCRUED (EMPLOYEE-COUNT)
               MOVE "A" TO EMP-TBL-STATUS (EMPLOYEE-COUNT)
               MOVE SPACES TO EMP-TBL-LAST-PERIOD (EMPLOYEE-COUNT)
               MOVE SPACES TO EMP-TBL-HIRE-DATE (EMPLOYEE-COUNT)
               MOVE SPACES TO EMP-TBL-TERM-DATE (EMPLOYEE-COUNT)
               MOVE "L" TO EMP-TBL-SUBSIDY-MODE (EMPLOYEE-COUNT)
               MOVE ZERO TO EMP-TBL-SUBF-PAID (EMPLOYEE-COUNT)
               MOVE ZERO TO EMP-TBL-SUBN-PAID (EMPLOYEE-COUNT)
               MOVE ZERO TO EMP-TBL-SUBF-LAST (EMPLOYEE-COUNT)
               MOVE ZERO TO EMP-TBL-SUBN-LAST (EMPLOYEE-COUNT)
               PERFORM LIMPAR-DADOS-CESSACAO
               MOVE EMPLOYEE-COUNT TO EMP-ATUAL
           END-IF.

           APLICAR-LICENCA.

           IF LEAVE-TBL-APPLIED (LEAVE-IDX) = "N"
                   AND LEAVE-TBL-EMP-NUMBER (LEAVE-IDX)
                       = EMPLOYEE_NUMBER
               EVALUATE LEAVE-TBL-TYPE (LEAVE-IDX)
                   WHEN "V"
                       IF EMP-TBL-VAC-BALANCE (EMP-ATUAL) NOT <
               SET EMP-IDX UP BY 1
               MOVE MASTER-LAST-NAME TO EMP-TBL-LAST-NAME (EMP-IDX)
               MOVE MASTER-FIRST-NAME TO EMP-TBL-FIRST-NAME (EMP-IDX)
               IF MASTER-EMP-NUMBER IS NUMERIC
                   MOVE MASTER-EMP-NUMBER
                       TO EMP-TBL-EMP-NUMBER (EMP-IDX)
               ELSE
                   MOVE ZERO TO EMP-TBL-EMP-NUMBER (EMP-IDX)
               END-IF
               MOVE MASTER-YTD-GROSS TO EMP-TBL-YTD-GROSS (EMP-IDX)
               MOVE MASTER-YTD-DEDUCTIONS
                   TO EMP-TBL-YTD-DEDUCTIONS (EMP-IDX)
               END-IF
               MOVE MASTER-LAST-PERIOD
                   TO EMP-TBL-LAST-PERIOD (EMP-IDX)
      *        a master from before the subsidies existed carries     *
      *        spaces here -- lump sums, nothing paid yet.            *
               MOVE MASTER-HIRE-DATE TO EMP-TBL-HIRE-DATE (EMP-IDX)
               MOVE MASTER-TERM-DATE TO EMP-TBL-TERM-DATE (EMP-IDX)
               IF MASTER-SUBSIDY-MODE = "D"
                   MOVE "D" TO EMP-TBL-SUBSIDY-MODE (EMP-IDX)
               ELSE
                   MOVE "L" TO EMP-TBL-SUBSIDY-MODE (EMP-IDX)
               END-IF
               IF MASTER-SUBF-PAID IS NUMERIC
                       AND MASTER-SUBN-PAID IS NUMERIC
                       AND MASTER-SUBF-LAST IS NUMERIC
                       AND MASTER-SUBN-LAST IS NUMERIC
                   MOVE MASTER-SUBF-PAID TO EMP-TBL-SUBF-PAID (EMP-IDX)
                   MOVE MASTER-SUBN-PAID TO EMP-TBL-SUBN-PAID (EMP-IDX)
                   MOVE MASTER-SUBF-LAST TO EMP-TBL-SUBF-LAST (EMP-IDX)
                   MOVE MASTER-SUBN-LAST TO EMP-TBL-SUBN-LAST (EMP-IDX)
               ELSE
                   MOVE ZERO TO EMP-TBL-SUBF-PAID (EMP-IDX)
                   MOVE ZERO TO EMP-TBL-SUBN-PAID (EMP-IDX)
                   MOVE ZERO TO EMP-TBL-SUBF-LAST (EMP-IDX)
                   MOVE ZERO TO EMP-TBL-SUBN-LAST (EMP-IDX)
               END-IF
      *        nor had it the settlement fields -- nothing settled.   *
               MOVE MASTER-ACCOUNT TO EMP-TBL-ACCOUNT (EMP-IDX)
               MOVE MASTER-END-REASON TO EMP-TBL-END-REASON (EMP-IDX)
               IF MASTER-LAST-RATE IS NUMERIC
                       AND MASTER-NOTICE-DAYS IS NUMERIC
                       AND MASTER-SETTLED-NET IS NUMERIC
                   MOVE MASTER-LAST-RATE TO EMP-TBL-LAST-RATE (EMP-IDX)
                   MOVE MASTER-NOTICE-DAYS
                       TO EMP-TBL-NOTICE-DAYS (EMP-IDX)
                   MOVE MASTER-SETTLED-NET
                       TO EMP-TBL-SETTLED-NET (EMP-IDX)
               ELSE
                   MOVE ZERO TO EMP-TBL-LAST-RATE (EMP-IDX)
                   MOVE ZERO TO EMP-TBL-NOTICE-DAYS (EMP-IDX)
                   MOVE ZERO TO EMP-TBL-SETTLED-NET (EMP-IDX)
               END-IF
               IF MASTER-SETTLED-DATE IS NUMERIC
                   MOVE MASTER-SETTLED-DATE
                       TO EMP-TBL-SETTLED-DATE (EMP-IDX)
               ELSE
                   MOVE SPACES TO EMP-TBL-SETTLED-DATE (EMP-IDX)
               END-IF
               IF MASTER-HOME-BRANCH IS NUMERIC
                   MOVE MASTER-HOME-BRANCH
                       TO EMP-TBL-HOME-BRANCH (EMP-IDX)
               ELSE
                   MOVE ZERO TO EMP-TBL-HOME-BRANCH (EMP-IDX)
               END-IF
      *        a master from before the employee number carries   *
      *        spaces here -- no identity known yet.                  *
               IF MASTER-NIF IS NUMERIC
                       AND MASTER-NISS IS NUMERIC
                   MOVE MASTER-NIF TO EMP-TBL-NIF (EMP-IDX)
                   MOVE MASTER-NISS TO EMP-TBL-NISS (EMP-IDX)
               ELSE
                   MOVE ZERO TO EMP-TBL-NIF (EMP-IDX)
                   MOVE ZERO TO EMP-TBL-NISS (EMP-IDX)
               END-IF
               MOVE MASTER-BIRTH-DATE TO EMP-TBL-BIRTH-DATE (EMP-IDX)
               SET EMPLOYEE-COUNT TO EMP-IDX
           END-IF.

           SET EMP-IDX TO 1.
           SEARCH EMPLOYEE-ENTRY
               AT END CONTINUE
               WHEN EMP-TBL-EMP-NUMBER (EMP-IDX) = EMPLOYEE_NUMBER
                   MOVE "Y" TO EMPLOYEE-FOUND
                   ADD GROSS-PAY SUBSIDY-PAY
                       TO EMP-TBL-YTD-GROSS (EMP-IDX)
                   ADD TAX-DEDUCTION SOC-SEC-DEDUCTION
                       TO EMP-TBL-YTD-DEDUCTIONS (EMP-IDX)
                   ADD WORKED-HOURS-DEC TO EMP-TBL-YTD-HOURS (EMP-IDX)
                   MOVE PERIODO-SEMANA-ATUAL
                       TO EMP-TBL-LAST-PERIOD (EMP-IDX)
                   MOVE ACCOUNT-NUMBER TO EMP-TBL-ACCOUNT (EMP-IDX)
                   MOVE BASE-RATE TO EMP-TBL-LAST-RATE (EMP-IDX)
                   MOVE EMP-TBL-YTD-GROSS (EMP-IDX)
                       TO YTD-GROSS-DISPLAY
           END-SEARCH.
               ADD 1 TO EMPLOYEE-COUNT
               MOVE LAST_NAME TO EMP-TBL-LAST-NAME (EMPLOYEE-COUNT)
               MOVE FIRST_NAME TO EMP-TBL-FIRST-NAME (EMPLOYEE-COUNT)
               MOVE EMPLOYEE_NUMBER
                   TO EMP-TBL-EMP-NUMBER (EMPLOYEE-COUNT)
               COMPUTE EMP-TBL-YTD-GROSS (EMPLOYEE-COUNT) =
                       GROSS-PAY + SUBSIDY-PAY
               COMPUTE EMP-TBL-YTD-DEDUCTIONS (EMPLOYEE-COUNT) =
                       TAX-DEDUCTION + SOC-SEC-DEDUCTION
               MOVE WORKED-HOURS-DEC
               MOVE "A" TO EMP-TBL-STATUS (EMPLOYEE-COUNT)
               MOVE PERIODO-SEMANA-ATUAL
                   TO EMP-TBL-LAST-PERIOD (EMPLOYEE-COUNT)
               MOVE SPACES TO EMP-TBL-HIRE-DATE (EMPLOYEE-COUNT)
               MOVE SPACES TO EMP-TBL-TERM-DATE (EMPLOYEE-COUNT)
               MOVE "L" TO EMP-TBL-SUBSIDY-MODE (EMPLOYEE-COUNT)
               MOVE SUB-FERIAS-AMT TO EMP-TBL-SUBF-PAID (EMPLOYEE-COUNT)
               MOVE SUB-NATAL-AMT TO EMP-TBL-SUBN-PAID (EMPLOYEE-COUNT)
               MOVE SUB-FERIAS-AMT TO EMP-TBL-SUBF-LAST (EMPLOYEE-COUNT)
               MOVE SUB-NATAL-AMT TO EMP-TBL-SUBN-LAST (EMPLOYEE-COUNT)
               PERFORM LIMPAR-DADOS-CESSACAO
               MOVE ACCOUNT-NUMBER TO EMP-TBL-ACCOUNT (EMPLOYEE-COUNT)
               MOVE BASE-RATE TO EMP-TBL-LAST-RATE (EMPLOYEE-COUNT)
               MOVE EMP-TBL-YTD-GROSS (EMPLOYEE-COUNT)
                   TO YTD-GROSS-DISPLAY
           END-IF.

      *    ---- a new table entry starts with no account, rate or    ----*
      *    ---- termination data and nothing settled.                 ----*
           LIMPAR-DADOS-CESSACAO.

           MOVE SPACES TO EMP-TBL-ACCOUNT (EMPLOYEE-COUNT).
           MOVE ZERO TO EMP-TBL-LAST-RATE (EMPLOYEE-COUNT).
           MOVE ZERO TO EMP-TBL-NOTICE-DAYS (EMPLOYEE-COUNT).
           MOVE SPACES TO EMP-TBL-END-REASON (EMPLOYEE-COUNT).
           MOVE SPACES TO EMP-TBL-SETTLED-DATE (EMPLOYEE-COUNT).
           MOVE ZERO TO EMP-TBL-SETTLED-NET (EMPLOYEE-COUNT).
           MOVE ZERO TO EMP-TBL-HOME-BRANCH (EMPLOYEE-COUNT).
           MOVE ZERO TO EMP-TBL-NIF (EMPLOYEE-COUNT).
           MOVE ZERO TO EMP-TBL-NISS (EMPLOYEE-COUNT).
           MOVE SPACES TO EMP-TBL-BIRTH-DATE (EMPLOYEE-COUNT).

      *    ---- rewrites EMPLOYEE-MASTER.txt with the updated totals   ----*
      *    ---- so the next pay period's run starts from here.         ----*
           SAVE-EMPLOYEE-MASTER.

           MOVE EMP-TBL-LAST-NAME (EMP-IDX) TO MASTER-LAST-NAME.
           MOVE EMP-TBL-FIRST-NAME (EMP-IDX) TO MASTER-FIRST-NAME.
           MOVE EMP-TBL-EMP-NUMBER (EMP-IDX) TO MASTER-EMP-NUMBER.
           MOVE EMP-TBL-YTD-GROSS (EMP-IDX) TO MASTER-YTD-GROSS.
           MOVE EMP-TBL-YTD-DEDUCTIONS (EMP-IDX)
               TO MASTER-YTD-DEDUCTIONS.
           MOVE EMP-TBL-SICK-BALANCE (EMP-IDX) TO MASTER-SICK-BALANCE.
           MOVE EMP-TBL-STATUS (EMP-IDX) TO MASTER-EMP-STATUS.
           MOVE EMP-TBL-LAST-PERIOD (EMP-IDX) TO MASTER-LAST-PERIOD.
           MOVE EMP-TBL-HIRE-DATE (EMP-IDX) TO MASTER-HIRE-DATE.
           MOVE EMP-TBL-TERM-DATE (EMP-IDX) TO MASTER-TERM-DATE.
           MOVE EMP-TBL-SUBSIDY-MODE (EMP-IDX) TO MASTER-SUBSIDY-MODE.
           MOVE EMP-TBL-SUBF-PAID (EMP-IDX) TO MASTER-SUBF-PAID.
           MOVE EMP-TBL-SUBN-PAID (EMP-IDX) TO MASTER-SUBN-PAID.
           MOVE EMP-TBL-SUBF-LAST (EMP-IDX) TO MASTER-SUBF-LAST.
           MOVE EMP-TBL-SUBN-LAST (EMP-IDX) TO MASTER-SUBN-LAST.
           MOVE EMP-TBL-ACCOUNT (EMP-IDX) TO MASTER-ACCOUNT.
           MOVE EMP-TBL-LAST-RATE (EMP-IDX) TO MASTER-LAST-RATE.
           MOVE EMP-TBL-NOTICE-DAYS (EMP-IDX) TO MASTER-NOTICE-DAYS.
           MOVE EMP-TBL-END-REASON (EMP-IDX) TO MASTER-END-REASON.
           MOVE EMP-TBL-SETTLED-DATE (EMP-IDX) TO MASTER-SETTLED-DATE.
           MOVE EMP-TBL-SETTLED-NET (EMP-IDX) TO MASTER-SETTLED-NET.
           MOVE EMP-TBL-HOME-BRANCH (EMP-IDX) TO MASTER-HOME-BRANCH.
           MOVE EMP-TBL-NIF (EMP-IDX) TO MASTER-NIF.
           MOVE EMP-TBL-NISS (EMP-IDX) TO MASTER-NISS.
           MOVE EMP-TBL-BIRTH-DATE (EMP-IDX) TO MASTER-BIRTH-DATE.
           WRITE EMPLOYEE-MASTER-FILE.

      *    ---- opens PAY-HISTORY.txt for append, creating it on the ----*
               OPEN EXTEND PAY-HISTORY
           END-IF.

      *    ---- opens BANK-PAYMENTS-LOG.txt for append the same way.  ----*
           ABRIR-BANK-PAYMENTS-LOG.

           OPEN EXTEND BANK-PAYMENTS-LOG.
           IF BANK-PAYMENTS-LOG-STATUS = "05"
                   OR BANK-PAYMENTS-LOG-STATUS = "35"
               OPEN OUTPUT BANK-PAYMENTS-LOG
               CLOSE BANK-PAYMENTS-LOG
               OPEN EXTEND BANK-PAYMENTS-LOG
           END-IF.

      *    ---- the posted week's full pay line onto the history,     ----*
      *    ---- once, under the week-ending date the rerun guard      ----*
      *    ---- already keys on.                                      ----*
           MOVE SPACES TO PAY-HISTORY-FILE.
           MOVE LAST_NAME TO PH-LAST-NAME.
           MOVE FIRST_NAME TO PH-FIRST-NAME.
           MOVE EMPLOYEE_NUMBER TO PH-EMP-NUMBER.
           MOVE PERIODO-SEMANA-ATUAL TO PH-WEEK-END.
           COMPUTE PH-GROSS = GROSS-PAY + SUBSIDY-PAY.
           MOVE OVERTIME-PAY TO PH-OVERTIME.
           MOVE SHIFT-DIFF-PAY TO PH-SHIFT-DIFF.
           MOVE TAX-DEDUCTION TO PH-TAX.
           MOVE RECURRING-DED-TOTAL TO PH-OTHER-DED.
           MOVE ADV-RECOVERED-WEEK TO PH-ADV-RECOVERED.
           MOVE NET-PAY TO PH-NET.
           MOVE SUB-FERIAS-AMT TO PH-SUB-FERIAS.
           MOVE SUB-NATAL-AMT TO PH-SUB-NATAL.
           MOVE SUBSIDY-TAX TO PH-SUB-TAX.
           MOVE BASE-RATE TO PH-BASE-RATE.
           MOVE REGULAR-HOURS-DEC TO PH-REG-HOURS.
           MOVE OT-HOURS-DEC TO PH-OT-HOURS.
           MOVE RETRO-PAY TO PH-RETRO.
           MOVE HOLIDAY-HOURS-DEC TO PH-HOL-HOURS.
           MOVE HOLIDAY-PAY TO PH-HOLIDAY.
           MOVE DESPESAS-PAY TO PH-EXPENSES.
           WRITE PAY-HISTORY-FILE.

      *    ---- bank file header: originator and run date, written    ----*
               WRITE BANK-DEPOSIT-RECORD
               ADD 1 TO BANK-RECORD-COUNT
               ADD NET-PAY TO BANK-RUN-TOTAL
               MOVE SPACES TO BANK-PAYMENTS-LOG-FILE
               MOVE ACCOUNT-NUMBER TO BPL-ACCOUNT
               MOVE LAST_NAME TO BPL-LAST-NAME
               MOVE FIRST_NAME TO BPL-FIRST-NAME
               MOVE NET-PAY TO BPL-NET
               MOVE EMPLOYEE_NUMBER TO BPL-EMP-NUMBER
               MOVE PERIODO-SEMANA-ATUAL TO BPL-WEEK-END
               MOVE RUN-DATE TO BPL-PAID-DATE
               MOVE "S" TO BPL-ORIGEM
               WRITE BANK-PAYMENTS-LOG-FILE
           END-IF.

           WRITE-BANK-DEPOSIT-FIM.
               END-IF
           END-IF.

      *    ---- one debit per JOB-CATEGORY and branch with cost this  ----*
      *    ---- run, keyed SAL- plus the first five letters of the    ----*
      *    ---- category and the branch code (SAL-OPERA-03) on the    ----*
      *    ---- mapping file, the same way PROD2V1 keys ALU-PROV-nn.  ----*
      *    ---- whatever has no branch line on the chart, and staff   ----*
      *    ---- with no branch, stay on SAL- plus the category name.  ----*
           LANCAR-CUSTO-CATEGORIA.

           IF JOB-RATE-GROSS-POSTED (JOB-RATE-IDX) > ZERO
               MOVE JOB-RATE-GROSS-POSTED (JOB-RATE-IDX)
                   TO CB-RESTANTE
               PERFORM LANCAR-CUSTO-BALCAO
                   VARYING CB-BALCAO FROM 1 BY 1
                   UNTIL CB-BALCAO > 98
               MOVE SPACES TO GL-CHAVE-CAT
               STRING "SAL-" JOB-RATE-CATEGORY (JOB-RATE-IDX) (1:8)
                   DELIMITED BY SIZE INTO GL-CHAVE-CAT
               MOVE GL-CHAVE-CAT TO GL-CHAVE-CONTA
               MOVE "D" TO GL-DC
               MOVE CB-RESTANTE TO GL-MONTANTE
               PERFORM REGISTAR-LANCAMENTO
                   THRU REGISTAR-LANCAMENTO-EXIT
           END-IF.

           LANCAR-CUSTO-BALCAO.

           IF CB-GROSS (CB-BALCAO, JOB-RATE-IDX) > ZERO
               MOVE SPACES TO GL-CHAVE-CAT
               STRING "SAL-" JOB-RATE-CATEGORY (JOB-RATE-IDX) (1:5)
                      "-" CB-BALCAO
                   DELIMITED BY SIZE INTO GL-CHAVE-CAT
               MOVE "N" TO CB-MAPEADA
               SET GL-MAPA-IDX TO 1
               SEARCH GL-MAPA-ENTRY
                   AT END CONTINUE
                   WHEN GL-MAPA-CHAVE (GL-MAPA-IDX) = GL-CHAVE-CAT
                       MOVE "Y" TO CB-MAPEADA
               END-SEARCH
               IF CB-MAPEADA = "Y"
                   MOVE GL-CHAVE-CAT TO GL-CHAVE-CONTA
                   MOVE "D" TO GL-DC
                   MOVE CB-GROSS (CB-BALCAO, JOB-RATE-IDX)
                       TO GL-MONTANTE
                   PERFORM REGISTAR-LANCAMENTO
                       THRU REGISTAR-LANCAMENTO-EXIT
                   SUBTRACT CB-GROSS (CB-BALCAO, JOB-RATE-IDX)
                       FROM CB-RESTANTE
               END-IF
           END-IF.

      *    ---- the week's posted gross shared out over the branches  ----*
      *    ---- its days were worked at, in proportion to their       ----*
      *    ---- priced minutes; the last branch takes the rounding,   ----*
      *    ---- and the whole of a week with nothing priced.          ----*
           REPARTIR-CUSTO-BALCAO.

           MOVE ZERO TO BAL-VALOR-TOTAL.
           MOVE ZERO TO BAL-REPARTIDO.
           PERFORM SOMAR-BALCAO-SEMANA
               VARYING BAL-IDX FROM 1 BY 1
               UNTIL BAL-IDX > WEEK-TBL-BAL-COUNT (WEEK-IDX).
           PERFORM REPARTIR-BALCAO-LINHA
               VARYING BAL-IDX FROM 1 BY 1
               UNTIL BAL-IDX > WEEK-TBL-BAL-COUNT (WEEK-IDX).

           SOMAR-BALCAO-SEMANA.

           ADD WEEK-TBL-BAL-VALOR (WEEK-IDX, BAL-IDX)
               TO BAL-VALOR-TOTAL.

           REPARTIR-BALCAO-LINHA.

           IF BAL-IDX = WEEK-TBL-BAL-COUNT (WEEK-IDX)
               COMPUTE BAL-PARCELA = GROSS-PAY - BAL-REPARTIDO
           ELSE
               IF BAL-VALOR-TOTAL = ZERO
                   MOVE ZERO TO BAL-PARCELA
               ELSE
                   COMPUTE BAL-PARCELA ROUNDED =
                           GROSS-PAY
                           * WEEK-TBL-BAL-VALOR (WEEK-IDX, BAL-IDX)
                           / BAL-VALOR-TOTAL
               END-IF
           END-IF.
           ADD BAL-PARCELA TO BAL-REPARTIDO.
           MOVE WEEK-TBL-BAL-CODE (WEEK-IDX, BAL-IDX) TO CB-BALCAO.
           IF CB-BALCAO > ZERO AND CB-BALCAO < 99
               ADD BAL-PARCELA TO CB-GROSS (CB-BALCAO, JOB-RATE-IDX)
           END-IF.

      *    ---- end-of-run headcount and payroll cost by JOB-CATEGORY, ----*
      *    ---- the same OCCURS-table-plus-totals style used for      ----*
      *    ---- CAR_TYPE totals in Car_Rental.cbl.                    ----*
           COPY GLPD.
           COPY LOCKPD.
           COPY RUNSTPD.
           COPY HOLPD.
           COPY APPD.

       END PROGRAM PROD1V1.
