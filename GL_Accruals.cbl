      *=======================================================================*
       IDENTIFICATION DIVISION.
      *=======================================================================*
       PROGRAM-ID. GLACCRUE.
      *************************************************************************
      *************************************************************************
      *************************************************************************
      *                           IEFP SOLUTIONS                              *
      *OBJECTIVO:                                                             *
      *               ACRESCIMOS DE FIM DE PERIODO                            *
      *               corre antes do GLCLOSE: calcula o que o mes ja          *
      *               ganhou ou gastou sem factura nem pagamento --           *
      *               os dias de atraso das viaturas ainda fora, as           *
      *               horas trabalhadas desde o ultimo processamento          *
      *               semanal e a mercadoria recebida das editoras            *
      *               ainda por facturar -- e lanca-o no diario geral         *
      *               no periodo a fechar, com o estorno automatico no        *
      *               primeiro dia do periodo seguinte. o mapa de             *
      *               suporte lista cada item por tras de cada                *
      *               acrescimo. uma segunda corrida so lanca a               *
      *               diferenca para o que ja esta no diario.                 *
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

      *    one optional line naming the YYYYMM to accrue; an absent   *
      *    or blank file accrues the run month, as GLCLOSE closes it. *
           SELECT ACCRUAL-PERIOD-IN ASSIGN TO 'ACCRUAL-PERIOD.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCRUAL-PERIOD-STATUS.
      *    the rental side: every vehicle still out, the plate's car  *
      *    type off the fleet master and the type's day rate.         *
           SELECT OPEN-RENTALS ASSIGN TO 'OPEN-RENTALS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPEN-RENTALS-STATUS.
           SELECT FLEET-MASTER ASSIGN TO 'FLEET-MASTER.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FLEET_PLATE
               FILE STATUS IS FLEET-MASTER-STATUS.
           SELECT CAR-RATES ASSIGN TO 'CAR-RATES.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAR-RATES-STATUS.
      *    the payroll side: the days on the wage file PROD1V1 has    *
      *    not paid yet, priced at the employee's rate in force.      *
           SELECT WAGE_SHEET ASSIGN TO 'REMUNERACAO-IN.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WAGE-SHEET-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO 'EMPLOYEE-MASTER.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MASTER-EMP-NUMBER
               FILE STATUS IS EMPLOYEE-MASTER-STATUS.
           SELECT PAY-RATES ASSIGN TO 'PAY-RATES.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAY-RATES-STATUS.
      *    the bookshop side: the open-PO book send_halp carries,     *
      *    received quantities against invoiced ones.                 *
           SELECT OPEN-PO ASSIGN TO 'OPEN-PO.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPEN-PO-STATUS.
           SELECT ACCRUAL-SCHEDULE-OUT
               ASSIGN DYNAMIC ACCRUAL-SCHEDULE-FILENAME.

      *    ---- shared facilities: run date/error log, audit trail,   ----*
      *    ---- run status, run lock, the GL files and the business   ----*
      *    ---- calendar the late days are counted on.                ----*
           COPY DATESEL.
           COPY AUDITSEL.
           COPY RUNSTSEL.
           COPY LOCKSEL.
           COPY GLSEL.
           COPY HOLSEL.

      *=======================================================================*
                               DATA DIVISION.
      *=======================================================================*
                               FILE SECTION.

           FD ACCRUAL-PERIOD-IN.
           01 ACCRUAL-PERIOD-RECORD.
               02 ACP-PERIODO PIC X(6).

      *          ======== open rentals ledger ========               *
      *    same record as PROD2V1 writes -- keep them in step.        *
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

      *          ======== fleet master file ========                 *
      *    same record as PROD2V1 and PROD2V2 carry -- keep them in   *
      *    step. read only, for the plate's car type.                 *
           FD FLEET-MASTER.
           01 FLEET-MASTER-FILE.
               02 FLEET_PLATE PIC X(8).
               02 FLEET_CAR_TYPE PIC 9(1).
               02 FLEET_ODOMETER PIC 9(7).
               02 FLEET_AVAILABLE PIC X(1).
               02 FLEET_RENTALS PIC 9(5).
               02 FLEET_DAYS_OUT PIC 9(5).
               02 FLEET_KM_RENTED PIC 9(7).
               02 FLEET_REVENUE PIC 9(9)V99.
               02 FLEET_LAST_SERVICE PIC 9(7).
               02 FLEET_BRANCH PIC 9(2).
               02 FLEET_ACQ_COST PIC 9(7)V99.
               02 FLEET_ACQ_DATE PIC 9(8).
               02 FLEET_RESIDUAL PIC 9(7)V99.
               02 FLEET_LIFE_MONTHS PIC 9(3).
               02 FLEET_ACCUM_DEPR PIC 9(7)V99.
               02 FLEET_DEPR_PERIOD PIC X(6).
               02 FLEET_MAINT_COST PIC 9(7)V99.

           FD CAR-RATES.
           01 CAR-RATES-FILE.
               02 RATE_CAR_TYPE PIC 9(1).
               02 RATE_CAR_BRAND PIC A(10).
               02 RATE_PER_KM PIC 9V999.
               02 RATE_PER_DAY PIC 99V99.
               02 RATE_SERVICE_INTERVAL PIC 9(6).
               02 RATE_WEEK_DAYS PIC 9(3).
               02 RATE_PER_DAY_WEEK PIC 99V99.
               02 RATE_MONTH_DAYS PIC 9(3).
               02 RATE_PER_DAY_MONTH PIC 99V99.
               02 RATE_DEPOSIT PIC 9(3).

      *          ======== wage file ========                         *
      *    same record as PROD1V1 reads -- one line per employee per  *
      *    day worked, keep them in step.                             *
           FD WAGE_SHEET.
           01 WAGE-FILE.
               02 LAST_NAME PIC A(9).
               02 FIRST_NAME PIC A(8).
               02 BIRTHDAY.
                   03 B-DAY PIC 9(2).
                   03 B-MONTH PIC 9(2).
                   03 B-YEAR PIC 9(4).
               02 JOB-CATEGORY PIC A(13).
               02 SCHEDULE.
                   03 ENTRY-HOURS PIC 9(2).
                   03 ENTRY-MINUTES PIC 9(2).
                   03 LEAVING-HOURS PIC 9(2).
                   03 LEAVING-MINUTES PIC 9(2).
               02 LUNCH-BREAK.
                   03 LEAVING-HOURS-BREAK PIC 9(2).
                   03 LEAVING-MINUTES-BREAK PIC 9(2).
                   03 RETURNING-HOURS-BREAK PIC 9(2).
                   03 RETURNING-MINUTES-BREAK PIC 9(2).
               02 WEEKLY-HOURS.
                   03 WORKED-HOURS PIC 9(2).
                   03 WORKED-MINUTES PIC 9(2).
               02 WAGE-RECEIVED PIC 9(4)V99.
               02 ACCOUNT-NUMBER PIC X(12).
               02 SCHEDULED-ENTRY.
                   03 SCHEDULED-ENTRY-HOURS PIC 9(2).
                   03 SCHEDULED-ENTRY-MINUTES PIC 9(2).
               02 ABSENT-FLAG PIC X(1).
               02 WORK-DATE PIC 9(8).
               02 EMPLOYEE_NUMBER PIC 9(6).

      *          ======== employee master ========                   *
      *    same record as PROD1V1 and PROD1V2 carry -- keep them in   *
      *    step. read only, for the last week paid and its rate.      *
           FD EMPLOYEE-MASTER.
           01 EMPLOYEE-MASTER-FILE.
               02 MASTER-NAME-KEY.
                   03 MASTER-LAST-NAME PIC A(9).
                   03 MASTER-FIRST-NAME PIC A(8).
               02 MASTER-YTD-GROSS PIC 9(7)V99.
               02 MASTER-YTD-DEDUCTIONS PIC 9(7)V99.
               02 MASTER-YTD-HOURS PIC 9(6)V99.
               02 MASTER-VAC-BALANCE PIC 9(3)V99.
               02 MASTER-SICK-BALANCE PIC 9(3)V99.
               02 MASTER-EMP-STATUS PIC X(1).
               02 MASTER-LAST-PERIOD PIC X(8).
               02 MASTER-HIRE-DATE PIC X(8).
               02 MASTER-TERM-DATE PIC X(8).
               02 MASTER-SUBSIDY-MODE PIC X(1).
               02 MASTER-SUBF-PAID PIC 9(5)V99.
               02 MASTER-SUBN-PAID PIC 9(5)V99.
               02 MASTER-SUBF-LAST PIC 9(5)V99.
               02 MASTER-SUBN-LAST PIC 9(5)V99.
               02 MASTER-ACCOUNT PIC X(12).
               02 MASTER-LAST-RATE PIC 9(2)V99.
               02 MASTER-NOTICE-DAYS PIC 9(3).
               02 MASTER-END-REASON PIC X(2).
               02 MASTER-SETTLED-DATE PIC X(8).
               02 MASTER-SETTLED-NET PIC 9(6)V99.
               02 MASTER-HOME-BRANCH PIC 9(2).
               02 MASTER-EMP-NUMBER PIC 9(6).
               02 MASTER-NIF PIC 9(9).
               02 MASTER-NISS PIC 9(11).
               02 MASTER-BIRTH-DATE PIC X(8).

           FD PAY-RATES.
           01 PAY-RATES-FILE.
               02 RATE-LAST-NAME PIC A(9).
               02 RATE-FIRST-NAME PIC A(8).
               02 RATE-EFF-DATE PIC X(8).
               02 RATE-BASE PIC 9(2)V99.
               02 RATE-SETTLED PIC 9(2)V99.
               02 RATE-EMP-NUMBER PIC 9(6).

      *          ======== open purchase orders ========              *
      *    same record as send_halp writes -- keep them in step.      *
           FD OPEN-PO.
           01 OPEN-PO-FILE.
               02 OPO-NUMBER PIC 9(7).
               02 OPO-CHAVE PIC X(9).
               02 OPO-EDITORA PIC 9(2).
               02 OPO-QTD-ORDERED PIC 9(5).
               02 OPO-QTD-RECEIVED PIC 9(5).
               02 OPO-CUSTO PIC 9(5)V99.
               02 OPO-QTD-INVOICED PIC 9(5).
               02 OPO-ESTADO PIC X(1).

      *          ======== accrual schedule ========                  *
      *    every item behind each accrual with its subtotal, then the *
      *    journal per account: this run's accrual, what the ledger   *
      *    already holds from an earlier run and the difference       *
      *    posted now. the 01-levels share the record area, so every  *
      *    field is re-MOVEd fresh.                                   *
           FD ACCRUAL-SCHEDULE-OUT.
           01 ACS-TITLE-LINE.
               02 ACS-TITULO PIC X(44).
               02 ACS-TIT-PERIODO PIC X(6).
               02 FILLER PIC X(2).
               02 ACS-TIT-LABEL-2 PIC X(12).
               02 ACS-TIT-ESTORNO PIC X(6).
               02 FILLER PIC X(2).
               02 ACS-TIT-LABEL-3 PIC X(10).
               02 ACS-TIT-DATA PIC X(10).

           01 ACS-TEXT-LINE.
               02 ACS-TEXTO PIC X(80).

           01 ACS-ALU-LINE.
               02 ACS-ALU-PLATE PIC X(8).
               02 FILLER PIC X(1).
               02 ACS-ALU-CLIENT PIC X(20).
               02 FILLER PIC X(1).
               02 ACS-ALU-CHECKOUT PIC X(8).
               02 FILLER PIC X(1).
               02 ACS-ALU-LABEL-1 PIC X(6).
               02 ACS-ALU-DIAS PIC ZZZ9.
               02 FILLER PIC X(1).
               02 ACS-ALU-LABEL-2 PIC X(8).
               02 ACS-ALU-TARIFA PIC ZZ9.99.
               02 FILLER PIC X(1).
               02 ACS-ALU-LABEL-3 PIC X(7).
               02 ACS-ALU-VALOR PIC ZZZZZZ9.99.
               02 FILLER PIC X(1).
               02 ACS-ALU-NOTA PIC X(16).

           01 ACS-SAL-LINE.
               02 ACS-SAL-NUMERO PIC 9(6).
               02 FILLER PIC X(1).
               02 ACS-SAL-APELIDO PIC X(9).
               02 FILLER PIC X(1).
               02 ACS-SAL-NOME PIC X(8).
               02 FILLER PIC X(1).
               02 ACS-SAL-CATEGORIA PIC X(13).
               02 FILLER PIC X(1).
               02 ACS-SAL-DATA PIC X(8).
               02 FILLER PIC X(1).
               02 ACS-SAL-LABEL-1 PIC X(7).
               02 ACS-SAL-HORAS PIC Z9.99.
               02 FILLER PIC X(1).
               02 ACS-SAL-LABEL-2 PIC X(6).
               02 ACS-SAL-TAXA PIC Z9.99.
               02 FILLER PIC X(1).
               02 ACS-SAL-LABEL-3 PIC X(7).
               02 ACS-SAL-VALOR PIC ZZZZZZ9.99.
               02 FILLER PIC X(1).
               02 ACS-SAL-NOTA PIC X(16).

           01 ACS-LIV-LINE.
               02 ACS-LIV-PO PIC 9(7).
               02 FILLER PIC X(1).
               02 ACS-LIV-CHAVE PIC X(9).
               02 FILLER PIC X(1).
               02 ACS-LIV-LABEL-1 PIC X(9).
               02 ACS-LIV-EDITORA PIC 9(2).
               02 FILLER PIC X(1).
               02 ACS-LIV-LABEL-2 PIC X(10).
               02 ACS-LIV-RECEBIDO PIC ZZZZ9.
               02 FILLER PIC X(1).
               02 ACS-LIV-LABEL-3 PIC X(11).
               02 ACS-LIV-FACTURADO PIC ZZZZ9.
               02 FILLER PIC X(1).
               02 ACS-LIV-LABEL-4 PIC X(7).
               02 ACS-LIV-CUSTO PIC ZZZZ9.99.
               02 FILLER PIC X(1).
               02 ACS-LIV-LABEL-5 PIC X(7).
               02 ACS-LIV-VALOR PIC ZZZZZZ9.99.

           01 ACS-TOTAL-LINE.
               02 ACS-TOT-LABEL PIC X(30).
               02 ACS-TOT-VALOR PIC ZZZZZZZZ9.99.
               02 FILLER PIC X(2).
               02 ACS-TOT-LABEL-2 PIC X(7).
               02 ACS-TOT-ITENS PIC ZZZZ9.
               02 FILLER PIC X(2).
               02 ACS-TOT-LABEL-3 PIC X(14).
               02 ACS-TOT-AVISOS PIC ZZZZ9.

           01 ACS-GL-LINE.
               02 ACS-GL-CHAVE PIC X(12).
               02 FILLER PIC X(1).
               02 ACS-GL-CONTA PIC X(6).
               02 FILLER PIC X(1).
               02 ACS-GL-LABEL-1 PIC X(11).
               02 ACS-GL-NOVO PIC -(9)9.99.
               02 FILLER PIC X(1).
               02 ACS-GL-LABEL-2 PIC X(10).
               02 ACS-GL-ANTERIOR PIC -(9)9.99.
               02 FILLER PIC X(1).
               02 ACS-GL-LABEL-3 PIC X(9).
               02 ACS-GL-DIFERENCA PIC -(9)9.99.

           COPY DATEFD.
           COPY AUDITFD.
           COPY RUNSTFD.
           COPY LOCKFD.
           COPY GLFD.
           COPY HOLFD.

      *=======================================================================*
                           WORKING-STORAGE SECTION.

           COPY DATEWS.
           COPY AUDITWS.
           COPY RUNSTWS.
           COPY LOCKWS.
           COPY GLWS.
           COPY HOLWS.

       77  ACCRUAL-PERIOD-STATUS PIC X(2) VALUE SPACES.
       77  OPEN-RENTALS-STATUS PIC X(2) VALUE SPACES.
       77  OPEN-RENTALS-EOF PIC A(3) VALUE SPACES.
       77  FLEET-MASTER-STATUS PIC X(2) VALUE SPACES.
       77  FLEET-MASTER-ABERTO PIC X(1) VALUE "N".
       77  CAR-RATES-STATUS PIC X(2) VALUE SPACES.
       77  CAR-RATES-EOF PIC A(3) VALUE SPACES.
       77  WAGE-SHEET-STATUS PIC X(2) VALUE SPACES.
       77  WAGE-SHEET-EOF PIC A(3) VALUE SPACES.
       77  EMPLOYEE-MASTER-STATUS PIC X(2) VALUE SPACES.
       77  EMPLOYEE-MASTER-ABERTO PIC X(1) VALUE "N".
       77  PAY-RATES-STATUS PIC X(2) VALUE SPACES.
       77  PAY-RATES-EOF PIC A(3) VALUE SPACES.
       77  OPEN-PO-STATUS PIC X(2) VALUE SPACES.
       77  OPEN-PO-EOF PIC A(3) VALUE SPACES.
       77  GL-JOURNAL-EOF PIC A(3) VALUE SPACES.
       77  ACCRUAL-SCHEDULE-FILENAME PIC X(30) VALUE SPACES.

      *    the period accrued and the one its reversal lands in, the  *
      *    first of each as a YYYYMMDD and the day serial of the      *
      *    first of the next -- the moment the accrual is taken at.   *
       01  ACRESCIMO-PERIODO.
           02  ACRESCIMO-ANO PIC 9(4).
           02  ACRESCIMO-MES PIC 9(2).
       01  ESTORNO-PERIODO.
           02  ESTORNO-ANO PIC 9(4).
           02  ESTORNO-MES PIC 9(2).
       77  ACRESCIMO-INICIO PIC 9(8) VALUE ZERO.
       77  ESTORNO-INICIO PIC 9(8) VALUE ZERO.
       77  ESTORNO-SERIAL PIC 9(7) VALUE ZERO.

      *    the rental accrual: the days a car still out has run past  *
      *    its due date by the first of the next period, priced the   *
      *    way PROD2V1 bills them at check-in -- the type's day rate  *
      *    plus LATE-SURCHARGE-RATE, counting only the days the drop  *
      *    branch was open when ATRASO-EM-DIAS-UTEIS is "Y". the days *
      *    up to the due date were invoiced at checkout. keep both    *
      *    in step with PROD2V1.                                      *
       77  LATE-SURCHARGE-RATE PIC V999 VALUE .500.
       77  ATRASO-EM-DIAS-UTEIS PIC X(1) VALUE "Y".
       77  LATE-DAYS PIC S9(5) VALUE ZERO.
       77  LATE-DAY-RATE PIC 9(3)V99 VALUE ZERO.
       77  ALUGUER-VALOR PIC 9(7)V99 VALUE ZERO.
       77  ALUGUER-NOTA PIC X(16) VALUE SPACES.
       77  TOTAL-ALUGUERES PIC 9(9)V99 VALUE ZERO.
       77  ALUGUERES-LIDOS PIC 9(5) VALUE ZERO.
       77  ALUGUERES-ACRESCIDOS PIC 9(5) VALUE ZERO.
       77  ALUGUERES-SEM-TARIFA PIC 9(5) VALUE ZERO.

       77  TARIFA-COUNT PIC 9(2) VALUE ZERO.
       77  TARIFA-IDX PIC 9(2) VALUE ZERO.
       01  TARIFA-TABLE.
           02  TARIFA-ENTRY OCCURS 10 TIMES.
               03 TARIFA-TBL-TIPO PIC 9(1).
               03 TARIFA-TBL-DIA PIC 99V99.

      *    the payroll accrual: each day on the wage file inside the  *
      *    period and after the last week PROD1V1 paid the employee   *
      *    (MASTER-LAST-PERIOD), at the PAY-RATES rate in force that  *
      *    day, else the rate last paid. straight time only -- the    *
      *    overtime split and the employer's charges are the weekly   *
      *    run's to work out.                                         *
       77  HORAS-MINUTOS PIC 9(5) VALUE ZERO.
       77  HORAS-DECIMAL PIC 9(2)V99 VALUE ZERO.
       77  TAXA-HORA PIC 9(2)V99 VALUE ZERO.
       77  TAXA-DATA PIC X(8) VALUE SPACES.
       77  TAXA-DATA-TRABALHO PIC X(8) VALUE SPACES.
       77  ULTIMO-PAGO PIC X(8) VALUE SPACES.
       77  SALARIO-VALOR PIC 9(7)V99 VALUE ZERO.
       77  SALARIO-NOTA PIC X(16) VALUE SPACES.
       77  TOTAL-SALARIOS PIC 9(9)V99 VALUE ZERO.
       77  SALARIOS-LIDOS PIC 9(5) VALUE ZERO.
       77  SALARIOS-ACRESCIDOS PIC 9(5) VALUE ZERO.
       77  SALARIOS-SEM-TAXA PIC 9(5) VALUE ZERO.

       77  TAXA-COUNT PIC 9(3) VALUE ZERO.
       77  TAXA-IDX PIC 9(3) VALUE ZERO.
       01  TAXA-TABLE.
           02  TAXA-ENTRY OCCURS 500 TIMES.
               03 TAXA-TBL-NUMERO PIC 9(6).
               03 TAXA-TBL-DATA PIC X(8).
               03 TAXA-TBL-BASE PIC 9(2)V99.

      *    the wage cost per JOB-CATEGORY, debited to the same        *
      *    SAL- plus category mnemonic the weekly run debits.         *
       77  CATEGORIA-COUNT PIC 9(2) VALUE ZERO.
       77  CATEGORIA-IDX PIC 9(2) VALUE ZERO.
       77  CATEGORIA-ATUAL PIC 9(2) VALUE ZERO.
       01  CATEGORIA-TABLE.
           02  CATEGORIA-ENTRY OCCURS 20 TIMES.
               03 CATEGORIA-TBL-NOME PIC A(13).
               03 CATEGORIA-TBL-VALOR PIC 9(9)V99.

      *    the bookshop accrual: the copies received on an open-PO    *
      *    line but not yet invoiced, at the line's order cost.       *
       77  LIVROS-POR-FACTURAR PIC S9(5) VALUE ZERO.
       77  LIVROS-VALOR PIC 9(7)V99 VALUE ZERO.
       77  TOTAL-LIVROS PIC 9(9)V99 VALUE ZERO.
       77  LIVROS-LIDOS PIC 9(5) VALUE ZERO.
       77  LIVROS-ACRESCIDOS PIC 9(5) VALUE ZERO.

      *    one slot per GL account this run accrues or an earlier run *
      *    accrued for the period, debits positive: what is due now,  *
      *    what the ledger already holds under GLACCRUE and the       *
      *    difference posted (and reversed) by this run.              *
       77  LANC-COUNT PIC 9(2) VALUE ZERO.
       77  LANC-IDX PIC 9(2) VALUE ZERO.
       77  LANC-ATUAL PIC 9(2) VALUE ZERO.
       77  LANC-OVERFLOW PIC X(1) VALUE "N".
       77  LANC-CHAVE-BUSCA PIC X(12) VALUE SPACES.
       77  LANC-CONTA-BUSCA PIC X(6) VALUE SPACES.
       77  LANC-VALOR-BUSCA PIC S9(9)V99 VALUE ZERO.
       01  LANC-TABLE.
           02  LANC-ENTRY OCCURS 40 TIMES.
               03 LANC-TBL-CHAVE PIC X(12).
               03 LANC-TBL-CONTA PIC X(6).
               03 LANC-TBL-NOVO PIC S9(9)V99.
               03 LANC-TBL-ANTERIOR PIC S9(9)V99.
               03 LANC-TBL-DIFERENCA PIC S9(9)V99.

      *    what each accrual already stands at for the period, added *
      *    up off this program's own audit lines -- one mnemonic each,*
      *    whatever account the chart maps it to -- and the one being *
      *    audited now.                                               *
       77  ANTERIOR-ALUGUERES PIC S9(9)V99 VALUE ZERO.
       77  ANTERIOR-SALARIOS PIC S9(9)V99 VALUE ZERO.
       77  ANTERIOR-LIVROS PIC S9(9)V99 VALUE ZERO.
       77  ACRESCIMO-TIPO PIC S9(9)V99 VALUE ZERO.
       77  ANTERIOR-TIPO PIC S9(9)V99 VALUE ZERO.
       77  AUDIT-TRAIL-EOF PIC X(3) VALUE SPACES.

      *    parsing the trail's -(6)9.99 edited amount back to numeric.
       77  VALOR-NEGATIVO PIC 9(2) VALUE ZERO.
       77  VALOR-INTEIRO PIC 9(7) VALUE ZERO.
       77  VALOR-DECIMAL PIC 9(2) VALUE ZERO.
       77  VALOR-NUMERICO PIC S9(7)V99 VALUE ZERO.

       01  VALOR-PARSE.
           02 VP-INTEIRO PIC X(7).
           02 VP-PONTO PIC X(1).
           02 VP-DECIMAL PIC X(2).

       77  DIFERENCA-TIPO PIC S9(9)V99 VALUE ZERO.
       77  TOTAL-DIFERENCAS PIC S9(9)V99 VALUE ZERO.
       77  TOTAL-ACRESCIMOS PIC 9(9)V99 VALUE ZERO.
       77  LINHAS-LANCADAS PIC 9(5) VALUE ZERO.

      *=======================================================================*
                             PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM ABRIR-ERROR-LOG.
           PERFORM ABRIR-AUDIT-TRAIL.
      *    ---- two runs at once would both read the same ledger and  ----*
      *    ---- both post the difference: take the run lock or refuse.----*
           MOVE "GLACCRUE" TO LOCK-PROGRAMA.
           PERFORM OBTER-RUN-LOCK THRU OBTER-RUN-LOCK-EXIT.
           IF LOCK-OBTIDO = "N"
               DISPLAY "GLACCRUE - JA EM EXECUCAO - RECUSADO"
               MOVE 8 TO RETURN-CODE
               CLOSE ERROR-LOG
                     AUDIT-TRAIL
               STOP RUN
           END-IF.

           MOVE "GLACCRUE" TO RST-PROGRAMA.
           PERFORM REGISTAR-INICIO-EXECUCAO
               THRU REGISTAR-INICIO-EXECUCAO-EXIT.
           PERFORM OBTER-DATA-EXECUCAO.
           DISPLAY "GLACCRUE - RUN DATE: " RUN-DATE-DISPLAY.

           PERFORM LER-PERIODO-ACRESCIMO THRU LER-PERIODO-ACRESCIMO-FIM.

           STRING "ACCRUAL-SCHEDULE-" ACRESCIMO-PERIODO ".txt"
               DELIMITED BY SIZE INTO ACCRUAL-SCHEDULE-FILENAME.

      *    ---- a sealed period takes no accrual, and a sealed next   ----*
      *    ---- period could not take its reversal -- either way      ----*
      *    ---- nothing may post half a pair.                         ----*
           MOVE ACRESCIMO-PERIODO TO GL-PERIODO.
           PERFORM VERIFICAR-PERIODO-ENCERRADO.
           IF GL-PERIODO-ENCERRADO = "Y"
               MOVE "GLACCRUE" TO ERR-PROGRAMA
               MOVE "E30" TO ERR-CODIGO
               MOVE "periodo encerrado - acrescimos recusados - " TO
                   ERR-MENSAGEM
               MOVE ACRESCIMO-PERIODO TO ERR-MENSAGEM (44:6)
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               PERFORM TERMINAR-COM-ERRO
           END-IF.
           MOVE ESTORNO-PERIODO TO GL-PERIODO.
           PERFORM VERIFICAR-PERIODO-ENCERRADO.
           IF GL-PERIODO-ENCERRADO = "Y"
               MOVE "GLACCRUE" TO ERR-PROGRAMA
               MOVE "E30" TO ERR-CODIGO
               MOVE "periodo do estorno encerrado - recusado - " TO
                   ERR-MENSAGEM
               MOVE ESTORNO-PERIODO TO ERR-MENSAGEM (44:6)
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               PERFORM TERMINAR-COM-ERRO
           END-IF.

           PERFORM CARREGAR-PLANO-CONTAS
               THRU CARREGAR-PLANO-CONTAS-EXIT.
           MOVE "GLACCRUE" TO FER-PROGRAMA.
           MOVE "E30" TO FER-CODIGO-ERRO.
           PERFORM CARREGAR-FERIADOS THRU CARREGAR-FERIADOS-EXIT.

           OPEN OUTPUT ACCRUAL-SCHEDULE-OUT.
           MOVE SPACES TO ACS-TITLE-LINE.
           MOVE "MAPA DE ACRESCIMOS DE FIM DE PERIODO - " TO
               ACS-TITULO.
           MOVE ACRESCIMO-PERIODO TO ACS-TIT-PERIODO.
           MOVE "ESTORNO EM: " TO ACS-TIT-LABEL-2.
           MOVE ESTORNO-PERIODO TO ACS-TIT-ESTORNO.
           MOVE "CORRIDA: " TO ACS-TIT-LABEL-3.
           MOVE RUN-DATE-DISPLAY TO ACS-TIT-DATA.
           WRITE ACS-TITLE-LINE
               AFTER ADVANCING 1 LINE.
           DISPLAY ACS-TITLE-LINE.

           PERFORM ACRESCER-ALUGUERES.
           PERFORM ACRESCER-SALARIOS.
           PERFORM ACRESCER-LIVROS.

      *    ---- what the ledger already holds for the period, then    ----*
      *    ---- the difference per account -- a rerun on unchanged    ----*
      *    ---- ledgers posts nothing.                                ----*
           PERFORM SOMAR-ACRESCIMOS-ANTERIORES.

           IF LANC-OVERFLOW = "Y"
               MOVE "GLACCRUE" TO ERR-PROGRAMA
               MOVE "E30" TO ERR-CODIGO
               MOVE "tabela de contas cheia - nada lancado" TO
                   ERR-MENSAGEM
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               CLOSE ACCRUAL-SCHEDULE-OUT
               PERFORM TERMINAR-COM-ERRO
           END-IF.

           PERFORM CALCULAR-DIFERENCA
               VARYING LANC-IDX FROM 1 BY 1
               UNTIL LANC-IDX > LANC-COUNT.
           PERFORM ESCREVER-RESUMO-DIARIO.
           CLOSE ACCRUAL-SCHEDULE-OUT.

      *    ---- the accrual journal in the period being closed ...    ----*
           MOVE "GLACCRUE" TO GL-PROGRAMA.
           MOVE ACRESCIMO-PERIODO TO GL-PERIODO.
           PERFORM LANCAR-ACRESCIMO
               VARYING LANC-IDX FROM 1 BY 1
               UNTIL LANC-IDX > LANC-COUNT.
           PERFORM LIBERTAR-DIARIO THRU LIBERTAR-DIARIO-EXIT.

      *    ---- ... and its mirror on the first day of the next one,  ----*
      *    ---- so the invoice or the payroll that follows is not     ----*
      *    ---- counted twice. a fresh pending table for the second   ----*
      *    ---- journal, posted under its own program tag so the next ----*
      *    ---- period's accrual run does not read it as its own.     ----*
           MOVE ZERO TO GL-PENDENTES.
           MOVE ZERO TO GL-TOTAL-DEBITOS.
           MOVE ZERO TO GL-TOTAL-CREDITOS.
           MOVE "GLACCREV" TO GL-PROGRAMA.
           MOVE ESTORNO-PERIODO TO GL-PERIODO.
           PERFORM LANCAR-ESTORNO
               VARYING LANC-IDX FROM 1 BY 1
               UNTIL LANC-IDX > LANC-COUNT.
           PERFORM LIBERTAR-DIARIO THRU LIBERTAR-DIARIO-EXIT.

      *    ---- one audit line per accrual that moved, its change    ----*
      *    ---- against what the trail already holds for it, to tie   ----*
      *    ---- with the FIM line. the trail is read with the run     ----*
      *    ---- lock held, so no other GLACCRUE can be adding to it.  ----*
           CLOSE AUDIT-TRAIL.
           PERFORM SOMAR-AUDITORIA-ANTERIOR.
           PERFORM ABRIR-AUDIT-TRAIL.

           MOVE "ALU-ACRESC" TO LANC-CHAVE-BUSCA.
           MOVE TOTAL-ALUGUERES TO ACRESCIMO-TIPO.
           MOVE ANTERIOR-ALUGUERES TO ANTERIOR-TIPO.
           MOVE "ACRESCIMO ALUGUERES" TO AUD-DESCRICAO.
           PERFORM AUDITAR-ACRESCIMO THRU AUDITAR-ACRESCIMO-FIM.
           MOVE "SAL-ACRESC" TO LANC-CHAVE-BUSCA.
           MOVE TOTAL-SALARIOS TO ACRESCIMO-TIPO.
           MOVE ANTERIOR-SALARIOS TO ANTERIOR-TIPO.
           MOVE "ACRESCIMO SALARIOS" TO AUD-DESCRICAO.
           PERFORM AUDITAR-ACRESCIMO THRU AUDITAR-ACRESCIMO-FIM.
           MOVE "LIV-ACRESC" TO LANC-CHAVE-BUSCA.
           MOVE TOTAL-LIVROS TO ACRESCIMO-TIPO.
           MOVE ANTERIOR-LIVROS TO ANTERIOR-TIPO.
           MOVE "ACRESCIMO MERCADORIA" TO AUD-DESCRICAO.
           PERFORM AUDITAR-ACRESCIMO THRU AUDITAR-ACRESCIMO-FIM.

           COMPUTE RST-LIDOS =
                   ALUGUERES-LIDOS + SALARIOS-LIDOS + LIVROS-LIDOS.
           COMPUTE RST-GRAVADOS = ALUGUERES-ACRESCIDOS
                   + SALARIOS-ACRESCIDOS + LIVROS-ACRESCIDOS.
           COMPUTE RST-REJEITADOS =
                   ALUGUERES-SEM-TARIFA + SALARIOS-SEM-TAXA.
           MOVE TOTAL-DIFERENCAS TO RST-VALOR.
           MOVE "OK" TO RST-RESULTADO.
           PERFORM REGISTAR-FIM-EXECUCAO
               THRU REGISTAR-FIM-EXECUCAO-EXIT.

           PERFORM LIBERTAR-RUN-LOCK.

           CLOSE ERROR-LOG
                 AUDIT-TRAIL.
           STOP RUN.

      *    ---- an abort before anything was posted: the FIM line    ---- *
      *    ---- says so, the lock is released, and the step fails.    ----*
           TERMINAR-COM-ERRO.

           COMPUTE RST-LIDOS =
                   ALUGUERES-LIDOS + SALARIOS-LIDOS + LIVROS-LIDOS.
           MOVE ZERO TO RST-GRAVADOS.
           MOVE ZERO TO RST-REJEITADOS.
           MOVE ZERO TO RST-VALOR.
           MOVE "ERRO" TO RST-RESULTADO.
           PERFORM REGISTAR-FIM-EXECUCAO
               THRU REGISTAR-FIM-EXECUCAO-EXIT.
           PERFORM LIBERTAR-RUN-LOCK.
           MOVE 8 TO RETURN-CODE.
           CLOSE ERROR-LOG
                 AUDIT-TRAIL.
           STOP RUN.

      *    ---- the month being accrued: the optional parameter file, ----*
      *    ---- else the run month; then the month its reversal       ----*
      *    ---- falls in and the first day of each.                   ----*
           LER-PERIODO-ACRESCIMO.

           MOVE RUN-PERIOD-TAG TO ACRESCIMO-PERIODO.
           OPEN INPUT ACCRUAL-PERIOD-IN.
           IF ACCRUAL-PERIOD-STATUS = "00"
               READ ACCRUAL-PERIOD-IN
                   AT END CONTINUE
                   NOT AT END
                       IF ACP-PERIODO NOT = SPACES
                           MOVE ACP-PERIODO TO ACRESCIMO-PERIODO
                       END-IF
               END-READ
               CLOSE ACCRUAL-PERIOD-IN
           END-IF.

           IF ACRESCIMO-PERIODO IS NOT NUMERIC
               GO TO LER-PERIODO-ACRESCIMO-ERRO
           END-IF.
           IF ACRESCIMO-MES < 1 OR ACRESCIMO-MES > 12
               GO TO LER-PERIODO-ACRESCIMO-ERRO
           END-IF.

           MOVE ACRESCIMO-ANO TO ESTORNO-ANO.
           MOVE ACRESCIMO-MES TO ESTORNO-MES.
           IF ESTORNO-MES = 12
               ADD 1 TO ESTORNO-ANO
               MOVE 1 TO ESTORNO-MES
           ELSE
               ADD 1 TO ESTORNO-MES
           END-IF.

           COMPUTE ACRESCIMO-INICIO =
                   (ACRESCIMO-ANO * 10000) + (ACRESCIMO-MES * 100) + 1.
           COMPUTE ESTORNO-INICIO =
                   (ESTORNO-ANO * 10000) + (ESTORNO-MES * 100) + 1.
           MOVE ESTORNO-INICIO TO FER-DATA-TRABALHO.
           PERFORM CONVERTER-FERIADO-SERIAL.
           MOVE FER-SERIAL TO ESTORNO-SERIAL.
           GO TO LER-PERIODO-ACRESCIMO-FIM.

           LER-PERIODO-ACRESCIMO-ERRO.

           MOVE "GLACCRUE" TO ERR-PROGRAMA.
           MOVE "E30" TO ERR-CODIGO.
           MOVE "periodo invalido em ACCRUAL-PERIOD.txt - " TO
               ERR-MENSAGEM.
           MOVE ACRESCIMO-PERIODO TO ERR-MENSAGEM (42:6).
           PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT.
           PERFORM TERMINAR-COM-ERRO.

           LER-PERIODO-ACRESCIMO-FIM.
               EXIT.

      *=======================================================================*
      *    rental revenue earned and not yet invoiced                         *
      *=======================================================================*
           ACRESCER-ALUGUERES.

           MOVE SPACES TO ACS-TEXT-LINE.
           MOVE "ALUGUERES EM CURSO - DIAS DE ATRASO POR FACTURAR" TO
               ACS-TEXTO.
           WRITE ACS-TEXT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE ZERO TO TARIFA-COUNT.
           MOVE SPACES TO CAR-RATES-EOF.
           OPEN INPUT CAR-RATES.
           IF CAR-RATES-STATUS NOT = "00"
               MOVE "YYY" TO CAR-RATES-EOF
           ELSE
               READ CAR-RATES
                   AT END MOVE "YYY" TO CAR-RATES-EOF
               END-READ
               PERFORM CONSTRUIR-TARIFA
                   UNTIL CAR-RATES-EOF = "YYY"
               CLOSE CAR-RATES
           END-IF.

           MOVE "N" TO FLEET-MASTER-ABERTO.
           OPEN INPUT FLEET-MASTER.
           IF FLEET-MASTER-STATUS = "00"
               MOVE "Y" TO FLEET-MASTER-ABERTO
           ELSE
               MOVE "GLACCRUE" TO ERR-PROGRAMA
               MOVE "E30" TO ERR-CODIGO
               MOVE "erro ao abrir FLEET-MASTER.txt - sem tarifas" TO
                   ERR-MENSAGEM
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
           END-IF.

           MOVE SPACES TO OPEN-RENTALS-EOF.
           OPEN INPUT OPEN-RENTALS.
           IF OPEN-RENTALS-STATUS NOT = "00"
               MOVE "YYY" TO OPEN-RENTALS-EOF
               MOVE SPACES TO ACS-TEXT-LINE
               MOVE "  OPEN-RENTALS.txt AUSENTE - NADA A ACRESCER" TO
                   ACS-TEXTO
               WRITE ACS-TEXT-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               READ OPEN-RENTALS
                   AT END MOVE "YYY" TO OPEN-RENTALS-EOF
               END-READ
               PERFORM PROCESSAR-ALUGUER THRU PROCESSAR-ALUGUER-FIM
                   UNTIL OPEN-RENTALS-EOF = "YYY"
               CLOSE OPEN-RENTALS
           END-IF.

           IF FLEET-MASTER-ABERTO = "Y"
               CLOSE FLEET-MASTER
           END-IF.

           MOVE SPACES TO ACS-TOTAL-LINE.
           MOVE "SUBTOTAL ALUGUERES: " TO ACS-TOT-LABEL.
           MOVE TOTAL-ALUGUERES TO ACS-TOT-VALOR.
           MOVE "ITENS: " TO ACS-TOT-LABEL-2.
           MOVE ALUGUERES-ACRESCIDOS TO ACS-TOT-ITENS.
           MOVE "SEM TARIFA: " TO ACS-TOT-LABEL-3.
           MOVE ALUGUERES-SEM-TARIFA TO ACS-TOT-AVISOS.
           WRITE ACS-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           DISPLAY ACS-TOTAL-LINE.

      *    accrued rental income against the rental revenue the late  *
      *    fee will be credited to when the car comes back.           *
           MOVE "ALU-ACRESC" TO LANC-CHAVE-BUSCA.
           MOVE TOTAL-ALUGUERES TO LANC-VALOR-BUSCA.
           PERFORM ACUMULAR-LANCAMENTO.
           MOVE "ALU-PROVEITO" TO LANC-CHAVE-BUSCA.
           COMPUTE LANC-VALOR-BUSCA = ZERO - TOTAL-ALUGUERES.
           PERFORM ACUMULAR-LANCAMENTO.

           CONSTRUIR-TARIFA.

           IF TARIFA-COUNT < 10
                   AND RATE_CAR_TYPE IS NUMERIC
                   AND RATE_PER_DAY IS NUMERIC
               ADD 1 TO TARIFA-COUNT
               MOVE RATE_CAR_TYPE TO TARIFA-TBL-TIPO (TARIFA-COUNT)
               MOVE RATE_PER_DAY TO TARIFA-TBL-DIA (TARIFA-COUNT)
           END-IF.

           READ CAR-RATES
               AT END MOVE "YYY" TO CAR-RATES-EOF
           END-READ.

      *    ---- one car still out: past due by the first of the next  ----*
      *    ---- period is revenue earned; still inside the term it    ----*
      *    ---- was invoiced at checkout and is listed for the count. ----*
           PROCESSAR-ALUGUER.

           MOVE ZERO TO ALUGUER-VALOR.
           MOVE ZERO TO LATE-DAYS.
           MOVE ZERO TO LATE-DAY-RATE.
           MOVE SPACES TO ALUGUER-NOTA.

           IF OPR_CHECKOUT_DATE IS NOT NUMERIC
                   OR OPR_DUE_SERIAL IS NOT NUMERIC
               MOVE "GLACCRUE" TO ERR-PROGRAMA
               MOVE "E30" TO ERR-CODIGO
               MOVE "aluguer aberto invalido - ignorado - " TO
                   ERR-MENSAGEM
               MOVE OPR_PLATE TO ERR-MENSAGEM (38:8)
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               GO TO PROCESSAR-ALUGUER-LER
           END-IF.

      *    a car handed over after the period was not out in it.      *
           IF OPR_CHECKOUT_DATE NOT < ESTORNO-INICIO
               GO TO PROCESSAR-ALUGUER-LER
           END-IF.

           ADD 1 TO ALUGUERES-LIDOS.
           COMPUTE LATE-DAYS = ESTORNO-SERIAL - OPR_DUE_SERIAL.

           IF LATE-DAYS NOT > ZERO
               MOVE ZERO TO LATE-DAYS
               MOVE "DENTRO DO PRAZO" TO ALUGUER-NOTA
               GO TO PROCESSAR-ALUGUER-ESCREVER
           END-IF.

           IF ATRASO-EM-DIAS-UTEIS = "Y"
               MOVE OPR_DUE_SERIAL TO FER-SERIAL-DE
               MOVE ESTORNO-SERIAL TO FER-SERIAL-ATE
               IF OPR_DROP_BRANCH IS NUMERIC
                   MOVE OPR_DROP_BRANCH TO FER-BALCAO
               ELSE
                   MOVE ZERO TO FER-BALCAO
               END-IF
               MOVE "N" TO FER-SALTAR-FIM-SEMANA
               PERFORM CONTAR-DIAS-UTEIS THRU CONTAR-DIAS-UTEIS-EXIT
               MOVE FER-DIAS-UTEIS TO LATE-DAYS
           END-IF.

           PERFORM PROCURAR-TARIFA-VIATURA.
           IF LATE-DAY-RATE = ZERO
               MOVE "SEM TARIFA" TO ALUGUER-NOTA
               ADD 1 TO ALUGUERES-SEM-TARIFA
               MOVE "GLACCRUE" TO ERR-PROGRAMA
               MOVE "E30" TO ERR-CODIGO
               MOVE "viatura sem tarifa - atraso ignorado - " TO
                   ERR-MENSAGEM
               MOVE OPR_PLATE TO ERR-MENSAGEM (40:8)
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               GO TO PROCESSAR-ALUGUER-ESCREVER
           END-IF.

           COMPUTE ALUGUER-VALOR ROUNDED =
                   LATE-DAYS * LATE-DAY-RATE.
           IF ALUGUER-VALOR > ZERO
               ADD ALUGUER-VALOR TO TOTAL-ALUGUERES
               ADD 1 TO ALUGUERES-ACRESCIDOS
               MOVE "EM ATRASO" TO ALUGUER-NOTA
           END-IF.

           PROCESSAR-ALUGUER-ESCREVER.

           MOVE SPACES TO ACS-ALU-LINE.
           MOVE OPR_PLATE TO ACS-ALU-PLATE.
           MOVE OPR_CLIENT TO ACS-ALU-CLIENT.
           MOVE OPR_CHECKOUT_DATE TO ACS-ALU-CHECKOUT.
           MOVE "DIAS: " TO ACS-ALU-LABEL-1.
           MOVE LATE-DAYS TO ACS-ALU-DIAS.
           MOVE "TARIFA: " TO ACS-ALU-LABEL-2.
           MOVE LATE-DAY-RATE TO ACS-ALU-TARIFA.
           MOVE "VALOR: " TO ACS-ALU-LABEL-3.
           MOVE ALUGUER-VALOR TO ACS-ALU-VALOR.
           MOVE ALUGUER-NOTA TO ACS-ALU-NOTA.
           WRITE ACS-ALU-LINE
               AFTER ADVANCING 1 LINE.

           PROCESSAR-ALUGUER-LER.

           READ OPEN-RENTALS
               AT END MOVE "YYY" TO OPEN-RENTALS-EOF
           END-READ.

           PROCESSAR-ALUGUER-FIM.
               EXIT.

      *    ---- the plate's type off the fleet master, the type's     ----*
      *    ---- day rate off CAR-RATES.txt, plus the late surcharge.  ----*
           PROCURAR-TARIFA-VIATURA.

           MOVE ZERO TO LATE-DAY-RATE.
           IF FLEET-MASTER-ABERTO = "Y"
               MOVE OPR_PLATE TO FLEET_PLATE
               READ FLEET-MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       PERFORM TESTAR-TARIFA
                           VARYING TARIFA-IDX FROM 1 BY 1
                           UNTIL TARIFA-IDX > TARIFA-COUNT
                              OR LATE-DAY-RATE > ZERO
               END-READ
           END-IF.

           TESTAR-TARIFA.

           IF TARIFA-TBL-TIPO (TARIFA-IDX) = FLEET_CAR_TYPE
               COMPUTE LATE-DAY-RATE ROUNDED =
                       TARIFA-TBL-DIA (TARIFA-IDX)
                       * (1 + LATE-SURCHARGE-RATE)
           END-IF.

      *=======================================================================*
      *    wages for days worked since the last weekly payroll                *
      *=======================================================================*
           ACRESCER-SALARIOS.

           MOVE SPACES TO ACS-TEXT-LINE.
           MOVE "PESSOAL - HORAS DESDE O ULTIMO PROCESSAMENTO SEMANAL"
               TO ACS-TEXTO.
           WRITE ACS-TEXT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE ZERO TO TAXA-COUNT.
           MOVE SPACES TO PAY-RATES-EOF.
           OPEN INPUT PAY-RATES.
           IF PAY-RATES-STATUS NOT = "00"
               MOVE "YYY" TO PAY-RATES-EOF
           ELSE
               READ PAY-RATES
                   AT END MOVE "YYY" TO PAY-RATES-EOF
               END-READ
               PERFORM CONSTRUIR-TAXA
                   UNTIL PAY-RATES-EOF = "YYY"
               CLOSE PAY-RATES
           END-IF.

           MOVE "N" TO EMPLOYEE-MASTER-ABERTO.
           OPEN INPUT EMPLOYEE-MASTER.
           IF EMPLOYEE-MASTER-STATUS = "00"
               MOVE "Y" TO EMPLOYEE-MASTER-ABERTO
           ELSE
               MOVE "GLACCRUE" TO ERR-PROGRAMA
               MOVE "E30" TO ERR-CODIGO
               MOVE "erro ao abrir EMPLOYEE-MASTER.txt" TO
                   ERR-MENSAGEM
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
           END-IF.

           MOVE SPACES TO WAGE-SHEET-EOF.
           OPEN INPUT WAGE_SHEET.
           IF WAGE-SHEET-STATUS NOT = "00"
               MOVE "YYY" TO WAGE-SHEET-EOF
               MOVE SPACES TO ACS-TEXT-LINE
               MOVE "  REMUNERACAO-IN.txt AUSENTE - NADA A ACRESCER" TO
                   ACS-TEXTO
               WRITE ACS-TEXT-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               READ WAGE_SHEET
                   AT END MOVE "YYY" TO WAGE-SHEET-EOF
               END-READ
               PERFORM PROCESSAR-DIA-TRABALHO
                   THRU PROCESSAR-DIA-TRABALHO-FIM
                   UNTIL WAGE-SHEET-EOF = "YYY"
               CLOSE WAGE_SHEET
           END-IF.

           IF EMPLOYEE-MASTER-ABERTO = "Y"
               CLOSE EMPLOYEE-MASTER
           END-IF.

           MOVE SPACES TO ACS-TOTAL-LINE.
           MOVE "SUBTOTAL PESSOAL: " TO ACS-TOT-LABEL.
           MOVE TOTAL-SALARIOS TO ACS-TOT-VALOR.
           MOVE "ITENS: " TO ACS-TOT-LABEL-2.
           MOVE SALARIOS-ACRESCIDOS TO ACS-TOT-ITENS.
           MOVE "SEM TAXA: " TO ACS-TOT-LABEL-3.
           MOVE SALARIOS-SEM-TAXA TO ACS-TOT-AVISOS.
           WRITE ACS-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           DISPLAY ACS-TOTAL-LINE.

      *    wage cost per category against accrued wages payable.      *
           PERFORM ACUMULAR-CATEGORIA
               VARYING CATEGORIA-IDX FROM 1 BY 1
               UNTIL CATEGORIA-IDX > CATEGORIA-COUNT.
           MOVE "SAL-ACRESC" TO LANC-CHAVE-BUSCA.
           COMPUTE LANC-VALOR-BUSCA = ZERO - TOTAL-SALARIOS.
           PERFORM ACUMULAR-LANCAMENTO.

           CONSTRUIR-TAXA.

           IF RATE-EMP-NUMBER IS NUMERIC
                   AND RATE-BASE IS NUMERIC
               IF TAXA-COUNT < 500
                   ADD 1 TO TAXA-COUNT
                   MOVE RATE-EMP-NUMBER TO TAXA-TBL-NUMERO (TAXA-COUNT)
                   MOVE RATE-EFF-DATE TO TAXA-TBL-DATA (TAXA-COUNT)
                   MOVE RATE-BASE TO TAXA-TBL-BASE (TAXA-COUNT)
               ELSE
                   MOVE "GLACCRUE" TO ERR-PROGRAMA
                   MOVE "E30" TO ERR-CODIGO
                   MOVE "tabela de taxas cheia - linha ignorada" TO
                       ERR-MENSAGEM
                   PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               END-IF
           END-IF.

           READ PAY-RATES
               AT END MOVE "YYY" TO PAY-RATES-EOF
           END-READ.

      *    ---- one wage line: a day inside the period that the last  ----*
      *    ---- posted week did not already pay.                      ----*
           PROCESSAR-DIA-TRABALHO.

           MOVE ZERO TO SALARIO-VALOR.
           MOVE ZERO TO TAXA-HORA.
           MOVE SPACES TO SALARIO-NOTA.

           IF WORK-DATE IS NOT NUMERIC
                   OR EMPLOYEE_NUMBER IS NOT NUMERIC
                   OR WORKED-HOURS IS NOT NUMERIC
                   OR WORKED-MINUTES IS NOT NUMERIC
               GO TO PROCESSAR-DIA-TRABALHO-LER
           END-IF.
           IF WORK-DATE < ACRESCIMO-INICIO
                   OR WORK-DATE NOT < ESTORNO-INICIO
               GO TO PROCESSAR-DIA-TRABALHO-LER
           END-IF.
           IF ABSENT-FLAG = "Y"
               GO TO PROCESSAR-DIA-TRABALHO-LER
           END-IF.

           MOVE WORK-DATE TO TAXA-DATA-TRABALHO.
           MOVE SPACES TO ULTIMO-PAGO.
           MOVE ZERO TO MASTER-LAST-RATE.
           IF EMPLOYEE-MASTER-ABERTO = "Y"
               MOVE EMPLOYEE_NUMBER TO MASTER-EMP-NUMBER
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       MOVE ZERO TO MASTER-LAST-RATE
                   NOT INVALID KEY
                       MOVE MASTER-LAST-PERIOD TO ULTIMO-PAGO
               END-READ
           END-IF.
           IF MASTER-LAST-RATE IS NOT NUMERIC
               MOVE ZERO TO MASTER-LAST-RATE
           END-IF.

      *    a day on or before the last week paid is already in the    *
      *    ledger through the weekly run's own journal.               *
           IF ULTIMO-PAGO NOT = SPACES
                   AND TAXA-DATA-TRABALHO NOT > ULTIMO-PAGO
               GO TO PROCESSAR-DIA-TRABALHO-LER
           END-IF.

           ADD 1 TO SALARIOS-LIDOS.
           COMPUTE HORAS-MINUTOS =
                   (WORKED-HOURS * 60) + WORKED-MINUTES.
           COMPUTE HORAS-DECIMAL ROUNDED = HORAS-MINUTOS / 60.

           MOVE SPACES TO TAXA-DATA.
           PERFORM TESTAR-TAXA
               VARYING TAXA-IDX FROM 1 BY 1
               UNTIL TAXA-IDX > TAXA-COUNT.
           IF TAXA-HORA = ZERO
               MOVE MASTER-LAST-RATE TO TAXA-HORA
           END-IF.

           IF TAXA-HORA = ZERO
               MOVE "SEM TAXA" TO SALARIO-NOTA
               ADD 1 TO SALARIOS-SEM-TAXA
               MOVE "GLACCRUE" TO ERR-PROGRAMA
               MOVE "E30" TO ERR-CODIGO
               MOVE "empregado sem taxa - dia nao acrescido - " TO
                   ERR-MENSAGEM
               MOVE EMPLOYEE_NUMBER TO ERR-MENSAGEM (42:6)
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               GO TO PROCESSAR-DIA-TRABALHO-ESCREVER
           END-IF.

           COMPUTE SALARIO-VALOR ROUNDED =
                   HORAS-MINUTOS * TAXA-HORA / 60.
           IF SALARIO-VALOR > ZERO
               ADD SALARIO-VALOR TO TOTAL-SALARIOS
               ADD 1 TO SALARIOS-ACRESCIDOS
               PERFORM SOMAR-CATEGORIA
           END-IF.

           PROCESSAR-DIA-TRABALHO-ESCREVER.

           MOVE SPACES TO ACS-SAL-LINE.
           MOVE EMPLOYEE_NUMBER TO ACS-SAL-NUMERO.
           MOVE LAST_NAME TO ACS-SAL-APELIDO.
           MOVE FIRST_NAME TO ACS-SAL-NOME.
           MOVE JOB-CATEGORY TO ACS-SAL-CATEGORIA.
           MOVE TAXA-DATA-TRABALHO TO ACS-SAL-DATA.
           MOVE "HORAS: " TO ACS-SAL-LABEL-1.
           MOVE HORAS-DECIMAL TO ACS-SAL-HORAS.
           MOVE "TAXA: " TO ACS-SAL-LABEL-2.
           MOVE TAXA-HORA TO ACS-SAL-TAXA.
           MOVE "VALOR: " TO ACS-SAL-LABEL-3.
           MOVE SALARIO-VALOR TO ACS-SAL-VALOR.
           MOVE SALARIO-NOTA TO ACS-SAL-NOTA.
           WRITE ACS-SAL-LINE
               AFTER ADVANCING 1 LINE.

           PROCESSAR-DIA-TRABALHO-LER.

           READ WAGE_SHEET
               AT END MOVE "YYY" TO WAGE-SHEET-EOF
           END-READ.

           PROCESSAR-DIA-TRABALHO-FIM.
               EXIT.

      *    the latest PAY-RATES line in force on the day worked.      *
           TESTAR-TAXA.

           IF TAXA-TBL-NUMERO (TAXA-IDX) = EMPLOYEE_NUMBER
                   AND TAXA-TBL-DATA (TAXA-IDX) NOT > TAXA-DATA-TRABALHO
                   AND (TAXA-DATA = SPACES
                        OR TAXA-TBL-DATA (TAXA-IDX) > TAXA-DATA)
               MOVE TAXA-TBL-DATA (TAXA-IDX) TO TAXA-DATA
               MOVE TAXA-TBL-BASE (TAXA-IDX) TO TAXA-HORA
           END-IF.

           SOMAR-CATEGORIA.

           MOVE ZERO TO CATEGORIA-ATUAL.
           PERFORM TESTAR-CATEGORIA
               VARYING CATEGORIA-IDX FROM 1 BY 1
               UNTIL CATEGORIA-IDX > CATEGORIA-COUNT
                  OR CATEGORIA-ATUAL > ZERO.
           IF CATEGORIA-ATUAL = ZERO AND CATEGORIA-COUNT < 20
               ADD 1 TO CATEGORIA-COUNT
               MOVE JOB-CATEGORY TO CATEGORIA-TBL-NOME (CATEGORIA-COUNT)
               MOVE ZERO TO CATEGORIA-TBL-VALOR (CATEGORIA-COUNT)
               MOVE CATEGORIA-COUNT TO CATEGORIA-ATUAL
           END-IF.
           IF CATEGORIA-ATUAL = ZERO
               MOVE "Y" TO LANC-OVERFLOW
           ELSE
               ADD SALARIO-VALOR
                   TO CATEGORIA-TBL-VALOR (CATEGORIA-ATUAL)
           END-IF.

           TESTAR-CATEGORIA.

           IF CATEGORIA-TBL-NOME (CATEGORIA-IDX) = JOB-CATEGORY
               MOVE CATEGORIA-IDX TO CATEGORIA-ATUAL
           END-IF.

           ACUMULAR-CATEGORIA.

           MOVE SPACES TO LANC-CHAVE-BUSCA.
           STRING "SAL-" CATEGORIA-TBL-NOME (CATEGORIA-IDX) (1:8)
               DELIMITED BY SIZE INTO LANC-CHAVE-BUSCA.
           MOVE CATEGORIA-TBL-VALOR (CATEGORIA-IDX) TO LANC-VALOR-BUSCA.
           PERFORM ACUMULAR-LANCAMENTO.

      *=======================================================================*
      *    goods received from publishers and not yet invoiced                *
      *=======================================================================*
           ACRESCER-LIVROS.

           MOVE SPACES TO ACS-TEXT-LINE.
           MOVE "LIVRARIA - MERCADORIA RECEBIDA POR FACTURAR" TO
               ACS-TEXTO.
           WRITE ACS-TEXT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE SPACES TO OPEN-PO-EOF.
           OPEN INPUT OPEN-PO.
           IF OPEN-PO-STATUS NOT = "00"
               MOVE "YYY" TO OPEN-PO-EOF
               MOVE SPACES TO ACS-TEXT-LINE
               MOVE "  OPEN-PO.txt AUSENTE - NADA A ACRESCER" TO
                   ACS-TEXTO
               WRITE ACS-TEXT-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               READ OPEN-PO
                   AT END MOVE "YYY" TO OPEN-PO-EOF
               END-READ
               PERFORM PROCESSAR-LINHA-PO
                   UNTIL OPEN-PO-EOF = "YYY"
               CLOSE OPEN-PO
           END-IF.

           MOVE SPACES TO ACS-TOTAL-LINE.
           MOVE "SUBTOTAL MERCADORIA: " TO ACS-TOT-LABEL.
           MOVE TOTAL-LIVROS TO ACS-TOT-VALOR.
           MOVE "ITENS: " TO ACS-TOT-LABEL-2.
           MOVE LIVROS-ACRESCIDOS TO ACS-TOT-ITENS.
           WRITE ACS-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           DISPLAY ACS-TOTAL-LINE.

      *    send_halp credits purchases when the goods come in and     *
      *    debits them when the invoice is released: the received,    *
      *    uninvoiced cost moves out of that clearing balance onto    *
      *    accrued payables to publishers.                            *
           MOVE "LIV-COMPRAS" TO LANC-CHAVE-BUSCA.
           MOVE TOTAL-LIVROS TO LANC-VALOR-BUSCA.
           PERFORM ACUMULAR-LANCAMENTO.
           MOVE "LIV-ACRESC" TO LANC-CHAVE-BUSCA.
           COMPUTE LANC-VALOR-BUSCA = ZERO - TOTAL-LIVROS.
           PERFORM ACUMULAR-LANCAMENTO.

           PROCESSAR-LINHA-PO.

           IF OPO-QTD-RECEIVED IS NUMERIC
                   AND OPO-QTD-INVOICED IS NUMERIC
                   AND OPO-CUSTO IS NUMERIC
               ADD 1 TO LIVROS-LIDOS
               COMPUTE LIVROS-POR-FACTURAR =
                       OPO-QTD-RECEIVED - OPO-QTD-INVOICED
               IF LIVROS-POR-FACTURAR > ZERO
                   COMPUTE LIVROS-VALOR ROUNDED =
                           LIVROS-POR-FACTURAR * OPO-CUSTO
                   ADD LIVROS-VALOR TO TOTAL-LIVROS
                   ADD 1 TO LIVROS-ACRESCIDOS
                   MOVE SPACES TO ACS-LIV-LINE
                   MOVE OPO-NUMBER TO ACS-LIV-PO
                   MOVE OPO-CHAVE TO ACS-LIV-CHAVE
                   MOVE "EDITORA: " TO ACS-LIV-LABEL-1
                   MOVE OPO-EDITORA TO ACS-LIV-EDITORA
                   MOVE "RECEBIDO: " TO ACS-LIV-LABEL-2
                   MOVE OPO-QTD-RECEIVED TO ACS-LIV-RECEBIDO
                   MOVE "FACTURADO: " TO ACS-LIV-LABEL-3
                   MOVE OPO-QTD-INVOICED TO ACS-LIV-FACTURADO
                   MOVE "CUSTO: " TO ACS-LIV-LABEL-4
                   MOVE OPO-CUSTO TO ACS-LIV-CUSTO
                   MOVE "VALOR: " TO ACS-LIV-LABEL-5
                   MOVE LIVROS-VALOR TO ACS-LIV-VALOR
                   WRITE ACS-LIV-LINE
                       AFTER ADVANCING 1 LINE
               END-IF
           END-IF.

           READ OPEN-PO
               AT END MOVE "YYY" TO OPEN-PO-EOF
           END-READ.

      *=======================================================================*
      *    the journal: this run's accruals against what is already posted    *
      *=======================================================================*

      *    ---- adds LANC-VALOR-BUSCA (debits positive) to the slot   ----*
      *    ---- of the account LANC-CHAVE-BUSCA maps to; an unmapped  ----*
      *    ---- mnemonic keeps the suspense account, as the posting   ----*
      *    ---- itself will.                                          ----*
           ACUMULAR-LANCAMENTO.

           MOVE "999999" TO LANC-CONTA-BUSCA.
           SET GL-MAPA-IDX TO 1.
           SEARCH GL-MAPA-ENTRY
               AT END CONTINUE
               WHEN GL-MAPA-CHAVE (GL-MAPA-IDX) = LANC-CHAVE-BUSCA
                   MOVE GL-MAPA-CONTA (GL-MAPA-IDX) TO LANC-CONTA-BUSCA
           END-SEARCH.

           PERFORM ENCONTRAR-LANCAMENTO.
           IF LANC-ATUAL > ZERO
               ADD LANC-VALOR-BUSCA TO LANC-TBL-NOVO (LANC-ATUAL)
           END-IF.

           ENCONTRAR-LANCAMENTO.

           MOVE ZERO TO LANC-ATUAL.
           PERFORM TESTAR-LANCAMENTO
               VARYING LANC-IDX FROM 1 BY 1
               UNTIL LANC-IDX > LANC-COUNT OR LANC-ATUAL > ZERO.

           IF LANC-ATUAL = ZERO AND LANC-COUNT < 40
               ADD 1 TO LANC-COUNT
               MOVE LANC-CHAVE-BUSCA TO LANC-TBL-CHAVE (LANC-COUNT)
               MOVE LANC-CONTA-BUSCA TO LANC-TBL-CONTA (LANC-COUNT)
               MOVE ZERO TO LANC-TBL-NOVO (LANC-COUNT)
               MOVE ZERO TO LANC-TBL-ANTERIOR (LANC-COUNT)
               MOVE ZERO TO LANC-TBL-DIFERENCA (LANC-COUNT)
               MOVE LANC-COUNT TO LANC-ATUAL
           END-IF.

           IF LANC-ATUAL = ZERO
               MOVE "Y" TO LANC-OVERFLOW
           END-IF.

           TESTAR-LANCAMENTO.

           IF LANC-TBL-CONTA (LANC-IDX) = LANC-CONTA-BUSCA
               MOVE LANC-IDX TO LANC-ATUAL
           END-IF.

      *    ---- one pass of GL-JOURNAL.txt: every GLACCRUE line       ----*
      *    ---- already posted to the period, onto its account.       ----*
           SOMAR-ACRESCIMOS-ANTERIORES.

           MOVE SPACES TO GL-JOURNAL-EOF.
           OPEN INPUT GL-JOURNAL.

           IF GL-JOURNAL-STATUS NOT = "00"
               MOVE "YYY" TO GL-JOURNAL-EOF
           ELSE
               READ GL-JOURNAL
                   AT END MOVE "YYY" TO GL-JOURNAL-EOF
               END-READ
               PERFORM SOMAR-LINHA-ANTERIOR
                   UNTIL GL-JOURNAL-EOF = "YYY"
               CLOSE GL-JOURNAL
           END-IF.

           SOMAR-LINHA-ANTERIOR.

           IF GLJ-PROGRAMA = "GLACCRUE"
                   AND GLJ-PERIODO = ACRESCIMO-PERIODO
                   AND GLJ-MONTANTE IS NUMERIC
               MOVE GLJ-CONTA TO LANC-CONTA-BUSCA
      *        an account no longer accrued this run still needs its  *
      *        earlier accrual taken back out -- its mnemonic comes   *
      *        back off the chart.                                    *
               MOVE SPACES TO LANC-CHAVE-BUSCA
               PERFORM TESTAR-MAPA-INVERSO
                   VARYING GL-MAPA-IDX FROM 1 BY 1
                   UNTIL GL-MAPA-IDX > GL-MAPA-COUNT
                      OR LANC-CHAVE-BUSCA NOT = SPACES
               PERFORM ENCONTRAR-LANCAMENTO
               IF LANC-ATUAL > ZERO
                   IF GLJ-DC = "D"
                       ADD GLJ-MONTANTE
                           TO LANC-TBL-ANTERIOR (LANC-ATUAL)
                   ELSE
                       SUBTRACT GLJ-MONTANTE
                           FROM LANC-TBL-ANTERIOR (LANC-ATUAL)
                   END-IF
               END-IF
           END-IF.

           READ GL-JOURNAL
               AT END MOVE "YYY" TO GL-JOURNAL-EOF
           END-READ.

           TESTAR-MAPA-INVERSO.

           IF GL-MAPA-CONTA (GL-MAPA-IDX) = GLJ-CONTA
               MOVE GL-MAPA-CHAVE (GL-MAPA-IDX) TO LANC-CHAVE-BUSCA
           END-IF.

           CALCULAR-DIFERENCA.

           COMPUTE LANC-TBL-DIFERENCA (LANC-IDX) =
                   LANC-TBL-NOVO (LANC-IDX)
                   - LANC-TBL-ANTERIOR (LANC-IDX).
           IF LANC-TBL-DIFERENCA (LANC-IDX) NOT = ZERO
               ADD 1 TO LINHAS-LANCADAS
           END-IF.

      *    ---- the journal page of the schedule: per account what    ----*
      *    ---- is due, what was there and what is posted now.        ----*
           ESCREVER-RESUMO-DIARIO.

           MOVE SPACES TO ACS-TEXT-LINE.
           MOVE "DIARIO - ACRESCIMO NO PERIODO, ESTORNO NO SEGUINTE" TO
               ACS-TEXTO.
           WRITE ACS-TEXT-LINE
               AFTER ADVANCING 2 LINES.

           PERFORM ESCREVER-LINHA-DIARIO
               VARYING LANC-IDX FROM 1 BY 1
               UNTIL LANC-IDX > LANC-COUNT.

           COMPUTE TOTAL-ACRESCIMOS =
                   TOTAL-ALUGUERES + TOTAL-SALARIOS + TOTAL-LIVROS.
           MOVE SPACES TO ACS-TOTAL-LINE.
           MOVE "TOTAL ACRESCIDO: " TO ACS-TOT-LABEL.
           MOVE TOTAL-ACRESCIMOS TO ACS-TOT-VALOR.
           MOVE "LINHAS: " TO ACS-TOT-LABEL-2.
           MOVE LINHAS-LANCADAS TO ACS-TOT-ITENS.
           WRITE ACS-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           DISPLAY ACS-TOTAL-LINE.

           ESCREVER-LINHA-DIARIO.

           MOVE SPACES TO ACS-GL-LINE.
           MOVE LANC-TBL-CHAVE (LANC-IDX) TO ACS-GL-CHAVE.
           MOVE LANC-TBL-CONTA (LANC-IDX) TO ACS-GL-CONTA.
           MOVE "ACRESCIMO: " TO ACS-GL-LABEL-1.
           MOVE LANC-TBL-NOVO (LANC-IDX) TO ACS-GL-NOVO.
           MOVE "ANTERIOR: " TO ACS-GL-LABEL-2.
           MOVE LANC-TBL-ANTERIOR (LANC-IDX) TO ACS-GL-ANTERIOR.
           MOVE "LANCADO: " TO ACS-GL-LABEL-3.
           MOVE LANC-TBL-DIFERENCA (LANC-IDX) TO ACS-GL-DIFERENCA.
           WRITE ACS-GL-LINE
               AFTER ADVANCING 1 LINE.
           DISPLAY ACS-GL-LINE.

           LANCAR-ACRESCIMO.

           MOVE LANC-TBL-CHAVE (LANC-IDX) TO GL-CHAVE-CONTA.
           MOVE "D" TO GL-DC.
           MOVE LANC-TBL-DIFERENCA (LANC-IDX) TO GL-MONTANTE.
           PERFORM REGISTAR-LANCAMENTO THRU REGISTAR-LANCAMENTO-EXIT.

           LANCAR-ESTORNO.

           MOVE LANC-TBL-CHAVE (LANC-IDX) TO GL-CHAVE-CONTA.
           MOVE "C" TO GL-DC.
           MOVE LANC-TBL-DIFERENCA (LANC-IDX) TO GL-MONTANTE.
           PERFORM REGISTAR-LANCAMENTO THRU REGISTAR-LANCAMENTO-EXIT.

      *    ---- the change one accrual (LANC-CHAVE-BUSCA) makes: what ----*
      *    ---- is due now (ACRESCIMO-TIPO) less what its earlier     ----*
      *    ---- audit lines put it at (ANTERIOR-TIPO). never read off ----*
      *    ---- the account slot, which an unmapped mnemonic or a     ----*
      *    ---- shared accruals account nets with the others.         ----*
           AUDITAR-ACRESCIMO.

           COMPUTE DIFERENCA-TIPO = ACRESCIMO-TIPO - ANTERIOR-TIPO.
           IF DIFERENCA-TIPO = ZERO
               GO TO AUDITAR-ACRESCIMO-FIM
           END-IF.

           ADD DIFERENCA-TIPO TO TOTAL-DIFERENCAS.
           MOVE "GLACCRUE" TO AUD-PROGRAMA.
           MOVE SPACES TO AUD-CHAVE.
           STRING LANC-CHAVE-BUSCA (1:10) " " ACRESCIMO-PERIODO
               DELIMITED BY SIZE INTO AUD-CHAVE.
           MOVE DIFERENCA-TIPO TO AUD-VALOR.
           PERFORM REGISTAR-AUDITORIA THRU REGISTAR-AUDITORIA-EXIT.

           AUDITAR-ACRESCIMO-FIM.
               EXIT.

      *    ---- one pass of AUDIT-TRAIL.txt: every GLACCRUE line for  ----*
      *    ---- the period, onto the accrual its key names.           ----*
           SOMAR-AUDITORIA-ANTERIOR.

           MOVE ZERO TO ANTERIOR-ALUGUERES
                        ANTERIOR-SALARIOS
                        ANTERIOR-LIVROS.
           MOVE SPACES TO AUDIT-TRAIL-EOF.
           OPEN INPUT AUDIT-TRAIL.

           IF AUDIT-TRAIL-STATUS NOT = "00"
               MOVE "YYY" TO AUDIT-TRAIL-EOF
           ELSE
               READ AUDIT-TRAIL
                   AT END MOVE "YYY" TO AUDIT-TRAIL-EOF
               END-READ
               PERFORM SOMAR-AUDITORIA-LINHA
                   UNTIL AUDIT-TRAIL-EOF = "YYY"
               CLOSE AUDIT-TRAIL
           END-IF.

           SOMAR-AUDITORIA-LINHA.

           IF AUDIT-PROGRAMA = "GLACCRUE"
                   AND AUDIT-CHAVE (12:6) = ACRESCIMO-PERIODO
               PERFORM CONVERTER-VALOR-TRILHO
               EVALUATE AUDIT-CHAVE (1:10)
                   WHEN "ALU-ACRESC"
                       ADD VALOR-NUMERICO TO ANTERIOR-ALUGUERES
                   WHEN "SAL-ACRESC"
                       ADD VALOR-NUMERICO TO ANTERIOR-SALARIOS
                   WHEN "LIV-ACRESC"
                       ADD VALOR-NUMERICO TO ANTERIOR-LIVROS
               END-EVALUATE
           END-IF.

           READ AUDIT-TRAIL
               AT END MOVE "YYY" TO AUDIT-TRAIL-EOF
           END-READ.

      *    ---- the trail's -(6)9.99 edited amount back to a signed   ----*
      *    ---- numeric.                                              ----*
           CONVERTER-VALOR-TRILHO.

           MOVE AUDIT-VALOR TO VALOR-PARSE.
           MOVE ZERO TO VALOR-NEGATIVO.
           INSPECT VALOR-PARSE TALLYING VALOR-NEGATIVO FOR ALL "-".
           INSPECT VALOR-PARSE REPLACING ALL "-" BY " ".
           INSPECT VP-INTEIRO REPLACING LEADING " " BY "0".
           INSPECT VP-DECIMAL REPLACING LEADING " " BY "0".

           IF VP-INTEIRO IS NUMERIC
               MOVE VP-INTEIRO TO VALOR-INTEIRO
           ELSE
               MOVE ZERO TO VALOR-INTEIRO
           END-IF.
           IF VP-DECIMAL IS NUMERIC
               MOVE VP-DECIMAL TO VALOR-DECIMAL
           ELSE
               MOVE ZERO TO VALOR-DECIMAL
           END-IF.

           COMPUTE VALOR-NUMERICO =
                   VALOR-INTEIRO + (VALOR-DECIMAL / 100).
           IF VALOR-NEGATIVO > ZERO
               COMPUTE VALOR-NUMERICO = ZERO - VALOR-NUMERICO
           END-IF.

           COPY DATEPD.
           COPY AUDITPD.
           COPY RUNSTPD.
           COPY LOCKPD.
           COPY GLPD.
           COPY HOLPD.

       END PROGRAM GLACCRUE.
