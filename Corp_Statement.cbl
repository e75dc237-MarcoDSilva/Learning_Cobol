               02 CUST_RENTALS PIC 9(5).
               02 CUST_REVENUE PIC 9(7)V99.
               02 CUST_ACCT_TYPE PIC X(1).
               02 CUST_CREDIT_LIMIT PIC 9(7)V99.
               02 CUST_LICENCE PIC X(15).
               02 CUST_LICENCE_EXPIRY PIC 9(8).
               02 CUST_NIF PIC 9(9).
               02 CUST_BLOCKED PIC X(1).
               02 CUST_BLOCK_REASON PIC X(1).

      *          ======== open invoice ledger ========                 *
      *    same record as PROD2V1 carries -- keep the two in step.     *
               02 OINV_TOTAL PIC 9(7)V99.
               02 OINV_PAID PIC 9(7)V99.
               02 OINV_ESTADO PIC X(1).
               02 OINV_BRANCH PIC 9(2).

           FD STATEMENT-REGISTER.
           01 STATEMENT-REGISTER-RECORD.
