      *=======================================================================*
      *    APSEL.cpy                                                          *
      *    Shared FILE-CONTROL entry for the accounts-payable register:       *
      *    every amount the suite owes out -- payroll remittances, author     *
      *    royalties, publisher invoices, statutory payments -- with its      *
      *    payee, IBAN and due date, until the payment run settles it.        *
      *    COPY this inside FILE-CONTROL alongside APFD.cpy (FILE SECTION),   *
      *    APWS.cpy (WORKING-STORAGE) and APPD.cpy (PROCEDURE DIVISION).      *
      *=======================================================================*
           SELECT PAYABLES-REGISTER ASSIGN TO "PAYABLES-REGISTER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYABLES-REGISTER-STATUS.
