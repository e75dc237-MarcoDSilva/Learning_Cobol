      *=======================================================================*
      *    APFD.cpy                                                           *
      *    Shared FD/record for the accounts-payable register (FILE           *
      *    SECTION). One line per amount due: where it came from and its      *
      *    reference there, the payee it is paid to (the key the payment run  *
      *    nets on) and the name and IBAN it is paid under, D owed by us or   *
      *    C owed to us (a credit netted off the payee's debits), the amount, *
      *    the YYYYMMDD due date and the chart mnemonic the payment clears.   *
      *    CXP-ESTADO A open, L paid by a payment run (CXP-LOTE), F closed    *
      *    outside the run, S replaced by a later line for the same item.     *
      *=======================================================================*
           FD  PAYABLES-REGISTER.
           01  PAYABLES-REGISTER-RECORD.
               02  CXP-ORIGEM          PIC X(3).
               02  CXP-REFERENCIA      PIC X(20).
               02  CXP-BENEFICIARIO    PIC X(30).
               02  CXP-NOME            PIC X(30).
               02  CXP-IBAN            PIC X(34).
               02  CXP-DC              PIC X(1).
               02  CXP-MONTANTE        PIC 9(9)V99.
               02  CXP-VENCIMENTO      PIC 9(8).
               02  CXP-CONTA-GL        PIC X(12).
               02  CXP-ESTADO          PIC X(1).
               02  CXP-DATA-REGISTO    PIC 9(8).
               02  CXP-PROGRAMA        PIC X(8).
               02  CXP-LOTE            PIC 9(6).
               02  CXP-DATA-PAGAMENTO  PIC 9(8).
