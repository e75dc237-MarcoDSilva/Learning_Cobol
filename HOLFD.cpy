      *=======================================================================*
      *    HOLFD.cpy                                                         *
      *    Shared FD/record for the business calendar (FILE SECTION). One   *
      *    line per holiday: the date (YYYYMMDD), the branch it closes --   *
      *    00 for a national holiday that closes every branch, else the     *
      *    branch whose municipality keeps it -- and a description. a       *
      *    municipal holiday shared by several branches is one line per     *
      *    branch. next year's holidays are a data update, not a recompile. *
      *=======================================================================*
           FD  BUSINESS-CALENDAR.
           01  HOLIDAY-RECORD.
               02  HOLM-DATA           PIC 9(8).
               02  HOLM-BALCAO         PIC 9(2).
               02  HOLM-DESCRICAO      PIC X(30).
