      *=======================================================================*
      *    HOLSEL.cpy                                                        *
      *    Shared FILE-CONTROL entry for the business calendar -- the       *
      *    national and municipal public holidays every program that       *
      *    counts days reads from one file. COPY this inside FILE-CONTROL   *
      *    alongside HOLFD.cpy (FILE SECTION), HOLWS.cpy (WORKING-STORAGE)  *
      *    and HOLPD.cpy (PROCEDURE DIVISION), with DATEWS.cpy/DATEPD.cpy   *
      *    (for VALIDAR-DATA and REGISTAR-ERRO).                             *
      *=======================================================================*
           SELECT BUSINESS-CALENDAR ASSIGN TO "BUSINESS-CALENDAR.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSINESS-CALENDAR-STATUS.
