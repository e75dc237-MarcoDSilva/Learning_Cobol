      *=======================================================================*
      *    DFIFD.cpy                                                          *
      *    Shared FD/record for the tax-document journal (FILE SECTION).      *
      *    One line per document as issued: FT invoice, FS simplified         *
      *    invoice, NC credit note; the series and number it was printed      *
      *    under, the run date and period, the customer (A the rental         *
      *    master, L the book-account master, F a final consumer) with the    *
      *    NIF and name on the document, the IVA band and rate of the         *
      *    taxable part, the taxable base, its IVA, the part outside the      *
      *    scope of IVA, the gross total and the currency. amounts are as     *
      *    printed on the document, so a credit note carries them positive.   *
      *    a credit note names the invoice it cancels and why; an interest    *
      *    charge, the overdue invoice it was raised on.                      *
      *=======================================================================*
           FD  DOCUMENTOS-FISCAIS.
           01  DOCUMENTOS-FISCAIS-RECORD.
               02  DFI-PROGRAMA        PIC X(8).
               02  DFI-TIPO            PIC X(2).
               02  DFI-SERIE           PIC X(4).
               02  DFI-NUMERO          PIC 9(7).
               02  DFI-DATA            PIC 9(8).
               02  DFI-PERIODO         PIC X(6).
               02  DFI-ORIGEM          PIC X(1).
               02  DFI-CLIENTE         PIC 9(6).
               02  DFI-NIF             PIC 9(9).
               02  DFI-NOME            PIC X(30).
               02  DFI-CODIGO-IVA      PIC X(3).
               02  DFI-TAXA            PIC V999.
               02  DFI-PRODUTO         PIC X(10).
               02  DFI-BASE PIC S9(9)V99
                   SIGN LEADING SEPARATE.
               02  DFI-IVA PIC S9(9)V99
                   SIGN LEADING SEPARATE.
               02  DFI-PRODUTO-ISENTO  PIC X(10).
               02  DFI-ISENTO PIC S9(9)V99
                   SIGN LEADING SEPARATE.
               02  DFI-TOTAL PIC S9(9)V99
                   SIGN LEADING SEPARATE.
               02  DFI-MOEDA           PIC X(3).
               02  DFI-REFERENCIA      PIC 9(7).
               02  DFI-MOTIVO          PIC X(30).
