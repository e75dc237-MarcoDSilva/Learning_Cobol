      *=======================================================================*
      *    APWS.cpy                                                           *
      *    Shared WORKING-STORAGE fields for the accounts-payable             *
      *    register. COPY this inside WORKING-STORAGE SECTION alongside       *
      *    APSEL.cpy (FILE-CONTROL) and APFD.cpy (FILE SECTION). Fill the     *
      *    PAGAR-* fields and PERFORM REGISTAR-A-PAGAR THRU                   *
      *    REGISTAR-A-PAGAR-EXIT out of APPD.cpy for each amount due. Needs   *
      *    RUN-DATE from DATEWS.cpy, so COPY that too wherever this is used.  *
      *=======================================================================*
       77  PAYABLES-REGISTER-STATUS PIC X(2)  VALUE SPACES.

      *    the caller fills these in before PERFORM REGISTAR-A-PAGAR
      *    THRU REGISTAR-A-PAGAR-EXIT; kept apart from the record so
      *    MOVE SPACES TO PAYABLES-REGISTER-RECORD can't clobber them.
      *    a blank IBAN is filled from BENEFICIARIOS.txt at payment.
       77  PAGAR-ORIGEM             PIC X(3)  VALUE SPACES.
       77  PAGAR-REFERENCIA         PIC X(20) VALUE SPACES.
       77  PAGAR-BENEFICIARIO       PIC X(30) VALUE SPACES.
       77  PAGAR-NOME               PIC X(30) VALUE SPACES.
       77  PAGAR-IBAN               PIC X(34) VALUE SPACES.
       77  PAGAR-DC                 PIC X(1)  VALUE "D".
       77  PAGAR-MONTANTE           PIC 9(9)V99 VALUE ZERO.
       77  PAGAR-VENCIMENTO         PIC 9(8)  VALUE ZERO.
       77  PAGAR-CONTA-GL           PIC X(12) VALUE SPACES.
       77  PAGAR-PROGRAMA           PIC X(8)  VALUE SPACES.

      *    CALCULAR-VENCIMENTO: day PAGAR-DIA-VENC of the month after
      *    PAGAR-BASE-ANO/PAGAR-BASE-MES, into PAGAR-VENCIMENTO.
       77  PAGAR-BASE-ANO           PIC 9(4)  VALUE ZERO.
       77  PAGAR-BASE-MES           PIC 9(2)  VALUE ZERO.
       77  PAGAR-DIA-VENC           PIC 9(2)  VALUE ZERO.
       01  PAGAR-DATA-VENC.
           02  PAGAR-VENC-ANO       PIC 9(4).
           02  PAGAR-VENC-MES       PIC 9(2).
           02  PAGAR-VENC-DIA       PIC 9(2).
