      *=======================================================================*
      *    DFIWS.cpy                                                          *
      *    Shared WORKING-STORAGE fields for the tax-document journal.        *
      *    COPY this inside WORKING-STORAGE SECTION alongside DFISEL.cpy      *
      *    (FILE-CONTROL) and DFIFD.cpy (FILE SECTION). Fill the DOCF-*       *
      *    fields and PERFORM REGISTAR-DOCUMENTO-FISCAL THRU                  *
      *    REGISTAR-DOCUMENTO-FISCAL-EXIT out of DFIPD.cpy for each document  *
      *    issued. Needs RUN-DATE and RUN-PERIOD-TAG from DATEWS.cpy, so      *
      *    COPY that too wherever this is used.                               *
      *=======================================================================*
       77  DOCUMENTOS-FISCAIS-STATUS PIC X(2) VALUE SPACES.

      *    the caller fills these in before PERFORM REGISTAR-DOCUMENTO-
      *    FISCAL THRU REGISTAR-DOCUMENTO-FISCAL-EXIT; kept apart from
      *    the record so MOVE SPACES TO DOCUMENTOS-FISCAIS-RECORD can't
      *    clobber them. the caller clears them with LIMPAR-DOCUMENTO-
      *    FISCAL first, so a part a document does not have reads zero.
       77  DOCF-PROGRAMA            PIC X(8)  VALUE SPACES.
       77  DOCF-TIPO                PIC X(2)  VALUE SPACES.
       77  DOCF-SERIE               PIC X(4)  VALUE SPACES.
       77  DOCF-NUMERO              PIC 9(7)  VALUE ZERO.
       77  DOCF-ORIGEM              PIC X(1)  VALUE SPACES.
       77  DOCF-CLIENTE             PIC 9(6)  VALUE ZERO.
       77  DOCF-NIF                 PIC 9(9)  VALUE ZERO.
       77  DOCF-NOME                PIC X(30) VALUE SPACES.
       77  DOCF-CODIGO-IVA          PIC X(3)  VALUE SPACES.
       77  DOCF-TAXA                PIC V999  VALUE ZERO.
       77  DOCF-PRODUTO             PIC X(10) VALUE SPACES.
       77  DOCF-BASE                PIC S9(9)V99 VALUE ZERO.
       77  DOCF-IVA                 PIC S9(9)V99 VALUE ZERO.
       77  DOCF-PRODUTO-ISENTO      PIC X(10) VALUE SPACES.
       77  DOCF-ISENTO              PIC S9(9)V99 VALUE ZERO.
       77  DOCF-TOTAL               PIC S9(9)V99 VALUE ZERO.
       77  DOCF-MOEDA               PIC X(3)  VALUE SPACES.
       77  DOCF-REFERENCIA          PIC 9(7)  VALUE ZERO.
       77  DOCF-MOTIVO              PIC X(30) VALUE SPACES.
