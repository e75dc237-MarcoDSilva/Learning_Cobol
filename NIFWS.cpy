      *=======================================================================*
      *    NIFWS.cpy                                                         *
      *    Shared WORKING-STORAGE fields for the Portuguese tax number       *
      *    (NIF) check-digit test. COPY this inside WORKING-STORAGE          *
      *    SECTION. PERFORM VALIDAR-NIF out of NIFPD.cpy (PROCEDURE          *
      *    DIVISION) to use these.                                           *
      *=======================================================================*

      *    the caller fills NIF-NUMERO before PERFORM VALIDAR-NIF THRU
      *    VALIDAR-NIF-EXIT; NIF-VALIDO comes back "S" only for nine
      *    digits, a non-zero first digit and a good mod-11 check digit.
       01  NIF-NUMERO               PIC 9(9)  VALUE ZERO.
       01  NIF-DIGITOS REDEFINES NIF-NUMERO.
           02  NIF-DIGITO           PIC 9(1)  OCCURS 9 TIMES.
       77  NIF-VALIDO               PIC X(1)  VALUE "N".
       77  NIF-IDX                  PIC 9(2)  VALUE ZERO.
       77  NIF-SOMA                 PIC 9(4)  VALUE ZERO.
       77  NIF-QUOCIENTE            PIC 9(4)  VALUE ZERO.
       77  NIF-RESTO                PIC 9(2)  VALUE ZERO.
       77  NIF-CONTROLO             PIC 9(2)  VALUE ZERO.
