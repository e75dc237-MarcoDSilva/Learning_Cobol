      *=======================================================================*
      *    NIFPD.cpy                                                         *
      *    Shared PROCEDURE DIVISION paragraphs for the NIF check-digit      *
      *    test. COPY this once, as a block of its own paragraphs,           *
      *    anywhere after MAIN-PROCEDURE in a program that also COPYs        *
      *    NIFWS.cpy (WORKING-STORAGE).                                      *
      *=======================================================================*

      *    ---- the first eight digits weighted 9 down to 2, the sum  ----*
      *    ---- taken modulo 11: a remainder of 0 or 1 wants a check  ----*
      *    ---- digit of 0, anything else 11 less the remainder.      ----*
           VALIDAR-NIF.

           MOVE "N" TO NIF-VALIDO.

           IF NIF-NUMERO IS NOT NUMERIC
               GO TO VALIDAR-NIF-EXIT
           END-IF.
           IF NIF-DIGITO (1) = ZERO
               GO TO VALIDAR-NIF-EXIT
           END-IF.

           MOVE ZERO TO NIF-SOMA.
           PERFORM SOMAR-DIGITO-NIF
               VARYING NIF-IDX FROM 1 BY 1
               UNTIL NIF-IDX > 8.

           DIVIDE NIF-SOMA BY 11 GIVING NIF-QUOCIENTE
               REMAINDER NIF-RESTO.
           IF NIF-RESTO < 2
               MOVE ZERO TO NIF-CONTROLO
           ELSE
               COMPUTE NIF-CONTROLO = 11 - NIF-RESTO
           END-IF.

           IF NIF-CONTROLO = NIF-DIGITO (9)
               MOVE "S" TO NIF-VALIDO
           END-IF.

           VALIDAR-NIF-EXIT.
               EXIT.

           SOMAR-DIGITO-NIF.

           COMPUTE NIF-SOMA =
                   NIF-SOMA + NIF-DIGITO (NIF-IDX) * (10 - NIF-IDX).
