      *=======================================================================*
      *    APPD.cpy                                                           *
      *    Shared PROCEDURE DIVISION paragraphs for the accounts-payable      *
      *    register. COPY this once, as a block of its own paragraphs,        *
      *    anywhere after MAIN-PROCEDURE in a program that also COPYs         *
      *    APSEL.cpy/APFD.cpy/APWS.cpy and DATEWS.cpy/DATEPD.cpy.             *
      *=======================================================================*

      *    ---- appends one open line to PAYABLES-REGISTER.txt,       ----*
      *    ---- creating the file on the first ever run. caller sets  ----*
      *    ---- the PAGAR-* fields first; nothing owed, nothing kept. ----*
           REGISTAR-A-PAGAR.

           IF PAGAR-MONTANTE = ZERO
               GO TO REGISTAR-A-PAGAR-EXIT
           END-IF.

           OPEN EXTEND PAYABLES-REGISTER.
           IF PAYABLES-REGISTER-STATUS = "05"
                   OR PAYABLES-REGISTER-STATUS = "35"
               OPEN OUTPUT PAYABLES-REGISTER
               CLOSE PAYABLES-REGISTER
               OPEN EXTEND PAYABLES-REGISTER
           END-IF.

           MOVE SPACES TO PAYABLES-REGISTER-RECORD.
           MOVE PAGAR-ORIGEM TO CXP-ORIGEM.
           MOVE PAGAR-REFERENCIA TO CXP-REFERENCIA.
           MOVE PAGAR-BENEFICIARIO TO CXP-BENEFICIARIO.
           MOVE PAGAR-NOME TO CXP-NOME.
           MOVE PAGAR-IBAN TO CXP-IBAN.
           MOVE PAGAR-DC TO CXP-DC.
           MOVE PAGAR-MONTANTE TO CXP-MONTANTE.
           MOVE PAGAR-VENCIMENTO TO CXP-VENCIMENTO.
           MOVE PAGAR-CONTA-GL TO CXP-CONTA-GL.
           MOVE "A" TO CXP-ESTADO.
           MOVE RUN-DATE TO CXP-DATA-REGISTO.
           MOVE PAGAR-PROGRAMA TO CXP-PROGRAMA.
           MOVE ZERO TO CXP-LOTE.
           MOVE ZERO TO CXP-DATA-PAGAMENTO.
           WRITE PAYABLES-REGISTER-RECORD.
           CLOSE PAYABLES-REGISTER.

           REGISTAR-A-PAGAR-EXIT.
               EXIT.

      *    ---- day PAGAR-DIA-VENC of the month after the base month: ----*
      *    ---- the usual "by the 20th of next month" terms. keep the ----*
      *    ---- day at 28 or under and it is always a real date.      ----*
           CALCULAR-VENCIMENTO.

           IF PAGAR-BASE-MES = 12
               COMPUTE PAGAR-VENC-ANO = PAGAR-BASE-ANO + 1
               MOVE 1 TO PAGAR-VENC-MES
           ELSE
               MOVE PAGAR-BASE-ANO TO PAGAR-VENC-ANO
               COMPUTE PAGAR-VENC-MES = PAGAR-BASE-MES + 1
           END-IF.
           MOVE PAGAR-DIA-VENC TO PAGAR-VENC-DIA.
           MOVE PAGAR-DATA-VENC TO PAGAR-VENCIMENTO.
