               02 PF-R-EXTRAS.
                   03 PF-R-EXTRA-CODE PIC X(3) OCCURS 3 TIMES.
               02 PF-R-FUEL PIC 9(2).
               02 PF-R-CDW PIC X(1).

           FD PF-WAGE.
           01 PF-WAGE-RECORD.
               02 PF-W-BREAK PIC X(8).
               02 PF-W-WEEKLY PIC X(4).
               02 PF-W-WAGE PIC X(6).
               02 PF-W-RESTO PIC X(25).
               02 PF-W-EMP-NUMBER PIC X(6).
               02 FILLER PIC X(4).

           FD PF-ISBN.
           01 PF-ISBN-RECORD.
               02 PF-I-ISBN PIC X(13).
               02 PF-I-VENDIDAS PIC 9(4).
               02 PF-I-PRECO PIC 9(5).
               02 PF-I-RESTO PIC X(18).

           FD PF-CAR-RATES.
           01 PF-CAR-RATES-RECORD PIC X(40).
           FD PF-FLEET.
           01 PF-FLEET-RECORD.
               02 PF-FLEET-PLATE PIC X(8).
               02 PF-FLEET-RESTO PIC X(99).

           FD PF-EDITORAS.
           01 PF-EDITORAS-RECORD.
               02 PF-EDITORA-COD PIC 9(2).
               02 PF-EDITORA-RESTO PIC X(44).

           FD PF-CURRENCY.
           01 PF-CURRENCY-RECORD PIC X(10).
           END-READ.

      *    ---- REMUNERACAO-IN.txt: present, non-empty, numeric punch ----*
      *    ---- fields and employee number, count against last cycle. ----*
           VERIFICAR-REMUNERACAO.

           MOVE "REMUNERACAO-IN" TO PF-FICHEIRO-ATUAL.
           ADD 1 TO PF-CONTAGEM.
           IF PF-W-SCHEDULE IS NOT NUMERIC
                   OR PF-W-BREAK IS NOT NUMERIC
                   OR PF-W-EMP-NUMBER IS NOT NUMERIC
                   OR PF-W-EMP-NUMBER = "000000"
               ADD 1 TO PF-MAUS
           END-IF.
           READ PF-WAGE
