      *=======================================================================*
      *    HOLPD.cpy                                                         *
      *    Shared PROCEDURE DIVISION paragraphs for the business calendar.  *
      *    COPY this once, as a block of its own paragraphs, anywhere       *
      *    after MAIN-PROCEDURE in a program that also COPYs                *
      *    HOLSEL.cpy/HOLFD.cpy/HOLWS.cpy and DATEWS.cpy/DATEPD.cpy.         *
      *=======================================================================*

      *    ---- pulls the holidays off BUSINESS-CALENDAR.txt into      ----*
      *    ---- FERIADO-TABLE; an absent file leaves the table empty   ----*
      *    ---- and every day a working day, as before the calendar.   ----*
           CARREGAR-FERIADOS.

           MOVE ZERO TO FER-COUNT.
           MOVE SPACES TO BUSINESS-CALENDAR-EOF.
           OPEN INPUT BUSINESS-CALENDAR.

           IF BUSINESS-CALENDAR-STATUS NOT = "00"
               MOVE "YYY" TO BUSINESS-CALENDAR-EOF
           ELSE
               READ BUSINESS-CALENDAR
                   AT END MOVE "YYY" TO BUSINESS-CALENDAR-EOF
               END-READ
               PERFORM CONSTRUIR-FERIADO
                   UNTIL BUSINESS-CALENDAR-EOF = "YYY"
               CLOSE BUSINESS-CALENDAR
           END-IF.

           CARREGAR-FERIADOS-EXIT.
               EXIT.

           CONSTRUIR-FERIADO.

           MOVE HOLM-DATA TO VAL-DATA-ENTRADA.
           PERFORM VALIDAR-DATA THRU VALIDAR-DATA-EXIT.

           IF VAL-DATA-OK = "Y" AND HOLM-BALCAO IS NUMERIC
                   AND FER-COUNT < 400
               ADD 1 TO FER-COUNT
               MOVE HOLM-DATA TO FER-DATA-TRABALHO
               PERFORM CONVERTER-FERIADO-SERIAL
               MOVE FER-SERIAL TO FER-TBL-SERIAL (FER-COUNT)
               MOVE HOLM-BALCAO TO FER-TBL-BALCAO (FER-COUNT)
           ELSE
               MOVE FER-PROGRAMA TO ERR-PROGRAMA
               MOVE FER-CODIGO-ERRO TO ERR-CODIGO
               MOVE "feriado invalido ou calendario cheio - " TO
                   ERR-MENSAGEM
               MOVE HOLM-DATA TO ERR-MENSAGEM (41:8)
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
           END-IF.

           READ BUSINESS-CALENDAR
               AT END MOVE "YYY" TO BUSINESS-CALENDAR-EOF
           END-READ.

      *    ---- is FER-DATA a holiday at branch FER-BALCAO? a national ----*
      *    ---- line (branch 00) closes every branch.                  ----*
           VERIFICAR-FERIADO.

           MOVE "N" TO FER-E-FERIADO.
           IF FER-COUNT = ZERO OR FER-DATA IS NOT NUMERIC
               GO TO VERIFICAR-FERIADO-EXIT
           END-IF.
           MOVE FER-DATA TO FER-DATA-TRABALHO.
           IF FER-MES < 1 OR FER-MES > 12
               GO TO VERIFICAR-FERIADO-EXIT
           END-IF.
           PERFORM CONVERTER-FERIADO-SERIAL.
           MOVE FER-SERIAL TO FER-SERIAL-CURSOR.
           PERFORM TESTAR-FERIADO
               VARYING FER-IDX FROM 1 BY 1
               UNTIL FER-IDX > FER-COUNT OR FER-E-FERIADO = "Y".

           VERIFICAR-FERIADO-EXIT.
               EXIT.

           TESTAR-FERIADO.

           IF FER-TBL-SERIAL (FER-IDX) = FER-SERIAL-CURSOR
               IF FER-TBL-BALCAO (FER-IDX) = ZERO
                       OR FER-TBL-BALCAO (FER-IDX) = FER-BALCAO
                   MOVE "Y" TO FER-E-FERIADO
               END-IF
           END-IF.

      *    ---- the open days in a serial range: every day from        ----*
      *    ---- FER-SERIAL-DE up to FER-SERIAL-ATE, less the branch's   ----*
      *    ---- holidays and, when asked, the weekends.                 ----*
           CONTAR-DIAS-UTEIS.

           MOVE ZERO TO FER-DIAS-UTEIS.
           IF FER-SERIAL-ATE NOT > FER-SERIAL-DE
               GO TO CONTAR-DIAS-UTEIS-EXIT
           END-IF.
           PERFORM CONTAR-DIA-UTIL THRU CONTAR-DIA-UTIL-EXIT
               VARYING FER-SERIAL-CURSOR FROM FER-SERIAL-DE BY 1
               UNTIL FER-SERIAL-CURSOR NOT < FER-SERIAL-ATE.

           CONTAR-DIAS-UTEIS-EXIT.
               EXIT.

           CONTAR-DIA-UTIL.

      *    serial mod 7: 1 monday ... 6 saturday, 0 sunday.           *
           IF FER-SALTAR-FIM-SEMANA = "Y"
               DIVIDE FER-SERIAL-CURSOR BY 7
                   GIVING FER-Q7 REMAINDER FER-DIA-SEMANA
               IF FER-DIA-SEMANA = 6 OR FER-DIA-SEMANA = 0
                   GO TO CONTAR-DIA-UTIL-EXIT
               END-IF
           END-IF.

           MOVE "N" TO FER-E-FERIADO.
           PERFORM TESTAR-FERIADO
               VARYING FER-IDX FROM 1 BY 1
               UNTIL FER-IDX > FER-COUNT OR FER-E-FERIADO = "Y".
           IF FER-E-FERIADO = "N"
               ADD 1 TO FER-DIAS-UTEIS
           END-IF.

           CONTAR-DIA-UTIL-EXIT.
               EXIT.

      *    ---- FER-DATA-TRABALHO to a day serial, the same arithmetic ----*
      *    ---- the payroll and rental runs use for their own dates.   ----*
           CONVERTER-FERIADO-SERIAL.

           COMPUTE FER-ANOS-ANTES = FER-ANO - 1.
           DIVIDE FER-ANOS-ANTES BY 4 GIVING FER-Q4.
           DIVIDE FER-ANOS-ANTES BY 100 GIVING FER-Q100.
           DIVIDE FER-ANOS-ANTES BY 400 GIVING FER-Q400.
           COMPUTE FER-BISSEXTOS = FER-Q4 - FER-Q100 + FER-Q400.

           COMPUTE FER-SERIAL =
                   (FER-ANOS-ANTES * 365) + FER-BISSEXTOS
                   + FER-MES-DIAS (FER-MES) + FER-DIA.

           MOVE "N" TO FER-BISSEXTO-FLAG.
           DIVIDE FER-ANO BY 4 GIVING FER-Q4 REMAINDER FER-RESTO.
           IF FER-RESTO = ZERO
               MOVE "Y" TO FER-BISSEXTO-FLAG
               DIVIDE FER-ANO BY 100 GIVING FER-Q100
                   REMAINDER FER-RESTO
               IF FER-RESTO = ZERO
                   MOVE "N" TO FER-BISSEXTO-FLAG
                   DIVIDE FER-ANO BY 400 GIVING FER-Q400
                       REMAINDER FER-RESTO
                   IF FER-RESTO = ZERO
                       MOVE "Y" TO FER-BISSEXTO-FLAG
                   END-IF
               END-IF
           END-IF.
           IF FER-BISSEXTO-FLAG = "Y" AND FER-MES > 2
               ADD 1 TO FER-SERIAL
           END-IF.
