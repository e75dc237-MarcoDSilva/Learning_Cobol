      *               REIMPRESSAO DE RECIBOS DE VENCIMENTO                    *
      *               consulta e reimpressao de qualquer recibo de            *
      *               qualquer semana guardada em PAY-HISTORY.txt --          *
      *               um pedido opcional limita ao empregado (pelo            *
      *               numero ou pelo nome) e/ou a semana pretendida,          *
      *               sem pedido imprime tudo.                                *
      *               responde a "quanto recebi na semana 14" sem um          *
      *               grep aos relatorios antigos.                            *
      *                                                                       *
               02 PH-OTHER-DED PIC 9(5)V99.
               02 PH-ADV-RECOVERED PIC 9(5)V99.
               02 PH-NET PIC 9(6)V99.
               02 PH-SUB-FERIAS PIC 9(5)V99.
               02 PH-SUB-NATAL PIC 9(5)V99.
               02 PH-SUB-TAX PIC 9(5)V99.
               02 PH-BASE-RATE PIC 9(2)V99.
               02 PH-REG-HOURS PIC 9(2)V99.
               02 PH-OT-HOURS PIC 9(2)V99.
               02 PH-RETRO PIC 9(5)V99.
               02 PH-HOL-HOURS PIC 9(2)V99.
               02 PH-HOLIDAY PIC 9(5)V99.
               02 PH-EXPENSES PIC 9(5)V99.
               02 PH-EMP-NUMBER PIC X(6).
               02 PH-PAY-STATUS PIC X(1).

           FD PAYSLIP-REQUEST.
           01 PAYSLIP-REQUEST-RECORD.
               02 REQ-LAST-NAME PIC A(9).
               02 REQ-FIRST-NAME PIC A(8).
               02 REQ-WEEK-END PIC X(8).
               02 REQ-EMP-NUMBER PIC 9(6).

      *          ======== the reprinted payslips ========              *
      *    a header per matching pay line and one labelled line per   *
               02 FILLER PIC X(2) VALUE SPACES.
               02 PS-HDR-WEEK-LABEL PIC X(6).
               02 PS-HDR-WEEK PIC X(8).
               02 FILLER PIC X(2) VALUE SPACES.
               02 PS-HDR-NUM-LABEL PIC X(4).
               02 PS-HDR-EMP-NUMBER PIC X(6).

           01 PS-DETAIL-LINE.
               02 FILLER PIC X(4) VALUE SPACES.
       77  PEDIDO-LAST-NAME PIC A(9) VALUE SPACES.
       77  PEDIDO-FIRST-NAME PIC A(8) VALUE SPACES.
       77  PEDIDO-WEEK PIC X(8) VALUE SPACES.
       77  PEDIDO-EMP-NUMBER PIC X(6) VALUE SPACES.
       77  RECIBOS-IMPRESSOS PIC 9(5) VALUE ZERO.

      *=======================================================================*
                       MOVE REQ-LAST-NAME TO PEDIDO-LAST-NAME
                       MOVE REQ-FIRST-NAME TO PEDIDO-FIRST-NAME
                       MOVE REQ-WEEK-END TO PEDIDO-WEEK
                       IF REQ-EMP-NUMBER IS NUMERIC
                               AND REQ-EMP-NUMBER > ZERO
                           MOVE REQ-EMP-NUMBER TO PEDIDO-EMP-NUMBER
                       END-IF
               END-READ
               CLOSE PAYSLIP-REQUEST
           END-IF.
      *    ---- matches the request.                                  ----*
           IMPRIMIR-RECIBO.

           IF (PEDIDO-EMP-NUMBER = SPACES
                   OR PH-EMP-NUMBER = PEDIDO-EMP-NUMBER)
               AND (PEDIDO-LAST-NAME = SPACES
                   OR PH-LAST-NAME = PEDIDO-LAST-NAME)
               AND (PEDIDO-FIRST-NAME = SPACES
                   OR PH-FIRST-NAME = PEDIDO-FIRST-NAME)
           MOVE PH-FIRST-NAME TO PS-HDR-FIRST-NAME.
           MOVE "WEEK: " TO PS-HDR-WEEK-LABEL.
           MOVE PH-WEEK-END TO PS-HDR-WEEK.
           MOVE "NR: " TO PS-HDR-NUM-LABEL.
           MOVE PH-EMP-NUMBER TO PS-HDR-EMP-NUMBER.
           WRITE PS-HEADER-LINE
               AFTER ADVANCING 2 LINES.

           WRITE PS-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

      *    ---- history from before the holiday premium has blanks   ----*
      *    ---- here; those print as zero.                            ----*
           MOVE SPACES TO PS-DETAIL-LINE.
           MOVE "HOLIDAY WORK PREMIUM" TO PS-DET-LABEL.
           IF PH-HOLIDAY IS NUMERIC
               MOVE PH-HOLIDAY TO PS-DET-AMOUNT
           ELSE
               MOVE ZERO TO PS-DET-AMOUNT
           END-IF.
           WRITE PS-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

      *    ---- history written before the subsidies existed has     ----*
      *    ---- blanks here; those print as zero.                     ----*
           MOVE SPACES TO PS-DETAIL-LINE.
           MOVE "HOLIDAY SUBSIDY" TO PS-DET-LABEL.
           IF PH-SUB-FERIAS IS NUMERIC
               MOVE PH-SUB-FERIAS TO PS-DET-AMOUNT
           ELSE
               MOVE ZERO TO PS-DET-AMOUNT
           END-IF.
           WRITE PS-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO PS-DETAIL-LINE.
           MOVE "CHRISTMAS SUBSIDY" TO PS-DET-LABEL.
           IF PH-SUB-NATAL IS NUMERIC
               MOVE PH-SUB-NATAL TO PS-DET-AMOUNT
           ELSE
               MOVE ZERO TO PS-DET-AMOUNT
           END-IF.
           WRITE PS-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO PS-DETAIL-LINE.
           MOVE "RETRO PAY (ARREARS)" TO PS-DET-LABEL.
           IF PH-RETRO IS NUMERIC
               MOVE PH-RETRO TO PS-DET-AMOUNT
           ELSE
               MOVE ZERO TO PS-DET-AMOUNT
           END-IF.
           WRITE PS-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO PS-DETAIL-LINE.
           MOVE "TAX WITHHELD" TO PS-DET-LABEL.
           MOVE PH-TAX TO PS-DET-AMOUNT.
           WRITE PS-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

      *    ---- expense claims refunded tax-free, inside the net;    ----*
      *    ---- older history has blanks here and prints zero.        ----*
           MOVE SPACES TO PS-DETAIL-LINE.
           MOVE "EXPENSES (TAX-FREE)" TO PS-DET-LABEL.
           IF PH-EXPENSES IS NUMERIC
               MOVE PH-EXPENSES TO PS-DET-AMOUNT
           ELSE
               MOVE ZERO TO PS-DET-AMOUNT
           END-IF.
           WRITE PS-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO PS-DETAIL-LINE.
           MOVE "NET PAY" TO PS-DET-LABEL.
           MOVE PH-NET TO PS-DET-AMOUNT.
