      *    to its ARCHIVE- twin. invoices are legal paper and keep    *
      *    the longest retention on the list.                         *
       01  TIPO-TABLE.
           02  TIPO-ENTRY OCCURS 76 TIMES.
               03 TIPO-TBL-PREFIXO PIC X(20).
               03 TIPO-TBL-SUFIXO PIC X(4).
               03 TIPO-TBL-RETENCAO PIC 9(2).

           PERFORM VARRER-TIPO
               VARYING TIPO-IDX FROM 1 BY 1
               UNTIL TIPO-IDX > 76.

           CLOSE HK-INDEX.

           MOVE "STOCKTAKE-VARIANCE-" TO TIPO-TBL-PREFIXO (28).
           MOVE ".txt" TO TIPO-TBL-SUFIXO (28).
           MOVE 12 TO TIPO-TBL-RETENCAO (28).
      *    the shortlist also carries each disposal's gain or loss,  *
      *    so it is kept as long as the journal it backs.            *
           MOVE "DISPOSAL-SHORTLIST-" TO TIPO-TBL-PREFIXO (29).
           MOVE ".txt" TO TIPO-TBL-SUFIXO (29).
           MOVE 23 TO TIPO-TBL-RETENCAO (29).
           MOVE "FINANCAS-DECL-" TO TIPO-TBL-PREFIXO (30).
           MOVE ".txt" TO TIPO-TBL-SUFIXO (30).
           MOVE 23 TO TIPO-TBL-RETENCAO (30).
           MOVE "TRIAL-REMITTANCE-" TO TIPO-TBL-PREFIXO (41).
           MOVE ".txt" TO TIPO-TBL-SUFIXO (41).
           MOVE 01 TO TIPO-TBL-RETENCAO (41).
           MOVE "DUNNING-LETTERS-" TO TIPO-TBL-PREFIXO (42).
           MOVE ".txt" TO TIPO-TBL-SUFIXO (42).
           MOVE 12 TO TIPO-TBL-RETENCAO (42).
           MOVE "DRIVER-ID-" TO TIPO-TBL-PREFIXO (43).
           MOVE ".txt" TO TIPO-TBL-SUFIXO (43).
           MOVE 23 TO TIPO-TBL-RETENCAO (43).
           MOVE "FINES-EXCEPTIONS-" TO TIPO-TBL-PREFIXO (44).
           MOVE ".txt" TO TIPO-TBL-SUFIXO (44).
           MOVE 12 TO TIPO-TBL-RETENCAO (44).
      *    class upgrades per branch and booked type: sold out,   *
      *    upgraded free, turned away.                            *
           MOVE "UPGRADE-REPORT-" TO TIPO-TBL-PREFIXO (45).
           MOVE ".txt" TO TIPO-TBL-SUFIXO (45).
           MOVE 06 TO TIPO-TBL-RETENCAO (45).
      *    monthly fleet depreciation schedule: charge, book value*
      *    and revenue per plate.                                 *
           MOVE "DEPRECIATION-" TO TIPO-TBL-PREFIXO (46).
           MOVE ".txt" TO TIPO-TBL-SUFIXO (46).
           MOVE 24 TO TIPO-TBL-RETENCAO (46).
      *    workshop cost per km rented, per plate and per type.   *
           MOVE "MAINT-COST-" TO TIPO-TBL-PREFIXO (47).
           MOVE ".txt" TO TIPO-TBL-SUFIXO (47).
           MOVE 12 TO TIPO-TBL-RETENCAO (47).
      *    waivered damage past the excess, for the insurer.      *
           MOVE "INSURANCE-CLAIMS-" TO TIPO-TBL-PREFIXO (48).
           MOVE ".txt" TO TIPO-TBL-SUFIXO (48).
           MOVE 24 TO TIPO-TBL-RETENCAO (48).
      *    counter cash-up: expected, counted, over/short.        *
           MOVE "CASH-UP-" TO TIPO-TBL-PREFIXO (49).
           MOVE ".txt" TO TIPO-TBL-SUFIXO (49).
           MOVE 24 TO TIPO-TBL-RETENCAO (49).
      *    PROD1V6 retro pay reports, kept a year like the        *
      *    other payroll reports.                                 *
           MOVE "RETRO-REPORT-" TO TIPO-TBL-PREFIXO (50).
           MOVE ".txt" TO TIPO-TBL-SUFIXO (50).
           MOVE 12 TO TIPO-TBL-RETENCAO (50).
      *    PROD1V1 leavers' final payslips and employment-end     *
      *    declaration data, kept as long as the sweep reaches.   *
           MOVE "FINAL-SETTLEMENT-" TO TIPO-TBL-PREFIXO (51).
           MOVE ".txt" TO TIPO-TBL-SUFIXO (51).
           MOVE 23 TO TIPO-TBL-RETENCAO (51).
           MOVE "END-DECLARATION-" TO TIPO-TBL-PREFIXO (52).
           MOVE ".txt" TO TIPO-TBL-SUFIXO (52).
           MOVE 23 TO TIPO-TBL-RETENCAO (52).
           MOVE "TRIAL-FINAL-SETTLE-" TO TIPO-TBL-PREFIXO (53).
           MOVE ".txt" TO TIPO-TBL-SUFIXO (53).
           MOVE 01 TO TIPO-TBL-RETENCAO (53).
           MOVE "TRIAL-END-DECL-" TO TIPO-TBL-PREFIXO (54).
           MOVE ".txt" TO TIPO-TBL-SUFIXO (54).
           MOVE 01 TO TIPO-TBL-RETENCAO (54).
      *    PROD1V8 bank returns lists, kept a year like the       *
      *    other payroll reports.                                 *
           MOVE "BANK-RETURNS-LIST-" TO TIPO-TBL-PREFIXO (55).
           MOVE ".txt" TO TIPO-TBL-SUFIXO (55).
           MOVE 12 TO TIPO-TBL-RETENCAO (55).
      *    PROD1V8 supplementary bank deposit files, kept a year  *
      *    like the monthly bank deposit files.                   *
           MOVE "BANK-DEPOSIT-SUPP-" TO TIPO-TBL-PREFIXO (56).
           MOVE ".txt" TO TIPO-TBL-SUFIXO (56).
           MOVE 12 TO TIPO-TBL-RETENCAO (56).
      *    send_halp publisher invoice discrepancy reports, kept  *
      *    a year like the payables they explain.                 *
           MOVE "FACTURAS-DISCREP-" TO TIPO-TBL-PREFIXO (57).
           MOVE ".txt" TO TIPO-TBL-SUFIXO (57).
           MOVE 12 TO TIPO-TBL-RETENCAO (57).
      *    send_halp margin-per-title reports, kept a year so a   *
      *    title's margin can be compared season to season.      *
           MOVE "MARGEM-TITULO-" TO TIPO-TBL-PREFIXO (58).
           MOVE ".txt" TO TIPO-TBL-SUFIXO (58).
           MOVE 12 TO TIPO-TBL-RETENCAO (58).
      *    send_halp stock valuations at average cost, kept two   *
      *    years so last year-end's figure is always at hand.     *
           MOVE "STOCK-VALOR-" TO TIPO-TBL-PREFIXO (59).
           MOVE ".txt" TO TIPO-TBL-SUFIXO (59).
           MOVE 24 TO TIPO-TBL-RETENCAO (59).
      *    send_halp shop replenishment lists, kept six months    *
      *    like the other bookshop run reports.                   *
           MOVE "REPOSICAO-LOJA-" TO TIPO-TBL-PREFIXO (60).
           MOVE ".txt" TO TIPO-TBL-SUFIXO (60).
           MOVE 06 TO TIPO-TBL-RETENCAO (60).
      *    send_halp stock aging reports, kept a year so the      *
      *    buyer can follow a title's slide from band to band.    *
           MOVE "AGING-STOCK-" TO TIPO-TBL-PREFIXO (61).
           MOVE ".txt" TO TIPO-TBL-SUFIXO (61).
           MOVE 12 TO TIPO-TBL-RETENCAO (61).
      *    send_halp pre-order pick lists, kept six months        *
      *    like the other bookshop run reports.                   *
           MOVE "PICKING-PREENC-" TO TIPO-TBL-PREFIXO (62).
           MOVE ".txt" TO TIPO-TBL-SUFIXO (62).
           MOVE 06 TO TIPO-TBL-RETENCAO (62).
      *    send_halp pre-order arrival notices, kept six          *
      *    months like the other bookshop run reports.            *
           MOVE "AVISO-CHEGADA-" TO TIPO-TBL-PREFIXO (63).
           MOVE ".txt" TO TIPO-TBL-SUFIXO (63).
           MOVE 06 TO TIPO-TBL-RETENCAO (63).
      *    send_halp per-title pre-order counts, kept a year      *
      *    for the publishers' print-run questions.               *
           MOVE "PREENC-TITULO-" TO TIPO-TBL-PREFIXO (64).
           MOVE ".txt" TO TIPO-TBL-SUFIXO (64).
           MOVE 12 TO TIPO-TBL-RETENCAO (64).
      *    send_halp consignment settlements, kept a year         *
      *    like the other payables reports.                       *
           MOVE "CONSIGNACAO-" TO TIPO-TBL-PREFIXO (65).
           MOVE ".txt" TO TIPO-TBL-SUFIXO (65).
           MOVE 12 TO TIPO-TBL-RETENCAO (65).
      *    send_halp trade-account invoices, kept as long as      *
      *    the rental invoice documents.                          *
           MOVE "FACTURAS-CONTA-" TO TIPO-TBL-PREFIXO (66).
           MOVE ".txt" TO TIPO-TBL-SUFIXO (66).
           MOVE 23 TO TIPO-TBL-RETENCAO (66).
      *    send_halp trade-account aging, kept six months like    *
      *    the other bookshop run reports.                        *
           MOVE "AGING-CONTAS-" TO TIPO-TBL-PREFIXO (67).
           MOVE ".txt" TO TIPO-TBL-SUFIXO (67).
           MOVE 06 TO TIPO-TBL-RETENCAO (67).
      *    LIVROEXT monthly trade-account statements, kept a      *
      *    year like the corporate statements.                    *
           MOVE "EXTRACTOS-CONTAS-" TO TIPO-TBL-PREFIXO (68).
           MOVE ".txt" TO TIPO-TBL-SUFIXO (68).
           MOVE 12 TO TIPO-TBL-RETENCAO (68).
      *    PRODUCAO-8 tuition-fee arrears aging, kept six months  *
      *    like the other aging reports.                          *
           MOVE "FEE-AGING-" TO TIPO-TBL-PREFIXO (69).
           MOVE ".txt" TO TIPO-TBL-SUFIXO (69).
           MOVE 06 TO TIPO-TBL-RETENCAO (69).
      *    APROVMNT approval-queue listings, kept a year as the   *
      *    auditors' evidence of who approved what.               *
           MOVE "APPROVAL-QUEUE-" TO TIPO-TBL-PREFIXO (70).
           MOVE ".txt" TO TIPO-TBL-SUFIXO (70).
           MOVE 12 TO TIPO-TBL-RETENCAO (70).
      *    DADOSPES data-subject reports -- they hold the person's    *
      *    data themselves, so they go after a quarter.               *
           MOVE "SUBJECT-REPORT-" TO TIPO-TBL-PREFIXO (71).
           MOVE ".txt" TO TIPO-TBL-SUFIXO (71).
           MOVE 03 TO TIPO-TBL-RETENCAO (71).
      *    BANKREC reconciliation exceptions and balance proofs,      *
      *    kept a year for the auditors.                              *
           MOVE "BANK-RECON-" TO TIPO-TBL-PREFIXO (72).
           MOVE ".txt" TO TIPO-TBL-SUFIXO (72).
           MOVE 12 TO TIPO-TBL-RETENCAO (72).
      *    GLBUDGET variance reports go with the trial balances; the  *
      *    summary only has to outlive the pack that prints it.       *
           MOVE "BUDGET-VARIANCE-" TO TIPO-TBL-PREFIXO (73).
           MOVE ".txt" TO TIPO-TBL-SUFIXO (73).
           MOVE 23 TO TIPO-TBL-RETENCAO (73).
           MOVE "BUDGET-SUMMARY-" TO TIPO-TBL-PREFIXO (74).
           MOVE ".txt" TO TIPO-TBL-SUFIXO (74).
           MOVE 12 TO TIPO-TBL-RETENCAO (74).
      *    PAYABLES unpaid-items listings: each run's replaces the    *
      *    month's last, kept a year. the SEPA files and payment      *
      *    advices carry a batch number and stay where they are.      *
           MOVE "UNPAID-ITEMS-" TO TIPO-TBL-PREFIXO (75).
           MOVE ".txt" TO TIPO-TBL-SUFIXO (75).
           MOVE 12 TO TIPO-TBL-RETENCAO (75).
      *    GLACCRUE accrual schedules back the closed month's         *
      *    journal, so they are kept as long as the trial balances.   *
           MOVE "ACCRUAL-SCHEDULE-" TO TIPO-TBL-PREFIXO (76).
           MOVE ".txt" TO TIPO-TBL-SUFIXO (76).
           MOVE 23 TO TIPO-TBL-RETENCAO (76).

      *    ---- one type: its name tried for every period in the      ----*
      *    ---- sweep window, newest first.                           ----*
