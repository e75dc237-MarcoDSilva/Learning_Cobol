      *               fica registada em AUDIT-TRAIL.txt, e a lista de         *
      *               candidatos a abate sai dos contadores de               *
      *               utilizacao que a propria frota ja acumula.              *
      *               a aquisicao traz o custo, a data, o valor               *
      *               residual e a vida util; o abate mostra a venda          *
      *               contra o valor liquido contabilistico e lanca a         *
      *               mais ou menos valia no diario geral.                    *
      *                                                                       *
      *************************************************************************
      ***************************FIM DOCUMENTAÇÃO******************************
      *=======================================================================*
                               FILE-CONTROL.

      *    only transactions a second operator has approved --        *
      *    APROVMNT writes them here, off the operators' own          *
      *    FLEET-TRANS-IN.txt.                                        *
           SELECT FLEET-TRANS-IN ASSIGN TO 'FLEET-TRANS-APROV.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FLEET-TRANS-STATUS.
      *    same keyed declaration as PROD2V1 -- records are read and  *
           COPY AUDITSEL.
           COPY RUNSTSEL.
           COPY LOCKSEL.
           COPY GLSEL.

      *=======================================================================*
                               DATA DIVISION.

      *          ======== maintenance transactions input ========      *
      *    one line per change: A acquisition (plate, type, branch,   *
      *    odometer, cost, purchase date, residual value, life in     *
      *    months), D disposal (plate, sale proceeds), B branch       *
      *    correction, O odometer correction. unused fields on a      *
      *    line may be spaces; a blank residual is nil, a blank life  *
      *    takes the standard life, blank proceeds mean scrapped.     *
           FD FLEET-TRANS-IN.
           01 FLEET-TRANS-FILE.
               02 TRANS-ACTION PIC X(1).
               02 TRANS-CAR-TYPE PIC 9(1).
               02 TRANS-BRANCH PIC 9(2).
               02 TRANS-ODOMETER PIC 9(7).
               02 TRANS-ACQ-COST PIC 9(7)V99.
               02 TRANS-ACQ-DATE PIC 9(8).
               02 TRANS-RESIDUAL PIC 9(7)V99.
               02 TRANS-RESIDUAL-X REDEFINES TRANS-RESIDUAL
                   PIC X(9).
               02 TRANS-LIFE-MONTHS PIC 9(3).
               02 TRANS-LIFE-MONTHS-X REDEFINES TRANS-LIFE-MONTHS
                   PIC X(3).
               02 TRANS-PROCEEDS PIC 9(7)V99.
               02 TRANS-PROCEEDS-X REDEFINES TRANS-PROCEEDS
                   PIC X(9).
      *    who keyed the line, and the different operator who         *
      *    approved it in APROVMNT.                                   *
               02 TRANS-OPERADOR PIC X(3).
               02 TRANS-APROVADOR PIC X(3).

      *          ======== fleet master file ========                   *
      *    same record as PROD2V1 carries -- keep the two in step.     *
               02 FLEET_REVENUE PIC 9(9)V99.
               02 FLEET_LAST_SERVICE PIC 9(7).
               02 FLEET_BRANCH PIC 9(2).
      *    what the car cost, when it was bought, what it should     *
      *    fetch at the end of its life and over how many months,    *
      *    and the depreciation charged so far -- PROD2V7 charges    *
      *    one month per period and stamps the period it charged.    *
               02 FLEET_ACQ_COST PIC 9(7)V99.
               02 FLEET_ACQ_DATE PIC 9(8).
               02 FLEET_RESIDUAL PIC 9(7)V99.
               02 FLEET_LIFE_MONTHS PIC 9(3).
               02 FLEET_ACCUM_DEPR PIC 9(7)V99.
               02 FLEET_DEPR_PERIOD PIC X(6).
      *    parts and labour of every workshop job closed against     *
      *    the plate, accumulated across runs by PROD2V1.            *
               02 FLEET_MAINT_COST PIC 9(7)V99.

      *          ======== disposal shortlist ========                  *
      *    one line per candidate: the utilization counters the run   *
               02 FILLER PIC X(1) VALUE SPACE.
               02 DSP-MOTIVO-OUT PIC X(14).

      *    a plate actually disposed of this run, ahead of the        *
      *    shortlist: sale proceeds against net book value, the gain  *
      *    or loss posted, and the car's whole-life result -- rental  *
      *    revenue plus proceeds less what it cost. the 01-levels     *
      *    share the record area, so every field is re-MOVEd fresh.   *
           01 DISPOSAL-RESULT-LINE-OUT.
               02 DRS-PLATE-OUT PIC X(8).
               02 FILLER PIC X(1) VALUE SPACE.
               02 DRS-LABEL-1 PIC X(6).
               02 DRS-COST-OUT PIC ZZZZZZ9.99.
               02 FILLER PIC X(1) VALUE SPACE.
               02 DRS-LABEL-2 PIC X(6).
               02 DRS-NBV-OUT PIC ZZZZZZ9.99.
               02 FILLER PIC X(1) VALUE SPACE.
               02 DRS-LABEL-3 PIC X(6).
               02 DRS-PROCEEDS-OUT PIC ZZZZZZ9.99.
               02 FILLER PIC X(1) VALUE SPACE.
               02 DRS-LABEL-4 PIC X(11).
               02 DRS-RESULT-OUT PIC -(7)9.99.
               02 FILLER PIC X(1) VALUE SPACE.
               02 DRS-LABEL-5 PIC X(6).
               02 DRS-REVENUE-OUT PIC ZZZZZZZZ9.99.
               02 FILLER PIC X(1) VALUE SPACE.
               02 DRS-LABEL-6 PIC X(6).
               02 DRS-LIFE-OUT PIC -(8)9.99.

           COPY DATEFD.
           COPY AUDITFD.
           COPY RUNSTFD.
           COPY LOCKFD.
           COPY GLFD.

      *=======================================================================*
                           WORKING-STORAGE SECTION.
           COPY BALANCEWS.
           COPY RUNSTWS.
           COPY LOCKWS.
           COPY GLWS.

       77  FLEET-TRANS-STATUS PIC X(2) VALUE SPACES.
       77  FLEET-TRANS-EOF PIC A(3) VALUE SPACES.
       77  REVENUE-PER-RENTAL PIC 9(7)V99 VALUE ZERO.
       77  DISPOSAL-MOTIVO PIC X(14) VALUE SPACES.

      *    the fleet in the accounts: a car with no life of its own   *
      *    on the transaction depreciates over the standard life.     *
      *    postings are summed over the run and journalled once at    *
      *    the end, so the journal never outgrows its 30 lines.       *
       77  DEPR-VIDA-PADRAO PIC 9(3) VALUE 48.
       77  ABATE-CUSTO PIC 9(7)V99 VALUE ZERO.
       77  ABATE-AMORTIZADO PIC 9(7)V99 VALUE ZERO.
       77  ABATE-VALOR-LIQUIDO PIC 9(7)V99 VALUE ZERO.
       77  ABATE-RESULTADO PIC S9(7)V99 VALUE ZERO.
       77  ABATE-RESULTADO-VIDA PIC S9(9)V99 VALUE ZERO.
       77  TOTAL-AQUISICOES PIC 9(9)V99 VALUE ZERO.
       77  TOTAL-ABATE-CUSTO PIC 9(9)V99 VALUE ZERO.
       77  TOTAL-ABATE-AMORTIZADO PIC 9(9)V99 VALUE ZERO.
       77  TOTAL-ABATE-VENDAS PIC 9(9)V99 VALUE ZERO.
       77  TOTAL-MAIS-VALIAS PIC 9(9)V99 VALUE ZERO.
       77  TOTAL-MENOS-VALIAS PIC 9(9)V99 VALUE ZERO.

      *=======================================================================*
                             PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           IF FLEET-TRANS-STATUS NOT = "00"
               MOVE "PROD2V2" TO ERR-PROGRAMA
               MOVE "E01" TO ERR-CODIGO
               MOVE "erro ao abrir FLEET-TRANS-APROV.txt" TO
                   ERR-MENSAGEM
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               CLOSE ERROR-LOG
                     AUDIT-TRAIL
               STOP RUN
           END-IF.

           PERFORM CARREGAR-PLANO-CONTAS
               THRU CARREGAR-PLANO-CONTAS-EXIT.

           OPEN I-O FLEET-MASTER.

           IF FLEET-MASTER-STATUS NOT = "00"
               AT END MOVE "YYY" TO FLEET-TRANS-EOF
           END-READ.

           OPEN OUTPUT DISPOSAL-OUT.

           PERFORM APLICAR-TRANSACAO UNTIL FLEET-TRANS-EOF = "YYY".

      *    ---- what was read is emptied out, so an approved line     ----*
      *    ---- is never applied twice.                               ----*
           CLOSE FLEET-TRANS-IN.
           OPEN OUTPUT FLEET-TRANS-IN.

           PERFORM ESCREVER-SHORTLIST-ABATE.
           PERFORM LANCAR-FROTA-DIARIO.

           MOVE "PROD2V2" TO BAL-PROGRAMA.
           MOVE "E03" TO BAL-CODIGO-ERRO.

           ADD 1 TO TRANS-LIDAS.

      *    a line reaches this file only through APROVMNT; one with   *
      *    no approver, or approved by its own operator, is refused.  *
           IF TRANS-APROVADOR = SPACES
                   OR TRANS-APROVADOR = TRANS-OPERADOR
               MOVE "PROD2V2" TO ERR-PROGRAMA
               MOVE "E02" TO ERR-CODIGO
               MOVE "transacao sem aprovacao valida" TO ERR-MENSAGEM
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               ADD 1 TO TRANS-REJEITADAS
           ELSE
               EVALUATE TRANS-ACTION
                   WHEN "A"
                       PERFORM ADQUIRIR-VIATURA
                           THRU ADQUIRIR-VIATURA-FIM
                   WHEN "D"
                       PERFORM ABATER-VIATURA THRU ABATER-VIATURA-FIM
                   WHEN "B"
                       PERFORM CORRIGIR-BALCAO THRU CORRIGIR-BALCAO-FIM
                   WHEN "O"
                       PERFORM CORRIGIR-ODOMETRO
                           THRU CORRIGIR-ODOMETRO-FIM
                   WHEN OTHER
                       MOVE "PROD2V2" TO ERR-PROGRAMA
                       MOVE "E02" TO ERR-CODIGO
                       MOVE "accao de manutencao desconhecida" TO
                           ERR-MENSAGEM
                       PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
                       ADD 1 TO TRANS-REJEITADAS
               END-EVALUATE
           END-IF.

           READ FLEET-TRANS-IN
               AT END MOVE "YYY" TO FLEET-TRANS-EOF
               GO TO ADQUIRIR-VIATURA-FIM
           END-IF.

      *    a car that arrives without what it cost and when can never *
      *    be depreciated or written off -- it does not go on.        *
           IF TRANS-ACQ-COST IS NOT NUMERIC
                   OR TRANS-ACQ-COST = ZERO
               MOVE "PROD2V2" TO ERR-PROGRAMA
               MOVE "E02" TO ERR-CODIGO
               MOVE "aquisicao sem custo valido - " TO ERR-MENSAGEM
               MOVE TRANS-PLATE TO ERR-MENSAGEM (30:8)
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               ADD 1 TO TRANS-REJEITADAS
               GO TO ADQUIRIR-VIATURA-FIM
           END-IF.

           MOVE TRANS-ACQ-DATE TO VAL-DATA-ENTRADA.
           PERFORM VALIDAR-DATA THRU VALIDAR-DATA-EXIT.
           IF VAL-DATA-OK = "N"
               MOVE "PROD2V2" TO ERR-PROGRAMA
               MOVE "E02" TO ERR-CODIGO
               MOVE "aquisicao sem data valida - " TO ERR-MENSAGEM
               MOVE TRANS-PLATE TO ERR-MENSAGEM (29:8)
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               ADD 1 TO TRANS-REJEITADAS
               GO TO ADQUIRIR-VIATURA-FIM
           END-IF.

           IF TRANS-RESIDUAL-X = SPACES
               MOVE ZERO TO TRANS-RESIDUAL
           END-IF.
           IF TRANS-LIFE-MONTHS-X = SPACES
               MOVE DEPR-VIDA-PADRAO TO TRANS-LIFE-MONTHS
           END-IF.

           IF TRANS-RESIDUAL IS NOT NUMERIC
                   OR TRANS-LIFE-MONTHS IS NOT NUMERIC
                   OR TRANS-LIFE-MONTHS = ZERO
                   OR TRANS-RESIDUAL NOT < TRANS-ACQ-COST
               MOVE "PROD2V2" TO ERR-PROGRAMA
               MOVE "E02" TO ERR-CODIGO
               MOVE "residual ou vida util invalidos - " TO
                   ERR-MENSAGEM
               MOVE TRANS-PLATE TO ERR-MENSAGEM (35:8)
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               ADD 1 TO TRANS-REJEITADAS
               GO TO ADQUIRIR-VIATURA-FIM
           END-IF.

           MOVE SPACES TO FLEET-MASTER-FILE.
           MOVE TRANS-PLATE TO FLEET_PLATE.
           MOVE TRANS-CAR-TYPE TO FLEET_CAR_TYPE.
           MOVE ZERO TO FLEET_REVENUE.
           MOVE TRANS-ODOMETER TO FLEET_LAST_SERVICE.
           MOVE TRANS-BRANCH TO FLEET_BRANCH.
           MOVE TRANS-ACQ-COST TO FLEET_ACQ_COST.
           MOVE TRANS-ACQ-DATE TO FLEET_ACQ_DATE.
           MOVE TRANS-RESIDUAL TO FLEET_RESIDUAL.
           MOVE TRANS-LIFE-MONTHS TO FLEET_LIFE_MONTHS.
           MOVE ZERO TO FLEET_ACCUM_DEPR.
           MOVE SPACES TO FLEET_DEPR_PERIOD.
           MOVE ZERO TO FLEET_MAINT_COST.

           WRITE FLEET-MASTER-FILE
               INVALID KEY
                   ADD 1 TO TRANS-REJEITADAS
               NOT INVALID KEY
                   ADD 1 TO TRANS-APLICADAS
                   ADD TRANS-ACQ-COST TO TOTAL-AQUISICOES
                   MOVE "PROD2V2" TO AUD-PROGRAMA
                   MOVE SPACES TO AUD-CHAVE
                   MOVE TRANS-PLATE TO AUD-CHAVE (1:8)
               EXIT.

      *    ---- D: the plate leaves the master so FLEET-CHECK stops   ----*
      *    ---- offering a car that went to the scrapyard; what it    ----*
      *    ---- sold for is set against its book value first.         ----*
           ABATER-VIATURA.

           IF TRANS-PROCEEDS-X = SPACES
               MOVE ZERO TO TRANS-PROCEEDS
           END-IF.
           IF TRANS-PROCEEDS IS NOT NUMERIC
               MOVE "PROD2V2" TO ERR-PROGRAMA
               MOVE "E02" TO ERR-CODIGO
               MOVE "abate com valor de venda invalido - " TO
                   ERR-MENSAGEM
               MOVE TRANS-PLATE TO ERR-MENSAGEM (37:8)
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               ADD 1 TO TRANS-REJEITADAS
               GO TO ABATER-VIATURA-FIM
           END-IF.

           MOVE TRANS-PLATE TO FLEET_PLATE.
           READ FLEET-MASTER
               INVALID KEY
                   PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
                   ADD 1 TO TRANS-REJEITADAS
               NOT INVALID KEY
                   PERFORM APURAR-RESULTADO-ABATE
                   DELETE FLEET-MASTER RECORD
                   ADD 1 TO TRANS-APLICADAS
                   MOVE "PROD2V2" TO AUD-PROGRAMA
                       THRU REGISTAR-AUDITORIA-EXIT
           END-READ.

           ABATER-VIATURA-FIM.
               EXIT.

      *    ---- the plate being disposed of, still in the FD area:    ----*
      *    ---- net book value, gain or loss on the sale and the      ----*
      *    ---- whole-life result, onto the disposal report and the   ----*
      *    ---- run's totals for the journal. a car bought before     ----*
      *    ---- costs were captured carries none, and its whole sale  ----*
      *    ---- price is gain.                                        ----*
           APURAR-RESULTADO-ABATE.

           MOVE ZERO TO ABATE-CUSTO.
           MOVE ZERO TO ABATE-AMORTIZADO.
           IF FLEET_ACQ_COST IS NUMERIC
               MOVE FLEET_ACQ_COST TO ABATE-CUSTO
           END-IF.
           IF FLEET_ACCUM_DEPR IS NUMERIC
               MOVE FLEET_ACCUM_DEPR TO ABATE-AMORTIZADO
           END-IF.
           IF FLEET_REVENUE IS NOT NUMERIC
               MOVE ZERO TO FLEET_REVENUE
           END-IF.

           COMPUTE ABATE-VALOR-LIQUIDO = ABATE-CUSTO - ABATE-AMORTIZADO.
           COMPUTE ABATE-RESULTADO =
                   TRANS-PROCEEDS - ABATE-VALOR-LIQUIDO.
           COMPUTE ABATE-RESULTADO-VIDA =
                   FLEET_REVENUE + TRANS-PROCEEDS - ABATE-CUSTO.

           ADD ABATE-CUSTO TO TOTAL-ABATE-CUSTO.
           ADD ABATE-AMORTIZADO TO TOTAL-ABATE-AMORTIZADO.
           ADD TRANS-PROCEEDS TO TOTAL-ABATE-VENDAS.
           IF ABATE-RESULTADO < ZERO
               SUBTRACT ABATE-RESULTADO FROM TOTAL-MENOS-VALIAS
           ELSE
               ADD ABATE-RESULTADO TO TOTAL-MAIS-VALIAS
           END-IF.

           MOVE SPACES TO DISPOSAL-RESULT-LINE-OUT.
           MOVE FLEET_PLATE TO DRS-PLATE-OUT.
           MOVE "COST: " TO DRS-LABEL-1.
           MOVE ABATE-CUSTO TO DRS-COST-OUT.
           MOVE "BOOK: " TO DRS-LABEL-2.
           MOVE ABATE-VALOR-LIQUIDO TO DRS-NBV-OUT.
           MOVE "SOLD: " TO DRS-LABEL-3.
           MOVE TRANS-PROCEEDS TO DRS-PROCEEDS-OUT.
           MOVE "GAIN/LOSS: " TO DRS-LABEL-4.
           MOVE ABATE-RESULTADO TO DRS-RESULT-OUT.
           MOVE "REVN: " TO DRS-LABEL-5.
           MOVE FLEET_REVENUE TO DRS-REVENUE-OUT.
           MOVE "LIFE: " TO DRS-LABEL-6.
           MOVE ABATE-RESULTADO-VIDA TO DRS-LIFE-OUT.
           WRITE DISPOSAL-RESULT-LINE-OUT
               AFTER ADVANCING 1 LINE.
           DISPLAY DISPOSAL-RESULT-LINE-OUT.

      *    ---- B: puts the record on the branch it really lives at.  ----*
           CORRIGIR-BALCAO.

      *    ---- rental despite a real history.                        ----*
           ESCREVER-SHORTLIST-ABATE.

           MOVE SPACES TO FLEET-MASTER-EOF.
           MOVE LOW-VALUES TO FLEET_PLATE.
           START FLEET-MASTER KEY IS NOT LESS THAN FLEET_PLATE

           PERFORM LER-PROXIMA-VIATURA.

      *    ---- the run's fleet movements into the general ledger:    ----*
      *    ---- cars bought onto the fleet asset against the          ----*
      *    ---- supplier; cars sold off the asset and its             ----*
      *    ---- accumulated depreciation, the proceeds receivable,    ----*
      *    ---- and the difference to gain or loss on disposal.       ----*
           LANCAR-FROTA-DIARIO.

           MOVE "PROD2V2" TO GL-PROGRAMA.
           MOVE RUN-PERIOD-TAG TO GL-PERIODO.

           MOVE "FRT-ACTIVO" TO GL-CHAVE-CONTA.
           MOVE "D" TO GL-DC.
           MOVE TOTAL-AQUISICOES TO GL-MONTANTE.
           PERFORM REGISTAR-LANCAMENTO THRU REGISTAR-LANCAMENTO-EXIT.
           MOVE "FRT-FORNEC" TO GL-CHAVE-CONTA.
           MOVE "C" TO GL-DC.
           MOVE TOTAL-AQUISICOES TO GL-MONTANTE.
           PERFORM REGISTAR-LANCAMENTO THRU REGISTAR-LANCAMENTO-EXIT.

           MOVE "FRT-ALIENAC" TO GL-CHAVE-CONTA.
           MOVE "D" TO GL-DC.
           MOVE TOTAL-ABATE-VENDAS TO GL-MONTANTE.
           PERFORM REGISTAR-LANCAMENTO THRU REGISTAR-LANCAMENTO-EXIT.
           MOVE "FRT-AMORTAC" TO GL-CHAVE-CONTA.
           MOVE "D" TO GL-DC.
           MOVE TOTAL-ABATE-AMORTIZADO TO GL-MONTANTE.
           PERFORM REGISTAR-LANCAMENTO THRU REGISTAR-LANCAMENTO-EXIT.
           MOVE "FRT-MENOSVAL" TO GL-CHAVE-CONTA.
           MOVE "D" TO GL-DC.
           MOVE TOTAL-MENOS-VALIAS TO GL-MONTANTE.
           PERFORM REGISTAR-LANCAMENTO THRU REGISTAR-LANCAMENTO-EXIT.
           MOVE "FRT-ACTIVO" TO GL-CHAVE-CONTA.
           MOVE "C" TO GL-DC.
           MOVE TOTAL-ABATE-CUSTO TO GL-MONTANTE.
           PERFORM REGISTAR-LANCAMENTO THRU REGISTAR-LANCAMENTO-EXIT.
           MOVE "FRT-MAISVAL" TO GL-CHAVE-CONTA.
           MOVE "C" TO GL-DC.
           MOVE TOTAL-MAIS-VALIAS TO GL-MONTANTE.
           PERFORM REGISTAR-LANCAMENTO THRU REGISTAR-LANCAMENTO-EXIT.

           PERFORM LIBERTAR-DIARIO THRU LIBERTAR-DIARIO-EXIT.

           COPY DATEPD.
           COPY AUDITPD.
           COPY BALANCEPD.
           COPY LOCKPD.
           COPY RUNSTPD.
           COPY GLPD.

       END PROGRAM PROD2V2.
