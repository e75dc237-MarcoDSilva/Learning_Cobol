      *=======================================================================*
       IDENTIFICATION DIVISION.
      *=======================================================================*
       PROGRAM-ID. PROD2V7.
      *************************************************************************
      *************************************************************************
      *************************************************************************
      *                           IEFP SOLUTIONS                              *
      *OBJECTIVO:                                                             *
      *               AMORTIZACAO MENSAL DA FROTA                             *
      *               corre uma vez por mes, no fim do periodo: para          *
      *               cada matricula com custo de aquisicao calcula a         *
      *               quota mensal em linha recta (custo menos residual       *
      *               sobre a vida util), acumula-a no mestre da frota,       *
      *               imprime o valor liquido contabilistico ao lado da       *
      *               receita ja facturada e lanca o total no diario          *
      *               geral. cada viatura leva o periodo amortizado, pelo     *
      *               que uma segunda corrida no mesmo mes nada lanca.        *
      *                                                                       *
      *************************************************************************
      ***************************FIM DOCUMENTAÇÃO******************************

      *=======================================================================*
                             ENVIRONMENT DIVISION.
      *=======================================================================*
                             CONFIGURATION SECTION.
      *=======================================================================*
                               SPECIAL-NAMES.
      *=======================================================================*
                             INPUT-OUTPUT SECTION.
      *=======================================================================*
                               FILE-CONTROL.

      *    same keyed declaration as PROD2V1 and PROD2V2 -- each      *
      *    plate is read and REWRITten in place with its charge.      *
           SELECT FLEET-MASTER ASSIGN TO 'FLEET-MASTER.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FLEET_PLATE
               FILE STATUS IS FLEET-MASTER-STATUS.
           SELECT DEPRECIATION-OUT
               ASSIGN DYNAMIC DEPRECIATION-FILENAME.

      *    ---- shared run-date/error-log facility, common to the      ----*
      *    ---- overnight batch suite.                                 ----*
           COPY DATESEL.
           COPY AUDITSEL.
           COPY RUNSTSEL.
           COPY LOCKSEL.
           COPY GLSEL.

      *=======================================================================*
                               DATA DIVISION.
      *=======================================================================*
                               FILE SECTION.

      *          ======== fleet master file ========                   *
      *    same record as PROD2V1 and PROD2V2 carry -- keep them in   *
      *    step.                                                      *
           FD FLEET-MASTER.
           01 FLEET-MASTER-FILE.
               02 FLEET_PLATE PIC X(8).
               02 FLEET_CAR_TYPE PIC 9(1).
               02 FLEET_ODOMETER PIC 9(7).
               02 FLEET_AVAILABLE PIC X(1).
               02 FLEET_RENTALS PIC 9(5).
               02 FLEET_DAYS_OUT PIC 9(5).
               02 FLEET_KM_RENTED PIC 9(7).
               02 FLEET_REVENUE PIC 9(9)V99.
               02 FLEET_LAST_SERVICE PIC 9(7).
               02 FLEET_BRANCH PIC 9(2).
               02 FLEET_ACQ_COST PIC 9(7)V99.
               02 FLEET_ACQ_DATE PIC 9(8).
               02 FLEET_ACQ_DATE-X REDEFINES FLEET_ACQ_DATE.
                   03 FLEET_ACQ_PERIOD PIC X(6).
                   03 FILLER PIC X(2).
               02 FLEET_RESIDUAL PIC 9(7)V99.
               02 FLEET_LIFE_MONTHS PIC 9(3).
               02 FLEET_ACCUM_DEPR PIC 9(7)V99.
               02 FLEET_DEPR_PERIOD PIC X(6).
      *    parts and labour of every workshop job closed against     *
      *    the plate, accumulated across runs by PROD2V1.            *
               02 FLEET_MAINT_COST PIC 9(7)V99.

      *          ======== depreciation schedule ========               *
      *    one line per plate: what it cost, this month's charge,     *
      *    depreciation to date, net book value and the revenue the   *
      *    car has billed so far, so the two can be read side by      *
      *    side. the 01-levels share the record area, so every field  *
      *    is re-MOVEd fresh.                                         *
           FD DEPRECIATION-OUT.
           01 DEPRECIATION-LINE-OUT.
               02 DPR-PLATE-OUT PIC X(8).
               02 FILLER PIC X(1) VALUE SPACE.
               02 DPR-CAR-TYPE-OUT PIC 9(1).
               02 FILLER PIC X(1) VALUE SPACE.
               02 DPR-LABEL-1 PIC X(6).
               02 DPR-COST-OUT PIC ZZZZZZ9.99.
               02 FILLER PIC X(1) VALUE SPACE.
               02 DPR-LABEL-2 PIC X(8).
               02 DPR-CHARGE-OUT PIC ZZZZZ9.99.
               02 FILLER PIC X(1) VALUE SPACE.
               02 DPR-LABEL-3 PIC X(7).
               02 DPR-ACCUM-OUT PIC ZZZZZZ9.99.
               02 FILLER PIC X(1) VALUE SPACE.
               02 DPR-LABEL-4 PIC X(6).
               02 DPR-NBV-OUT PIC ZZZZZZ9.99.
               02 FILLER PIC X(1) VALUE SPACE.
               02 DPR-LABEL-5 PIC X(6).
               02 DPR-REVENUE-OUT PIC ZZZZZZZZ9.99.
               02 FILLER PIC X(1) VALUE SPACE.
               02 DPR-MOTIVO-OUT PIC X(14).

           01 DEPRECIATION-TOTAL-LINE.
               02 DPR-TOT-LABEL PIC X(20).
               02 DPR-TOT-CHARGE PIC ZZZZZZZZ9.99.
               02 FILLER PIC X(2) VALUE SPACES.
               02 DPR-TOT-LABEL-2 PIC X(8).
               02 DPR-TOT-PLATES PIC ZZZZ9.
               02 FILLER PIC X(2) VALUE SPACES.
               02 DPR-TOT-LABEL-3 PIC X(11).
               02 DPR-TOT-NO-COST PIC ZZZZ9.

           COPY DATEFD.
           COPY AUDITFD.
           COPY RUNSTFD.
           COPY LOCKFD.
           COPY GLFD.

      *=======================================================================*
                           WORKING-STORAGE SECTION.

           COPY DATEWS.
           COPY AUDITWS.
           COPY RUNSTWS.
           COPY LOCKWS.
           COPY GLWS.

       77  FLEET-MASTER-STATUS PIC X(2) VALUE SPACES.
       77  FLEET-MASTER-EOF PIC A(3) VALUE SPACES.
       77  DEPRECIATION-FILENAME PIC X(30) VALUE SPACES.
       77  VIATURAS-LIDAS PIC 9(5) VALUE ZERO.
       77  VIATURAS-AMORTIZADAS PIC 9(5) VALUE ZERO.
       77  VIATURAS-SEM-CUSTO PIC 9(5) VALUE ZERO.

      *    straight line: cost less residual over the life in months, *
      *    the last month trimmed so depreciation to date never       *
      *    passes the depreciable base. a plate with no life on file  *
      *    takes the same standard life PROD2V2 gives it.             *
       77  DEPR-VIDA-PADRAO PIC 9(3) VALUE 48.
       77  DEPR-BASE PIC 9(7)V99 VALUE ZERO.
       77  DEPR-MENSAL PIC 9(7)V99 VALUE ZERO.
       77  DEPR-RESTANTE PIC S9(7)V99 VALUE ZERO.
       77  DEPR-VALOR-LIQUIDO PIC 9(7)V99 VALUE ZERO.
       77  DEPR-MOTIVO PIC X(14) VALUE SPACES.
       77  TOTAL-AMORTIZACAO PIC 9(9)V99 VALUE ZERO.

      *=======================================================================*
                             PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM ABRIR-ERROR-LOG.
           PERFORM ABRIR-AUDIT-TRAIL.
      *    ---- the fleet master is rewritten here: take the run     ----*
      *    ---- lock or refuse loudly.                                ----*
           MOVE "PROD2V7" TO LOCK-PROGRAMA.
           PERFORM OBTER-RUN-LOCK THRU OBTER-RUN-LOCK-EXIT.
           IF LOCK-OBTIDO = "N"
               DISPLAY "PROD2V7 - JA EM EXECUCAO - RECUSADO"
               MOVE 8 TO RETURN-CODE
               CLOSE ERROR-LOG
                     AUDIT-TRAIL
               STOP RUN
           END-IF.

           MOVE "PROD2V7" TO RST-PROGRAMA.
           PERFORM REGISTAR-INICIO-EXECUCAO
               THRU REGISTAR-INICIO-EXECUCAO-EXIT.
           PERFORM OBTER-DATA-EXECUCAO.
           DISPLAY "PROD2V7 - RUN DATE: " RUN-DATE-DISPLAY.

           STRING "DEPRECIATION-" RUN-PERIOD-TAG ".txt"
               DELIMITED BY SIZE INTO DEPRECIATION-FILENAME.

      *    ---- a month the GL close has sealed takes no charge: the ----*
      *    ---- plates would be stamped while the journal is held.   ----*
           MOVE RUN-PERIOD-TAG TO GL-PERIODO.
           PERFORM VERIFICAR-PERIODO-ENCERRADO.
           IF GL-PERIODO-ENCERRADO = "Y"
               MOVE "PROD2V7" TO ERR-PROGRAMA
               MOVE "E02" TO ERR-CODIGO
               MOVE "periodo encerrado - amortizacao recusada - " TO
                   ERR-MENSAGEM
               MOVE RUN-PERIOD-TAG TO ERR-MENSAGEM (45:6)
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               PERFORM TERMINAR-COM-ERRO
           END-IF.

           PERFORM CARREGAR-PLANO-CONTAS
               THRU CARREGAR-PLANO-CONTAS-EXIT.

           OPEN I-O FLEET-MASTER.

           IF FLEET-MASTER-STATUS NOT = "00"
               MOVE "PROD2V7" TO ERR-PROGRAMA
               MOVE "E01" TO ERR-CODIGO
               MOVE "erro ao abrir FLEET-MASTER.txt" TO ERR-MENSAGEM
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               PERFORM TERMINAR-COM-ERRO
           END-IF.

           OPEN OUTPUT DEPRECIATION-OUT.

           MOVE SPACES TO FLEET-MASTER-EOF.
           MOVE LOW-VALUES TO FLEET_PLATE.
           START FLEET-MASTER KEY IS NOT LESS THAN FLEET_PLATE
               INVALID KEY MOVE "YYY" TO FLEET-MASTER-EOF
           END-START.
           PERFORM LER-PROXIMA-VIATURA.
           PERFORM PROCESSAR-VIATURA
               UNTIL FLEET-MASTER-EOF = "YYY".

           MOVE SPACES TO DEPRECIATION-TOTAL-LINE.
           MOVE "TOTAL DEPRECIATION: " TO DPR-TOT-LABEL.
           MOVE TOTAL-AMORTIZACAO TO DPR-TOT-CHARGE.
           MOVE "PLATES: " TO DPR-TOT-LABEL-2.
           MOVE VIATURAS-AMORTIZADAS TO DPR-TOT-PLATES.
           MOVE "NO COST: " TO DPR-TOT-LABEL-3.
           MOVE VIATURAS-SEM-CUSTO TO DPR-TOT-NO-COST.
           WRITE DEPRECIATION-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           DISPLAY DEPRECIATION-TOTAL-LINE.

           CLOSE DEPRECIATION-OUT.

      *    ---- the month's charge: depreciation expense against     ----*
      *    ---- accumulated depreciation on the fleet.                ----*
           MOVE "PROD2V7" TO GL-PROGRAMA.
           MOVE RUN-PERIOD-TAG TO GL-PERIODO.
           MOVE "FRT-AMORTIZ" TO GL-CHAVE-CONTA.
           MOVE "D" TO GL-DC.
           MOVE TOTAL-AMORTIZACAO TO GL-MONTANTE.
           PERFORM REGISTAR-LANCAMENTO THRU REGISTAR-LANCAMENTO-EXIT.
           MOVE "FRT-AMORTAC" TO GL-CHAVE-CONTA.
           MOVE "C" TO GL-DC.
           MOVE TOTAL-AMORTIZACAO TO GL-MONTANTE.
           PERFORM REGISTAR-LANCAMENTO THRU REGISTAR-LANCAMENTO-EXIT.
           PERFORM LIBERTAR-DIARIO THRU LIBERTAR-DIARIO-EXIT.

           MOVE VIATURAS-LIDAS TO RST-LIDOS.
           MOVE VIATURAS-AMORTIZADAS TO RST-GRAVADOS.
           MOVE VIATURAS-SEM-CUSTO TO RST-REJEITADOS.
           MOVE TOTAL-AMORTIZACAO TO RST-VALOR.
           MOVE "OK" TO RST-RESULTADO.
           PERFORM REGISTAR-FIM-EXECUCAO
               THRU REGISTAR-FIM-EXECUCAO-EXIT.

           PERFORM LIBERTAR-RUN-LOCK.

           CLOSE FLEET-MASTER
                 ERROR-LOG
                 AUDIT-TRAIL.
           STOP RUN.

      *    ---- an abort before anything was charged: the FIM line    ----*
      *    ---- says so, the lock is released, and the step fails.    ----*
           TERMINAR-COM-ERRO.

           MOVE VIATURAS-LIDAS TO RST-LIDOS.
           MOVE ZERO TO RST-GRAVADOS.
           MOVE ZERO TO RST-REJEITADOS.
           MOVE ZERO TO RST-VALOR.
           MOVE "ERRO" TO RST-RESULTADO.
           PERFORM REGISTAR-FIM-EXECUCAO
               THRU REGISTAR-FIM-EXECUCAO-EXIT.
           PERFORM LIBERTAR-RUN-LOCK.
           MOVE 8 TO RETURN-CODE.
           CLOSE ERROR-LOG
                 AUDIT-TRAIL.
           STOP RUN.

           LER-PROXIMA-VIATURA.

           IF FLEET-MASTER-EOF NOT = "YYY"
               READ FLEET-MASTER NEXT RECORD
                   AT END MOVE "YYY" TO FLEET-MASTER-EOF
               END-READ
               IF FLEET-MASTER-STATUS NOT = "00"
                   MOVE "YYY" TO FLEET-MASTER-EOF
               END-IF
           END-IF.

           PROCESSAR-VIATURA.

           ADD 1 TO VIATURAS-LIDAS.
           PERFORM AMORTIZAR-VIATURA THRU AMORTIZAR-VIATURA-FIM.
           PERFORM ESCREVER-LINHA-AMORTIZACAO.
           PERFORM LER-PROXIMA-VIATURA.

      *    ---- one plate: this month's straight-line charge, unless  ----*
      *    ---- it has no cost on file, was bought after the month,   ----*
      *    ---- already carries this month, or is fully written down. ----*
           AMORTIZAR-VIATURA.

           MOVE ZERO TO DEPR-MENSAL.
           MOVE SPACES TO DEPR-MOTIVO.

           IF FLEET_ACCUM_DEPR IS NOT NUMERIC
               MOVE ZERO TO FLEET_ACCUM_DEPR
           END-IF.
           IF FLEET_REVENUE IS NOT NUMERIC
               MOVE ZERO TO FLEET_REVENUE
           END-IF.

           IF FLEET_ACQ_COST IS NOT NUMERIC
                   OR FLEET_ACQ_COST = ZERO
               MOVE ZERO TO FLEET_ACQ_COST
               MOVE "SEM CUSTO" TO DEPR-MOTIVO
               ADD 1 TO VIATURAS-SEM-CUSTO
               GO TO AMORTIZAR-VIATURA-FIM
           END-IF.

           IF FLEET_DEPR_PERIOD = RUN-PERIOD-TAG
               MOVE "JA AMORTIZADA" TO DEPR-MOTIVO
               GO TO AMORTIZAR-VIATURA-FIM
           END-IF.

           IF FLEET_ACQ_DATE IS NUMERIC
                   AND FLEET_ACQ_PERIOD > RUN-PERIOD-TAG
               MOVE "AQUISICAO FUT." TO DEPR-MOTIVO
               GO TO AMORTIZAR-VIATURA-FIM
           END-IF.

           IF FLEET_RESIDUAL IS NOT NUMERIC
                   OR FLEET_RESIDUAL NOT < FLEET_ACQ_COST
               MOVE ZERO TO FLEET_RESIDUAL
           END-IF.
           IF FLEET_LIFE_MONTHS IS NOT NUMERIC
                   OR FLEET_LIFE_MONTHS = ZERO
               MOVE DEPR-VIDA-PADRAO TO FLEET_LIFE_MONTHS
           END-IF.

           COMPUTE DEPR-BASE = FLEET_ACQ_COST - FLEET_RESIDUAL.
           COMPUTE DEPR-RESTANTE = DEPR-BASE - FLEET_ACCUM_DEPR.
           IF DEPR-RESTANTE NOT > ZERO
               MOVE "AMORTIZADA" TO DEPR-MOTIVO
               GO TO AMORTIZAR-VIATURA-FIM
           END-IF.

           COMPUTE DEPR-MENSAL ROUNDED =
                   DEPR-BASE / FLEET_LIFE_MONTHS.
           IF DEPR-MENSAL > DEPR-RESTANTE
               MOVE DEPR-RESTANTE TO DEPR-MENSAL
           END-IF.

           ADD DEPR-MENSAL TO FLEET_ACCUM_DEPR.
           MOVE RUN-PERIOD-TAG TO FLEET_DEPR_PERIOD.
           REWRITE FLEET-MASTER-FILE.

           IF FLEET-MASTER-STATUS NOT = "00"
               MOVE "PROD2V7" TO ERR-PROGRAMA
               MOVE "E03" TO ERR-CODIGO
               MOVE "erro ao regravar matricula - " TO ERR-MENSAGEM
               MOVE FLEET_PLATE TO ERR-MENSAGEM (30:8)
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               SUBTRACT DEPR-MENSAL FROM FLEET_ACCUM_DEPR
               MOVE ZERO TO DEPR-MENSAL
               MOVE "NAO GRAVADA" TO DEPR-MOTIVO
               GO TO AMORTIZAR-VIATURA-FIM
           END-IF.

           ADD DEPR-MENSAL TO TOTAL-AMORTIZACAO.
           ADD 1 TO VIATURAS-AMORTIZADAS.

           MOVE "PROD2V7" TO AUD-PROGRAMA.
           MOVE SPACES TO AUD-CHAVE.
           MOVE FLEET_PLATE TO AUD-CHAVE (1:8).
           MOVE DEPR-MENSAL TO AUD-VALOR.
           MOVE "AMORTIZACAO MENSAL" TO AUD-DESCRICAO.
           PERFORM REGISTAR-AUDITORIA
               THRU REGISTAR-AUDITORIA-EXIT.

           AMORTIZAR-VIATURA-FIM.
               EXIT.

      *    ---- the plate's line on the schedule, charged or not.     ----*
           ESCREVER-LINHA-AMORTIZACAO.

           COMPUTE DEPR-VALOR-LIQUIDO =
                   FLEET_ACQ_COST - FLEET_ACCUM_DEPR.

           MOVE SPACES TO DEPRECIATION-LINE-OUT.
           MOVE FLEET_PLATE TO DPR-PLATE-OUT.
           MOVE FLEET_CAR_TYPE TO DPR-CAR-TYPE-OUT.
           MOVE "COST: " TO DPR-LABEL-1.
           MOVE FLEET_ACQ_COST TO DPR-COST-OUT.
           MOVE "CHARGE: " TO DPR-LABEL-2.
           MOVE DEPR-MENSAL TO DPR-CHARGE-OUT.
           MOVE "ACCUM: " TO DPR-LABEL-3.
           MOVE FLEET_ACCUM_DEPR TO DPR-ACCUM-OUT.
           MOVE "BOOK: " TO DPR-LABEL-4.
           MOVE DEPR-VALOR-LIQUIDO TO DPR-NBV-OUT.
           MOVE "REVN: " TO DPR-LABEL-5.
           MOVE FLEET_REVENUE TO DPR-REVENUE-OUT.
           MOVE DEPR-MOTIVO TO DPR-MOTIVO-OUT.
           WRITE DEPRECIATION-LINE-OUT
               AFTER ADVANCING 1 LINE.
           DISPLAY DEPRECIATION-LINE-OUT.

           COPY DATEPD.
           COPY AUDITPD.
           COPY LOCKPD.
           COPY RUNSTPD.
           COPY GLPD.

       END PROGRAM PROD2V7.
