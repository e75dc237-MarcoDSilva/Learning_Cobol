      *=======================================================================*
       IDENTIFICATION DIVISION.
      *=======================================================================*
       PROGRAM-ID. GLBUDGET.
      *************************************************************************
      *************************************************************************
      *************************************************************************
      *                           IEFP SOLUTIONS                              *
      *OBJECTIVO:                                                             *
      *               ORCAMENTO CONTRA REAL, POR BALCAO E CONTA               *
      *               corre depois do fecho do periodo (GLCLOSE): poe         *
      *               o movimento de cada conta orcamentada em                *
      *               GL-JOURNAL.txt ao lado do orcamento de                  *
      *               BUDGET.txt, no mes e acumulado no ano, com o            *
      *               desvio em valor e em percentagem. as linhas cujo        *
      *               desvio passa a tolerancia saem marcadas. cada           *
      *               balcao fecha com o seu resultado orcamentado            *
      *               contra o real, e esses resultados vao para              *
      *               BUDGET-SUMMARY-<periodo>.txt, a pagina de               *
      *               orcamento do pacote de gestao (MGMTPACK).               *
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

      *    one optional line naming the YYYYMM to report and the      *
      *    tolerance; an absent or blank file reports the latest      *
      *    closed period at the standing tolerance.                   *
           SELECT BUDGET-PERIOD-IN ASSIGN TO 'BUDGET-PERIOD.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUDGET-PERIOD-STATUS.
           SELECT BUDGET-MASTER ASSIGN TO 'BUDGET.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUDGET-MASTER-STATUS.
           SELECT VARIANCE-OUT
               ASSIGN DYNAMIC VARIANCE-FILENAME.
           SELECT BUDGET-SUMMARY-OUT
               ASSIGN DYNAMIC BUDGET-SUMMARY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

      *    ---- shared facilities: run date/error log, the GL files   ----*
      *    ---- themselves and the suite run-status file.             ----*
           COPY DATESEL.
           COPY GLSEL.
           COPY RUNSTSEL.

      *=======================================================================*
                               DATA DIVISION.
      *=======================================================================*
                               FILE SECTION.

           FD BUDGET-PERIOD-IN.
           01 BUDGET-PERIOD-RECORD.
               02 BPI-PERIODO PIC X(6).
               02 BPI-TOLERANCIA PIC 9(3)V99.

      *          ======== budget master ========                       *
      *    same record as BUDGLOAD writes -- keep in step.             *
           FD BUDGET-MASTER.
           01 BUDGET-MASTER-FILE.
               02 BUD-ANO PIC 9(4).
               02 BUD-CONTA PIC X(6).
               02 BUD-BALCAO PIC 9(2).
               02 BUD-MES PIC 9(2).
               02 BUD-NATUREZA PIC X(1).
               02 BUD-MONTANTE PIC 9(9)V99.

      *          ======== budget-versus-actual report ========         *
      *    one line per budgeted account: the month and the year to   *
      *    date, each as budget, actual, variance and variance per    *
      *    cent. the 01-levels share the record area, so every field  *
      *    is re-MOVEd fresh.                                         *
           FD VARIANCE-OUT.
           01 VAR-TEXT-LINE PIC X(150).

           01 VAR-DETAIL-LINE.
               02 VDL-CONTA PIC X(6).
               02 FILLER PIC X(1).
               02 VDL-CHAVE PIC X(12).
               02 FILLER PIC X(1).
               02 VDL-NATUREZA PIC X(1).
               02 FILLER PIC X(1).
               02 VDL-ORC-MES PIC -(9)9.99.
               02 VDL-REAL-MES PIC -(9)9.99.
               02 VDL-VAR-MES PIC -(9)9.99.
               02 VDL-PCT-MES PIC -(4)9.99.
               02 FILLER PIC X(2).
               02 VDL-ORC-ACUM PIC -(9)9.99.
               02 VDL-REAL-ACUM PIC -(9)9.99.
               02 VDL-VAR-ACUM PIC -(9)9.99.
               02 VDL-PCT-ACUM PIC -(4)9.99.
               02 FILLER PIC X(2).
               02 VDL-ALERTA PIC X(9).

      *          ======== per-branch results for the pack ========     *
      *    same record as MGMTPACK reads -- keep in step. one line    *
      *    per branch with budgeted accounts, then TT for the whole:  *
      *    the result (revenue less cost) budgeted and actual, month  *
      *    and year to date, and the lines outside the tolerance.     *
           FD BUDGET-SUMMARY-OUT.
           01 BUDGET-SUMMARY-FILE.
               02 BSM-PERIODO PIC X(6).
               02 BSM-BALCAO PIC X(2).
               02 BSM-ORC-MES PIC S9(11)V99 SIGN LEADING SEPARATE.
               02 BSM-REAL-MES PIC S9(11)V99 SIGN LEADING SEPARATE.
               02 BSM-ORC-ACUM PIC S9(11)V99 SIGN LEADING SEPARATE.
               02 BSM-REAL-ACUM PIC S9(11)V99 SIGN LEADING SEPARATE.
               02 BSM-LINHAS-FORA PIC 9(5).

           COPY DATEFD.
           COPY GLFD.
           COPY RUNSTFD.

      *=======================================================================*
                           WORKING-STORAGE SECTION.

           COPY DATEWS.
           COPY GLWS.
           COPY RUNSTWS.

       77  BUDGET-PERIOD-STATUS PIC X(2) VALUE SPACES.
       77  BUDGET-MASTER-STATUS PIC X(2) VALUE SPACES.
       77  BUDGET-MASTER-EOF PIC A(3) VALUE SPACES.
       77  GL-JOURNAL-EOF PIC A(3) VALUE SPACES.
       77  VARIANCE-FILENAME PIC X(34) VALUE SPACES.
       77  BUDGET-SUMMARY-FILENAME PIC X(34) VALUE SPACES.
       77  LINHAS-LIDAS PIC 9(7) VALUE ZERO.
       77  LINHAS-FORA PIC 9(5) VALUE ZERO.

      *    the period reported, split for the year-to-date test, and  *
      *    whether it has been closed yet -- an open one is reported  *
      *    but headed as provisional.                                 *
       77  RELATORIO-PERIODO PIC X(6) VALUE SPACES.
       77  RELATORIO-ANO PIC X(4) VALUE SPACES.
       77  RELATORIO-MES PIC X(2) VALUE SPACES.
       77  RELATORIO-ANO-NUM PIC 9(4) VALUE ZERO.
       77  RELATORIO-MES-NUM PIC 9(2) VALUE ZERO.
       77  PERIODO-ABERTO PIC X(1) VALUE "N".

      *    a variance beyond this per cent of the budget, either way, *
      *    flags the line.                                            *
       77  TOLERANCIA-PCT PIC 9(3)V99 VALUE 10.00.

      *    one slot per budgeted account for the year: the side it    *
      *    normally moves on, the budget for the month and to date,   *
      *    and the ledger's net debit for the month and to date.      *
       77  LIN-COUNT PIC 9(3) VALUE ZERO.
       77  LIN-IDX PIC 9(3) VALUE ZERO.
       77  LIN-ATUAL PIC 9(3) VALUE ZERO.
       77  LIN-BUSCA PIC X(6) VALUE SPACES.
       77  LINHAS-OVERFLOW PIC X(1) VALUE "N".

       01  LIN-TABLE.
           02  LIN-ENTRY OCCURS 300 TIMES.
               03 LIN-CONTA PIC X(6).
               03 LIN-BALCAO PIC 9(2).
               03 LIN-NATUREZA PIC X(1).
               03 LIN-ORC-MES PIC S9(11)V99.
               03 LIN-ORC-ACUM PIC S9(11)V99.
               03 LIN-DEB-MES PIC S9(11)V99.
               03 LIN-DEB-ACUM PIC S9(11)V99.

      *    the line in hand, read on its own side: revenue credits    *
      *    and cost debits both come out positive.                    *
       77  REAL-MES PIC S9(11)V99 VALUE ZERO.
       77  REAL-ACUM PIC S9(11)V99 VALUE ZERO.
       77  DESVIO-MES PIC S9(11)V99 VALUE ZERO.
       77  DESVIO-ACUM PIC S9(11)V99 VALUE ZERO.
       77  PCT-MES PIC S9(3)V99 VALUE ZERO.
       77  PCT-ACUM PIC S9(3)V99 VALUE ZERO.
       77  FORA-MES PIC X(1) VALUE "N".
       77  FORA-ACUM PIC X(1) VALUE "N".

      *    the working fields of the per cent calculation.            *
       77  CALC-DESVIO PIC S9(11)V99 VALUE ZERO.
       77  CALC-ORCAMENTO PIC S9(11)V99 VALUE ZERO.
       77  CALC-PCT PIC S9(3)V99 VALUE ZERO.
       77  CALC-FORA PIC X(1) VALUE "N".

      *    a branch's result and the whole's: revenue less cost,      *
      *    budget and actual.                                         *
       77  REL-BALCAO PIC 9(3) VALUE ZERO.
       77  BALCAO-LINHAS PIC 9(3) VALUE ZERO.
       01  RESULTADO-BALCAO.
           02  RBA-ORC-MES PIC S9(11)V99.
           02  RBA-REAL-MES PIC S9(11)V99.
           02  RBA-ORC-ACUM PIC S9(11)V99.
           02  RBA-REAL-ACUM PIC S9(11)V99.
           02  RBA-FORA PIC 9(5).
       01  RESULTADO-TOTAL.
           02  RTO-ORC-MES PIC S9(11)V99.
           02  RTO-REAL-MES PIC S9(11)V99.
           02  RTO-ORC-ACUM PIC S9(11)V99.
           02  RTO-REAL-ACUM PIC S9(11)V99.
           02  RTO-FORA PIC 9(5).

       77  ED-TOLERANCIA PIC ZZ9.99.
       77  ED-BALCAO PIC 99.

      *=======================================================================*
                             PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM ABRIR-ERROR-LOG.
           MOVE "GLBUDGET" TO RST-PROGRAMA.
           PERFORM REGISTAR-INICIO-EXECUCAO
               THRU REGISTAR-INICIO-EXECUCAO-EXIT.
           PERFORM OBTER-DATA-EXECUCAO.
           DISPLAY "GLBUDGET - RUN DATE: " RUN-DATE-DISPLAY.

           PERFORM LER-PERIODO-RELATORIO.
           IF RELATORIO-PERIODO = SPACES
               MOVE "GLBUDGET" TO ERR-PROGRAMA
               MOVE "E12" TO ERR-CODIGO
               MOVE "nenhum periodo encerrado - relatorio nao feito"
                   TO ERR-MENSAGEM
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               PERFORM TERMINAR-COM-ERRO
           END-IF.

           MOVE RELATORIO-PERIODO (1:4) TO RELATORIO-ANO.
           MOVE RELATORIO-PERIODO (5:2) TO RELATORIO-MES.
           MOVE RELATORIO-ANO TO RELATORIO-ANO-NUM.
           MOVE RELATORIO-MES TO RELATORIO-MES-NUM.

           STRING "BUDGET-VARIANCE-" RELATORIO-PERIODO ".txt"
               DELIMITED BY SIZE INTO VARIANCE-FILENAME.
           STRING "BUDGET-SUMMARY-" RELATORIO-PERIODO ".txt"
               DELIMITED BY SIZE INTO BUDGET-SUMMARY-FILENAME.

           PERFORM CARREGAR-PLANO-CONTAS
               THRU CARREGAR-PLANO-CONTAS-EXIT.
           PERFORM CARREGAR-ORCAMENTO.

           IF LIN-COUNT = ZERO
               MOVE "GLBUDGET" TO ERR-PROGRAMA
               MOVE "E12" TO ERR-CODIGO
               MOVE "sem orcamento para o ano - relatorio nao feito"
                   TO ERR-MENSAGEM
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               PERFORM TERMINAR-COM-ERRO
           END-IF.

           IF LINHAS-OVERFLOW = "Y"
               MOVE "GLBUDGET" TO ERR-PROGRAMA
               MOVE "E12" TO ERR-CODIGO
               MOVE "tabela do orcamento cheia - contas omitidas"
                   TO ERR-MENSAGEM
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
           END-IF.

           PERFORM SOMAR-DIARIO.
           PERFORM ESCREVER-RELATORIO.

           DISPLAY "GLBUDGET - PERIODO " RELATORIO-PERIODO
               " CONTAS " LIN-COUNT
               " FORA DA TOLERANCIA " LINHAS-FORA.

           MOVE LINHAS-LIDAS TO RST-LIDOS.
           MOVE LIN-COUNT TO RST-GRAVADOS.
           MOVE ZERO TO RST-REJEITADOS.
           MOVE ZERO TO RST-VALOR.
           MOVE "OK" TO RST-RESULTADO.
           PERFORM REGISTAR-FIM-EXECUCAO
               THRU REGISTAR-FIM-EXECUCAO-EXIT.

           CLOSE ERROR-LOG.
           STOP RUN.

      *    ---- a report that cannot be made still leaves its FIM     ----*
      *    ---- line so the morning dashboard shows what happened.    ----*
           TERMINAR-COM-ERRO.

           MOVE LINHAS-LIDAS TO RST-LIDOS.
           MOVE ZERO TO RST-GRAVADOS.
           MOVE ZERO TO RST-REJEITADOS.
           MOVE ZERO TO RST-VALOR.
           MOVE "ERRO" TO RST-RESULTADO.
           PERFORM REGISTAR-FIM-EXECUCAO
               THRU REGISTAR-FIM-EXECUCAO-EXIT.
           MOVE 8 TO RETURN-CODE.
           CLOSE ERROR-LOG.
           STOP RUN.

      *    ---- the period: the optional parameter file, else the     ----*
      *    ---- latest period GLCLOSE has sealed.                     ----*
           LER-PERIODO-RELATORIO.

           OPEN INPUT BUDGET-PERIOD-IN.
           IF BUDGET-PERIOD-STATUS = "00"
               READ BUDGET-PERIOD-IN
                   AT END CONTINUE
                   NOT AT END
                       IF BPI-PERIODO IS NUMERIC
                           MOVE BPI-PERIODO TO RELATORIO-PERIODO
                       END-IF
                       IF BPI-TOLERANCIA IS NUMERIC
                               AND BPI-TOLERANCIA > ZERO
                           MOVE BPI-TOLERANCIA TO TOLERANCIA-PCT
                       END-IF
               END-READ
               CLOSE BUDGET-PERIOD-IN
           END-IF.

           IF RELATORIO-PERIODO NOT = SPACES
               MOVE RELATORIO-PERIODO TO GL-PERIODO
               PERFORM VERIFICAR-PERIODO-ENCERRADO
               IF GL-PERIODO-ENCERRADO = "N"
                   MOVE "Y" TO PERIODO-ABERTO
               END-IF
           ELSE
               MOVE SPACES TO GL-CLOSED-EOF
               OPEN INPUT GL-CLOSED
               IF GL-CLOSED-STATUS NOT = "00"
                   MOVE "YYY" TO GL-CLOSED-EOF
               ELSE
                   READ GL-CLOSED
                       AT END MOVE "YYY" TO GL-CLOSED-EOF
                   END-READ
                   PERFORM PROCURAR-ULTIMO-FECHO
                       UNTIL GL-CLOSED-EOF = "YYY"
                   CLOSE GL-CLOSED
               END-IF
           END-IF.

           PROCURAR-ULTIMO-FECHO.

           IF GLC-PERIODO IS NUMERIC
                   AND (RELATORIO-PERIODO = SPACES
                        OR GLC-PERIODO > RELATORIO-PERIODO)
               MOVE GLC-PERIODO TO RELATORIO-PERIODO
           END-IF.
           READ GL-CLOSED
               AT END MOVE "YYY" TO GL-CLOSED-EOF
           END-READ.

      *    ---- the year's budget lines onto their accounts: the      ----*
      *    ---- month's, and every month up to it for the year to     ----*
      *    ---- date. later months still bring the account in.        ----*
           CARREGAR-ORCAMENTO.

           MOVE SPACES TO BUDGET-MASTER-EOF.
           OPEN INPUT BUDGET-MASTER.
           IF BUDGET-MASTER-STATUS NOT = "00"
               MOVE "YYY" TO BUDGET-MASTER-EOF
           ELSE
               READ BUDGET-MASTER
                   AT END MOVE "YYY" TO BUDGET-MASTER-EOF
               END-READ
               PERFORM CARREGAR-LINHA-ORCAMENTO
                   UNTIL BUDGET-MASTER-EOF = "YYY"
               CLOSE BUDGET-MASTER
           END-IF.

           CARREGAR-LINHA-ORCAMENTO.

           IF BUD-ANO = RELATORIO-ANO-NUM
                   AND BUD-MONTANTE IS NUMERIC
               MOVE BUD-CONTA TO LIN-BUSCA
               PERFORM ENCONTRAR-LINHA
               IF LIN-ATUAL = ZERO AND LIN-COUNT < 300
                   ADD 1 TO LIN-COUNT
                   MOVE BUD-CONTA TO LIN-CONTA (LIN-COUNT)
                   MOVE BUD-BALCAO TO LIN-BALCAO (LIN-COUNT)
                   MOVE BUD-NATUREZA TO LIN-NATUREZA (LIN-COUNT)
                   MOVE ZERO TO LIN-ORC-MES (LIN-COUNT)
                                LIN-ORC-ACUM (LIN-COUNT)
                                LIN-DEB-MES (LIN-COUNT)
                                LIN-DEB-ACUM (LIN-COUNT)
                   MOVE LIN-COUNT TO LIN-ATUAL
               END-IF
               IF LIN-ATUAL = ZERO
                   MOVE "Y" TO LINHAS-OVERFLOW
               ELSE
                   IF BUD-MES NOT > RELATORIO-MES-NUM
                       ADD BUD-MONTANTE TO LIN-ORC-ACUM (LIN-ATUAL)
                   END-IF
                   IF BUD-MES = RELATORIO-MES-NUM
                       ADD BUD-MONTANTE TO LIN-ORC-MES (LIN-ATUAL)
                   END-IF
               END-IF
           END-IF.
           READ BUDGET-MASTER
               AT END MOVE "YYY" TO BUDGET-MASTER-EOF
           END-READ.

           ENCONTRAR-LINHA.

           MOVE ZERO TO LIN-ATUAL.
           PERFORM TESTAR-LINHA
               VARYING LIN-IDX FROM 1 BY 1
               UNTIL LIN-IDX > LIN-COUNT OR LIN-ATUAL > ZERO.

           TESTAR-LINHA.

           IF LIN-CONTA (LIN-IDX) = LIN-BUSCA
               MOVE LIN-IDX TO LIN-ATUAL
           END-IF.

      *    ---- one pass of GL-JOURNAL.txt: the year's lines up to    ----*
      *    ---- the period onto the budgeted accounts, debits plus.   ----*
      *    ---- an account with no budget has nothing to compare.     ----*
           SOMAR-DIARIO.

           MOVE SPACES TO GL-JOURNAL-EOF.
           OPEN INPUT GL-JOURNAL.

           IF GL-JOURNAL-STATUS NOT = "00"
               MOVE "YYY" TO GL-JOURNAL-EOF
           ELSE
               READ GL-JOURNAL
                   AT END MOVE "YYY" TO GL-JOURNAL-EOF
               END-READ
               PERFORM SOMAR-LINHA-DIARIO
                   UNTIL GL-JOURNAL-EOF = "YYY"
               CLOSE GL-JOURNAL
           END-IF.

           SOMAR-LINHA-DIARIO.

           ADD 1 TO LINHAS-LIDAS.
           IF GLJ-PERIODO (1:4) = RELATORIO-ANO
                   AND GLJ-PERIODO (5:2) NOT > RELATORIO-MES
                   AND GLJ-MONTANTE IS NUMERIC
               MOVE GLJ-CONTA TO LIN-BUSCA
               PERFORM ENCONTRAR-LINHA
               IF LIN-ATUAL > ZERO
                   IF GLJ-DC = "D"
                       ADD GLJ-MONTANTE TO LIN-DEB-ACUM (LIN-ATUAL)
                   ELSE
                       SUBTRACT GLJ-MONTANTE
                           FROM LIN-DEB-ACUM (LIN-ATUAL)
                   END-IF
                   IF GLJ-PERIODO = RELATORIO-PERIODO
                       IF GLJ-DC = "D"
                           ADD GLJ-MONTANTE TO LIN-DEB-MES (LIN-ATUAL)
                       ELSE
                           SUBTRACT GLJ-MONTANTE
                               FROM LIN-DEB-MES (LIN-ATUAL)
                       END-IF
                   END-IF
               END-IF
           END-IF.

           READ GL-JOURNAL
               AT END MOVE "YYY" TO GL-JOURNAL-EOF
           END-READ.

      *    ---- the report, branch by branch, and the summary file    ----*
      *    ---- the management pack reads.                            ----*
           ESCREVER-RELATORIO.

           OPEN OUTPUT VARIANCE-OUT
                       BUDGET-SUMMARY-OUT.

           MOVE TOLERANCIA-PCT TO ED-TOLERANCIA.
           MOVE SPACES TO VAR-TEXT-LINE.
           STRING "ORCAMENTO CONTRA REAL - PERIODO " RELATORIO-PERIODO
               "   TOLERANCIA " ED-TOLERANCIA " %"
               "   EXECUTADO " RUN-DATE-DISPLAY
               DELIMITED BY SIZE INTO VAR-TEXT-LINE.
           WRITE VAR-TEXT-LINE
               AFTER ADVANCING 1 LINE.
           IF PERIODO-ABERTO = "Y"
               MOVE "PERIODO AINDA NAO ENCERRADO - VALORES PROVISORIOS"
                   TO VAR-TEXT-LINE
               WRITE VAR-TEXT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           MOVE SPACES TO VAR-TEXT-LINE.
           STRING "CONTA  MNEMONICA    N      ORC. MES     REAL MES"
               "       DESVIO   DESV%      ORC. ACUM    REAL ACUM"
               "       DESVIO   DESV%  ALERTA"
               DELIMITED BY SIZE INTO VAR-TEXT-LINE.
           WRITE VAR-TEXT-LINE
               AFTER ADVANCING 2 LINES.

           INITIALIZE RESULTADO-TOTAL.
           PERFORM ESCREVER-BALCAO
               VARYING REL-BALCAO FROM 0 BY 1
               UNTIL REL-BALCAO > 99.

           MOVE SPACES TO VAR-DETAIL-LINE.
           MOVE "TOTAL" TO VDL-CHAVE.
           MOVE RTO-ORC-MES TO VDL-ORC-MES CALC-ORCAMENTO.
           MOVE RTO-REAL-MES TO VDL-REAL-MES.
           COMPUTE CALC-DESVIO = RTO-REAL-MES - RTO-ORC-MES.
           MOVE CALC-DESVIO TO VDL-VAR-MES.
           PERFORM CALCULAR-PERCENTAGEM.
           MOVE CALC-PCT TO VDL-PCT-MES.
           MOVE RTO-ORC-ACUM TO VDL-ORC-ACUM CALC-ORCAMENTO.
           MOVE RTO-REAL-ACUM TO VDL-REAL-ACUM.
           COMPUTE CALC-DESVIO = RTO-REAL-ACUM - RTO-ORC-ACUM.
           MOVE CALC-DESVIO TO VDL-VAR-ACUM.
           PERFORM CALCULAR-PERCENTAGEM.
           MOVE CALC-PCT TO VDL-PCT-ACUM.
           WRITE VAR-DETAIL-LINE
               AFTER ADVANCING 2 LINES.

           MOVE SPACES TO BUDGET-SUMMARY-FILE.
           MOVE RELATORIO-PERIODO TO BSM-PERIODO.
           MOVE "TT" TO BSM-BALCAO.
           MOVE RTO-ORC-MES TO BSM-ORC-MES.
           MOVE RTO-REAL-MES TO BSM-REAL-MES.
           MOVE RTO-ORC-ACUM TO BSM-ORC-ACUM.
           MOVE RTO-REAL-ACUM TO BSM-REAL-ACUM.
           MOVE RTO-FORA TO BSM-LINHAS-FORA.
           WRITE BUDGET-SUMMARY-FILE.

           CLOSE VARIANCE-OUT
                 BUDGET-SUMMARY-OUT.

      *    ---- one branch: its accounts, then its result.            ----*
           ESCREVER-BALCAO.

           MOVE ZERO TO BALCAO-LINHAS.
           INITIALIZE RESULTADO-BALCAO.
           PERFORM CONTAR-LINHA-BALCAO
               VARYING LIN-IDX FROM 1 BY 1
               UNTIL LIN-IDX > LIN-COUNT.

           IF BALCAO-LINHAS > ZERO
               MOVE REL-BALCAO TO ED-BALCAO
               MOVE SPACES TO VAR-TEXT-LINE
               IF REL-BALCAO = ZERO
                   MOVE "BALCAO 00 - SERVICOS CENTRAIS" TO VAR-TEXT-LINE
               ELSE
                   STRING "BALCAO " ED-BALCAO
                       DELIMITED BY SIZE INTO VAR-TEXT-LINE
               END-IF
               WRITE VAR-TEXT-LINE
                   AFTER ADVANCING 2 LINES

               PERFORM ESCREVER-LINHA-CONTA
                   VARYING LIN-IDX FROM 1 BY 1
                   UNTIL LIN-IDX > LIN-COUNT

               MOVE SPACES TO VAR-DETAIL-LINE
               MOVE "RESULTADO" TO VDL-CHAVE
               MOVE RBA-ORC-MES TO VDL-ORC-MES CALC-ORCAMENTO
               MOVE RBA-REAL-MES TO VDL-REAL-MES
               COMPUTE CALC-DESVIO = RBA-REAL-MES - RBA-ORC-MES
               MOVE CALC-DESVIO TO VDL-VAR-MES
               PERFORM CALCULAR-PERCENTAGEM
               MOVE CALC-PCT TO VDL-PCT-MES
               MOVE RBA-ORC-ACUM TO VDL-ORC-ACUM CALC-ORCAMENTO
               MOVE RBA-REAL-ACUM TO VDL-REAL-ACUM
               COMPUTE CALC-DESVIO = RBA-REAL-ACUM - RBA-ORC-ACUM
               MOVE CALC-DESVIO TO VDL-VAR-ACUM
               PERFORM CALCULAR-PERCENTAGEM
               MOVE CALC-PCT TO VDL-PCT-ACUM
               WRITE VAR-DETAIL-LINE
                   AFTER ADVANCING 1 LINE

               MOVE SPACES TO BUDGET-SUMMARY-FILE
               MOVE RELATORIO-PERIODO TO BSM-PERIODO
               MOVE ED-BALCAO TO BSM-BALCAO
               MOVE RBA-ORC-MES TO BSM-ORC-MES
               MOVE RBA-REAL-MES TO BSM-REAL-MES
               MOVE RBA-ORC-ACUM TO BSM-ORC-ACUM
               MOVE RBA-REAL-ACUM TO BSM-REAL-ACUM
               MOVE RBA-FORA TO BSM-LINHAS-FORA
               WRITE BUDGET-SUMMARY-FILE

               ADD RBA-ORC-MES TO RTO-ORC-MES
               ADD RBA-REAL-MES TO RTO-REAL-MES
               ADD RBA-ORC-ACUM TO RTO-ORC-ACUM
               ADD RBA-REAL-ACUM TO RTO-REAL-ACUM
               ADD RBA-FORA TO RTO-FORA
           END-IF.

           CONTAR-LINHA-BALCAO.

           IF LIN-BALCAO (LIN-IDX) = REL-BALCAO
               ADD 1 TO BALCAO-LINHAS
           END-IF.

      *    ---- one account: read on its own side, the variances and  ----*
      *    ---- the flag; into its branch's result with revenue plus  ----*
      *    ---- and cost minus.                                       ----*
           ESCREVER-LINHA-CONTA.

           IF LIN-BALCAO (LIN-IDX) = REL-BALCAO
               IF LIN-NATUREZA (LIN-IDX) = "C"
                   COMPUTE REAL-MES = ZERO - LIN-DEB-MES (LIN-IDX)
                   COMPUTE REAL-ACUM = ZERO - LIN-DEB-ACUM (LIN-IDX)
               ELSE
                   MOVE LIN-DEB-MES (LIN-IDX) TO REAL-MES
                   MOVE LIN-DEB-ACUM (LIN-IDX) TO REAL-ACUM
               END-IF

               COMPUTE DESVIO-MES = REAL-MES - LIN-ORC-MES (LIN-IDX)
               MOVE DESVIO-MES TO CALC-DESVIO
               MOVE LIN-ORC-MES (LIN-IDX) TO CALC-ORCAMENTO
               PERFORM CALCULAR-PERCENTAGEM
               MOVE CALC-PCT TO PCT-MES
               MOVE CALC-FORA TO FORA-MES

               COMPUTE DESVIO-ACUM = REAL-ACUM - LIN-ORC-ACUM (LIN-IDX)
               MOVE DESVIO-ACUM TO CALC-DESVIO
               MOVE LIN-ORC-ACUM (LIN-IDX) TO CALC-ORCAMENTO
               PERFORM CALCULAR-PERCENTAGEM
               MOVE CALC-PCT TO PCT-ACUM
               MOVE CALC-FORA TO FORA-ACUM

               MOVE SPACES TO VAR-DETAIL-LINE
               MOVE LIN-CONTA (LIN-IDX) TO VDL-CONTA
               PERFORM PROCURAR-MNEMONICA
               MOVE LIN-NATUREZA (LIN-IDX) TO VDL-NATUREZA
               MOVE LIN-ORC-MES (LIN-IDX) TO VDL-ORC-MES
               MOVE REAL-MES TO VDL-REAL-MES
               MOVE DESVIO-MES TO VDL-VAR-MES
               MOVE PCT-MES TO VDL-PCT-MES
               MOVE LIN-ORC-ACUM (LIN-IDX) TO VDL-ORC-ACUM
               MOVE REAL-ACUM TO VDL-REAL-ACUM
               MOVE DESVIO-ACUM TO VDL-VAR-ACUM
               MOVE PCT-ACUM TO VDL-PCT-ACUM
               IF FORA-MES = "Y" OR FORA-ACUM = "Y"
                   ADD 1 TO LINHAS-FORA
                   ADD 1 TO RBA-FORA
                   EVALUATE TRUE
                       WHEN FORA-MES = "Y" AND FORA-ACUM = "Y"
                           MOVE "*FORA M+A" TO VDL-ALERTA
                       WHEN FORA-MES = "Y"
                           MOVE "*FORA MES" TO VDL-ALERTA
                       WHEN OTHER
                           MOVE "*FORA ACU" TO VDL-ALERTA
                   END-EVALUATE
               END-IF
               WRITE VAR-DETAIL-LINE
                   AFTER ADVANCING 1 LINE

               IF LIN-NATUREZA (LIN-IDX) = "C"
                   ADD LIN-ORC-MES (LIN-IDX) TO RBA-ORC-MES
                   ADD REAL-MES TO RBA-REAL-MES
                   ADD LIN-ORC-ACUM (LIN-IDX) TO RBA-ORC-ACUM
                   ADD REAL-ACUM TO RBA-REAL-ACUM
               ELSE
                   SUBTRACT LIN-ORC-MES (LIN-IDX) FROM RBA-ORC-MES
                   SUBTRACT REAL-MES FROM RBA-REAL-MES
                   SUBTRACT LIN-ORC-ACUM (LIN-IDX) FROM RBA-ORC-ACUM
                   SUBTRACT REAL-ACUM FROM RBA-REAL-ACUM
               END-IF
           END-IF.

      *    the chart maps mnemonic to account; the report wants the   *
      *    words back, so an account without a mapping shows bare.    *
           PROCURAR-MNEMONICA.

           PERFORM TESTAR-MNEMONICA
               VARYING GL-MAPA-IDX FROM 1 BY 1
               UNTIL GL-MAPA-IDX > GL-MAPA-COUNT.

           TESTAR-MNEMONICA.

           IF GL-MAPA-CONTA (GL-MAPA-IDX) = LIN-CONTA (LIN-IDX)
                   AND VDL-CHAVE = SPACES
               MOVE GL-MAPA-CHAVE (GL-MAPA-IDX) TO VDL-CHAVE
           END-IF.

      *    ---- CALC-DESVIO as a per cent of CALC-ORCAMENTO, and      ----*
      *    ---- whether it is outside the tolerance. nothing budgeted ----*
      *    ---- but something spent is always outside; a per cent too ----*
      *    ---- big to print shows as 999.99. a budgeted loss is      ----*
      *    ---- taken the right way round, so more loss reads minus.  ----*
           CALCULAR-PERCENTAGEM.

           MOVE ZERO TO CALC-PCT.
           MOVE "N" TO CALC-FORA.
           IF CALC-ORCAMENTO = ZERO
               IF CALC-DESVIO NOT = ZERO
                   MOVE "Y" TO CALC-FORA
                   IF CALC-DESVIO > ZERO
                       MOVE 999.99 TO CALC-PCT
                   ELSE
                       MOVE -999.99 TO CALC-PCT
                   END-IF
               END-IF
           ELSE
               IF CALC-ORCAMENTO < ZERO
                   COMPUTE CALC-ORCAMENTO = ZERO - CALC-ORCAMENTO
               END-IF
               COMPUTE CALC-PCT ROUNDED =
                       CALC-DESVIO * 100 / CALC-ORCAMENTO
                   ON SIZE ERROR
                       IF CALC-DESVIO > ZERO
                           MOVE 999.99 TO CALC-PCT
                       ELSE
                           MOVE -999.99 TO CALC-PCT
                       END-IF
               END-COMPUTE
               IF CALC-PCT > TOLERANCIA-PCT
                       OR CALC-PCT < ZERO - TOLERANCIA-PCT
                   MOVE "Y" TO CALC-FORA
               END-IF
           END-IF.

           COPY DATEPD.
           COPY GLPD.
           COPY RUNSTPD.

       END PROGRAM GLBUDGET.
