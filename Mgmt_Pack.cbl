      *               uma unica peca paginada com a resposta a "como          *
      *               correu o mes": proveito de aluguer e IVA por            *
      *               balcao, vendas liquidas de livros e royalties,          *
      *               custo de pessoal por categoria, a rentabilidade         *
      *               de cada balcao (proveito de aluguer contra o            *
      *               custo do pessoal que la trabalhou), e a coluna          *
      *               mes-contra-anterior -- tudo somado directamente         *
      *               de GL-JOURNAL.txt e dos contadores de                   *
      *               RUN-STATUS.txt, para o pacote e as contas nao           *
      *               poderem discordar. a pagina do orcamento contra         *
      *               o real vem do resumo que o GLBUDGET deixa.              *
      *                                                                       *
      *************************************************************************
      ***************************FIM DOCUMENTAÇÃO******************************
                               FILE-CONTROL.

           SELECT PACK-OUT ASSIGN DYNAMIC PACK-FILENAME.
      *    the per-branch budget results GLBUDGET leaves after the    *
      *    close; absent until it has run for the pack's month.       *
           SELECT BUDGET-SUMMARY-IN
               ASSIGN DYNAMIC BUDGET-SUMMARY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUDGET-SUMMARY-STATUS.

      *    ---- shared facilities: run date/error log, the GL files   ----*
      *    ---- and the suite run-status file (read here).            ----*
               02 PKD-LABEL-2 PIC X(10).
               02 PKD-ANTERIOR PIC -(9)9.99.

           01 PACK-BRANCH-LINE.
               02 FILLER PIC X(2) VALUE SPACES.
               02 PKB-LABEL PIC X(7).
               02 PKB-BALCAO PIC 9(2).
               02 FILLER PIC X(1) VALUE SPACE.
               02 PKB-LABEL-1 PIC X(10).
               02 PKB-PROVEITO PIC -(9)9.99.
               02 FILLER PIC X(1) VALUE SPACE.
               02 PKB-LABEL-2 PIC X(9).
               02 PKB-PESSOAL PIC -(9)9.99.
               02 FILLER PIC X(1) VALUE SPACE.
               02 PKB-LABEL-3 PIC X(11).
               02 PKB-RESULTADO PIC -(9)9.99.
               02 FILLER PIC X(1) VALUE SPACE.
               02 PKB-LABEL-4 PIC X(10).
               02 PKB-ANTERIOR PIC -(9)9.99.
               02 FILLER PIC X(1) VALUE SPACE.
               02 PKB-ALERTA PIC X(8).

           01 PACK-COUNTER-LINE.
               02 FILLER PIC X(2) VALUE SPACES.
               02 PKC-PROGRAMA PIC X(8).
               02 PKC-LABEL-3 PIC X(12).
               02 PKC-REJEITADOS PIC ZZZZZZ9.

           01 PACK-BUDGET-LINE.
               02 FILLER PIC X(2) VALUE SPACES.
               02 PKO-LABEL PIC X(7).
               02 PKO-BALCAO PIC X(2).
               02 FILLER PIC X(1) VALUE SPACE.
               02 PKO-LABEL-1 PIC X(5).
               02 PKO-ORC-MES PIC -(9)9.99.
               02 PKO-REAL-MES PIC -(9)9.99.
               02 PKO-PCT-MES PIC -(4)9.99.
               02 FILLER PIC X(2) VALUE SPACES.
               02 PKO-LABEL-2 PIC X(6).
               02 PKO-ORC-ACUM PIC -(9)9.99.
               02 PKO-REAL-ACUM PIC -(9)9.99.
               02 PKO-PCT-ACUM PIC -(4)9.99.
               02 FILLER PIC X(2) VALUE SPACES.
               02 PKO-LABEL-3 PIC X(6).
               02 PKO-FORA PIC ZZZZ9.

      *          ======== budget summary from GLBUDGET ========        *
      *    same record as GLBUDGET writes -- keep in step.             *
           FD BUDGET-SUMMARY-IN.
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
      *    the section heading waits here -- the FD record area is
      *    shared, so a page break must not clobber it.
       77  SECCAO-TEXTO PIC X(50) VALUE SPACES.
       77  BUDGET-SUMMARY-FILENAME PIC X(34) VALUE SPACES.
       77  BUDGET-SUMMARY-STATUS PIC X(2) VALUE SPACES.
       77  BUDGET-SUMMARY-EOF PIC A(3) VALUE SPACES.
       77  ORCAMENTO-LINHAS PIC 9(3) VALUE ZERO.
       77  CALC-DESVIO PIC S9(11)V99 VALUE ZERO.
       77  CALC-ORCAMENTO PIC S9(11)V99 VALUE ZERO.
       77  CALC-PCT PIC S9(3)V99 VALUE ZERO.

      *    net credit per chart mnemonic, this month and the one      *
      *    before: debits subtract, so revenue reads positive and     *
      *    cost lines read negative, straight off the ledger.         *
       77  AGG-COUNT PIC 9(3) VALUE ZERO.
       77  AGG-IDX PIC 9(3) VALUE ZERO.
       77  AGG-ATUAL PIC 9(3) VALUE ZERO.
       77  AGG-CHAVE PIC X(12) VALUE SPACES.

       01  AGG-TABLE.
           02  AGG-ENTRY OCCURS 150 TIMES.
               03 AGG-TBL-CHAVE PIC X(12).
               03 AGG-TBL-ATUAL PIC S9(11)V99.
               03 AGG-TBL-ANTERIOR PIC S9(11)V99.

      *    per branch (subscript = branch code), this month and the   *
      *    one before: the rental revenue credited to ALU-PROV-nn and *
      *    the labour debited to the SAL-xxxxx-nn lines, cost read    *
      *    positive here.                                             *
       77  BRP-BALCAO PIC 9(2) VALUE ZERO.
       77  BRP-RESULTADO PIC S9(11)V99 VALUE ZERO.
       77  BRP-RESULTADO-ANT PIC S9(11)V99 VALUE ZERO.

       01  BRP-TABLE.
           02  BRP-ENTRY OCCURS 99 TIMES.
               03 BRP-PROVEITO PIC S9(11)V99.
               03 BRP-PESSOAL PIC S9(11)V99.
               03 BRP-PROVEITO-ANT PIC S9(11)V99.
               03 BRP-PESSOAL-ANT PIC S9(11)V99.

      *    the period's FIM counters per program, current cycle.      *
       77  CNT-COUNT PIC 9(2) VALUE ZERO.
       77  CNT-IDX PIC 9(2) VALUE ZERO.

           STRING "MGMT-PACK-" PACK-PERIODO ".txt"
               DELIMITED BY SIZE INTO PACK-FILENAME.
           STRING "BUDGET-SUMMARY-" PACK-PERIODO ".txt"
               DELIMITED BY SIZE INTO BUDGET-SUMMARY-FILENAME.

           PERFORM CARREGAR-PLANO-CONTAS
               THRU CARREGAR-PLANO-CONTAS-EXIT.
               TO SECCAO-TEXTO.
           PERFORM ESCREVER-SECCAO.

           PERFORM ESCREVER-RENTABILIDADE.

           PERFORM ESCREVER-ORCAMENTO.

           PERFORM ESCREVER-CONTADORES.

           CLOSE PACK-OUT.
               VARYING AGG-IDX FROM 1 BY 1
               UNTIL AGG-IDX > AGG-COUNT OR AGG-ATUAL > ZERO.

           IF AGG-ATUAL = ZERO AND AGG-COUNT < 150
               ADD 1 TO AGG-COUNT
               MOVE AGG-CHAVE TO AGG-TBL-CHAVE (AGG-COUNT)
               MOVE ZERO TO AGG-TBL-ATUAL (AGG-COUNT)
               ADD 1 TO LINHAS-PAGINA
           END-IF.

      *    ---- branch profitability: each branch's rental revenue    ----*
      *    ---- against the labour of the staff who worked there,     ----*
      *    ---- both off the per-branch ledger lines, so a branch     ----*
      *    ---- that does not pay for itself shows PREJUIZO.          ----*
           ESCREVER-RENTABILIDADE.

           INITIALIZE BRP-TABLE.
           PERFORM SOMAR-RENTABILIDADE
               VARYING AGG-IDX FROM 1 BY 1
               UNTIL AGG-IDX > AGG-COUNT.

           PERFORM VERIFICAR-PAGINA.
           MOVE SPACES TO PACK-SECTION-LINE.
           MOVE "RENTABILIDADE POR BALCAO - ALUGUER CONTRA PESSOAL"
               TO PKS-TEXTO.
           WRITE PACK-SECTION-LINE
               AFTER ADVANCING 2 LINES.
           ADD 2 TO LINHAS-PAGINA.

           PERFORM ESCREVER-LINHA-RENTABILIDADE
               VARYING BRP-BALCAO FROM 1 BY 1
               UNTIL BRP-BALCAO > 98.

      *    ALU-PROV-nn carries the branch in 10:2, SAL-xxxxx-nn in    *
      *    11:2 -- the category lines without a branch are skipped.   *
           SOMAR-RENTABILIDADE.

           IF AGG-TBL-CHAVE (AGG-IDX) (1:9) = "ALU-PROV-"
                   AND AGG-TBL-CHAVE (AGG-IDX) (10:2) IS NUMERIC
               MOVE AGG-TBL-CHAVE (AGG-IDX) (10:2) TO BRP-BALCAO
               IF BRP-BALCAO > ZERO
                   ADD AGG-TBL-ATUAL (AGG-IDX)
                       TO BRP-PROVEITO (BRP-BALCAO)
                   ADD AGG-TBL-ANTERIOR (AGG-IDX)
                       TO BRP-PROVEITO-ANT (BRP-BALCAO)
               END-IF
           END-IF.

           IF AGG-TBL-CHAVE (AGG-IDX) (1:4) = "SAL-"
                   AND AGG-TBL-CHAVE (AGG-IDX) (10:1) = "-"
                   AND AGG-TBL-CHAVE (AGG-IDX) (11:2) IS NUMERIC
               MOVE AGG-TBL-CHAVE (AGG-IDX) (11:2) TO BRP-BALCAO
               IF BRP-BALCAO > ZERO
                   SUBTRACT AGG-TBL-ATUAL (AGG-IDX)
                       FROM BRP-PESSOAL (BRP-BALCAO)
                   SUBTRACT AGG-TBL-ANTERIOR (AGG-IDX)
                       FROM BRP-PESSOAL-ANT (BRP-BALCAO)
               END-IF
           END-IF.

           ESCREVER-LINHA-RENTABILIDADE.

           IF BRP-PROVEITO (BRP-BALCAO) NOT = ZERO
                   OR BRP-PESSOAL (BRP-BALCAO) NOT = ZERO
                   OR BRP-PROVEITO-ANT (BRP-BALCAO) NOT = ZERO
                   OR BRP-PESSOAL-ANT (BRP-BALCAO) NOT = ZERO
               COMPUTE BRP-RESULTADO =
                       BRP-PROVEITO (BRP-BALCAO)
                       - BRP-PESSOAL (BRP-BALCAO)
               COMPUTE BRP-RESULTADO-ANT =
                       BRP-PROVEITO-ANT (BRP-BALCAO)
                       - BRP-PESSOAL-ANT (BRP-BALCAO)
               PERFORM VERIFICAR-PAGINA
               MOVE SPACES TO PACK-BRANCH-LINE
               MOVE "BALCAO " TO PKB-LABEL
               MOVE BRP-BALCAO TO PKB-BALCAO
               MOVE "PROVEITO: " TO PKB-LABEL-1
               MOVE BRP-PROVEITO (BRP-BALCAO) TO PKB-PROVEITO
               MOVE "PESSOAL: " TO PKB-LABEL-2
               MOVE BRP-PESSOAL (BRP-BALCAO) TO PKB-PESSOAL
               MOVE "RESULTADO: " TO PKB-LABEL-3
               MOVE BRP-RESULTADO TO PKB-RESULTADO
               MOVE "ANTERIOR: " TO PKB-LABEL-4
               MOVE BRP-RESULTADO-ANT TO PKB-ANTERIOR
               IF BRP-RESULTADO < ZERO
                   MOVE "PREJUIZO" TO PKB-ALERTA
               END-IF
               WRITE PACK-BRANCH-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO LINHAS-PAGINA
           END-IF.

      *    ---- budget against actual: a page of its own with each    ----*
      *    ---- branch's result (revenue less cost), budgeted and     ----*
      *    ---- actual, month and year to date, as GLBUDGET worked it ----*
      *    ---- out, and the lines it flagged outside the tolerance.  ----*
           ESCREVER-ORCAMENTO.

           ADD 1 TO PAGINA.
           PERFORM ESCREVER-CABECALHO.
           MOVE SPACES TO PACK-SECTION-LINE.
           MOVE "ORCAMENTO CONTRA REAL - RESULTADO POR BALCAO"
               TO PKS-TEXTO.
           WRITE PACK-SECTION-LINE
               AFTER ADVANCING 2 LINES.
           ADD 2 TO LINHAS-PAGINA.

           MOVE ZERO TO ORCAMENTO-LINHAS.
           MOVE SPACES TO BUDGET-SUMMARY-EOF.
           OPEN INPUT BUDGET-SUMMARY-IN.
           IF BUDGET-SUMMARY-STATUS NOT = "00"
               MOVE "YYY" TO BUDGET-SUMMARY-EOF
           ELSE
               MOVE SPACES TO PACK-SECTION-LINE
               MOVE "  ORCAMENTO / REAL / DESVIO % - MES E ACUMULADO"
                   TO PKS-TEXTO
               WRITE PACK-SECTION-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO LINHAS-PAGINA
               READ BUDGET-SUMMARY-IN
                   AT END MOVE "YYY" TO BUDGET-SUMMARY-EOF
               END-READ
               PERFORM ESCREVER-LINHA-ORCAMENTO
                   UNTIL BUDGET-SUMMARY-EOF = "YYY"
               CLOSE BUDGET-SUMMARY-IN
           END-IF.

           IF ORCAMENTO-LINHAS = ZERO
               MOVE SPACES TO PACK-SECTION-LINE
               MOVE "  SEM COMPARACAO - GLBUDGET NAO CORREU PARA O MES"
                   TO PKS-TEXTO
               WRITE PACK-SECTION-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO LINHAS-PAGINA
           END-IF.

           ESCREVER-LINHA-ORCAMENTO.

           IF BSM-PERIODO = PACK-PERIODO
               PERFORM VERIFICAR-PAGINA
               MOVE SPACES TO PACK-BUDGET-LINE
               IF BSM-BALCAO = "TT"
                   MOVE "TOTAL" TO PKO-LABEL
               ELSE
                   MOVE "BALCAO " TO PKO-LABEL
                   MOVE BSM-BALCAO TO PKO-BALCAO
               END-IF
               MOVE "MES: " TO PKO-LABEL-1
               MOVE BSM-ORC-MES TO PKO-ORC-MES CALC-ORCAMENTO
               MOVE BSM-REAL-MES TO PKO-REAL-MES
               COMPUTE CALC-DESVIO = BSM-REAL-MES - BSM-ORC-MES
               PERFORM CALCULAR-PERCENTAGEM
               MOVE CALC-PCT TO PKO-PCT-MES
               MOVE "ACUM: " TO PKO-LABEL-2
               MOVE BSM-ORC-ACUM TO PKO-ORC-ACUM CALC-ORCAMENTO
               MOVE BSM-REAL-ACUM TO PKO-REAL-ACUM
               COMPUTE CALC-DESVIO = BSM-REAL-ACUM - BSM-ORC-ACUM
               PERFORM CALCULAR-PERCENTAGEM
               MOVE CALC-PCT TO PKO-PCT-ACUM
               MOVE "FORA: " TO PKO-LABEL-3
               MOVE BSM-LINHAS-FORA TO PKO-FORA
               IF BSM-BALCAO = "TT"
                   WRITE PACK-BUDGET-LINE
                       AFTER ADVANCING 2 LINES
                   ADD 2 TO LINHAS-PAGINA
               ELSE
                   WRITE PACK-BUDGET-LINE
                       AFTER ADVANCING 1 LINE
                   ADD 1 TO LINHAS-PAGINA
               END-IF
               ADD 1 TO ORCAMENTO-LINHAS
           END-IF.
           READ BUDGET-SUMMARY-IN
               AT END MOVE "YYY" TO BUDGET-SUMMARY-EOF
           END-READ.

      *    the variance as a per cent of the budget, taken the right  *
      *    way round even where the budgeted result is a loss;        *
      *    nothing budgeted shows 0, too big to print shows 999.99.   *
           CALCULAR-PERCENTAGEM.

           MOVE ZERO TO CALC-PCT.
           IF CALC-ORCAMENTO < ZERO
               COMPUTE CALC-ORCAMENTO = ZERO - CALC-ORCAMENTO
           END-IF.
           IF CALC-ORCAMENTO NOT = ZERO
               COMPUTE CALC-PCT ROUNDED =
                       CALC-DESVIO * 100 / CALC-ORCAMENTO
                   ON SIZE ERROR
                       IF CALC-DESVIO > ZERO
                           MOVE 999.99 TO CALC-PCT
                       ELSE
                           MOVE -999.99 TO CALC-PCT
                       END-IF
               END-COMPUTE
           END-IF.

      *    ---- the month's run counters, one line per program.       ----*
           ESCREVER-CONTADORES.

