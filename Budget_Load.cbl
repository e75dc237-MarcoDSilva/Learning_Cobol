      *=======================================================================*
       IDENTIFICATION DIVISION.
      *=======================================================================*
       PROGRAM-ID. BUDGLOAD.
      *************************************************************************
      *************************************************************************
      *************************************************************************
      *                           IEFP SOLUTIONS                              *
      *OBJECTIVO:                                                             *
      *               CARREGAMENTO E REVISAO DO ORCAMENTO ANUAL               *
      *               BUDGET-IN.txt traz o orcamento por conta do GL,         *
      *               balcao e mes. linhas N carregam o orcamento de          *
      *               um ano - a primeira N de um ano substitui tudo o        *
      *               que BUDGET.txt tinha para esse ano. linhas R            *
      *               revem uma linha durante o ano sem tocar nas             *
      *               outras. cada conta pertence a um so balcao e            *
      *               tem de estar no plano de contas. cada alteracao         *
      *               fica em AUDIT-TRAIL.txt com o valor da diferenca.       *
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

           SELECT BUDGET-IN ASSIGN TO 'BUDGET-IN.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUDGET-IN-STATUS.

      *    the budget master: loaded whole, rewritten whole.          *
           SELECT BUDGET-MASTER ASSIGN TO 'BUDGET.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUDGET-MASTER-STATUS.

      *    ---- shared facilities: run date/error log, the chart of   ----*
      *    ---- accounts, the audit trail, run status and run lock.   ----*
           COPY DATESEL.
           COPY GLSEL.
           COPY AUDITSEL.
           COPY RUNSTSEL.
           COPY LOCKSEL.

      *=======================================================================*
                               DATA DIVISION.
      *=======================================================================*
                               FILE SECTION.

      *          ======== budget transactions ========                 *
      *    one line per account, branch and month: N loads the year's *
      *    budget, R revises one line of it. D or C is the side the   *
      *    account normally moves on -- D for costs, C for revenue -- *
      *    and the amount is always the expected movement on it.      *
           FD BUDGET-IN.
           01 BUDGET-IN-FILE.
               02 BIN-ACCAO PIC X(1).
               02 BIN-ANO PIC 9(4).
               02 BIN-CONTA PIC X(6).
               02 BIN-BALCAO PIC 9(2).
               02 BIN-MES PIC 9(2).
               02 BIN-NATUREZA PIC X(1).
               02 BIN-MONTANTE PIC 9(9)V99.

      *          ======== budget master ========                       *
      *    same record as GLBUDGET reads -- keep in step.              *
           FD BUDGET-MASTER.
           01 BUDGET-MASTER-FILE.
               02 BUD-ANO PIC 9(4).
               02 BUD-CONTA PIC X(6).
               02 BUD-BALCAO PIC 9(2).
               02 BUD-MES PIC 9(2).
               02 BUD-NATUREZA PIC X(1).
               02 BUD-MONTANTE PIC 9(9)V99.

           COPY DATEFD.
           COPY GLFD.
           COPY AUDITFD.
           COPY RUNSTFD.
           COPY LOCKFD.

      *=======================================================================*
                           WORKING-STORAGE SECTION.

           COPY DATEWS.
           COPY GLWS.
           COPY AUDITWS.
           COPY BALANCEWS.
           COPY RUNSTWS.
           COPY LOCKWS.

       77  BUDGET-IN-STATUS PIC X(2) VALUE SPACES.
       77  BUDGET-IN-EOF PIC X(3) VALUE SPACES.
       77  BUDGET-MASTER-STATUS PIC X(2) VALUE SPACES.
       77  BUDGET-MASTER-EOF PIC X(3) VALUE SPACES.

       77  LINHAS-LIDAS PIC 9(7) VALUE ZERO.
       77  LINHAS-APLICADAS PIC 9(7) VALUE ZERO.
       77  LINHAS-REJEITADAS PIC 9(7) VALUE ZERO.
       77  TOTAL-AUDITADO PIC S9(9)V99 VALUE ZERO.

       77  MOTIVO-REJEICAO PIC X(30) VALUE SPACES.
       77  VALOR-ANTERIOR PIC 9(9)V99 VALUE ZERO.

      *    the master in memory. a year replaced by an N load has its *
      *    old lines marked off here, never written back, and their   *
      *    slots are taken again by new lines before the table counts *
      *    as full.                                                   *
       77  BTB-COUNT PIC 9(4) VALUE ZERO.
       77  BTB-IDX PIC 9(4) VALUE ZERO.
       77  BTB-ATUAL PIC 9(4) VALUE ZERO.
       77  BTB-OUTRO-BALCAO PIC 9(4) VALUE ZERO.
      *    a master too big for the table must never be rewritten    *
      *    from it -- that would delete the overflow lines. set only *
      *    by the load; a line that finds the table full later is    *
      *    refused on its own.                                        *
       77  BTB-OVERFLOW PIC X(1) VALUE "N".

       01  BTB-TABLE.
           02  BTB-ENTRY OCCURS 3000 TIMES.
               03 BTB-ANO PIC 9(4).
               03 BTB-CONTA PIC X(6).
               03 BTB-BALCAO PIC 9(2).
               03 BTB-MES PIC 9(2).
               03 BTB-NATUREZA PIC X(1).
               03 BTB-MONTANTE PIC 9(9)V99.
               03 BTB-ATIVO PIC X(1).

      *    the years this run has already replaced with an N load.    *
       77  ANO-COUNT PIC 9(2) VALUE ZERO.
       77  ANO-IDX PIC 9(2) VALUE ZERO.
       77  ANO-ATUAL PIC 9(2) VALUE ZERO.
       01  ANO-TABLE.
           02  ANO-ENTRY OCCURS 10 TIMES.
               03 ANO-TBL-ANO PIC 9(4).

       77  CONTA-NO-PLANO PIC X(1) VALUE "N".

      *=======================================================================*
                             PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM ABRIR-ERROR-LOG.
           PERFORM ABRIR-AUDIT-TRAIL.
      *    ---- only one BUDGLOAD may rewrite BUDGET.txt at a time:   ----*
      *    ---- take the run lock or refuse loudly.                   ----*
           MOVE "BUDGLOAD" TO LOCK-PROGRAMA.
           PERFORM OBTER-RUN-LOCK THRU OBTER-RUN-LOCK-EXIT.
           IF LOCK-OBTIDO = "N"
               DISPLAY "BUDGLOAD - JA EM EXECUCAO - RECUSADO"
               MOVE 8 TO RETURN-CODE
               CLOSE ERROR-LOG
                     AUDIT-TRAIL
               STOP RUN
           END-IF.

           MOVE "BUDGLOAD" TO RST-PROGRAMA.
           PERFORM REGISTAR-INICIO-EXECUCAO
               THRU REGISTAR-INICIO-EXECUCAO-EXIT.
           PERFORM OBTER-DATA-EXECUCAO.
           DISPLAY "BUDGLOAD - RUN DATE: " RUN-DATE-DISPLAY.

           PERFORM CARREGAR-PLANO-CONTAS
               THRU CARREGAR-PLANO-CONTAS-EXIT.
           PERFORM CARREGAR-ORCAMENTO.

           MOVE SPACES TO BUDGET-IN-EOF.
           OPEN INPUT BUDGET-IN.
           IF BUDGET-IN-STATUS NOT = "00"
               MOVE "YYY" TO BUDGET-IN-EOF
               DISPLAY "BUDGLOAD - SEM TRANSACOES DE ORCAMENTO."
           ELSE
               READ BUDGET-IN
                   AT END MOVE "YYY" TO BUDGET-IN-EOF
               END-READ
               PERFORM TRATAR-TRANSACAO THRU TRATAR-TRANSACAO-FIM
                   UNTIL BUDGET-IN-EOF = "YYY"
               CLOSE BUDGET-IN
           END-IF.

           IF LINHAS-APLICADAS > ZERO
               PERFORM GRAVAR-ORCAMENTO THRU GRAVAR-ORCAMENTO-FIM
           END-IF.

           DISPLAY "BUDGLOAD - TRANSACOES " LINHAS-LIDAS
               " APLICADAS " LINHAS-APLICADAS
               " REJEITADAS " LINHAS-REJEITADAS.

           MOVE "BUDGLOAD" TO BAL-PROGRAMA.
           MOVE "E03" TO BAL-CODIGO-ERRO.
           MOVE LINHAS-LIDAS TO BAL-LIDOS.
           MOVE LINHAS-APLICADAS TO BAL-GRAVADOS.
           MOVE LINHAS-REJEITADAS TO BAL-REJEITADOS.
           PERFORM VERIFICAR-BALANCEAMENTO
               THRU VERIFICAR-BALANCEAMENTO-EXIT.

      *    ---- one FIM line on RUN-STATUS.txt; the control total is  ----*
      *    ---- the sum of the differences put on the audit trail.    ----*
           MOVE LINHAS-LIDAS TO RST-LIDOS.
           MOVE LINHAS-APLICADAS TO RST-GRAVADOS.
           MOVE LINHAS-REJEITADAS TO RST-REJEITADOS.
           MOVE TOTAL-AUDITADO TO RST-VALOR.
           IF BTB-OVERFLOW = "Y"
               MOVE "ERRO" TO RST-RESULTADO
           ELSE
               MOVE "OK" TO RST-RESULTADO
           END-IF.
           PERFORM REGISTAR-FIM-EXECUCAO
               THRU REGISTAR-FIM-EXECUCAO-EXIT.

           PERFORM LIBERTAR-RUN-LOCK.

           CLOSE ERROR-LOG
                 AUDIT-TRAIL.
           STOP RUN.

      *    ---- BUDGET.txt as it stands, every year on it.            ----*
           CARREGAR-ORCAMENTO.

           MOVE ZERO TO BTB-COUNT.
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

           IF BTB-COUNT < 3000
               ADD 1 TO BTB-COUNT
               MOVE BUD-ANO TO BTB-ANO (BTB-COUNT)
               MOVE BUD-CONTA TO BTB-CONTA (BTB-COUNT)
               MOVE BUD-BALCAO TO BTB-BALCAO (BTB-COUNT)
               MOVE BUD-MES TO BTB-MES (BTB-COUNT)
               MOVE BUD-NATUREZA TO BTB-NATUREZA (BTB-COUNT)
               MOVE BUD-MONTANTE TO BTB-MONTANTE (BTB-COUNT)
               MOVE "Y" TO BTB-ATIVO (BTB-COUNT)
           ELSE
               MOVE "Y" TO BTB-OVERFLOW
           END-IF.
           READ BUDGET-MASTER
               AT END MOVE "YYY" TO BUDGET-MASTER-EOF
           END-READ.

      *    ---- one transaction: checked, then applied to the table.  ----*
           TRATAR-TRANSACAO.

           ADD 1 TO LINHAS-LIDAS.
           MOVE SPACES TO MOTIVO-REJEICAO.

           IF BIN-ACCAO NOT = "N" AND BIN-ACCAO NOT = "R"
               MOVE "accao invalida" TO MOTIVO-REJEICAO
           ELSE
               IF BIN-ANO IS NOT NUMERIC OR BIN-ANO < 2000
                       OR BIN-MES IS NOT NUMERIC
                       OR BIN-MES < 1 OR BIN-MES > 12
                   MOVE "ano ou mes invalido" TO MOTIVO-REJEICAO
               ELSE
                   IF BIN-BALCAO IS NOT NUMERIC
                           OR BIN-MONTANTE IS NOT NUMERIC
                           OR (BIN-NATUREZA NOT = "D"
                               AND BIN-NATUREZA NOT = "C")
                       MOVE "balcao, natureza ou valor invalido"
                           TO MOTIVO-REJEICAO
                   END-IF
               END-IF
           END-IF.

           IF MOTIVO-REJEICAO = SPACES
               MOVE "N" TO CONTA-NO-PLANO
               PERFORM TESTAR-CONTA-PLANO
                   VARYING GL-MAPA-IDX FROM 1 BY 1
                   UNTIL GL-MAPA-IDX > GL-MAPA-COUNT
               IF CONTA-NO-PLANO = "N"
                   MOVE "conta fora do plano" TO MOTIVO-REJEICAO
               END-IF
           END-IF.

           IF MOTIVO-REJEICAO NOT = SPACES
               GO TO TRATAR-TRANSACAO-REJEITAR
           END-IF.

      *    BUDGET.txt will not be rewritten from a table it overflowed,*
      *    so nothing may be applied (and audited) against it.        *
           IF BTB-OVERFLOW = "Y"
               MOVE "orcamento excede a tabela" TO MOTIVO-REJEICAO
               GO TO TRATAR-TRANSACAO-REJEITAR
           END-IF.

      *    the first N for a year clears the year's old lines first.  *
           IF BIN-ACCAO = "N"
               MOVE ZERO TO ANO-ATUAL
               PERFORM TESTAR-ANO-SUBSTITUIDO
                   VARYING ANO-IDX FROM 1 BY 1
                   UNTIL ANO-IDX > ANO-COUNT OR ANO-ATUAL > ZERO
               IF ANO-ATUAL = ZERO
                   PERFORM SUBSTITUIR-ANO
               END-IF
           END-IF.

           MOVE ZERO TO BTB-ATUAL
                        BTB-OUTRO-BALCAO.
           PERFORM PROCURAR-LINHA
               VARYING BTB-IDX FROM 1 BY 1
               UNTIL BTB-IDX > BTB-COUNT.

           IF BTB-OUTRO-BALCAO > ZERO
               MOVE "conta ja orcamentada noutro balcao"
                   TO MOTIVO-REJEICAO
               GO TO TRATAR-TRANSACAO-REJEITAR
           END-IF.

      *    a new line takes a slot retired by an annual load first.   *
           IF BTB-ATUAL = ZERO
               PERFORM PROCURAR-LINHA-LIVRE
                   VARYING BTB-IDX FROM 1 BY 1
                   UNTIL BTB-IDX > BTB-COUNT OR BTB-ATUAL > ZERO
               IF BTB-ATUAL = ZERO
                   IF BTB-COUNT NOT < 3000
                       MOVE "tabela do orcamento cheia"
                           TO MOTIVO-REJEICAO
                       GO TO TRATAR-TRANSACAO-REJEITAR
                   END-IF
                   ADD 1 TO BTB-COUNT
                   MOVE BTB-COUNT TO BTB-ATUAL
               END-IF
               MOVE BIN-ANO TO BTB-ANO (BTB-ATUAL)
               MOVE BIN-CONTA TO BTB-CONTA (BTB-ATUAL)
               MOVE BIN-BALCAO TO BTB-BALCAO (BTB-ATUAL)
               MOVE BIN-MES TO BTB-MES (BTB-ATUAL)
               MOVE ZERO TO BTB-MONTANTE (BTB-ATUAL)
               MOVE "Y" TO BTB-ATIVO (BTB-ATUAL)
           END-IF.

           MOVE BTB-MONTANTE (BTB-ATUAL) TO VALOR-ANTERIOR.
           MOVE BIN-NATUREZA TO BTB-NATUREZA (BTB-ATUAL).
           MOVE BIN-MONTANTE TO BTB-MONTANTE (BTB-ATUAL).
           ADD 1 TO LINHAS-APLICADAS.

           MOVE "BUDGLOAD" TO AUD-PROGRAMA.
           MOVE SPACES TO AUD-CHAVE.
           STRING BIN-ANO " " BIN-CONTA " " BIN-BALCAO " " BIN-MES
               DELIMITED BY SIZE INTO AUD-CHAVE.
           COMPUTE AUD-VALOR = BIN-MONTANTE - VALOR-ANTERIOR.
           ADD AUD-VALOR TO TOTAL-AUDITADO.
           IF BIN-ACCAO = "N"
               MOVE "ORCAMENTO CARREGADO" TO AUD-DESCRICAO
           ELSE
               MOVE "ORCAMENTO REVISTO" TO AUD-DESCRICAO
           END-IF.
           PERFORM REGISTAR-AUDITORIA THRU REGISTAR-AUDITORIA-EXIT.
           GO TO TRATAR-TRANSACAO-LER.

           TRATAR-TRANSACAO-REJEITAR.

           MOVE "BUDGLOAD" TO ERR-PROGRAMA.
           MOVE "E02" TO ERR-CODIGO.
           MOVE SPACES TO ERR-MENSAGEM.
           STRING BUDGET-IN-FILE (1:15) " " MOTIVO-REJEICAO
               DELIMITED BY SIZE INTO ERR-MENSAGEM.
           PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT.
           ADD 1 TO LINHAS-REJEITADAS.

           TRATAR-TRANSACAO-LER.

           READ BUDGET-IN
               AT END MOVE "YYY" TO BUDGET-IN-EOF
           END-READ.

           TRATAR-TRANSACAO-FIM.
               EXIT.

           TESTAR-CONTA-PLANO.

           IF GL-MAPA-CONTA (GL-MAPA-IDX) = BIN-CONTA
               MOVE "Y" TO CONTA-NO-PLANO
           END-IF.

           TESTAR-ANO-SUBSTITUIDO.

           IF ANO-TBL-ANO (ANO-IDX) = BIN-ANO
               MOVE ANO-IDX TO ANO-ATUAL
           END-IF.

      *    ---- a new annual load: the year's old lines go, with one  ----*
      *    ---- audit line saying so (their amounts are on the trail  ----*
      *    ---- from when they were loaded).                          ----*
           SUBSTITUIR-ANO.

           IF ANO-COUNT < 10
               ADD 1 TO ANO-COUNT
               MOVE BIN-ANO TO ANO-TBL-ANO (ANO-COUNT)
           END-IF.
           PERFORM RETIRAR-LINHA-ANO
               VARYING BTB-IDX FROM 1 BY 1
               UNTIL BTB-IDX > BTB-COUNT.

           MOVE "BUDGLOAD" TO AUD-PROGRAMA.
           MOVE SPACES TO AUD-CHAVE.
           MOVE BIN-ANO TO AUD-CHAVE (1:4).
           MOVE ZERO TO AUD-VALOR.
           MOVE "ORCAMENTO ANUAL SUBSTITUIDO" TO AUD-DESCRICAO.
           PERFORM REGISTAR-AUDITORIA THRU REGISTAR-AUDITORIA-EXIT.

           RETIRAR-LINHA-ANO.

           IF BTB-ANO (BTB-IDX) = BIN-ANO
               MOVE "N" TO BTB-ATIVO (BTB-IDX)
           END-IF.

      *    the line for this key, and any line putting the account    *
      *    under a different branch in the same year.                 *
           PROCURAR-LINHA.

           IF BTB-ATIVO (BTB-IDX) = "Y"
                   AND BTB-ANO (BTB-IDX) = BIN-ANO
                   AND BTB-CONTA (BTB-IDX) = BIN-CONTA
               IF BTB-BALCAO (BTB-IDX) NOT = BIN-BALCAO
                   MOVE BTB-IDX TO BTB-OUTRO-BALCAO
               ELSE
                   IF BTB-MES (BTB-IDX) = BIN-MES
                       MOVE BTB-IDX TO BTB-ATUAL
                   END-IF
               END-IF
           END-IF.

           PROCURAR-LINHA-LIVRE.

           IF BTB-ATIVO (BTB-IDX) = "N"
               MOVE BTB-IDX TO BTB-ATUAL
           END-IF.

      *    ---- rewrites BUDGET.txt from the table.                   ----*
           GRAVAR-ORCAMENTO.

           IF BTB-OVERFLOW = "Y"
               MOVE "BUDGLOAD" TO ERR-PROGRAMA
               MOVE "E12" TO ERR-CODIGO
               MOVE "orcamento nao reescrito - tabela cheia"
                   TO ERR-MENSAGEM
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               GO TO GRAVAR-ORCAMENTO-FIM
           END-IF.

           OPEN OUTPUT BUDGET-MASTER.
           PERFORM GRAVAR-LINHA-ORCAMENTO
               VARYING BTB-IDX FROM 1 BY 1
               UNTIL BTB-IDX > BTB-COUNT.
           CLOSE BUDGET-MASTER.

           GRAVAR-ORCAMENTO-FIM.
               EXIT.

           GRAVAR-LINHA-ORCAMENTO.

           IF BTB-ATIVO (BTB-IDX) = "Y"
               MOVE SPACES TO BUDGET-MASTER-FILE
               MOVE BTB-ANO (BTB-IDX) TO BUD-ANO
               MOVE BTB-CONTA (BTB-IDX) TO BUD-CONTA
               MOVE BTB-BALCAO (BTB-IDX) TO BUD-BALCAO
               MOVE BTB-MES (BTB-IDX) TO BUD-MES
               MOVE BTB-NATUREZA (BTB-IDX) TO BUD-NATUREZA
               MOVE BTB-MONTANTE (BTB-IDX) TO BUD-MONTANTE
               WRITE BUDGET-MASTER-FILE
           END-IF.

           COPY DATEPD.
           COPY GLPD.
           COPY AUDITPD.
           COPY BALANCEPD.
           COPY LOCKPD.
           COPY RUNSTPD.

       END PROGRAM BUDGLOAD.
