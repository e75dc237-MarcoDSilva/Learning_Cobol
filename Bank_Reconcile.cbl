      *=======================================================================*
       IDENTIFICATION DIVISION.
      *=======================================================================*
       PROGRAM-ID. BANKREC.
      *************************************************************************
      *************************************************************************
      *************************************************************************
      *                           IEFP SOLUTIONS                              *
      *OBJECTIVO:                                                             *
      *               CONCILIACAO DO EXTRACTO BANCARIO DIARIO                 *
      *               importa BANK-STATEMENT-IN.txt tal como o banco          *
      *               o envia. cada credito e casado com uma factura          *
      *               de OPEN-INVOICES.txt - pelo numero da factura na        *
      *               referencia, ou pelo cliente e o valor em divida -       *
      *               e o pagamento e gerado em PAYMENTS-IN.txt para o        *
      *               PROD2V1 da noite. cada debito e casado com o total      *
      *               de um ficheiro que enviamos ao banco (depositos         *
      *               de salarios, suplementares, royalties, lotes de         *
      *               transferencias SEPA do PAYABLES) do mes da              *
      *               data-valor ou do anterior. o que nao casa vai           *
      *               para o relatorio de excepcoes, e o saldo final do       *
      *               extracto e provado contra a conta bancaria do GL        *
      *               (GL-BALANCES.txt mais o diario ainda em aberto).        *
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

           SELECT BANK-STATEMENT-IN
               ASSIGN TO 'BANK-STATEMENT-IN.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATEMENT-STATUS.

      *    one line per statement imported, so the same statement is  *
      *    never imported twice and each one is checked to open where *
      *    the last one closed.                                       *
           SELECT BANK-STATEMENT-LOG
               ASSIGN TO 'BANK-STATEMENT-LOG.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATEMENT-LOG-STATUS.

      *    dynamic so the report carries the period tag; appended to, *
      *    so each day's statement adds its pages to the month's.     *
           SELECT BANK-RECON-OUT
               ASSIGN DYNAMIC BANK-RECON-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BANK-RECON-STATUS.

           SELECT OPEN-INVOICES ASSIGN TO 'OPEN-INVOICES.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPEN-INVOICES-STATUS.
           SELECT PAYMENTS-IN ASSIGN TO 'PAYMENTS-IN.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYMENTS-IN-STATUS.

      *    ---- the files we send the bank, by period: the salary and ----*
      *    ---- supplementary deposit files share one layout.         ----*
           SELECT BANK-DEPOSIT-IN ASSIGN DYNAMIC BANK-DEPOSIT-FILENAME
               FILE STATUS IS BANK-DEPOSIT-STATUS.
           SELECT ROYALTY-PAY-IN ASSIGN DYNAMIC ROYALTY-PAY-FILENAME
               FILE STATUS IS ROYALTY-PAY-STATUS.
      *    the payment runs' SEPA batches, one line per batch.        *
           SELECT PAYMENT-RUNS-IN ASSIGN TO 'PAYMENT-RUNS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYMENT-RUNS-STATUS.

      *    account balances rolled forward close after close.         *
           SELECT GL-BALANCES ASSIGN TO 'GL-BALANCES.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-BALANCES-STATUS.

      *    ---- shared run-date/error-log facility, common to the      ----*
      *    ---- overnight batch suite.                                 ----*
           COPY DATESEL.
           COPY GLSEL.
           COPY AUDITSEL.
           COPY RUNSTSEL.
           COPY LOCKSEL.

      *=======================================================================*
                               DATA DIVISION.
      *=======================================================================*
                               FILE SECTION.

      *          ======== the bank's daily statement ========          *
      *    a header with the account, statement date and number and   *
      *    the opening balance; one line per movement with the value  *
      *    date, C (money in) or D (money out), the amount, the       *
      *    reference and the other party's name; a trailer with the   *
      *    movement count and the closing balance.                    *
           FD BANK-STATEMENT-IN.
           01 EXTRACTO-REGISTO.
               02 EXT-TIPO PIC X(1).
               02 EXT-DADOS PIC X(60).

           01 EXTRACTO-CABECALHO.
               02 EXH-TIPO PIC X(1).
               02 EXH-CONTA PIC X(20).
               02 EXH-DATA PIC 9(8).
               02 EXH-NUMERO PIC 9(5).
               02 EXH-SALDO-INICIAL PIC S9(11)V99
                   SIGN LEADING SEPARATE.

           01 EXTRACTO-MOVIMENTO.
               02 EXM-TIPO PIC X(1).
               02 EXM-DATA-VALOR PIC 9(8).
               02 EXM-DC PIC X(1).
               02 EXM-MONTANTE PIC 9(9)V99.
               02 EXM-REFERENCIA PIC X(20).
               02 EXM-ORDENANTE PIC X(20).

           01 EXTRACTO-RODAPE.
               02 EXR-TIPO PIC X(1).
               02 EXR-MOVIMENTOS PIC 9(7).
               02 EXR-SALDO-FINAL PIC S9(11)V99
                   SIGN LEADING SEPARATE.

           FD BANK-STATEMENT-LOG.
           01 STATEMENT-LOG-FILE.
               02 SLG-CONTA PIC X(20).
               02 SLG-NUMERO PIC 9(5).
               02 SLG-DATA PIC 9(8).
               02 SLG-SALDO-FINAL PIC S9(11)V99
                   SIGN LEADING SEPARATE.
               02 SLG-IMPORTADO PIC 9(8).

           FD BANK-RECON-OUT.
           01 BANK-RECON-LINE PIC X(132).

           FD OPEN-INVOICES.
           01 OPEN-INVOICES-FILE.
               02 OINV_NUMBER PIC 9(7).
               02 OINV_CLIENT PIC A(20).
               02 OINV_DATE PIC 9(8).
               02 OINV_TOTAL PIC 9(7)V99.
               02 OINV_PAID PIC 9(7)V99.
               02 OINV_ESTADO PIC X(1).
               02 OINV_BRANCH PIC 9(2).

      *          ======== tonight's payments ========                  *
      *    same record as PROD2V1 reads -- keep in step.               *
           FD PAYMENTS-IN.
           01 PAYMENTS-FILE.
               02 PAY_INVOICE_NUMBER PIC 9(7).
               02 PAY_DATE PIC 9(8).
               02 PAY_AMOUNT PIC 9(5)V99.
               02 PAY_BRANCH PIC 9(2).

      *          ======== bank deposit files ========                  *
      *    same records as PROD1V1 and PROD1V8 write -- keep in step. *
           FD BANK-DEPOSIT-IN.
           01 BANK-DEPOSIT-RECORD.
               02 BANK-ACCOUNT-OUT PIC X(12).
               02 BANK-LAST-NAME-OUT PIC A(9).
               02 BANK-FIRST-NAME-OUT PIC A(8).
               02 BANK-NET-PAY-OUT PIC 9(6)V99.

           01 BANK-HEADER-RECORD.
               02 BANK-HDR-TYPE PIC X(1).
               02 BANK-HDR-ORIGINATOR PIC X(20).
               02 BANK-HDR-DATE PIC X(10).

           01 BANK-TRAILER-RECORD.
               02 BANK-TRL-TYPE PIC X(1).
               02 BANK-TRL-COUNT PIC 9(7).
               02 BANK-TRL-HASH PIC 9(10)V99.

      *          ======== royalty payment file ========                *
      *    same record as send_halp writes -- keep in step.            *
           FD ROYALTY-PAY-IN.
           01 ROYALTY-PAY-RECORD.
               02 RP-AUTOR PIC A(30).
               02 RP-IBAN PIC X(24).
               02 RP-VALOR PIC 9(8)V99.

      *          ======== SEPA payment batches ========                *
      *    same record as PAYABLES writes -- keep in step.             *
           FD PAYMENT-RUNS-IN.
           01 PAYMENT-RUNS-RECORD.
               02 PRL-LOTE PIC 9(6).
               02 PRL-DATA-RUN PIC 9(8).
               02 PRL-DATA-EXECUCAO PIC 9(8).
               02 PRL-TRANSFERENCIAS PIC 9(5).
               02 PRL-TOTAL PIC 9(10)V99.
               02 PRL-FICHEIRO PIC X(30).

      *    same record as GLCLOSE writes -- keep in step.              *
           FD GL-BALANCES.
           01 GL-BALANCES-FILE.
               02 GLB-CONTA PIC X(6).
               02 GLB-SALDO PIC S9(11)V99 SIGN LEADING SEPARATE.

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

       77  STATEMENT-STATUS PIC X(2) VALUE SPACES.
       77  STATEMENT-EOF PIC X(3) VALUE SPACES.
       77  STATEMENT-LOG-STATUS PIC X(2) VALUE SPACES.
       77  STATEMENT-LOG-EOF PIC X(3) VALUE SPACES.
       77  BANK-RECON-STATUS PIC X(2) VALUE SPACES.
       77  BANK-RECON-FILENAME PIC X(30) VALUE SPACES.
       77  OPEN-INVOICES-STATUS PIC X(2) VALUE SPACES.
       77  OPEN-INVOICES-EOF PIC X(3) VALUE SPACES.
       77  PAYMENTS-IN-STATUS PIC X(2) VALUE SPACES.
       77  PAYMENTS-EOF PIC X(3) VALUE SPACES.
       77  BANK-DEPOSIT-STATUS PIC X(2) VALUE SPACES.
       77  BANK-DEPOSIT-EOF PIC X(3) VALUE SPACES.
       77  BANK-DEPOSIT-FILENAME PIC X(30) VALUE SPACES.
       77  ROYALTY-PAY-STATUS PIC X(2) VALUE SPACES.
       77  ROYALTY-PAY-EOF PIC X(3) VALUE SPACES.
       77  ROYALTY-PAY-FILENAME PIC X(30) VALUE SPACES.
       77  PAYMENT-RUNS-STATUS PIC X(2) VALUE SPACES.
       77  PAYMENT-RUNS-EOF PIC X(3) VALUE SPACES.
       77  GL-BALANCES-STATUS PIC X(2) VALUE SPACES.
       77  GL-BALANCES-EOF PIC X(3) VALUE SPACES.
       77  GL-JOURNAL-EOF PIC X(3) VALUE SPACES.
       77  HOJE-YYYYMMDD PIC 9(8) VALUE ZERO.

       77  LINHAS-LIDAS PIC 9(7) VALUE ZERO.
       77  LINHAS-CONCILIADAS PIC 9(7) VALUE ZERO.
       77  LINHAS-EXCEPCAO PIC 9(7) VALUE ZERO.
       77  PAGAMENTOS-GERADOS PIC 9(5) VALUE ZERO.
       77  PAGAMENTOS-JA-LANCADOS PIC 9(5) VALUE ZERO.
       77  DEBITOS-CONCILIADOS PIC 9(5) VALUE ZERO.
       77  TOTAL-GERADO PIC 9(9)V99 VALUE ZERO.

      *    the statement in hand. A: no statement tonight, V: valid,  *
      *    R: refused whole -- nothing is generated from a statement  *
      *    whose own totals do not add up or that was imported before.*
       77  EXTRACTO-ESTADO PIC X(1) VALUE "A".
       77  MOTIVO-RECUSA PIC X(40) VALUE SPACES.
       77  TEM-CABECALHO PIC X(1) VALUE "N".
       77  TEM-RODAPE PIC X(1) VALUE "N".
       77  TEM-ANTERIOR PIC X(1) VALUE "N".
       77  EXTRACTO-CONTA PIC X(20) VALUE SPACES.
       77  EXTRACTO-DATA PIC 9(8) VALUE ZERO.
       77  EXTRACTO-NUMERO PIC 9(5) VALUE ZERO.
       77  EXTRACTO-SALDO-INICIAL PIC S9(11)V99 VALUE ZERO.
       77  EXTRACTO-SALDO-FINAL PIC S9(11)V99 VALUE ZERO.
       77  EXTRACTO-MOVIMENTOS PIC 9(7) VALUE ZERO.
       77  EXTRACTO-CREDITOS PIC 9(11)V99 VALUE ZERO.
       77  EXTRACTO-DEBITOS PIC 9(11)V99 VALUE ZERO.
       77  SALDO-CALCULADO PIC S9(11)V99 VALUE ZERO.
       77  SALDO-ANTERIOR PIC S9(11)V99 VALUE ZERO.

      *    the movement in hand.                                      *
       77  MOVIMENTO-CONCILIADO PIC X(1) VALUE "N".
       77  MOTIVO-EXCEPCAO PIC X(40) VALUE SPACES.
       77  REF-POS PIC 9(2) VALUE ZERO.
       77  FACTURA-REFERIDA PIC 9(7) VALUE ZERO.
       77  FACTURAS-CANDIDATAS PIC 9(3) VALUE ZERO.
       77  LIMITE-PAGAMENTO PIC 9(5)V99 VALUE 99999.99.

      *    the GL side of the balance proof: the bank account is the  *
      *    one the mapping file names under TES-BANCO.                *
       77  CONTA-BANCO-GL PIC X(6) VALUE SPACES.
       77  SALDO-GL PIC S9(11)V99 VALUE ZERO.
       77  DIFERENCA-GL PIC S9(11)V99 VALUE ZERO.
       77  PERIODO-TESTADO PIC X(6) VALUE SPACES.
       77  PERIODO-TESTADO-FECHADO PIC X(1) VALUE "N".

      *    the statement date's period and the one before it -- the   *
      *    files whose totals a debit may match.                      *
       01  PERIODO-EXTRACTO.
           02  PEX-ANO PIC 9(4).
           02  PEX-MES PIC 9(2).
       01  PERIODO-ANTERIOR.
           02  PAN-ANO PIC 9(4).
           02  PAN-MES PIC 9(2).
       77  PERIODO-FICHEIRO PIC X(6) VALUE SPACES.

      *    the open invoices, each with what is still owed on it once *
      *    tonight's payments already on PAYMENTS-IN.txt are taken    *
      *    off -- the same cap PROD2V1 loads its table to.            *
       77  OINV-COUNT PIC 9(3) VALUE ZERO.
       77  OINV-IDX PIC 9(3) VALUE ZERO.
       77  OINV-ATUAL PIC 9(3) VALUE ZERO.
       01  OINV-TABLE.
           02  OINV-ENTRY OCCURS 300 TIMES.
               03 OINV-TBL-NUMBER PIC 9(7).
               03 OINV-TBL-CLIENT PIC A(20).
               03 OINV-TBL-SALDO PIC S9(7)V99.

      *    tonight's payments already keyed from the desk or the      *
      *    bank; a statement credit that matches one exactly is       *
      *    taken as already keyed, not generated a second time.       *
       77  PEND-COUNT PIC 9(3) VALUE ZERO.
       77  PEND-IDX PIC 9(3) VALUE ZERO.
       77  PEND-ATUAL PIC 9(3) VALUE ZERO.
       01  PEND-TABLE.
           02  PEND-ENTRY OCCURS 300 TIMES.
               03 PEND-TBL-INVOICE PIC 9(7).
               03 PEND-TBL-AMOUNT PIC 9(5)V99.
               03 PEND-TBL-OINV PIC 9(3).
               03 PEND-TBL-USADO PIC X(1).

      *    the totals of the files we sent the bank for the two       *
      *    periods; each may pay off one debit only.                  *
       77  CAND-COUNT PIC 9(2) VALUE ZERO.
       77  CAND-IDX PIC 9(2) VALUE ZERO.
       77  CAND-ATUAL PIC 9(2) VALUE ZERO.
       01  CAND-TABLE.
           02  CAND-ENTRY OCCURS 20 TIMES.
               03 CAND-TBL-FICHEIRO PIC X(30).
               03 CAND-TBL-DATA PIC 9(8).
               03 CAND-TBL-TOTAL PIC 9(10)V99.
               03 CAND-TBL-USADO PIC X(1).
       77  FICHEIRO-NOME PIC X(30) VALUE SPACES.
       77  FICHEIRO-TOTAL PIC 9(10)V99 VALUE ZERO.
       77  FICHEIRO-SOMA PIC 9(10)V99 VALUE ZERO.
       77  FICHEIRO-DATA PIC 9(8) VALUE ZERO.
       77  FICHEIRO-TEM-RODAPE PIC X(1) VALUE "N".

      *    the deposit header's DD/MM/YYYY date as YYYYMMDD.          *
       01  DATA-FICHEIRO-X.
           02  DFX-ANO PIC X(4).
           02  DFX-MES PIC X(2).
           02  DFX-DIA PIC X(2).
       01  DATA-FICHEIRO REDEFINES DATA-FICHEIRO-X PIC 9(8).

      *    a YYYYMMDD date turned round for the report.               *
       01  DATA-AAAAMMDD PIC 9(8) VALUE ZERO.
       01  DATA-PARTES REDEFINES DATA-AAAAMMDD.
           02  DPT-ANO PIC 9(4).
           02  DPT-MES PIC 9(2).
           02  DPT-DIA PIC 9(2).
       01  DATA-EDITADA.
           02  DED-DIA PIC 9(2).
           02  FILLER PIC X(1) VALUE "/".
           02  DED-MES PIC 9(2).
           02  FILLER PIC X(1) VALUE "/".
           02  DED-ANO PIC 9(4).

       77  ED-VALOR PIC Z(8)9.99.
       77  ED-SALDO-1 PIC -Z(10)9.99.
       77  ED-SALDO-2 PIC -Z(10)9.99.
       77  ED-CONTA-1 PIC ZZZZZZ9.
       77  ED-CONTA-2 PIC ZZZZZZ9.
       77  ED-CONTA-3 PIC ZZZZZZ9.

      *=======================================================================*
                             PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM ABRIR-ERROR-LOG.
           PERFORM ABRIR-AUDIT-TRAIL.
      *    ---- only one BANKREC may append to PAYMENTS-IN.txt at a   ----*
      *    ---- time: take the run lock or refuse loudly.             ----*
           MOVE "BANKREC" TO LOCK-PROGRAMA.
           PERFORM OBTER-RUN-LOCK THRU OBTER-RUN-LOCK-EXIT.
           IF LOCK-OBTIDO = "N"
               DISPLAY "BANKREC - JA EM EXECUCAO - RECUSADO"
               MOVE 8 TO RETURN-CODE
               CLOSE ERROR-LOG
                     AUDIT-TRAIL
               STOP RUN
           END-IF.

           MOVE "BANKREC" TO RST-PROGRAMA.
           PERFORM REGISTAR-INICIO-EXECUCAO
               THRU REGISTAR-INICIO-EXECUCAO-EXIT.
           PERFORM OBTER-DATA-EXECUCAO.
           DISPLAY "BANKREC - RUN DATE: " RUN-DATE-DISPLAY.

           COMPUTE HOJE-YYYYMMDD =
                   (RUN-DATE-YYYY * 10000)
                   + (RUN-DATE-MM * 100) + RUN-DATE-DD.
           STRING "BANK-RECON-" RUN-PERIOD-TAG ".txt"
               DELIMITED BY SIZE INTO BANK-RECON-FILENAME.

           PERFORM CARREGAR-PLANO-CONTAS
               THRU CARREGAR-PLANO-CONTAS-EXIT.

           OPEN EXTEND BANK-RECON-OUT.
           IF BANK-RECON-STATUS = "05" OR
              BANK-RECON-STATUS = "35"
               OPEN OUTPUT BANK-RECON-OUT
               CLOSE BANK-RECON-OUT
               OPEN EXTEND BANK-RECON-OUT
           END-IF.

           PERFORM VALIDAR-EXTRACTO THRU VALIDAR-EXTRACTO-EXIT.
           IF EXTRACTO-ESTADO = "V"
               PERFORM VERIFICAR-REGISTO-EXTRACTOS
                   THRU VERIFICAR-REGISTO-EXTRACTOS-EXIT
           END-IF.

           IF EXTRACTO-ESTADO = "R"
               PERFORM RECUSAR-EXTRACTO
           END-IF.

           IF EXTRACTO-ESTADO = "V"
               PERFORM CONCILIAR-EXTRACTO
                   THRU CONCILIAR-EXTRACTO-EXIT
               PERFORM REGISTAR-EXTRACTO
               PERFORM ESCREVER-RESUMO
               PERFORM PROVAR-SALDO-GL THRU PROVAR-SALDO-GL-EXIT
           END-IF.

           CLOSE BANK-RECON-OUT.

           DISPLAY "BANKREC - MOVIMENTOS " LINHAS-LIDAS
               " CONCILIADOS " LINHAS-CONCILIADAS
               " EXCEPCOES " LINHAS-EXCEPCAO
               " PAGAMENTOS GERADOS " PAGAMENTOS-GERADOS.

           MOVE "BANKREC" TO BAL-PROGRAMA.
           MOVE "E03" TO BAL-CODIGO-ERRO.
           MOVE LINHAS-LIDAS TO BAL-LIDOS.
           MOVE LINHAS-CONCILIADAS TO BAL-GRAVADOS.
           MOVE LINHAS-EXCEPCAO TO BAL-REJEITADOS.
           PERFORM VERIFICAR-BALANCEAMENTO
               THRU VERIFICAR-BALANCEAMENTO-EXIT.

      *    ---- one FIM line on RUN-STATUS.txt so the dashboard and   ----*
      *    ---- the audit reconciliation see a clean end; the control ----*
      *    ---- total is the money put onto PAYMENTS-IN.txt.          ----*
           MOVE LINHAS-LIDAS TO RST-LIDOS.
           MOVE LINHAS-CONCILIADAS TO RST-GRAVADOS.
           MOVE LINHAS-EXCEPCAO TO RST-REJEITADOS.
           MOVE TOTAL-GERADO TO RST-VALOR.
           IF EXTRACTO-ESTADO = "R"
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

      *    ---- first pass: the statement must hang together on its   ----*
      *    ---- own -- one header, movements, one trailer whose count ----*
      *    ---- and closing balance agree with the movements.         ----*
           VALIDAR-EXTRACTO.

           MOVE "A" TO EXTRACTO-ESTADO.
           MOVE SPACES TO STATEMENT-EOF.
           OPEN INPUT BANK-STATEMENT-IN.
           IF STATEMENT-STATUS NOT = "00"
               DISPLAY "BANKREC - SEM EXTRACTO."
               GO TO VALIDAR-EXTRACTO-EXIT
           END-IF.

           MOVE "V" TO EXTRACTO-ESTADO.
           READ BANK-STATEMENT-IN
               AT END MOVE "YYY" TO STATEMENT-EOF
           END-READ.
           PERFORM VALIDAR-LINHA-EXTRACTO
               UNTIL STATEMENT-EOF = "YYY".
           CLOSE BANK-STATEMENT-IN.

           IF TEM-CABECALHO = "N" AND EXTRACTO-ESTADO = "V"
               MOVE "R" TO EXTRACTO-ESTADO
               MOVE "extracto sem cabecalho" TO MOTIVO-RECUSA
           END-IF.
           IF TEM-RODAPE = "N" AND EXTRACTO-ESTADO = "V"
               MOVE "R" TO EXTRACTO-ESTADO
               MOVE "extracto sem rodape" TO MOTIVO-RECUSA
           END-IF.
           IF EXTRACTO-MOVIMENTOS NOT = LINHAS-LIDAS
                   AND EXTRACTO-ESTADO = "V"
               MOVE "R" TO EXTRACTO-ESTADO
               MOVE "contagem do rodape nao confere" TO MOTIVO-RECUSA
           END-IF.
           COMPUTE SALDO-CALCULADO = EXTRACTO-SALDO-INICIAL
                   + EXTRACTO-CREDITOS - EXTRACTO-DEBITOS.
           IF SALDO-CALCULADO NOT = EXTRACTO-SALDO-FINAL
                   AND EXTRACTO-ESTADO = "V"
               MOVE "R" TO EXTRACTO-ESTADO
               MOVE "saldos do extracto nao conferem" TO MOTIVO-RECUSA
           END-IF.

           VALIDAR-EXTRACTO-EXIT.
               EXIT.

           VALIDAR-LINHA-EXTRACTO.

           EVALUATE EXT-TIPO
               WHEN "H"
                   IF TEM-CABECALHO = "Y"
                           OR EXH-DATA IS NOT NUMERIC
                           OR EXH-NUMERO IS NOT NUMERIC
                           OR EXH-SALDO-INICIAL IS NOT NUMERIC
                       IF EXTRACTO-ESTADO = "V"
                           MOVE "R" TO EXTRACTO-ESTADO
                           MOVE "cabecalho repetido ou invalido"
                               TO MOTIVO-RECUSA
                       END-IF
                   ELSE
                       MOVE "Y" TO TEM-CABECALHO
                       MOVE EXH-CONTA TO EXTRACTO-CONTA
                       MOVE EXH-DATA TO EXTRACTO-DATA
                       MOVE EXH-NUMERO TO EXTRACTO-NUMERO
                       MOVE EXH-SALDO-INICIAL TO EXTRACTO-SALDO-INICIAL
                   END-IF
               WHEN "D"
                   ADD 1 TO LINHAS-LIDAS
                   IF TEM-CABECALHO = "N" OR TEM-RODAPE = "Y"
                           OR EXM-DATA-VALOR IS NOT NUMERIC
                           OR EXM-MONTANTE IS NOT NUMERIC
                           OR (EXM-DC NOT = "C" AND EXM-DC NOT = "D")
                       IF EXTRACTO-ESTADO = "V"
                           MOVE "R" TO EXTRACTO-ESTADO
                           MOVE "movimento invalido ou fora de ordem"
                               TO MOTIVO-RECUSA
                       END-IF
                   ELSE
                       IF EXM-DC = "C"
                           ADD EXM-MONTANTE TO EXTRACTO-CREDITOS
                       ELSE
                           ADD EXM-MONTANTE TO EXTRACTO-DEBITOS
                       END-IF
                   END-IF
               WHEN "T"
                   IF TEM-RODAPE = "Y"
                           OR EXR-MOVIMENTOS IS NOT NUMERIC
                           OR EXR-SALDO-FINAL IS NOT NUMERIC
                       IF EXTRACTO-ESTADO = "V"
                           MOVE "R" TO EXTRACTO-ESTADO
                           MOVE "rodape repetido ou invalido"
                               TO MOTIVO-RECUSA
                       END-IF
                   ELSE
                       MOVE "Y" TO TEM-RODAPE
                       MOVE EXR-MOVIMENTOS TO EXTRACTO-MOVIMENTOS
                       MOVE EXR-SALDO-FINAL TO EXTRACTO-SALDO-FINAL
                   END-IF
               WHEN OTHER
                   IF EXTRACTO-ESTADO = "V"
                       MOVE "R" TO EXTRACTO-ESTADO
                       MOVE "tipo de registo desconhecido"
                           TO MOTIVO-RECUSA
                   END-IF
           END-EVALUATE.

           READ BANK-STATEMENT-IN
               AT END MOVE "YYY" TO STATEMENT-EOF
           END-READ.

      *    ---- the statement log: a statement already imported is    ----*
      *    ---- refused; one that does not open on the last closing   ----*
      *    ---- balance for the account means one went missing.       ----*
           VERIFICAR-REGISTO-EXTRACTOS.

           MOVE "N" TO TEM-ANTERIOR.
           MOVE SPACES TO STATEMENT-LOG-EOF.
           OPEN INPUT BANK-STATEMENT-LOG.
           IF STATEMENT-LOG-STATUS NOT = "00"
               GO TO VERIFICAR-REGISTO-EXTRACTOS-EXIT
           END-IF.

           READ BANK-STATEMENT-LOG
               AT END MOVE "YYY" TO STATEMENT-LOG-EOF
           END-READ.
           PERFORM COMPARAR-REGISTO-EXTRACTO
               UNTIL STATEMENT-LOG-EOF = "YYY".
           CLOSE BANK-STATEMENT-LOG.

           IF EXTRACTO-ESTADO = "R"
               GO TO VERIFICAR-REGISTO-EXTRACTOS-EXIT
           END-IF.

           IF TEM-ANTERIOR = "Y"
                   AND SALDO-ANTERIOR NOT = EXTRACTO-SALDO-INICIAL
               MOVE "BANKREC" TO ERR-PROGRAMA
               MOVE "E27" TO ERR-CODIGO
               MOVE "saldo inicial difere do extracto anterior"
                   TO ERR-MENSAGEM
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               MOVE SALDO-ANTERIOR TO ED-SALDO-1
               MOVE EXTRACTO-SALDO-INICIAL TO ED-SALDO-2
               MOVE SPACES TO BANK-RECON-LINE
               STRING "EXCEPCAO  SALDO FINAL DO EXTRACTO ANTERIOR "
                   ED-SALDO-1 "  SALDO INICIAL DESTE " ED-SALDO-2
                   DELIMITED BY SIZE INTO BANK-RECON-LINE
               WRITE BANK-RECON-LINE
           END-IF.

           VERIFICAR-REGISTO-EXTRACTOS-EXIT.
               EXIT.

           COMPARAR-REGISTO-EXTRACTO.

           IF SLG-CONTA = EXTRACTO-CONTA
               IF SLG-NUMERO = EXTRACTO-NUMERO
                   MOVE "R" TO EXTRACTO-ESTADO
                   MOVE "extracto ja importado" TO MOTIVO-RECUSA
               END-IF
               MOVE "Y" TO TEM-ANTERIOR
               MOVE SLG-SALDO-FINAL TO SALDO-ANTERIOR
           END-IF.

           READ BANK-STATEMENT-LOG
               AT END MOVE "YYY" TO STATEMENT-LOG-EOF
           END-READ.

      *    ---- a refused statement generates nothing: the reason to  ----*
      *    ---- the error log and the report, every movement counted  ----*
      *    ---- as rejected.                                          ----*
           RECUSAR-EXTRACTO.

           MOVE "BANKREC" TO ERR-PROGRAMA.
           MOVE "E02" TO ERR-CODIGO.
           MOVE SPACES TO ERR-MENSAGEM.
           STRING "extracto recusado - " MOTIVO-RECUSA
               DELIMITED BY SIZE INTO ERR-MENSAGEM.
           PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT.
           MOVE LINHAS-LIDAS TO LINHAS-EXCEPCAO.

           MOVE SPACES TO BANK-RECON-LINE.
           WRITE BANK-RECON-LINE.
           MOVE EXTRACTO-NUMERO TO ED-CONTA-1.
           MOVE SPACES TO BANK-RECON-LINE.
           STRING "CONCILIACAO BANCARIA - CONTA " EXTRACTO-CONTA
               " EXTRACTO " ED-CONTA-1
               "  EXECUTADO " RUN-DATE-DISPLAY
               DELIMITED BY SIZE INTO BANK-RECON-LINE.
           WRITE BANK-RECON-LINE.
           MOVE SPACES TO BANK-RECON-LINE.
           STRING "EXTRACTO RECUSADO, NADA FOI GERADO - "
               MOTIVO-RECUSA
               DELIMITED BY SIZE INTO BANK-RECON-LINE.
           WRITE BANK-RECON-LINE.

      *    ---- second pass: every movement matched or reported.      ----*
           CONCILIAR-EXTRACTO.

           MOVE SPACES TO BANK-RECON-LINE.
           WRITE BANK-RECON-LINE.
           MOVE EXTRACTO-NUMERO TO ED-CONTA-1.
           MOVE EXTRACTO-DATA TO DATA-AAAAMMDD.
           PERFORM EDITAR-DATA.
           MOVE SPACES TO BANK-RECON-LINE.
           STRING "CONCILIACAO BANCARIA - CONTA " EXTRACTO-CONTA
               " EXTRACTO " ED-CONTA-1 " DE " DATA-EDITADA
               "  EXECUTADO " RUN-DATE-DISPLAY
               DELIMITED BY SIZE INTO BANK-RECON-LINE.
           WRITE BANK-RECON-LINE.

           PERFORM CARREGAR-FACTURAS.
           PERFORM CARREGAR-PAGAMENTOS-PENDENTES.
           PERFORM CARREGAR-FICHEIROS-BANCO.

           OPEN EXTEND PAYMENTS-IN.
           IF PAYMENTS-IN-STATUS = "05" OR
              PAYMENTS-IN-STATUS = "35"
               OPEN OUTPUT PAYMENTS-IN
               CLOSE PAYMENTS-IN
               OPEN EXTEND PAYMENTS-IN
           END-IF.
           IF PAYMENTS-IN-STATUS NOT = "00"
               MOVE "BANKREC" TO ERR-PROGRAMA
               MOVE "E01" TO ERR-CODIGO
               MOVE "erro a abrir PAYMENTS-IN.txt - status "
                   TO ERR-MENSAGEM
               MOVE PAYMENTS-IN-STATUS TO ERR-MENSAGEM (40:2)
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
           END-IF.

           MOVE SPACES TO STATEMENT-EOF.
           OPEN INPUT BANK-STATEMENT-IN.
           READ BANK-STATEMENT-IN
               AT END MOVE "YYY" TO STATEMENT-EOF
           END-READ.
           PERFORM CONCILIAR-LINHA
               UNTIL STATEMENT-EOF = "YYY".
           CLOSE BANK-STATEMENT-IN
                 PAYMENTS-IN.

           CONCILIAR-EXTRACTO-EXIT.
               EXIT.

           CONCILIAR-LINHA.

           IF EXT-TIPO = "D"
               MOVE "N" TO MOVIMENTO-CONCILIADO
               MOVE SPACES TO MOTIVO-EXCEPCAO
               IF EXM-DC = "C"
                   PERFORM CONCILIAR-CREDITO
                       THRU CONCILIAR-CREDITO-EXIT
               ELSE
                   PERFORM CONCILIAR-DEBITO
               END-IF
               IF MOVIMENTO-CONCILIADO = "Y"
                   ADD 1 TO LINHAS-CONCILIADAS
               ELSE
                   ADD 1 TO LINHAS-EXCEPCAO
                   PERFORM ESCREVER-EXCEPCAO
               END-IF
           END-IF.

           READ BANK-STATEMENT-IN
               AT END MOVE "YYY" TO STATEMENT-EOF
           END-READ.

      *    ---- money in: an invoice number in the reference first;   ----*
      *    ---- failing that, the one open invoice of the payer for   ----*
      *    ---- exactly the amount still owed.                        ----*
           CONCILIAR-CREDITO.

           MOVE ZERO TO FACTURA-REFERIDA.
           PERFORM PROCURAR-NUMERO-REFERENCIA
               VARYING REF-POS FROM 1 BY 1
               UNTIL REF-POS > 14 OR FACTURA-REFERIDA > ZERO.

           MOVE ZERO TO OINV-ATUAL.
           IF FACTURA-REFERIDA > ZERO
               PERFORM PROCURAR-FACTURA
                   VARYING OINV-IDX FROM 1 BY 1
                   UNTIL OINV-IDX > OINV-COUNT OR OINV-ATUAL > ZERO
           END-IF.

           IF OINV-ATUAL > ZERO
               MOVE ZERO TO PEND-ATUAL
               PERFORM PROCURAR-JA-LANCADO
                   VARYING PEND-IDX FROM 1 BY 1
                   UNTIL PEND-IDX > PEND-COUNT OR PEND-ATUAL > ZERO
               IF PEND-ATUAL > ZERO
                   MOVE "Y" TO PEND-TBL-USADO (PEND-ATUAL)
                   MOVE "Y" TO MOVIMENTO-CONCILIADO
                   ADD 1 TO PAGAMENTOS-JA-LANCADOS
                   GO TO CONCILIAR-CREDITO-EXIT
               END-IF
               IF EXM-MONTANTE > OINV-TBL-SALDO (OINV-ATUAL)
                   MOVE "VALOR EXCEDE O SALDO DA FACTURA"
                       TO MOTIVO-EXCEPCAO
                   GO TO CONCILIAR-CREDITO-EXIT
               END-IF
               PERFORM GERAR-PAGAMENTO THRU GERAR-PAGAMENTO-EXIT
               GO TO CONCILIAR-CREDITO-EXIT
           END-IF.

           MOVE ZERO TO PEND-ATUAL.
           PERFORM PROCURAR-JA-LANCADO-CLIENTE
               VARYING PEND-IDX FROM 1 BY 1
               UNTIL PEND-IDX > PEND-COUNT OR PEND-ATUAL > ZERO.
           IF PEND-ATUAL > ZERO
               MOVE "Y" TO PEND-TBL-USADO (PEND-ATUAL)
               MOVE "Y" TO MOVIMENTO-CONCILIADO
               ADD 1 TO PAGAMENTOS-JA-LANCADOS
               GO TO CONCILIAR-CREDITO-EXIT
           END-IF.

           MOVE ZERO TO FACTURAS-CANDIDATAS.
           PERFORM TESTAR-CLIENTE-VALOR
               VARYING OINV-IDX FROM 1 BY 1
               UNTIL OINV-IDX > OINV-COUNT.
           EVALUATE FACTURAS-CANDIDATAS
               WHEN 1
                   PERFORM GERAR-PAGAMENTO THRU GERAR-PAGAMENTO-EXIT
               WHEN 0
                   IF FACTURA-REFERIDA > ZERO
                       MOVE "FACTURA REFERIDA NAO ESTA EM ABERTO"
                           TO MOTIVO-EXCEPCAO
                   ELSE
                       MOVE "SEM FACTURA EM ABERTO QUE CORRESPONDA"
                           TO MOTIVO-EXCEPCAO
                   END-IF
               WHEN OTHER
                   MOVE "VARIAS FACTURAS DO CLIENTE COM O VALOR"
                       TO MOTIVO-EXCEPCAO
           END-EVALUATE.

           CONCILIAR-CREDITO-EXIT.
               EXIT.

           PROCURAR-NUMERO-REFERENCIA.

           IF EXM-REFERENCIA (REF-POS:7) IS NUMERIC
               MOVE EXM-REFERENCIA (REF-POS:7) TO FACTURA-REFERIDA
           END-IF.

           PROCURAR-FACTURA.

           IF OINV-TBL-NUMBER (OINV-IDX) = FACTURA-REFERIDA
               MOVE OINV-IDX TO OINV-ATUAL
           END-IF.

           PROCURAR-JA-LANCADO.

           IF PEND-TBL-USADO (PEND-IDX) = "N"
                   AND PEND-TBL-OINV (PEND-IDX) = OINV-ATUAL
                   AND PEND-TBL-AMOUNT (PEND-IDX) = EXM-MONTANTE
               MOVE PEND-IDX TO PEND-ATUAL
           END-IF.

           PROCURAR-JA-LANCADO-CLIENTE.

           IF PEND-TBL-USADO (PEND-IDX) = "N"
                   AND PEND-TBL-OINV (PEND-IDX) > ZERO
                   AND PEND-TBL-AMOUNT (PEND-IDX) = EXM-MONTANTE
               MOVE PEND-TBL-OINV (PEND-IDX) TO OINV-IDX
               IF OINV-TBL-CLIENT (OINV-IDX) = EXM-ORDENANTE
                   MOVE PEND-IDX TO PEND-ATUAL
               END-IF
           END-IF.

           TESTAR-CLIENTE-VALOR.

           IF OINV-TBL-CLIENT (OINV-IDX) = EXM-ORDENANTE
                   AND OINV-TBL-SALDO (OINV-IDX) = EXM-MONTANTE
               ADD 1 TO FACTURAS-CANDIDATAS
               MOVE OINV-IDX TO OINV-ATUAL
           END-IF.

      *    ---- the payment PROD2V1 will settle the invoice with,     ----*
      *    ---- banked away from the desk (branch zero) on the value  ----*
      *    ---- date; too big for the payment field, it stays out.    ----*
           GERAR-PAGAMENTO.

           IF EXM-MONTANTE > LIMITE-PAGAMENTO
               MOVE "VALOR ACIMA DO CAMPO DE PAGAMENTO"
                   TO MOTIVO-EXCEPCAO
               GO TO GERAR-PAGAMENTO-EXIT
           END-IF.

           MOVE SPACES TO PAYMENTS-FILE.
           MOVE OINV-TBL-NUMBER (OINV-ATUAL) TO PAY_INVOICE_NUMBER.
           MOVE EXM-DATA-VALOR TO PAY_DATE.
           MOVE EXM-MONTANTE TO PAY_AMOUNT.
           MOVE ZERO TO PAY_BRANCH.
           WRITE PAYMENTS-FILE.

           SUBTRACT EXM-MONTANTE FROM OINV-TBL-SALDO (OINV-ATUAL).
           ADD EXM-MONTANTE TO TOTAL-GERADO.
           ADD 1 TO PAGAMENTOS-GERADOS.
           MOVE "Y" TO MOVIMENTO-CONCILIADO.

           MOVE "BANKREC" TO AUD-PROGRAMA.
           MOVE SPACES TO AUD-CHAVE.
           MOVE OINV-TBL-NUMBER (OINV-ATUAL) TO AUD-CHAVE (1:7).
           MOVE EXTRACTO-NUMERO TO AUD-CHAVE (9:5).
           MOVE EXM-MONTANTE TO AUD-VALOR.
           MOVE "PAGAMENTO GERADO DO EXTRACTO" TO AUD-DESCRICAO.
           PERFORM REGISTAR-AUDITORIA THRU REGISTAR-AUDITORIA-EXIT.

           GERAR-PAGAMENTO-EXIT.
               EXIT.

      *    ---- money out: the total of a file we sent the bank, not  ----*
      *    ---- dated after the value date and not already matched.   ----*
           CONCILIAR-DEBITO.

           MOVE ZERO TO CAND-ATUAL.
           PERFORM TESTAR-FICHEIRO-BANCO
               VARYING CAND-IDX FROM 1 BY 1
               UNTIL CAND-IDX > CAND-COUNT OR CAND-ATUAL > ZERO.
           IF CAND-ATUAL > ZERO
               MOVE "Y" TO CAND-TBL-USADO (CAND-ATUAL)
               MOVE "Y" TO MOVIMENTO-CONCILIADO
               ADD 1 TO DEBITOS-CONCILIADOS
           ELSE
               MOVE "SEM FICHEIRO ENVIADO COM ESSE TOTAL"
                   TO MOTIVO-EXCEPCAO
           END-IF.

           TESTAR-FICHEIRO-BANCO.

           IF CAND-TBL-USADO (CAND-IDX) = "N"
                   AND CAND-TBL-TOTAL (CAND-IDX) = EXM-MONTANTE
                   AND CAND-TBL-DATA (CAND-IDX) NOT > EXM-DATA-VALOR
               MOVE CAND-IDX TO CAND-ATUAL
           END-IF.

           ESCREVER-EXCEPCAO.

           MOVE EXM-DATA-VALOR TO DATA-AAAAMMDD.
           PERFORM EDITAR-DATA.
           MOVE EXM-MONTANTE TO ED-VALOR.
           MOVE SPACES TO BANK-RECON-LINE.
           STRING "EXCEPCAO  " DATA-EDITADA " " EXM-DC " " ED-VALOR
               " " EXM-REFERENCIA " " EXM-ORDENANTE " " MOTIVO-EXCEPCAO
               DELIMITED BY SIZE INTO BANK-RECON-LINE.
           WRITE BANK-RECON-LINE.

      *    ---- OPEN-INVOICES.txt as PROD2V1 left it: the open ones   ----*
      *    ---- and what is still owed on each.                       ----*
           CARREGAR-FACTURAS.

           MOVE ZERO TO OINV-COUNT.
           MOVE SPACES TO OPEN-INVOICES-EOF.
           OPEN INPUT OPEN-INVOICES.
           IF OPEN-INVOICES-STATUS NOT = "00"
               MOVE "YYY" TO OPEN-INVOICES-EOF
           ELSE
               READ OPEN-INVOICES
                   AT END MOVE "YYY" TO OPEN-INVOICES-EOF
               END-READ
               PERFORM CARREGAR-FACTURA
                   UNTIL OPEN-INVOICES-EOF = "YYY"
               CLOSE OPEN-INVOICES
           END-IF.

           CARREGAR-FACTURA.

           IF OINV_ESTADO = "O" AND OINV_TOTAL > OINV_PAID
                   AND OINV-COUNT < 300
               ADD 1 TO OINV-COUNT
               MOVE OINV_NUMBER TO OINV-TBL-NUMBER (OINV-COUNT)
               MOVE OINV_CLIENT TO OINV-TBL-CLIENT (OINV-COUNT)
               COMPUTE OINV-TBL-SALDO (OINV-COUNT) =
                       OINV_TOTAL - OINV_PAID
           END-IF.
           READ OPEN-INVOICES
               AT END MOVE "YYY" TO OPEN-INVOICES-EOF
           END-READ.

      *    ---- tonight's payments already on PAYMENTS-IN.txt: each   ----*
      *    ---- comes off what its invoice still owes.                ----*
           CARREGAR-PAGAMENTOS-PENDENTES.

           MOVE ZERO TO PEND-COUNT.
           MOVE SPACES TO PAYMENTS-EOF.
           OPEN INPUT PAYMENTS-IN.
           IF PAYMENTS-IN-STATUS NOT = "00"
               MOVE "YYY" TO PAYMENTS-EOF
           ELSE
               READ PAYMENTS-IN
                   AT END MOVE "YYY" TO PAYMENTS-EOF
               END-READ
               PERFORM CARREGAR-PAGAMENTO
                   UNTIL PAYMENTS-EOF = "YYY"
               CLOSE PAYMENTS-IN
           END-IF.

           CARREGAR-PAGAMENTO.

           IF PAY_INVOICE_NUMBER IS NUMERIC
                   AND PAY_AMOUNT IS NUMERIC
                   AND PEND-COUNT < 300
               ADD 1 TO PEND-COUNT
               MOVE PAY_INVOICE_NUMBER TO PEND-TBL-INVOICE (PEND-COUNT)
               MOVE PAY_AMOUNT TO PEND-TBL-AMOUNT (PEND-COUNT)
               MOVE "N" TO PEND-TBL-USADO (PEND-COUNT)
               MOVE PAY_INVOICE_NUMBER TO FACTURA-REFERIDA
               MOVE ZERO TO OINV-ATUAL
               PERFORM PROCURAR-FACTURA
                   VARYING OINV-IDX FROM 1 BY 1
                   UNTIL OINV-IDX > OINV-COUNT OR OINV-ATUAL > ZERO
               MOVE OINV-ATUAL TO PEND-TBL-OINV (PEND-COUNT)
               IF OINV-ATUAL > ZERO
                   SUBTRACT PAY_AMOUNT
                       FROM OINV-TBL-SALDO (OINV-ATUAL)
               END-IF
           END-IF.
           READ PAYMENTS-IN
               AT END MOVE "YYY" TO PAYMENTS-EOF
           END-READ.

      *    ---- the totals of the deposit, supplementary deposit and  ----*
      *    ---- royalty files and of the SEPA payment batches for the ----*
      *    ---- statement's month and the one before; a file not      ----*
      *    ---- there is simply not a candidate.                      ----*
           CARREGAR-FICHEIROS-BANCO.

           MOVE ZERO TO CAND-COUNT.
           MOVE EXTRACTO-DATA TO DATA-AAAAMMDD.
           MOVE DPT-ANO TO PEX-ANO.
           MOVE DPT-MES TO PEX-MES.
           IF PEX-MES = 1
               COMPUTE PAN-ANO = PEX-ANO - 1
               MOVE 12 TO PAN-MES
           ELSE
               MOVE PEX-ANO TO PAN-ANO
               COMPUTE PAN-MES = PEX-MES - 1
           END-IF.

           MOVE PERIODO-EXTRACTO TO PERIODO-FICHEIRO.
           PERFORM CARREGAR-FICHEIROS-PERIODO.
           MOVE PERIODO-ANTERIOR TO PERIODO-FICHEIRO.
           PERFORM CARREGAR-FICHEIROS-PERIODO.
           PERFORM CARREGAR-LOTES-PAGAMENTO.

           CARREGAR-FICHEIROS-PERIODO.

           MOVE SPACES TO BANK-DEPOSIT-FILENAME.
           STRING "BANK-DEPOSIT-OUT-" PERIODO-FICHEIRO ".txt"
               DELIMITED BY SIZE INTO BANK-DEPOSIT-FILENAME.
           PERFORM SOMAR-FICHEIRO-DEPOSITOS.
           MOVE SPACES TO BANK-DEPOSIT-FILENAME.
           STRING "BANK-DEPOSIT-SUPP-" PERIODO-FICHEIRO ".txt"
               DELIMITED BY SIZE INTO BANK-DEPOSIT-FILENAME.
           PERFORM SOMAR-FICHEIRO-DEPOSITOS.
           MOVE SPACES TO ROYALTY-PAY-FILENAME.
           STRING "ROYALTY-PAY-" PERIODO-FICHEIRO ".txt"
               DELIMITED BY SIZE INTO ROYALTY-PAY-FILENAME.
           PERFORM SOMAR-FICHEIRO-ROYALTIES.

      *    a deposit file's total is its trailer's hash; one cut off  *
      *    before the trailer falls back on the sum of its details.   *
           SOMAR-FICHEIRO-DEPOSITOS.

           MOVE ZERO TO FICHEIRO-SOMA
                        FICHEIRO-TOTAL
                        FICHEIRO-DATA.
           MOVE "N" TO FICHEIRO-TEM-RODAPE.
           MOVE SPACES TO BANK-DEPOSIT-EOF.
           OPEN INPUT BANK-DEPOSIT-IN.
           IF BANK-DEPOSIT-STATUS NOT = "00"
               MOVE "YYY" TO BANK-DEPOSIT-EOF
           ELSE
               READ BANK-DEPOSIT-IN
                   AT END MOVE "YYY" TO BANK-DEPOSIT-EOF
               END-READ
               PERFORM SOMAR-REGISTO-DEPOSITO
                   UNTIL BANK-DEPOSIT-EOF = "YYY"
               CLOSE BANK-DEPOSIT-IN
               IF FICHEIRO-TEM-RODAPE = "N"
                   MOVE FICHEIRO-SOMA TO FICHEIRO-TOTAL
               END-IF
               MOVE BANK-DEPOSIT-FILENAME TO FICHEIRO-NOME
               PERFORM GUARDAR-CANDIDATO
           END-IF.

           SOMAR-REGISTO-DEPOSITO.

           EVALUATE TRUE
               WHEN BANK-HDR-TYPE = "H"
                   MOVE BANK-HDR-DATE (7:4) TO DFX-ANO
                   MOVE BANK-HDR-DATE (4:2) TO DFX-MES
                   MOVE BANK-HDR-DATE (1:2) TO DFX-DIA
                   IF DATA-FICHEIRO IS NUMERIC
                       MOVE DATA-FICHEIRO TO FICHEIRO-DATA
                   END-IF
               WHEN BANK-TRL-TYPE = "T"
                       AND BANK-TRL-HASH IS NUMERIC
                   MOVE "Y" TO FICHEIRO-TEM-RODAPE
                   MOVE BANK-TRL-HASH TO FICHEIRO-TOTAL
               WHEN BANK-NET-PAY-OUT IS NUMERIC
                   ADD BANK-NET-PAY-OUT TO FICHEIRO-SOMA
           END-EVALUATE.
           READ BANK-DEPOSIT-IN
               AT END MOVE "YYY" TO BANK-DEPOSIT-EOF
           END-READ.

      *    the royalty file has no header: its total is the sum of    *
      *    its lines, with no date to hold it back.                   *
           SOMAR-FICHEIRO-ROYALTIES.

           MOVE ZERO TO FICHEIRO-TOTAL
                        FICHEIRO-DATA.
           MOVE SPACES TO ROYALTY-PAY-EOF.
           OPEN INPUT ROYALTY-PAY-IN.
           IF ROYALTY-PAY-STATUS NOT = "00"
               MOVE "YYY" TO ROYALTY-PAY-EOF
           ELSE
               READ ROYALTY-PAY-IN
                   AT END MOVE "YYY" TO ROYALTY-PAY-EOF
               END-READ
               PERFORM SOMAR-REGISTO-ROYALTY
                   UNTIL ROYALTY-PAY-EOF = "YYY"
               CLOSE ROYALTY-PAY-IN
               MOVE ROYALTY-PAY-FILENAME TO FICHEIRO-NOME
               PERFORM GUARDAR-CANDIDATO
           END-IF.

           SOMAR-REGISTO-ROYALTY.

           IF RP-VALOR IS NUMERIC
               ADD RP-VALOR TO FICHEIRO-TOTAL
           END-IF.
           READ ROYALTY-PAY-IN
               AT END MOVE "YYY" TO ROYALTY-PAY-EOF
           END-READ.

      *    a payment batch is dated by its execution date and totals  *
      *    what PAYABLES sent in its SEPA file.                       *
           CARREGAR-LOTES-PAGAMENTO.

           MOVE SPACES TO PAYMENT-RUNS-EOF.
           OPEN INPUT PAYMENT-RUNS-IN.
           IF PAYMENT-RUNS-STATUS NOT = "00"
               MOVE "YYY" TO PAYMENT-RUNS-EOF
           ELSE
               READ PAYMENT-RUNS-IN
                   AT END MOVE "YYY" TO PAYMENT-RUNS-EOF
               END-READ
               PERFORM CARREGAR-LOTE-PAGAMENTO
                   UNTIL PAYMENT-RUNS-EOF = "YYY"
               CLOSE PAYMENT-RUNS-IN
           END-IF.

           CARREGAR-LOTE-PAGAMENTO.

           IF PRL-TOTAL IS NUMERIC AND PRL-DATA-EXECUCAO IS NUMERIC
               IF PRL-DATA-EXECUCAO (1:6) = PERIODO-EXTRACTO
                       OR PRL-DATA-EXECUCAO (1:6) = PERIODO-ANTERIOR
                   MOVE PRL-FICHEIRO TO FICHEIRO-NOME
                   MOVE PRL-DATA-EXECUCAO TO FICHEIRO-DATA
                   MOVE PRL-TOTAL TO FICHEIRO-TOTAL
                   PERFORM GUARDAR-CANDIDATO
               END-IF
           END-IF.
           READ PAYMENT-RUNS-IN
               AT END MOVE "YYY" TO PAYMENT-RUNS-EOF
           END-READ.

      *    an empty file pays nothing and is no candidate.            *
           GUARDAR-CANDIDATO.

           IF FICHEIRO-TOTAL > ZERO AND CAND-COUNT < 20
               ADD 1 TO CAND-COUNT
               MOVE FICHEIRO-NOME TO CAND-TBL-FICHEIRO (CAND-COUNT)
               MOVE FICHEIRO-DATA TO CAND-TBL-DATA (CAND-COUNT)
               MOVE FICHEIRO-TOTAL TO CAND-TBL-TOTAL (CAND-COUNT)
               MOVE "N" TO CAND-TBL-USADO (CAND-COUNT)
           END-IF.

      *    ---- the statement goes on the log once it has been        ----*
      *    ---- worked, so tomorrow's is checked against it.          ----*
           REGISTAR-EXTRACTO.

           OPEN EXTEND BANK-STATEMENT-LOG.
           IF STATEMENT-LOG-STATUS = "05" OR
              STATEMENT-LOG-STATUS = "35"
               OPEN OUTPUT BANK-STATEMENT-LOG
               CLOSE BANK-STATEMENT-LOG
               OPEN EXTEND BANK-STATEMENT-LOG
           END-IF.
           MOVE SPACES TO STATEMENT-LOG-FILE.
           MOVE EXTRACTO-CONTA TO SLG-CONTA.
           MOVE EXTRACTO-NUMERO TO SLG-NUMERO.
           MOVE EXTRACTO-DATA TO SLG-DATA.
           MOVE EXTRACTO-SALDO-FINAL TO SLG-SALDO-FINAL.
           MOVE HOJE-YYYYMMDD TO SLG-IMPORTADO.
           WRITE STATEMENT-LOG-FILE.
           CLOSE BANK-STATEMENT-LOG.

           ESCREVER-RESUMO.

           MOVE LINHAS-LIDAS TO ED-CONTA-1.
           MOVE LINHAS-CONCILIADAS TO ED-CONTA-2.
           MOVE LINHAS-EXCEPCAO TO ED-CONTA-3.
           MOVE SPACES TO BANK-RECON-LINE.
           STRING "MOVIMENTOS " ED-CONTA-1 "  CONCILIADOS " ED-CONTA-2
               "  EXCEPCOES " ED-CONTA-3
               DELIMITED BY SIZE INTO BANK-RECON-LINE.
           WRITE BANK-RECON-LINE.
           MOVE PAGAMENTOS-GERADOS TO ED-CONTA-1.
           MOVE PAGAMENTOS-JA-LANCADOS TO ED-CONTA-2.
           MOVE DEBITOS-CONCILIADOS TO ED-CONTA-3.
           MOVE TOTAL-GERADO TO ED-VALOR.
           MOVE SPACES TO BANK-RECON-LINE.
           STRING "PAGAMENTOS GERADOS " ED-CONTA-1 " NO VALOR DE "
               ED-VALOR "  JA LANCADOS " ED-CONTA-2
               "  DEBITOS CONCILIADOS " ED-CONTA-3
               DELIMITED BY SIZE INTO BANK-RECON-LINE.
           WRITE BANK-RECON-LINE.

           IF LINHAS-EXCEPCAO > ZERO
               MOVE "BANKREC" TO ERR-PROGRAMA
               MOVE "E27" TO ERR-CODIGO
               MOVE "movimentos do extracto por conciliar - "
                   TO ERR-MENSAGEM
               MOVE LINHAS-EXCEPCAO TO ERR-MENSAGEM (41:7)
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
           END-IF.

      *    ---- the proof: the statement's closing balance against    ----*
      *    ---- the GL bank account -- its rolled-forward balance on  ----*
      *    ---- GL-BALANCES.txt plus the journal lines of the periods ----*
      *    ---- not yet closed. any difference is reported.           ----*
           PROVAR-SALDO-GL.

           MOVE SPACES TO CONTA-BANCO-GL.
           SET GL-MAPA-IDX TO 1.
           SEARCH GL-MAPA-ENTRY
               AT END CONTINUE
               WHEN GL-MAPA-CHAVE (GL-MAPA-IDX) = "TES-BANCO"
                   MOVE GL-MAPA-CONTA (GL-MAPA-IDX) TO CONTA-BANCO-GL
           END-SEARCH.
           IF CONTA-BANCO-GL = SPACES
               MOVE "BANKREC" TO ERR-PROGRAMA
               MOVE "E27" TO ERR-CODIGO
               MOVE "conta TES-BANCO nao mapeada - saldo nao provado"
                   TO ERR-MENSAGEM
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               MOVE SPACES TO BANK-RECON-LINE
               STRING "PROVA DE SALDO NAO FEITA - CONTA TES-BANCO "
                   "SEM MAPA EM GL-ACCOUNTS.txt"
                   DELIMITED BY SIZE INTO BANK-RECON-LINE
               WRITE BANK-RECON-LINE
               GO TO PROVAR-SALDO-GL-EXIT
           END-IF.

           MOVE ZERO TO SALDO-GL.
           MOVE SPACES TO GL-BALANCES-EOF.
           OPEN INPUT GL-BALANCES.
           IF GL-BALANCES-STATUS NOT = "00"
               MOVE "YYY" TO GL-BALANCES-EOF
           ELSE
               READ GL-BALANCES
                   AT END MOVE "YYY" TO GL-BALANCES-EOF
               END-READ
               PERFORM LER-SALDO-CONTA
                   UNTIL GL-BALANCES-EOF = "YYY"
               CLOSE GL-BALANCES
           END-IF.

           MOVE SPACES TO PERIODO-TESTADO.
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

           COMPUTE DIFERENCA-GL = EXTRACTO-SALDO-FINAL - SALDO-GL.

           MOVE EXTRACTO-SALDO-FINAL TO ED-SALDO-1.
           MOVE SALDO-GL TO ED-SALDO-2.
           MOVE SPACES TO BANK-RECON-LINE.
           STRING "SALDO FINAL DO EXTRACTO " ED-SALDO-1
               "  SALDO DA CONTA GL " CONTA-BANCO-GL " " ED-SALDO-2
               DELIMITED BY SIZE INTO BANK-RECON-LINE.
           WRITE BANK-RECON-LINE.
           MOVE DIFERENCA-GL TO ED-SALDO-1.
           MOVE SPACES TO BANK-RECON-LINE.
           IF DIFERENCA-GL = ZERO
               MOVE "SALDO PROVADO - EXTRACTO E GL CONFEREM"
                   TO BANK-RECON-LINE
           ELSE
               STRING "DIFERENCA EXTRACTO - GL " ED-SALDO-1
                   DELIMITED BY SIZE INTO BANK-RECON-LINE
               MOVE "BANKREC" TO ERR-PROGRAMA
               MOVE "E27" TO ERR-CODIGO
               MOVE "extracto difere do GL em " TO ERR-MENSAGEM
               MOVE ED-SALDO-1 TO ERR-MENSAGEM (26:15)
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
           END-IF.
           WRITE BANK-RECON-LINE.

           PROVAR-SALDO-GL-EXIT.
               EXIT.

           LER-SALDO-CONTA.

           IF GLB-CONTA = CONTA-BANCO-GL AND GLB-SALDO IS NUMERIC
               MOVE GLB-SALDO TO SALDO-GL
           END-IF.
           READ GL-BALANCES
               AT END MOVE "YYY" TO GL-BALANCES-EOF
           END-READ.

      *    a closed period is already in the rolled balance; the      *
      *    journal is in period order, so each period is looked up    *
      *    on the closed-periods file once.                           *
           SOMAR-LINHA-DIARIO.

           IF GLJ-CONTA = CONTA-BANCO-GL AND GLJ-MONTANTE IS NUMERIC
               IF GLJ-PERIODO NOT = PERIODO-TESTADO
                   MOVE GLJ-PERIODO TO GL-PERIODO
                   PERFORM VERIFICAR-PERIODO-ENCERRADO
                   MOVE GLJ-PERIODO TO PERIODO-TESTADO
                   MOVE GL-PERIODO-ENCERRADO TO PERIODO-TESTADO-FECHADO
               END-IF
               IF PERIODO-TESTADO-FECHADO = "N"
                   IF GLJ-DC = "D"
                       ADD GLJ-MONTANTE TO SALDO-GL
                   ELSE
                       SUBTRACT GLJ-MONTANTE FROM SALDO-GL
                   END-IF
               END-IF
           END-IF.
           READ GL-JOURNAL
               AT END MOVE "YYY" TO GL-JOURNAL-EOF
           END-READ.

           EDITAR-DATA.

           MOVE DPT-DIA TO DED-DIA.
           MOVE DPT-MES TO DED-MES.
           MOVE DPT-ANO TO DED-ANO.

           COPY DATEPD.
           COPY GLPD.
           COPY AUDITPD.
           COPY BALANCEPD.
           COPY LOCKPD.
           COPY RUNSTPD.

       END PROGRAM BANKREC.
