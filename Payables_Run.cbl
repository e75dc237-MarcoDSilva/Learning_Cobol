      *=======================================================================*
       IDENTIFICATION DIVISION.
      *=======================================================================*
       PROGRAM-ID. PAYABLES.
      *************************************************************************
      *************************************************************************
      *************************************************************************
      *                           IEFP SOLUTIONS                              *
      *OBJECTIVO:                                                             *
      *               CORRIDA DE PAGAMENTOS A FORNECEDORES E OUTROS           *
      *               o registo PAYABLES-REGISTER.txt junta tudo o que        *
      *               devemos: as remessas de descontos do PROD1V1, os        *
      *               royalties do send_halp, as facturas de editoras         *
      *               liberadas (FACTURAS-A-PAGAR.txt) liquidas das           *
      *               reclamacoes de credito em aberto, e o IRS e a           *
      *               Seguranca Social declarados pelo PROD1V5. com           *
      *               PAYMENT-RUN.txt paga o que vence ate a data-limite,     *
      *               compensando creditos com debitos por beneficiario:      *
      *               um ficheiro SEPA (pain.001), um aviso por               *
      *               beneficiario, o lancamento no GL contra o banco e       *
      *               os itens marcados como pagos. sem o parametro so        *
      *               recolhe. a listagem do que fica por pagar sai           *
      *               sempre, para a tesouraria.                              *
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

      *    the run's parameters: pay what falls due by the limit date,*
      *    executed on the execution date, out of the ordering        *
      *    account. no file, no payment -- only the collection and    *
      *    the unpaid listing.                                        *
           SELECT PAYMENT-RUN-IN ASSIGN TO 'PAYMENT-RUN.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYMENT-RUN-STATUS.

      *    one line per payment run made: batch number, dates, the    *
      *    transfer count and total and the SEPA file sent.           *
           SELECT PAYMENT-RUNS ASSIGN TO 'PAYMENT-RUNS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYMENT-RUNS-STATUS.

      *    the payees' bank details, kept by the treasurer.           *
           SELECT BENEFICIARIOS ASSIGN TO 'BENEFICIARIOS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BENEFICIARIOS-STATUS.

           SELECT FACTURAS-A-PAGAR ASSIGN TO 'FACTURAS-A-PAGAR.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FACTURAS-A-PAGAR-STATUS.
           SELECT OPEN-CLAIMS ASSIGN TO 'OPEN-CLAIMS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPEN-CLAIMS-STATUS.

      *    ---- the statutory declarations, by period.                ----*
           SELECT FINANCAS-IN ASSIGN DYNAMIC FINANCAS-FILENAME
               FILE STATUS IS FINANCAS-STATUS.
           SELECT SEGSOC-IN ASSIGN DYNAMIC SEGSOC-FILENAME
               FILE STATUS IS SEGSOC-STATUS.

      *    ---- dynamic so each batch keeps its own files.            ----*
           SELECT SEPA-OUT ASSIGN DYNAMIC SEPA-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEPA-STATUS.
           SELECT ADVICE-OUT ASSIGN DYNAMIC ADVICE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ADVICE-STATUS.
           SELECT UNPAID-OUT ASSIGN DYNAMIC UNPAID-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UNPAID-STATUS.

      *    ---- shared run-date/error-log facility, common to the      ----*
      *    ---- overnight batch suite.                                 ----*
           COPY DATESEL.
           COPY GLSEL.
           COPY AUDITSEL.
           COPY RUNSTSEL.
           COPY LOCKSEL.
           COPY APSEL.

      *=======================================================================*
                               DATA DIVISION.
      *=======================================================================*
                               FILE SECTION.

           FD PAYMENT-RUN-IN.
           01 PAYMENT-RUN-RECORD.
               02 PRM-DATA-LIMITE PIC 9(8).
               02 PRM-DATA-EXECUCAO PIC 9(8).
               02 PRM-ORDENANTE PIC X(30).
               02 PRM-IBAN PIC X(34).
               02 PRM-BIC PIC X(11).

      *    read back by BANKREC to match the bank's debit -- keep in  *
      *    step.                                                      *
           FD PAYMENT-RUNS.
           01 PAYMENT-RUNS-RECORD.
               02 PRL-LOTE PIC 9(6).
               02 PRL-DATA-RUN PIC 9(8).
               02 PRL-DATA-EXECUCAO PIC 9(8).
               02 PRL-TRANSFERENCIAS PIC 9(5).
               02 PRL-TOTAL PIC 9(10)V99.
               02 PRL-FICHEIRO PIC X(30).

      *    the payee key as the register carries it, the name the     *
      *    bank is to show, the IBAN and the BIC (blank: IBAN only).  *
           FD BENEFICIARIOS.
           01 BENEFICIARIOS-RECORD.
               02 BEN-CHAVE PIC X(30).
               02 BEN-NOME PIC X(30).
               02 BEN-IBAN PIC X(34).
               02 BEN-BIC PIC X(11).

      *          ======== facturas liberadas para pagamento ========   *
      *    same record as send_halp writes -- keep in step.            *
           FD FACTURAS-A-PAGAR.
           01 FACTURAS-A-PAGAR-FILE.
               02 FAP-EDITORA PIC 9(2).
               02 FAP-NUMERO PIC X(12).
               02 FAP-VALOR PIC 9(7)V99.
               02 FAP-DATA PIC X(8).
               02 FAP-ESTADO PIC X(1).

      *          ======== open credit claims ========                  *
      *    same record as send_halp writes -- keep in step.            *
           FD OPEN-CLAIMS.
           01 OPEN-CLAIMS-FILE.
               02 OCL-NUMBER PIC 9(7).
               02 OCL-EDITORA PIC 9(2).
               02 OCL-VALOR PIC 9(7)V99.

      *          ======== declaracoes do PROD1V5 ========              *
      *    same records as PROD1V5 writes -- keep in step.             *
           FD FINANCAS-IN.
           01 FIN-DETAIL-LINE.
               02 FIN-DET-TIPO PIC X(1).
               02 FIN-DET-LAST-NAME PIC A(9).
               02 FIN-DET-FIRST-NAME PIC A(8).
               02 FIN-DET-BASE PIC 9(8)V99.
               02 FIN-DET-RETENCAO PIC 9(7)V99.
               02 FIN-DET-ESCALAO PIC 9(2).
               02 FIN-DET-SUBSIDIOS PIC 9(7)V99.
               02 FIN-DET-RET-SUBSIDIOS PIC 9(7)V99.
               02 FIN-DET-EMP-NUMBER PIC 9(6).
               02 FIN-DET-NIF PIC 9(9).

           01 FIN-TRAILER-LINE.
               02 FIN-TRL-TIPO PIC X(1).
               02 FIN-TRL-EMPREGADOS PIC 9(5).
               02 FIN-TRL-BASE PIC 9(9)V99.
               02 FIN-TRL-RETENCAO PIC 9(9)V99.

           FD SEGSOC-IN.
           01 SS-DETAIL-LINE.
               02 SS-DET-TIPO PIC X(1).
               02 SS-DET-LAST-NAME PIC A(9).
               02 SS-DET-FIRST-NAME PIC A(8).
               02 SS-DET-BASE PIC 9(8)V99.
               02 SS-DET-TRABALHADOR PIC 9(7)V99.
               02 SS-DET-PATRONAL PIC 9(7)V99.
               02 SS-DET-EMP-NUMBER PIC 9(6).
               02 SS-DET-NISS PIC 9(11).

           01 SS-TRAILER-LINE.
               02 SS-TRL-TIPO PIC X(1).
               02 SS-TRL-EMPREGADOS PIC 9(5).
               02 SS-TRL-TRABALHADOR PIC 9(9)V99.
               02 SS-TRL-PATRONAL PIC 9(9)V99.

           FD SEPA-OUT.
           01 SEPA-LINE PIC X(132).

           FD ADVICE-OUT.
           01 ADVICE-LINE PIC X(132).

           FD UNPAID-OUT.
           01 UNPAID-LINE PIC X(132).

           COPY DATEFD.
           COPY GLFD.
           COPY AUDITFD.
           COPY RUNSTFD.
           COPY LOCKFD.
           COPY APFD.

      *=======================================================================*
                           WORKING-STORAGE SECTION.

           COPY DATEWS.
           COPY GLWS.
           COPY AUDITWS.
           COPY BALANCEWS.
           COPY RUNSTWS.
           COPY LOCKWS.
           COPY APWS.

       77  PAYABLES-REGISTER-EOF PIC X(3) VALUE SPACES.
       77  PAYMENT-RUN-STATUS PIC X(2) VALUE SPACES.
       77  PAYMENT-RUNS-STATUS PIC X(2) VALUE SPACES.
       77  PAYMENT-RUNS-EOF PIC X(3) VALUE SPACES.
       77  BENEFICIARIOS-STATUS PIC X(2) VALUE SPACES.
       77  BENEFICIARIOS-EOF PIC X(3) VALUE SPACES.
       77  FACTURAS-A-PAGAR-STATUS PIC X(2) VALUE SPACES.
       77  FACTURAS-A-PAGAR-EOF PIC X(3) VALUE SPACES.
       77  OPEN-CLAIMS-STATUS PIC X(2) VALUE SPACES.
       77  OPEN-CLAIMS-EOF PIC X(3) VALUE SPACES.
       77  FINANCAS-STATUS PIC X(2) VALUE SPACES.
       77  FINANCAS-EOF PIC X(3) VALUE SPACES.
       77  FINANCAS-FILENAME PIC X(30) VALUE SPACES.
       77  SEGSOC-STATUS PIC X(2) VALUE SPACES.
       77  SEGSOC-EOF PIC X(3) VALUE SPACES.
       77  SEGSOC-FILENAME PIC X(30) VALUE SPACES.
       77  SEPA-STATUS PIC X(2) VALUE SPACES.
       77  SEPA-FILENAME PIC X(30) VALUE SPACES.
       77  ADVICE-STATUS PIC X(2) VALUE SPACES.
       77  ADVICE-FILENAME PIC X(40) VALUE SPACES.
       77  UNPAID-STATUS PIC X(2) VALUE SPACES.
       77  UNPAID-FILENAME PIC X(30) VALUE SPACES.
       77  HOJE-YYYYMMDD PIC 9(8) VALUE ZERO.

       77  REGISTO-LIDOS PIC 9(7) VALUE ZERO.
       77  ITENS-RECOLHIDOS PIC 9(7) VALUE ZERO.
       77  REGISTO-GRAVADOS PIC 9(7) VALUE ZERO.
       77  REGISTO-REJEITADOS PIC 9(7) VALUE ZERO.
       77  ITENS-PAGOS PIC 9(7) VALUE ZERO.
       77  TRANSFERENCIAS PIC 9(5) VALUE ZERO.
       77  TOTAL-TRANSFERIDO PIC 9(10)V99 VALUE ZERO.

      *    settled lines (paid, closed or replaced) stay on the       *
      *    register two years for the auditors, then drop off.        *
       77  LIMITE-PURGA PIC 9(8) VALUE ZERO.
       77  DATA-REFERENCIA PIC 9(8) VALUE ZERO.

      *    the run's parameters once read and checked; the payment    *
      *    side only runs with PAGAMENTO-ACTIVO "Y".                  *
       77  PAGAMENTO-ACTIVO PIC X(1) VALUE "N".
       77  DATA-LIMITE PIC 9(8) VALUE ZERO.
       77  DATA-EXECUCAO PIC 9(8) VALUE ZERO.
       77  ORDENANTE-NOME PIC X(30) VALUE SPACES.
       77  ORDENANTE-IBAN PIC X(34) VALUE SPACES.
       77  ORDENANTE-BIC PIC X(11) VALUE SPACES.
       77  LOTE-ATUAL PIC 9(6) VALUE ZERO.
       77  SEPA-GERADO PIC X(1) VALUE "N".

      *    the whole register in core: the run works it in place and  *
      *    writes it back whole. CXP-TBL-LIQ points a line selected   *
      *    for payment at its payee's netting entry.                  *
       77  CXP-COUNT PIC 9(4) VALUE ZERO.
       77  CXP-IDX PIC 9(4) VALUE ZERO.
       77  CXP-ATUAL PIC 9(4) VALUE ZERO.
       77  REGISTO-CHEIO PIC X(1) VALUE "N".
       01  CXP-TABLE.
           02  CXP-ENTRY OCCURS 5000 TIMES.
               03 CXP-TBL-ORIGEM PIC X(3).
               03 CXP-TBL-REFERENCIA PIC X(20).
               03 CXP-TBL-BENEFICIARIO PIC X(30).
               03 CXP-TBL-NOME PIC X(30).
               03 CXP-TBL-IBAN PIC X(34).
               03 CXP-TBL-DC PIC X(1).
               03 CXP-TBL-MONTANTE PIC 9(9)V99.
               03 CXP-TBL-VENCIMENTO PIC 9(8).
               03 CXP-TBL-CONTA-GL PIC X(12).
               03 CXP-TBL-ESTADO PIC X(1).
               03 CXP-TBL-DATA-REGISTO PIC 9(8).
               03 CXP-TBL-PROGRAMA PIC X(8).
               03 CXP-TBL-LOTE PIC 9(6).
               03 CXP-TBL-DATA-PAGAMENTO PIC 9(8).
               03 CXP-TBL-VISTO PIC X(1).
               03 CXP-TBL-LIQ PIC 9(3).

      *    the payees' bank details off BENEFICIARIOS.txt.            *
       77  BMS-COUNT PIC 9(3) VALUE ZERO.
       77  BMS-IDX PIC 9(3) VALUE ZERO.
       77  BMS-ATUAL PIC 9(3) VALUE ZERO.
       01  BMS-TABLE.
           02  BMS-ENTRY OCCURS 500 TIMES.
               03 BMS-TBL-CHAVE PIC X(30).
               03 BMS-TBL-NOME PIC X(30).
               03 BMS-TBL-IBAN PIC X(34).
               03 BMS-TBL-BIC PIC X(11).

      *    one entry per payee with something due: debits less        *
      *    credits, and whether the net goes out or why not.          *
       77  LIQ-COUNT PIC 9(3) VALUE ZERO.
       77  LIQ-IDX PIC 9(3) VALUE ZERO.
       77  LIQ-ATUAL PIC 9(3) VALUE ZERO.
       77  LIQ-CHEIO PIC X(1) VALUE "N".
       01  LIQ-TABLE.
           02  LIQ-ENTRY OCCURS 500 TIMES.
               03 LIQ-TBL-BENEFICIARIO PIC X(30).
               03 LIQ-TBL-NOME PIC X(30).
               03 LIQ-TBL-IBAN PIC X(34).
               03 LIQ-TBL-BIC PIC X(11).
               03 LIQ-TBL-DEBITOS PIC 9(10)V99.
               03 LIQ-TBL-CREDITOS PIC 9(10)V99.
               03 LIQ-TBL-LIQUIDO PIC S9(10)V99.
               03 LIQ-TBL-ITENS PIC 9(4).
               03 LIQ-TBL-PRIMEIRO PIC 9(4).
               03 LIQ-TBL-PAGAR PIC X(1).
               03 LIQ-TBL-MOTIVO PIC X(15).
               03 LIQ-TBL-SEQ PIC 9(5).

      *    what the batch clears, per chart mnemonic: the debit items *
      *    debit their account, the credit items credit theirs, the   *
      *    bank takes the net.                                        *
       77  GLA-COUNT PIC 9(2) VALUE ZERO.
       77  GLA-IDX PIC 9(2) VALUE ZERO.
       77  GLA-ATUAL PIC 9(2) VALUE ZERO.
       01  GLA-TABLE.
           02  GLA-ENTRY OCCURS 30 TIMES.
               03 GLA-TBL-CHAVE PIC X(12).
               03 GLA-TBL-DEBITO PIC 9(10)V99.
               03 GLA-TBL-CREDITO PIC 9(10)V99.

      *    FACTURAS-A-PAGAR.txt and OPEN-CLAIMS.txt as read, to be    *
      *    written back with what this batch settled.                 *
       77  FAP-COUNT PIC 9(4) VALUE ZERO.
       77  FAP-IDX PIC 9(4) VALUE ZERO.
       77  FAP-CHEIO PIC X(1) VALUE "N".
       77  FACTURAS-ALTERADAS PIC X(1) VALUE "N".
       01  FAP-TABLE.
           02  FAP-ENTRY OCCURS 3000 TIMES.
               03 FAP-TBL-EDITORA PIC 9(2).
               03 FAP-TBL-NUMERO PIC X(12).
               03 FAP-TBL-VALOR PIC 9(7)V99.
               03 FAP-TBL-DATA PIC X(8).
               03 FAP-TBL-ESTADO PIC X(1).

       77  OCL-COUNT PIC 9(3) VALUE ZERO.
       77  OCL-IDX PIC 9(3) VALUE ZERO.
       77  OCL-CHEIO PIC X(1) VALUE "N".
       77  RECLAMACOES-LIDAS PIC X(1) VALUE "N".
       77  RECLAMACOES-ALTERADAS PIC X(1) VALUE "N".
       01  OCL-TABLE.
           02  OCL-ENTRY OCCURS 200 TIMES.
               03 OCL-TBL-NUMBER PIC 9(7).
               03 OCL-TBL-EDITORA PIC 9(2).
               03 OCL-TBL-VALOR PIC 9(7)V99.
               03 OCL-TBL-PAGO PIC X(1).

      *    the declared period in hand -- this month's and the two    *
      *    before it, so a declaration filed late is still taken on.  *
       01  PERIODO-DECL.
           02  PDC-ANO PIC 9(4).
           02  PDC-MES PIC 9(2).
       77  DECL-VALOR PIC 9(9)V99 VALUE ZERO.
       77  DECL-FIN-VALOR PIC 9(9)V99 VALUE ZERO.
       77  DECL-FIN-LIDA PIC X(1) VALUE "N".
       77  DECL-SS-TRABALHADOR PIC 9(9)V99 VALUE ZERO.
       77  DECL-SS-PATRONAL PIC 9(9)V99 VALUE ZERO.
       77  DECL-SS-LIDA PIC X(1) VALUE "N".

      *    ---- the IBAN check: country, check digits, then the       ----*
      *    ---- ISO 7064 mod-97 of the rearranged number must be 1.   ----*
       77  IBAN-A-VALIDAR PIC X(34) VALUE SPACES.
       77  IBAN-OK PIC X(1) VALUE "N".
       77  IBAN-VALIDO PIC X(1) VALUE "N".
       77  IBAN-TAMANHO PIC 9(2) VALUE ZERO.
       77  IBAN-POS PIC 9(2) VALUE ZERO.
       77  IBAN-LETRA PIC 9(2) VALUE ZERO.
       77  IBAN-L PIC 9(2) VALUE ZERO.
       77  IBAN-RESTO PIC 9(2) VALUE ZERO.
       77  IBAN-TRABALHO PIC 9(5) VALUE ZERO.
       77  IBAN-QUOCIENTE PIC 9(5) VALUE ZERO.
       01  IBAN-CARACTER PIC X(1) VALUE SPACE.
       01  IBAN-DIGITO REDEFINES IBAN-CARACTER PIC 9(1).
       01  ALFABETO PIC X(26) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      *    ---- values and names as the XML wants them: no padding,   ----*
      *    ---- a decimal point, nothing the parser would choke on.   ----*
       77  VALOR-XML PIC 9(10)V99 VALUE ZERO.
       77  ED-VALOR-XML PIC Z(9)9.99.
       77  VALOR-XML-TEXTO PIC X(13) VALUE SPACES.
       77  ED-CONTAGEM-XML PIC Z(4)9.
       77  CONTAGEM-XML-TEXTO PIC X(5) VALUE SPACES.
       77  XML-BRANCOS PIC 9(2) VALUE ZERO.
       77  NOME-XML PIC X(30) VALUE SPACES.
       77  IBAN-XML PIC X(34) VALUE SPACES.
       77  BIC-XML PIC X(11) VALUE SPACES.
       77  REMESSA-XML PIC X(60) VALUE SPACES.
       77  ID-TRANSACCAO PIC X(16) VALUE SPACES.
       77  ID-MENSAGEM PIC X(30) VALUE SPACES.
       01  HORA-AGORA.
           02  HAG-HORA PIC 9(2).
           02  HAG-MINUTO PIC 9(2).
           02  HAG-SEGUNDO PIC 9(2).
           02  HAG-CENTESIMO PIC 9(2).
       01  DATA-ISO.
           02  DIS-ANO PIC 9(4).
           02  FILLER PIC X(1) VALUE "-".
           02  DIS-MES PIC 9(2).
           02  FILLER PIC X(1) VALUE "-".
           02  DIS-DIA PIC 9(2).
       01  DATA-ISO-HOJE PIC X(10) VALUE SPACES.

      *    a YYYYMMDD date turned round for the reports.              *
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

      *    ---- the unpaid listing: one line per open item.           ----*
       01  POR-PAGAR-LINHA.
           02  PPL-BENEFICIARIO PIC X(30).
           02  FILLER PIC X(1) VALUE SPACE.
           02  PPL-ORIGEM PIC X(3).
           02  FILLER PIC X(1) VALUE SPACE.
           02  PPL-REFERENCIA PIC X(20).
           02  FILLER PIC X(1) VALUE SPACE.
           02  PPL-VENCIMENTO PIC X(10).
           02  FILLER PIC X(1) VALUE SPACE.
           02  PPL-DC PIC X(1).
           02  FILLER PIC X(1) VALUE SPACE.
           02  PPL-VALOR PIC Z(8)9.99.
           02  FILLER PIC X(2) VALUE SPACES.
           02  PPL-MOTIVO PIC X(15).
       77  MOTIVO-ITEM PIC X(15) VALUE SPACES.
       77  POR-PAGAR-ITENS PIC 9(7) VALUE ZERO.
       77  POR-PAGAR-DEBITOS PIC 9(11)V99 VALUE ZERO.
       77  POR-PAGAR-CREDITOS PIC 9(11)V99 VALUE ZERO.
       77  POR-PAGAR-VENCIDO PIC 9(11)V99 VALUE ZERO.

      *    ---- the remittance advice: one line per item paid.        ----*
       01  AVISO-LINHA.
           02  AVL-ORIGEM PIC X(3).
           02  FILLER PIC X(2) VALUE SPACES.
           02  AVL-REFERENCIA PIC X(20).
           02  FILLER PIC X(2) VALUE SPACES.
           02  AVL-VENCIMENTO PIC X(10).
           02  FILLER PIC X(2) VALUE SPACES.
           02  AVL-DC PIC X(1).
           02  FILLER PIC X(2) VALUE SPACES.
           02  AVL-VALOR PIC Z(8)9.99.

       77  ED-VALOR PIC Z(9)9.99.
       77  ED-VALOR-2 PIC Z(9)9.99.
       77  ED-VALOR-3 PIC Z(9)9.99.
       77  ED-CONTA-1 PIC ZZZZZZ9.
       77  ED-CONTA-2 PIC ZZZZZZ9.

      *=======================================================================*
                             PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM ABRIR-ERROR-LOG.
           PERFORM ABRIR-AUDIT-TRAIL.
      *    ---- one payment run at a time: two at once would pay the  ----*
      *    ---- same items twice. take the run lock or refuse.        ----*
           MOVE "PAYABLES" TO LOCK-PROGRAMA.
           PERFORM OBTER-RUN-LOCK THRU OBTER-RUN-LOCK-EXIT.
           IF LOCK-OBTIDO = "N"
               DISPLAY "PAYABLES - JA EM EXECUCAO - RECUSADO"
               MOVE 8 TO RETURN-CODE
               CLOSE ERROR-LOG
                     AUDIT-TRAIL
               STOP RUN
           END-IF.

           MOVE "PAYABLES" TO RST-PROGRAMA.
           PERFORM REGISTAR-INICIO-EXECUCAO
               THRU REGISTAR-INICIO-EXECUCAO-EXIT.
           PERFORM OBTER-DATA-EXECUCAO.
           DISPLAY "PAYABLES - RUN DATE: " RUN-DATE-DISPLAY.

           COMPUTE HOJE-YYYYMMDD =
                   (RUN-DATE-YYYY * 10000)
                   + (RUN-DATE-MM * 100) + RUN-DATE-DD.
           COMPUTE LIMITE-PURGA = HOJE-YYYYMMDD - 20000.
           STRING "UNPAID-ITEMS-" RUN-PERIOD-TAG ".txt"
               DELIMITED BY SIZE INTO UNPAID-FILENAME.

           PERFORM CARREGAR-PLANO-CONTAS
               THRU CARREGAR-PLANO-CONTAS-EXIT.

           PERFORM CARREGAR-REGISTO THRU CARREGAR-REGISTO-EXIT.
           IF REGISTO-CHEIO = "N"
               PERFORM CARREGAR-BENEFICIARIOS
               PERFORM RECOLHER-FACTURAS THRU RECOLHER-FACTURAS-EXIT
               PERFORM RECOLHER-RECLAMACOES
                   THRU RECOLHER-RECLAMACOES-EXIT
               PERFORM RECOLHER-DECLARACOES
           END-IF.

      *    ---- a register that no longer fits is never written back  ----*
      *    ---- short: nothing is paid and nothing is rewritten.      ----*
           IF REGISTO-CHEIO = "Y"
               MOVE "PAYABLES" TO ERR-PROGRAMA
               MOVE "E28" TO ERR-CODIGO
               MOVE "registo de pagamentos excede a tabela - recusado"
                   TO ERR-MENSAGEM
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               DISPLAY "PAYABLES - REGISTO EXCEDE A TABELA - RECUSADO"
               PERFORM TERMINAR-COM-ERRO
           END-IF.

           PERFORM LER-PARAMETROS-PAGAMENTO
               THRU LER-PARAMETROS-PAGAMENTO-EXIT.

           IF PAGAMENTO-ACTIVO = "Y"
               PERFORM SELECCIONAR-A-PAGAR
               PERFORM APURAR-BENEFICIARIOS
               IF TRANSFERENCIAS > ZERO
                   PERFORM OBTER-LOTE
                   PERFORM ESCREVER-FICHEIRO-SEPA
                       THRU ESCREVER-FICHEIRO-SEPA-EXIT
               END-IF
               IF SEPA-GERADO = "Y"
                   PERFORM ESCREVER-AVISOS
                   PERFORM LIQUIDAR-ITENS
                   PERFORM LANCAR-PAGAMENTOS-GL
                   PERFORM ACTUALIZAR-FACTURAS
                       THRU ACTUALIZAR-FACTURAS-EXIT
                   PERFORM ACTUALIZAR-RECLAMACOES
                       THRU ACTUALIZAR-RECLAMACOES-EXIT
                   PERFORM REGISTAR-LOTE
               END-IF
           END-IF.

           PERFORM GRAVAR-REGISTO THRU GRAVAR-REGISTO-EXIT.
           PERFORM ESCREVER-POR-PAGAR.

           DISPLAY "PAYABLES - REGISTO " REGISTO-LIDOS
               " RECOLHIDOS " ITENS-RECOLHIDOS
               " PAGOS " ITENS-PAGOS
               " TRANSFERENCIAS " TRANSFERENCIAS.

           MOVE "PAYABLES" TO BAL-PROGRAMA.
           MOVE "E03" TO BAL-CODIGO-ERRO.
           COMPUTE BAL-LIDOS = REGISTO-LIDOS + ITENS-RECOLHIDOS.
           MOVE REGISTO-GRAVADOS TO BAL-GRAVADOS.
           MOVE REGISTO-REJEITADOS TO BAL-REJEITADOS.
           PERFORM VERIFICAR-BALANCEAMENTO
               THRU VERIFICAR-BALANCEAMENTO-EXIT.

      *    ---- one FIM line on RUN-STATUS.txt; the control total is  ----*
      *    ---- the money sent to the bank.                           ----*
           COMPUTE RST-LIDOS = REGISTO-LIDOS + ITENS-RECOLHIDOS.
           MOVE REGISTO-GRAVADOS TO RST-GRAVADOS.
           MOVE REGISTO-REJEITADOS TO RST-REJEITADOS.
           MOVE TOTAL-TRANSFERIDO TO RST-VALOR.
           MOVE "OK" TO RST-RESULTADO.
           PERFORM REGISTAR-FIM-EXECUCAO
               THRU REGISTAR-FIM-EXECUCAO-EXIT.

           PERFORM LIBERTAR-RUN-LOCK.

           CLOSE ERROR-LOG
                 AUDIT-TRAIL.
           STOP RUN.

           TERMINAR-COM-ERRO.

           COMPUTE RST-LIDOS = REGISTO-LIDOS + ITENS-RECOLHIDOS.
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

      *    ---- the register as the programs left it. a line that     ----*
      *    ---- does not hold together is logged and dropped; a       ----*
      *    ---- remittance or royalty line booked again by a rerun of ----*
      *    ---- its program replaces the open one it repeats.         ----*
           CARREGAR-REGISTO.

           MOVE ZERO TO CXP-COUNT.
           MOVE SPACES TO PAYABLES-REGISTER-EOF.
           OPEN INPUT PAYABLES-REGISTER.
           IF PAYABLES-REGISTER-STATUS NOT = "00"
               GO TO CARREGAR-REGISTO-EXIT
           END-IF.
           READ PAYABLES-REGISTER
               AT END MOVE "YYY" TO PAYABLES-REGISTER-EOF
           END-READ.
           PERFORM CARREGAR-ITEM-REGISTO
               UNTIL PAYABLES-REGISTER-EOF = "YYY".
           CLOSE PAYABLES-REGISTER.

           CARREGAR-REGISTO-EXIT.
               EXIT.

           CARREGAR-ITEM-REGISTO.

           ADD 1 TO REGISTO-LIDOS.
           IF CXP-MONTANTE IS NOT NUMERIC
                   OR CXP-VENCIMENTO IS NOT NUMERIC
                   OR (CXP-DC NOT = "D" AND CXP-DC NOT = "C")
                   OR CXP-BENEFICIARIO = SPACES
               MOVE "PAYABLES" TO ERR-PROGRAMA
               MOVE "E02" TO ERR-CODIGO
               MOVE "linha do registo invalida - " TO ERR-MENSAGEM
               MOVE CXP-REFERENCIA TO ERR-MENSAGEM (29:20)
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               ADD 1 TO REGISTO-REJEITADOS
           ELSE
               IF CXP-COUNT NOT < 5000
                   MOVE "Y" TO REGISTO-CHEIO
               ELSE
                   PERFORM GUARDAR-ITEM-REGISTO
               END-IF
           END-IF.
           READ PAYABLES-REGISTER
               AT END MOVE "YYY" TO PAYABLES-REGISTER-EOF
           END-READ.

           GUARDAR-ITEM-REGISTO.

           ADD 1 TO CXP-COUNT.
           MOVE CXP-ORIGEM TO CXP-TBL-ORIGEM (CXP-COUNT).
           MOVE CXP-REFERENCIA TO CXP-TBL-REFERENCIA (CXP-COUNT).
           MOVE CXP-BENEFICIARIO TO CXP-TBL-BENEFICIARIO (CXP-COUNT).
           MOVE CXP-NOME TO CXP-TBL-NOME (CXP-COUNT).
           MOVE CXP-IBAN TO CXP-TBL-IBAN (CXP-COUNT).
           MOVE CXP-DC TO CXP-TBL-DC (CXP-COUNT).
           MOVE CXP-MONTANTE TO CXP-TBL-MONTANTE (CXP-COUNT).
           MOVE CXP-VENCIMENTO TO CXP-TBL-VENCIMENTO (CXP-COUNT).
           MOVE CXP-CONTA-GL TO CXP-TBL-CONTA-GL (CXP-COUNT).
           MOVE CXP-ESTADO TO CXP-TBL-ESTADO (CXP-COUNT).
           MOVE CXP-PROGRAMA TO CXP-TBL-PROGRAMA (CXP-COUNT).
           MOVE ZERO TO CXP-TBL-DATA-REGISTO (CXP-COUNT)
                        CXP-TBL-LOTE (CXP-COUNT)
                        CXP-TBL-DATA-PAGAMENTO (CXP-COUNT)
                        CXP-TBL-LIQ (CXP-COUNT).
           IF CXP-DATA-REGISTO IS NUMERIC
               MOVE CXP-DATA-REGISTO
                   TO CXP-TBL-DATA-REGISTO (CXP-COUNT)
           END-IF.
           IF CXP-LOTE IS NUMERIC
               MOVE CXP-LOTE TO CXP-TBL-LOTE (CXP-COUNT)
           END-IF.
           IF CXP-DATA-PAGAMENTO IS NUMERIC
               MOVE CXP-DATA-PAGAMENTO
                   TO CXP-TBL-DATA-PAGAMENTO (CXP-COUNT)
           END-IF.
           MOVE "N" TO CXP-TBL-VISTO (CXP-COUNT).

           IF CXP-ESTADO = "A"
                   AND (CXP-ORIGEM = "REM" OR CXP-ORIGEM = "ROY")
               PERFORM SUBSTITUIR-ANTERIOR
                   VARYING CXP-IDX FROM 1 BY 1
                   UNTIL CXP-IDX NOT < CXP-COUNT
           END-IF.

           SUBSTITUIR-ANTERIOR.

           IF CXP-TBL-ESTADO (CXP-IDX) = "A"
                   AND CXP-TBL-ORIGEM (CXP-IDX) = CXP-ORIGEM
                   AND CXP-TBL-REFERENCIA (CXP-IDX) = CXP-REFERENCIA
                   AND CXP-TBL-BENEFICIARIO (CXP-IDX)
                       = CXP-BENEFICIARIO
               MOVE "S" TO CXP-TBL-ESTADO (CXP-IDX)
               MOVE HOJE-YYYYMMDD TO CXP-TBL-DATA-PAGAMENTO (CXP-IDX)
           END-IF.

      *    ---- the register line for PAGAR-ORIGEM/PAGAR-REFERENCIA,  ----*
      *    ---- whatever its state, into CXP-ATUAL (zero: none).      ----*
           PROCURAR-ITEM.

           MOVE ZERO TO CXP-ATUAL.
           PERFORM TESTAR-ITEM
               VARYING CXP-IDX FROM 1 BY 1
               UNTIL CXP-IDX > CXP-COUNT OR CXP-ATUAL > ZERO.

           TESTAR-ITEM.

           IF CXP-TBL-ORIGEM (CXP-IDX) = PAGAR-ORIGEM
                   AND CXP-TBL-REFERENCIA (CXP-IDX) = PAGAR-REFERENCIA
                   AND CXP-TBL-ESTADO (CXP-IDX) NOT = "S"
               MOVE CXP-IDX TO CXP-ATUAL
           END-IF.

      *    ---- a new open line off the PAGAR-* fields, the same way  ----*
      *    ---- REGISTAR-A-PAGAR books one from the paying programs.  ----*
           ACRESCENTAR-ITEM.

           IF PAGAR-MONTANTE = ZERO
               GO TO ACRESCENTAR-ITEM-EXIT
           END-IF.
           IF CXP-COUNT NOT < 5000
               MOVE "Y" TO REGISTO-CHEIO
               GO TO ACRESCENTAR-ITEM-EXIT
           END-IF.

           ADD 1 TO CXP-COUNT.
           MOVE PAGAR-ORIGEM TO CXP-TBL-ORIGEM (CXP-COUNT).
           MOVE PAGAR-REFERENCIA TO CXP-TBL-REFERENCIA (CXP-COUNT).
           MOVE PAGAR-BENEFICIARIO
               TO CXP-TBL-BENEFICIARIO (CXP-COUNT).
           MOVE PAGAR-NOME TO CXP-TBL-NOME (CXP-COUNT).
           MOVE PAGAR-IBAN TO CXP-TBL-IBAN (CXP-COUNT).
           MOVE PAGAR-DC TO CXP-TBL-DC (CXP-COUNT).
           MOVE PAGAR-MONTANTE TO CXP-TBL-MONTANTE (CXP-COUNT).
           MOVE PAGAR-VENCIMENTO TO CXP-TBL-VENCIMENTO (CXP-COUNT).
           MOVE PAGAR-CONTA-GL TO CXP-TBL-CONTA-GL (CXP-COUNT).
           MOVE "A" TO CXP-TBL-ESTADO (CXP-COUNT).
           MOVE HOJE-YYYYMMDD TO CXP-TBL-DATA-REGISTO (CXP-COUNT).
           MOVE "PAYABLES" TO CXP-TBL-PROGRAMA (CXP-COUNT).
           MOVE ZERO TO CXP-TBL-LOTE (CXP-COUNT)
                        CXP-TBL-DATA-PAGAMENTO (CXP-COUNT)
                        CXP-TBL-LIQ (CXP-COUNT).
           MOVE "Y" TO CXP-TBL-VISTO (CXP-COUNT).
           ADD 1 TO ITENS-RECOLHIDOS.

           ACRESCENTAR-ITEM-EXIT.
               EXIT.

      *    ---- BENEFICIARIOS.txt: an absent file leaves every payee  ----*
      *    ---- on the IBAN its own lines carry.                      ----*
           CARREGAR-BENEFICIARIOS.

           MOVE ZERO TO BMS-COUNT.
           MOVE SPACES TO BENEFICIARIOS-EOF.
           OPEN INPUT BENEFICIARIOS.
           IF BENEFICIARIOS-STATUS NOT = "00"
               MOVE "YYY" TO BENEFICIARIOS-EOF
           ELSE
               READ BENEFICIARIOS
                   AT END MOVE "YYY" TO BENEFICIARIOS-EOF
               END-READ
               PERFORM CARREGAR-BENEFICIARIO
                   UNTIL BENEFICIARIOS-EOF = "YYY"
               CLOSE BENEFICIARIOS
           END-IF.

           CARREGAR-BENEFICIARIO.

           IF BEN-CHAVE NOT = SPACES
               IF BMS-COUNT < 500
                   ADD 1 TO BMS-COUNT
                   MOVE BEN-CHAVE TO BMS-TBL-CHAVE (BMS-COUNT)
                   MOVE BEN-NOME TO BMS-TBL-NOME (BMS-COUNT)
                   MOVE BEN-IBAN TO BMS-TBL-IBAN (BMS-COUNT)
                   MOVE BEN-BIC TO BMS-TBL-BIC (BMS-COUNT)
               ELSE
                   MOVE "PAYABLES" TO ERR-PROGRAMA
                   MOVE "E28" TO ERR-CODIGO
                   MOVE "beneficiario fora da tabela - " TO ERR-MENSAGEM
                   MOVE BEN-CHAVE TO ERR-MENSAGEM (31:20)
                   PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               END-IF
           END-IF.
           READ BENEFICIARIOS
               AT END MOVE "YYY" TO BENEFICIARIOS-EOF
           END-READ.

      *    ---- publisher invoices released for payment and not yet   ----*
      *    ---- on the register: due on the same day of the month     ----*
      *    ---- after release (the 28th at the latest).               ----*
           RECOLHER-FACTURAS.

           MOVE ZERO TO FAP-COUNT.
           MOVE SPACES TO FACTURAS-A-PAGAR-EOF.
           OPEN INPUT FACTURAS-A-PAGAR.
           IF FACTURAS-A-PAGAR-STATUS NOT = "00"
               GO TO RECOLHER-FACTURAS-EXIT
           END-IF.
           READ FACTURAS-A-PAGAR
               AT END MOVE "YYY" TO FACTURAS-A-PAGAR-EOF
           END-READ.
           PERFORM RECOLHER-FACTURA
               UNTIL FACTURAS-A-PAGAR-EOF = "YYY".
           CLOSE FACTURAS-A-PAGAR.

           RECOLHER-FACTURAS-EXIT.
               EXIT.

           RECOLHER-FACTURA.

           IF FAP-COUNT < 3000
               ADD 1 TO FAP-COUNT
               MOVE FAP-EDITORA TO FAP-TBL-EDITORA (FAP-COUNT)
               MOVE FAP-NUMERO TO FAP-TBL-NUMERO (FAP-COUNT)
               MOVE FAP-VALOR TO FAP-TBL-VALOR (FAP-COUNT)
               MOVE FAP-DATA TO FAP-TBL-DATA (FAP-COUNT)
               MOVE FAP-ESTADO TO FAP-TBL-ESTADO (FAP-COUNT)
           ELSE
               MOVE "Y" TO FAP-CHEIO
           END-IF.

           IF FAP-ESTADO = "P" AND FAP-VALOR IS NUMERIC
                   AND FAP-EDITORA IS NUMERIC
               MOVE "FED" TO PAGAR-ORIGEM
               MOVE SPACES TO PAGAR-REFERENCIA
               STRING FAP-EDITORA "-" FAP-NUMERO
                   DELIMITED BY SIZE INTO PAGAR-REFERENCIA
               PERFORM PROCURAR-ITEM
               IF CXP-ATUAL = ZERO
                   MOVE SPACES TO PAGAR-BENEFICIARIO
                   STRING "EDITORA-" FAP-EDITORA
                       DELIMITED BY SIZE INTO PAGAR-BENEFICIARIO
                   MOVE PAGAR-BENEFICIARIO TO PAGAR-NOME
                   MOVE SPACES TO PAGAR-IBAN
                   MOVE "D" TO PAGAR-DC
                   MOVE FAP-VALOR TO PAGAR-MONTANTE
                   IF FAP-DATA IS NUMERIC
                       MOVE FAP-DATA (1:4) TO PAGAR-BASE-ANO
                       MOVE FAP-DATA (5:2) TO PAGAR-BASE-MES
                       MOVE FAP-DATA (7:2) TO PAGAR-DIA-VENC
                       IF PAGAR-DIA-VENC > 28
                           MOVE 28 TO PAGAR-DIA-VENC
                       END-IF
                       PERFORM CALCULAR-VENCIMENTO
                   ELSE
                       MOVE HOJE-YYYYMMDD TO PAGAR-VENCIMENTO
                   END-IF
                   MOVE "LIV-FORNEC" TO PAGAR-CONTA-GL
                   PERFORM ACRESCENTAR-ITEM THRU ACRESCENTAR-ITEM-EXIT
               END-IF
           END-IF.

           READ FACTURAS-A-PAGAR
               AT END MOVE "YYY" TO FACTURAS-A-PAGAR-EOF
           END-READ.

      *    ---- the publishers' open credit claims: each a credit to  ----*
      *    ---- net off what we pay that publisher. a claim gone off  ----*
      *    ---- OPEN-CLAIMS.txt was credited outside the run and is   ----*
      *    ---- closed here too.                                      ----*
           RECOLHER-RECLAMACOES.

           MOVE ZERO TO OCL-COUNT.
           MOVE SPACES TO OPEN-CLAIMS-EOF.
           OPEN INPUT OPEN-CLAIMS.
           IF OPEN-CLAIMS-STATUS NOT = "00"
               GO TO RECOLHER-RECLAMACOES-EXIT
           END-IF.
           MOVE "Y" TO RECLAMACOES-LIDAS.
           READ OPEN-CLAIMS
               AT END MOVE "YYY" TO OPEN-CLAIMS-EOF
           END-READ.
           PERFORM RECOLHER-RECLAMACAO
               UNTIL OPEN-CLAIMS-EOF = "YYY".
           CLOSE OPEN-CLAIMS.

           IF OCL-CHEIO = "N"
               PERFORM FECHAR-RECLAMACAO-CREDITADA
                   VARYING CXP-IDX FROM 1 BY 1
                   UNTIL CXP-IDX > CXP-COUNT
           END-IF.

           RECOLHER-RECLAMACOES-EXIT.
               EXIT.

           RECOLHER-RECLAMACAO.

           IF OCL-COUNT < 200
               ADD 1 TO OCL-COUNT
               MOVE OCL-NUMBER TO OCL-TBL-NUMBER (OCL-COUNT)
               MOVE OCL-EDITORA TO OCL-TBL-EDITORA (OCL-COUNT)
               MOVE OCL-VALOR TO OCL-TBL-VALOR (OCL-COUNT)
               MOVE "N" TO OCL-TBL-PAGO (OCL-COUNT)
           ELSE
               MOVE "Y" TO OCL-CHEIO
           END-IF.

           IF OCL-NUMBER IS NUMERIC AND OCL-VALOR IS NUMERIC
                   AND OCL-EDITORA IS NUMERIC
               MOVE "CLM" TO PAGAR-ORIGEM
               MOVE SPACES TO PAGAR-REFERENCIA
               MOVE OCL-NUMBER TO PAGAR-REFERENCIA (1:7)
               PERFORM PROCURAR-ITEM
               IF CXP-ATUAL > ZERO
                   MOVE "Y" TO CXP-TBL-VISTO (CXP-ATUAL)
               ELSE
                   MOVE SPACES TO PAGAR-BENEFICIARIO
                   STRING "EDITORA-" OCL-EDITORA
                       DELIMITED BY SIZE INTO PAGAR-BENEFICIARIO
                   MOVE PAGAR-BENEFICIARIO TO PAGAR-NOME
                   MOVE SPACES TO PAGAR-IBAN
                   MOVE "C" TO PAGAR-DC
                   MOVE OCL-VALOR TO PAGAR-MONTANTE
                   MOVE HOJE-YYYYMMDD TO PAGAR-VENCIMENTO
                   MOVE "LIV-COMPRAS" TO PAGAR-CONTA-GL
                   PERFORM ACRESCENTAR-ITEM THRU ACRESCENTAR-ITEM-EXIT
               END-IF
           END-IF.

           READ OPEN-CLAIMS
               AT END MOVE "YYY" TO OPEN-CLAIMS-EOF
           END-READ.

           FECHAR-RECLAMACAO-CREDITADA.

           IF CXP-TBL-ORIGEM (CXP-IDX) = "CLM"
                   AND CXP-TBL-ESTADO (CXP-IDX) = "A"
                   AND CXP-TBL-VISTO (CXP-IDX) = "N"
               MOVE "F" TO CXP-TBL-ESTADO (CXP-IDX)
               MOVE HOJE-YYYYMMDD TO CXP-TBL-DATA-PAGAMENTO (CXP-IDX)
           END-IF.

      *    ---- the IRS withheld and the social security due, off     ----*
      *    ---- PROD1V5's declarations for this month and the two     ----*
      *    ---- before; all due the 20th of the month after.          ----*
           RECOLHER-DECLARACOES.

           MOVE RUN-DATE-YYYY TO PDC-ANO.
           MOVE RUN-DATE-MM TO PDC-MES.
           PERFORM RECOLHER-DECLARACAO-PERIODO 3 TIMES.

           RECOLHER-DECLARACAO-PERIODO.

           MOVE PDC-ANO TO PAGAR-BASE-ANO.
           MOVE PDC-MES TO PAGAR-BASE-MES.
           MOVE 20 TO PAGAR-DIA-VENC.
           PERFORM CALCULAR-VENCIMENTO.
           MOVE SPACES TO PAGAR-IBAN.
           MOVE "D" TO PAGAR-DC.

           MOVE "N" TO DECL-FIN-LIDA.
           MOVE SPACES TO FINANCAS-FILENAME.
           STRING "FINANCAS-DECL-" PERIODO-DECL ".txt"
               DELIMITED BY SIZE INTO FINANCAS-FILENAME.
           MOVE SPACES TO FINANCAS-EOF.
           OPEN INPUT FINANCAS-IN.
           IF FINANCAS-STATUS = "00"
               READ FINANCAS-IN
                   AT END MOVE "YYY" TO FINANCAS-EOF
               END-READ
               PERFORM LER-LINHA-FINANCAS
                   UNTIL FINANCAS-EOF = "YYY"
               CLOSE FINANCAS-IN
           END-IF.
           IF DECL-FIN-LIDA = "Y"
               MOVE "FIN" TO PAGAR-ORIGEM
               MOVE SPACES TO PAGAR-REFERENCIA
               STRING "IRS-" PERIODO-DECL
                   DELIMITED BY SIZE INTO PAGAR-REFERENCIA
               MOVE "FINANCAS" TO PAGAR-BENEFICIARIO
               MOVE "AUTORIDADE TRIBUTARIA" TO PAGAR-NOME
               MOVE DECL-FIN-VALOR TO DECL-VALOR
               MOVE "SAL-IRS" TO PAGAR-CONTA-GL
               PERFORM REGISTAR-DECLARACAO
           END-IF.

           MOVE "N" TO DECL-SS-LIDA.
           MOVE SPACES TO SEGSOC-FILENAME.
           STRING "SEGSOC-DECL-" PERIODO-DECL ".txt"
               DELIMITED BY SIZE INTO SEGSOC-FILENAME.
           MOVE SPACES TO SEGSOC-EOF.
           OPEN INPUT SEGSOC-IN.
           IF SEGSOC-STATUS = "00"
               READ SEGSOC-IN
                   AT END MOVE "YYY" TO SEGSOC-EOF
               END-READ
               PERFORM LER-LINHA-SEGSOC
                   UNTIL SEGSOC-EOF = "YYY"
               CLOSE SEGSOC-IN
           END-IF.
      *    the employee's share was withheld against SAL-SEGSOC; the  *
      *    employer's own is a cost only when it is paid.             *
           IF DECL-SS-LIDA = "Y"
               MOVE "SSO" TO PAGAR-ORIGEM
               MOVE "SEGSOC" TO PAGAR-BENEFICIARIO
               MOVE "SEGURANCA SOCIAL" TO PAGAR-NOME
               MOVE SPACES TO PAGAR-REFERENCIA
               STRING "SS-TRAB-" PERIODO-DECL
                   DELIMITED BY SIZE INTO PAGAR-REFERENCIA
               MOVE DECL-SS-TRABALHADOR TO DECL-VALOR
               MOVE "SAL-SEGSOC" TO PAGAR-CONTA-GL
               PERFORM REGISTAR-DECLARACAO
               MOVE SPACES TO PAGAR-REFERENCIA
               STRING "SS-PATR-" PERIODO-DECL
                   DELIMITED BY SIZE INTO PAGAR-REFERENCIA
               MOVE DECL-SS-PATRONAL TO DECL-VALOR
               MOVE "SAL-SSPATRON" TO PAGAR-CONTA-GL
               PERFORM REGISTAR-DECLARACAO
           END-IF.

           IF PDC-MES = 1
               SUBTRACT 1 FROM PDC-ANO
               MOVE 12 TO PDC-MES
           ELSE
               SUBTRACT 1 FROM PDC-MES
           END-IF.

           LER-LINHA-FINANCAS.

           IF FIN-TRL-TIPO = "T" AND FIN-TRL-RETENCAO IS NUMERIC
               MOVE "Y" TO DECL-FIN-LIDA
               MOVE FIN-TRL-RETENCAO TO DECL-FIN-VALOR
           END-IF.
           READ FINANCAS-IN
               AT END MOVE "YYY" TO FINANCAS-EOF
           END-READ.

           LER-LINHA-SEGSOC.

           IF SS-TRL-TIPO = "T" AND SS-TRL-TRABALHADOR IS NUMERIC
                   AND SS-TRL-PATRONAL IS NUMERIC
               MOVE "Y" TO DECL-SS-LIDA
               MOVE SS-TRL-TRABALHADOR TO DECL-SS-TRABALHADOR
               MOVE SS-TRL-PATRONAL TO DECL-SS-PATRONAL
           END-IF.
           READ SEGSOC-IN
               AT END MOVE "YYY" TO SEGSOC-EOF
           END-READ.

      *    a declaration filed again before it is paid replaces the   *
      *    amount owed; one changed after it was paid is for the      *
      *    treasurer to settle by hand, so the log says so.           *
           REGISTAR-DECLARACAO.

           PERFORM PROCURAR-ITEM.
           IF CXP-ATUAL = ZERO
               MOVE DECL-VALOR TO PAGAR-MONTANTE
               PERFORM ACRESCENTAR-ITEM THRU ACRESCENTAR-ITEM-EXIT
           ELSE
               IF CXP-TBL-MONTANTE (CXP-ATUAL) NOT = DECL-VALOR
                   IF CXP-TBL-ESTADO (CXP-ATUAL) = "A"
                       MOVE DECL-VALOR
                           TO CXP-TBL-MONTANTE (CXP-ATUAL)
                   ELSE
                       MOVE "PAYABLES" TO ERR-PROGRAMA
                       MOVE "E28" TO ERR-CODIGO
                       MOVE "declaracao alterada depois de paga - "
                           TO ERR-MENSAGEM
                       MOVE PAGAR-REFERENCIA TO ERR-MENSAGEM (39:12)
                       PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
                   END-IF
               END-IF
           END-IF.

      *    ---- PAYMENT-RUN.txt: the limit and execution dates        ----*
      *    ---- (zero: today; never in the past) and the ordering     ----*
      *    ---- account, whose IBAN must check.                       ----*
           LER-PARAMETROS-PAGAMENTO.

           MOVE "N" TO PAGAMENTO-ACTIVO.
           OPEN INPUT PAYMENT-RUN-IN.
           IF PAYMENT-RUN-STATUS NOT = "00"
               DISPLAY "PAYABLES - SEM PAYMENT-RUN.txt - SO RECOLHA"
               GO TO LER-PARAMETROS-PAGAMENTO-EXIT
           END-IF.
           MOVE SPACES TO PAYMENT-RUN-RECORD.
           READ PAYMENT-RUN-IN
               AT END MOVE SPACES TO PAYMENT-RUN-RECORD
           END-READ.
           CLOSE PAYMENT-RUN-IN.

           MOVE HOJE-YYYYMMDD TO DATA-LIMITE.
           IF PRM-DATA-LIMITE IS NUMERIC
                   AND PRM-DATA-LIMITE > ZERO
               MOVE PRM-DATA-LIMITE TO VAL-DATA-ENTRADA
               PERFORM VALIDAR-DATA THRU VALIDAR-DATA-EXIT
               IF VAL-DATA-OK = "S"
                   MOVE PRM-DATA-LIMITE TO DATA-LIMITE
               ELSE
                   MOVE "PAYABLES" TO ERR-PROGRAMA
                   MOVE "E28" TO ERR-CODIGO
                   MOVE "data-limite invalida - pagamento nao feito"
                       TO ERR-MENSAGEM
                   PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
                   GO TO LER-PARAMETROS-PAGAMENTO-EXIT
               END-IF
           END-IF.

           MOVE HOJE-YYYYMMDD TO DATA-EXECUCAO.
           IF PRM-DATA-EXECUCAO IS NUMERIC
                   AND PRM-DATA-EXECUCAO > HOJE-YYYYMMDD
               MOVE PRM-DATA-EXECUCAO TO VAL-DATA-ENTRADA
               PERFORM VALIDAR-DATA THRU VALIDAR-DATA-EXIT
               IF VAL-DATA-OK = "S"
                   MOVE PRM-DATA-EXECUCAO TO DATA-EXECUCAO
               ELSE
                   MOVE "PAYABLES" TO ERR-PROGRAMA
                   MOVE "E28" TO ERR-CODIGO
                   MOVE "data de execucao invalida - nao pago"
                       TO ERR-MENSAGEM
                   PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
                   GO TO LER-PARAMETROS-PAGAMENTO-EXIT
               END-IF
           END-IF.

           MOVE PRM-IBAN TO IBAN-A-VALIDAR.
           PERFORM VALIDAR-IBAN THRU VALIDAR-IBAN-EXIT.
           IF IBAN-OK = "N" OR PRM-ORDENANTE = SPACES
               MOVE "PAYABLES" TO ERR-PROGRAMA
               MOVE "E28" TO ERR-CODIGO
               MOVE "conta do ordenante invalida - pagamento nao feito"
                   TO ERR-MENSAGEM
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               GO TO LER-PARAMETROS-PAGAMENTO-EXIT
           END-IF.

           MOVE PRM-ORDENANTE TO ORDENANTE-NOME.
           MOVE PRM-IBAN TO ORDENANTE-IBAN.
           MOVE PRM-BIC TO ORDENANTE-BIC.
           MOVE "Y" TO PAGAMENTO-ACTIVO.

           LER-PARAMETROS-PAGAMENTO-EXIT.
               EXIT.

      *    ---- every open line due by the limit date, netted per     ----*
      *    ---- payee.                                                ----*
           SELECCIONAR-A-PAGAR.

           MOVE ZERO TO LIQ-COUNT.
           PERFORM SELECCIONAR-ITEM
               VARYING CXP-IDX FROM 1 BY 1
               UNTIL CXP-IDX > CXP-COUNT.
           IF LIQ-CHEIO = "Y"
               MOVE "PAYABLES" TO ERR-PROGRAMA
               MOVE "E28" TO ERR-CODIGO
               MOVE "beneficiarios excedem a tabela - ficam por pagar"
                   TO ERR-MENSAGEM
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
           END-IF.

           SELECCIONAR-ITEM.

           IF CXP-TBL-ESTADO (CXP-IDX) = "A"
                   AND CXP-TBL-VENCIMENTO (CXP-IDX) NOT > DATA-LIMITE
               MOVE ZERO TO LIQ-ATUAL
               PERFORM PROCURAR-LIQUIDO
                   VARYING LIQ-IDX FROM 1 BY 1
                   UNTIL LIQ-IDX > LIQ-COUNT OR LIQ-ATUAL > ZERO
               IF LIQ-ATUAL = ZERO
                   IF LIQ-COUNT < 500
                       PERFORM ABRIR-LIQUIDO
                   ELSE
                       MOVE "Y" TO LIQ-CHEIO
                   END-IF
               END-IF
               IF LIQ-ATUAL > ZERO
                   PERFORM ACUMULAR-LIQUIDO
               END-IF
           END-IF.

           PROCURAR-LIQUIDO.

           IF LIQ-TBL-BENEFICIARIO (LIQ-IDX)
                   = CXP-TBL-BENEFICIARIO (CXP-IDX)
               MOVE LIQ-IDX TO LIQ-ATUAL
           END-IF.

           ABRIR-LIQUIDO.

           ADD 1 TO LIQ-COUNT.
           MOVE LIQ-COUNT TO LIQ-ATUAL.
           MOVE CXP-TBL-BENEFICIARIO (CXP-IDX)
               TO LIQ-TBL-BENEFICIARIO (LIQ-ATUAL).
           MOVE CXP-TBL-NOME (CXP-IDX) TO LIQ-TBL-NOME (LIQ-ATUAL).
           MOVE SPACES TO LIQ-TBL-IBAN (LIQ-ATUAL)
                          LIQ-TBL-BIC (LIQ-ATUAL)
                          LIQ-TBL-MOTIVO (LIQ-ATUAL).
           MOVE ZERO TO LIQ-TBL-DEBITOS (LIQ-ATUAL)
                        LIQ-TBL-CREDITOS (LIQ-ATUAL)
                        LIQ-TBL-LIQUIDO (LIQ-ATUAL)
                        LIQ-TBL-ITENS (LIQ-ATUAL)
                        LIQ-TBL-SEQ (LIQ-ATUAL).
           MOVE CXP-IDX TO LIQ-TBL-PRIMEIRO (LIQ-ATUAL).
           MOVE "N" TO LIQ-TBL-PAGAR (LIQ-ATUAL).

           ACUMULAR-LIQUIDO.

           MOVE LIQ-ATUAL TO CXP-TBL-LIQ (CXP-IDX).
           ADD 1 TO LIQ-TBL-ITENS (LIQ-ATUAL).
           IF CXP-TBL-DC (CXP-IDX) = "D"
               ADD CXP-TBL-MONTANTE (CXP-IDX)
                   TO LIQ-TBL-DEBITOS (LIQ-ATUAL)
           ELSE
               ADD CXP-TBL-MONTANTE (CXP-IDX)
                   TO LIQ-TBL-CREDITOS (LIQ-ATUAL)
           END-IF.
           IF LIQ-TBL-IBAN (LIQ-ATUAL) = SPACES
               MOVE CXP-TBL-IBAN (CXP-IDX) TO LIQ-TBL-IBAN (LIQ-ATUAL)
           END-IF.

      *    ---- each payee's net: BENEFICIARIOS.txt has the last word ----*
      *    ---- on name and account; only a positive net to an IBAN   ----*
      *    ---- that checks goes out.                                 ----*
           APURAR-BENEFICIARIOS.

           MOVE ZERO TO TRANSFERENCIAS
                        TOTAL-TRANSFERIDO.
           PERFORM APURAR-BENEFICIARIO THRU APURAR-BENEFICIARIO-EXIT
               VARYING LIQ-IDX FROM 1 BY 1
               UNTIL LIQ-IDX > LIQ-COUNT.

           APURAR-BENEFICIARIO.

           MOVE ZERO TO BMS-ATUAL.
           PERFORM PROCURAR-BENEFICIARIO
               VARYING BMS-IDX FROM 1 BY 1
               UNTIL BMS-IDX > BMS-COUNT OR BMS-ATUAL > ZERO.
           IF BMS-ATUAL > ZERO
               IF BMS-TBL-NOME (BMS-ATUAL) NOT = SPACES
                   MOVE BMS-TBL-NOME (BMS-ATUAL)
                       TO LIQ-TBL-NOME (LIQ-IDX)
               END-IF
               IF BMS-TBL-IBAN (BMS-ATUAL) NOT = SPACES
                   MOVE BMS-TBL-IBAN (BMS-ATUAL)
                       TO LIQ-TBL-IBAN (LIQ-IDX)
               END-IF
               MOVE BMS-TBL-BIC (BMS-ATUAL) TO LIQ-TBL-BIC (LIQ-IDX)
           END-IF.

           COMPUTE LIQ-TBL-LIQUIDO (LIQ-IDX) =
                   LIQ-TBL-DEBITOS (LIQ-IDX)
                   - LIQ-TBL-CREDITOS (LIQ-IDX).

           IF LIQ-TBL-LIQUIDO (LIQ-IDX) NOT > ZERO
               MOVE "CREDITO A FAVOR" TO LIQ-TBL-MOTIVO (LIQ-IDX)
               GO TO APURAR-BENEFICIARIO-EXIT
           END-IF.
           IF LIQ-TBL-IBAN (LIQ-IDX) = SPACES
               MOVE "SEM IBAN" TO LIQ-TBL-MOTIVO (LIQ-IDX)
               GO TO APURAR-BENEFICIARIO-EXIT
           END-IF.
           MOVE LIQ-TBL-IBAN (LIQ-IDX) TO IBAN-A-VALIDAR.
           PERFORM VALIDAR-IBAN THRU VALIDAR-IBAN-EXIT.
           IF IBAN-OK = "N"
               MOVE "IBAN INVALIDO" TO LIQ-TBL-MOTIVO (LIQ-IDX)
               GO TO APURAR-BENEFICIARIO-EXIT
           END-IF.

           MOVE "Y" TO LIQ-TBL-PAGAR (LIQ-IDX).
           ADD 1 TO TRANSFERENCIAS.
           MOVE TRANSFERENCIAS TO LIQ-TBL-SEQ (LIQ-IDX).
           ADD LIQ-TBL-LIQUIDO (LIQ-IDX) TO TOTAL-TRANSFERIDO.

           APURAR-BENEFICIARIO-EXIT.
               EXIT.

           PROCURAR-BENEFICIARIO.

           IF BMS-TBL-CHAVE (BMS-IDX) = LIQ-TBL-BENEFICIARIO (LIQ-IDX)
               MOVE BMS-IDX TO BMS-ATUAL
           END-IF.

      *    ---- IBAN-A-VALIDAR in, IBAN-OK "Y"/"N" out: two letters,  ----*
      *    ---- two check digits, letters and digits only, and the    ----*
      *    ---- number moved round and read mod 97 must leave 1.      ----*
           VALIDAR-IBAN.

           MOVE "N" TO IBAN-OK.
           MOVE ZERO TO IBAN-TAMANHO.
           INSPECT IBAN-A-VALIDAR TALLYING IBAN-TAMANHO
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF IBAN-TAMANHO < 15
               GO TO VALIDAR-IBAN-EXIT
           END-IF.
           IF IBAN-TAMANHO < 34
               IF IBAN-A-VALIDAR (IBAN-TAMANHO + 1:) NOT = SPACES
                   GO TO VALIDAR-IBAN-EXIT
               END-IF
           END-IF.
           IF IBAN-A-VALIDAR (1:2) IS NOT ALPHABETIC-UPPER
                   OR IBAN-A-VALIDAR (3:2) IS NOT NUMERIC
               GO TO VALIDAR-IBAN-EXIT
           END-IF.

           MOVE ZERO TO IBAN-RESTO.
           MOVE "S" TO IBAN-VALIDO.
           PERFORM ACUMULAR-CARACTER-IBAN
               VARYING IBAN-POS FROM 5 BY 1
               UNTIL IBAN-POS > IBAN-TAMANHO OR IBAN-VALIDO = "N".
           PERFORM ACUMULAR-CARACTER-IBAN
               VARYING IBAN-POS FROM 1 BY 1
               UNTIL IBAN-POS > 4 OR IBAN-VALIDO = "N".
           IF IBAN-VALIDO = "S" AND IBAN-RESTO = 1
               MOVE "Y" TO IBAN-OK
           END-IF.

           VALIDAR-IBAN-EXIT.
               EXIT.

           ACUMULAR-CARACTER-IBAN.

           MOVE IBAN-A-VALIDAR (IBAN-POS:1) TO IBAN-CARACTER.
           IF IBAN-CARACTER IS NUMERIC
               COMPUTE IBAN-TRABALHO = IBAN-RESTO * 10 + IBAN-DIGITO
           ELSE
               MOVE ZERO TO IBAN-LETRA
               PERFORM PROCURAR-LETRA-IBAN
                   VARYING IBAN-L FROM 1 BY 1
                   UNTIL IBAN-L > 26 OR IBAN-LETRA > ZERO
               IF IBAN-LETRA = ZERO
                   MOVE "N" TO IBAN-VALIDO
               END-IF
               COMPUTE IBAN-TRABALHO = IBAN-RESTO * 100 + IBAN-LETRA
           END-IF.
           DIVIDE IBAN-TRABALHO BY 97
               GIVING IBAN-QUOCIENTE REMAINDER IBAN-RESTO.

      *    A counts 10, B 11 ... Z 35.                                *
           PROCURAR-LETRA-IBAN.

           IF ALFABETO (IBAN-L:1) = IBAN-CARACTER
               COMPUTE IBAN-LETRA = IBAN-L + 9
           END-IF.

      *    ---- the next batch number off PAYMENT-RUNS.txt.           ----*
           OBTER-LOTE.

           MOVE ZERO TO LOTE-ATUAL.
           MOVE SPACES TO PAYMENT-RUNS-EOF.
           OPEN INPUT PAYMENT-RUNS.
           IF PAYMENT-RUNS-STATUS NOT = "00"
               MOVE "YYY" TO PAYMENT-RUNS-EOF
           ELSE
               READ PAYMENT-RUNS
                   AT END MOVE "YYY" TO PAYMENT-RUNS-EOF
               END-READ
               PERFORM LER-LOTE-ANTERIOR
                   UNTIL PAYMENT-RUNS-EOF = "YYY"
               CLOSE PAYMENT-RUNS
           END-IF.
           ADD 1 TO LOTE-ATUAL.

           LER-LOTE-ANTERIOR.

           IF PRL-LOTE IS NUMERIC AND PRL-LOTE > LOTE-ATUAL
               MOVE PRL-LOTE TO LOTE-ATUAL
           END-IF.
           READ PAYMENT-RUNS
               AT END MOVE "YYY" TO PAYMENT-RUNS-EOF
           END-READ.

      *    ---- the SEPA credit-transfer initiation (pain.001.001.03) ----*
      *    ---- for the bank: one payment block out of the ordering   ----*
      *    ---- account, one transfer per payee, the count and total  ----*
      *    ---- up front. nothing is marked paid unless it is written.----*
           ESCREVER-FICHEIRO-SEPA.

           MOVE "N" TO SEPA-GERADO.
           MOVE SPACES TO SEPA-FILENAME.
           STRING "SEPA-CT-" RUN-PERIOD-TAG "-" LOTE-ATUAL ".xml"
               DELIMITED BY SIZE INTO SEPA-FILENAME.
           OPEN OUTPUT SEPA-OUT.
           IF SEPA-STATUS NOT = "00"
               MOVE "PAYABLES" TO ERR-PROGRAMA
               MOVE "E01" TO ERR-CODIGO
               MOVE "erro a abrir o ficheiro SEPA - status "
                   TO ERR-MENSAGEM
               MOVE SEPA-STATUS TO ERR-MENSAGEM (39:2)
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               GO TO ESCREVER-FICHEIRO-SEPA-EXIT
           END-IF.

           ACCEPT HORA-AGORA FROM TIME.
           MOVE HOJE-YYYYMMDD TO DATA-AAAAMMDD.
           PERFORM EDITAR-DATA-ISO.
           MOVE DATA-ISO TO DATA-ISO-HOJE.
           MOVE SPACES TO ID-MENSAGEM.
           STRING "PAYABLES-" LOTE-ATUAL "-" HOJE-YYYYMMDD
               DELIMITED BY SIZE INTO ID-MENSAGEM.
           MOVE TRANSFERENCIAS TO ED-CONTAGEM-XML.
           MOVE ZERO TO XML-BRANCOS.
           INSPECT ED-CONTAGEM-XML TALLYING XML-BRANCOS
               FOR LEADING SPACES.
           MOVE ED-CONTAGEM-XML (XML-BRANCOS + 1:)
               TO CONTAGEM-XML-TEXTO.
           MOVE TOTAL-TRANSFERIDO TO VALOR-XML.
           PERFORM EDITAR-VALOR-XML.
           MOVE ORDENANTE-NOME TO NOME-XML.
           PERFORM LIMPAR-NOME-XML.

           MOVE '<?xml version="1.0" encoding="UTF-8"?>' TO SEPA-LINE.
           WRITE SEPA-LINE.
           MOVE SPACES TO SEPA-LINE.
           STRING '<Document xmlns="urn:iso:std:iso:20022:tech:xsd:'
               'pain.001.001.03">'
               DELIMITED BY SIZE INTO SEPA-LINE.
           WRITE SEPA-LINE.
           MOVE "  <CstmrCdtTrfInitn>" TO SEPA-LINE.
           WRITE SEPA-LINE.
           MOVE "    <GrpHdr>" TO SEPA-LINE.
           WRITE SEPA-LINE.
           MOVE SPACES TO SEPA-LINE.
           STRING "      <MsgId>" DELIMITED BY SIZE
               ID-MENSAGEM DELIMITED BY SPACE
               "</MsgId>" DELIMITED BY SIZE INTO SEPA-LINE.
           WRITE SEPA-LINE.
           MOVE SPACES TO SEPA-LINE.
           STRING "      <CreDtTm>" DATA-ISO-HOJE "T"
               HAG-HORA ":" HAG-MINUTO ":" HAG-SEGUNDO
               "</CreDtTm>" DELIMITED BY SIZE INTO SEPA-LINE.
           WRITE SEPA-LINE.
           PERFORM ESCREVER-CONTAGEM-SEPA.
           MOVE "      <InitgPty>" TO SEPA-LINE.
           WRITE SEPA-LINE.
           MOVE SPACES TO SEPA-LINE.
           STRING "        <Nm>" DELIMITED BY SIZE
               NOME-XML DELIMITED BY "  "
               "</Nm>" DELIMITED BY SIZE INTO SEPA-LINE.
           WRITE SEPA-LINE.
           MOVE "      </InitgPty>" TO SEPA-LINE.
           WRITE SEPA-LINE.
           MOVE "    </GrpHdr>" TO SEPA-LINE.
           WRITE SEPA-LINE.

           MOVE "    <PmtInf>" TO SEPA-LINE.
           WRITE SEPA-LINE.
           MOVE SPACES TO SEPA-LINE.
           STRING "      <PmtInfId>" DELIMITED BY SIZE
               ID-MENSAGEM DELIMITED BY SPACE
               "</PmtInfId>" DELIMITED BY SIZE INTO SEPA-LINE.
           WRITE SEPA-LINE.
           MOVE "      <PmtMtd>TRF</PmtMtd>" TO SEPA-LINE.
           WRITE SEPA-LINE.
           PERFORM ESCREVER-CONTAGEM-SEPA.
           MOVE SPACES TO SEPA-LINE.
           STRING "      <PmtTpInf><SvcLvl><Cd>SEPA</Cd></SvcLvl>"
               "</PmtTpInf>" DELIMITED BY SIZE INTO SEPA-LINE.
           WRITE SEPA-LINE.
           MOVE DATA-EXECUCAO TO DATA-AAAAMMDD.
           PERFORM EDITAR-DATA-ISO.
           MOVE SPACES TO SEPA-LINE.
           STRING "      <ReqdExctnDt>" DATA-ISO "</ReqdExctnDt>"
               DELIMITED BY SIZE INTO SEPA-LINE.
           WRITE SEPA-LINE.
           MOVE SPACES TO SEPA-LINE.
           STRING "      <Dbtr><Nm>" DELIMITED BY SIZE
               NOME-XML DELIMITED BY "  "
               "</Nm></Dbtr>" DELIMITED BY SIZE INTO SEPA-LINE.
           WRITE SEPA-LINE.
           MOVE ORDENANTE-IBAN TO IBAN-XML.
           MOVE SPACES TO SEPA-LINE.
           STRING "      <DbtrAcct><Id><IBAN>" DELIMITED BY SIZE
               IBAN-XML
               DELIMITED BY SPACE
               "</IBAN></Id></DbtrAcct>" DELIMITED BY SIZE
               INTO SEPA-LINE.
           WRITE SEPA-LINE.
           MOVE SPACES TO SEPA-LINE.
           IF ORDENANTE-BIC = SPACES
               STRING "      <DbtrAgt><FinInstnId><Othr><Id>NOTPROVIDED"
                   "</Id></Othr></FinInstnId></DbtrAgt>"
                   DELIMITED BY SIZE INTO SEPA-LINE
           ELSE
               MOVE ORDENANTE-BIC TO BIC-XML
               STRING "      <DbtrAgt><FinInstnId><BIC>"
                   DELIMITED BY SIZE
                   BIC-XML
                   DELIMITED BY SPACE
                   "</BIC></FinInstnId></DbtrAgt>" DELIMITED BY SIZE
                   INTO SEPA-LINE
           END-IF.
           WRITE SEPA-LINE.
           MOVE "      <ChrgBr>SLEV</ChrgBr>" TO SEPA-LINE.
           WRITE SEPA-LINE.

           PERFORM ESCREVER-TRANSFERENCIA-SEPA
               VARYING LIQ-IDX FROM 1 BY 1
               UNTIL LIQ-IDX > LIQ-COUNT.

           MOVE "    </PmtInf>" TO SEPA-LINE.
           WRITE SEPA-LINE.
           MOVE "  </CstmrCdtTrfInitn>" TO SEPA-LINE.
           WRITE SEPA-LINE.
           MOVE "</Document>" TO SEPA-LINE.
           WRITE SEPA-LINE.
           CLOSE SEPA-OUT.
           MOVE "Y" TO SEPA-GERADO.

           ESCREVER-FICHEIRO-SEPA-EXIT.
               EXIT.

      *    the group header and the payment block carry the same      *
      *    count and control sum -- there is only the one block.      *
           ESCREVER-CONTAGEM-SEPA.

           MOVE SPACES TO SEPA-LINE.
           STRING "      <NbOfTxs>" DELIMITED BY SIZE
               CONTAGEM-XML-TEXTO
               DELIMITED BY SPACE
               "</NbOfTxs>" DELIMITED BY SIZE INTO SEPA-LINE.
           WRITE SEPA-LINE.
           MOVE SPACES TO SEPA-LINE.
           STRING "      <CtrlSum>" DELIMITED BY SIZE
               VALOR-XML-TEXTO DELIMITED BY SPACE
               "</CtrlSum>" DELIMITED BY SIZE INTO SEPA-LINE.
           WRITE SEPA-LINE.

           ESCREVER-TRANSFERENCIA-SEPA.

           IF LIQ-TBL-PAGAR (LIQ-IDX) = "Y"
               MOVE SPACES TO ID-TRANSACCAO
               STRING "PAY" LOTE-ATUAL "-" LIQ-TBL-SEQ (LIQ-IDX)
                   DELIMITED BY SIZE INTO ID-TRANSACCAO
               MOVE LIQ-TBL-LIQUIDO (LIQ-IDX) TO VALOR-XML
               PERFORM EDITAR-VALOR-XML
               MOVE LIQ-TBL-NOME (LIQ-IDX) TO NOME-XML
               PERFORM LIMPAR-NOME-XML
               MOVE LIQ-TBL-IBAN (LIQ-IDX) TO IBAN-XML
               PERFORM MONTAR-REMESSA-XML
               MOVE "      <CdtTrfTxInf>" TO SEPA-LINE
               WRITE SEPA-LINE
               MOVE SPACES TO SEPA-LINE
               STRING "        <PmtId><EndToEndId>" DELIMITED BY SIZE
                   ID-TRANSACCAO DELIMITED BY SPACE
                   "</EndToEndId></PmtId>"
                   DELIMITED BY SIZE INTO SEPA-LINE
               WRITE SEPA-LINE
               MOVE SPACES TO SEPA-LINE
               STRING '        <Amt><InstdAmt Ccy="EUR">'
                   DELIMITED BY SIZE
                   VALOR-XML-TEXTO DELIMITED BY SPACE
                   "</InstdAmt></Amt>" DELIMITED BY SIZE
                   INTO SEPA-LINE
               WRITE SEPA-LINE
               IF LIQ-TBL-BIC (LIQ-IDX) NOT = SPACES
                   MOVE LIQ-TBL-BIC (LIQ-IDX) TO BIC-XML
                   MOVE SPACES TO SEPA-LINE
                   STRING "        <CdtrAgt><FinInstnId><BIC>"
                       DELIMITED BY SIZE
                       BIC-XML
                       DELIMITED BY SPACE
                       "</BIC></FinInstnId></CdtrAgt>"
                       DELIMITED BY SIZE INTO SEPA-LINE
                   WRITE SEPA-LINE
               END-IF
               MOVE SPACES TO SEPA-LINE
               STRING "        <Cdtr><Nm>" DELIMITED BY SIZE
                   NOME-XML DELIMITED BY "  "
                   "</Nm></Cdtr>" DELIMITED BY SIZE INTO SEPA-LINE
               WRITE SEPA-LINE
               MOVE SPACES TO SEPA-LINE
               STRING "        <CdtrAcct><Id><IBAN>" DELIMITED BY SIZE
                   IBAN-XML
                   DELIMITED BY SPACE
                   "</IBAN></Id></CdtrAcct>" DELIMITED BY SIZE
                   INTO SEPA-LINE
               WRITE SEPA-LINE
               MOVE SPACES TO SEPA-LINE
               STRING "        <RmtInf><Ustrd>" DELIMITED BY SIZE
                   REMESSA-XML
                   DELIMITED BY "  "
                   "</Ustrd></RmtInf>" DELIMITED BY SIZE
                   INTO SEPA-LINE
               WRITE SEPA-LINE
               MOVE "      </CdtTrfTxInf>" TO SEPA-LINE
               WRITE SEPA-LINE
           END-IF.

      *    one document paid: its own reference goes to the payee's   *
      *    bank; more than one: the batch, for the advice.            *
           MONTAR-REMESSA-XML.

           MOVE SPACES TO REMESSA-XML.
           IF LIQ-TBL-ITENS (LIQ-IDX) = 1
               MOVE LIQ-TBL-PRIMEIRO (LIQ-IDX) TO CXP-IDX
               STRING CXP-TBL-ORIGEM (CXP-IDX) " "
                   CXP-TBL-REFERENCIA (CXP-IDX)
                   DELIMITED BY SIZE INTO REMESSA-XML
           ELSE
               STRING "AVISO DE PAGAMENTO LOTE " LOTE-ATUAL " - "
                   LIQ-TBL-ITENS (LIQ-IDX) " DOCUMENTOS"
                   DELIMITED BY SIZE INTO REMESSA-XML
           END-IF.
           INSPECT REMESSA-XML REPLACING ALL "&" BY "+"
                                         ALL "<" BY "("
                                         ALL ">" BY ")".

           EDITAR-VALOR-XML.

           MOVE VALOR-XML TO ED-VALOR-XML.
           MOVE ZERO TO XML-BRANCOS.
           INSPECT ED-VALOR-XML TALLYING XML-BRANCOS
               FOR LEADING SPACES.
           MOVE SPACES TO VALOR-XML-TEXTO.
           MOVE ED-VALOR-XML (XML-BRANCOS + 1:) TO VALOR-XML-TEXTO.

           LIMPAR-NOME-XML.

           INSPECT NOME-XML REPLACING ALL "&" BY "+"
                                      ALL "<" BY "("
                                      ALL ">" BY ")".

           EDITAR-DATA-ISO.

           MOVE DPT-ANO TO DIS-ANO.
           MOVE DPT-MES TO DIS-MES.
           MOVE DPT-DIA TO DIS-DIA.

      *    ---- one remittance advice per payee paid: every document  ----*
      *    ---- the transfer settles, debits and credits, and the net.----*
           ESCREVER-AVISOS.

           MOVE SPACES TO ADVICE-FILENAME.
           STRING "PAYMENT-ADVICE-" RUN-PERIOD-TAG "-" LOTE-ATUAL
               ".txt" DELIMITED BY SIZE INTO ADVICE-FILENAME.
           OPEN OUTPUT ADVICE-OUT.
           IF ADVICE-STATUS NOT = "00"
               MOVE "PAYABLES" TO ERR-PROGRAMA
               MOVE "E01" TO ERR-CODIGO
               MOVE "erro a abrir os avisos de pagamento - status "
                   TO ERR-MENSAGEM
               MOVE ADVICE-STATUS TO ERR-MENSAGEM (47:2)
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
           ELSE
               PERFORM ESCREVER-AVISO
                   VARYING LIQ-IDX FROM 1 BY 1
                   UNTIL LIQ-IDX > LIQ-COUNT
               CLOSE ADVICE-OUT
           END-IF.

           ESCREVER-AVISO.

           IF LIQ-TBL-PAGAR (LIQ-IDX) = "Y"
               MOVE SPACES TO ADVICE-LINE
               STRING "AVISO DE PAGAMENTO - LOTE " LOTE-ATUAL
                   "  TRANSFERENCIA " LOTE-ATUAL "-"
                   LIQ-TBL-SEQ (LIQ-IDX)
                   DELIMITED BY SIZE INTO ADVICE-LINE
               WRITE ADVICE-LINE
               MOVE SPACES TO ADVICE-LINE
               STRING "ORDENANTE     " ORDENANTE-NOME
                   DELIMITED BY SIZE INTO ADVICE-LINE
               WRITE ADVICE-LINE
               MOVE SPACES TO ADVICE-LINE
               STRING "BENEFICIARIO  " LIQ-TBL-NOME (LIQ-IDX)
                   DELIMITED BY SIZE INTO ADVICE-LINE
               WRITE ADVICE-LINE
               MOVE SPACES TO ADVICE-LINE
               STRING "IBAN          " LIQ-TBL-IBAN (LIQ-IDX)
                   DELIMITED BY SIZE INTO ADVICE-LINE
               WRITE ADVICE-LINE
               MOVE DATA-EXECUCAO TO DATA-AAAAMMDD
               PERFORM EDITAR-DATA
               MOVE SPACES TO ADVICE-LINE
               STRING "DATA-VALOR    " DATA-EDITADA
                   DELIMITED BY SIZE INTO ADVICE-LINE
               WRITE ADVICE-LINE
               MOVE SPACES TO ADVICE-LINE
               WRITE ADVICE-LINE
               MOVE "ORI  REFERENCIA            VENCIMENTO  DC"
                   TO ADVICE-LINE
               MOVE "VALOR" TO ADVICE-LINE (50:5)
               WRITE ADVICE-LINE
               PERFORM ESCREVER-LINHA-AVISO
                   VARYING CXP-IDX FROM 1 BY 1
                   UNTIL CXP-IDX > CXP-COUNT
               MOVE LIQ-TBL-DEBITOS (LIQ-IDX) TO ED-VALOR
               MOVE LIQ-TBL-CREDITOS (LIQ-IDX) TO ED-VALOR-2
               MOVE LIQ-TBL-LIQUIDO (LIQ-IDX) TO ED-VALOR-3
               MOVE SPACES TO ADVICE-LINE
               STRING "DEBITOS " ED-VALOR "  CREDITOS " ED-VALOR-2
                   "  TRANSFERIDO " ED-VALOR-3
                   DELIMITED BY SIZE INTO ADVICE-LINE
               WRITE ADVICE-LINE
               MOVE ALL "=" TO ADVICE-LINE
               WRITE ADVICE-LINE
           END-IF.

           ESCREVER-LINHA-AVISO.

           IF CXP-TBL-LIQ (CXP-IDX) = LIQ-IDX
                   AND CXP-TBL-ESTADO (CXP-IDX) = "A"
               MOVE CXP-TBL-ORIGEM (CXP-IDX) TO AVL-ORIGEM
               MOVE CXP-TBL-REFERENCIA (CXP-IDX) TO AVL-REFERENCIA
               MOVE CXP-TBL-VENCIMENTO (CXP-IDX) TO DATA-AAAAMMDD
               PERFORM EDITAR-DATA
               MOVE DATA-EDITADA TO AVL-VENCIMENTO
               MOVE CXP-TBL-DC (CXP-IDX) TO AVL-DC
               MOVE CXP-TBL-MONTANTE (CXP-IDX) TO AVL-VALOR
               MOVE AVISO-LINHA TO ADVICE-LINE
               WRITE ADVICE-LINE
           END-IF.

      *    ---- the lines the batch paid: settled with the batch and  ----*
      *    ---- the execution date, their accounts totalled for the   ----*
      *    ---- GL and their source files brought into line.          ----*
           LIQUIDAR-ITENS.

           MOVE ZERO TO GLA-COUNT.
           PERFORM LIQUIDAR-ITEM
               VARYING CXP-IDX FROM 1 BY 1
               UNTIL CXP-IDX > CXP-COUNT.
           PERFORM AUDITAR-TRANSFERENCIA
               VARYING LIQ-IDX FROM 1 BY 1
               UNTIL LIQ-IDX > LIQ-COUNT.

           LIQUIDAR-ITEM.

           IF CXP-TBL-LIQ (CXP-IDX) > ZERO
               MOVE CXP-TBL-LIQ (CXP-IDX) TO LIQ-IDX
               IF LIQ-TBL-PAGAR (LIQ-IDX) = "Y"
                       AND CXP-TBL-ESTADO (CXP-IDX) = "A"
                   MOVE "L" TO CXP-TBL-ESTADO (CXP-IDX)
                   MOVE LOTE-ATUAL TO CXP-TBL-LOTE (CXP-IDX)
                   MOVE DATA-EXECUCAO
                       TO CXP-TBL-DATA-PAGAMENTO (CXP-IDX)
                   ADD 1 TO ITENS-PAGOS
                   PERFORM ACUMULAR-CONTA-GL
                   IF CXP-TBL-ORIGEM (CXP-IDX) = "FED"
                       PERFORM MARCAR-FACTURA-PAGA
                           VARYING FAP-IDX FROM 1 BY 1
                           UNTIL FAP-IDX > FAP-COUNT
                   END-IF
                   IF CXP-TBL-ORIGEM (CXP-IDX) = "CLM"
                       PERFORM MARCAR-RECLAMACAO-PAGA
                           VARYING OCL-IDX FROM 1 BY 1
                           UNTIL OCL-IDX > OCL-COUNT
                   END-IF
               END-IF
           END-IF.

           ACUMULAR-CONTA-GL.

           MOVE ZERO TO GLA-ATUAL.
           PERFORM PROCURAR-CONTA-GL
               VARYING GLA-IDX FROM 1 BY 1
               UNTIL GLA-IDX > GLA-COUNT OR GLA-ATUAL > ZERO.
           IF GLA-ATUAL = ZERO
               IF GLA-COUNT < 30
                   ADD 1 TO GLA-COUNT
                   MOVE GLA-COUNT TO GLA-ATUAL
                   MOVE CXP-TBL-CONTA-GL (CXP-IDX)
                       TO GLA-TBL-CHAVE (GLA-ATUAL)
                   MOVE ZERO TO GLA-TBL-DEBITO (GLA-ATUAL)
                                GLA-TBL-CREDITO (GLA-ATUAL)
               ELSE
                   MOVE "PAYABLES" TO ERR-PROGRAMA
                   MOVE "E12" TO ERR-CODIGO
                   MOVE "contas a lancar excedem a tabela - "
                       TO ERR-MENSAGEM
                   MOVE CXP-TBL-CONTA-GL (CXP-IDX)
                       TO ERR-MENSAGEM (36:12)
                   PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               END-IF
           END-IF.
           IF GLA-ATUAL > ZERO
               IF CXP-TBL-DC (CXP-IDX) = "D"
                   ADD CXP-TBL-MONTANTE (CXP-IDX)
                       TO GLA-TBL-DEBITO (GLA-ATUAL)
               ELSE
                   ADD CXP-TBL-MONTANTE (CXP-IDX)
                       TO GLA-TBL-CREDITO (GLA-ATUAL)
               END-IF
           END-IF.

           PROCURAR-CONTA-GL.

           IF GLA-TBL-CHAVE (GLA-IDX) = CXP-TBL-CONTA-GL (CXP-IDX)
               MOVE GLA-IDX TO GLA-ATUAL
           END-IF.

           MARCAR-FACTURA-PAGA.

           IF FAP-TBL-ESTADO (FAP-IDX) = "P"
                   AND FAP-TBL-EDITORA (FAP-IDX)
                       = CXP-TBL-REFERENCIA (CXP-IDX) (1:2)
                   AND FAP-TBL-NUMERO (FAP-IDX)
                       = CXP-TBL-REFERENCIA (CXP-IDX) (4:12)
               MOVE "L" TO FAP-TBL-ESTADO (FAP-IDX)
               MOVE "Y" TO FACTURAS-ALTERADAS
           END-IF.

           MARCAR-RECLAMACAO-PAGA.

           IF OCL-TBL-NUMBER (OCL-IDX)
                   = CXP-TBL-REFERENCIA (CXP-IDX) (1:7)
               MOVE "Y" TO OCL-TBL-PAGO (OCL-IDX)
               MOVE "Y" TO RECLAMACOES-ALTERADAS
           END-IF.

           AUDITAR-TRANSFERENCIA.

           IF LIQ-TBL-PAGAR (LIQ-IDX) = "Y"
               MOVE "PAYABLES" TO AUD-PROGRAMA
               MOVE LIQ-TBL-BENEFICIARIO (LIQ-IDX) TO AUD-CHAVE
               MOVE LIQ-TBL-LIQUIDO (LIQ-IDX) TO AUD-VALOR
               MOVE SPACES TO AUD-DESCRICAO
               STRING "TRANSFERENCIA SEPA LOTE " LOTE-ATUAL
                   DELIMITED BY SIZE INTO AUD-DESCRICAO
               PERFORM REGISTAR-AUDITORIA THRU REGISTAR-AUDITORIA-EXIT
           END-IF.

      *    ---- the batch to the GL in the execution month: each      ----*
      *    ---- account cleared by what was paid off it, the bank     ----*
      *    ---- credited with the money that left.                    ----*
           LANCAR-PAGAMENTOS-GL.

           MOVE "PAYABLES" TO GL-PROGRAMA.
           MOVE DATA-EXECUCAO TO DATA-AAAAMMDD.
           MOVE SPACES TO GL-PERIODO.
           STRING DPT-ANO DPT-MES DELIMITED BY SIZE INTO GL-PERIODO.
           PERFORM LANCAR-CONTA-PAGA
               VARYING GLA-IDX FROM 1 BY 1
               UNTIL GLA-IDX > GLA-COUNT.
           MOVE "TES-BANCO" TO GL-CHAVE-CONTA.
           MOVE "C" TO GL-DC.
           MOVE TOTAL-TRANSFERIDO TO GL-MONTANTE.
           PERFORM REGISTAR-LANCAMENTO THRU REGISTAR-LANCAMENTO-EXIT.
           PERFORM LIBERTAR-DIARIO THRU LIBERTAR-DIARIO-EXIT.

           LANCAR-CONTA-PAGA.

           MOVE GLA-TBL-CHAVE (GLA-IDX) TO GL-CHAVE-CONTA.
           MOVE "D" TO GL-DC.
           MOVE GLA-TBL-DEBITO (GLA-IDX) TO GL-MONTANTE.
           PERFORM REGISTAR-LANCAMENTO THRU REGISTAR-LANCAMENTO-EXIT.
           MOVE "C" TO GL-DC.
           MOVE GLA-TBL-CREDITO (GLA-IDX) TO GL-MONTANTE.
           PERFORM REGISTAR-LANCAMENTO THRU REGISTAR-LANCAMENTO-EXIT.

      *    ---- the invoices paid go to L on FACTURAS-A-PAGAR.txt,    ----*
      *    ---- the claims netted come off OPEN-CLAIMS.txt. a file    ----*
      *    ---- that did not fit in core is left alone and logged --  ----*
      *    ---- the register already holds them as paid.              ----*
           ACTUALIZAR-FACTURAS.

           IF FACTURAS-ALTERADAS = "N"
               GO TO ACTUALIZAR-FACTURAS-EXIT
           END-IF.
           IF FAP-CHEIO = "Y"
               MOVE "PAYABLES" TO ERR-PROGRAMA
               MOVE "E28" TO ERR-CODIGO
               MOVE "FACTURAS-A-PAGAR excede a tabela - nao actualizado"
                   TO ERR-MENSAGEM
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               GO TO ACTUALIZAR-FACTURAS-EXIT
           END-IF.
           OPEN OUTPUT FACTURAS-A-PAGAR.
           PERFORM GRAVAR-FACTURA
               VARYING FAP-IDX FROM 1 BY 1
               UNTIL FAP-IDX > FAP-COUNT.
           CLOSE FACTURAS-A-PAGAR.

           ACTUALIZAR-FACTURAS-EXIT.
               EXIT.

           GRAVAR-FACTURA.

           MOVE SPACES TO FACTURAS-A-PAGAR-FILE.
           MOVE FAP-TBL-EDITORA (FAP-IDX) TO FAP-EDITORA.
           MOVE FAP-TBL-NUMERO (FAP-IDX) TO FAP-NUMERO.
           MOVE FAP-TBL-VALOR (FAP-IDX) TO FAP-VALOR.
           MOVE FAP-TBL-DATA (FAP-IDX) TO FAP-DATA.
           MOVE FAP-TBL-ESTADO (FAP-IDX) TO FAP-ESTADO.
           WRITE FACTURAS-A-PAGAR-FILE.

           ACTUALIZAR-RECLAMACOES.

           IF RECLAMACOES-ALTERADAS = "N"
               GO TO ACTUALIZAR-RECLAMACOES-EXIT
           END-IF.
           IF OCL-CHEIO = "Y"
               MOVE "PAYABLES" TO ERR-PROGRAMA
               MOVE "E28" TO ERR-CODIGO
               MOVE "OPEN-CLAIMS excede a tabela - nao actualizado"
                   TO ERR-MENSAGEM
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               GO TO ACTUALIZAR-RECLAMACOES-EXIT
           END-IF.
           OPEN OUTPUT OPEN-CLAIMS.
           PERFORM GRAVAR-RECLAMACAO
               VARYING OCL-IDX FROM 1 BY 1
               UNTIL OCL-IDX > OCL-COUNT.
           CLOSE OPEN-CLAIMS.

           ACTUALIZAR-RECLAMACOES-EXIT.
               EXIT.

           GRAVAR-RECLAMACAO.

           IF OCL-TBL-PAGO (OCL-IDX) = "N"
               MOVE SPACES TO OPEN-CLAIMS-FILE
               MOVE OCL-TBL-NUMBER (OCL-IDX) TO OCL-NUMBER
               MOVE OCL-TBL-EDITORA (OCL-IDX) TO OCL-EDITORA
               MOVE OCL-TBL-VALOR (OCL-IDX) TO OCL-VALOR
               WRITE OPEN-CLAIMS-FILE
           END-IF.

      *    ---- the batch on PAYMENT-RUNS.txt, for the next batch     ----*
      *    ---- number and for BANKREC to match the bank's debit.     ----*
           REGISTAR-LOTE.

           OPEN EXTEND PAYMENT-RUNS.
           IF PAYMENT-RUNS-STATUS = "05" OR
              PAYMENT-RUNS-STATUS = "35"
               OPEN OUTPUT PAYMENT-RUNS
               CLOSE PAYMENT-RUNS
               OPEN EXTEND PAYMENT-RUNS
           END-IF.
           MOVE SPACES TO PAYMENT-RUNS-RECORD.
           MOVE LOTE-ATUAL TO PRL-LOTE.
           MOVE HOJE-YYYYMMDD TO PRL-DATA-RUN.
           MOVE DATA-EXECUCAO TO PRL-DATA-EXECUCAO.
           MOVE TRANSFERENCIAS TO PRL-TRANSFERENCIAS.
           MOVE TOTAL-TRANSFERIDO TO PRL-TOTAL.
           MOVE SEPA-FILENAME TO PRL-FICHEIRO.
           WRITE PAYMENT-RUNS-RECORD.
           CLOSE PAYMENT-RUNS.

           MOVE TRANSFERENCIAS TO ED-CONTA-1.
           MOVE TOTAL-TRANSFERIDO TO ED-VALOR.
           DISPLAY "PAYABLES - LOTE " LOTE-ATUAL " " ED-CONTA-1
               " TRANSFERENCIAS NO VALOR DE " ED-VALOR
               " EM " SEPA-FILENAME.

      *    ---- the register back whole, less the settled lines past  ----*
      *    ---- their two years.                                      ----*
           GRAVAR-REGISTO.

           OPEN OUTPUT PAYABLES-REGISTER.
           IF PAYABLES-REGISTER-STATUS NOT = "00"
               MOVE "PAYABLES" TO ERR-PROGRAMA
               MOVE "E01" TO ERR-CODIGO
               MOVE "erro a gravar PAYABLES-REGISTER.txt - status "
                   TO ERR-MENSAGEM
               MOVE PAYABLES-REGISTER-STATUS TO ERR-MENSAGEM (47:2)
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               GO TO GRAVAR-REGISTO-EXIT
           END-IF.
           PERFORM GRAVAR-ITEM-REGISTO
               VARYING CXP-IDX FROM 1 BY 1
               UNTIL CXP-IDX > CXP-COUNT.
           CLOSE PAYABLES-REGISTER.

           GRAVAR-REGISTO-EXIT.
               EXIT.

           GRAVAR-ITEM-REGISTO.

           IF CXP-TBL-DATA-PAGAMENTO (CXP-IDX) > ZERO
               MOVE CXP-TBL-DATA-PAGAMENTO (CXP-IDX) TO DATA-REFERENCIA
           ELSE
               MOVE CXP-TBL-DATA-REGISTO (CXP-IDX) TO DATA-REFERENCIA
           END-IF.
           IF CXP-TBL-ESTADO (CXP-IDX) NOT = "A"
                   AND DATA-REFERENCIA < LIMITE-PURGA
               ADD 1 TO REGISTO-REJEITADOS
           ELSE
               MOVE SPACES TO PAYABLES-REGISTER-RECORD
               MOVE CXP-TBL-ORIGEM (CXP-IDX) TO CXP-ORIGEM
               MOVE CXP-TBL-REFERENCIA (CXP-IDX) TO CXP-REFERENCIA
               MOVE CXP-TBL-BENEFICIARIO (CXP-IDX) TO CXP-BENEFICIARIO
               MOVE CXP-TBL-NOME (CXP-IDX) TO CXP-NOME
               MOVE CXP-TBL-IBAN (CXP-IDX) TO CXP-IBAN
               MOVE CXP-TBL-DC (CXP-IDX) TO CXP-DC
               MOVE CXP-TBL-MONTANTE (CXP-IDX) TO CXP-MONTANTE
               MOVE CXP-TBL-VENCIMENTO (CXP-IDX) TO CXP-VENCIMENTO
               MOVE CXP-TBL-CONTA-GL (CXP-IDX) TO CXP-CONTA-GL
               MOVE CXP-TBL-ESTADO (CXP-IDX) TO CXP-ESTADO
               MOVE CXP-TBL-DATA-REGISTO (CXP-IDX) TO CXP-DATA-REGISTO
               MOVE CXP-TBL-PROGRAMA (CXP-IDX) TO CXP-PROGRAMA
               MOVE CXP-TBL-LOTE (CXP-IDX) TO CXP-LOTE
               MOVE CXP-TBL-DATA-PAGAMENTO (CXP-IDX)
                   TO CXP-DATA-PAGAMENTO
               WRITE PAYABLES-REGISTER-RECORD
               ADD 1 TO REGISTO-GRAVADOS
           END-IF.

      *    ---- for the treasurer: every line still open after the    ----*
      *    ---- run and why -- not yet due, overdue, or held back     ----*
      *    ---- with its payee (no IBAN, a bad one, credits ahead).   ----*
           ESCREVER-POR-PAGAR.

           OPEN OUTPUT UNPAID-OUT.
           IF UNPAID-STATUS NOT = "00"
               MOVE "PAYABLES" TO ERR-PROGRAMA
               MOVE "E01" TO ERR-CODIGO
               MOVE "erro a abrir a listagem por pagar - status "
                   TO ERR-MENSAGEM
               MOVE UNPAID-STATUS TO ERR-MENSAGEM (44:2)
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
           ELSE
               MOVE SPACES TO UNPAID-LINE
               STRING "ITENS POR PAGAR  EXECUTADO " RUN-DATE-DISPLAY
                   DELIMITED BY SIZE INTO UNPAID-LINE
               WRITE UNPAID-LINE
               IF PAGAMENTO-ACTIVO = "Y"
                   MOVE DATA-LIMITE TO DATA-AAAAMMDD
                   PERFORM EDITAR-DATA
                   MOVE SPACES TO UNPAID-LINE
                   STRING "CORRIDA DE PAGAMENTO ATE " DATA-EDITADA
                       DELIMITED BY SIZE INTO UNPAID-LINE
                   WRITE UNPAID-LINE
               ELSE
                   MOVE "SEM CORRIDA DE PAGAMENTO - SO RECOLHA"
                       TO UNPAID-LINE
                   WRITE UNPAID-LINE
               END-IF
               MOVE SPACES TO UNPAID-LINE
               WRITE UNPAID-LINE
               MOVE SPACES TO UNPAID-LINE
               STRING "BENEFICIARIO                   ORI REFERENCIA"
                   "           VENCIMENTO D"
                   DELIMITED BY SIZE INTO UNPAID-LINE
               MOVE "VALOR  MOTIVO" TO UNPAID-LINE (77:13)
               WRITE UNPAID-LINE
               PERFORM ESCREVER-ITEM-POR-PAGAR
                   VARYING CXP-IDX FROM 1 BY 1
                   UNTIL CXP-IDX > CXP-COUNT
               MOVE SPACES TO UNPAID-LINE
               WRITE UNPAID-LINE
               MOVE POR-PAGAR-ITENS TO ED-CONTA-1
               MOVE POR-PAGAR-DEBITOS TO ED-VALOR
               MOVE POR-PAGAR-CREDITOS TO ED-VALOR-2
               MOVE SPACES TO UNPAID-LINE
               STRING "ITENS " ED-CONTA-1 "  A PAGAR " ED-VALOR
                   "  A RECEBER " ED-VALOR-2
                   DELIMITED BY SIZE INTO UNPAID-LINE
               WRITE UNPAID-LINE
               MOVE POR-PAGAR-VENCIDO TO ED-VALOR
               MOVE SPACES TO UNPAID-LINE
               STRING "DOS QUAIS VENCIDOS A PAGAR " ED-VALOR
                   DELIMITED BY SIZE INTO UNPAID-LINE
               WRITE UNPAID-LINE
               CLOSE UNPAID-OUT
           END-IF.

           ESCREVER-ITEM-POR-PAGAR.

           IF CXP-TBL-ESTADO (CXP-IDX) = "A"
               IF CXP-TBL-VENCIMENTO (CXP-IDX) < HOJE-YYYYMMDD
                   MOVE "VENCIDO" TO MOTIVO-ITEM
               ELSE
                   MOVE "A VENCER" TO MOTIVO-ITEM
               END-IF
               IF CXP-TBL-LIQ (CXP-IDX) > ZERO
                   MOVE CXP-TBL-LIQ (CXP-IDX) TO LIQ-IDX
                   MOVE LIQ-TBL-MOTIVO (LIQ-IDX) TO MOTIVO-ITEM
               END-IF
               MOVE CXP-TBL-BENEFICIARIO (CXP-IDX) TO PPL-BENEFICIARIO
               MOVE CXP-TBL-ORIGEM (CXP-IDX) TO PPL-ORIGEM
               MOVE CXP-TBL-REFERENCIA (CXP-IDX) TO PPL-REFERENCIA
               MOVE CXP-TBL-VENCIMENTO (CXP-IDX) TO DATA-AAAAMMDD
               PERFORM EDITAR-DATA
               MOVE DATA-EDITADA TO PPL-VENCIMENTO
               MOVE CXP-TBL-DC (CXP-IDX) TO PPL-DC
               MOVE CXP-TBL-MONTANTE (CXP-IDX) TO PPL-VALOR
               MOVE MOTIVO-ITEM TO PPL-MOTIVO
               MOVE POR-PAGAR-LINHA TO UNPAID-LINE
               WRITE UNPAID-LINE
               ADD 1 TO POR-PAGAR-ITENS
               IF CXP-TBL-DC (CXP-IDX) = "D"
                   ADD CXP-TBL-MONTANTE (CXP-IDX) TO POR-PAGAR-DEBITOS
                   IF CXP-TBL-VENCIMENTO (CXP-IDX) < HOJE-YYYYMMDD
                       ADD CXP-TBL-MONTANTE (CXP-IDX)
                           TO POR-PAGAR-VENCIDO
                   END-IF
               ELSE
                   ADD CXP-TBL-MONTANTE (CXP-IDX) TO POR-PAGAR-CREDITOS
               END-IF
           END-IF.

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
           COPY APPD.

       END PROGRAM PAYABLES.
