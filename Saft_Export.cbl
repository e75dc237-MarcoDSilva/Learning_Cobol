      *=======================================================================*
       IDENTIFICATION DIVISION.
      *=======================================================================*
       PROGRAM-ID. SAFTPT.
      *************************************************************************
      *************************************************************************
      *************************************************************************
      *                           IEFP SOLUTIONS                              *
      *OBJECTIVO:                                                             *
      *               EXPORTACAO SAF-T (PT) DA FACTURACAO                     *
      *               le o diario de documentos fiscais (facturas,            *
      *               facturas simplificadas e notas de credito dos           *
      *               alugueres, das multas, dos juros e dos livros),         *
      *               os mestres de clientes com o NIF e a tabela             *
      *               VAT-RATES.txt, e monta o ficheiro SAF-T (PT) do         *
      *               periodo pedido em SAFT-PARAM.txt. antes de o            *
      *               libertar confere o IVA por taxa e periodo contra        *
      *               VAT-CONTROL.txt e aponta cada documento com um          *
      *               campo obrigatorio em falta. havendo diferencas          *
      *               ou falhas o ficheiro fica retido e o relatorio          *
      *               diz porque.                                             *
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

      *    the export's parameters: the first and last YYYYMM to      *
      *    export and the company as the tax authority knows it. no   *
      *    file, no export.                                           *
           SELECT SAFT-PARAM-IN ASSIGN TO 'SAFT-PARAM.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SAFT-PARAM-STATUS.
      *    the control totals the invoicing programs append per run.  *
           SELECT VAT-CONTROL ASSIGN TO 'VAT-CONTROL.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VAT-CONTROL-STATUS.
      *    the two customer masters, read through for the NIF and the *
      *    address behind each document.                              *
           SELECT CUSTOMER-MASTER ASSIGN TO 'CUSTOMER-MASTER.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST_NUMBER
               FILE STATUS IS CUSTOMER-MASTER-STATUS.
           SELECT CLIENTES-LIVRO ASSIGN TO 'CLIENTES-LIVRO.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLI-CONTA
               FILE STATUS IS CLIENTES-LIVRO-STATUS.

      *    ---- dynamic so each period keeps its own files.           ----*
           SELECT SAFT-OUT ASSIGN DYNAMIC SAFT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SAFT-STATUS.
           SELECT SAFT-REPORT-OUT ASSIGN DYNAMIC SAFT-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SAFT-REPORT-STATUS.

      *    ---- shared facilities: run date/error log, VAT rates,     ----*
      *    ---- currency rates, the tax-document journal and the      ----*
      *    ---- suite run-status file.                                ----*
           COPY DATESEL.
           COPY VATSEL.
           COPY CURRSEL.
           COPY DFISEL.
           COPY RUNSTSEL.

      *=======================================================================*
                               DATA DIVISION.
      *=======================================================================*
                               FILE SECTION.

      *    the period (blank start: the month before the run month;   *
      *    blank end: the start month), the company NIF, name and     *
      *    address for the file header.                               *
           FD SAFT-PARAM-IN.
           01 SAFT-PARAM-RECORD.
               02 SFP-INICIO PIC X(6).
               02 SFP-FIM PIC X(6).
               02 SFP-NIF PIC X(9).
               02 SFP-NOME PIC X(40).
               02 SFP-MORADA PIC X(40).
               02 SFP-LOCALIDADE PIC X(20).
               02 SFP-CODIGO-POSTAL PIC X(8).

      *          ======== VAT control totals ========                  *
      *    same record as the posting programs write -- keep them in  *
      *    step.                                                      *
           FD VAT-CONTROL.
           01 VAT-CONTROL-FILE.
               02 VCT_PROGRAMA PIC X(8).
               02 FILLER PIC X(1).
               02 VCT_PERIODO PIC X(6).
               02 FILLER PIC X(1).
               02 VCT_CODIGO PIC X(3).
               02 FILLER PIC X(1).
               02 VCT_VALOR PIC S9(9)V99 SIGN LEADING SEPARATE.

      *          ======== customer master file ========                *
      *    same record as PROD2V1 and PROD2V3 carry -- keep in step.   *
           FD CUSTOMER-MASTER.
           01 CUSTOMER-MASTER-FILE.
               02 CUST_NUMBER PIC 9(6).
               02 CUST_NAME PIC A(20).
               02 CUST_RENTALS PIC 9(5).
               02 CUST_REVENUE PIC 9(7)V99.
               02 CUST_ACCT_TYPE PIC X(1).
               02 CUST_CREDIT_LIMIT PIC 9(7)V99.
               02 CUST_LICENCE PIC X(15).
               02 CUST_LICENCE_EXPIRY PIC 9(8).
               02 CUST_NIF PIC 9(9).
               02 CUST_BLOCKED PIC X(1).
               02 CUST_BLOCK_REASON PIC X(1).

      *          ======== book trade-account master ========           *
      *    same record as send_halp carries -- keep in step.           *
           FD CLIENTES-LIVRO.
           01 CLIENTES-LIVRO-FILE.
               02 CLI-CONTA PIC 9(6).
               02 CLI-NOME PIC A(30).
               02 CLI-NIF PIC 9(9).
               02 CLI-MORADA PIC A(40).
               02 CLI-PRAZO-DIAS PIC 9(3).
               02 CLI-DESCONTO PIC V999.
               02 CLI-ESTADO PIC X(1).

           FD SAFT-OUT.
           01 SAFT-LINE PIC X(160).

           FD SAFT-REPORT-OUT.
           01 SAFT-REPORT-LINE PIC X(132).

           COPY DATEFD.
           COPY VATFD.
           COPY CURRFD.
           COPY DFIFD.
           COPY RUNSTFD.

      *=======================================================================*
                           WORKING-STORAGE SECTION.

           COPY DATEWS.
           COPY VATWS.
           COPY CURRWS.
           COPY DFIWS.
           COPY NIFWS.
           COPY RUNSTWS.

       77  SAFT-PARAM-STATUS PIC X(2) VALUE SPACES.
       77  VAT-CONTROL-STATUS PIC X(2) VALUE SPACES.
       77  VAT-CONTROL-EOF PIC A(3) VALUE SPACES.
       77  CUSTOMER-MASTER-STATUS PIC X(2) VALUE SPACES.
       77  CUSTOMER-MASTER-EOF PIC A(3) VALUE SPACES.
       77  CLIENTES-LIVRO-STATUS PIC X(2) VALUE SPACES.
       77  CLIENTES-LIVRO-EOF PIC A(3) VALUE SPACES.
       77  DOCUMENTOS-FISCAIS-EOF PIC A(3) VALUE SPACES.
       77  SAFT-STATUS PIC X(2) VALUE SPACES.
       77  SAFT-REPORT-STATUS PIC X(2) VALUE SPACES.
       77  SAFT-FILENAME PIC X(40) VALUE SPACES.
       77  SAFT-REPORT-FILENAME PIC X(40) VALUE SPACES.

      *    ---- the period exported and the company behind it.        ----*
       77  PARAMETROS-OK PIC X(1) VALUE "N".
       77  FICHEIRO-LIBERADO PIC X(1) VALUE "N".
       01  SAFT-INICIO.
           02  SIN-ANO PIC 9(4).
           02  SIN-MES PIC 9(2).
       01  SAFT-FIM.
           02  SFI-ANO PIC 9(4).
           02  SFI-MES PIC 9(2).
       77  SAFT-ULTIMO-DIA PIC 9(2) VALUE ZERO.
       77  EMPRESA-NIF PIC 9(9) VALUE ZERO.
       77  EMPRESA-NOME PIC X(40) VALUE SPACES.
       77  EMPRESA-MORADA PIC X(40) VALUE SPACES.
       77  EMPRESA-LOCALIDADE PIC X(20) VALUE SPACES.
       77  EMPRESA-CODIGO-POSTAL PIC X(8) VALUE SPACES.

      *    ---- counts and totals over the period's documents; the    ----*
      *    ---- SAF-T totals are net of IVA, in euros -- credit notes ----*
      *    ---- on the debit side, invoices on the credit side.       ----*
       77  DOCS-LIDOS PIC 9(7) VALUE ZERO.
       77  DOCS-NO-PERIODO PIC 9(7) VALUE ZERO.
       77  DOCS-RETIDOS PIC 9(7) VALUE ZERO.
       77  DOCS-EXPORTADOS PIC 9(7) VALUE ZERO.
       77  FALHAS-GRAVES PIC 9(7) VALUE ZERO.
       77  AVISOS PIC 9(7) VALUE ZERO.
       77  DIFERENCAS-IVA PIC 9(3) VALUE ZERO.
       77  TOTAL-DEBITO PIC S9(11)V99 VALUE ZERO.
       77  TOTAL-CREDITO PIC S9(11)V99 VALUE ZERO.
       77  TOTAL-BASE PIC S9(11)V99 VALUE ZERO.
       77  TOTAL-IVA PIC S9(11)V99 VALUE ZERO.
       77  TOTAL-ISENTO PIC S9(11)V99 VALUE ZERO.
       77  TOTAL-BRUTO PIC S9(11)V99 VALUE ZERO.
       77  DIFERENCA-IVA PIC S9(11)V99 VALUE ZERO.

      *    ---- the document in hand: what's wrong with it, its       ----*
      *    ---- printed number and its amounts in euros.              ----*
       77  DOC-RETIDO PIC X(1) VALUE "N".
       77  DOC-VALORES-OK PIC X(1) VALUE "N".
       77  DOC-TRIBUTAVEL PIC X(1) VALUE "N".
       77  DOC-NUMERO-TEXTO PIC X(18) VALUE SPACES.
       77  FALHA-GRAVE PIC X(1) VALUE "N".
       77  FALHA-MOTIVO PIC X(45) VALUE SPACES.
       77  TAXA-TABELADA PIC X(1) VALUE "N".
       77  MOEDA-CONHECIDA PIC X(1) VALUE "S".
       77  CAMBIO-DOC PIC 9(3)V9999 VALUE ZERO.
       77  EUR-BASE PIC S9(9)V99 VALUE ZERO.
       77  EUR-IVA PIC S9(9)V99 VALUE ZERO.
       77  EUR-ISENTO PIC S9(9)V99 VALUE ZERO.
       77  EUR-TOTAL PIC S9(9)V99 VALUE ZERO.

      *    ---- the SAF-T customer behind a document: the master's    ----*
      *    ---- record where there is one, the document's own name    ----*
      *    ---- and NIF where not, the final consumer failing both.   ----*
       77  CLIENTE-ID PIC X(10) VALUE SPACES.
       77  CLIENTE-NUMERO PIC 9(6) VALUE ZERO.
       77  CLIENTE-NIF PIC 9(9) VALUE ZERO.
       77  CLIENTE-NOME PIC X(40) VALUE SPACES.
       77  CLIENTE-MORADA PIC X(40) VALUE SPACES.
       77  CLIENTE-ENCONTRADO PIC X(1) VALUE "N".
       77  CLIENTE-SEM-NIF PIC X(1) VALUE "N".
       77  CONSUMIDOR-FINAL-NIF PIC 9(9) VALUE 999999990.

      *    both masters in one table, A for the rental customers and  *
      *    L for the book trade accounts.                             *
       77  MST-COUNT PIC 9(4) VALUE ZERO.
       77  MST-IDX PIC 9(4) VALUE ZERO.
       77  MST-ATUAL PIC 9(4) VALUE ZERO.
       01  MESTRE-TABLE.
           02  MST-ENTRY OCCURS 1000 TIMES.
               03 MST-ORIGEM PIC X(1).
               03 MST-NUMERO PIC 9(6).
               03 MST-NOME PIC X(30).
               03 MST-NIF PIC 9(9).
               03 MST-MORADA PIC X(40).

      *    the customers the period's documents name, once each, for  *
      *    the MasterFiles section.                                   *
       77  REF-COUNT PIC 9(4) VALUE ZERO.
       77  REF-IDX PIC 9(4) VALUE ZERO.
       77  REF-ATUAL PIC 9(4) VALUE ZERO.
       01  REF-TABLE.
           02  REF-ENTRY OCCURS 1000 TIMES.
               03 REF-ID PIC X(10).
               03 REF-NIF PIC 9(9).
               03 REF-NOME PIC X(40).
               03 REF-MORADA PIC X(40).

      *    every document number seen, so one issued twice is caught. *
       77  VISTO-COUNT PIC 9(5) VALUE ZERO.
       77  VISTO-IDX PIC 9(5) VALUE ZERO.
       77  VISTO-ACHADO PIC X(1) VALUE "N".
       01  VISTO-CHAVE-ATUAL.
           02  VCA-TIPO PIC X(2).
           02  VCA-SERIE PIC X(4).
           02  VCA-NUMERO PIC 9(7).
       01  VISTO-TABLE.
           02  VISTO-CHAVE OCCURS 5000 TIMES PIC X(13).

      *    the products the invoicing programs put on a document --   *
      *    a new one is one more entry in PREPARAR-TABELAS; one not   *
      *    listed there still goes out, described by its code.        *
       77  PRD-COUNT PIC 9(2) VALUE ZERO.
       77  PRD-IDX PIC 9(2) VALUE ZERO.
       77  PRD-ATUAL PIC 9(2) VALUE ZERO.
       77  PRD-BUSCA PIC X(10) VALUE SPACES.
       01  PRD-TABLE.
           02  PRD-ENTRY OCCURS 20 TIMES.
               03 PRD-CODIGO PIC X(10).
               03 PRD-TIPO PIC X(1).
               03 PRD-DESCRICAO PIC X(30).
               03 PRD-USADO PIC X(1).

      *    the SAF-T tax codes the documents use, by rate.            *
       77  TXE-COUNT PIC 9(2) VALUE ZERO.
       77  TXE-IDX PIC 9(2) VALUE ZERO.
       77  TXE-ATUAL PIC 9(2) VALUE ZERO.
       77  TAXA-BUSCA PIC V999 VALUE ZERO.
       77  SAFT-CODIGO-TAXA PIC X(3) VALUE SPACES.
       77  SAFT-DESCRICAO-TAXA PIC X(20) VALUE SPACES.
       01  TXE-TABLE.
           02  TXE-ENTRY OCCURS 20 TIMES.
               03 TXE-CODIGO PIC X(3).
               03 TXE-TAXA PIC V999.
               03 TXE-DESCRICAO PIC X(20).

      *    one slot per period and IVA band: the documents' net IVA   *
      *    and the programs' own control totals. only the bands the   *
      *    documents carry are proved -- the calculator's CAL, say,   *
      *    issues no documents and stays out.                         *
       77  BANDA-COUNT PIC 9(2) VALUE ZERO.
       77  BANDA-IDX PIC 9(2) VALUE ZERO.
       77  BANDA-ACHADA PIC X(1) VALUE "N".
       77  BANDA-BUSCA PIC X(3) VALUE SPACES.
       01  BANDA-TABLE.
           02  BANDA-CODIGO OCCURS 10 TIMES PIC X(3).
       77  REC-COUNT PIC 9(3) VALUE ZERO.
       77  REC-IDX PIC 9(3) VALUE ZERO.
       77  REC-ATUAL PIC 9(3) VALUE ZERO.
       77  REC-BUSCA-PERIODO PIC X(6) VALUE SPACES.
       77  REC-BUSCA-CODIGO PIC X(3) VALUE SPACES.
       01  REC-TABLE.
           02  REC-ENTRY OCCURS 100 TIMES.
               03 REC-PERIODO PIC X(6).
               03 REC-CODIGO PIC X(3).
               03 REC-DOCS PIC 9(5).
               03 REC-BASE PIC S9(11)V99.
               03 REC-IVA-DOCS PIC S9(11)V99.
               03 REC-IVA-CONTROLO PIC S9(11)V99.

      *    ---- values as the XML wants them: no padding, a decimal   ----*
      *    ---- point, nothing the parser would choke on.             ----*
       77  VALOR-XML PIC 9(10)V99 VALUE ZERO.
       77  ED-VALOR-XML PIC Z(9)9.99.
       77  VALOR-XML-TEXTO PIC X(13) VALUE SPACES.
       77  PCT-XML PIC 9(3)V99 VALUE ZERO.
       77  ED-PCT-XML PIC ZZ9.99.
       77  ED-CAMBIO-XML PIC ZZ9.9999.
       77  ED-CONTAGEM-XML PIC Z(6)9.
       77  XML-BRANCOS PIC 9(2) VALUE ZERO.
       77  NOME-XML PIC X(40) VALUE SPACES.
       77  XML-INDENT PIC 9(2) VALUE ZERO.
       77  XML-POS PIC 9(3) VALUE ZERO.
       77  XML-TAG PIC X(30) VALUE SPACES.
       77  XML-VALOR PIC X(60) VALUE SPACES.
       77  LINHA-NUMERO PIC 9(1) VALUE ZERO.
       77  MORADA-XML PIC X(40) VALUE SPACES.
       77  LOCALIDADE-XML PIC X(40) VALUE SPACES.
       77  CODIGO-POSTAL-XML PIC X(8) VALUE SPACES.
       77  IMPOSTO-DESCRICAO PIC X(20) VALUE SPACES.
       01  DATA-ISO.
           02  DIS-ANO PIC 9(4).
           02  FILLER PIC X(1) VALUE "-".
           02  DIS-MES PIC 9(2).
           02  FILLER PIC X(1) VALUE "-".
           02  DIS-DIA PIC 9(2).
       01  DATA-ISO-HOJE PIC X(10) VALUE SPACES.
       01  DATA-ISO-INICIO PIC X(10) VALUE SPACES.
       01  DATA-ISO-FIM PIC X(10) VALUE SPACES.
       01  DATA-ISO-DOC PIC X(10) VALUE SPACES.

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

      *    ---- the report: one line per problem found, then the      ----*
      *    ---- reconciliation by period and band, then the verdict.  ----*
       01  FALHA-LINHA.
           02  FAL-DOCUMENTO PIC X(18).
           02  FILLER PIC X(1) VALUE SPACE.
           02  FAL-DATA PIC X(10).
           02  FILLER PIC X(2) VALUE SPACES.
           02  FAL-CLIENTE PIC X(24).
           02  FILLER PIC X(2) VALUE SPACES.
           02  FAL-SITUACAO PIC X(8).
           02  FILLER PIC X(2) VALUE SPACES.
           02  FAL-MOTIVO PIC X(45).

       01  RECONCILIACAO-LINHA.
           02  RCL-PERIODO PIC X(8).
           02  RCL-CODIGO PIC X(8).
           02  RCL-DOCS PIC Z(4)9.
           02  FILLER PIC X(2) VALUE SPACES.
           02  RCL-BASE PIC -(10)9.99.
           02  FILLER PIC X(2) VALUE SPACES.
           02  RCL-IVA-DOCS PIC -(10)9.99.
           02  FILLER PIC X(2) VALUE SPACES.
           02  RCL-IVA-CONTROLO PIC -(10)9.99.
           02  FILLER PIC X(2) VALUE SPACES.
           02  RCL-DIFERENCA PIC -(10)9.99.
           02  FILLER PIC X(2) VALUE SPACES.
           02  RCL-ESTADO PIC X(9).

       01  TOTAIS-LINHA.
           02  TTL-LABEL PIC X(20).
           02  TTL-VALOR PIC -(10)9.99.

       01  RESUMO-LINHA.
           02  RSL-LABEL-1 PIC X(23).
           02  RSL-DOCS PIC Z(6)9.
           02  RSL-LABEL-2 PIC X(12).
           02  RSL-RETIDOS PIC Z(6)9.
           02  RSL-LABEL-3 PIC X(11).
           02  RSL-AVISOS PIC Z(6)9.

       01  VEREDICTO-LINHA.
           02  VRL-TEXTO PIC X(19).
           02  VRL-FICHEIRO PIC X(40).

       01  RETIDO-LINHA.
           02  RTL-LABEL-1 PIC X(18).
           02  RTL-FALHAS PIC Z(6)9.
           02  RTL-LABEL-2 PIC X(30).
           02  RTL-DIFERENCAS PIC ZZ9.
           02  RTL-LABEL-3 PIC X(20).

      *=======================================================================*
                             PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM ABRIR-ERROR-LOG.
           MOVE "SAFTPT" TO RST-PROGRAMA.
           PERFORM REGISTAR-INICIO-EXECUCAO
               THRU REGISTAR-INICIO-EXECUCAO-EXIT.
           PERFORM OBTER-DATA-EXECUCAO.
           DISPLAY "SAFTPT - RUN DATE: " RUN-DATE-DISPLAY.

           PERFORM LER-PARAMETROS THRU LER-PARAMETROS-EXIT.

           IF PARAMETROS-OK = "S"
               PERFORM CARREGAR-TABELA-IVA
                   THRU CARREGAR-TABELA-IVA-EXIT
               PERFORM CARREGAR-CAMBIOS
               PERFORM CARREGAR-MESTRES
               PERFORM PREPARAR-TABELAS
               PERFORM ABRIR-RELATORIO
               PERFORM VALIDAR-DOCUMENTOS
               PERFORM SOMAR-CONTROLOS
               PERFORM ESCREVER-RECONCILIACAO
               IF DOCS-RETIDOS = ZERO AND DIFERENCAS-IVA = ZERO
                   PERFORM ESCREVER-SAFT THRU ESCREVER-SAFT-EXIT
               END-IF
               PERFORM ESCREVER-VEREDICTO
               CLOSE SAFT-REPORT-OUT
           END-IF.

           MOVE DOCS-NO-PERIODO TO RST-LIDOS.
           MOVE DOCS-EXPORTADOS TO RST-GRAVADOS.
           MOVE DOCS-RETIDOS TO RST-REJEITADOS.
           MOVE TOTAL-BRUTO TO RST-VALOR.
           IF FICHEIRO-LIBERADO = "S"
               MOVE "OK" TO RST-RESULTADO
           ELSE
               MOVE "ERRO" TO RST-RESULTADO
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM REGISTAR-FIM-EXECUCAO
               THRU REGISTAR-FIM-EXECUCAO-EXIT.

           CLOSE ERROR-LOG.
           STOP RUN.

      *    ---- the period and the company. a missing file, a period  ----*
      *    ---- that makes no sense or a company NIF that fails its   ----*
      *    ---- check digit stops the export before it reads a thing. ----*
           LER-PARAMETROS.

           MOVE "N" TO PARAMETROS-OK.
           MOVE "SAFTPT" TO ERR-PROGRAMA.
           MOVE "E29" TO ERR-CODIGO.

           OPEN INPUT SAFT-PARAM-IN.
           IF SAFT-PARAM-STATUS NOT = "00"
               MOVE "parametros SAF-T em falta (SAFT-PARAM.txt)"
                   TO ERR-MENSAGEM
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               GO TO LER-PARAMETROS-EXIT
           END-IF.

           MOVE SPACES TO SAFT-PARAM-RECORD.
           READ SAFT-PARAM-IN
               AT END MOVE SPACES TO SAFT-PARAM-RECORD
           END-READ.
           CLOSE SAFT-PARAM-IN.

      *    no start month: the month just closed.                     *
           IF SFP-INICIO IS NUMERIC AND SFP-INICIO NOT = "000000"
               MOVE SFP-INICIO TO SAFT-INICIO
           ELSE
               IF RUN-DATE-MM = 1
                   COMPUTE SIN-ANO = RUN-DATE-YYYY - 1
                   MOVE 12 TO SIN-MES
               ELSE
                   MOVE RUN-DATE-YYYY TO SIN-ANO
                   COMPUTE SIN-MES = RUN-DATE-MM - 1
               END-IF
           END-IF.
           IF SFP-FIM IS NUMERIC AND SFP-FIM NOT = "000000"
               MOVE SFP-FIM TO SAFT-FIM
           ELSE
               MOVE SAFT-INICIO TO SAFT-FIM
           END-IF.

      *    one file never crosses a fiscal year.                      *
           IF SIN-MES < 1 OR SIN-MES > 12
                   OR SFI-MES < 1 OR SFI-MES > 12
                   OR SAFT-FIM < SAFT-INICIO
                   OR SFI-ANO NOT = SIN-ANO
               MOVE "periodo SAF-T invalido ou atravessa o ano"
                   TO ERR-MENSAGEM
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               GO TO LER-PARAMETROS-EXIT
           END-IF.

           MOVE ZERO TO NIF-NUMERO.
           IF SFP-NIF IS NUMERIC
               MOVE SFP-NIF TO NIF-NUMERO
           END-IF.
           PERFORM VALIDAR-NIF THRU VALIDAR-NIF-EXIT.
           IF NIF-VALIDO NOT = "S"
               MOVE "NIF da empresa invalido nos parametros SAF-T"
                   TO ERR-MENSAGEM
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               GO TO LER-PARAMETROS-EXIT
           END-IF.

           MOVE NIF-NUMERO TO EMPRESA-NIF.
           MOVE SFP-NOME TO EMPRESA-NOME.
           MOVE SFP-MORADA TO EMPRESA-MORADA.
           MOVE SFP-LOCALIDADE TO EMPRESA-LOCALIDADE.
           MOVE SFP-CODIGO-POSTAL TO EMPRESA-CODIGO-POSTAL.

           IF SAFT-INICIO = SAFT-FIM
               STRING "SAFT-PT-" SAFT-INICIO ".xml"
                   DELIMITED BY SIZE INTO SAFT-FILENAME
               STRING "SAFT-REPORT-" SAFT-INICIO ".txt"
                   DELIMITED BY SIZE INTO SAFT-REPORT-FILENAME
           ELSE
               STRING "SAFT-PT-" SAFT-INICIO "-" SAFT-FIM ".xml"
                   DELIMITED BY SIZE INTO SAFT-FILENAME
               STRING "SAFT-REPORT-" SAFT-INICIO "-" SAFT-FIM ".txt"
                   DELIMITED BY SIZE INTO SAFT-REPORT-FILENAME
           END-IF.

      *    the header dates: the first of the start month and the     *
      *    last calendar day of the end month.                        *
           MOVE RUN-DATE TO DATA-AAAAMMDD.
           PERFORM EDITAR-DATA-ISO.
           MOVE DATA-ISO TO DATA-ISO-HOJE.
           MOVE SIN-ANO TO DPT-ANO.
           MOVE SIN-MES TO DPT-MES.
           MOVE 1 TO DPT-DIA.
           PERFORM EDITAR-DATA-ISO.
           MOVE DATA-ISO TO DATA-ISO-INICIO.

           MOVE SFI-ANO TO VAL-ANO.
           MOVE SFI-MES TO VAL-MES.
           MOVE 31 TO SAFT-ULTIMO-DIA.
           MOVE "N" TO VAL-DATA-OK.
           PERFORM TESTAR-ULTIMO-DIA
               UNTIL VAL-DATA-OK = "S".
           MOVE SFI-ANO TO DPT-ANO.
           MOVE SFI-MES TO DPT-MES.
           MOVE SAFT-ULTIMO-DIA TO DPT-DIA.
           PERFORM EDITAR-DATA-ISO.
           MOVE DATA-ISO TO DATA-ISO-FIM.

           MOVE "S" TO PARAMETROS-OK.
           DISPLAY "SAFTPT - PERIODO: " SAFT-INICIO " A " SAFT-FIM.

           LER-PARAMETROS-EXIT.
               EXIT.

           TESTAR-ULTIMO-DIA.

           MOVE SAFT-ULTIMO-DIA TO VAL-DIA.
           PERFORM VALIDAR-DATA THRU VALIDAR-DATA-EXIT.
           IF VAL-DATA-OK NOT = "S"
               SUBTRACT 1 FROM SAFT-ULTIMO-DIA
           END-IF.

      *    ---- the exchange rates, for a document issued in another  ----*
      *    ---- currency; SAF-T carries euros only.                   ----*
           CARREGAR-CAMBIOS.

           MOVE "YYY" TO CURRENCY-RATES-EOF.
           OPEN INPUT CURRENCY-RATES.
           IF CURRENCY-RATES-STATUS = "00"
               MOVE SPACES TO CURRENCY-RATES-EOF
               PERFORM LOAD-CURRENCY-TABLE
               CLOSE CURRENCY-RATES
           END-IF.

      *    ---- both customer masters into MESTRE-TABLE. a master     ----*
      *    ---- that won't open leaves its customers unresolved, and  ----*
      *    ---- every document naming one says so on the report.      ----*
           CARREGAR-MESTRES.

           MOVE ZERO TO MST-COUNT.
           MOVE "YYY" TO CUSTOMER-MASTER-EOF.
           OPEN INPUT CUSTOMER-MASTER.
           IF CUSTOMER-MASTER-STATUS = "00"
               MOVE SPACES TO CUSTOMER-MASTER-EOF
               READ CUSTOMER-MASTER
                   AT END MOVE "YYY" TO CUSTOMER-MASTER-EOF
               END-READ
               PERFORM CONSTRUIR-MESTRE-ALUGUER
                   UNTIL CUSTOMER-MASTER-EOF = "YYY"
               CLOSE CUSTOMER-MASTER
           END-IF.

           MOVE "YYY" TO CLIENTES-LIVRO-EOF.
           OPEN INPUT CLIENTES-LIVRO.
           IF CLIENTES-LIVRO-STATUS = "00"
               MOVE SPACES TO CLIENTES-LIVRO-EOF
               READ CLIENTES-LIVRO
                   AT END MOVE "YYY" TO CLIENTES-LIVRO-EOF
               END-READ
               PERFORM CONSTRUIR-MESTRE-LIVRO
                   UNTIL CLIENTES-LIVRO-EOF = "YYY"
               CLOSE CLIENTES-LIVRO
           END-IF.

           CONSTRUIR-MESTRE-ALUGUER.

           IF MST-COUNT < 1000
               ADD 1 TO MST-COUNT
               MOVE "A" TO MST-ORIGEM (MST-COUNT)
               MOVE CUST_NUMBER TO MST-NUMERO (MST-COUNT)
               MOVE CUST_NAME TO MST-NOME (MST-COUNT)
               MOVE CUST_NIF TO MST-NIF (MST-COUNT)
               MOVE SPACES TO MST-MORADA (MST-COUNT)
           END-IF.
           READ CUSTOMER-MASTER
               AT END MOVE "YYY" TO CUSTOMER-MASTER-EOF
           END-READ.

           CONSTRUIR-MESTRE-LIVRO.

           IF MST-COUNT < 1000
               ADD 1 TO MST-COUNT
               MOVE "L" TO MST-ORIGEM (MST-COUNT)
               MOVE CLI-CONTA TO MST-NUMERO (MST-COUNT)
               MOVE CLI-NOME TO MST-NOME (MST-COUNT)
               MOVE CLI-NIF TO MST-NIF (MST-COUNT)
               MOVE CLI-MORADA TO MST-MORADA (MST-COUNT)
           END-IF.
           READ CLIENTES-LIVRO
               AT END MOVE "YYY" TO CLIENTES-LIVRO-EOF
           END-READ.

      *    ---- the products the invoicing programs issue and the     ----*
      *    ---- bands whose control totals the export proves.         ----*
           PREPARAR-TABELAS.

           MOVE "ALUGUER" TO PRD-CODIGO (1).
           MOVE "S" TO PRD-TIPO (1).
           MOVE "Aluguer de viatura" TO PRD-DESCRICAO (1).
           MOVE "DANOS" TO PRD-CODIGO (2).
           MOVE "S" TO PRD-TIPO (2).
           MOVE "Indemnizacao por danos" TO PRD-DESCRICAO (2).
           MOVE "JUROS" TO PRD-CODIGO (3).
           MOVE "S" TO PRD-TIPO (3).
           MOVE "Juros de mora" TO PRD-DESCRICAO (3).
           MOVE "TAXA-ADM" TO PRD-CODIGO (4).
           MOVE "S" TO PRD-TIPO (4).
           MOVE "Taxa administrativa de multa" TO PRD-DESCRICAO (4).
           MOVE "MULTA" TO PRD-CODIGO (5).
           MOVE "S" TO PRD-TIPO (5).
           MOVE "Multa de transito refacturada" TO PRD-DESCRICAO (5).
           MOVE "LIVROS" TO PRD-CODIGO (6).
           MOVE "P" TO PRD-TIPO (6).
           MOVE "Livros" TO PRD-DESCRICAO (6).
           MOVE 6 TO PRD-COUNT.
           PERFORM LIMPAR-PRODUTO-USADO
               VARYING PRD-IDX FROM 1 BY 1
               UNTIL PRD-IDX > PRD-COUNT.

           MOVE "ALU" TO BANDA-CODIGO (1).
           MOVE "LIV" TO BANDA-CODIGO (2).
           MOVE 2 TO BANDA-COUNT.

           MOVE ZERO TO TXE-COUNT.
           MOVE ZERO TO REC-COUNT.
           MOVE ZERO TO REF-COUNT.
           MOVE ZERO TO VISTO-COUNT.

           LIMPAR-PRODUTO-USADO.

           MOVE "N" TO PRD-USADO (PRD-IDX).

      *    ---- the report header and the exceptions heading; the     ----*
      *    ---- exceptions themselves are written as they are found.  ----*
           ABRIR-RELATORIO.

           OPEN OUTPUT SAFT-REPORT-OUT.
           IF SAFT-REPORT-STATUS NOT = "00"
               MOVE "SAFTPT" TO ERR-PROGRAMA
               MOVE "E01" TO ERR-CODIGO
               MOVE "erro a abrir o relatorio SAF-T - status "
                   TO ERR-MENSAGEM
               MOVE SAFT-REPORT-STATUS TO ERR-MENSAGEM (41:2)
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
           END-IF.

           MOVE SPACES TO SAFT-REPORT-LINE.
           STRING "EXPORTACAO SAF-T (PT) - PERIODO " SAFT-INICIO
               " A " SAFT-FIM "    DATA: " RUN-DATE-DISPLAY
               DELIMITED BY SIZE INTO SAFT-REPORT-LINE.
           WRITE SAFT-REPORT-LINE.
           MOVE SPACES TO SAFT-REPORT-LINE.
           WRITE SAFT-REPORT-LINE.
           MOVE "DOCUMENTOS COM CAMPOS EM FALTA OU INVALIDOS"
               TO SAFT-REPORT-LINE.
           WRITE SAFT-REPORT-LINE.
           MOVE SPACES TO FALHA-LINHA.
           MOVE "DOCUMENTO" TO FAL-DOCUMENTO.
           MOVE "DATA" TO FAL-DATA.
           MOVE "CLIENTE" TO FAL-CLIENTE.
           MOVE "SITUACAO" TO FAL-SITUACAO.
           MOVE "MOTIVO" TO FAL-MOTIVO.
           MOVE FALHA-LINHA TO SAFT-REPORT-LINE.
           WRITE SAFT-REPORT-LINE.

      *    ---- pass one over the journal: every document of the      ----*
      *    ---- period is checked, its customer resolved, its IVA     ----*
      *    ---- added to its band and its net to the file totals.     ----*
           VALIDAR-DOCUMENTOS.

           MOVE "YYY" TO DOCUMENTOS-FISCAIS-EOF.
           OPEN INPUT DOCUMENTOS-FISCAIS.
           IF DOCUMENTOS-FISCAIS-STATUS = "00"
               MOVE SPACES TO DOCUMENTOS-FISCAIS-EOF
               READ DOCUMENTOS-FISCAIS
                   AT END MOVE "YYY" TO DOCUMENTOS-FISCAIS-EOF
               END-READ
               PERFORM VALIDAR-DOCUMENTO
                   UNTIL DOCUMENTOS-FISCAIS-EOF = "YYY"
               CLOSE DOCUMENTOS-FISCAIS
           END-IF.

           IF FALHAS-GRAVES = ZERO AND AVISOS = ZERO
               MOVE "NENHUM" TO SAFT-REPORT-LINE
               WRITE SAFT-REPORT-LINE
           END-IF.

           VALIDAR-DOCUMENTO.

           ADD 1 TO DOCS-LIDOS.
           IF DFI-PERIODO NOT < SAFT-INICIO
                   AND DFI-PERIODO NOT > SAFT-FIM
               PERFORM EXAMINAR-DOCUMENTO
           END-IF.
           READ DOCUMENTOS-FISCAIS
               AT END MOVE "YYY" TO DOCUMENTOS-FISCAIS-EOF
           END-READ.

      *    ---- a fault in what SAF-T requires holds the file back;   ----*
      *    ---- one the file can carry (no NIF, no reference on a     ----*
      *    ---- credit note, a converted currency) is reported only.  ----*
           EXAMINAR-DOCUMENTO.

           ADD 1 TO DOCS-NO-PERIODO.
           MOVE "N" TO DOC-RETIDO.
           PERFORM MONTAR-NUMERO-DOCUMENTO.

           IF DFI-TIPO NOT = "FT" AND DFI-TIPO NOT = "FS"
                   AND DFI-TIPO NOT = "NC"
               MOVE "S" TO FALHA-GRAVE
               MOVE "TIPO DE DOCUMENTO INVALIDO" TO FALHA-MOTIVO
               PERFORM ANOTAR-FALHA
           END-IF.
           IF DFI-SERIE = SPACES
               MOVE "S" TO FALHA-GRAVE
               MOVE "SERIE EM FALTA" TO FALHA-MOTIVO
               PERFORM ANOTAR-FALHA
           END-IF.
           IF DFI-NUMERO IS NOT NUMERIC OR DFI-NUMERO = ZERO
               MOVE "S" TO FALHA-GRAVE
               MOVE "NUMERO DO DOCUMENTO EM FALTA" TO FALHA-MOTIVO
               PERFORM ANOTAR-FALHA
           ELSE
               PERFORM VERIFICAR-DUPLICADO
           END-IF.

           MOVE "N" TO VAL-DATA-OK.
           IF DFI-DATA IS NUMERIC
               MOVE DFI-DATA TO VAL-DATA-ENTRADA
               PERFORM VALIDAR-DATA THRU VALIDAR-DATA-EXIT
           END-IF.
           IF VAL-DATA-OK NOT = "S"
               MOVE "S" TO FALHA-GRAVE
               MOVE "DATA DO DOCUMENTO EM FALTA OU INVALIDA"
                   TO FALHA-MOTIVO
               PERFORM ANOTAR-FALHA
           END-IF.

           PERFORM VERIFICAR-VALORES.
           IF DOC-VALORES-OK = "S"
               PERFORM VERIFICAR-PARTES
               PERFORM ACUMULAR-DOCUMENTO
           END-IF.

           IF DFI-ORIGEM NOT = "A" AND DFI-ORIGEM NOT = "L"
                   AND DFI-ORIGEM NOT = "F"
               MOVE "S" TO FALHA-GRAVE
               MOVE "ORIGEM DO CLIENTE INVALIDA" TO FALHA-MOTIVO
               PERFORM ANOTAR-FALHA
           ELSE
               PERFORM VERIFICAR-CLIENTE
           END-IF.

           IF DFI-TIPO = "NC"
               IF DFI-REFERENCIA IS NOT NUMERIC
                       OR DFI-REFERENCIA = ZERO
                   MOVE "N" TO FALHA-GRAVE
                   MOVE "NOTA DE CREDITO SEM FACTURA DE ORIGEM"
                       TO FALHA-MOTIVO
                   PERFORM ANOTAR-FALHA
               END-IF
               IF DFI-MOTIVO = SPACES
                   MOVE "N" TO FALHA-GRAVE
                   MOVE "NOTA DE CREDITO SEM MOTIVO" TO FALHA-MOTIVO
                   PERFORM ANOTAR-FALHA
               END-IF
           END-IF.

           IF DOC-RETIDO = "S"
               ADD 1 TO DOCS-RETIDOS
           END-IF.

           MONTAR-NUMERO-DOCUMENTO.

           MOVE SPACES TO DOC-NUMERO-TEXTO.
           STRING DFI-TIPO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DFI-SERIE DELIMITED BY SPACE
               "/" DELIMITED BY SIZE
               DFI-NUMERO DELIMITED BY SIZE
               INTO DOC-NUMERO-TEXTO.

           VERIFICAR-DUPLICADO.

           MOVE DFI-TIPO TO VCA-TIPO.
           MOVE DFI-SERIE TO VCA-SERIE.
           MOVE DFI-NUMERO TO VCA-NUMERO.
           MOVE "N" TO VISTO-ACHADO.
           PERFORM TESTAR-VISTO
               VARYING VISTO-IDX FROM 1 BY 1
               UNTIL VISTO-IDX > VISTO-COUNT OR VISTO-ACHADO = "S".
           IF VISTO-ACHADO = "S"
               MOVE "S" TO FALHA-GRAVE
               MOVE "DOCUMENTO EM DUPLICADO NO DIARIO" TO FALHA-MOTIVO
               PERFORM ANOTAR-FALHA
           ELSE
               IF VISTO-COUNT < 5000
                   ADD 1 TO VISTO-COUNT
                   MOVE VISTO-CHAVE-ATUAL TO VISTO-CHAVE (VISTO-COUNT)
               END-IF
           END-IF.

           TESTAR-VISTO.

           IF VISTO-CHAVE (VISTO-IDX) = VISTO-CHAVE-ATUAL
               MOVE "S" TO VISTO-ACHADO
           END-IF.

      *    ---- the amounts must be there, positive as printed, and   ----*
      *    ---- add up: base plus IVA plus the exempt part is the     ----*
      *    ---- total.                                                ----*
           VERIFICAR-VALORES.

           MOVE "N" TO DOC-VALORES-OK.
           IF DFI-BASE IS NOT NUMERIC OR DFI-IVA IS NOT NUMERIC
                   OR DFI-ISENTO IS NOT NUMERIC
                   OR DFI-TOTAL IS NOT NUMERIC
               MOVE "S" TO FALHA-GRAVE
               MOVE "VALORES EM FALTA OU NAO NUMERICOS"
                   TO FALHA-MOTIVO
               PERFORM ANOTAR-FALHA
           ELSE
               IF DFI-BASE < ZERO OR DFI-IVA < ZERO
                       OR DFI-ISENTO < ZERO OR DFI-TOTAL < ZERO
                   MOVE "S" TO FALHA-GRAVE
                   MOVE "VALORES NEGATIVOS NO DOCUMENTO"
                       TO FALHA-MOTIVO
                   PERFORM ANOTAR-FALHA
               ELSE
                   IF DFI-TOTAL = ZERO
                       MOVE "S" TO FALHA-GRAVE
                       MOVE "DOCUMENTO SEM VALORES" TO FALHA-MOTIVO
                       PERFORM ANOTAR-FALHA
                   ELSE
                       IF DFI-BASE + DFI-IVA + DFI-ISENTO
                               NOT = DFI-TOTAL
                           MOVE "S" TO FALHA-GRAVE
                           MOVE "BASE, IVA E ISENTO NAO DAO O TOTAL"
                               TO FALHA-MOTIVO
                           PERFORM ANOTAR-FALHA
                       ELSE
                           MOVE "S" TO DOC-VALORES-OK
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    ---- each part needs its product; the taxable part needs   ----*
      *    ---- a band and rate VAT-RATES.txt knows.                  ----*
           VERIFICAR-PARTES.

           MOVE "N" TO DOC-TRIBUTAVEL.
           IF DFI-BASE NOT = ZERO OR DFI-IVA NOT = ZERO
               MOVE "S" TO DOC-TRIBUTAVEL
               IF DFI-PRODUTO = SPACES
                   MOVE "S" TO FALHA-GRAVE
                   MOVE "PRODUTO EM FALTA" TO FALHA-MOTIVO
                   PERFORM ANOTAR-FALHA
               ELSE
                   MOVE DFI-PRODUTO TO PRD-BUSCA
                   PERFORM MARCAR-PRODUTO
               END-IF
               PERFORM VERIFICAR-TAXA
           END-IF.

           IF DFI-ISENTO NOT = ZERO
               IF DFI-PRODUTO-ISENTO = SPACES
                   MOVE "S" TO FALHA-GRAVE
                   MOVE "PRODUTO DA PARTE ISENTA EM FALTA"
                       TO FALHA-MOTIVO
                   PERFORM ANOTAR-FALHA
               ELSE
                   MOVE DFI-PRODUTO-ISENTO TO PRD-BUSCA
                   PERFORM MARCAR-PRODUTO
               END-IF
               MOVE ZERO TO TAXA-BUSCA
               PERFORM MARCAR-TAXA
           END-IF.

           VERIFICAR-TAXA.

           MOVE "N" TO TAXA-TABELADA.
           IF DFI-CODIGO-IVA = SPACES
               MOVE "S" TO FALHA-GRAVE
               MOVE "CODIGO DE IVA EM FALTA" TO FALHA-MOTIVO
               PERFORM ANOTAR-FALHA
           ELSE
               IF DFI-TAXA IS NUMERIC
                   PERFORM TESTAR-TAXA-TABELADA
                       VARYING IVA-IDX FROM 1 BY 1
                       UNTIL IVA-IDX > IVA-RATE-COUNT
               END-IF
               IF TAXA-TABELADA = "S"
                   MOVE DFI-TAXA TO TAXA-BUSCA
                   PERFORM MARCAR-TAXA
               ELSE
                   MOVE "S" TO FALHA-GRAVE
                   MOVE "TAXA DE IVA NAO CONSTA DE VAT-RATES.txt"
                       TO FALHA-MOTIVO
                   PERFORM ANOTAR-FALHA
               END-IF
           END-IF.

           TESTAR-TAXA-TABELADA.

           IF IVA-TBL-CODE (IVA-IDX) = DFI-CODIGO-IVA
                   AND IVA-TBL-RATE (IVA-IDX) = DFI-TAXA
               MOVE "S" TO TAXA-TABELADA
           END-IF.

      *    ---- the document's IVA into its period and band (credit   ----*
      *    ---- notes net off), its net and gross into the totals.    ----*
           ACUMULAR-DOCUMENTO.

           IF DOC-TRIBUTAVEL = "S" AND DFI-CODIGO-IVA NOT = SPACES
               MOVE DFI-PERIODO TO REC-BUSCA-PERIODO
               MOVE DFI-CODIGO-IVA TO REC-BUSCA-CODIGO
               PERFORM ENCONTRAR-RECONCILIACAO
               MOVE DFI-CODIGO-IVA TO BANDA-BUSCA
               PERFORM ENCONTRAR-BANDA
               IF REC-ATUAL > ZERO
                   ADD 1 TO REC-DOCS (REC-ATUAL)
                   IF DFI-TIPO = "NC"
                       SUBTRACT DFI-BASE FROM REC-BASE (REC-ATUAL)
                       SUBTRACT DFI-IVA FROM REC-IVA-DOCS (REC-ATUAL)
                   ELSE
                       ADD DFI-BASE TO REC-BASE (REC-ATUAL)
                       ADD DFI-IVA TO REC-IVA-DOCS (REC-ATUAL)
                   END-IF
               END-IF
           END-IF.

           PERFORM CONVERTER-DOCUMENTO.
           IF MOEDA-CONHECIDA = "N"
               MOVE "S" TO FALHA-GRAVE
               MOVE SPACES TO FALHA-MOTIVO
               STRING "MOEDA " DFI-MOEDA
                   " SEM CAMBIO EM CURRENCY-RATES.txt"
                   DELIMITED BY SIZE INTO FALHA-MOTIVO
               PERFORM ANOTAR-FALHA
           ELSE
               IF DFI-MOEDA NOT = SPACES
                       AND DFI-MOEDA NOT = CURR-MOEDA-BASE
                   MOVE "N" TO FALHA-GRAVE
                   MOVE SPACES TO FALHA-MOTIVO
                   STRING "VALORES EM " DFI-MOEDA
                       " CONVERTIDOS PARA " CURR-MOEDA-BASE
                       DELIMITED BY SIZE INTO FALHA-MOTIVO
                   PERFORM ANOTAR-FALHA
               END-IF
           END-IF.

           IF DFI-TIPO = "NC"
               ADD EUR-BASE TO TOTAL-DEBITO
               ADD EUR-ISENTO TO TOTAL-DEBITO
               SUBTRACT EUR-BASE FROM TOTAL-BASE
               SUBTRACT EUR-IVA FROM TOTAL-IVA
               SUBTRACT EUR-ISENTO FROM TOTAL-ISENTO
               SUBTRACT EUR-TOTAL FROM TOTAL-BRUTO
           ELSE
               ADD EUR-BASE TO TOTAL-CREDITO
               ADD EUR-ISENTO TO TOTAL-CREDITO
               ADD EUR-BASE TO TOTAL-BASE
               ADD EUR-IVA TO TOTAL-IVA
               ADD EUR-ISENTO TO TOTAL-ISENTO
               ADD EUR-TOTAL TO TOTAL-BRUTO
           END-IF.

      *    ---- the document's amounts in euros: as they stand in     ----*
      *    ---- the home currency, at the table rate otherwise, each  ----*
      *    ---- part on its own and the gross their sum.              ----*
           CONVERTER-DOCUMENTO.

           MOVE "S" TO MOEDA-CONHECIDA.
           MOVE 1 TO CAMBIO-DOC.
           MOVE DFI-BASE TO EUR-BASE.
           MOVE DFI-IVA TO EUR-IVA.
           MOVE DFI-ISENTO TO EUR-ISENTO.
           MOVE DFI-TOTAL TO EUR-TOTAL.

           IF DFI-MOEDA NOT = SPACES AND DFI-MOEDA NOT = CURR-MOEDA-BASE
               MOVE "N" TO MOEDA-CONHECIDA
               PERFORM TESTAR-MOEDA
                   VARYING CURR-IDX FROM 1 BY 1
                   UNTIL CURR-IDX > CURR-RATE-COUNT
               IF MOEDA-CONHECIDA = "S"
                   COMPUTE EUR-BASE ROUNDED = DFI-BASE * CAMBIO-DOC
                   COMPUTE EUR-IVA ROUNDED = DFI-IVA * CAMBIO-DOC
                   COMPUTE EUR-ISENTO ROUNDED =
                           DFI-ISENTO * CAMBIO-DOC
                   COMPUTE EUR-TOTAL = EUR-BASE + EUR-IVA + EUR-ISENTO
               END-IF
           END-IF.

           TESTAR-MOEDA.

           IF CURR-TBL-CODE (CURR-IDX) = DFI-MOEDA
               MOVE "S" TO MOEDA-CONHECIDA
               MOVE CURR-TBL-RATE (CURR-IDX) TO CAMBIO-DOC
           END-IF.

           VERIFICAR-CLIENTE.

           PERFORM RESOLVER-CLIENTE THRU RESOLVER-CLIENTE-EXIT.
           IF DFI-ORIGEM NOT = "F"
               IF DFI-NOME = SPACES
                   MOVE "N" TO FALHA-GRAVE
                   MOVE "NOME DO CLIENTE EM FALTA" TO FALHA-MOTIVO
                   PERFORM ANOTAR-FALHA
               END-IF
               IF CLIENTE-ENCONTRADO = "N"
                   MOVE "N" TO FALHA-GRAVE
                   MOVE "CLIENTE NAO ENCONTRADO NO FICHEIRO MESTRE"
                       TO FALHA-MOTIVO
                   PERFORM ANOTAR-FALHA
               END-IF
               IF CLIENTE-SEM-NIF = "S"
                   MOVE "N" TO FALHA-GRAVE
                   MOVE "NIF DO CLIENTE EM FALTA OU INVALIDO"
                       TO FALHA-MOTIVO
                   PERFORM ANOTAR-FALHA
               END-IF
           END-IF.
           PERFORM REGISTAR-CLIENTE-REF.

      *    ---- the SAF-T customer for the document in hand. the      ----*
      *    ---- master wins on NIF and address; a customer with       ----*
      *    ---- neither a number nor a good NIF is the final consumer.----*
           RESOLVER-CLIENTE.

           MOVE "N" TO CLIENTE-ENCONTRADO.
           MOVE "N" TO CLIENTE-SEM-NIF.
           MOVE ZERO TO MST-ATUAL.
           MOVE ZERO TO CLIENTE-NUMERO.
           MOVE ZERO TO CLIENTE-NIF.
           MOVE SPACES TO CLIENTE-ID.
           MOVE SPACES TO CLIENTE-MORADA.
           MOVE DFI-NOME TO CLIENTE-NOME.

           IF DFI-ORIGEM NOT = "A" AND DFI-ORIGEM NOT = "L"
               PERFORM CLIENTE-CONSUMIDOR-FINAL
               GO TO RESOLVER-CLIENTE-EXIT
           END-IF.

           IF DFI-CLIENTE IS NUMERIC AND DFI-CLIENTE > ZERO
               MOVE DFI-CLIENTE TO CLIENTE-NUMERO
               PERFORM TESTAR-MESTRE-NUMERO
                   VARYING MST-IDX FROM 1 BY 1
                   UNTIL MST-IDX > MST-COUNT OR MST-ATUAL > ZERO
           ELSE
               IF DFI-NOME NOT = SPACES
                   PERFORM TESTAR-MESTRE-NOME
                       VARYING MST-IDX FROM 1 BY 1
                       UNTIL MST-IDX > MST-COUNT OR MST-ATUAL > ZERO
               END-IF
           END-IF.

           IF MST-ATUAL > ZERO
               MOVE "S" TO CLIENTE-ENCONTRADO
               MOVE MST-NUMERO (MST-ATUAL) TO CLIENTE-NUMERO
               IF MST-NOME (MST-ATUAL) NOT = SPACES
                   MOVE MST-NOME (MST-ATUAL) TO CLIENTE-NOME
               END-IF
               MOVE MST-MORADA (MST-ATUAL) TO CLIENTE-MORADA
               MOVE MST-NIF (MST-ATUAL) TO NIF-NUMERO
               PERFORM VALIDAR-NIF THRU VALIDAR-NIF-EXIT
               IF NIF-VALIDO = "S"
                   MOVE NIF-NUMERO TO CLIENTE-NIF
               END-IF
           END-IF.

           IF CLIENTE-NIF = ZERO AND DFI-NIF IS NUMERIC
               MOVE DFI-NIF TO NIF-NUMERO
               PERFORM VALIDAR-NIF THRU VALIDAR-NIF-EXIT
               IF NIF-VALIDO = "S"
                   MOVE NIF-NUMERO TO CLIENTE-NIF
               END-IF
           END-IF.

           IF CLIENTE-NIF = ZERO
               MOVE "S" TO CLIENTE-SEM-NIF
               MOVE CONSUMIDOR-FINAL-NIF TO CLIENTE-NIF
           END-IF.

           IF CLIENTE-NUMERO > ZERO
               STRING DFI-ORIGEM CLIENTE-NUMERO
                   DELIMITED BY SIZE INTO CLIENTE-ID
           ELSE
               IF CLIENTE-SEM-NIF = "N"
                   STRING "N" CLIENTE-NIF
                       DELIMITED BY SIZE INTO CLIENTE-ID
               ELSE
                   PERFORM CLIENTE-CONSUMIDOR-FINAL
               END-IF
           END-IF.

           RESOLVER-CLIENTE-EXIT.
               EXIT.

           CLIENTE-CONSUMIDOR-FINAL.

           MOVE "CF" TO CLIENTE-ID.
           MOVE CONSUMIDOR-FINAL-NIF TO CLIENTE-NIF.
           MOVE "Consumidor final" TO CLIENTE-NOME.
           MOVE SPACES TO CLIENTE-MORADA.

           TESTAR-MESTRE-NUMERO.

           IF MST-ORIGEM (MST-IDX) = DFI-ORIGEM
                   AND MST-NUMERO (MST-IDX) = DFI-CLIENTE
               MOVE MST-IDX TO MST-ATUAL
           END-IF.

           TESTAR-MESTRE-NOME.

           IF MST-ORIGEM (MST-IDX) = DFI-ORIGEM
                   AND MST-NOME (MST-IDX) = DFI-NOME
               MOVE MST-IDX TO MST-ATUAL
           END-IF.

           REGISTAR-CLIENTE-REF.

           MOVE ZERO TO REF-ATUAL.
           PERFORM TESTAR-CLIENTE-REF
               VARYING REF-IDX FROM 1 BY 1
               UNTIL REF-IDX > REF-COUNT OR REF-ATUAL > ZERO.
           IF REF-ATUAL = ZERO
               IF REF-COUNT < 1000
                   ADD 1 TO REF-COUNT
                   MOVE CLIENTE-ID TO REF-ID (REF-COUNT)
                   MOVE CLIENTE-NIF TO REF-NIF (REF-COUNT)
                   MOVE CLIENTE-NOME TO REF-NOME (REF-COUNT)
                   MOVE CLIENTE-MORADA TO REF-MORADA (REF-COUNT)
               ELSE
                   MOVE "S" TO FALHA-GRAVE
                   MOVE "CLIENTES A MAIS PARA A TABELA DO PERIODO"
                       TO FALHA-MOTIVO
                   PERFORM ANOTAR-FALHA
               END-IF
           END-IF.

           TESTAR-CLIENTE-REF.

           IF REF-ID (REF-IDX) = CLIENTE-ID
               MOVE REF-IDX TO REF-ATUAL
           END-IF.

      *    ---- a product by code, added on first sight -- described  ----*
      *    ---- by its code when PREPARAR-TABELAS doesn't know it.    ----*
           MARCAR-PRODUTO.

           PERFORM ENCONTRAR-PRODUTO.
           IF PRD-ATUAL > ZERO
               MOVE "S" TO PRD-USADO (PRD-ATUAL)
           END-IF.

           ENCONTRAR-PRODUTO.

           MOVE ZERO TO PRD-ATUAL.
           PERFORM TESTAR-PRODUTO
               VARYING PRD-IDX FROM 1 BY 1
               UNTIL PRD-IDX > PRD-COUNT OR PRD-ATUAL > ZERO.

           IF PRD-ATUAL = ZERO AND PRD-COUNT < 20
               ADD 1 TO PRD-COUNT
               MOVE PRD-BUSCA TO PRD-CODIGO (PRD-COUNT)
               MOVE "S" TO PRD-TIPO (PRD-COUNT)
               MOVE PRD-BUSCA TO PRD-DESCRICAO (PRD-COUNT)
               MOVE "N" TO PRD-USADO (PRD-COUNT)
               MOVE PRD-COUNT TO PRD-ATUAL
           END-IF.

           TESTAR-PRODUTO.

           IF PRD-CODIGO (PRD-IDX) = PRD-BUSCA
               MOVE PRD-IDX TO PRD-ATUAL
           END-IF.

      *    ---- a rate into the file's tax table, once per SAF-T code ----*
      *    ---- and percentage.                                       ----*
           MARCAR-TAXA.

           PERFORM CLASSIFICAR-TAXA.
           MOVE ZERO TO TXE-ATUAL.
           PERFORM TESTAR-TAXA-SAFT
               VARYING TXE-IDX FROM 1 BY 1
               UNTIL TXE-IDX > TXE-COUNT OR TXE-ATUAL > ZERO.
           IF TXE-ATUAL = ZERO AND TXE-COUNT < 20
               ADD 1 TO TXE-COUNT
               MOVE SAFT-CODIGO-TAXA TO TXE-CODIGO (TXE-COUNT)
               MOVE TAXA-BUSCA TO TXE-TAXA (TXE-COUNT)
               MOVE SAFT-DESCRICAO-TAXA TO TXE-DESCRICAO (TXE-COUNT)
           END-IF.

           TESTAR-TAXA-SAFT.

           IF TXE-CODIGO (TXE-IDX) = SAFT-CODIGO-TAXA
                   AND TXE-TAXA (TXE-IDX) = TAXA-BUSCA
               MOVE TXE-IDX TO TXE-ATUAL
           END-IF.

      *    ---- the SAF-T code for a rate: normal, intermediate and   ----*
      *    ---- reduced on the mainland and the islands, exempt at    ----*
      *    ---- zero.                                                 ----*
           CLASSIFICAR-TAXA.

           EVALUATE TAXA-BUSCA
               WHEN .230
               WHEN .220
               WHEN .160
                   MOVE "NOR" TO SAFT-CODIGO-TAXA
                   MOVE "Taxa normal" TO SAFT-DESCRICAO-TAXA
               WHEN .130
               WHEN .120
               WHEN .090
                   MOVE "INT" TO SAFT-CODIGO-TAXA
                   MOVE "Taxa intermedia" TO SAFT-DESCRICAO-TAXA
               WHEN .060
               WHEN .050
               WHEN .040
                   MOVE "RED" TO SAFT-CODIGO-TAXA
                   MOVE "Taxa reduzida" TO SAFT-DESCRICAO-TAXA
               WHEN ZERO
                   MOVE "ISE" TO SAFT-CODIGO-TAXA
                   MOVE "Isenta" TO SAFT-DESCRICAO-TAXA
               WHEN OTHER
                   MOVE "OUT" TO SAFT-CODIGO-TAXA
                   MOVE "Outra taxa" TO SAFT-DESCRICAO-TAXA
           END-EVALUATE.

      *    ---- one report line per problem; a grave one holds the    ----*
      *    ---- document, and with it the file.                       ----*
           ANOTAR-FALHA.

           MOVE SPACES TO FALHA-LINHA.
           MOVE DOC-NUMERO-TEXTO TO FAL-DOCUMENTO.
           IF DFI-DATA IS NUMERIC
               MOVE DFI-DATA TO DATA-AAAAMMDD
               MOVE DPT-DIA TO DED-DIA
               MOVE DPT-MES TO DED-MES
               MOVE DPT-ANO TO DED-ANO
               MOVE DATA-EDITADA TO FAL-DATA
           END-IF.
           MOVE DFI-NOME TO FAL-CLIENTE.
           MOVE FALHA-MOTIVO TO FAL-MOTIVO.
           IF FALHA-GRAVE = "S"
               MOVE "RETIDO" TO FAL-SITUACAO
               MOVE "S" TO DOC-RETIDO
               ADD 1 TO FALHAS-GRAVES
           ELSE
               MOVE "AVISO" TO FAL-SITUACAO
               ADD 1 TO AVISOS
           END-IF.
           MOVE FALHA-LINHA TO SAFT-REPORT-LINE.
           WRITE SAFT-REPORT-LINE.

      *    ---- the programs' own IVA totals for the period's bands   ----*
      *    ---- off VAT-CONTROL.txt.                                  ----*
           SOMAR-CONTROLOS.

           MOVE "YYY" TO VAT-CONTROL-EOF.
           OPEN INPUT VAT-CONTROL.

           IF VAT-CONTROL-STATUS = "00"
               MOVE SPACES TO VAT-CONTROL-EOF
               READ VAT-CONTROL
                   AT END MOVE "YYY" TO VAT-CONTROL-EOF
               END-READ
               PERFORM SOMAR-LINHA-CONTROLO
                   UNTIL VAT-CONTROL-EOF = "YYY"
               CLOSE VAT-CONTROL
           END-IF.

           SOMAR-LINHA-CONTROLO.

           IF VCT_PERIODO NOT < SAFT-INICIO
                   AND VCT_PERIODO NOT > SAFT-FIM
                   AND VCT_VALOR IS NUMERIC
               MOVE "N" TO BANDA-ACHADA
               PERFORM TESTAR-BANDA
                   VARYING BANDA-IDX FROM 1 BY 1
                   UNTIL BANDA-IDX > BANDA-COUNT
               IF BANDA-ACHADA = "S"
                   MOVE VCT_PERIODO TO REC-BUSCA-PERIODO
                   MOVE VCT_CODIGO TO REC-BUSCA-CODIGO
                   PERFORM ENCONTRAR-RECONCILIACAO
                   IF REC-ATUAL > ZERO
                       ADD VCT_VALOR TO REC-IVA-CONTROLO (REC-ATUAL)
                   END-IF
               END-IF
           END-IF.
           READ VAT-CONTROL
               AT END MOVE "YYY" TO VAT-CONTROL-EOF
           END-READ.

           TESTAR-BANDA.

           IF BANDA-CODIGO (BANDA-IDX) = VCT_CODIGO
               MOVE "S" TO BANDA-ACHADA
           END-IF.

           ENCONTRAR-BANDA.

           MOVE "N" TO BANDA-ACHADA.
           PERFORM TESTAR-BANDA-DOCUMENTO
               VARYING BANDA-IDX FROM 1 BY 1
               UNTIL BANDA-IDX > BANDA-COUNT.
           IF BANDA-ACHADA = "N" AND BANDA-COUNT < 10
               ADD 1 TO BANDA-COUNT
               MOVE BANDA-BUSCA TO BANDA-CODIGO (BANDA-COUNT)
           END-IF.

           TESTAR-BANDA-DOCUMENTO.

           IF BANDA-CODIGO (BANDA-IDX) = BANDA-BUSCA
               MOVE "S" TO BANDA-ACHADA
           END-IF.

           ENCONTRAR-RECONCILIACAO.

           MOVE ZERO TO REC-ATUAL.
           PERFORM TESTAR-RECONCILIACAO
               VARYING REC-IDX FROM 1 BY 1
               UNTIL REC-IDX > REC-COUNT OR REC-ATUAL > ZERO.

           IF REC-ATUAL = ZERO AND REC-COUNT < 100
               ADD 1 TO REC-COUNT
               MOVE REC-BUSCA-PERIODO TO REC-PERIODO (REC-COUNT)
               MOVE REC-BUSCA-CODIGO TO REC-CODIGO (REC-COUNT)
               MOVE ZERO TO REC-DOCS (REC-COUNT)
               MOVE ZERO TO REC-BASE (REC-COUNT)
               MOVE ZERO TO REC-IVA-DOCS (REC-COUNT)
               MOVE ZERO TO REC-IVA-CONTROLO (REC-COUNT)
               MOVE REC-COUNT TO REC-ATUAL
           END-IF.

           TESTAR-RECONCILIACAO.

           IF REC-PERIODO (REC-IDX) = REC-BUSCA-PERIODO
                   AND REC-CODIGO (REC-IDX) = REC-BUSCA-CODIGO
               MOVE REC-IDX TO REC-ATUAL
           END-IF.

      *    ---- the reconciliation: per period and band the           ----*
      *    ---- documents' IVA against the control figure; any        ----*
      *    ---- difference holds the file and lands on ERROR-LOG.txt. ----*
           ESCREVER-RECONCILIACAO.

           MOVE SPACES TO SAFT-REPORT-LINE.
           WRITE SAFT-REPORT-LINE.
           MOVE "RECONCILIACAO DO IVA COM VAT-CONTROL.txt"
               TO SAFT-REPORT-LINE.
           WRITE SAFT-REPORT-LINE.
           MOVE SPACES TO SAFT-REPORT-LINE.
           STRING "PERIODO CODIGO   DOCS    BASE TRIBUT.  IVA DOCUM"
               "ENTOS    IVA CONTROLO       DIFERENCA  ESTADO"
               DELIMITED BY SIZE INTO SAFT-REPORT-LINE.
           WRITE SAFT-REPORT-LINE.

           PERFORM ESCREVER-LINHA-RECONCILIACAO
               VARYING REC-IDX FROM 1 BY 1
               UNTIL REC-IDX > REC-COUNT.

           IF REC-COUNT = ZERO
               MOVE "NENHUM IVA NO PERIODO" TO SAFT-REPORT-LINE
               WRITE SAFT-REPORT-LINE
           END-IF.

           MOVE SPACES TO SAFT-REPORT-LINE.
           WRITE SAFT-REPORT-LINE.
           MOVE SPACES TO RESUMO-LINHA.
           MOVE "DOCUMENTOS NO PERIODO: " TO RSL-LABEL-1.
           MOVE DOCS-NO-PERIODO TO RSL-DOCS.
           MOVE "   RETIDOS: " TO RSL-LABEL-2.
           MOVE DOCS-RETIDOS TO RSL-RETIDOS.
           MOVE "   AVISOS: " TO RSL-LABEL-3.
           MOVE AVISOS TO RSL-AVISOS.
           MOVE RESUMO-LINHA TO SAFT-REPORT-LINE.
           WRITE SAFT-REPORT-LINE.
           MOVE SPACES TO TOTAIS-LINHA.
           MOVE "BASE TRIBUTAVEL EUR:" TO TTL-LABEL.
           MOVE TOTAL-BASE TO TTL-VALOR.
           MOVE TOTAIS-LINHA TO SAFT-REPORT-LINE.
           WRITE SAFT-REPORT-LINE.
           MOVE "IVA EUR:" TO TTL-LABEL.
           MOVE TOTAL-IVA TO TTL-VALOR.
           MOVE TOTAIS-LINHA TO SAFT-REPORT-LINE.
           WRITE SAFT-REPORT-LINE.
           MOVE "NAO SUJEITO EUR:" TO TTL-LABEL.
           MOVE TOTAL-ISENTO TO TTL-VALOR.
           MOVE TOTAIS-LINHA TO SAFT-REPORT-LINE.
           WRITE SAFT-REPORT-LINE.
           MOVE "TOTAL EUR:" TO TTL-LABEL.
           MOVE TOTAL-BRUTO TO TTL-VALOR.
           MOVE TOTAIS-LINHA TO SAFT-REPORT-LINE.
           WRITE SAFT-REPORT-LINE.

           ESCREVER-LINHA-RECONCILIACAO.

           COMPUTE DIFERENCA-IVA =
                   REC-IVA-DOCS (REC-IDX) - REC-IVA-CONTROLO (REC-IDX).

           MOVE SPACES TO RECONCILIACAO-LINHA.
           MOVE REC-PERIODO (REC-IDX) TO RCL-PERIODO.
           MOVE REC-CODIGO (REC-IDX) TO RCL-CODIGO.
           MOVE REC-DOCS (REC-IDX) TO RCL-DOCS.
           MOVE REC-BASE (REC-IDX) TO RCL-BASE.
           MOVE REC-IVA-DOCS (REC-IDX) TO RCL-IVA-DOCS.
           MOVE REC-IVA-CONTROLO (REC-IDX) TO RCL-IVA-CONTROLO.
           MOVE DIFERENCA-IVA TO RCL-DIFERENCA.

           IF DIFERENCA-IVA = ZERO
               MOVE "OK" TO RCL-ESTADO
           ELSE
               MOVE "DIFERENCA" TO RCL-ESTADO
               ADD 1 TO DIFERENCAS-IVA
               MOVE "SAFTPT" TO ERR-PROGRAMA
               MOVE "E29" TO ERR-CODIGO
               MOVE "IVA dos documentos difere do controlo -"
                   TO ERR-MENSAGEM
               MOVE REC-CODIGO (REC-IDX) TO ERR-MENSAGEM (41:3)
               MOVE REC-PERIODO (REC-IDX) TO ERR-MENSAGEM (45:6)
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
           END-IF.

           MOVE RECONCILIACAO-LINHA TO SAFT-REPORT-LINE.
           WRITE SAFT-REPORT-LINE.
           DISPLAY RECONCILIACAO-LINHA.

           ESCREVER-VEREDICTO.

           MOVE SPACES TO SAFT-REPORT-LINE.
           WRITE SAFT-REPORT-LINE.
           IF FICHEIRO-LIBERADO = "S"
               MOVE SPACES TO VEREDICTO-LINHA
               MOVE "FICHEIRO LIBERADO:" TO VRL-TEXTO
               MOVE SAFT-FILENAME TO VRL-FICHEIRO
               MOVE VEREDICTO-LINHA TO SAFT-REPORT-LINE
           ELSE
               MOVE SPACES TO RETIDO-LINHA
               MOVE "FICHEIRO RETIDO - " TO RTL-LABEL-1
               MOVE DOCS-RETIDOS TO RTL-FALHAS
               MOVE " DOCUMENTO(S) COM FALHAS E " TO RTL-LABEL-2
               MOVE DIFERENCAS-IVA TO RTL-DIFERENCAS
               MOVE " DIFERENCA(S) DE IVA" TO RTL-LABEL-3
               MOVE RETIDO-LINHA TO SAFT-REPORT-LINE
               MOVE "SAFTPT" TO ERR-PROGRAMA
               MOVE "E29" TO ERR-CODIGO
               MOVE "ficheiro SAF-T retido - ver relatorio do periodo"
                   TO ERR-MENSAGEM
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
           END-IF.
           WRITE SAFT-REPORT-LINE.
           DISPLAY SAFT-REPORT-LINE.

      *    ---- pass two, only for a clean period: the SAF-T (PT)     ----*
      *    ---- 1.04_01 file -- header, the customers, products and   ----*
      *    ---- tax rates the documents use, then the documents.      ----*
           ESCREVER-SAFT.

           OPEN OUTPUT SAFT-OUT.
           IF SAFT-STATUS NOT = "00"
               MOVE "SAFTPT" TO ERR-PROGRAMA
               MOVE "E01" TO ERR-CODIGO
               MOVE "erro a abrir o ficheiro SAF-T - status "
                   TO ERR-MENSAGEM
               MOVE SAFT-STATUS TO ERR-MENSAGEM (40:2)
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               GO TO ESCREVER-SAFT-EXIT
           END-IF.

           MOVE '<?xml version="1.0" encoding="UTF-8"?>' TO SAFT-LINE.
           WRITE SAFT-LINE.
           MOVE SPACES TO SAFT-LINE.
           STRING '<AuditFile xmlns="urn:OECD:StandardAuditFile-Tax:'
               'PT_1.04_01">'
               DELIMITED BY SIZE INTO SAFT-LINE.
           WRITE SAFT-LINE.

           PERFORM ESCREVER-CABECALHO-SAFT.

           MOVE 2 TO XML-INDENT.
           MOVE "MasterFiles" TO XML-TAG.
           PERFORM ABRIR-ELEMENTO.
           PERFORM ESCREVER-CLIENTE-SAFT
               VARYING REF-IDX FROM 1 BY 1
               UNTIL REF-IDX > REF-COUNT.
           PERFORM ESCREVER-PRODUTO-SAFT
               VARYING PRD-IDX FROM 1 BY 1
               UNTIL PRD-IDX > PRD-COUNT.
           MOVE 4 TO XML-INDENT.
           MOVE "TaxTable" TO XML-TAG.
           PERFORM ABRIR-ELEMENTO.
           PERFORM ESCREVER-TAXA-SAFT
               VARYING TXE-IDX FROM 1 BY 1
               UNTIL TXE-IDX > TXE-COUNT.
           MOVE 4 TO XML-INDENT.
           MOVE "TaxTable" TO XML-TAG.
           PERFORM FECHAR-ELEMENTO.
           MOVE 2 TO XML-INDENT.
           MOVE "MasterFiles" TO XML-TAG.
           PERFORM FECHAR-ELEMENTO.

           MOVE "SourceDocuments" TO XML-TAG.
           PERFORM ABRIR-ELEMENTO.
           MOVE 4 TO XML-INDENT.
           MOVE "SalesInvoices" TO XML-TAG.
           PERFORM ABRIR-ELEMENTO.
           MOVE 6 TO XML-INDENT.
           MOVE "NumberOfEntries" TO XML-TAG.
           MOVE DOCS-NO-PERIODO TO ED-CONTAGEM-XML.
           MOVE ZERO TO XML-BRANCOS.
           INSPECT ED-CONTAGEM-XML TALLYING XML-BRANCOS
               FOR LEADING SPACES.
           MOVE SPACES TO XML-VALOR.
           MOVE ED-CONTAGEM-XML (XML-BRANCOS + 1:) TO XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "TotalDebit" TO XML-TAG.
           MOVE TOTAL-DEBITO TO VALOR-XML.
           PERFORM ESCREVER-VALOR-XML.
           MOVE "TotalCredit" TO XML-TAG.
           MOVE TOTAL-CREDITO TO VALOR-XML.
           PERFORM ESCREVER-VALOR-XML.

           MOVE "YYY" TO DOCUMENTOS-FISCAIS-EOF.
           OPEN INPUT DOCUMENTOS-FISCAIS.
           IF DOCUMENTOS-FISCAIS-STATUS = "00"
               MOVE SPACES TO DOCUMENTOS-FISCAIS-EOF
               READ DOCUMENTOS-FISCAIS
                   AT END MOVE "YYY" TO DOCUMENTOS-FISCAIS-EOF
               END-READ
               PERFORM EXPORTAR-DOCUMENTO
                   UNTIL DOCUMENTOS-FISCAIS-EOF = "YYY"
               CLOSE DOCUMENTOS-FISCAIS
           END-IF.

           MOVE 4 TO XML-INDENT.
           MOVE "SalesInvoices" TO XML-TAG.
           PERFORM FECHAR-ELEMENTO.
           MOVE 2 TO XML-INDENT.
           MOVE "SourceDocuments" TO XML-TAG.
           PERFORM FECHAR-ELEMENTO.
           MOVE "</AuditFile>" TO SAFT-LINE.
           WRITE SAFT-LINE.

           CLOSE SAFT-OUT.
           MOVE "S" TO FICHEIRO-LIBERADO.

           ESCREVER-SAFT-EXIT.
               EXIT.

           ESCREVER-CABECALHO-SAFT.

           MOVE 2 TO XML-INDENT.
           MOVE "Header" TO XML-TAG.
           PERFORM ABRIR-ELEMENTO.
           MOVE 4 TO XML-INDENT.
           MOVE "AuditFileVersion" TO XML-TAG.
           MOVE "1.04_01" TO XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "CompanyID" TO XML-TAG.
           MOVE EMPRESA-NIF TO XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "TaxRegistrationNumber" TO XML-TAG.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "TaxAccountingBasis" TO XML-TAG.
           MOVE "F" TO XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "CompanyName" TO XML-TAG.
           MOVE EMPRESA-NOME TO NOME-XML.
           PERFORM ESCREVER-NOME-XML.
           MOVE "CompanyAddress" TO XML-TAG.
           PERFORM ABRIR-ELEMENTO.
           MOVE 6 TO XML-INDENT.
           MOVE EMPRESA-MORADA TO MORADA-XML.
           MOVE EMPRESA-LOCALIDADE TO LOCALIDADE-XML.
           MOVE EMPRESA-CODIGO-POSTAL TO CODIGO-POSTAL-XML.
           PERFORM ESCREVER-MORADA-XML.
           MOVE 4 TO XML-INDENT.
           MOVE "CompanyAddress" TO XML-TAG.
           PERFORM FECHAR-ELEMENTO.
           MOVE "FiscalYear" TO XML-TAG.
           MOVE SIN-ANO TO XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "StartDate" TO XML-TAG.
           MOVE DATA-ISO-INICIO TO XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "EndDate" TO XML-TAG.
           MOVE DATA-ISO-FIM TO XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "CurrencyCode" TO XML-TAG.
           MOVE CURR-MOEDA-BASE TO XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "DateCreated" TO XML-TAG.
           MOVE DATA-ISO-HOJE TO XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "TaxEntity" TO XML-TAG.
           MOVE "Global" TO XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "ProductCompanyTaxID" TO XML-TAG.
           MOVE EMPRESA-NIF TO XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "SoftwareCertificateNumber" TO XML-TAG.
           MOVE "0" TO XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "ProductID" TO XML-TAG.
           MOVE "IEFP SOLUTIONS/IEFP SOLUTIONS" TO XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "ProductVersion" TO XML-TAG.
           MOVE "1.0" TO XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE 2 TO XML-INDENT.
           MOVE "Header" TO XML-TAG.
           PERFORM FECHAR-ELEMENTO.

      *    ---- MORADA-XML, LOCALIDADE-XML and CODIGO-POSTAL-XML as   ----*
      *    ---- an address block; what the master doesn't hold goes   ----*
      *    ---- out as "Desconhecido", as the schema allows.          ----*
           ESCREVER-MORADA-XML.

           MOVE "AddressDetail" TO XML-TAG.
           MOVE MORADA-XML TO NOME-XML.
           IF NOME-XML = SPACES
               MOVE "Desconhecido" TO NOME-XML
           END-IF.
           PERFORM ESCREVER-NOME-XML.
           MOVE "City" TO XML-TAG.
           MOVE LOCALIDADE-XML TO NOME-XML.
           IF NOME-XML = SPACES
               MOVE "Desconhecido" TO NOME-XML
           END-IF.
           PERFORM ESCREVER-NOME-XML.
           MOVE "PostalCode" TO XML-TAG.
           MOVE CODIGO-POSTAL-XML TO NOME-XML.
           IF NOME-XML = SPACES
               MOVE "Desconhecido" TO NOME-XML
           END-IF.
           PERFORM ESCREVER-NOME-XML.
           MOVE "Country" TO XML-TAG.
           MOVE "PT" TO XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.

           ESCREVER-CLIENTE-SAFT.

           MOVE 4 TO XML-INDENT.
           MOVE "Customer" TO XML-TAG.
           PERFORM ABRIR-ELEMENTO.
           MOVE 6 TO XML-INDENT.
           MOVE "CustomerID" TO XML-TAG.
           MOVE REF-ID (REF-IDX) TO XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "AccountID" TO XML-TAG.
           MOVE "Desconhecido" TO XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "CustomerTaxID" TO XML-TAG.
           MOVE REF-NIF (REF-IDX) TO XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "CompanyName" TO XML-TAG.
           MOVE REF-NOME (REF-IDX) TO NOME-XML.
           IF NOME-XML = SPACES
               MOVE "Desconhecido" TO NOME-XML
           END-IF.
           PERFORM ESCREVER-NOME-XML.
           MOVE "BillingAddress" TO XML-TAG.
           PERFORM ABRIR-ELEMENTO.
           MOVE 8 TO XML-INDENT.
           MOVE REF-MORADA (REF-IDX) TO MORADA-XML.
           MOVE SPACES TO LOCALIDADE-XML.
           MOVE SPACES TO CODIGO-POSTAL-XML.
           PERFORM ESCREVER-MORADA-XML.
           MOVE 6 TO XML-INDENT.
           MOVE "BillingAddress" TO XML-TAG.
           PERFORM FECHAR-ELEMENTO.
           MOVE "SelfBillingIndicator" TO XML-TAG.
           MOVE "0" TO XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE 4 TO XML-INDENT.
           MOVE "Customer" TO XML-TAG.
           PERFORM FECHAR-ELEMENTO.

           ESCREVER-PRODUTO-SAFT.

           IF PRD-USADO (PRD-IDX) = "S"
               MOVE 4 TO XML-INDENT
               MOVE "Product" TO XML-TAG
               PERFORM ABRIR-ELEMENTO
               MOVE 6 TO XML-INDENT
               MOVE "ProductType" TO XML-TAG
               MOVE PRD-TIPO (PRD-IDX) TO XML-VALOR
               PERFORM ESCREVER-ELEMENTO
               MOVE "ProductCode" TO XML-TAG
               MOVE PRD-CODIGO (PRD-IDX) TO XML-VALOR
               PERFORM ESCREVER-ELEMENTO
               MOVE "ProductDescription" TO XML-TAG
               MOVE PRD-DESCRICAO (PRD-IDX) TO NOME-XML
               PERFORM ESCREVER-NOME-XML
               MOVE "ProductNumberCode" TO XML-TAG
               MOVE PRD-CODIGO (PRD-IDX) TO XML-VALOR
               PERFORM ESCREVER-ELEMENTO
               MOVE 4 TO XML-INDENT
               MOVE "Product" TO XML-TAG
               PERFORM FECHAR-ELEMENTO
           END-IF.

           ESCREVER-TAXA-SAFT.

           MOVE 6 TO XML-INDENT.
           MOVE "TaxTableEntry" TO XML-TAG.
           PERFORM ABRIR-ELEMENTO.
           MOVE 8 TO XML-INDENT.
           MOVE TXE-CODIGO (TXE-IDX) TO SAFT-CODIGO-TAXA.
           MOVE TXE-TAXA (TXE-IDX) TO TAXA-BUSCA.
           MOVE TXE-DESCRICAO (TXE-IDX) TO IMPOSTO-DESCRICAO.
           PERFORM ESCREVER-IMPOSTO-XML.
           MOVE 6 TO XML-INDENT.
           MOVE "TaxTableEntry" TO XML-TAG.
           PERFORM FECHAR-ELEMENTO.

      *    ---- the tax identification shared by the tax table and    ----*
      *    ---- every line: type, region, code, percentage -- and     ----*
      *    ---- the description, in the table only.                   ----*
           ESCREVER-IMPOSTO-XML.

           MOVE "TaxType" TO XML-TAG.
           MOVE "IVA" TO XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "TaxCountryRegion" TO XML-TAG.
           MOVE "PT" TO XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "TaxCode" TO XML-TAG.
           MOVE SAFT-CODIGO-TAXA TO XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           IF IMPOSTO-DESCRICAO NOT = SPACES
               MOVE "Description" TO XML-TAG
               MOVE IMPOSTO-DESCRICAO TO XML-VALOR
               PERFORM ESCREVER-ELEMENTO
           END-IF.
           MOVE "TaxPercentage" TO XML-TAG.
           COMPUTE PCT-XML = TAXA-BUSCA * 100.
           MOVE PCT-XML TO ED-PCT-XML.
           MOVE ZERO TO XML-BRANCOS.
           INSPECT ED-PCT-XML TALLYING XML-BRANCOS
               FOR LEADING SPACES.
           MOVE SPACES TO XML-VALOR.
           MOVE ED-PCT-XML (XML-BRANCOS + 1:) TO XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.

           EXPORTAR-DOCUMENTO.

           IF DFI-PERIODO NOT < SAFT-INICIO
                   AND DFI-PERIODO NOT > SAFT-FIM
               PERFORM ESCREVER-DOCUMENTO-SAFT
               ADD 1 TO DOCS-EXPORTADOS
           END-IF.
           READ DOCUMENTOS-FISCAIS
               AT END MOVE "YYY" TO DOCUMENTOS-FISCAIS-EOF
           END-READ.

      *    ---- one Invoice per document: the status block, the       ----*
      *    ---- customer, a line for the taxable part and one for the ----*
      *    ---- part outside IVA, and the document totals. no         ----*
      *    ---- certified signature is kept, so Hash goes out as 0.   ----*
           ESCREVER-DOCUMENTO-SAFT.

           PERFORM MONTAR-NUMERO-DOCUMENTO.
           PERFORM RESOLVER-CLIENTE THRU RESOLVER-CLIENTE-EXIT.
           PERFORM CONVERTER-DOCUMENTO.
           MOVE DFI-DATA TO DATA-AAAAMMDD.
           PERFORM EDITAR-DATA-ISO.
           MOVE DATA-ISO TO DATA-ISO-DOC.

           MOVE 6 TO XML-INDENT.
           MOVE "Invoice" TO XML-TAG.
           PERFORM ABRIR-ELEMENTO.
           MOVE 8 TO XML-INDENT.
           MOVE "InvoiceNo" TO XML-TAG.
           MOVE DOC-NUMERO-TEXTO TO XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "ATCUD" TO XML-TAG.
           MOVE "0" TO XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "DocumentStatus" TO XML-TAG.
           PERFORM ABRIR-ELEMENTO.
           MOVE 10 TO XML-INDENT.
           MOVE "InvoiceStatus" TO XML-TAG.
           MOVE "N" TO XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "InvoiceStatusDate" TO XML-TAG.
           PERFORM MONTAR-DATA-HORA-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "SourceID" TO XML-TAG.
           MOVE DFI-PROGRAMA TO XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "SourceBilling" TO XML-TAG.
           MOVE "P" TO XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE 8 TO XML-INDENT.
           MOVE "DocumentStatus" TO XML-TAG.
           PERFORM FECHAR-ELEMENTO.
           MOVE "Hash" TO XML-TAG.
           MOVE "0" TO XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "HashControl" TO XML-TAG.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "Period" TO XML-TAG.
           MOVE DPT-MES TO XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "InvoiceDate" TO XML-TAG.
           MOVE DATA-ISO-DOC TO XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "InvoiceType" TO XML-TAG.
           MOVE DFI-TIPO TO XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "SpecialRegimes" TO XML-TAG.
           PERFORM ABRIR-ELEMENTO.
           MOVE 10 TO XML-INDENT.
           MOVE "0" TO XML-VALOR.
           MOVE "SelfBillingIndicator" TO XML-TAG.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "CashVATSchemeIndicator" TO XML-TAG.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "ThirdPartiesBillingIndicator" TO XML-TAG.
           PERFORM ESCREVER-ELEMENTO.
           MOVE 8 TO XML-INDENT.
           MOVE "SpecialRegimes" TO XML-TAG.
           PERFORM FECHAR-ELEMENTO.
           MOVE "SourceID" TO XML-TAG.
           MOVE DFI-PROGRAMA TO XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "SystemEntryDate" TO XML-TAG.
           PERFORM MONTAR-DATA-HORA-XML.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "CustomerID" TO XML-TAG.
           MOVE CLIENTE-ID TO XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.

           MOVE ZERO TO LINHA-NUMERO.
           IF DFI-BASE NOT = ZERO OR DFI-IVA NOT = ZERO
               ADD 1 TO LINHA-NUMERO
               MOVE DFI-PRODUTO TO PRD-BUSCA
               MOVE EUR-BASE TO VALOR-XML
               MOVE DFI-TAXA TO TAXA-BUSCA
               PERFORM ESCREVER-LINHA-SAFT
           END-IF.
           IF DFI-ISENTO NOT = ZERO
               ADD 1 TO LINHA-NUMERO
               MOVE DFI-PRODUTO-ISENTO TO PRD-BUSCA
               MOVE EUR-ISENTO TO VALOR-XML
               MOVE ZERO TO TAXA-BUSCA
               PERFORM ESCREVER-LINHA-SAFT
           END-IF.

           MOVE 8 TO XML-INDENT.
           MOVE "DocumentTotals" TO XML-TAG.
           PERFORM ABRIR-ELEMENTO.
           MOVE 10 TO XML-INDENT.
           MOVE "TaxPayable" TO XML-TAG.
           MOVE EUR-IVA TO VALOR-XML.
           PERFORM ESCREVER-VALOR-XML.
           MOVE "NetTotal" TO XML-TAG.
           COMPUTE VALOR-XML = EUR-BASE + EUR-ISENTO.
           PERFORM ESCREVER-VALOR-XML.
           MOVE "GrossTotal" TO XML-TAG.
           MOVE EUR-TOTAL TO VALOR-XML.
           PERFORM ESCREVER-VALOR-XML.
           IF DFI-MOEDA NOT = SPACES AND DFI-MOEDA NOT = CURR-MOEDA-BASE
               PERFORM ESCREVER-MOEDA-XML
           END-IF.
           MOVE 8 TO XML-INDENT.
           MOVE "DocumentTotals" TO XML-TAG.
           PERFORM FECHAR-ELEMENTO.
           MOVE 6 TO XML-INDENT.
           MOVE "Invoice" TO XML-TAG.
           PERFORM FECHAR-ELEMENTO.

      *    ---- one document line: PRD-BUSCA the product, VALOR-XML   ----*
      *    ---- its net in euros, TAXA-BUSCA its rate. a credit note  ----*
      *    ---- debits and names the invoice it cancels; the part     ----*
      *    ---- outside IVA carries its exemption ground.             ----*
           ESCREVER-LINHA-SAFT.

           PERFORM ENCONTRAR-PRODUTO.
           PERFORM CLASSIFICAR-TAXA.
           PERFORM EDITAR-VALOR-XML.

           MOVE 8 TO XML-INDENT.
           MOVE "Line" TO XML-TAG.
           PERFORM ABRIR-ELEMENTO.
           MOVE 10 TO XML-INDENT.
           MOVE "LineNumber" TO XML-TAG.
           MOVE LINHA-NUMERO TO XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "ProductCode" TO XML-TAG.
           MOVE PRD-BUSCA TO XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "ProductDescription" TO XML-TAG.
           MOVE PRD-DESCRICAO (PRD-ATUAL) TO NOME-XML.
           PERFORM ESCREVER-NOME-XML.
           MOVE "Quantity" TO XML-TAG.
           MOVE "1" TO XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "UnitOfMeasure" TO XML-TAG.
           MOVE "UN" TO XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "UnitPrice" TO XML-TAG.
           MOVE VALOR-XML-TEXTO TO XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "TaxPointDate" TO XML-TAG.
           MOVE DATA-ISO-DOC TO XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.

           IF DFI-TIPO = "NC" AND DFI-REFERENCIA IS NUMERIC
                   AND DFI-REFERENCIA > ZERO
               MOVE "References" TO XML-TAG
               PERFORM ABRIR-ELEMENTO
               MOVE 12 TO XML-INDENT
               MOVE "Reference" TO XML-TAG
               MOVE SPACES TO XML-VALOR
               STRING "FT " DELIMITED BY SIZE
                   DFI-SERIE DELIMITED BY SPACE
                   "/" DELIMITED BY SIZE
                   DFI-REFERENCIA DELIMITED BY SIZE
                   INTO XML-VALOR
               PERFORM ESCREVER-ELEMENTO
               IF DFI-MOTIVO NOT = SPACES
                   MOVE "Reason" TO XML-TAG
                   MOVE DFI-MOTIVO TO NOME-XML
                   PERFORM ESCREVER-NOME-XML
               END-IF
               MOVE 10 TO XML-INDENT
               MOVE "References" TO XML-TAG
               PERFORM FECHAR-ELEMENTO
           END-IF.

           MOVE "Description" TO XML-TAG.
           MOVE PRD-DESCRICAO (PRD-ATUAL) TO NOME-XML.
           PERFORM ESCREVER-NOME-XML.
           IF DFI-TIPO = "NC"
               MOVE "DebitAmount" TO XML-TAG
           ELSE
               MOVE "CreditAmount" TO XML-TAG
           END-IF.
           MOVE VALOR-XML-TEXTO TO XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "Tax" TO XML-TAG.
           PERFORM ABRIR-ELEMENTO.
           MOVE 12 TO XML-INDENT.
           MOVE SPACES TO IMPOSTO-DESCRICAO.
           PERFORM ESCREVER-IMPOSTO-XML.
           MOVE 10 TO XML-INDENT.
           MOVE "Tax" TO XML-TAG.
           PERFORM FECHAR-ELEMENTO.
           IF SAFT-CODIGO-TAXA = "ISE"
               MOVE "TaxExemptionReason" TO XML-TAG
               MOVE "Artigo 16.o, n.o 6 do CIVA" TO XML-VALOR
               PERFORM ESCREVER-ELEMENTO
               MOVE "TaxExemptionCode" TO XML-TAG
               MOVE "M01" TO XML-VALOR
               PERFORM ESCREVER-ELEMENTO
           END-IF.
           MOVE 8 TO XML-INDENT.
           MOVE "Line" TO XML-TAG.
           PERFORM FECHAR-ELEMENTO.

      *    ---- a document in another currency: its own gross and     ----*
      *    ---- the rate it was converted at.                         ----*
           ESCREVER-MOEDA-XML.

           MOVE "Currency" TO XML-TAG.
           PERFORM ABRIR-ELEMENTO.
           MOVE 12 TO XML-INDENT.
           MOVE "CurrencyCode" TO XML-TAG.
           MOVE DFI-MOEDA TO XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "CurrencyAmount" TO XML-TAG.
           MOVE DFI-TOTAL TO VALOR-XML.
           PERFORM ESCREVER-VALOR-XML.
           MOVE "ExchangeRate" TO XML-TAG.
           MOVE CAMBIO-DOC TO ED-CAMBIO-XML.
           MOVE ZERO TO XML-BRANCOS.
           INSPECT ED-CAMBIO-XML TALLYING XML-BRANCOS
               FOR LEADING SPACES.
           MOVE SPACES TO XML-VALOR.
           MOVE ED-CAMBIO-XML (XML-BRANCOS + 1:) TO XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE 10 TO XML-INDENT.
           MOVE "Currency" TO XML-TAG.
           PERFORM FECHAR-ELEMENTO.

      *    ---- the XML writers: XML-INDENT spaces, then <XML-TAG>,   ----*
      *    ---- its XML-VALOR and the closing tag on the same line.   ----*
           ABRIR-ELEMENTO.

           MOVE SPACES TO SAFT-LINE.
           COMPUTE XML-POS = XML-INDENT + 1.
           STRING "<" DELIMITED BY SIZE
               XML-TAG DELIMITED BY SPACE
               ">" DELIMITED BY SIZE
               INTO SAFT-LINE WITH POINTER XML-POS.
           WRITE SAFT-LINE.

           FECHAR-ELEMENTO.

           MOVE SPACES TO SAFT-LINE.
           COMPUTE XML-POS = XML-INDENT + 1.
           STRING "</" DELIMITED BY SIZE
               XML-TAG DELIMITED BY SPACE
               ">" DELIMITED BY SIZE
               INTO SAFT-LINE WITH POINTER XML-POS.
           WRITE SAFT-LINE.

           ESCREVER-ELEMENTO.

           MOVE SPACES TO SAFT-LINE.
           COMPUTE XML-POS = XML-INDENT + 1.
           STRING "<" DELIMITED BY SIZE
               XML-TAG DELIMITED BY SPACE
               ">" DELIMITED BY SIZE
               XML-VALOR DELIMITED BY "  "
               "</" DELIMITED BY SIZE
               XML-TAG DELIMITED BY SPACE
               ">" DELIMITED BY SIZE
               INTO SAFT-LINE WITH POINTER XML-POS.
           WRITE SAFT-LINE.

           ESCREVER-VALOR-XML.

           PERFORM EDITAR-VALOR-XML.
           MOVE VALOR-XML-TEXTO TO XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.

           ESCREVER-NOME-XML.

           PERFORM LIMPAR-NOME-XML.
           MOVE NOME-XML TO XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.

           MONTAR-DATA-HORA-XML.

           MOVE SPACES TO XML-VALOR.
           STRING DATA-ISO-DOC "T00:00:00"
               DELIMITED BY SIZE INTO XML-VALOR.

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

           COPY DATEPD.
           COPY VATPD.
           COPY CURRPD.
           COPY NIFPD.
           COPY RUNSTPD.

       END PROGRAM SAFTPT.
