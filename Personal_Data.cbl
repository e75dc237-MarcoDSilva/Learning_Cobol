      *=======================================================================*
       IDENTIFICATION DIVISION.
      *=======================================================================*
       PROGRAM-ID. DADOSPES.
      *************************************************************************
      *************************************************************************
      *************************************************************************
      *                           IEFP SOLUTIONS                              *
      *OBJECTIVO:                                                             *
      *               PEDIDOS DOS TITULARES DE DADOS PESSOAIS                 *
      *               cada linha de SUBJECT-REQUESTS-IN.txt nomeia um         *
      *               cliente (C), empregado (E) ou aluno (S) pelo            *
      *               numero. em modo X junta num so relatorio tudo o         *
      *               que o sistema guarda sobre a pessoa - ficheiros         *
      *               mestre, facturas em aberto, alugueres, historico        *
      *               de salarios, notas, pautas e o trilho de                *
      *               auditoria. em modo A, passado o prazo de                *
      *               retencao, substitui nome e dados pessoais por um        *
      *               pseudonimo, sem tocar em valores, numeros de            *
      *               factura nem na contagem do trilho de auditoria.         *
      *               cada pedido fica registado em AUDIT-TRAIL.txt.          *
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

           SELECT SUBJECT-REQUESTS-IN
               ASSIGN TO 'SUBJECT-REQUESTS-IN.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REQUESTS-STATUS.

      *    dynamic so the report carries the period tag; appended to, *
      *    so a second run in the month keeps the first one's pages.  *
           SELECT SUBJECT-REPORT-OUT
               ASSIGN DYNAMIC SUBJECT-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUBJECT-REPORT-STATUS.

      *    ---- the masters are read by key and rewritten in place.   ----*
           SELECT CUSTOMER-MASTER ASSIGN TO 'CUSTOMER-MASTER.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST_NUMBER
               FILE STATUS IS CUSTOMER-MASTER-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO 'EMPLOYEE-MASTER.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MASTER-EMP-NUMBER
               FILE STATUS IS EMPLOYEE-MASTER-STATUS.
           SELECT STUDENT-REGISTER ASSIGN TO 'STUDENT-REGISTER.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-STUDENT-ID
               FILE STATUS IS STUDENT-REGISTER-STATUS.
           SELECT STUDENT-MASTER ASSIGN TO 'STUDENT-MASTER.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-KEY
               FILE STATUS IS STUDENT-MASTER-STATUS.

      *    ---- the sequential files the person turns up in.          ----*
           SELECT OPEN-INVOICES ASSIGN TO 'OPEN-INVOICES.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPEN-INVOICES-STATUS.
           SELECT RENTAL-HISTORY ASSIGN TO 'RENTAL-HISTORY.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RENTAL-HISTORY-STATUS.
           SELECT PAY-HISTORY ASSIGN TO 'PAY-HISTORY.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAY-HISTORY-STATUS.
           SELECT TRANSCRIPT-FILE ASSIGN TO 'TRANSCRIPT.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANSCRIPT-FILE-STATUS.

      *    a sequential file being anonymised is copied here and      *
      *    written back from it, line for line.                       *
           SELECT SUBJECT-WORK ASSIGN TO 'SUBJECT-WORK.tmp'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUBJECT-WORK-STATUS.

      *    ---- shared run-date/error-log facility, common to the      ----*
      *    ---- overnight batch suite.                                 ----*
           COPY DATESEL.
           COPY AUDITSEL.
           COPY RUNSTSEL.
           COPY LOCKSEL.

      *=======================================================================*
                               DATA DIVISION.
      *=======================================================================*
                               FILE SECTION.

      *          ======== the subjects' requests ========              *
      *    one line per request: C customer, E employee or S student, *
      *    the number the person is filed under, X export or A        *
      *    anonymise, and the reference the request came in under.    *
           FD SUBJECT-REQUESTS-IN.
           01 SUBJECT-REQUESTS-FILE.
               02 REQ-TIPO PIC X(1).
               02 REQ-NUMERO PIC 9(6).
               02 REQ-MODO PIC X(1).
               02 REQ-REFERENCIA PIC X(12).

           FD SUBJECT-REPORT-OUT.
           01 SUBJECT-LINE-OUT.
               02 SRL-FICHEIRO PIC X(22).
               02 SRL-CONTEUDO PIC X(110).

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

      *          ======== year-to-date employee master file ========   *
      *    same record as PROD1V1 and PROD1V2 carry -- keep in step.   *
           FD EMPLOYEE-MASTER.
           01 EMPLOYEE-MASTER-FILE.
               02 MASTER-NAME-KEY.
                   03 MASTER-LAST-NAME PIC A(9).
                   03 MASTER-FIRST-NAME PIC A(8).
               02 MASTER-YTD-GROSS PIC 9(7)V99.
               02 MASTER-YTD-DEDUCTIONS PIC 9(7)V99.
               02 MASTER-YTD-HOURS PIC 9(6)V99.
               02 MASTER-VAC-BALANCE PIC 9(3)V99.
               02 MASTER-SICK-BALANCE PIC 9(3)V99.
               02 MASTER-EMP-STATUS PIC X(1).
               02 MASTER-LAST-PERIOD PIC X(8).
               02 MASTER-HIRE-DATE PIC X(8).
               02 MASTER-TERM-DATE PIC X(8).
               02 MASTER-SUBSIDY-MODE PIC X(1).
               02 MASTER-SUBF-PAID PIC 9(5)V99.
               02 MASTER-SUBN-PAID PIC 9(5)V99.
               02 MASTER-SUBF-LAST PIC 9(5)V99.
               02 MASTER-SUBN-LAST PIC 9(5)V99.
               02 MASTER-ACCOUNT PIC X(12).
               02 MASTER-LAST-RATE PIC 9(2)V99.
               02 MASTER-NOTICE-DAYS PIC 9(3).
               02 MASTER-END-REASON PIC X(2).
               02 MASTER-SETTLED-DATE PIC X(8).
               02 MASTER-SETTLED-NET PIC 9(6)V99.
               02 MASTER-HOME-BRANCH PIC 9(2).
               02 MASTER-EMP-NUMBER PIC 9(6).
               02 MASTER-NIF PIC 9(9).
               02 MASTER-NISS PIC 9(11).
               02 MASTER-BIRTH-DATE PIC X(8).

      *          ======== student register ========                    *
      *    same record as PRODUCAO-6 carries -- keep in step.          *
           FD STUDENT-REGISTER.
           01 STUDENT-REGISTER-RECORD.
               02 REG-STUDENT-ID PIC 9(6).
               02 REG-FULL-NAME PIC X(40).
               02 REG-SHORT-NAME PIC A(20).
               02 REG-BIRTH-DATE PIC 9(8).
               02 REG-GUARDIAN-NAME PIC X(30).
               02 REG-GUARDIAN-PHONE PIC X(15).
               02 REG-ADDRESS PIC X(40).
               02 REG-POSTCODE PIC X(8).
               02 REG-TOWN PIC X(20).
               02 REG-STATUS PIC X(1).

      *          ======== student grades master ========               *
      *    same record as PRODUCAO-3 carries -- keep in step.          *
           FD STUDENT-MASTER.
           01 STUDENT-MASTER-RECORD.
               02 SM-KEY.
                   03 SM-STUDENT-ID PIC 9(6).
                   03 SM-TERM PIC 9(2).
                   03 SM-SUBJECT PIC X(4).
               02 SM-STUDENT-NAME PIC A(20).
               02 SM-FIRST-GRADE PIC Z9.
               02 SM-SECOND-GRADE PIC Z9.
               02 SM-THIRD-GRADE PIC Z9.
               02 SM-FOURTH-GRADE PIC Z9.
               02 SM-AVERAGE PIC Z9.99.
               02 SM-STATUS PIC X(9).

           FD OPEN-INVOICES.
           01 OPEN-INVOICES-FILE.
               02 OINV_NUMBER PIC 9(7).
               02 OINV_CLIENT PIC A(20).
               02 OINV_DATE PIC 9(8).
               02 OINV_TOTAL PIC 9(7)V99.
               02 OINV_PAID PIC 9(7)V99.
               02 OINV_ESTADO PIC X(1).
               02 OINV_BRANCH PIC 9(2).

           FD RENTAL-HISTORY.
           01 RENTAL-HISTORY-FILE.
               02 RHI_PLATE PIC X(8).
               02 RHI_CLIENT PIC A(20).
               02 RHI_CHECKOUT_DATE PIC 9(8).
               02 RHI_RETURN_DATE PIC 9(8).

      *          ======== weekly pay history ========                  *
      *    same record as PROD1V1 writes -- keep in step.              *
           FD PAY-HISTORY.
           01 PAY-HISTORY-FILE.
               02 PH-LAST-NAME PIC A(9).
               02 PH-FIRST-NAME PIC A(8).
               02 PH-WEEK-END PIC X(8).
               02 PH-GROSS PIC 9(6)V99.
               02 PH-OVERTIME PIC 9(5)V99.
               02 PH-SHIFT-DIFF PIC 9(5)V99.
               02 PH-TAX PIC 9(5)V99.
               02 PH-TAX-BAND PIC 9(2).
               02 PH-SOC-SEC PIC 9(5)V99.
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
               02 PH-EMP-NUMBER PIC 9(6).
               02 PH-PAY-STATUS PIC X(1).

           FD TRANSCRIPT-FILE.
           01 TRANSCRIPT-RECORD.
               02 TR-STUDENT-ID PIC 9(6).
               02 TR-TERM PIC 9(2).
               02 TR-AVERAGE PIC Z9.99.
               02 TR-STATUS PIC X(9).
               02 TR-SUBJECT PIC X(4).

           FD SUBJECT-WORK.
           01 SUBJECT-WORK-RECORD PIC X(150).

           COPY DATEFD.
           COPY AUDITFD.
           COPY RUNSTFD.
           COPY LOCKFD.

      *=======================================================================*
                           WORKING-STORAGE SECTION.

           COPY DATEWS.
           COPY AUDITWS.
           COPY BALANCEWS.
           COPY RUNSTWS.
           COPY LOCKWS.

       77  REQUESTS-STATUS PIC X(2) VALUE SPACES.
       77  REQUESTS-EOF PIC X(3) VALUE SPACES.
       77  SUBJECT-REPORT-STATUS PIC X(2) VALUE SPACES.
       77  SUBJECT-REPORT-FILENAME PIC X(34) VALUE SPACES.
       77  CUSTOMER-MASTER-STATUS PIC X(2) VALUE SPACES.
       77  EMPLOYEE-MASTER-STATUS PIC X(2) VALUE SPACES.
       77  STUDENT-REGISTER-STATUS PIC X(2) VALUE SPACES.
       77  STUDENT-MASTER-STATUS PIC X(2) VALUE SPACES.
       77  STUDENT-MASTER-EOF PIC X(3) VALUE SPACES.
       77  OPEN-INVOICES-STATUS PIC X(2) VALUE SPACES.
       77  RENTAL-HISTORY-STATUS PIC X(2) VALUE SPACES.
       77  PAY-HISTORY-STATUS PIC X(2) VALUE SPACES.
       77  TRANSCRIPT-FILE-STATUS PIC X(2) VALUE SPACES.
       77  SUBJECT-WORK-STATUS PIC X(2) VALUE SPACES.
       77  FICHEIRO-EOF PIC X(3) VALUE SPACES.
       77  WORK-EOF PIC X(3) VALUE SPACES.
       77  HOJE-YYYYMMDD PIC 9(8) VALUE ZERO.

       77  LINHAS-LIDAS PIC 9(7) VALUE ZERO.
       77  LINHAS-REGISTADAS PIC 9(7) VALUE ZERO.
       77  LINHAS-REJEITADAS PIC 9(7) VALUE ZERO.
       77  TOTAL-EXPORTADOS PIC 9(5) VALUE ZERO.
       77  TOTAL-ANONIMIZADOS PIC 9(5) VALUE ZERO.

      *    how long each kind of record must be kept after the        *
      *    relationship ends before it may be anonymised: a customer  *
      *    from the last invoice, rental or trail entry, an employee  *
      *    from the termination date, a student from leaving school.  *
       77  RETENCAO-CLIENTE-ANOS PIC 9(2) VALUE 10.
       77  RETENCAO-EMPREGADO-ANOS PIC 9(2) VALUE 10.
       77  RETENCAO-ALUNO-ANOS PIC 9(2) VALUE 05.
       77  LIMITE-RETENCAO PIC 9(8) VALUE ZERO.

      *    the request in hand. FASE L lists (and, in mode X, reports)*
      *    every record found; FASE A overwrites the personal fields. *
      *    the name is kept as it was on the master before any        *
      *    overwrite -- it is what the other files are matched on.    *
       77  FASE PIC X(1) VALUE "L".
       77  PEDIDO-RECUSADO PIC X(1) VALUE "N".
       77  RECUSA-CODIGO PIC X(4) VALUE SPACES.
       77  MOTIVO-RECUSA PIC X(30) VALUE SPACES.
       77  LINHA-DO-TITULAR PIC X(1) VALUE "N".
       77  REGISTOS-ENCONTRADOS PIC 9(5) VALUE ZERO.
       77  REGISTOS-ALTERADOS PIC 9(5) VALUE ZERO.
       77  FICHEIRO-ALTERADOS PIC 9(5) VALUE ZERO.
       77  FACTURAS-ABERTAS PIC 9(5) VALUE ZERO.
       77  ULTIMA-ACTIVIDADE PIC 9(8) VALUE ZERO.
       77  DATA-SAIDA PIC 9(8) VALUE ZERO.
       77  TITULAR-NOME PIC X(20) VALUE SPACES.
       77  TITULAR-LICENCA PIC X(15) VALUE SPACES.
       77  TITULAR-APELIDO PIC X(9) VALUE SPACES.
       77  TITULAR-PRIMEIRO PIC X(8) VALUE SPACES.
       77  TITULAR-CHAVE PIC X(6) VALUE SPACES.
       77  FICHEIRO-NOME PIC X(22) VALUE SPACES.

      *    the pseudonym the person is known by once anonymised:      *
      *    ANONIMO plus the type and number, so the person's lines    *
      *    still group together and no two people collide. employees  *
      *    carry it split over the two halves of the name key.        *
       01  PSEUDONIMO.
           02  PSEUD-PREFIXO PIC X(8) VALUE "ANONIMO ".
           02  PSEUD-TIPO PIC X(1) VALUE SPACES.
           02  PSEUD-NUMERO PIC 9(6) VALUE ZERO.
           02  FILLER PIC X(5) VALUE SPACES.
       01  PSEUD-EMPREGADO.
           02  PSEUD-APELIDO PIC X(9) VALUE "ANONIMO".
           02  PSEUD-PRIMEIRO.
               03 PSEUD-PRIMEIRO-TIPO PIC X(1) VALUE "E".
               03 PSEUD-PRIMEIRO-NUMERO PIC 9(6) VALUE ZERO.
               03 FILLER PIC X(1) VALUE SPACES.

      *    the trail's DD/MM/YYYY display date as YYYYMMDD (entries   *
      *    from before the four-digit upgrade read as the 2000s).     *
       01  DATA-TRILHO-X.
           02  DTR-ANO PIC X(4).
           02  DTR-MES PIC X(2).
           02  DTR-DIA PIC X(2).
       01  DATA-TRILHO REDEFINES DATA-TRILHO-X PIC 9(8).

       77  ED-VALOR-1 PIC Z(6)9.99.
       77  ED-VALOR-2 PIC Z(6)9.99.
       77  ED-VALOR-3 PIC Z(6)9.99.
       77  ED-CONTA PIC ZZZZ9.

      *=======================================================================*
                             PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM ABRIR-ERROR-LOG.
           PERFORM ABRIR-AUDIT-TRAIL.
      *    ---- only one DADOSPES may rewrite the files at a time:    ----*
      *    ---- take the run lock or refuse loudly.                   ----*
           MOVE "DADOSPES" TO LOCK-PROGRAMA.
           PERFORM OBTER-RUN-LOCK THRU OBTER-RUN-LOCK-EXIT.
           IF LOCK-OBTIDO = "N"
               DISPLAY "DADOSPES - JA EM EXECUCAO - RECUSADO"
               MOVE 8 TO RETURN-CODE
               CLOSE ERROR-LOG
                     AUDIT-TRAIL
               STOP RUN
           END-IF.

           MOVE "DADOSPES" TO RST-PROGRAMA.
           PERFORM REGISTAR-INICIO-EXECUCAO
               THRU REGISTAR-INICIO-EXECUCAO-EXIT.
           PERFORM OBTER-DATA-EXECUCAO.
           DISPLAY "DADOSPES - RUN DATE: " RUN-DATE-DISPLAY.

           COMPUTE HOJE-YYYYMMDD =
                   (RUN-DATE-YYYY * 10000)
                   + (RUN-DATE-MM * 100) + RUN-DATE-DD.
           STRING "SUBJECT-REPORT-" RUN-PERIOD-TAG ".txt"
               DELIMITED BY SIZE INTO SUBJECT-REPORT-FILENAME.

           OPEN EXTEND SUBJECT-REPORT-OUT.
           IF SUBJECT-REPORT-STATUS = "05" OR
              SUBJECT-REPORT-STATUS = "35"
               OPEN OUTPUT SUBJECT-REPORT-OUT
               CLOSE SUBJECT-REPORT-OUT
               OPEN EXTEND SUBJECT-REPORT-OUT
           END-IF.

           MOVE SPACES TO REQUESTS-EOF.
           OPEN INPUT SUBJECT-REQUESTS-IN.
           IF REQUESTS-STATUS NOT = "00"
               MOVE "YYY" TO REQUESTS-EOF
               DISPLAY "DADOSPES - SEM PEDIDOS."
           ELSE
               READ SUBJECT-REQUESTS-IN
                   AT END MOVE "YYY" TO REQUESTS-EOF
               END-READ
               PERFORM PROCESSAR-PEDIDO THRU PROCESSAR-PEDIDO-FIM
                   UNTIL REQUESTS-EOF = "YYY"
               CLOSE SUBJECT-REQUESTS-IN
           END-IF.

           CLOSE SUBJECT-REPORT-OUT.

           DISPLAY "DADOSPES - PEDIDOS " LINHAS-LIDAS
               " EXPORTADOS " TOTAL-EXPORTADOS
               " ANONIMIZADOS " TOTAL-ANONIMIZADOS
               " RECUSADOS " LINHAS-REJEITADAS.

           MOVE "DADOSPES" TO BAL-PROGRAMA.
           MOVE "E03" TO BAL-CODIGO-ERRO.
           MOVE LINHAS-LIDAS TO BAL-LIDOS.
           MOVE LINHAS-REGISTADAS TO BAL-GRAVADOS.
           MOVE LINHAS-REJEITADAS TO BAL-REJEITADOS.
           PERFORM VERIFICAR-BALANCEAMENTO
               THRU VERIFICAR-BALANCEAMENTO-EXIT.

      *    ---- one FIM line on RUN-STATUS.txt so the dashboard and  ----*
      *    ---- the audit reconciliation see a clean end -- this      ----*
      *    ---- program's audit lines all carry a zero value, and     ----*
      *    ---- the lines it rewrites keep theirs, so the control     ----*
      *    ---- total is zero too.                                    ----*
           MOVE LINHAS-LIDAS TO RST-LIDOS.
           MOVE LINHAS-REGISTADAS TO RST-GRAVADOS.
           MOVE LINHAS-REJEITADAS TO RST-REJEITADOS.
           MOVE ZERO TO RST-VALOR.
           MOVE "OK" TO RST-RESULTADO.
           PERFORM REGISTAR-FIM-EXECUCAO
               THRU REGISTAR-FIM-EXECUCAO-EXIT.

           PERFORM LIBERTAR-RUN-LOCK.

           CLOSE ERROR-LOG
                 AUDIT-TRAIL.
           STOP RUN.

      *    ---- one request: checked, headed on the report, worked    ----*
      *    ---- by its type, then either refused on the error log or  ----*
      *    ---- recorded on the audit trail.                          ----*
           PROCESSAR-PEDIDO.

           ADD 1 TO LINHAS-LIDAS.
           MOVE "N" TO PEDIDO-RECUSADO.
           MOVE SPACES TO RECUSA-CODIGO
                          MOTIVO-RECUSA.
           MOVE ZERO TO REGISTOS-ENCONTRADOS
                        REGISTOS-ALTERADOS
                        FACTURAS-ABERTAS
                        ULTIMA-ACTIVIDADE
                        DATA-SAIDA.
           MOVE "L" TO FASE.

           IF (REQ-TIPO NOT = "C" AND REQ-TIPO NOT = "E"
                   AND REQ-TIPO NOT = "S")
                   OR (REQ-MODO NOT = "X" AND REQ-MODO NOT = "A")
                   OR REQ-NUMERO IS NOT NUMERIC
                   OR REQ-NUMERO = ZERO
               MOVE "DADOSPES" TO ERR-PROGRAMA
               MOVE "E02" TO ERR-CODIGO
               MOVE "pedido invalido - " TO ERR-MENSAGEM
               MOVE SUBJECT-REQUESTS-FILE TO ERR-MENSAGEM (19:20)
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               ADD 1 TO LINHAS-REJEITADAS
               GO TO PROCESSAR-PEDIDO-LER
           END-IF.

           MOVE REQ-TIPO TO PSEUD-TIPO.
           MOVE REQ-NUMERO TO PSEUD-NUMERO
                              PSEUD-PRIMEIRO-NUMERO.
           MOVE REQ-NUMERO TO TITULAR-CHAVE.

           MOVE SPACES TO SUBJECT-LINE-OUT.
           WRITE SUBJECT-LINE-OUT.
           IF REQ-MODO = "X"
               STRING "PEDIDO " REQ-TIPO " " REQ-NUMERO
                   "  REF " REQ-REFERENCIA
                   "  EXPORTACAO DOS DADOS DO TITULAR"
                   DELIMITED BY SIZE INTO SUBJECT-LINE-OUT
           ELSE
               STRING "PEDIDO " REQ-TIPO " " REQ-NUMERO
                   "  REF " REQ-REFERENCIA
                   "  ANONIMIZACAO DOS DADOS DO TITULAR"
                   DELIMITED BY SIZE INTO SUBJECT-LINE-OUT
           END-IF.
           WRITE SUBJECT-LINE-OUT.

           EVALUATE REQ-TIPO
               WHEN "C"
                   PERFORM TRATAR-CLIENTE THRU TRATAR-CLIENTE-FIM
               WHEN "E"
                   PERFORM TRATAR-EMPREGADO THRU TRATAR-EMPREGADO-FIM
               WHEN OTHER
                   PERFORM TRATAR-ALUNO THRU TRATAR-ALUNO-FIM
           END-EVALUATE.

           IF PEDIDO-RECUSADO = "S"
               MOVE "DADOSPES" TO ERR-PROGRAMA
               MOVE RECUSA-CODIGO TO ERR-CODIGO
               MOVE SPACES TO ERR-MENSAGEM
               STRING REQ-TIPO REQ-NUMERO " " MOTIVO-RECUSA
                   DELIMITED BY SIZE INTO ERR-MENSAGEM
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               ADD 1 TO LINHAS-REJEITADAS
               MOVE SPACES TO SUBJECT-LINE-OUT
               STRING "PEDIDO RECUSADO - " MOTIVO-RECUSA
                   DELIMITED BY SIZE INTO SUBJECT-LINE-OUT
               WRITE SUBJECT-LINE-OUT
               GO TO PROCESSAR-PEDIDO-LER
           END-IF.

           ADD 1 TO LINHAS-REGISTADAS.
           MOVE SPACES TO SUBJECT-LINE-OUT.
           MOVE SPACES TO AUD-DESCRICAO.
           IF REQ-MODO = "X"
               ADD 1 TO TOTAL-EXPORTADOS
               MOVE REGISTOS-ENCONTRADOS TO ED-CONTA
               STRING "TOTAL DE REGISTOS EXPORTADOS: " ED-CONTA
                   DELIMITED BY SIZE INTO SUBJECT-LINE-OUT
               STRING "EXPORTADOS " ED-CONTA " REGISTOS"
                   DELIMITED BY SIZE INTO AUD-DESCRICAO
           ELSE
               ADD 1 TO TOTAL-ANONIMIZADOS
               MOVE REGISTOS-ALTERADOS TO ED-CONTA
               STRING "TOTAL DE REGISTOS ANONIMIZADOS: " ED-CONTA
                   DELIMITED BY SIZE INTO SUBJECT-LINE-OUT
               STRING "ANONIMIZADOS " ED-CONTA " REGISTOS"
                   DELIMITED BY SIZE INTO AUD-DESCRICAO
           END-IF.
           WRITE SUBJECT-LINE-OUT.

      *    the trail line names the request by type, number and       *
      *    reference only -- never by the person's name.              *
           MOVE SPACES TO AUD-CHAVE.
           MOVE REQ-TIPO TO AUD-CHAVE (1:1).
           MOVE REQ-NUMERO TO AUD-CHAVE (2:6).
           MOVE REQ-REFERENCIA TO AUD-CHAVE (9:12).
           MOVE "DADOSPES" TO AUD-PROGRAMA.
           MOVE ZERO TO AUD-VALOR.
           PERFORM REGISTAR-AUDITORIA THRU REGISTAR-AUDITORIA-EXIT.

           PROCESSAR-PEDIDO-LER.

           READ SUBJECT-REQUESTS-IN
               AT END MOVE "YYY" TO REQUESTS-EOF
           END-READ.

           PROCESSAR-PEDIDO-FIM.
           EXIT.

      *    ---- a customer, by customer number: the master, the open  ----*
      *    ---- invoices and rentals under the customer's name, and   ----*
      *    ---- the trail lines keyed on the name or the licence.     ----*
      *    ---- anonymised only with nothing left owing and nothing   ----*
      *    ---- dated inside the retention window.                    ----*
           TRATAR-CLIENTE.

           OPEN I-O CUSTOMER-MASTER.
           IF CUSTOMER-MASTER-STATUS NOT = "00"
               MOVE "S" TO PEDIDO-RECUSADO
               MOVE "E01" TO RECUSA-CODIGO
               MOVE "CUSTOMER-MASTER indisponivel" TO MOTIVO-RECUSA
               GO TO TRATAR-CLIENTE-FIM
           END-IF.

           MOVE REQ-NUMERO TO CUST_NUMBER.
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE "S" TO PEDIDO-RECUSADO
                   MOVE "E02" TO RECUSA-CODIGO
                   MOVE "cliente inexistente" TO MOTIVO-RECUSA
           END-READ.
           IF PEDIDO-RECUSADO = "S"
               CLOSE CUSTOMER-MASTER
               GO TO TRATAR-CLIENTE-FIM
           END-IF.

           MOVE CUST_NAME TO TITULAR-NOME.
           MOVE CUST_LICENCE TO TITULAR-LICENCA.
           ADD 1 TO REGISTOS-ENCONTRADOS.
           IF REQ-MODO = "X"
               PERFORM LISTAR-CLIENTE
           END-IF.

           PERFORM VARRER-FACTURAS THRU VARRER-FACTURAS-EXIT.
           PERFORM VARRER-ALUGUERES THRU VARRER-ALUGUERES-EXIT.
           PERFORM VARRER-TRILHO THRU VARRER-TRILHO-EXIT.

           IF REQ-MODO = "X"
               CLOSE CUSTOMER-MASTER
               GO TO TRATAR-CLIENTE-FIM
           END-IF.

           COMPUTE LIMITE-RETENCAO =
                   HOJE-YYYYMMDD - (RETENCAO-CLIENTE-ANOS * 10000).
           IF FACTURAS-ABERTAS > ZERO
               MOVE "S" TO PEDIDO-RECUSADO
               MOVE "E02" TO RECUSA-CODIGO
               MOVE "facturas em aberto" TO MOTIVO-RECUSA
           ELSE
               IF ULTIMA-ACTIVIDADE NOT < LIMITE-RETENCAO
                   MOVE "S" TO PEDIDO-RECUSADO
                   MOVE "E02" TO RECUSA-CODIGO
                   MOVE "retencao ainda em curso" TO MOTIVO-RECUSA
               END-IF
           END-IF.
           IF PEDIDO-RECUSADO = "S"
               CLOSE CUSTOMER-MASTER
               GO TO TRATAR-CLIENTE-FIM
           END-IF.

      *    name, licence and NIF go; rentals, revenue, credit limit   *
      *    and the block flags stay as they were.                     *
           MOVE PSEUDONIMO TO CUST_NAME.
           MOVE SPACES TO CUST_LICENCE.
           MOVE ZERO TO CUST_LICENCE_EXPIRY
                        CUST_NIF.
           REWRITE CUSTOMER-MASTER-FILE.
           CLOSE CUSTOMER-MASTER.
           ADD 1 TO REGISTOS-ALTERADOS.
           MOVE "CUSTOMER-MASTER.txt" TO FICHEIRO-NOME.
           MOVE 1 TO FICHEIRO-ALTERADOS.
           PERFORM LISTAR-ALTERADOS.

           MOVE "A" TO FASE.
           PERFORM VARRER-FACTURAS THRU VARRER-FACTURAS-EXIT.
           PERFORM VARRER-ALUGUERES THRU VARRER-ALUGUERES-EXIT.
           PERFORM VARRER-TRILHO THRU VARRER-TRILHO-EXIT.

           TRATAR-CLIENTE-FIM.
           EXIT.

           LISTAR-CLIENTE.

           MOVE SPACES TO SUBJECT-LINE-OUT.
           MOVE "CUSTOMER-MASTER.txt" TO SRL-FICHEIRO.
           STRING "NR " CUST_NUMBER "  NOME " CUST_NAME
               "  NIF " CUST_NIF "  CARTA " CUST_LICENCE
               "  VALIDADE " CUST_LICENCE_EXPIRY
               DELIMITED BY SIZE INTO SRL-CONTEUDO.
           WRITE SUBJECT-LINE-OUT.

           MOVE CUST_REVENUE TO ED-VALOR-1.
           MOVE CUST_CREDIT_LIMIT TO ED-VALOR-2.
           MOVE CUST_RENTALS TO ED-CONTA.
           MOVE SPACES TO SUBJECT-LINE-OUT.
           STRING "ALUGUERES " ED-CONTA "  RECEITA " ED-VALOR-1
               "  CONTA " CUST_ACCT_TYPE "  LIMITE " ED-VALOR-2
               "  BLOQUEIO " CUST_BLOCKED CUST_BLOCK_REASON
               DELIMITED BY SIZE INTO SRL-CONTEUDO.
           WRITE SUBJECT-LINE-OUT.

      *    ---- open invoices under the customer's name. FASE L       ----*
      *    ---- counts what is still owed and the latest invoice      ----*
      *    ---- date; FASE A rewrites the file with the pseudonym on  ----*
      *    ---- the customer's invoices -- numbers and amounts as     ----*
      *    ---- they were.                                            ----*
           VARRER-FACTURAS.

           OPEN INPUT OPEN-INVOICES.
           IF OPEN-INVOICES-STATUS NOT = "00"
               GO TO VARRER-FACTURAS-EXIT
           END-IF.

           MOVE ZERO TO FICHEIRO-ALTERADOS.
           IF FASE = "A"
               OPEN OUTPUT SUBJECT-WORK
           END-IF.
           MOVE SPACES TO FICHEIRO-EOF.
           READ OPEN-INVOICES
               AT END MOVE "YYY" TO FICHEIRO-EOF
           END-READ.
           PERFORM VER-FACTURA UNTIL FICHEIRO-EOF = "YYY".
           CLOSE OPEN-INVOICES.

           IF FASE = "A"
               CLOSE SUBJECT-WORK
               OPEN INPUT SUBJECT-WORK
               OPEN OUTPUT OPEN-INVOICES
               MOVE SPACES TO WORK-EOF
               READ SUBJECT-WORK INTO OPEN-INVOICES-FILE
                   AT END MOVE "YYY" TO WORK-EOF
               END-READ
               PERFORM REPOR-FACTURA UNTIL WORK-EOF = "YYY"
               CLOSE SUBJECT-WORK
                     OPEN-INVOICES
               MOVE "OPEN-INVOICES.txt" TO FICHEIRO-NOME
               PERFORM LISTAR-ALTERADOS
           END-IF.

           VARRER-FACTURAS-EXIT.
               EXIT.

           VER-FACTURA.

           IF OINV_CLIENT = TITULAR-NOME
               IF FASE = "L"
                   ADD 1 TO REGISTOS-ENCONTRADOS
                   IF OINV_ESTADO NOT = "P"
                           AND OINV_TOTAL > OINV_PAID
                       ADD 1 TO FACTURAS-ABERTAS
                   END-IF
                   IF OINV_DATE > ULTIMA-ACTIVIDADE
                       MOVE OINV_DATE TO ULTIMA-ACTIVIDADE
                   END-IF
                   IF REQ-MODO = "X"
                       PERFORM LISTAR-FACTURA
                   END-IF
               ELSE
                   MOVE PSEUDONIMO TO OINV_CLIENT
                   ADD 1 TO FICHEIRO-ALTERADOS
                   ADD 1 TO REGISTOS-ALTERADOS
               END-IF
           END-IF.

           IF FASE = "A"
               WRITE SUBJECT-WORK-RECORD FROM OPEN-INVOICES-FILE
           END-IF.

           READ OPEN-INVOICES
               AT END MOVE "YYY" TO FICHEIRO-EOF
           END-READ.

           LISTAR-FACTURA.

           MOVE OINV_TOTAL TO ED-VALOR-1.
           MOVE OINV_PAID TO ED-VALOR-2.
           MOVE SPACES TO SUBJECT-LINE-OUT.
           MOVE "OPEN-INVOICES.txt" TO SRL-FICHEIRO.
           STRING "FACTURA " OINV_NUMBER "  DATA " OINV_DATE
               "  TOTAL " ED-VALOR-1 "  PAGO " ED-VALOR-2
               "  ESTADO " OINV_ESTADO
               DELIMITED BY SIZE INTO SRL-CONTEUDO.
           WRITE SUBJECT-LINE-OUT.

           REPOR-FACTURA.

           WRITE OPEN-INVOICES-FILE.
           READ SUBJECT-WORK INTO OPEN-INVOICES-FILE
               AT END MOVE "YYY" TO WORK-EOF
           END-READ.

      *    ---- closed rentals under the customer's name: the latest  ----*
      *    ---- return counts as activity; FASE A puts the pseudonym  ----*
      *    ---- on them, plates and dates as they were.               ----*
           VARRER-ALUGUERES.

           OPEN INPUT RENTAL-HISTORY.
           IF RENTAL-HISTORY-STATUS NOT = "00"
               GO TO VARRER-ALUGUERES-EXIT
           END-IF.

           MOVE ZERO TO FICHEIRO-ALTERADOS.
           IF FASE = "A"
               OPEN OUTPUT SUBJECT-WORK
           END-IF.
           MOVE SPACES TO FICHEIRO-EOF.
           READ RENTAL-HISTORY
               AT END MOVE "YYY" TO FICHEIRO-EOF
           END-READ.
           PERFORM VER-ALUGUER UNTIL FICHEIRO-EOF = "YYY".
           CLOSE RENTAL-HISTORY.

           IF FASE = "A"
               CLOSE SUBJECT-WORK
               OPEN INPUT SUBJECT-WORK
               OPEN OUTPUT RENTAL-HISTORY
               MOVE SPACES TO WORK-EOF
               READ SUBJECT-WORK INTO RENTAL-HISTORY-FILE
                   AT END MOVE "YYY" TO WORK-EOF
               END-READ
               PERFORM REPOR-ALUGUER UNTIL WORK-EOF = "YYY"
               CLOSE SUBJECT-WORK
                     RENTAL-HISTORY
               MOVE "RENTAL-HISTORY.txt" TO FICHEIRO-NOME
               PERFORM LISTAR-ALTERADOS
           END-IF.

           VARRER-ALUGUERES-EXIT.
               EXIT.

           VER-ALUGUER.

           IF RHI_CLIENT = TITULAR-NOME
               IF FASE = "L"
                   ADD 1 TO REGISTOS-ENCONTRADOS
                   IF RHI_RETURN_DATE > ULTIMA-ACTIVIDADE
                       MOVE RHI_RETURN_DATE TO ULTIMA-ACTIVIDADE
                   END-IF
                   IF REQ-MODO = "X"
                       MOVE SPACES TO SUBJECT-LINE-OUT
                       MOVE "RENTAL-HISTORY.txt" TO SRL-FICHEIRO
                       STRING "VIATURA " RHI_PLATE
                           "  LEVANTAMENTO " RHI_CHECKOUT_DATE
                           "  DEVOLUCAO " RHI_RETURN_DATE
                           DELIMITED BY SIZE INTO SRL-CONTEUDO
                       WRITE SUBJECT-LINE-OUT
                   END-IF
               ELSE
                   MOVE PSEUDONIMO TO RHI_CLIENT
                   ADD 1 TO FICHEIRO-ALTERADOS
                   ADD 1 TO REGISTOS-ALTERADOS
               END-IF
           END-IF.

           IF FASE = "A"
               WRITE SUBJECT-WORK-RECORD FROM RENTAL-HISTORY-FILE
           END-IF.

           READ RENTAL-HISTORY
               AT END MOVE "YYY" TO FICHEIRO-EOF
           END-READ.

           REPOR-ALUGUER.

           WRITE RENTAL-HISTORY-FILE.
           READ SUBJECT-WORK INTO RENTAL-HISTORY-FILE
               AT END MOVE "YYY" TO WORK-EOF
           END-READ.

      *    ---- an employee, by employee number: the master, the pay  ----*
      *    ---- history and the trail lines keyed on the name.        ----*
      *    ---- anonymised only once terminated and the termination   ----*
      *    ---- date is past the retention window.                    ----*
           TRATAR-EMPREGADO.

           OPEN I-O EMPLOYEE-MASTER.
           IF EMPLOYEE-MASTER-STATUS NOT = "00"
               MOVE "S" TO PEDIDO-RECUSADO
               MOVE "E01" TO RECUSA-CODIGO
               MOVE "EMPLOYEE-MASTER indisponivel" TO MOTIVO-RECUSA
               GO TO TRATAR-EMPREGADO-FIM
           END-IF.

           MOVE REQ-NUMERO TO MASTER-EMP-NUMBER.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE "S" TO PEDIDO-RECUSADO
                   MOVE "E02" TO RECUSA-CODIGO
                   MOVE "empregado inexistente" TO MOTIVO-RECUSA
           END-READ.
           IF PEDIDO-RECUSADO = "S"
               CLOSE EMPLOYEE-MASTER
               GO TO TRATAR-EMPREGADO-FIM
           END-IF.

           MOVE MASTER-LAST-NAME TO TITULAR-APELIDO.
           MOVE MASTER-FIRST-NAME TO TITULAR-PRIMEIRO.
           ADD 1 TO REGISTOS-ENCONTRADOS.
           IF REQ-MODO = "X"
               PERFORM LISTAR-EMPREGADO
           END-IF.

           PERFORM VARRER-SALARIOS THRU VARRER-SALARIOS-EXIT.
           PERFORM VARRER-TRILHO THRU VARRER-TRILHO-EXIT.

           IF REQ-MODO = "X"
               CLOSE EMPLOYEE-MASTER
               GO TO TRATAR-EMPREGADO-FIM
           END-IF.

           COMPUTE LIMITE-RETENCAO =
                   HOJE-YYYYMMDD - (RETENCAO-EMPREGADO-ANOS * 10000).
           IF MASTER-EMP-STATUS NOT = "T"
               MOVE "S" TO PEDIDO-RECUSADO
               MOVE "E02" TO RECUSA-CODIGO
               MOVE "empregado nao cessado" TO MOTIVO-RECUSA
           ELSE
               IF MASTER-TERM-DATE IS NOT NUMERIC
                   MOVE "S" TO PEDIDO-RECUSADO
                   MOVE "E02" TO RECUSA-CODIGO
                   MOVE "data de cessacao desconhecida" TO
                       MOTIVO-RECUSA
               ELSE
                   IF MASTER-TERM-DATE NOT < LIMITE-RETENCAO
                       MOVE "S" TO PEDIDO-RECUSADO
                       MOVE "E02" TO RECUSA-CODIGO
                       MOVE "retencao ainda em curso" TO MOTIVO-RECUSA
                   END-IF
               END-IF
           END-IF.
           IF PEDIDO-RECUSADO = "S"
               CLOSE EMPLOYEE-MASTER
               GO TO TRATAR-EMPREGADO-FIM
           END-IF.

      *    name, bank account, NIF, NISS and birth date go; the       *
      *    year-to-date figures, dates of service and settlement      *
      *    stay as they were.                                         *
           MOVE PSEUD-APELIDO TO MASTER-LAST-NAME.
           MOVE PSEUD-PRIMEIRO TO MASTER-FIRST-NAME.
           MOVE SPACES TO MASTER-ACCOUNT
                          MASTER-BIRTH-DATE.
           MOVE ZERO TO MASTER-NIF
                        MASTER-NISS.
           REWRITE EMPLOYEE-MASTER-FILE.
           CLOSE EMPLOYEE-MASTER.
           ADD 1 TO REGISTOS-ALTERADOS.
           MOVE "EMPLOYEE-MASTER.txt" TO FICHEIRO-NOME.
           MOVE 1 TO FICHEIRO-ALTERADOS.
           PERFORM LISTAR-ALTERADOS.

           MOVE "A" TO FASE.
           PERFORM VARRER-SALARIOS THRU VARRER-SALARIOS-EXIT.
           PERFORM VARRER-TRILHO THRU VARRER-TRILHO-EXIT.

           TRATAR-EMPREGADO-FIM.
           EXIT.

           LISTAR-EMPREGADO.

           MOVE SPACES TO SUBJECT-LINE-OUT.
           MOVE "EMPLOYEE-MASTER.txt" TO SRL-FICHEIRO.
           STRING "NR " MASTER-EMP-NUMBER "  NOME " MASTER-LAST-NAME
               " " MASTER-FIRST-NAME "  NIF " MASTER-NIF
               "  NISS " MASTER-NISS "  NASCIMENTO " MASTER-BIRTH-DATE
               "  CONTA " MASTER-ACCOUNT
               DELIMITED BY SIZE INTO SRL-CONTEUDO.
           WRITE SUBJECT-LINE-OUT.

           MOVE MASTER-YTD-GROSS TO ED-VALOR-1.
           MOVE MASTER-YTD-DEDUCTIONS TO ED-VALOR-2.
           MOVE SPACES TO SUBJECT-LINE-OUT.
           STRING "ADMISSAO " MASTER-HIRE-DATE
               "  CESSACAO " MASTER-TERM-DATE
               "  ESTADO " MASTER-EMP-STATUS
               "  BRUTO ANO " ED-VALOR-1
               "  DESCONTOS ANO " ED-VALOR-2
               "  FILIAL " MASTER-HOME-BRANCH
               DELIMITED BY SIZE INTO SRL-CONTEUDO.
           WRITE SUBJECT-LINE-OUT.

      *    ---- the employee's weeks on the pay history: by number,   ----*
      *    ---- or by name for weeks paid before numbers were given.  ----*
      *    ---- FASE A puts the pseudonym on them, amounts untouched. ----*
           VARRER-SALARIOS.

           OPEN INPUT PAY-HISTORY.
           IF PAY-HISTORY-STATUS NOT = "00"
               GO TO VARRER-SALARIOS-EXIT
           END-IF.

           MOVE ZERO TO FICHEIRO-ALTERADOS.
           IF FASE = "A"
               OPEN OUTPUT SUBJECT-WORK
           END-IF.
           MOVE SPACES TO FICHEIRO-EOF.
           READ PAY-HISTORY
               AT END MOVE "YYY" TO FICHEIRO-EOF
           END-READ.
           PERFORM VER-SALARIO UNTIL FICHEIRO-EOF = "YYY".
           CLOSE PAY-HISTORY.

           IF FASE = "A"
               CLOSE SUBJECT-WORK
               OPEN INPUT SUBJECT-WORK
               OPEN OUTPUT PAY-HISTORY
               MOVE SPACES TO WORK-EOF
               READ SUBJECT-WORK INTO PAY-HISTORY-FILE
                   AT END MOVE "YYY" TO WORK-EOF
               END-READ
               PERFORM REPOR-SALARIO UNTIL WORK-EOF = "YYY"
               CLOSE SUBJECT-WORK
                     PAY-HISTORY
               MOVE "PAY-HISTORY.txt" TO FICHEIRO-NOME
               PERFORM LISTAR-ALTERADOS
           END-IF.

           VARRER-SALARIOS-EXIT.
               EXIT.

           VER-SALARIO.

           MOVE "N" TO LINHA-DO-TITULAR.
           IF PH-EMP-NUMBER = REQ-NUMERO
               MOVE "S" TO LINHA-DO-TITULAR
           END-IF.
           IF PH-EMP-NUMBER = ZERO
                   AND PH-LAST-NAME = TITULAR-APELIDO
                   AND PH-FIRST-NAME = TITULAR-PRIMEIRO
               MOVE "S" TO LINHA-DO-TITULAR
           END-IF.

           IF LINHA-DO-TITULAR = "S"
               IF FASE = "L"
                   ADD 1 TO REGISTOS-ENCONTRADOS
                   IF REQ-MODO = "X"
                       PERFORM LISTAR-SALARIO
                   END-IF
               ELSE
                   MOVE PSEUD-APELIDO TO PH-LAST-NAME
                   MOVE PSEUD-PRIMEIRO TO PH-FIRST-NAME
                   ADD 1 TO FICHEIRO-ALTERADOS
                   ADD 1 TO REGISTOS-ALTERADOS
               END-IF
           END-IF.

           IF FASE = "A"
               WRITE SUBJECT-WORK-RECORD FROM PAY-HISTORY-FILE
           END-IF.

           READ PAY-HISTORY
               AT END MOVE "YYY" TO FICHEIRO-EOF
           END-READ.

           LISTAR-SALARIO.

           MOVE PH-GROSS TO ED-VALOR-1.
           MOVE PH-TAX TO ED-VALOR-2.
           MOVE PH-NET TO ED-VALOR-3.
           MOVE SPACES TO SUBJECT-LINE-OUT.
           MOVE "PAY-HISTORY.txt" TO SRL-FICHEIRO.
           STRING "SEMANA " PH-WEEK-END "  BRUTO " ED-VALOR-1
               "  IRS " ED-VALOR-2 "  LIQUIDO " ED-VALOR-3
               "  ESTADO " PH-PAY-STATUS
               DELIMITED BY SIZE INTO SRL-CONTEUDO.
           WRITE SUBJECT-LINE-OUT.

           REPOR-SALARIO.

           WRITE PAY-HISTORY-FILE.
           READ SUBJECT-WORK INTO PAY-HISTORY-FILE
               AT END MOVE "YYY" TO WORK-EOF
           END-READ.

      *    ---- a student, by student number: the register, the       ----*
      *    ---- grades master, the transcript and the trail lines     ----*
      *    ---- keyed on the number. anonymised only once the student ----*
      *    ---- has left and the leaving is past the retention        ----*
      *    ---- window; the grades and transcript carry no personal   ----*
      *    ---- data beyond the name on the grades master.            ----*
           TRATAR-ALUNO.

           OPEN I-O STUDENT-REGISTER.
           IF STUDENT-REGISTER-STATUS NOT = "00"
               MOVE "S" TO PEDIDO-RECUSADO
               MOVE "E01" TO RECUSA-CODIGO
               MOVE "STUDENT-REGISTER indisponivel" TO MOTIVO-RECUSA
               GO TO TRATAR-ALUNO-FIM
           END-IF.

           MOVE REQ-NUMERO TO REG-STUDENT-ID.
           READ STUDENT-REGISTER
               INVALID KEY
                   MOVE "S" TO PEDIDO-RECUSADO
                   MOVE "E02" TO RECUSA-CODIGO
                   MOVE "aluno inexistente" TO MOTIVO-RECUSA
           END-READ.
           IF PEDIDO-RECUSADO = "S"
               CLOSE STUDENT-REGISTER
               GO TO TRATAR-ALUNO-FIM
           END-IF.

           ADD 1 TO REGISTOS-ENCONTRADOS.
           IF REQ-MODO = "X"
               PERFORM LISTAR-ALUNO
           END-IF.

           PERFORM VARRER-NOTAS THRU VARRER-NOTAS-EXIT.
           PERFORM VARRER-PAUTAS THRU VARRER-PAUTAS-EXIT.
           PERFORM VARRER-TRILHO THRU VARRER-TRILHO-EXIT.

           IF REQ-MODO = "X"
               CLOSE STUDENT-REGISTER
               GO TO TRATAR-ALUNO-FIM
           END-IF.

           COMPUTE LIMITE-RETENCAO =
                   HOJE-YYYYMMDD - (RETENCAO-ALUNO-ANOS * 10000).
           IF REG-STATUS NOT = "I"
               MOVE "S" TO PEDIDO-RECUSADO
               MOVE "E02" TO RECUSA-CODIGO
               MOVE "aluno ainda activo" TO MOTIVO-RECUSA
           ELSE
               IF DATA-SAIDA = ZERO
                   MOVE "S" TO PEDIDO-RECUSADO
                   MOVE "E02" TO RECUSA-CODIGO
                   MOVE "data de saida desconhecida" TO MOTIVO-RECUSA
               ELSE
                   IF DATA-SAIDA NOT < LIMITE-RETENCAO
                       MOVE "S" TO PEDIDO-RECUSADO
                       MOVE "E02" TO RECUSA-CODIGO
                       MOVE "retencao ainda em curso" TO MOTIVO-RECUSA
                   END-IF
               END-IF
           END-IF.
           IF PEDIDO-RECUSADO = "S"
               CLOSE STUDENT-REGISTER
               GO TO TRATAR-ALUNO-FIM
           END-IF.

      *    names, birth date, guardian and address go; the status     *
      *    stays, so the student still reads as having left.          *
           MOVE PSEUDONIMO TO REG-FULL-NAME
                              REG-SHORT-NAME.
           MOVE ZERO TO REG-BIRTH-DATE.
           MOVE SPACES TO REG-GUARDIAN-NAME
                          REG-GUARDIAN-PHONE
                          REG-ADDRESS
                          REG-POSTCODE
                          REG-TOWN.
           REWRITE STUDENT-REGISTER-RECORD.
           CLOSE STUDENT-REGISTER.
           ADD 1 TO REGISTOS-ALTERADOS.
           MOVE "STUDENT-REGISTER.txt" TO FICHEIRO-NOME.
           MOVE 1 TO FICHEIRO-ALTERADOS.
           PERFORM LISTAR-ALTERADOS.

           MOVE "A" TO FASE.
           PERFORM VARRER-NOTAS THRU VARRER-NOTAS-EXIT.

           TRATAR-ALUNO-FIM.
           EXIT.

           LISTAR-ALUNO.

           MOVE SPACES TO SUBJECT-LINE-OUT.
           MOVE "STUDENT-REGISTER.txt" TO SRL-FICHEIRO.
           STRING "NR " REG-STUDENT-ID "  NOME " REG-FULL-NAME
               "  NASCIMENTO " REG-BIRTH-DATE "  ESTADO " REG-STATUS
               DELIMITED BY SIZE INTO SRL-CONTEUDO.
           WRITE SUBJECT-LINE-OUT.

           MOVE SPACES TO SUBJECT-LINE-OUT.
           STRING "ENCARREGADO " REG-GUARDIAN-NAME
               "  TELEFONE " REG-GUARDIAN-PHONE
               DELIMITED BY SIZE INTO SRL-CONTEUDO.
           WRITE SUBJECT-LINE-OUT.

           MOVE SPACES TO SUBJECT-LINE-OUT.
           STRING "MORADA " REG-ADDRESS " " REG-POSTCODE " " REG-TOWN
               DELIMITED BY SIZE INTO SRL-CONTEUDO.
           WRITE SUBJECT-LINE-OUT.

      *    ---- the student's subjects on the grades master, read     ----*
      *    ---- from the top; FASE A rewrites the name in place.      ----*
           VARRER-NOTAS.

           IF FASE = "A"
               OPEN I-O STUDENT-MASTER
           ELSE
               OPEN INPUT STUDENT-MASTER
           END-IF.
           IF STUDENT-MASTER-STATUS NOT = "00"
               GO TO VARRER-NOTAS-EXIT
           END-IF.

           MOVE ZERO TO FICHEIRO-ALTERADOS.
           MOVE SPACES TO STUDENT-MASTER-EOF.
           READ STUDENT-MASTER NEXT RECORD
               AT END MOVE "YYY" TO STUDENT-MASTER-EOF
           END-READ.
           PERFORM VER-NOTA UNTIL STUDENT-MASTER-EOF = "YYY".
           CLOSE STUDENT-MASTER.

           IF FASE = "A"
               MOVE "STUDENT-MASTER.txt" TO FICHEIRO-NOME
               PERFORM LISTAR-ALTERADOS
           END-IF.

           VARRER-NOTAS-EXIT.
               EXIT.

           VER-NOTA.

           IF SM-STUDENT-ID = REQ-NUMERO
               IF FASE = "L"
                   ADD 1 TO REGISTOS-ENCONTRADOS
                   IF REQ-MODO = "X"
                       MOVE SPACES TO SUBJECT-LINE-OUT
                       MOVE "STUDENT-MASTER.txt" TO SRL-FICHEIRO
                       STRING "TERMO " SM-TERM
                           "  DISCIPLINA " SM-SUBJECT
                           "  NOME " SM-STUDENT-NAME
                           "  NOTAS " SM-FIRST-GRADE " "
                           SM-SECOND-GRADE " " SM-THIRD-GRADE " "
                           SM-FOURTH-GRADE "  MEDIA " SM-AVERAGE
                           "  " SM-STATUS
                           DELIMITED BY SIZE INTO SRL-CONTEUDO
                       WRITE SUBJECT-LINE-OUT
                   END-IF
               ELSE
                   MOVE PSEUDONIMO TO SM-STUDENT-NAME
                   REWRITE STUDENT-MASTER-RECORD
                   ADD 1 TO FICHEIRO-ALTERADOS
                   ADD 1 TO REGISTOS-ALTERADOS
               END-IF
           END-IF.

           READ STUDENT-MASTER NEXT RECORD
               AT END MOVE "YYY" TO STUDENT-MASTER-EOF
           END-READ.

      *    ---- the student's transcript lines -- listed only.        ----*
           VARRER-PAUTAS.

           OPEN INPUT TRANSCRIPT-FILE.
           IF TRANSCRIPT-FILE-STATUS NOT = "00"
               GO TO VARRER-PAUTAS-EXIT
           END-IF.

           MOVE SPACES TO FICHEIRO-EOF.
           READ TRANSCRIPT-FILE
               AT END MOVE "YYY" TO FICHEIRO-EOF
           END-READ.
           PERFORM VER-PAUTA UNTIL FICHEIRO-EOF = "YYY".
           CLOSE TRANSCRIPT-FILE.

           VARRER-PAUTAS-EXIT.
               EXIT.

           VER-PAUTA.

           IF TR-STUDENT-ID = REQ-NUMERO
               ADD 1 TO REGISTOS-ENCONTRADOS
               IF REQ-MODO = "X"
                   MOVE SPACES TO SUBJECT-LINE-OUT
                   MOVE "TRANSCRIPT.txt" TO SRL-FICHEIRO
                   STRING "TERMO " TR-TERM "  DISCIPLINA " TR-SUBJECT
                       "  MEDIA " TR-AVERAGE "  " TR-STATUS
                       DELIMITED BY SIZE INTO SRL-CONTEUDO
                   WRITE SUBJECT-LINE-OUT
               END-IF
           END-IF.

           READ TRANSCRIPT-FILE
               AT END MOVE "YYY" TO FICHEIRO-EOF
           END-READ.

      *    ---- the audit trail: closed for the pass and reopened for ----*
      *    ---- appending after it. a customer's lines are keyed on   ----*
      *    ---- the name or the licence, an employee's on the name    ----*
      *    ---- key, a student's on the number. FASE L lists them and ----*
      *    ---- dates the activity; FASE A rewrites the trail with    ----*
      *    ---- the pseudonym in the key -- every line kept, every    ----*
      *    ---- value as it was, so the counts still reconcile.       ----*
           VARRER-TRILHO.

           CLOSE AUDIT-TRAIL.
           OPEN INPUT AUDIT-TRAIL.
           IF AUDIT-TRAIL-STATUS NOT = "00"
               PERFORM ABRIR-AUDIT-TRAIL
               GO TO VARRER-TRILHO-EXIT
           END-IF.

           MOVE ZERO TO FICHEIRO-ALTERADOS.
           IF FASE = "A"
               OPEN OUTPUT SUBJECT-WORK
           END-IF.
           MOVE SPACES TO FICHEIRO-EOF.
           READ AUDIT-TRAIL
               AT END MOVE "YYY" TO FICHEIRO-EOF
           END-READ.
           PERFORM VER-TRILHO UNTIL FICHEIRO-EOF = "YYY".
           CLOSE AUDIT-TRAIL.

           IF FASE = "A"
               CLOSE SUBJECT-WORK
               OPEN INPUT SUBJECT-WORK
               OPEN OUTPUT AUDIT-TRAIL
               MOVE SPACES TO WORK-EOF
               READ SUBJECT-WORK INTO AUDIT-TRAIL-RECORD
                   AT END MOVE "YYY" TO WORK-EOF
               END-READ
               PERFORM REPOR-TRILHO UNTIL WORK-EOF = "YYY"
               CLOSE SUBJECT-WORK
                     AUDIT-TRAIL
               MOVE "AUDIT-TRAIL.txt" TO FICHEIRO-NOME
               PERFORM LISTAR-ALTERADOS
           END-IF.

           PERFORM ABRIR-AUDIT-TRAIL.

           VARRER-TRILHO-EXIT.
               EXIT.

           VER-TRILHO.

           MOVE "N" TO LINHA-DO-TITULAR.
           EVALUATE REQ-TIPO
               WHEN "C"
                   IF AUDIT-CHAVE (1:20) = TITULAR-NOME
                       MOVE "S" TO LINHA-DO-TITULAR
                   END-IF
                   IF TITULAR-LICENCA NOT = SPACES
                           AND AUDIT-CHAVE (1:15) = TITULAR-LICENCA
                       MOVE "S" TO LINHA-DO-TITULAR
                   END-IF
               WHEN "E"
                   IF AUDIT-CHAVE (1:9) = TITULAR-APELIDO
                           AND AUDIT-CHAVE (11:8) = TITULAR-PRIMEIRO
                       MOVE "S" TO LINHA-DO-TITULAR
                   END-IF
               WHEN OTHER
                   IF AUDIT-CHAVE (1:6) = TITULAR-CHAVE
                           AND AUDIT-CHAVE (7:1) = SPACE
                       MOVE "S" TO LINHA-DO-TITULAR
                   END-IF
           END-EVALUATE.

           IF LINHA-DO-TITULAR = "S"
               IF FASE = "L"
                   ADD 1 TO REGISTOS-ENCONTRADOS
                   PERFORM DATAR-LINHA-TRILHO
                   IF REQ-MODO = "X"
                       MOVE SPACES TO SUBJECT-LINE-OUT
                       MOVE "AUDIT-TRAIL.txt" TO SRL-FICHEIRO
                       MOVE AUDIT-TRAIL-RECORD TO SRL-CONTEUDO
                       WRITE SUBJECT-LINE-OUT
                   END-IF
               ELSE
                   PERFORM ANONIMIZAR-LINHA-TRILHO
               END-IF
           END-IF.

           IF FASE = "A"
               WRITE SUBJECT-WORK-RECORD FROM AUDIT-TRAIL-RECORD
           END-IF.

           READ AUDIT-TRAIL
               AT END MOVE "YYY" TO FICHEIRO-EOF
           END-READ.

      *    ---- the line's date counts as a customer's activity; for  ----*
      *    ---- a student the latest PRODUCAO-6 leaving (action D) is ----*
      *    ---- the date the student left.                            ----*
           DATAR-LINHA-TRILHO.

           MOVE ZERO TO DATA-TRILHO.
           IF AUDIT-DATA (1:2) IS NUMERIC
                   AND AUDIT-DATA (4:2) IS NUMERIC
               MOVE AUDIT-DATA (4:2) TO DTR-MES
               MOVE AUDIT-DATA (1:2) TO DTR-DIA
               IF AUDIT-DATA (7:4) IS NUMERIC
                   MOVE AUDIT-DATA (7:4) TO DTR-ANO
               ELSE
                   IF AUDIT-DATA (7:2) IS NUMERIC
                       MOVE "20" TO DTR-ANO (1:2)
                       MOVE AUDIT-DATA (7:2) TO DTR-ANO (3:2)
                   ELSE
                       MOVE ZERO TO DATA-TRILHO
                   END-IF
               END-IF
           END-IF.

           IF REQ-TIPO = "C" AND DATA-TRILHO > ULTIMA-ACTIVIDADE
               MOVE DATA-TRILHO TO ULTIMA-ACTIVIDADE
           END-IF.
           IF REQ-TIPO = "S" AND AUDIT-PROGRAMA = "PROD-6"
                   AND AUDIT-CHAVE (8:1) = "D"
                   AND DATA-TRILHO > DATA-SAIDA
               MOVE DATA-TRILHO TO DATA-SAIDA
           END-IF.

           ANONIMIZAR-LINHA-TRILHO.

           IF REQ-TIPO = "C"
               IF AUDIT-CHAVE (1:20) = TITULAR-NOME
                   MOVE PSEUDONIMO TO AUDIT-CHAVE
               ELSE
                   MOVE PSEUDONIMO TO AUDIT-CHAVE (1:15)
               END-IF
           ELSE
               MOVE PSEUD-APELIDO TO AUDIT-CHAVE (1:9)
               MOVE PSEUD-PRIMEIRO TO AUDIT-CHAVE (11:8)
           END-IF.
           ADD 1 TO FICHEIRO-ALTERADOS.
           ADD 1 TO REGISTOS-ALTERADOS.

           REPOR-TRILHO.

           WRITE AUDIT-TRAIL-RECORD.
           READ SUBJECT-WORK INTO AUDIT-TRAIL-RECORD
               AT END MOVE "YYY" TO WORK-EOF
           END-READ.

      *    ---- one report line per file touched by an anonymisation. ----*
           LISTAR-ALTERADOS.

           MOVE FICHEIRO-ALTERADOS TO ED-CONTA.
           MOVE SPACES TO SUBJECT-LINE-OUT.
           MOVE FICHEIRO-NOME TO SRL-FICHEIRO.
           STRING "REGISTOS ANONIMIZADOS: " ED-CONTA
               DELIMITED BY SIZE INTO SRL-CONTEUDO.
           WRITE SUBJECT-LINE-OUT.

           COPY DATEPD.
           COPY AUDITPD.
           COPY BALANCEPD.
           COPY LOCKPD.
           COPY RUNSTPD.

       END PROGRAM DADOSPES.
