      *               resultado, e ABEND? quando ha INI sem FIM), mais        *
      *               as entradas de ERROR-LOG.txt do proprio ciclo --        *
      *               em vez de abrir quatro ficheiros e adivinhar.           *
      *               lista tambem as transacoes de manutencao que            *
      *               esperam aprovacao em PENDING-APPROVAL.txt ha mais       *
      *               do que o prazo.                                         *
      *                                                                       *
      *************************************************************************
      ***************************FIM DOCUMENTAÇÃO******************************
                               FILE-CONTROL.

           SELECT DASHBOARD-OUT ASSIGN DYNAMIC DASHBOARD-FILENAME.
      *    the maker-checker queue APROVMNT keeps -- read only here.  *
           SELECT PENDING-APPROVAL ASSIGN TO 'PENDING-APPROVAL.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDING-APPROVAL-STATUS.

      *    ---- shared facilities: run date, error log (read here,    ----*
      *    ---- not written) and the suite run-status file.           ----*
               02 FILLER PIC X(2) VALUE SPACES.
               02 DASH-ERR-MENSAGEM PIC X(50).

           01 DASH-PENDING-LINE.
               02 DASH-PND-PROGRAMA PIC X(8).
               02 FILLER PIC X(2) VALUE SPACES.
               02 DASH-PND-LABEL-1 PIC X(17).
               02 DASH-PND-DATA PIC 9(8).
               02 DASH-PND-TRACO PIC X(1).
               02 DASH-PND-SEQ PIC 9(4).
               02 FILLER PIC X(2) VALUE SPACES.
               02 DASH-PND-LABEL-2 PIC X(10).
               02 DASH-PND-OPERADOR PIC X(3).
               02 FILLER PIC X(2) VALUE SPACES.
               02 DASH-PND-LABEL-3 PIC X(6).
               02 DASH-PND-DIAS PIC ZZZ9.

      *          ======== pending-approval queue ========              *
      *    same record APROVMNT writes -- keep the two in step.       *
           FD PENDING-APPROVAL.
           01 PENDING-APPROVAL-RECORD.
               02 PND-DATA-ENTRADA PIC 9(8).
               02 PND-SEQ PIC 9(4).
               02 PND-PROGRAMA PIC X(8).
               02 PND-OPERADOR PIC X(3).
               02 PND-ESTADO PIC X(1).
               02 PND-APROVADOR PIC X(3).
               02 PND-DATA-DECISAO PIC 9(8).
               02 PND-TRANSACAO PIC X(150).

           COPY DATEFD.
           COPY RUNSTFD.

       77  ERROR-LOG-EOF PIC X(3) VALUE SPACES.
       77  HOJE-YYYYMMDD PIC X(8) VALUE SPACES.

      *    a maintenance transaction still waiting for its second     *
      *    operator after this many days makes the page.              *
       77  PENDING-APPROVAL-STATUS PIC X(2) VALUE SPACES.
       77  PENDING-APPROVAL-EOF PIC X(3) VALUE SPACES.
       77  PENDENTE-DIAS-MAX PIC 9(3) VALUE 3.
       77  PENDENTE-DIAS PIC S9(7) VALUE ZERO.
       77  HOJE-SERIAL PIC 9(7) VALUE ZERO.

      *    day-serial arithmetic, good across month and year          *
      *    boundaries, leap years included.                           *
       01  CAL-DATA-ENTRADA.
           02  CAL-ANO PIC 9(4).
           02  CAL-MES PIC 9(2).
           02  CAL-DIA PIC 9(2).
       77  CAL-DIAS-SAIDA PIC 9(7) VALUE ZERO.
       77  CAL-ANOS-ANTES PIC 9(4) VALUE ZERO.
       77  CAL-BISSEXTOS PIC 9(4) VALUE ZERO.
       77  CAL-Q4 PIC 9(4) VALUE ZERO.
       77  CAL-Q100 PIC 9(4) VALUE ZERO.
       77  CAL-Q400 PIC 9(4) VALUE ZERO.
       77  CAL-RESTO PIC 9(4) VALUE ZERO.
       77  CAL-BISSEXTO-FLAG PIC X(1) VALUE "N".

       01  CAL-MES-ACUMULADO-LIT PIC X(36) VALUE
           "000031059090120151181212243273304334".
       01  CAL-MES-ACUMULADO REDEFINES CAL-MES-ACUMULADO-LIT.
           02  CAL-MES-DIAS PIC 9(3) OCCURS 12 TIMES.

      *    one slot per program seen on today's cycle.
       77  STEP-COUNT PIC 9(2) VALUE ZERO.
       77  STEP-IDX PIC 9(2) VALUE ZERO.
               UNTIL STEP-IDX > STEP-COUNT.

           PERFORM LISTAR-ERROS-CICLO.
           PERFORM LISTAR-PENDENTES-ANTIGOS.

           CLOSE DASHBOARD-OUT.
           STOP RUN.
               AT END MOVE "YYY" TO ERROR-LOG-EOF
           END-READ.

      *    ---- maintenance transactions still pending approval      ----*
      *    ---- past PENDENTE-DIAS-MAX days, so nothing sits in the   ----*
      *    ---- queue unnoticed.                                      ----*
           LISTAR-PENDENTES-ANTIGOS.

           MOVE RUN-DATE-YYYY TO CAL-ANO.
           MOVE RUN-DATE-MM TO CAL-MES.
           MOVE RUN-DATE-DD TO CAL-DIA.
           PERFORM CONVERTER-DATA-DIAS.
           MOVE CAL-DIAS-SAIDA TO HOJE-SERIAL.

           MOVE SPACES TO PENDING-APPROVAL-EOF.
           OPEN INPUT PENDING-APPROVAL.

           IF PENDING-APPROVAL-STATUS NOT = "00"
               MOVE "YYY" TO PENDING-APPROVAL-EOF
           ELSE
               READ PENDING-APPROVAL
                   AT END MOVE "YYY" TO PENDING-APPROVAL-EOF
               END-READ
               PERFORM LISTAR-PENDENTE-LINHA
                   UNTIL PENDING-APPROVAL-EOF = "YYY"
               CLOSE PENDING-APPROVAL
           END-IF.

           LISTAR-PENDENTE-LINHA.

           IF PND-ESTADO = "P" AND PND-DATA-ENTRADA IS NUMERIC
               MOVE PND-DATA-ENTRADA TO CAL-DATA-ENTRADA
               PERFORM CONVERTER-DATA-DIAS
               COMPUTE PENDENTE-DIAS = HOJE-SERIAL - CAL-DIAS-SAIDA
               IF PENDENTE-DIAS > PENDENTE-DIAS-MAX
                   MOVE SPACES TO DASH-PENDING-LINE
                   MOVE PND-PROGRAMA TO DASH-PND-PROGRAMA
                   MOVE "APROVACAO PEND.: " TO DASH-PND-LABEL-1
                   MOVE PND-DATA-ENTRADA TO DASH-PND-DATA
                   MOVE "-" TO DASH-PND-TRACO
                   MOVE PND-SEQ TO DASH-PND-SEQ
                   MOVE "OPERADOR: " TO DASH-PND-LABEL-2
                   MOVE PND-OPERADOR TO DASH-PND-OPERADOR
                   MOVE "DIAS: " TO DASH-PND-LABEL-3
                   MOVE PENDENTE-DIAS TO DASH-PND-DIAS
                   WRITE DASH-PENDING-LINE
                       AFTER ADVANCING 1 LINE
                   DISPLAY DASH-PENDING-LINE
               END-IF
           END-IF.

           READ PENDING-APPROVAL
               AT END MOVE "YYY" TO PENDING-APPROVAL-EOF
           END-READ.

      *    ---- turns CAL-DATA-ENTRADA (YYYY/MM/DD) into a day serial  ----*
      *    ---- in CAL-DIAS-SAIDA, so ages are plain arithmetic        ----*
      *    ---- across month and year boundaries.                      ----*
           CONVERTER-DATA-DIAS.

           COMPUTE CAL-ANOS-ANTES = CAL-ANO - 1.
           DIVIDE CAL-ANOS-ANTES BY 4 GIVING CAL-Q4.
           DIVIDE CAL-ANOS-ANTES BY 100 GIVING CAL-Q100.
           DIVIDE CAL-ANOS-ANTES BY 400 GIVING CAL-Q400.
           COMPUTE CAL-BISSEXTOS = CAL-Q4 - CAL-Q100 + CAL-Q400.

           COMPUTE CAL-DIAS-SAIDA =
                   (CAL-ANOS-ANTES * 365) + CAL-BISSEXTOS
                   + CAL-MES-DIAS (CAL-MES) + CAL-DIA.

           PERFORM VERIFICAR-BISSEXTO.
           IF CAL-BISSEXTO-FLAG = "Y" AND CAL-MES > 2
               ADD 1 TO CAL-DIAS-SAIDA
           END-IF.

      *    ---- leap-year test on CAL-ANO: divisible by 4, except      ----*
      *    ---- century years, which must be divisible by 400.         ----*
           VERIFICAR-BISSEXTO.

           MOVE "N" TO CAL-BISSEXTO-FLAG.
           DIVIDE CAL-ANO BY 4 GIVING CAL-Q4 REMAINDER CAL-RESTO.
           IF CAL-RESTO = ZERO
               MOVE "Y" TO CAL-BISSEXTO-FLAG
               DIVIDE CAL-ANO BY 100 GIVING CAL-Q100
                   REMAINDER CAL-RESTO
               IF CAL-RESTO = ZERO
                   MOVE "N" TO CAL-BISSEXTO-FLAG
                   DIVIDE CAL-ANO BY 400 GIVING CAL-Q400
                       REMAINDER CAL-RESTO
                   IF CAL-RESTO = ZERO
                       MOVE "Y" TO CAL-BISSEXTO-FLAG
                   END-IF
               END-IF
           END-IF.

           COPY DATEPD.
           COPY RUNSTPD.

