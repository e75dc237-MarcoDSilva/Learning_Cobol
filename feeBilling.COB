      *================================================================*
       IDENTIFICATION                                  DIVISION.
      *================================================================*
       PROGRAM-ID. PRODUCAO-8.
      ***************************DOCUMENTACAO***************************
      ******************************************************************
      *                                                       PI 08-26 *
      *    AUTOR:      Marco Silva n 9                                 *
      *    ESPECIFICACAO DO PROGRAMA: propinas -- lanca a propina de   *
      *                               inscricao e as mensalidades de   *
      *                               cada aluno inscrito no           *
      *                               ENROLLMENT-MASTER.txt, pela      *
      *                               tabela de propinas do seu        *
      *                               programa e termo; imputa os      *
      *                               pagamentos recebidos as          *
      *                               propinas mais antigas; emite a   *
      *                               antiguidade das dividas para a   *
      *                               secretaria e a lista de alunos   *
      *                               retidos por atraso, que os       *
      *                               transcritos (PRODUCAO-2) e os    *
      *                               certificados (PRODUCAO-4)        *
      *                               respeitam; e lanca a receita no  *
      *                               razao geral como as outras       *
      *                               receitas da casa.                *
      *    LOCAL:      Braga, Portugal                                 *
      *                                                                *
      *    COMENTARIOS:                                                *
      *    2026/10/01  MS  primeira versao -- as propinas deixam de    *
      *                    ser cobradas fora do sistema.               *
      *    2026/10/01  MS  seccao (ENR-SECTION) no registo de          *
      *                    inscricao, acompanhando o horario.          *
      *                                                                *
      ******************************************************************
      *************************FIM DOCUMENTACAO*************************

      *================================================================*
       ENVIRONMENT                                     DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       CONFIGURATION                           SECTION.
      *----------------------------------------------------------------*

       SPECIAL-NAMES.

      *----------------------------------------------------------------*
       INPUT-OUTPUT                            SECTION.
      *----------------------------------------------------------------*

       FILE-CONTROL.

      *    who is enrolled in which term -- one line per subject, so  *
      *    a student appears once per subject taken.                  *
           SELECT ENROLLMENT-MASTER ASSIGN TO "ENROLLMENT-MASTER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ENROLLMENT-MASTER-STATUS.

      *    which program of study each student is reading for, the   *
      *    same file the completion audit reads.                      *
           SELECT STUDENT-PROGRAMS ASSIGN TO "STUDENT-PROGRAMS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STUDENT-PROGRAMS-STATUS.

      *    the fee schedule: one line per program and term, with the  *
      *    enrolment fee, the monthly fee and the months it runs.     *
           SELECT FEE-SCHEDULE ASSIGN TO "FEE-SCHEDULE.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEE-SCHEDULE-STATUS.

      *    one optional line: the arrears threshold, the days of      *
      *    grace past the due date, and the day of the month fees     *
      *    fall due.                                                  *
           SELECT FEE-CONTROL ASSIGN TO "FEE-CONTROL.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEE-CONTROL-STATUS.

      *    every fee raised, with what has been paid against it --    *
      *    read whole and rewritten each run, like OPEN-INVOICES.txt. *
           SELECT FEE-LEDGER ASSIGN TO "FEE-LEDGER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEE-LEDGER-STATUS.

      *    the payments the secretary's office has banked.            *
           SELECT FEE-PAYMENTS-IN ASSIGN TO "FEE-PAYMENTS-IN.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEE-PAYMENTS-STATUS.

      *    the student register PRODUCAO-6 maintains -- names on the  *
      *    aging report, and no new fees for a student who has left.  *
           SELECT STUDENT-REGISTER ASSIGN TO "STUDENT-REGISTER.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-STUDENT-ID
               FILE STATUS IS STUDENT-REGISTER-STATUS.

      *    the arrears aging for the secretary's office, per period.  *
           SELECT FEE-AGING-OUT ASSIGN DYNAMIC AGING-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

      *    the students held for arrears, rewritten every run and     *
      *    read by the transcript print and the completion audit.     *
           SELECT FEE-HOLDS ASSIGN TO "FEE-HOLDS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEE-HOLDS-STATUS.

      *    ---- shared run-date/error-log, audit-trail, balancing,    ----*
      *    ---- run-status, run-lock, general-ledger and calendar     ----*
      *    ---- facilities, common to the batch suite.                ----*
           COPY DATESEL.
           COPY AUDITSEL.
           COPY RUNSTSEL.
           COPY LOCKSEL.
           COPY GLSEL.
           COPY HOLSEL.

      *================================================================*
       DATA                                            DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                                    SECTION.
      *----------------------------------------------------------------*

           FD ENROLLMENT-MASTER.
           01 ENROLLMENT-RECORD.
               02 ENR-STUDENT-ID PIC 9(6).
               02 ENR-TERM PIC 9(2).
               02 ENR-SUBJECT PIC X(4).
      *    the class section the enrollment is timetabled in; spaces  *
      *    until a section is assigned.                               *
               02 ENR-SECTION PIC X(2).

           FD STUDENT-PROGRAMS.
           01 STUDENT-PROGRAM-RECORD.
               02 SP-STUDENT-ID PIC 9(6).
               02 SP-PROGRAM PIC X(4).

      *    FS-MES-INICIO/FS-MES-FIM are YYYYMM: the monthly fee falls *
      *    due in every month from the first to the last, and the     *
      *    enrolment fee once, in the first.                          *
           FD FEE-SCHEDULE.
           01 FEE-SCHEDULE-RECORD.
               02 FS-PROGRAM PIC X(4).
               02 FS-TERM PIC 9(2).
               02 FS-INSCRICAO PIC 9(5)V99.
               02 FS-MENSALIDADE PIC 9(5)V99.
               02 FS-MES-INICIO PIC 9(6).
               02 FS-MES-FIM PIC 9(6).

           FD FEE-CONTROL.
           01 FEE-CONTROL-RECORD.
               02 FC-LIMITE-ATRASO PIC 9(5)V99.
               02 FC-DIAS-TOLERANCIA PIC 9(3).
               02 FC-DIA-VENCIMENTO PIC 9(2).

      *    FL-TIPO: I enrolment fee, M monthly fee; FL-PERIODO is the *
      *    YYYYMM the fee belongs to; FL-ESTADO O open, P paid.       *
           FD FEE-LEDGER.
           01 FEE-LEDGER-RECORD.
               02 FL-STUDENT-ID PIC 9(6).
               02 FL-TERM PIC 9(2).
               02 FL-TIPO PIC X(1).
               02 FL-PERIODO PIC 9(6).
               02 FL-VENCIMENTO PIC 9(8).
               02 FL-VALOR PIC 9(5)V99.
               02 FL-PAGO PIC 9(5)V99.
               02 FL-ESTADO PIC X(1).

           FD FEE-PAYMENTS-IN.
           01 FEE-PAYMENT-RECORD.
               02 PAG-STUDENT-ID PIC 9(6).
               02 PAG-DATA PIC 9(8).
               02 PAG-VALOR PIC 9(5)V99.

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

      *    one line per student owing money: what is not yet due, and *
      *    what is overdue by 1-30, 31-60, 61-90 and over 90 days,    *
      *    the balance, and RETIDO when the arrears hold the          *
      *    student's documents.                                       *
           FD FEE-AGING-OUT.
           01 FAG-DETALHE.
               02 FAG-ALUNO PIC 9(6).
               02 FILLER PIC X(1).
               02 FAG-NOME PIC A(20).
               02 FILLER PIC X(1).
               02 FAG-CORRENTE PIC Z(6)9.99.
               02 FILLER PIC X(1).
               02 FAG-30 PIC Z(6)9.99.
               02 FILLER PIC X(1).
               02 FAG-60 PIC Z(6)9.99.
               02 FILLER PIC X(1).
               02 FAG-90 PIC Z(6)9.99.
               02 FILLER PIC X(1).
               02 FAG-MAIS PIC Z(6)9.99.
               02 FILLER PIC X(1).
               02 FAG-SALDO PIC Z(7)9.99.
               02 FILLER PIC X(1).
               02 FAG-RETIDO PIC X(6).
           01 FAG-TITULOS.
               02 FAG-TITULO-LINHA PIC X(110).

      *    the held student, the overdue amount that holds them and   *
      *    the oldest due date among it.                              *
           FD FEE-HOLDS.
           01 FEE-HOLD-RECORD.
               02 HLD-STUDENT-ID PIC 9(6).
               02 HLD-EM-ATRASO PIC 9(7)V99.
               02 HLD-VENCIMENTO PIC 9(8).

           COPY DATEFD.
           COPY AUDITFD.
           COPY RUNSTFD.
           COPY LOCKFD.
           COPY GLFD.
           COPY HOLFD.

      *----------------------------------------------------------------*
       WORKING-STORAGE                         SECTION.
      *----------------------------------------------------------------*

           COPY DATEWS.
           COPY AUDITWS.
           COPY BALANCEWS.
           COPY RUNSTWS.
           COPY LOCKWS.
           COPY GLWS.
           COPY HOLWS.

       77  ENROLLMENT-MASTER-STATUS pic x(2) value spaces.
       77  STUDENT-PROGRAMS-STATUS pic x(2) value spaces.
       77  FEE-SCHEDULE-STATUS pic x(2) value spaces.
       77  FEE-CONTROL-STATUS  pic x(2) value spaces.
       77  FEE-LEDGER-STATUS   pic x(2) value spaces.
       77  FEE-PAYMENTS-STATUS pic x(2) value spaces.
       77  FEE-HOLDS-STATUS    pic x(2) value spaces.
       77  STUDENT-REGISTER-STATUS pic x(2) value spaces.
       77  AGING-FILENAME      pic x(30) value spaces.
       77  enrollment_eof      pic x(3) value spaces.
       77  programs_eof        pic x(3) value spaces.
       77  schedule_eof        pic x(3) value spaces.
       77  ledger_eof          pic x(3) value spaces.
       77  payments_eof        pic x(3) value spaces.
       77  registo_aberto      pic x(1) value "N".
       77  tabela_cheia        pic x(1) value "N".

      *    off FEE-CONTROL.txt; without it any overdue amount past 30
      *    days of grace holds the student, and fees fall due on the
      *    8th.
       77  limite_atraso       pic 9(5)v99 value zero.
       77  dias_tolerancia     pic 9(3) value 30.
       77  dia_vencimento      pic 9(2) value 8.

       77  data_hoje           pic 9(8) value zero.
       77  serial_hoje         pic 9(7) value zero.
       77  periodo_hoje        pic 9(6) value zero.
       77  meses_hoje          pic 9(7) value zero.
       77  meses_linha         pic 9(7) value zero.
       77  dias_atraso         pic s9(7) value zero.

      *    the month being billed, walked from the schedule's first
      *    month up to this run's.
       01  mes_cursor.
           02 mc_ano pic 9(4).
           02 mc_mes pic 9(2).
       01  mes_cursor_num redefines mes_cursor pic 9(6).

      *    the fee in hand while it is raised.
       77  aluno_atual         pic 9(6) value zero.
       77  termo_atual         pic 9(2) value zero.
       77  programa_atual      pic x(4) value spaces.
       77  propina_tipo        pic x(1) value space.
       77  propina_periodo     pic 9(6) value zero.
       77  propina_valor       pic 9(5)v99 value zero.
       77  propina_vencimento  pic 9(8) value zero.
       77  propina_existe      pic x(1) value "N".

      *    the payment in hand while it is imputed.
       77  pagamento_restante  pic 9(5)v99 value zero.
       77  pagamento_imputado  pic 9(5)v99 value zero.
       77  pagamento_saldo     pic 9(5)v99 value zero.
       77  sem_divida          pic x(1) value "N".

      *    run totals.
       77  propinas_emitidas   pic 9(5) value zero.
       77  valor_emitido       pic 9(7)v99 value zero.
       77  alunos_sem_tabela   pic 9(5) value zero.
       77  alunos_saidos       pic 9(5) value zero.
       77  pagamentos_lidos    pic 9(5) value zero.
       77  pagamentos_aceites  pic 9(5) value zero.
       77  pagamentos_rejeitados pic 9(5) value zero.
       77  valor_recebido      pic 9(7)v99 value zero.
       77  valor_imputado      pic 9(7)v99 value zero.
       77  valor_excesso       pic 9(7)v99 value zero.
       77  alunos_retidos      pic 9(5) value zero.
       77  total_em_divida     pic 9(8)v99 value zero.

      *    who reads for what, and what each program and term costs.
       77  sp_count            pic 9(3) value zero.
       77  sp_idx              pic 9(3) value zero.
       77  fs_count            pic 9(3) value zero.
       77  fs_idx              pic 9(3) value zero.
       77  fs_atual            pic 9(3) value zero.

       01  SP-TABLE.
           02  SP-ENTRY OCCURS 200 TIMES.
               03 sp_tbl_id pic 9(6).
               03 sp_tbl_program pic x(4).

       01  FS-TABLE.
           02  FS-ENTRY OCCURS 100 TIMES.
               03 fs_tbl_program pic x(4).
               03 fs_tbl_term pic 9(2).
               03 fs_tbl_inscricao pic 9(5)v99.
               03 fs_tbl_mensalidade pic 9(5)v99.
               03 fs_tbl_inicio pic 9(6).
               03 fs_tbl_fim pic 9(6).

      *    each student and term on the enrollment file, once.
       77  et_count            pic 9(4) value zero.
       77  et_idx              pic 9(4) value zero.
       77  et_atual            pic 9(4) value zero.

       01  ET-TABLE.
           02  ET-ENTRY OCCURS 1000 TIMES.
               03 et_tbl_id pic 9(6).
               03 et_tbl_term pic 9(2).

      *    the fee ledger, whole.
       77  fl_count            pic 9(4) value zero.
       77  fl_idx              pic 9(4) value zero.
       77  fl_atual            pic 9(4) value zero.

       01  FL-TABLE.
           02  FL-ENTRY OCCURS 3000 TIMES.
               03 fl_tbl_id pic 9(6).
               03 fl_tbl_term pic 9(2).
               03 fl_tbl_tipo pic x(1).
               03 fl_tbl_periodo pic 9(6).
               03 fl_tbl_vencimento pic 9(8).
               03 fl_tbl_valor pic 9(5)v99.
               03 fl_tbl_pago pic 9(5)v99.
               03 fl_tbl_estado pic x(1).

      *    per student owing money: the age bands, the arrears past
      *    the days of grace, and the oldest due date among them.
       77  ag_count            pic 9(4) value zero.
       77  ag_idx              pic 9(4) value zero.
       77  ag_atual            pic 9(4) value zero.
       77  ag_saldo            pic 9(7)v99 value zero.

       01  AG-TABLE.
           02  AG-ENTRY OCCURS 1000 TIMES.
               03 ag_tbl_id pic 9(6).
               03 ag_tbl_corrente pic 9(7)v99.
               03 ag_tbl_30 pic 9(7)v99.
               03 ag_tbl_60 pic 9(7)v99.
               03 ag_tbl_90 pic 9(7)v99.
               03 ag_tbl_mais pic 9(7)v99.
               03 ag_tbl_atraso pic 9(7)v99.
               03 ag_tbl_vencimento pic 9(8).

      *================================================================*
       PROCEDURE                                       DIVISION.
      *================================================================*

       MAIN-PROCEDURE.

           PERFORM ABRIR-ERROR-LOG.
           PERFORM ABRIR-AUDIT-TRAIL.
      *    ---- the fee ledger is rewritten here: take the run lock  ----*
      *    ---- or refuse loudly.                                     ----*
           MOVE "PROD-8" TO LOCK-PROGRAMA.
           PERFORM OBTER-RUN-LOCK THRU OBTER-RUN-LOCK-EXIT.
           IF LOCK-OBTIDO = "N"
               DISPLAY "PRODUCAO-8 - JA EM EXECUCAO - RECUSADO"
               MOVE 8 TO RETURN-CODE
               CLOSE ERROR-LOG
                     AUDIT-TRAIL
               STOP RUN
           END-IF.

           MOVE "PROD-8" TO RST-PROGRAMA.
           PERFORM REGISTAR-INICIO-EXECUCAO
               THRU REGISTAR-INICIO-EXECUCAO-EXIT.
           PERFORM OBTER-DATA-EXECUCAO.
           DISPLAY "PRODUCAO-8 - RUN DATE: " RUN-DATE-DISPLAY.

           MOVE RUN-DATE TO data_hoje.
           MOVE RUN-DATE TO FER-DATA-TRABALHO.
           PERFORM CONVERTER-FERIADO-SERIAL.
           MOVE FER-SERIAL TO serial_hoje.
           COMPUTE periodo_hoje = (RUN-DATE-YYYY * 100) + RUN-DATE-MM.
           COMPUTE meses_hoje = (RUN-DATE-YYYY * 12) + RUN-DATE-MM.

           STRING "FEE-AGING-" RUN-PERIOD-TAG ".txt"
               DELIMITED BY SIZE INTO AGING-FILENAME.

           PERFORM CARREGAR-PLANO-CONTAS
               THRU CARREGAR-PLANO-CONTAS-EXIT.
           PERFORM carregarControlo.
           PERFORM carregarTabelaPropinas.
           PERFORM carregarProgramasAlunos.
           PERFORM carregarInscricoes.
           PERFORM carregarRazao.

      *    ---- a ledger or enrollment file bigger than its table     ----*
      *    ---- would be rewritten short -- nothing is billed and     ----*
      *    ---- the ledger is left exactly as it was.                 ----*
           IF tabela_cheia = "S"
               MOVE "PROD-8" TO ERR-PROGRAMA
               MOVE "E02" TO ERR-CODIGO
               MOVE "tabela de propinas excedida - nada lancado" TO
                   ERR-MENSAGEM
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               MOVE "ERRO" TO RST-RESULTADO
               PERFORM REGISTAR-FIM-EXECUCAO
                   THRU REGISTAR-FIM-EXECUCAO-EXIT
               PERFORM LIBERTAR-RUN-LOCK
               MOVE 8 TO RETURN-CODE
               CLOSE ERROR-LOG
                     AUDIT-TRAIL
               STOP RUN
           END-IF.

           OPEN INPUT STUDENT-REGISTER.
           IF STUDENT-REGISTER-STATUS = "00"
               MOVE "S" TO registo_aberto
           END-IF.

           PERFORM emitirPropinasAluno THRU emitirPropinasAluno-fim
               VARYING et_idx FROM 1 BY 1
               UNTIL et_idx > et_count.

           PERFORM aplicarPagamentos.

           PERFORM classificarPropina
               VARYING fl_idx FROM 1 BY 1
               UNTIL fl_idx > fl_count.

           PERFORM escreverAntiguidade.
           PERFORM escreverRetencoes.
           PERFORM gravarRazao.

           IF registo_aberto = "S"
               CLOSE STUDENT-REGISTER
           END-IF.

      *    ---- fees raised: receivable against fee income. money     ----*
      *    ---- banked: the bank against the receivable it settles,   ----*
      *    ---- and any excess held as a student advance until the    ----*
      *    ---- secretary refunds or applies it. fees are exempt, so  ----*
      *    ---- there is no VAT line.                                  ----*
           MOVE "PROD-8" TO GL-PROGRAMA.
           MOVE RUN-PERIOD-TAG TO GL-PERIODO.
           MOVE "PRP-ALUNOS" TO GL-CHAVE-CONTA.
           MOVE "D" TO GL-DC.
           MOVE valor_emitido TO GL-MONTANTE.
           PERFORM REGISTAR-LANCAMENTO THRU REGISTAR-LANCAMENTO-EXIT.
           MOVE "PRP-RECEITA" TO GL-CHAVE-CONTA.
           MOVE "C" TO GL-DC.
           MOVE valor_emitido TO GL-MONTANTE.
           PERFORM REGISTAR-LANCAMENTO THRU REGISTAR-LANCAMENTO-EXIT.
           MOVE "PRP-BANCO" TO GL-CHAVE-CONTA.
           MOVE "D" TO GL-DC.
           MOVE valor_recebido TO GL-MONTANTE.
           PERFORM REGISTAR-LANCAMENTO THRU REGISTAR-LANCAMENTO-EXIT.
           MOVE "PRP-ALUNOS" TO GL-CHAVE-CONTA.
           MOVE "C" TO GL-DC.
           MOVE valor_imputado TO GL-MONTANTE.
           PERFORM REGISTAR-LANCAMENTO THRU REGISTAR-LANCAMENTO-EXIT.
           MOVE "PRP-ADIANT" TO GL-CHAVE-CONTA.
           MOVE "C" TO GL-DC.
           MOVE valor_excesso TO GL-MONTANTE.
           PERFORM REGISTAR-LANCAMENTO THRU REGISTAR-LANCAMENTO-EXIT.
           PERFORM LIBERTAR-DIARIO THRU LIBERTAR-DIARIO-EXIT.

           MOVE "PROD-8" TO BAL-PROGRAMA.
           MOVE "E03" TO BAL-CODIGO-ERRO.
           MOVE pagamentos_lidos TO BAL-LIDOS.
           MOVE pagamentos_aceites TO BAL-GRAVADOS.
           MOVE pagamentos_rejeitados TO BAL-REJEITADOS.
           PERFORM VERIFICAR-BALANCEAMENTO
               THRU VERIFICAR-BALANCEAMENTO-EXIT.

           DISPLAY "PRODUCAO-8 - PROPINAS " propinas_emitidas
               " PAGAMENTOS " pagamentos_aceites
               " RETIDOS " alunos_retidos.

      *    ---- one FIM line on RUN-STATUS.txt: students and payments ----*
      *    ---- read, fees raised and payments taken, and the money   ----*
      *    ---- on the audit trail -- fees raised plus money banked.  ----*
           COMPUTE RST-LIDOS = et_count + pagamentos_lidos.
           COMPUTE RST-GRAVADOS =
                   propinas_emitidas + pagamentos_aceites.
           COMPUTE RST-REJEITADOS =
                   alunos_sem_tabela + pagamentos_rejeitados.
           COMPUTE RST-VALOR = valor_emitido + valor_recebido.
           MOVE "OK" TO RST-RESULTADO.
           PERFORM REGISTAR-FIM-EXECUCAO
               THRU REGISTAR-FIM-EXECUCAO-EXIT.

           PERFORM LIBERTAR-RUN-LOCK.

           CLOSE ERROR-LOG
                 AUDIT-TRAIL.
           STOP RUN.

      *    ---- threshold, grace and due day, when the office has     ----*
      *    ---- set them.                                             ----*
           carregarControlo.
           OPEN INPUT FEE-CONTROL.
           IF FEE-CONTROL-STATUS = "00"
               READ FEE-CONTROL
                   AT END CONTINUE
                   NOT AT END
                       IF FC-LIMITE-ATRASO IS NUMERIC
                           MOVE FC-LIMITE-ATRASO TO limite_atraso
                       END-IF
                       IF FC-DIAS-TOLERANCIA IS NUMERIC
                           MOVE FC-DIAS-TOLERANCIA TO dias_tolerancia
                       END-IF
      *                a due day past the 28th would not exist in     *
      *                february -- it is kept to the 8th instead.     *
                       IF FC-DIA-VENCIMENTO IS NUMERIC
                               AND FC-DIA-VENCIMENTO > ZERO
                               AND FC-DIA-VENCIMENTO < 29
                           MOVE FC-DIA-VENCIMENTO TO dia_vencimento
                       END-IF
               END-READ
               CLOSE FEE-CONTROL
           END-IF.

      *    ---- the fee schedule.                                     ----*
           carregarTabelaPropinas.
           OPEN INPUT FEE-SCHEDULE.
           IF FEE-SCHEDULE-STATUS NOT = "00"
               MOVE "YYY" TO schedule_eof
               DISPLAY "PRODUCAO-8: FEE-SCHEDULE.txt ausente"
           ELSE
               READ FEE-SCHEDULE
                   AT END MOVE "YYY" TO schedule_eof
               END-READ
               PERFORM construirTabelaPropinas
                   UNTIL schedule_eof = "YYY"
               CLOSE FEE-SCHEDULE
           END-IF.

           construirTabelaPropinas.
           IF FS-TERM IS NUMERIC AND FS-INSCRICAO IS NUMERIC
                   AND FS-MENSALIDADE IS NUMERIC
                   AND FS-MES-INICIO IS NUMERIC
                   AND FS-MES-FIM IS NUMERIC
               IF fs_count < 100
                   ADD 1 TO fs_count
                   MOVE FS-PROGRAM TO fs_tbl_program (fs_count)
                   MOVE FS-TERM TO fs_tbl_term (fs_count)
                   MOVE FS-INSCRICAO TO fs_tbl_inscricao (fs_count)
                   MOVE FS-MENSALIDADE TO fs_tbl_mensalidade (fs_count)
                   MOVE FS-MES-INICIO TO fs_tbl_inicio (fs_count)
                   MOVE FS-MES-FIM TO fs_tbl_fim (fs_count)
               END-IF
           ELSE
               MOVE "PROD-8" TO ERR-PROGRAMA
               MOVE "E02" TO ERR-CODIGO
               MOVE "linha de tabela de propinas invalida - " TO
                   ERR-MENSAGEM
               MOVE FS-PROGRAM TO ERR-MENSAGEM (40:4)
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
           END-IF.
           READ FEE-SCHEDULE
               AT END MOVE "YYY" TO schedule_eof
           END-READ.

      *    ---- who is reading for what.                              ----*
           carregarProgramasAlunos.
           OPEN INPUT STUDENT-PROGRAMS.
           IF STUDENT-PROGRAMS-STATUS NOT = "00"
               MOVE "YYY" TO programs_eof
               DISPLAY "PRODUCAO-8: STUDENT-PROGRAMS.txt ausente"
           ELSE
               READ STUDENT-PROGRAMS
                   AT END MOVE "YYY" TO programs_eof
               END-READ
               PERFORM construirProgramaAluno UNTIL programs_eof = "YYY"
               CLOSE STUDENT-PROGRAMS
           END-IF.

           construirProgramaAluno.
           IF sp_count < 200 AND SP-STUDENT-ID IS NUMERIC
               ADD 1 TO sp_count
               MOVE SP-STUDENT-ID TO sp_tbl_id (sp_count)
               MOVE SP-PROGRAM TO sp_tbl_program (sp_count)
           END-IF.
           READ STUDENT-PROGRAMS
               AT END MOVE "YYY" TO programs_eof
           END-READ.

      *    ---- each student and term on the enrollment file, once,   ----*
      *    ---- however many subjects they took.                      ----*
           carregarInscricoes.
           OPEN INPUT ENROLLMENT-MASTER.
           IF ENROLLMENT-MASTER-STATUS NOT = "00"
               MOVE "YYY" TO enrollment_eof
               DISPLAY "PRODUCAO-8: ENROLLMENT-MASTER.txt ausente"
           ELSE
               READ ENROLLMENT-MASTER
                   AT END MOVE "YYY" TO enrollment_eof
               END-READ
               PERFORM construirInscricao UNTIL enrollment_eof = "YYY"
               CLOSE ENROLLMENT-MASTER
           END-IF.

           construirInscricao.
           IF ENR-STUDENT-ID IS NUMERIC AND ENR-TERM IS NUMERIC
               MOVE ZERO TO et_atual
               PERFORM procurarInscricao
                   VARYING et_idx FROM 1 BY 1
                   UNTIL et_idx > et_count OR et_atual > ZERO
               IF et_atual = ZERO
                   IF et_count < 1000
                       ADD 1 TO et_count
                       MOVE ENR-STUDENT-ID TO et_tbl_id (et_count)
                       MOVE ENR-TERM TO et_tbl_term (et_count)
                   ELSE
                       MOVE "S" TO tabela_cheia
                   END-IF
               END-IF
           END-IF.
           READ ENROLLMENT-MASTER
               AT END MOVE "YYY" TO enrollment_eof
           END-READ.

           procurarInscricao.
           IF et_tbl_id (et_idx) = ENR-STUDENT-ID
                   AND et_tbl_term (et_idx) = ENR-TERM
               MOVE et_idx TO et_atual
           END-IF.

      *    ---- the fee ledger as the last run left it.               ----*
           carregarRazao.
           OPEN INPUT FEE-LEDGER.
           IF FEE-LEDGER-STATUS NOT = "00"
               MOVE "YYY" TO ledger_eof
           ELSE
               READ FEE-LEDGER
                   AT END MOVE "YYY" TO ledger_eof
               END-READ
               PERFORM construirRazao UNTIL ledger_eof = "YYY"
               CLOSE FEE-LEDGER
           END-IF.

           construirRazao.
           IF fl_count < 3000
               ADD 1 TO fl_count
               MOVE FL-STUDENT-ID TO fl_tbl_id (fl_count)
               MOVE FL-TERM TO fl_tbl_term (fl_count)
               MOVE FL-TIPO TO fl_tbl_tipo (fl_count)
               MOVE FL-PERIODO TO fl_tbl_periodo (fl_count)
               MOVE FL-VENCIMENTO TO fl_tbl_vencimento (fl_count)
               MOVE FL-VALOR TO fl_tbl_valor (fl_count)
               MOVE FL-PAGO TO fl_tbl_pago (fl_count)
               MOVE FL-ESTADO TO fl_tbl_estado (fl_count)
           ELSE
               MOVE "S" TO tabela_cheia
           END-IF.
           READ FEE-LEDGER
               AT END MOVE "YYY" TO ledger_eof
           END-READ.

      *    ---- one student and term: the schedule of their program   ----*
      *    ---- gives the enrolment fee, raised once, and a monthly   ----*
      *    ---- fee for every month of the term up to this one that   ----*
      *    ---- the ledger does not already hold -- a missed run      ----*
      *    ---- catches up, a rerun raises nothing twice. a term      ----*
      *    ---- whose last month has gone by is not billed again.     ----*
           emitirPropinasAluno.
           MOVE et_tbl_id (et_idx) TO aluno_atual.
           MOVE et_tbl_term (et_idx) TO termo_atual.

      *    a student who has left the school runs up no new fees.     *
           IF registo_aberto = "S"
               MOVE aluno_atual TO REG-STUDENT-ID
               READ STUDENT-REGISTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF REG-STATUS = "I"
                           ADD 1 TO alunos_saidos
                           GO TO emitirPropinasAluno-fim
                       END-IF
               END-READ
           END-IF.

           MOVE SPACES TO programa_atual.
           PERFORM procurarProgramaAluno
               VARYING sp_idx FROM 1 BY 1
               UNTIL sp_idx > sp_count.

           MOVE ZERO TO fs_atual.
           PERFORM procurarTabelaPropinas
               VARYING fs_idx FROM 1 BY 1
               UNTIL fs_idx > fs_count OR fs_atual > ZERO.

           IF fs_atual = ZERO
               ADD 1 TO alunos_sem_tabela
               MOVE "PROD-8" TO ERR-PROGRAMA
               MOVE "E02" TO ERR-CODIGO
               MOVE "sem propina para programa/termo - aluno " TO
                   ERR-MENSAGEM
               MOVE aluno_atual TO ERR-MENSAGEM (42:6)
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               GO TO emitirPropinasAluno-fim
           END-IF.

           IF fs_tbl_fim (fs_atual) < periodo_hoje
               GO TO emitirPropinasAluno-fim
           END-IF.

           IF fs_tbl_inscricao (fs_atual) > ZERO
               MOVE "I" TO propina_tipo
               MOVE fs_tbl_inicio (fs_atual) TO propina_periodo
               MOVE fs_tbl_inscricao (fs_atual) TO propina_valor
               PERFORM emitirPropina THRU emitirPropina-fim
           END-IF.

           IF fs_tbl_mensalidade (fs_atual) > ZERO
               MOVE fs_tbl_inicio (fs_atual) TO mes_cursor_num
               PERFORM emitirMensalidade
                   UNTIL mes_cursor_num > fs_tbl_fim (fs_atual)
                       OR mes_cursor_num > periodo_hoje
           END-IF.

           emitirPropinasAluno-fim.
               EXIT.

           procurarProgramaAluno.
           IF sp_tbl_id (sp_idx) = aluno_atual
               MOVE sp_tbl_program (sp_idx) TO programa_atual
           END-IF.

           procurarTabelaPropinas.
           IF fs_tbl_program (fs_idx) = programa_atual
                   AND fs_tbl_term (fs_idx) = termo_atual
               MOVE fs_idx TO fs_atual
           END-IF.

           emitirMensalidade.
           MOVE "M" TO propina_tipo.
           MOVE mes_cursor_num TO propina_periodo.
           MOVE fs_tbl_mensalidade (fs_atual) TO propina_valor.
           PERFORM emitirPropina THRU emitirPropina-fim.
           ADD 1 TO mc_mes.
           IF mc_mes > 12
               MOVE 1 TO mc_mes
               ADD 1 TO mc_ano
           END-IF.

      *    ---- one fee onto the ledger, unless it is already there;  ----*
      *    ---- it falls due on the due day of its month, or today    ----*
      *    ---- when that has gone by -- nobody is in arrears for a   ----*
      *    ---- fee they were never sent.                             ----*
           emitirPropina.
           MOVE "N" TO propina_existe.
           PERFORM testarPropina
               VARYING fl_idx FROM 1 BY 1
               UNTIL fl_idx > fl_count OR propina_existe = "S".
           IF propina_existe = "S"
               GO TO emitirPropina-fim
           END-IF.

           IF fl_count = 3000
               MOVE "PROD-8" TO ERR-PROGRAMA
               MOVE "E02" TO ERR-CODIGO
               MOVE "razao de propinas cheio - nao lancada - " TO
                   ERR-MENSAGEM
               MOVE aluno_atual TO ERR-MENSAGEM (42:6)
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               GO TO emitirPropina-fim
           END-IF.

           COMPUTE propina_vencimento =
                   (propina_periodo * 100) + dia_vencimento.
           IF propina_vencimento < data_hoje
               MOVE data_hoje TO propina_vencimento
           END-IF.

           ADD 1 TO fl_count.
           MOVE aluno_atual TO fl_tbl_id (fl_count).
           MOVE termo_atual TO fl_tbl_term (fl_count).
           MOVE propina_tipo TO fl_tbl_tipo (fl_count).
           MOVE propina_periodo TO fl_tbl_periodo (fl_count).
           MOVE propina_vencimento TO fl_tbl_vencimento (fl_count).
           MOVE propina_valor TO fl_tbl_valor (fl_count).
           MOVE ZERO TO fl_tbl_pago (fl_count).
           MOVE "O" TO fl_tbl_estado (fl_count).

           ADD 1 TO propinas_emitidas.
           ADD propina_valor TO valor_emitido.

           MOVE "PROD-8" TO AUD-PROGRAMA.
           MOVE SPACES TO AUD-CHAVE.
           MOVE aluno_atual TO AUD-CHAVE (1:6).
           MOVE termo_atual TO AUD-CHAVE (8:2).
           MOVE propina_tipo TO AUD-CHAVE (11:1).
           MOVE propina_periodo TO AUD-CHAVE (13:6).
           MOVE propina_valor TO AUD-VALOR.
           IF propina_tipo = "I"
               MOVE "PROPINA DE INSCRICAO" TO AUD-DESCRICAO
           ELSE
               MOVE "MENSALIDADE" TO AUD-DESCRICAO
           END-IF.
           PERFORM REGISTAR-AUDITORIA THRU REGISTAR-AUDITORIA-EXIT.

           emitirPropina-fim.
               EXIT.

           testarPropina.
           IF fl_tbl_id (fl_idx) = aluno_atual
                   AND fl_tbl_term (fl_idx) = termo_atual
                   AND fl_tbl_tipo (fl_idx) = propina_tipo
                   AND fl_tbl_periodo (fl_idx) = propina_periodo
               MOVE "S" TO propina_existe
           END-IF.

      *    ---- reads FEE-PAYMENTS-IN.txt, if present, and imputes    ----*
      *    ---- each payment to the student's oldest open fees.       ----*
           aplicarPagamentos.
           OPEN INPUT FEE-PAYMENTS-IN.
           IF FEE-PAYMENTS-STATUS NOT = "00"
               MOVE "YYY" TO payments_eof
           ELSE
               READ FEE-PAYMENTS-IN
                   AT END MOVE "YYY" TO payments_eof
               END-READ
               PERFORM aplicarPagamento UNTIL payments_eof = "YYY"
               CLOSE FEE-PAYMENTS-IN
           END-IF.

      *    ---- one payment: oldest due date first until the money    ----*
      *    ---- runs out; what is left over once nothing is owed is   ----*
      *    ---- kept as an advance and reported for the office.       ----*
           aplicarPagamento.
           ADD 1 TO pagamentos_lidos.

           IF PAG-STUDENT-ID IS NOT NUMERIC
                   OR PAG-VALOR IS NOT NUMERIC
               ADD 1 TO pagamentos_rejeitados
               MOVE "PROD-8" TO ERR-PROGRAMA
               MOVE "E02" TO ERR-CODIGO
               MOVE "pagamento com dados nao numericos" TO ERR-MENSAGEM
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
           ELSE
           IF PAG-VALOR = ZERO
               ADD 1 TO pagamentos_rejeitados
               MOVE "PROD-8" TO ERR-PROGRAMA
               MOVE "E02" TO ERR-CODIGO
               MOVE "pagamento de valor zero - aluno " TO ERR-MENSAGEM
               MOVE PAG-STUDENT-ID TO ERR-MENSAGEM (33:6)
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
           ELSE
               ADD 1 TO pagamentos_aceites
               ADD PAG-VALOR TO valor_recebido
               MOVE PAG-STUDENT-ID TO aluno_atual
               MOVE PAG-VALOR TO pagamento_restante
               MOVE "N" TO sem_divida
               PERFORM imputarPagamento
                   UNTIL pagamento_restante = ZERO OR sem_divida = "S"
               COMPUTE pagamento_imputado =
                       PAG-VALOR - pagamento_restante
               ADD pagamento_imputado TO valor_imputado

               IF pagamento_imputado > ZERO
                   MOVE "PROD-8" TO AUD-PROGRAMA
                   MOVE SPACES TO AUD-CHAVE
                   MOVE aluno_atual TO AUD-CHAVE (1:6)
                   MOVE pagamento_imputado TO AUD-VALOR
                   MOVE "PROPINAS PAGAS" TO AUD-DESCRICAO
                   PERFORM REGISTAR-AUDITORIA
                       THRU REGISTAR-AUDITORIA-EXIT
               END-IF

               IF pagamento_restante > ZERO
                   ADD pagamento_restante TO valor_excesso
                   MOVE "PROD-8" TO AUD-PROGRAMA
                   MOVE SPACES TO AUD-CHAVE
                   MOVE aluno_atual TO AUD-CHAVE (1:6)
                   MOVE pagamento_restante TO AUD-VALOR
                   MOVE "PAGAMENTO EM EXCESSO" TO AUD-DESCRICAO
                   PERFORM REGISTAR-AUDITORIA
                       THRU REGISTAR-AUDITORIA-EXIT
                   MOVE "PROD-8" TO ERR-PROGRAMA
                   MOVE "E02" TO ERR-CODIGO
                   MOVE "pagamento acima da divida - aluno " TO
                       ERR-MENSAGEM
                   MOVE aluno_atual TO ERR-MENSAGEM (35:6)
                   PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               END-IF
           END-IF
           END-IF.

           READ FEE-PAYMENTS-IN
               AT END MOVE "YYY" TO payments_eof
           END-READ.

           imputarPagamento.
           MOVE ZERO TO fl_atual.
           PERFORM procurarPropinaAntiga
               VARYING fl_idx FROM 1 BY 1
               UNTIL fl_idx > fl_count.
           IF fl_atual = ZERO
               MOVE "S" TO sem_divida
           ELSE
               COMPUTE pagamento_saldo =
                       fl_tbl_valor (fl_atual) - fl_tbl_pago (fl_atual)
               IF pagamento_saldo > pagamento_restante
                   MOVE pagamento_restante TO pagamento_saldo
               END-IF
               ADD pagamento_saldo TO fl_tbl_pago (fl_atual)
               SUBTRACT pagamento_saldo FROM pagamento_restante
               IF fl_tbl_pago (fl_atual) NOT < fl_tbl_valor (fl_atual)
                   MOVE "P" TO fl_tbl_estado (fl_atual)
               END-IF
           END-IF.

           procurarPropinaAntiga.
           IF fl_tbl_id (fl_idx) = aluno_atual
                   AND fl_tbl_estado (fl_idx) = "O"
               IF fl_atual = ZERO
                   MOVE fl_idx TO fl_atual
               ELSE
                   IF fl_tbl_vencimento (fl_idx)
                           < fl_tbl_vencimento (fl_atual)
                       MOVE fl_idx TO fl_atual
                   END-IF
               END-IF
           END-IF.

      *    ---- one open fee onto its student's age band; past the    ----*
      *    ---- days of grace it counts towards the hold as well.     ----*
           classificarPropina.
           IF fl_tbl_estado (fl_idx) = "O"
               COMPUTE ag_saldo =
                       fl_tbl_valor (fl_idx) - fl_tbl_pago (fl_idx)
               MOVE fl_tbl_vencimento (fl_idx) TO FER-DATA-TRABALHO
               PERFORM CONVERTER-FERIADO-SERIAL
               COMPUTE dias_atraso = serial_hoje - FER-SERIAL
               PERFORM procurarAntiguidadeAluno
               IF ag_atual > ZERO
                   IF dias_atraso NOT > ZERO
                       ADD ag_saldo TO ag_tbl_corrente (ag_atual)
                   ELSE
                   IF dias_atraso NOT > 30
                       ADD ag_saldo TO ag_tbl_30 (ag_atual)
                   ELSE
                   IF dias_atraso NOT > 60
                       ADD ag_saldo TO ag_tbl_60 (ag_atual)
                   ELSE
                   IF dias_atraso NOT > 90
                       ADD ag_saldo TO ag_tbl_90 (ag_atual)
                   ELSE
                       ADD ag_saldo TO ag_tbl_mais (ag_atual)
                   END-IF
                   END-IF
                   END-IF
                   END-IF
                   IF dias_atraso > dias_tolerancia
                       ADD ag_saldo TO ag_tbl_atraso (ag_atual)
                       IF ag_tbl_vencimento (ag_atual) = ZERO
                               OR fl_tbl_vencimento (fl_idx)
                                   < ag_tbl_vencimento (ag_atual)
                           MOVE fl_tbl_vencimento (fl_idx)
                               TO ag_tbl_vencimento (ag_atual)
                       END-IF
                   END-IF
               END-IF
           END-IF.

           procurarAntiguidadeAluno.
           MOVE ZERO TO ag_atual.
           PERFORM testarAntiguidadeAluno
               VARYING ag_idx FROM 1 BY 1
               UNTIL ag_idx > ag_count OR ag_atual > ZERO.
           IF ag_atual = ZERO AND ag_count < 1000
               ADD 1 TO ag_count
               MOVE fl_tbl_id (fl_idx) TO ag_tbl_id (ag_count)
               MOVE ZERO TO ag_tbl_corrente (ag_count)
               MOVE ZERO TO ag_tbl_30 (ag_count)
               MOVE ZERO TO ag_tbl_60 (ag_count)
               MOVE ZERO TO ag_tbl_90 (ag_count)
               MOVE ZERO TO ag_tbl_mais (ag_count)
               MOVE ZERO TO ag_tbl_atraso (ag_count)
               MOVE ZERO TO ag_tbl_vencimento (ag_count)
               MOVE ag_count TO ag_atual
           END-IF.

           testarAntiguidadeAluno.
           IF ag_tbl_id (ag_idx) = fl_tbl_id (fl_idx)
               MOVE ag_idx TO ag_atual
           END-IF.

      *    ---- the secretary's aging report, in the style of the     ----*
      *    ---- trade-account aging.                                  ----*
           escreverAntiguidade.
           OPEN OUTPUT FEE-AGING-OUT.
           MOVE SPACES TO FAG-TITULOS.
           STRING "ALUNO  NOME                  "
                  "NAO VENCIDO   1-30 DIAS  31-60 DIAS "
                  " 61-90 DIAS  MAIS DE 90        SALDO"
               DELIMITED BY SIZE INTO FAG-TITULO-LINHA.
           WRITE FAG-TITULOS.
           MOVE ZERO TO total_em_divida.
           PERFORM escreverLinhaAntiguidade
               VARYING ag_idx FROM 1 BY 1
               UNTIL ag_idx > ag_count.
           MOVE SPACES TO FAG-DETALHE.
           MOVE "TOTAL EM DIVIDA" TO FAG-NOME.
           MOVE total_em_divida TO FAG-SALDO.
           WRITE FAG-DETALHE.
           CLOSE FEE-AGING-OUT.

           escreverLinhaAntiguidade.
           MOVE SPACES TO FAG-DETALHE.
           MOVE ag_tbl_id (ag_idx) TO FAG-ALUNO.
           IF registo_aberto = "S"
               MOVE ag_tbl_id (ag_idx) TO REG-STUDENT-ID
               READ STUDENT-REGISTER
                   INVALID KEY MOVE "** NAO REGISTADO **" TO FAG-NOME
                   NOT INVALID KEY MOVE REG-SHORT-NAME TO FAG-NOME
               END-READ
           END-IF.
           MOVE ag_tbl_corrente (ag_idx) TO FAG-CORRENTE.
           MOVE ag_tbl_30 (ag_idx) TO FAG-30.
           MOVE ag_tbl_60 (ag_idx) TO FAG-60.
           MOVE ag_tbl_90 (ag_idx) TO FAG-90.
           MOVE ag_tbl_mais (ag_idx) TO FAG-MAIS.
           COMPUTE ag_saldo = ag_tbl_corrente (ag_idx)
                   + ag_tbl_30 (ag_idx) + ag_tbl_60 (ag_idx)
                   + ag_tbl_90 (ag_idx) + ag_tbl_mais (ag_idx).
           MOVE ag_saldo TO FAG-SALDO.
           ADD ag_saldo TO total_em_divida.
           IF ag_tbl_atraso (ag_idx) > limite_atraso
               MOVE "RETIDO" TO FAG-RETIDO
           END-IF.
           WRITE FAG-DETALHE.

      *    ---- the hold list, whole, every run: a student who has    ----*
      *    ---- paid down below the threshold simply drops off it.    ----*
           escreverRetencoes.
           OPEN OUTPUT FEE-HOLDS.
           PERFORM escreverRetencao
               VARYING ag_idx FROM 1 BY 1
               UNTIL ag_idx > ag_count.
           CLOSE FEE-HOLDS.

           escreverRetencao.
           IF ag_tbl_atraso (ag_idx) > limite_atraso
               MOVE SPACES TO FEE-HOLD-RECORD
               MOVE ag_tbl_id (ag_idx) TO HLD-STUDENT-ID
               MOVE ag_tbl_atraso (ag_idx) TO HLD-EM-ATRASO
               MOVE ag_tbl_vencimento (ag_idx) TO HLD-VENCIMENTO
               WRITE FEE-HOLD-RECORD
               ADD 1 TO alunos_retidos
           END-IF.

      *    ---- the ledger back out. a paid fee stays for a year so   ----*
      *    ---- a rerun inside its term cannot raise it again, then   ----*
      *    ---- leaves -- the payment itself is on AUDIT-TRAIL.txt.   ----*
           gravarRazao.
           OPEN OUTPUT FEE-LEDGER.
           PERFORM gravarLinhaRazao
               VARYING fl_idx FROM 1 BY 1
               UNTIL fl_idx > fl_count.
           CLOSE FEE-LEDGER.

           gravarLinhaRazao.
           MOVE fl_tbl_periodo (fl_idx) TO mes_cursor_num.
           COMPUTE meses_linha = (mc_ano * 12) + mc_mes.
           IF fl_tbl_estado (fl_idx) = "O"
                   OR meses_hoje - meses_linha NOT > 12
               MOVE SPACES TO FEE-LEDGER-RECORD
               MOVE fl_tbl_id (fl_idx) TO FL-STUDENT-ID
               MOVE fl_tbl_term (fl_idx) TO FL-TERM
               MOVE fl_tbl_tipo (fl_idx) TO FL-TIPO
               MOVE fl_tbl_periodo (fl_idx) TO FL-PERIODO
               MOVE fl_tbl_vencimento (fl_idx) TO FL-VENCIMENTO
               MOVE fl_tbl_valor (fl_idx) TO FL-VALOR
               MOVE fl_tbl_pago (fl_idx) TO FL-PAGO
               MOVE fl_tbl_estado (fl_idx) TO FL-ESTADO
               WRITE FEE-LEDGER-RECORD
           END-IF.

           COPY DATEPD.
           COPY AUDITPD.
           COPY BALANCEPD.
           COPY RUNSTPD.
           COPY LOCKPD.
           COPY GLPD.
           COPY HOLPD.

       END PROGRAM PRODUCAO-8.
