      *================================================================*
       IDENTIFICATION                                  DIVISION.
      *================================================================*
       PROGRAM-ID. PRODUCAO-9.
      ***************************DOCUMENTACAO***************************
      ******************************************************************
      *                                                       PI 09-26 *
      *    AUTOR:      Marco Silva n 9                                 *
      *    ESPECIFICACAO DO PROGRAMA: validacao de inscricoes -- cada  *
      *                               pedido de inscricao novo e       *
      *                               conferido com as precedencias e  *
      *                               co-requisitos da disciplina,     *
      *                               contra os resultados do aluno no *
      *                               STUDENT-MASTER.txt e no          *
      *                               TRANSCRIPT.txt; os validos       *
      *                               entram no ENROLLMENT-MASTER.txt, *
      *                               os outros saem rejeitados com a  *
      *                               disciplina em falta, e a         *
      *                               derrogacao do director de curso  *
      *                               fica no AUDIT-TRAIL.txt.         *
      *    LOCAL:      Braga, Portugal                                 *
      *                                                                *
      *    COMENTARIOS:                                                *
      *    2026/10/01  MS  primeira versao -- o ENROLLMENT-MASTER.txt  *
      *                    deixa de aceitar qualquer aluno em qualquer *
      *                    disciplina.                                 *
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

      *    the new enrollments the secretary's office has keyed, one  *
      *    line per student, term, subject and section -- the         *
      *    master's layout.                                           *
           SELECT ENROLLMENT-REQUESTS-IN
               ASSIGN TO "ENROLLMENT-REQUESTS-IN.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ENROLLMENT-REQUESTS-STATUS.

      *    the course director's overrides: an enrollment named here  *
      *    is let through its missing prerequisites and co-requisites *
      *    with who allowed it and why.                               *
           SELECT ENROLLMENT-OVERRIDES-IN
               ASSIGN TO "ENROLLMENT-OVERRIDES-IN.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ENROLLMENT-OVERRIDES-STATUS.

      *    one line per subject and subject it depends on: P must     *
      *    already be passed, C must be taken in the same term.       *
           SELECT SUBJECT-PREREQS ASSIGN TO "SUBJECT-PREREQS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUBJECT-PREREQS-STATUS.

      *    subject master -- a subject it does not hold cannot be     *
      *    enrolled in; an absent master accepts any code.            *
           SELECT SUBJECT-MASTER ASSIGN TO "SUBJECT-MASTER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUBJECT-MASTER-STATUS.

      *    the academic history -- the superseding-line rule is the   *
      *    same PRODUCAO-2 applies.                                   *
           SELECT TRANSCRIPT-FILE ASSIGN TO "TRANSCRIPT.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANSCRIPT-FILE-STATUS.

      *    the current results, read through after the transcript --  *
      *    a record amended in place has the last word.               *
           SELECT STUDENT-MASTER ASSIGN TO "STUDENT-MASTER.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SM-KEY
               FILE STATUS IS STUDENT-MASTER-STATUS.

      *    the student register PRODUCAO-6 maintains -- nobody it     *
      *    does not hold, and nobody who has left, is enrolled.       *
           SELECT STUDENT-REGISTER ASSIGN TO "STUDENT-REGISTER.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-STUDENT-ID
               FILE STATUS IS STUDENT-REGISTER-STATUS.

      *    who is enrolled in what -- read whole, then the accepted   *
      *    enrollments are appended to it.                            *
           SELECT ENROLLMENT-MASTER ASSIGN TO "ENROLLMENT-MASTER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ENROLLMENT-MASTER-STATUS.

      *    the rejected enrollments, each with its reason and the     *
      *    subject missing, for the secretary's office.               *
           SELECT ENROLLMENT-REJECTS-OUT
               ASSIGN TO "ENROLLMENT-REJECTS-OUT.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    ---- shared run-date/error-log, audit-trail, balancing,    ----*
      *    ---- run-status and run-lock facilities, common to the     ----*
      *    ---- batch suite.                                          ----*
           COPY DATESEL.
           COPY AUDITSEL.
           COPY RUNSTSEL.
           COPY LOCKSEL.

      *================================================================*
       DATA                                            DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                                    SECTION.
      *----------------------------------------------------------------*

           FD ENROLLMENT-REQUESTS-IN.
           01 ENROLLMENT-REQUEST-RECORD.
               02 PED-STUDENT-ID PIC 9(6).
               02 PED-TERM PIC 9(2).
               02 PED-SUBJECT PIC X(4).
               02 PED-SECTION PIC X(2).

           FD ENROLLMENT-OVERRIDES-IN.
           01 ENROLLMENT-OVERRIDE-RECORD.
               02 OVR-STUDENT-ID PIC 9(6).
               02 OVR-TERM PIC 9(2).
               02 OVR-SUBJECT PIC X(4).
               02 OVR-OPERATOR PIC X(3).
               02 OVR-REASON PIC X(26).

           FD SUBJECT-PREREQS.
           01 SUBJECT-PREREQ-RECORD.
               02 PRQ-SUBJECT PIC X(4).
               02 PRQ-TIPO PIC X(1).
               02 PRQ-REQUISITO PIC X(4).

           FD SUBJECT-MASTER.
           01 SUBJECT-MASTER-RECORD.
               02 SUBJ-CODE PIC X(4).
               02 SUBJ-NAME PIC A(20).
               02 SUBJ-WEIGHT-1 PIC V99.
               02 SUBJ-WEIGHT-2 PIC V99.
               02 SUBJ-WEIGHT-3 PIC V99.
               02 SUBJ-WEIGHT-4 PIC V99.
               02 SUBJ-CREDITS PIC 99V9.

           FD TRANSCRIPT-FILE.
           01 TRANSCRIPT-RECORD.
               02 TR-STUDENT-ID PIC 9(6).
               02 TR-TERM PIC 9(2).
               02 TR-AVERAGE PIC X(5).
               02 TR-STATUS PIC X(9).
               02 TR-SUBJECT PIC X(4).

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

           FD ENROLLMENT-MASTER.
           01 ENROLLMENT-RECORD.
               02 ENR-STUDENT-ID PIC 9(6).
               02 ENR-TERM PIC 9(2).
               02 ENR-SUBJECT PIC X(4).
      *    the class section the enrollment is timetabled in; spaces  *
      *    until a section is assigned.                               *
               02 ENR-SECTION PIC X(2).

           FD ENROLLMENT-REJECTS-OUT.
           01 ENROLLMENT-REJECT-LINE.
               02 REJ-STUDENT-ID PIC 9(6).
               02 FILLER PIC X(1) VALUE SPACE.
               02 REJ-TERM PIC 9(2).
               02 FILLER PIC X(1) VALUE SPACE.
               02 REJ-SUBJECT PIC X(4).
               02 FILLER PIC X(1) VALUE SPACE.
               02 REJ-MOTIVO PIC X(12).
               02 FILLER PIC X(1) VALUE SPACE.
               02 REJ-FALTA PIC X(4).

           COPY DATEFD.
           COPY AUDITFD.
           COPY RUNSTFD.
           COPY LOCKFD.

      *----------------------------------------------------------------*
       WORKING-STORAGE                         SECTION.
      *----------------------------------------------------------------*

           COPY DATEWS.
           COPY AUDITWS.
           COPY BALANCEWS.
           COPY RUNSTWS.
           COPY LOCKWS.

       77  ENROLLMENT-REQUESTS-STATUS pic x(2) value spaces.
       77  ENROLLMENT-OVERRIDES-STATUS pic x(2) value spaces.
       77  SUBJECT-PREREQS-STATUS pic x(2) value spaces.
       77  SUBJECT-MASTER-STATUS pic x(2) value spaces.
       77  TRANSCRIPT-FILE-STATUS pic x(2) value spaces.
       77  STUDENT-MASTER-STATUS pic x(2) value spaces.
       77  STUDENT-REGISTER-STATUS pic x(2) value spaces.
       77  ENROLLMENT-MASTER-STATUS pic x(2) value spaces.
       77  requests_eof        pic x(3) value spaces.
       77  overrides_eof       pic x(3) value spaces.
       77  prereqs_eof         pic x(3) value spaces.
       77  subject_eof         pic x(3) value spaces.
       77  transcript_eof      pic x(3) value spaces.
       77  master_eof          pic x(3) value spaces.
       77  enrollment_eof      pic x(3) value spaces.
       77  registo_aberto      pic x(1) value "N".
       77  tabela_cheia        pic x(1) value "N".

      *    the run's counts and the RUN-STATUS control total -- one
      *    per override used, as the audit lines carry.
       77  pedidos_lidos       pic 9(5) value zero.
       77  pedidos_aceites     pic 9(5) value zero.
       77  pedidos_rejeitados  pic 9(5) value zero.
       77  derrogacoes_usadas  pic 9(5) value zero.
       77  derrogacoes_sem_uso pic 9(5) value zero.

      *    the new enrollments, judged in memory before any is
      *    written: S for accepted, R for rejected.
       77  ped_count           pic 9(4) value zero.
       77  ped_idx             pic 9(4) value zero.
       77  ped_j               pic 9(4) value zero.

       01  PED-TABLE.
           02  PED-ENTRY OCCURS 400 TIMES.
               03 ped_tbl_id pic 9(6).
               03 ped_tbl_termo pic 9(2).
               03 ped_tbl_disciplina pic x(4).
               03 ped_tbl_seccao pic x(2).
               03 ped_tbl_estado pic x(1).
               03 ped_tbl_motivo pic x(12).
               03 ped_tbl_falta pic x(4).
               03 ped_tbl_derrogado pic x(1).
               03 ped_tbl_derrog_falta pic x(4).
               03 ped_tbl_ovr_idx pic 9(3).

      *    the overrides keyed by the course director.
       77  ovr_count           pic 9(3) value zero.
       77  ovr_idx             pic 9(3) value zero.
       77  ovr_achada          pic 9(3) value zero.

       01  OVR-TABLE.
           02  OVR-ENTRY OCCURS 200 TIMES.
               03 ovr_tbl_id pic 9(6).
               03 ovr_tbl_termo pic 9(2).
               03 ovr_tbl_disciplina pic x(4).
               03 ovr_tbl_operador pic x(3).
               03 ovr_tbl_motivo pic x(26).
               03 ovr_tbl_usada pic x(1).

      *    the prerequisite and co-requisite table.
       77  prq_count           pic 9(3) value zero.
       77  prq_idx             pic 9(3) value zero.

       01  PRQ-TABLE.
           02  PRQ-ENTRY OCCURS 300 TIMES.
               03 prq_tbl_disciplina pic x(4).
               03 prq_tbl_tipo pic x(1).
               03 prq_tbl_requisito pic x(4).

      *    the subject codes on the master.
       77  subj_count          pic 9(3) value zero.
       77  subj_idx            pic 9(3) value zero.
       77  subj_achada         pic x(1) value "N".

       01  SUBJ-TABLE.
           02  SUBJ-ENTRY OCCURS 50 TIMES.
               03 subj_tbl_code pic x(4).

      *    every result on file, the last line for a student/term/
      *    subject standing -- transcript first, then the master.
       77  hist_count          pic 9(4) value zero.
       77  hist_idx            pic 9(4) value zero.
       77  hist_k              pic 9(4) value zero.
       77  hist_substituido    pic x(1) value "N".
       77  novo_id             pic 9(6) value zero.
       77  novo_termo          pic 9(2) value zero.
       77  nova_disciplina     pic x(4) value spaces.
       77  novo_estado         pic x(9) value spaces.

       01  HIST-TABLE.
           02  HIST-ENTRY OCCURS 2000 TIMES.
               03 hist_tbl_id pic 9(6).
               03 hist_tbl_termo pic 9(2).
               03 hist_tbl_disciplina pic x(4).
               03 hist_tbl_estado pic x(9).

      *    the enrollments already on the master.
       77  enr_count           pic 9(4) value zero.
       77  enr_idx             pic 9(4) value zero.

       01  ENR-TABLE.
           02  ENR-ENTRY OCCURS 2000 TIMES.
               03 enr_tbl_id pic 9(6).
               03 enr_tbl_termo pic 9(2).
               03 enr_tbl_disciplina pic x(4).

      *    the request in hand and what the checks found.
       77  busca_disciplina    pic x(4) value spaces.
       77  disciplina_feita    pic x(1) value "N".
       77  ja_inscrito         pic x(1) value "N".
       77  em_falta            pic x(4) value spaces.
       77  houve_mudanca       pic x(1) value "S".

      *================================================================*
       PROCEDURE                                       DIVISION.
      *================================================================*

       MAIN-PROCEDURE.

           PERFORM ABRIR-ERROR-LOG.
           PERFORM ABRIR-AUDIT-TRAIL.
      *    ---- the enrollment master is appended to here: take the   ----*
      *    ---- run lock or refuse loudly.                            ----*
           MOVE "PROD-9" TO LOCK-PROGRAMA.
           PERFORM OBTER-RUN-LOCK THRU OBTER-RUN-LOCK-EXIT.
           IF LOCK-OBTIDO = "N"
               DISPLAY "PRODUCAO-9 - JA EM EXECUCAO - RECUSADO"
               MOVE 8 TO RETURN-CODE
               CLOSE ERROR-LOG
                     AUDIT-TRAIL
               STOP RUN
           END-IF.

           MOVE "PROD-9" TO RST-PROGRAMA.
           PERFORM REGISTAR-INICIO-EXECUCAO
               THRU REGISTAR-INICIO-EXECUCAO-EXIT.
           PERFORM OBTER-DATA-EXECUCAO.
           DISPLAY "PRODUCAO-9 - RUN DATE: " RUN-DATE-DISPLAY.

           PERFORM carregarPedidos.
           PERFORM carregarDerrogacoes.
           PERFORM carregarPrecedencias.
           PERFORM carregarDisciplinas.
           PERFORM carregarHistorico.
           PERFORM carregarMestre.
           PERFORM carregarInscricoes.

      *    ---- a file bigger than its table would judge enrollments  ----*
      *    ---- on half the facts -- nothing is enrolled and the      ----*
      *    ---- master is left exactly as it was.                     ----*
           IF tabela_cheia = "S"
               MOVE "PROD-9" TO ERR-PROGRAMA
               MOVE "E02" TO ERR-CODIGO
               MOVE "tabela de inscricoes excedida - nada inscrito" TO
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

           PERFORM validarPedido THRU validarPedido-fim
               VARYING ped_idx FROM 1 BY 1
               UNTIL ped_idx > ped_count.

      *    ---- co-requisites last: one enrollment can lean on        ----*
      *    ---- another of the same run, so every rejection sends the ----*
      *    ---- survivors round again until nothing more falls.       ----*
           MOVE "S" TO houve_mudanca.
           PERFORM reverCoRequisitos UNTIL houve_mudanca = "N".

           IF registo_aberto = "S"
               CLOSE STUDENT-REGISTER
           END-IF.

           PERFORM abrirInscricoes.
           OPEN OUTPUT ENROLLMENT-REJECTS-OUT.
           PERFORM gravarPedido
               VARYING ped_idx FROM 1 BY 1
               UNTIL ped_idx > ped_count.
           CLOSE ENROLLMENT-MASTER
                 ENROLLMENT-REJECTS-OUT.

           PERFORM contarDerrogacaoSemUso
               VARYING ovr_idx FROM 1 BY 1
               UNTIL ovr_idx > ovr_count.
           IF derrogacoes_sem_uso > ZERO
               MOVE "PROD-9" TO ERR-PROGRAMA
               MOVE "E02" TO ERR-CODIGO
               MOVE "derrogacao sem inscricao rejeitavel - ignorada"
                   TO ERR-MENSAGEM
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
           END-IF.

           MOVE "PROD-9" TO BAL-PROGRAMA.
           MOVE "E03" TO BAL-CODIGO-ERRO.
           MOVE pedidos_lidos TO BAL-LIDOS.
           MOVE pedidos_aceites TO BAL-GRAVADOS.
           MOVE pedidos_rejeitados TO BAL-REJEITADOS.
           PERFORM VERIFICAR-BALANCEAMENTO
               THRU VERIFICAR-BALANCEAMENTO-EXIT.

           DISPLAY "PRODUCAO-9 - INSCRITOS " pedidos_aceites
               " REJEITADOS " pedidos_rejeitados
               " DERROGADOS " derrogacoes_usadas.

      *    ---- one FIM line on RUN-STATUS.txt: requests read,        ----*
      *    ---- enrolled and rejected, and the overrides the audit    ----*
      *    ---- trail carries, one apiece.                            ----*
           MOVE pedidos_lidos TO RST-LIDOS.
           MOVE pedidos_aceites TO RST-GRAVADOS.
           MOVE pedidos_rejeitados TO RST-REJEITADOS.
           MOVE derrogacoes_usadas TO RST-VALOR.
           MOVE "OK" TO RST-RESULTADO.
           PERFORM REGISTAR-FIM-EXECUCAO
               THRU REGISTAR-FIM-EXECUCAO-EXIT.

           PERFORM LIBERTAR-RUN-LOCK.

           CLOSE ERROR-LOG
                 AUDIT-TRAIL.
           STOP RUN.

      *    ---- the requests, whole; a bad line is kept to be         ----*
      *    ---- rejected with the rest.                               ----*
           carregarPedidos.
           OPEN INPUT ENROLLMENT-REQUESTS-IN.
           IF ENROLLMENT-REQUESTS-STATUS NOT = "00"
               MOVE "YYY" TO requests_eof
           ELSE
               READ ENROLLMENT-REQUESTS-IN
                   AT END MOVE "YYY" TO requests_eof
               END-READ
               PERFORM construirPedido UNTIL requests_eof = "YYY"
               CLOSE ENROLLMENT-REQUESTS-IN
           END-IF.

           construirPedido.
           IF ped_count < 400
               ADD 1 TO ped_count
               ADD 1 TO pedidos_lidos
               MOVE ENROLLMENT-REQUEST-RECORD
                   TO PED-ENTRY (ped_count) (1:14)
               MOVE "S" TO ped_tbl_estado (ped_count)
               MOVE SPACES TO ped_tbl_motivo (ped_count)
               MOVE SPACES TO ped_tbl_falta (ped_count)
               MOVE "N" TO ped_tbl_derrogado (ped_count)
               MOVE SPACES TO ped_tbl_derrog_falta (ped_count)
               MOVE ZERO TO ped_tbl_ovr_idx (ped_count)
           ELSE
               MOVE "S" TO tabela_cheia
           END-IF.
           READ ENROLLMENT-REQUESTS-IN
               AT END MOVE "YYY" TO requests_eof
           END-READ.

           carregarDerrogacoes.
           OPEN INPUT ENROLLMENT-OVERRIDES-IN.
           IF ENROLLMENT-OVERRIDES-STATUS NOT = "00"
               MOVE "YYY" TO overrides_eof
           ELSE
               READ ENROLLMENT-OVERRIDES-IN
                   AT END MOVE "YYY" TO overrides_eof
               END-READ
               PERFORM construirDerrogacao UNTIL overrides_eof = "YYY"
               CLOSE ENROLLMENT-OVERRIDES-IN
           END-IF.

      *    an override nobody can be identified by -- no number, or   *
      *    no initials -- overrides nothing.                          *
           construirDerrogacao.
           IF OVR-STUDENT-ID IS NUMERIC AND OVR-TERM IS NUMERIC
                   AND OVR-OPERATOR NOT = SPACES
               IF ovr_count < 200
                   ADD 1 TO ovr_count
                   MOVE OVR-STUDENT-ID TO ovr_tbl_id (ovr_count)
                   MOVE OVR-TERM TO ovr_tbl_termo (ovr_count)
                   MOVE OVR-SUBJECT TO ovr_tbl_disciplina (ovr_count)
                   MOVE OVR-OPERATOR TO ovr_tbl_operador (ovr_count)
                   MOVE OVR-REASON TO ovr_tbl_motivo (ovr_count)
                   MOVE "N" TO ovr_tbl_usada (ovr_count)
               ELSE
                   MOVE "S" TO tabela_cheia
               END-IF
           END-IF.
           READ ENROLLMENT-OVERRIDES-IN
               AT END MOVE "YYY" TO overrides_eof
           END-READ.

           carregarPrecedencias.
           OPEN INPUT SUBJECT-PREREQS.
           IF SUBJECT-PREREQS-STATUS NOT = "00"
               MOVE "YYY" TO prereqs_eof
           ELSE
               READ SUBJECT-PREREQS
                   AT END MOVE "YYY" TO prereqs_eof
               END-READ
               PERFORM construirPrecedencia UNTIL prereqs_eof = "YYY"
               CLOSE SUBJECT-PREREQS
           END-IF.

           construirPrecedencia.
           IF PRQ-TIPO = "P" OR PRQ-TIPO = "C"
               IF prq_count < 300
                   ADD 1 TO prq_count
                   MOVE PRQ-SUBJECT TO prq_tbl_disciplina (prq_count)
                   MOVE PRQ-TIPO TO prq_tbl_tipo (prq_count)
                   MOVE PRQ-REQUISITO TO prq_tbl_requisito (prq_count)
               ELSE
                   MOVE "S" TO tabela_cheia
               END-IF
           END-IF.
           READ SUBJECT-PREREQS
               AT END MOVE "YYY" TO prereqs_eof
           END-READ.

           carregarDisciplinas.
           OPEN INPUT SUBJECT-MASTER.
           IF SUBJECT-MASTER-STATUS NOT = "00"
               MOVE "YYY" TO subject_eof
           ELSE
               READ SUBJECT-MASTER
                   AT END MOVE "YYY" TO subject_eof
               END-READ
               PERFORM construirDisciplina UNTIL subject_eof = "YYY"
               CLOSE SUBJECT-MASTER
           END-IF.

           construirDisciplina.
           IF subj_count < 50
               ADD 1 TO subj_count
               MOVE SUBJ-CODE TO subj_tbl_code (subj_count)
           END-IF.
           READ SUBJECT-MASTER
               AT END MOVE "YYY" TO subject_eof
           END-READ.

      *    ---- TRANSCRIPT.txt into HIST-TABLE, a later line for the  ----*
      *    ---- same student/term/subject replacing the earlier one.  ----*
           carregarHistorico.
           OPEN INPUT TRANSCRIPT-FILE.
           IF TRANSCRIPT-FILE-STATUS NOT = "00"
               MOVE "YYY" TO transcript_eof
           ELSE
               READ TRANSCRIPT-FILE
                   AT END MOVE "YYY" TO transcript_eof
               END-READ
               PERFORM construirHistorico UNTIL transcript_eof = "YYY"
               CLOSE TRANSCRIPT-FILE
           END-IF.

      *    a line still carrying a name where the number belongs      *
      *    proves nothing for anyone.                                 *
           construirHistorico.
           IF TR-STUDENT-ID IS NUMERIC AND TR-TERM IS NUMERIC
               MOVE TR-STUDENT-ID TO novo_id
               MOVE TR-TERM TO novo_termo
               MOVE TR-SUBJECT TO nova_disciplina
               MOVE TR-STATUS TO novo_estado
               PERFORM juntarResultado
           END-IF.
           READ TRANSCRIPT-FILE
               AT END MOVE "YYY" TO transcript_eof
           END-READ.

      *    ---- the master's results over the transcript's.           ----*
           carregarMestre.
           OPEN INPUT STUDENT-MASTER.
           IF STUDENT-MASTER-STATUS NOT = "00"
               MOVE "YYY" TO master_eof
           ELSE
               READ STUDENT-MASTER NEXT RECORD
                   AT END MOVE "YYY" TO master_eof
               END-READ
               PERFORM construirMestre UNTIL master_eof = "YYY"
               CLOSE STUDENT-MASTER
           END-IF.

           construirMestre.
           MOVE SM-STUDENT-ID TO novo_id.
           MOVE SM-TERM TO novo_termo.
           MOVE SM-SUBJECT TO nova_disciplina.
           MOVE SM-STATUS TO novo_estado.
           PERFORM juntarResultado.
           READ STUDENT-MASTER NEXT RECORD
               AT END MOVE "YYY" TO master_eof
           END-READ.

           juntarResultado.
           MOVE "N" TO hist_substituido.
           PERFORM testarResultado
               VARYING hist_k FROM 1 BY 1
               UNTIL hist_k > hist_count OR hist_substituido = "S".
           IF hist_substituido = "N"
               IF hist_count < 2000
                   ADD 1 TO hist_count
                   MOVE novo_id TO hist_tbl_id (hist_count)
                   MOVE novo_termo TO hist_tbl_termo (hist_count)
                   MOVE nova_disciplina
                       TO hist_tbl_disciplina (hist_count)
                   MOVE novo_estado TO hist_tbl_estado (hist_count)
               ELSE
                   MOVE "S" TO tabela_cheia
               END-IF
           END-IF.

           testarResultado.
           IF hist_tbl_id (hist_k) = novo_id
                   AND hist_tbl_termo (hist_k) = novo_termo
                   AND hist_tbl_disciplina (hist_k) = nova_disciplina
               MOVE novo_estado TO hist_tbl_estado (hist_k)
               MOVE "S" TO hist_substituido
           END-IF.

      *    ---- the enrollments already on the master.                ----*
           carregarInscricoes.
           OPEN INPUT ENROLLMENT-MASTER.
           IF ENROLLMENT-MASTER-STATUS NOT = "00"
               MOVE "YYY" TO enrollment_eof
           ELSE
               READ ENROLLMENT-MASTER
                   AT END MOVE "YYY" TO enrollment_eof
               END-READ
               PERFORM construirInscricao UNTIL enrollment_eof = "YYY"
               CLOSE ENROLLMENT-MASTER
           END-IF.

           construirInscricao.
           IF ENR-STUDENT-ID IS NUMERIC AND ENR-TERM IS NUMERIC
               IF enr_count < 2000
                   ADD 1 TO enr_count
                   MOVE ENR-STUDENT-ID TO enr_tbl_id (enr_count)
                   MOVE ENR-TERM TO enr_tbl_termo (enr_count)
                   MOVE ENR-SUBJECT TO enr_tbl_disciplina (enr_count)
               ELSE
                   MOVE "S" TO tabela_cheia
               END-IF
           END-IF.
           READ ENROLLMENT-MASTER
               AT END MOVE "YYY" TO enrollment_eof
           END-READ.

      *    ---- one request: the student on the register and still    ----*
      *    ---- here, a subject the master knows, not enrolled in it  ----*
      *    ---- already, and every prerequisite passed -- or waived   ----*
      *    ---- by the course director.                               ----*
           validarPedido.
           IF ped_tbl_id (ped_idx) IS NOT NUMERIC
                   OR ped_tbl_termo (ped_idx) IS NOT NUMERIC
                   OR ped_tbl_disciplina (ped_idx) = SPACES
               MOVE "DADOS INVAL." TO ped_tbl_motivo (ped_idx)
               MOVE "R" TO ped_tbl_estado (ped_idx)
               GO TO validarPedido-fim
           END-IF.

           IF registo_aberto = "S"
               MOVE ped_tbl_id (ped_idx) TO REG-STUDENT-ID
               READ STUDENT-REGISTER
                   INVALID KEY
                       MOVE "SEM REGISTO" TO ped_tbl_motivo (ped_idx)
                       MOVE "R" TO ped_tbl_estado (ped_idx)
                   NOT INVALID KEY
                       IF REG-STATUS = "I"
                           MOVE "ALUNO SAIU" TO ped_tbl_motivo (ped_idx)
                           MOVE "R" TO ped_tbl_estado (ped_idx)
                       END-IF
               END-READ
               IF ped_tbl_estado (ped_idx) = "R"
                   GO TO validarPedido-fim
               END-IF
           END-IF.

           IF subj_count > ZERO
               MOVE ped_tbl_disciplina (ped_idx) TO busca_disciplina
               PERFORM procurarDisciplina
               IF subj_achada = "N"
                   MOVE "DISCIPLINA ?" TO ped_tbl_motivo (ped_idx)
                   MOVE "R" TO ped_tbl_estado (ped_idx)
                   GO TO validarPedido-fim
               END-IF
           END-IF.

      *    already on the master, or asked for twice in this run.     *
           MOVE "N" TO ja_inscrito.
           PERFORM testarJaInscrito
               VARYING enr_idx FROM 1 BY 1
               UNTIL enr_idx > enr_count OR ja_inscrito = "S".
           PERFORM testarPedidoRepetido
               VARYING ped_j FROM 1 BY 1
               UNTIL ped_j >= ped_idx OR ja_inscrito = "S".
           IF ja_inscrito = "S"
               MOVE "JA INSCRITO" TO ped_tbl_motivo (ped_idx)
               MOVE "R" TO ped_tbl_estado (ped_idx)
               GO TO validarPedido-fim
           END-IF.

           PERFORM procurarDerrogacao.

           MOVE SPACES TO em_falta.
           PERFORM testarPrecedencia
               VARYING prq_idx FROM 1 BY 1
               UNTIL prq_idx > prq_count OR em_falta NOT = SPACES.
           IF em_falta NOT = SPACES
               IF ovr_achada > ZERO
                   PERFORM derrogarPedido
               ELSE
                   MOVE "PRECEDENCIA" TO ped_tbl_motivo (ped_idx)
                   MOVE em_falta TO ped_tbl_falta (ped_idx)
                   MOVE "R" TO ped_tbl_estado (ped_idx)
               END-IF
           END-IF.

           validarPedido-fim.
               EXIT.

           testarJaInscrito.
           IF enr_tbl_id (enr_idx) = ped_tbl_id (ped_idx)
                   AND enr_tbl_termo (enr_idx) = ped_tbl_termo (ped_idx)
                   AND enr_tbl_disciplina (enr_idx)
                       = ped_tbl_disciplina (ped_idx)
               MOVE "S" TO ja_inscrito
           END-IF.

           testarPedidoRepetido.
           IF ped_tbl_estado (ped_j) = "S"
                   AND ped_tbl_id (ped_j) = ped_tbl_id (ped_idx)
                   AND ped_tbl_termo (ped_j) = ped_tbl_termo (ped_idx)
                   AND ped_tbl_disciplina (ped_j)
                       = ped_tbl_disciplina (ped_idx)
               MOVE "S" TO ja_inscrito
           END-IF.

      *    a prerequisite is met by a passed result in any term.      *
           testarPrecedencia.
           IF prq_tbl_disciplina (prq_idx)
                       = ped_tbl_disciplina (ped_idx)
                   AND prq_tbl_tipo (prq_idx) = "P"
               MOVE prq_tbl_requisito (prq_idx) TO busca_disciplina
               PERFORM procurarAprovacao
               IF disciplina_feita = "N"
                   MOVE busca_disciplina TO em_falta
               END-IF
           END-IF.

      *    ---- one pass over the surviving enrollments' co-          ----*
      *    ---- requisites: passed before, on the master for the same ----*
      *    ---- term, or accepted alongside it in this run.           ----*
           reverCoRequisitos.
           MOVE "N" TO houve_mudanca.
           PERFORM reverCoRequisitoPedido
               VARYING ped_idx FROM 1 BY 1
               UNTIL ped_idx > ped_count.

           reverCoRequisitoPedido.
           IF ped_tbl_estado (ped_idx) = "S"
                   AND ped_tbl_derrogado (ped_idx) = "N"
               MOVE SPACES TO em_falta
               PERFORM testarCoRequisito
                   VARYING prq_idx FROM 1 BY 1
                   UNTIL prq_idx > prq_count OR em_falta NOT = SPACES
               IF em_falta NOT = SPACES
                   PERFORM procurarDerrogacao
                   IF ovr_achada > ZERO
                       PERFORM derrogarPedido
                   ELSE
                       MOVE "CO-REQUISITO" TO ped_tbl_motivo (ped_idx)
                       MOVE em_falta TO ped_tbl_falta (ped_idx)
                       MOVE "R" TO ped_tbl_estado (ped_idx)
                       MOVE "S" TO houve_mudanca
                   END-IF
               END-IF
           END-IF.

           testarCoRequisito.
           IF prq_tbl_disciplina (prq_idx)
                       = ped_tbl_disciplina (ped_idx)
                   AND prq_tbl_tipo (prq_idx) = "C"
               MOVE prq_tbl_requisito (prq_idx) TO busca_disciplina
               PERFORM procurarAprovacao
               IF disciplina_feita = "N"
                   MOVE "N" TO ja_inscrito
                   PERFORM testarInscritoTermo
                       VARYING enr_idx FROM 1 BY 1
                       UNTIL enr_idx > enr_count OR ja_inscrito = "S"
                   PERFORM testarPedidoTermo
                       VARYING ped_j FROM 1 BY 1
                       UNTIL ped_j > ped_count OR ja_inscrito = "S"
                   IF ja_inscrito = "N"
                       MOVE busca_disciplina TO em_falta
                   END-IF
               END-IF
           END-IF.

           testarInscritoTermo.
           IF enr_tbl_id (enr_idx) = ped_tbl_id (ped_idx)
                   AND enr_tbl_termo (enr_idx) = ped_tbl_termo (ped_idx)
                   AND enr_tbl_disciplina (enr_idx) = busca_disciplina
               MOVE "S" TO ja_inscrito
           END-IF.

           testarPedidoTermo.
           IF ped_tbl_estado (ped_j) = "S"
                   AND ped_tbl_id (ped_j) = ped_tbl_id (ped_idx)
                   AND ped_tbl_termo (ped_j) = ped_tbl_termo (ped_idx)
                   AND ped_tbl_disciplina (ped_j) = busca_disciplina
               MOVE "S" TO ja_inscrito
           END-IF.

      *    ---- has the student passed busca_disciplina, in any term? ----*
           procurarAprovacao.
           MOVE "N" TO disciplina_feita.
           PERFORM testarAprovacao
               VARYING hist_idx FROM 1 BY 1
               UNTIL hist_idx > hist_count OR disciplina_feita = "S".

           testarAprovacao.
           IF hist_tbl_id (hist_idx) = ped_tbl_id (ped_idx)
                   AND hist_tbl_disciplina (hist_idx) = busca_disciplina
                   AND hist_tbl_estado (hist_idx) = "APROVADO"
               MOVE "S" TO disciplina_feita
           END-IF.

           procurarDisciplina.
           MOVE "N" TO subj_achada.
           PERFORM testarDisciplina
               VARYING subj_idx FROM 1 BY 1
               UNTIL subj_idx > subj_count OR subj_achada = "S".

           testarDisciplina.
           IF subj_tbl_code (subj_idx) = busca_disciplina
               MOVE "S" TO subj_achada
           END-IF.

      *    ---- the course director's override for this request.      ----*
           procurarDerrogacao.
           MOVE ZERO TO ovr_achada.
           PERFORM testarDerrogacao
               VARYING ovr_idx FROM 1 BY 1
               UNTIL ovr_idx > ovr_count OR ovr_achada > ZERO.

           testarDerrogacao.
           IF ovr_tbl_id (ovr_idx) = ped_tbl_id (ped_idx)
                   AND ovr_tbl_termo (ovr_idx) = ped_tbl_termo (ped_idx)
                   AND ovr_tbl_disciplina (ovr_idx)
                       = ped_tbl_disciplina (ped_idx)
               MOVE ovr_idx TO ovr_achada
           END-IF.

      *    the override lets the whole enrollment through -- the      *
      *    subject it waived first is what the audit line names.      *
           derrogarPedido.
           MOVE "S" TO ped_tbl_derrogado (ped_idx).
           MOVE em_falta TO ped_tbl_derrog_falta (ped_idx).
           MOVE ovr_achada TO ped_tbl_ovr_idx (ped_idx).
           MOVE "S" TO ovr_tbl_usada (ovr_achada).

      *    ---- accepted onto the master, overrides onto the audit    ----*
      *    ---- trail; rejected onto the rejects list.                ----*
           gravarPedido.
           IF ped_tbl_estado (ped_idx) = "S"
               MOVE SPACES TO ENROLLMENT-RECORD
               MOVE ped_tbl_id (ped_idx) TO ENR-STUDENT-ID
               MOVE ped_tbl_termo (ped_idx) TO ENR-TERM
               MOVE ped_tbl_disciplina (ped_idx) TO ENR-SUBJECT
               MOVE ped_tbl_seccao (ped_idx) TO ENR-SECTION
               WRITE ENROLLMENT-RECORD
               ADD 1 TO pedidos_aceites
               IF ped_tbl_derrogado (ped_idx) = "S"
                   PERFORM registarDerrogacao
               END-IF
           ELSE
      *        the line as keyed, even where it would not parse.      *
               MOVE SPACES TO ENROLLMENT-REJECT-LINE
               MOVE PED-ENTRY (ped_idx) (1:6)
                   TO ENROLLMENT-REJECT-LINE (1:6)
               MOVE PED-ENTRY (ped_idx) (7:2)
                   TO ENROLLMENT-REJECT-LINE (8:2)
               MOVE ped_tbl_disciplina (ped_idx) TO REJ-SUBJECT
               MOVE ped_tbl_motivo (ped_idx) TO REJ-MOTIVO
               MOVE ped_tbl_falta (ped_idx) TO REJ-FALTA
               WRITE ENROLLMENT-REJECT-LINE
               ADD 1 TO pedidos_rejeitados
           END-IF.

      *    the audit line: student/term/subject and the subject       *
      *    waived as the key, who allowed it and why as the text.     *
           registarDerrogacao.
           MOVE ped_tbl_ovr_idx (ped_idx) TO ovr_idx.
           ADD 1 TO derrogacoes_usadas.
           MOVE "PROD-9" TO AUD-PROGRAMA.
           MOVE SPACES TO AUD-CHAVE.
           MOVE ped_tbl_id (ped_idx) TO AUD-CHAVE (1:6).
           MOVE ped_tbl_termo (ped_idx) TO AUD-CHAVE (8:2).
           MOVE ped_tbl_disciplina (ped_idx) TO AUD-CHAVE (11:4).
           MOVE ped_tbl_derrog_falta (ped_idx) TO AUD-CHAVE (16:4).
           MOVE 1 TO AUD-VALOR.
           MOVE SPACES TO AUD-DESCRICAO.
           STRING ovr_tbl_operador (ovr_idx) "-"
               ovr_tbl_motivo (ovr_idx)
               DELIMITED BY SIZE INTO AUD-DESCRICAO.
           PERFORM REGISTAR-AUDITORIA THRU REGISTAR-AUDITORIA-EXIT.

           contarDerrogacaoSemUso.
           IF ovr_tbl_usada (ovr_idx) = "N"
               ADD 1 TO derrogacoes_sem_uso
           END-IF.

      *    ---- opens ENROLLMENT-MASTER.txt for append, creating it   ----*
      *    ---- first on the very first run.                          ----*
           abrirInscricoes.
           OPEN EXTEND ENROLLMENT-MASTER.
           IF ENROLLMENT-MASTER-STATUS = "05"
               OR ENROLLMENT-MASTER-STATUS = "35"
               OPEN OUTPUT ENROLLMENT-MASTER
               CLOSE ENROLLMENT-MASTER
               OPEN EXTEND ENROLLMENT-MASTER
           END-IF.

           COPY DATEPD.
           COPY AUDITPD.
           COPY BALANCEPD.
           COPY RUNSTPD.
           COPY LOCKPD.

       END PROGRAM PRODUCAO-9.
