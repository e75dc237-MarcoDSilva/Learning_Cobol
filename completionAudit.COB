      *    2026/09/01  MS  primeira versao -- decidir quem termina o   *
      *                    curso deixa de ser um humano com uma regua  *
      *                    sobre o listado.                            *
      *    2026/09/15  MS  transcrito e programas chaveados no numero  *
      *                    do aluno -- duas Ana Silvas deixam de       *
      *                    partilhar resultados e certificado; o nome  *
      *                    completo do certificado vem do registo de   *
      *                    alunos, e sem registo nada e certificado.   *
      *    2026/10/01  MS  aluno concluido mas retido por propinas em  *
      *                    atraso (lista do PRODUCAO-8) recebe a       *
      *                    linha do motivo em vez do certificado.      *
      *    2026/10/01  MS  conclusao por creditos ECTS -- disciplinas  *
      *                    de nucleo (N) e de opcao (O) no ficheiro de *
      *                    requisitos, totais exigidos por programa em *
      *                    PROGRAM-CREDITS.txt; creditos, media final  *
      *                    ponderada e classificacao na listagem e no  *
      *                    certificado.                                *
      *                                                                *
      ******************************************************************
      *************************FIM DOCUMENTACAO*************************
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANSCRIPT-FILE-STATUS.

      *    one line per program of study and subject, with the        *
      *    minimum average that subject must be passed at and whether *
      *    it is core (N, or blank) or elective (O).                  *
           SELECT PROGRAM-REQUIREMENTS
               ASSIGN TO "PROGRAM-REQUIREMENTS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROGRAM-REQS-STATUS.

      *    the credits each program demands, core and elective; a     *
      *    program with no line here is judged subject by subject.    *
           SELECT PROGRAM-CREDITS ASSIGN TO "PROGRAM-CREDITS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROGRAM-CREDITS-STATUS.

      *    subject master -- the ECTS credits each subject is worth.  *
           SELECT SUBJECT-MASTER ASSIGN TO "SUBJECT-MASTER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUBJECT-MASTER-STATUS.

      *    which program of study each student is reading for, by     *
      *    student number.                                            *
           SELECT STUDENT-PROGRAMS ASSIGN TO "STUDENT-PROGRAMS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STUDENT-PROGRAMS-STATUS.

      *    the student register PRODUCAO-6 maintains -- the name on   *
      *    the certificate is the full name filed there.              *
           SELECT STUDENT-REGISTER ASSIGN TO "STUDENT-REGISTER.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-STUDENT-ID
               FILE STATUS IS STUDENT-REGISTER-STATUS.

      *    students held for unpaid fees, as the fee run left them;   *
      *    an absent list holds nobody.                               *
           SELECT FEE-HOLDS ASSIGN TO "FEE-HOLDS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEE-HOLDS-STATUS.

      *    sequential certificate numbering, persisted between runs   *
      *    the way PROD2V1 keeps its invoice register.                *
           SELECT CERT-REGISTER ASSIGN TO "CERT-REGISTER.txt"

           FD TRANSCRIPT-FILE.
           01 TRANSCRIPT-RECORD.
               02 TR-STUDENT-ID PIC 9(6).
               02 TR-TERM PIC 9(2).
      *    written by PRODUCAO-1 as an edited zz.99 picture -- parsed *
      *    back to numeric by converterMedia below.                   *
               02 PRG-CODE PIC X(4).
               02 PRG-SUBJECT PIC X(4).
               02 PRG-MIN-AVG PIC 9(2).
               02 PRG-TIPO PIC X(1).

           FD PROGRAM-CREDITS.
           01 PROGRAM-CREDITS-RECORD.
               02 PCR-CODE PIC X(4).
               02 PCR-NUCLEO PIC 9(3)V9.
               02 PCR-OPCAO PIC 9(3)V9.

           FD SUBJECT-MASTER.
           01 SUBJECT-MASTER-RECORD.
               02 SUBJ-CODE PIC X(4).
               02 SUBJ-NAME PIC A(20).
               02 SUBJ-WEIGHT-1 PIC V99.
               02 SUBJ-WEIGHT-2 PIC V99.
               02 SUBJ-WEIGHT-3 PIC V99.
               02 SUBJ-WEIGHT-4 PIC V99.
               02 SUBJ-CREDITS PIC 99V9.

           FD STUDENT-PROGRAMS.
           01 STUDENT-PROGRAM-RECORD.
               02 SP-STUDENT-ID PIC 9(6).
               02 SP-PROGRAM PIC X(4).

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

           FD FEE-HOLDS.
           01 FEE-HOLD-RECORD.
               02 HLD-STUDENT-ID PIC 9(6).
               02 HLD-EM-ATRASO PIC 9(7)V99.
               02 HLD-VENCIMENTO PIC 9(8).

           FD CERT-REGISTER.
           01 CERT-REGISTER-RECORD.
               02 CERTREG-LAST-NUMBER PIC 9(7).

           FD COMPLETION-OUT.
           01 COMPLETION-LINE.
               02 CMP-STUDENT-ID PIC 9(6).
               02 FILLER PIC X(1) VALUE SPACE.
               02 CMP-STUDENT-NAME PIC A(20).
               02 FILLER PIC X(1) VALUE SPACE.
               02 CMP-PROGRAM PIC X(4).
               02 FILLER PIC X(1) VALUE SPACE.
               02 CMP-ESTADO PIC X(11).
               02 FILLER PIC X(1) VALUE SPACE.
               02 CMP-SUBJECT PIC X(4).
               02 FILLER PIC X(1) VALUE SPACE.
               02 CMP-CRED-NUCLEO PIC ZZ9.9.
               02 FILLER PIC X(1) VALUE SPACE.
               02 CMP-CRED-OPCAO PIC ZZ9.9.
               02 FILLER PIC X(1) VALUE SPACE.
               02 CMP-MEDIA PIC Z9.99.
               02 FILLER PIC X(1) VALUE SPACE.
               02 CMP-CLASSIF PIC X(12).

      *    the certificate document: header with its number, the      *
      *    student line, a separator -- the 01-levels share the       *
           01 CERT-BODY-LINE.
               02 FILLER PIC X(4) VALUE SPACES.
               02 CERT-BODY-TEXT PIC X(24).
               02 CERT-BODY-NAME PIC X(40).
               02 FILLER PIC X(1) VALUE SPACE.
               02 CERT-BODY-TEXT-2 PIC X(22).
               02 CERT-BODY-PROGRAM PIC X(4).

      *    the credits earned and the final classification.           *
           01 CERT-CLASSIF-LINE.
               02 FILLER PIC X(4) VALUE SPACES.
               02 CERT-CLS-LABEL PIC X(16).
               02 CERT-CLS-CREDITOS PIC ZZ9.9.
               02 FILLER PIC X(2) VALUE SPACES.
               02 CERT-CLS-LABEL-2 PIC X(13).
               02 CERT-CLS-MEDIA PIC Z9.99.
               02 FILLER PIC X(2) VALUE SPACES.
               02 CERT-CLS-NOTA PIC Z9.
               02 CERT-CLS-VALORES PIC X(11).
               02 CERT-CLS-CLASSIF PIC X(12).

      *    printed, unnumbered, in place of the certificate of a      *
      *    student held for unpaid fees.                              *
           01 CERT-HOLD-LINE.
               02 CERT-HLD-LABEL PIC X(20).
               02 CERT-HLD-ID PIC 9(6).
               02 FILLER PIC X(1) VALUE SPACE.
               02 CERT-HLD-NAME PIC X(40).
               02 FILLER PIC X(1) VALUE SPACE.
               02 CERT-HLD-REASON PIC X(20).
               02 CERT-HLD-VALOR PIC Z(6)9.99.

           01 CERT-SEPARATOR-LINE.
               02 CERT-SEP-TEXT PIC X(60).

       77  PROGRAM-REQS-STATUS pic x(2) value spaces.
       77  STUDENT-PROGRAMS-STATUS pic x(2) value spaces.
       77  CERT-REGISTER-STATUS pic x(2) value spaces.
       77  STUDENT-REGISTER-STATUS pic x(2) value spaces.
       77  FEE-HOLDS-STATUS    pic x(2) value spaces.
       77  PROGRAM-CREDITS-STATUS pic x(2) value spaces.
       77  SUBJECT-MASTER-STATUS pic x(2) value spaces.
       77  credits_eof         pic x(3) value spaces.
       77  subject_eof         pic x(3) value spaces.
       77  transcript_eof      pic x(3) value spaces.
       77  holds_eof           pic x(3) value spaces.
       77  reqs_eof            pic x(3) value spaces.
       77  programs_eof        pic x(3) value spaces.


       01  HIST-TABLE.
           02  HIST-ENTRY OCCURS 500 TIMES.
               03 hist_tbl_id pic 9(6).
               03 hist_tbl_termo pic 9(2).
               03 hist_tbl_disciplina pic x(4).
               03 hist_tbl_media pic 9(2)v99.
               03 req_tbl_code pic x(4).
               03 req_tbl_subject pic x(4).
               03 req_tbl_min pic 9(2).
               03 req_tbl_tipo pic x(1).

      *    the credits each program demands and each subject is worth.
       77  pcr_count           pic 9(3) value zero.
       77  pcr_idx             pic 9(3) value zero.
       77  subj_count          pic 9(3) value zero.
       77  subj_idx            pic 9(3) value zero.

       01  PCR-TABLE.
           02  PCR-ENTRY OCCURS 50 TIMES.
               03 pcr_tbl_code pic x(4).
               03 pcr_tbl_nucleo pic 9(3)v9.
               03 pcr_tbl_opcao pic 9(3)v9.

       01  SUBJ-TABLE.
           02  SUBJ-ENTRY OCCURS 50 TIMES.
               03 subj_tbl_code pic x(4).
               03 subj_tbl_creditos pic 9(2)v9.

       01  SP-TABLE.
           02  SP-ENTRY OCCURS 200 TIMES.
               03 sp_tbl_id pic 9(6).
               03 sp_tbl_program pic x(4).

      *    the verdict for the student in hand.
       77  aluno_atual         pic 9(6) value zero.
       77  aluno_nome          pic a(20) value spaces.
       77  aluno_nome_completo pic x(40) value spaces.
       77  aluno_registado     pic x(1) value "N".
       77  programa_atual      pic x(4) value spaces.
       77  requisito_cumprido  pic x(1) value "N".
       77  aluno_completo      pic x(1) value "S".
       77  requisitos_vistos   pic x(1) value "N".
       77  faltas_aluno        pic 9(3) value zero.
       77  melhor_media        pic 9(2)v99 value zero.

      *    the student's credits against their program's demand, and
      *    the final average over the subjects that earned them --
      *    weighted by credits, plain where none carry any.
       77  programa_creditos   pic x(1) value "N".
       77  exige_nucleo        pic 9(3)v9 value zero.
       77  exige_opcao         pic 9(3)v9 value zero.
       77  disc_creditos       pic 9(2)v9 value zero.
       77  cred_nucleo         pic 9(3)v9 value zero.
       77  cred_opcao          pic 9(3)v9 value zero.
       77  cred_total          pic 9(4)v9 value zero.
       77  soma_ponderada      pic 9(6)v99 value zero.
       77  soma_simples        pic 9(5)v99 value zero.
       77  disciplinas_feitas  pic 9(3) value zero.
       77  media_final         pic 9(2)v99 value zero.
       77  nota_final          pic 9(2) value zero.
       77  classificacao       pic x(12) value spaces.
       77  last_cert_number    pic 9(7) value zero.
       77  certificados_emitidos pic 9(4) value zero.
       77  certificados_retidos pic 9(4) value zero.

      *    the students held for unpaid fees and what they owe.
       77  ret_count           pic 9(4) value zero.
       77  ret_idx             pic 9(4) value zero.
       77  aluno_retido        pic x(1) value "N".
       77  aluno_em_atraso     pic 9(7)v99 value zero.

       01  RET-TABLE.
           02  RET-ENTRY OCCURS 1000 TIMES.
               03 ret_tbl_id pic 9(6).
               03 ret_tbl_atraso pic 9(7)v99.

       01  actual_date.
           03 ac_year   PIC  9(4) values zero.
               STOP RUN
           END-IF.

      *    ---- a certificate carries the register's name: without   ----*
      *    ---- the register nobody can be named, so nobody is        ----*
      *    ---- certified.                                            ----*
           OPEN INPUT STUDENT-REGISTER.
           IF STUDENT-REGISTER-STATUS NOT = "00"
               DISPLAY "PRODUCAO-4: STUDENT-REGISTER.txt ausente - "
                   "nenhum certificado emitido"
               STOP RUN
           END-IF.

           PERFORM carregarProgramasAlunos.
           PERFORM carregarCreditosProgramas.
           PERFORM carregarDisciplinas.
           PERFORM carregarRetencoes.
           PERFORM lerCertRegister.

           OPEN OUTPUT COMPLETION-OUT.

           CLOSE COMPLETION-OUT.
           CLOSE CERTIFICATES-OUT.
           CLOSE STUDENT-REGISTER.
           PERFORM gravarCertRegister.

           DISPLAY "PRODUCAO-4 - CERTIFICADOS EMITIDOS: "
               certificados_emitidos.
           IF certificados_retidos > ZERO
               DISPLAY "PRODUCAO-4 - CERTIFICADOS RETIDOS "
                   "POR PROPINAS: " certificados_retidos
           END-IF.
           STOP RUN.

      *    ---- the whole of TRANSCRIPT.txt into HIST-TABLE, a later  ----*
               DISPLAY "PRODUCAO-4: historico excede 500 linhas - "
                   "auditoria incompleta"
           END-IF.
      *    a line still carrying a name where the number belongs was  *
      *    left unconverted -- it proves nothing for anyone.          *
           IF TR-STUDENT-ID IS NUMERIC
               IF TR-TERM IS NUMERIC
                   MOVE TR-TERM TO termo_atual
               ELSE
                   MOVE ZERO TO termo_atual
               END-IF
               PERFORM converterMedia
               PERFORM substituirEntrada
               IF hist_substituido = "N" AND hist_count < 500
                   ADD 1 TO hist_count
                   MOVE hist_count TO hist_k
                   MOVE TR-STUDENT-ID TO hist_tbl_id (hist_k)
                   MOVE TR-SUBJECT TO hist_tbl_disciplina (hist_k)
                   PERFORM preencherEntrada
               END-IF
           END-IF.

           READ TRANSCRIPT-FILE
               UNTIL hist_k > hist_count OR hist_substituido = "Y".

           testarEntrada.
           IF hist_tbl_id (hist_k) = TR-STUDENT-ID
                   AND hist_tbl_termo (hist_k) = termo_atual
                   AND hist_tbl_disciplina (hist_k) = TR-SUBJECT
               PERFORM preencherEntrada
               ELSE
                   MOVE 10 TO req_tbl_min (req_count)
               END-IF
      *        a line written before subjects were typed is core.     *
               IF PRG-TIPO = "O"
                   MOVE "O" TO req_tbl_tipo (req_count)
               ELSE
                   MOVE "N" TO req_tbl_tipo (req_count)
               END-IF
           END-IF.
           READ PROGRAM-REQUIREMENTS
               AT END MOVE "YYY" TO reqs_eof
           END-READ.

      *    ---- the credits each program demands.                     ----*
           carregarCreditosProgramas.
           OPEN INPUT PROGRAM-CREDITS.
           IF PROGRAM-CREDITS-STATUS NOT = "00"
               MOVE "YYY" TO credits_eof
           ELSE
               READ PROGRAM-CREDITS
                   AT END MOVE "YYY" TO credits_eof
               END-READ
               PERFORM construirCreditoPrograma
                   UNTIL credits_eof = "YYY"
               CLOSE PROGRAM-CREDITS
           END-IF.

           construirCreditoPrograma.
           IF pcr_count < 50 AND PCR-NUCLEO IS NUMERIC
                   AND PCR-OPCAO IS NUMERIC
               ADD 1 TO pcr_count
               MOVE PCR-CODE TO pcr_tbl_code (pcr_count)
               MOVE PCR-NUCLEO TO pcr_tbl_nucleo (pcr_count)
               MOVE PCR-OPCAO TO pcr_tbl_opcao (pcr_count)
           END-IF.
           READ PROGRAM-CREDITS
               AT END MOVE "YYY" TO credits_eof
           END-READ.

      *    ---- SUBJECT-MASTER.txt, if present, for the credits.      ----*
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
               IF SUBJ-CREDITS IS NUMERIC
                   MOVE SUBJ-CREDITS TO subj_tbl_creditos (subj_count)
               ELSE
                   MOVE ZERO TO subj_tbl_creditos (subj_count)
               END-IF
           END-IF.
           READ SUBJECT-MASTER
               AT END MOVE "YYY" TO subject_eof
           END-READ.

      *    ---- who is reading for what.                              ----*
           carregarProgramasAlunos.
           OPEN INPUT STUDENT-PROGRAMS.
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

      *    ---- one student: every subject of their program checked   ----*
      *    ---- against the transcript's best passing result. Every   ----*
      *    ---- core subject must be passed, and where the program    ----*
      *    ---- has a credit line the core and elective credits       ----*
      *    ---- earned must reach it; complete earns a numbered       ----*
      *    ---- certificate, short lists what is missing.             ----*
           auditarAlunos.
           MOVE sp_tbl_id (sp_idx) TO aluno_atual.
           MOVE sp_tbl_program (sp_idx) TO programa_atual.
           MOVE "S" TO aluno_completo.
           MOVE "N" TO requisitos_vistos.
           MOVE ZERO TO faltas_aluno.
           MOVE ZERO TO cred_nucleo cred_opcao cred_total.
           MOVE ZERO TO soma_ponderada soma_simples.
           MOVE ZERO TO disciplinas_feitas.
           PERFORM procurarAlunoRegisto.
           PERFORM procurarCreditosPrograma.

      *    a number the register does not hold is nobody the school   *
      *    can put a name to -- listed, and never certified.          *
           IF aluno_registado = "N"
               MOVE "N" TO aluno_completo
               MOVE SPACES TO COMPLETION-LINE
               MOVE aluno_atual TO CMP-STUDENT-ID
               MOVE programa_atual TO CMP-PROGRAM
               MOVE "SEM REGISTO" TO CMP-ESTADO
               WRITE COMPLETION-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

           PERFORM verificarRequisito
               VARYING req_idx FROM 1 BY 1
           IF requisitos_vistos = "N"
               MOVE "N" TO aluno_completo
               MOVE SPACES TO COMPLETION-LINE
               MOVE aluno_atual TO CMP-STUDENT-ID
               MOVE aluno_nome TO CMP-STUDENT-NAME
               MOVE programa_atual TO CMP-PROGRAM
               MOVE "SEM REQUIS" TO CMP-ESTADO
               WRITE COMPLETION-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

           PERFORM calcularMediaFinal.

      *    every core subject passed is not enough where the program  *
      *    sets credit totals -- short of either, one line says so    *
      *    with what was earned.                                      *
           IF programa_creditos = "S" AND requisitos_vistos = "S"
               IF cred_nucleo < exige_nucleo
                       OR cred_opcao < exige_opcao
                   MOVE "N" TO aluno_completo
                   MOVE SPACES TO COMPLETION-LINE
                   MOVE aluno_atual TO CMP-STUDENT-ID
                   MOVE aluno_nome TO CMP-STUDENT-NAME
                   MOVE programa_atual TO CMP-PROGRAM
                   MOVE "CREDITOS" TO CMP-ESTADO
                   MOVE cred_nucleo TO CMP-CRED-NUCLEO
                   MOVE cred_opcao TO CMP-CRED-OPCAO
                   WRITE COMPLETION-LINE
                       AFTER ADVANCING 1 LINE
               END-IF
           END-IF.

           IF aluno_completo = "S"
               MOVE SPACES TO COMPLETION-LINE
               MOVE aluno_atual TO CMP-STUDENT-ID
               MOVE aluno_nome TO CMP-STUDENT-NAME
               MOVE programa_atual TO CMP-PROGRAM
               MOVE "COMPLETO" TO CMP-ESTADO
               MOVE cred_nucleo TO CMP-CRED-NUCLEO
               MOVE cred_opcao TO CMP-CRED-OPCAO
               MOVE media_final TO CMP-MEDIA
               MOVE classificacao TO CMP-CLASSIF
               WRITE COMPLETION-LINE
                   AFTER ADVANCING 1 LINE
      *        complete, but held for unpaid fees: the reason goes    *
      *        out instead, and no certificate number is used up.     *
               PERFORM procurarRetencao
               IF aluno_retido = "S"
                   PERFORM reterCertificado
               ELSE
                   PERFORM emitirCertificado
               END-IF
           END-IF.

      *    a passed subject adds its credits to its side; a core      *
      *    subject not passed is missing, an elective one is just not *
      *    taken.                                                     *
           verificarRequisito.
           IF req_tbl_code (req_idx) = programa_atual
               MOVE "S" TO requisitos_vistos
               PERFORM procurarMelhorResultado
               IF requisito_cumprido = "S"
                   PERFORM procurarCreditosDisciplina
                   IF req_tbl_tipo (req_idx) = "O"
                       ADD disc_creditos TO cred_opcao
                   ELSE
                       ADD disc_creditos TO cred_nucleo
                   END-IF
                   ADD disc_creditos TO cred_total
                   COMPUTE soma_ponderada = soma_ponderada
                       + melhor_media * disc_creditos
                   ADD melhor_media TO soma_simples
                   ADD 1 TO disciplinas_feitas
               END-IF
               IF requisito_cumprido = "N"
                       AND req_tbl_tipo (req_idx) = "N"
                   MOVE "N" TO aluno_completo
                   ADD 1 TO faltas_aluno
                   MOVE SPACES TO COMPLETION-LINE
                   MOVE aluno_atual TO CMP-STUDENT-ID
                   MOVE aluno_nome TO CMP-STUDENT-NAME
                   MOVE programa_atual TO CMP-PROGRAM
                   MOVE "EM FALTA" TO CMP-ESTADO
                   MOVE req_tbl_subject (req_idx) TO CMP-SUBJECT
           END-IF.

           testarResultado.
           IF hist_tbl_id (hist_idx) = aluno_atual
                   AND hist_tbl_disciplina (hist_idx)
                       = req_tbl_subject (req_idx)
                   AND hist_tbl_estado (hist_idx) = "APROVADO"
               END-IF
           END-IF.

      *    ---- the credits of the subject on requirement req_idx;    ----*
      *    ---- one the master does not hold carries none.            ----*
           procurarCreditosDisciplina.
           MOVE ZERO TO disc_creditos.
           PERFORM testarDisciplina
               VARYING subj_idx FROM 1 BY 1
               UNTIL subj_idx > subj_count.

           testarDisciplina.
           IF subj_tbl_code (subj_idx) = req_tbl_subject (req_idx)
               MOVE subj_tbl_creditos (subj_idx) TO disc_creditos
           END-IF.

      *    ---- the program's credit line, if it has one.             ----*
           procurarCreditosPrograma.
           MOVE "N" TO programa_creditos.
           MOVE ZERO TO exige_nucleo exige_opcao.
           PERFORM testarCreditoPrograma
               VARYING pcr_idx FROM 1 BY 1
               UNTIL pcr_idx > pcr_count OR programa_creditos = "S".

           testarCreditoPrograma.
           IF pcr_tbl_code (pcr_idx) = programa_atual
               MOVE "S" TO programa_creditos
               MOVE pcr_tbl_nucleo (pcr_idx) TO exige_nucleo
               MOVE pcr_tbl_opcao (pcr_idx) TO exige_opcao
           END-IF.

      *    ---- the final average over the subjects passed, weighted  ----*
      *    ---- by credits, and its classification on the 0-20 scale ----*
      *    ---- from the average rounded to whole marks.              ----*
           calcularMediaFinal.
           IF cred_total > ZERO
               COMPUTE media_final ROUNDED =
                   soma_ponderada / cred_total
           ELSE
           IF disciplinas_feitas > ZERO
               COMPUTE media_final ROUNDED =
                   soma_simples / disciplinas_feitas
           ELSE
               MOVE ZERO TO media_final
           END-IF
           END-IF.
           COMPUTE nota_final ROUNDED = media_final.
           EVALUATE TRUE
               WHEN disciplinas_feitas = ZERO
                   MOVE SPACES TO classificacao
               WHEN nota_final >= 18
                   MOVE "EXCELENTE" TO classificacao
               WHEN nota_final >= 16
                   MOVE "MUITO BOM" TO classificacao
               WHEN nota_final >= 14
                   MOVE "BOM" TO classificacao
               WHEN OTHER
                   MOVE "SUFICIENTE" TO classificacao
           END-EVALUATE.

      *    ---- one numbered certificate, in the numbered-document    ----*
      *    ---- style of PROD2V1's invoices.                          ----*
           emitirCertificado.

           MOVE SPACES TO CERT-BODY-LINE.
           MOVE "CERTIFICA-SE QUE O(A) " TO CERT-BODY-TEXT.
           MOVE aluno_nome_completo TO CERT-BODY-NAME.
           MOVE "CONCLUIU O PROGRAMA " TO CERT-BODY-TEXT-2.
           MOVE programa_atual TO CERT-BODY-PROGRAM.
           WRITE CERT-BODY-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO CERT-CLASSIF-LINE.
           MOVE "CREDITOS ECTS: " TO CERT-CLS-LABEL.
           MOVE cred_total TO CERT-CLS-CREDITOS.
           MOVE "MEDIA FINAL: " TO CERT-CLS-LABEL-2.
           MOVE media_final TO CERT-CLS-MEDIA.
           MOVE nota_final TO CERT-CLS-NOTA.
           MOVE " VALORES - " TO CERT-CLS-VALORES.
           MOVE classificacao TO CERT-CLS-CLASSIF.
           WRITE CERT-CLASSIF-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO CERT-SEPARATOR-LINE.
           MOVE ALL "=" TO CERT-SEP-TEXT.
           WRITE CERT-SEPARATOR-LINE
               AFTER ADVANCING 1 LINE.

      *    ---- the reason line in the certificate's place.           ----*
           reterCertificado.
           ADD 1 TO certificados_retidos.
           MOVE SPACES TO CERT-HOLD-LINE.
           MOVE "CERTIFICADO RETIDO" TO CERT-HLD-LABEL.
           MOVE aluno_atual TO CERT-HLD-ID.
           MOVE aluno_nome_completo TO CERT-HLD-NAME.
           MOVE "PROPINAS EM ATRASO:" TO CERT-HLD-REASON.
           MOVE aluno_em_atraso TO CERT-HLD-VALOR.
           WRITE CERT-HOLD-LINE
               AFTER ADVANCING 2 LINES.

           MOVE SPACES TO CERT-SEPARATOR-LINE.
           MOVE ALL "=" TO CERT-SEP-TEXT.
           WRITE CERT-SEPARATOR-LINE
               AFTER ADVANCING 1 LINE.

      *    ---- the fee run's hold list, whole.                       ----*
           carregarRetencoes.
           OPEN INPUT FEE-HOLDS.
           IF FEE-HOLDS-STATUS NOT = "00"
               MOVE "YYY" TO holds_eof
           ELSE
               READ FEE-HOLDS
                   AT END MOVE "YYY" TO holds_eof
               END-READ
               PERFORM construirRetencao UNTIL holds_eof = "YYY"
               CLOSE FEE-HOLDS
           END-IF.

           construirRetencao.
           IF ret_count < 1000 AND HLD-STUDENT-ID IS NUMERIC
               ADD 1 TO ret_count
               MOVE HLD-STUDENT-ID TO ret_tbl_id (ret_count)
               MOVE HLD-EM-ATRASO TO ret_tbl_atraso (ret_count)
           END-IF.
           READ FEE-HOLDS
               AT END MOVE "YYY" TO holds_eof
           END-READ.

           procurarRetencao.
           MOVE "N" TO aluno_retido.
           MOVE ZERO TO aluno_em_atraso.
           PERFORM testarRetencao
               VARYING ret_idx FROM 1 BY 1
               UNTIL ret_idx > ret_count OR aluno_retido = "S".

           testarRetencao.
           IF ret_tbl_id (ret_idx) = aluno_atual
               MOVE "S" TO aluno_retido
               MOVE ret_tbl_atraso (ret_idx) TO aluno_em_atraso
           END-IF.

      *    ---- the student's names off the register.                 ----*
           procurarAlunoRegisto.
           MOVE "S" TO aluno_registado.
           MOVE SPACES TO aluno_nome aluno_nome_completo.
           MOVE aluno_atual TO REG-STUDENT-ID.
           READ STUDENT-REGISTER
               INVALID KEY
                   MOVE "N" TO aluno_registado
               NOT INVALID KEY
                   MOVE REG-SHORT-NAME TO aluno_nome
                   MOVE REG-FULL-NAME TO aluno_nome_completo
           END-READ.

      *    ---- the certificate number register, invoice style.       ----*
           lerCertRegister.
           OPEN INPUT CERT-REGISTER.
