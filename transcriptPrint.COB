      *    COMENTARIOS:                                                *
      *    2026/08/22  MS  primeira versao -- o pedido de transcrito   *
      *                    deixa de ser um grep ao ficheiro em bruto.  *
      *    2026/09/15  MS  transcrito e pedido chaveados no numero do  *
      *                    aluno -- duas Ana Silvas deixam de sair     *
      *                    num so transcrito; o nome completo vem do   *
      *                    registo de alunos.                          *
      *    2026/10/01  MS  aluno retido por propinas em atraso (lista  *
      *                    do PRODUCAO-8) sai com a linha do motivo    *
      *                    em vez do transcrito.                       *
      *    2026/10/01  MS  media ponderada pelos creditos ECTS do      *
      *                    SUBJECT-MASTER.txt, creditos obtidos e      *
      *                    classificacao final no resumo do aluno.     *
      *    2026/10/01  MS  quadro de honra e bolsas do PRODUCAO-11     *
      *                    (STUDENT-AWARDS.txt) no resumo do aluno.    *
      *                                                                *
      ******************************************************************
      *************************FIM DOCUMENTACAO*************************
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANSCRIPT-FILE-STATUS.

      *    one optional line with the number of the student wanted;   *
      *    an absent or blank request prints the whole school.        *
           SELECT TRANSCRIPT-REQUEST
               ASSIGN TO "TRANSCRIPT-REQUEST.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANSCRIPT-REQUEST-STATUS.

      *    the student register PRODUCAO-6 maintains -- the name on   *
      *    each transcript is the full name filed there.              *
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

      *    subject master -- each subject's ECTS credits weight its   *
      *    average; an absent master weighs every subject alike.      *
           SELECT SUBJECT-MASTER ASSIGN TO "SUBJECT-MASTER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUBJECT-MASTER-STATUS.

      *    the honours and scholarships PRODUCAO-11 has awarded; an   *
      *    absent file prints none.                                   *
           SELECT STUDENT-AWARDS ASSIGN TO "STUDENT-AWARDS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STUDENT-AWARDS-STATUS.

      *    the printed transcripts, paginated in the same header/     *
      *    footer style as REPORT-CARDS-OUT.txt.                      *
           SELECT TRANSCRIPT-PRINT

           FD TRANSCRIPT-FILE.
           01 TRANSCRIPT-RECORD.
               02 TR-STUDENT-ID PIC 9(6).
               02 TR-TERM PIC 9(2).
      *    written by PRODUCAO-1 as an edited zz.99 picture -- parsed *
      *    back to numeric by converterMedia below.                   *

           FD TRANSCRIPT-REQUEST.
           01 TRANSCRIPT-REQUEST-RECORD.
               02 REQ-STUDENT-ID PIC 9(6).

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

           FD SUBJECT-MASTER.
           01 SUBJECT-MASTER-RECORD.
               02 SUBJ-CODE PIC X(4).
               02 SUBJ-NAME PIC A(20).
               02 SUBJ-WEIGHT-1 PIC V99.
               02 SUBJ-WEIGHT-2 PIC V99.
               02 SUBJ-WEIGHT-3 PIC V99.
               02 SUBJ-WEIGHT-4 PIC V99.
               02 SUBJ-CREDITS PIC 99V9.

      *    AWD-TIPO: Q honours list, B scholarship.                   *
           FD STUDENT-AWARDS.
           01 STUDENT-AWARD-RECORD.
               02 AWD-STUDENT-ID PIC 9(6).
               02 AWD-TERM PIC 9(2).
               02 AWD-PROGRAM PIC X(4).
               02 AWD-TIPO PIC X(1).
               02 AWD-RANK PIC 9(3).
               02 AWD-MEDIA PIC 9(2)V99.
               02 AWD-DATA PIC 9(8).

           FD TRANSCRIPT-PRINT.
           01 TP-HEADER.

           01 TP-STUDENT-LINE.
               02 TP-ST-LABEL PIC X(7).
               02 TP-ST-ID PIC 9(6).
               02 FILLER PIC X(1) VALUE SPACE.
               02 TP-ST-NAME PIC X(40).

           01 TP-DETAIL.
               02 FILLER PIC X(4) VALUE SPACES.
               02 TP-DET-AVERAGE PIC Z9.99.
               02 FILLER PIC X(2) VALUE SPACES.
               02 TP-DET-STATUS PIC X(9).
               02 FILLER PIC X(2) VALUE SPACES.
               02 TP-DET-CREDITS PIC Z9.9.
               02 TP-DET-ECTS PIC X(5).

           01 TP-SUMMARY.
               02 FILLER PIC X(4) VALUE SPACES.
               02 TP-SUM-LABEL-3 PIC X(12).
               02 TP-SUM-FAILED PIC Z9.

      *    credits earned and the classification they average to.    *
           01 TP-CLASSIF-LINE.
               02 FILLER PIC X(4) VALUE SPACES.
               02 TP-CLS-LABEL PIC X(18).
               02 TP-CLS-CREDITOS PIC ZZ9.9.
               02 FILLER PIC X(2) VALUE SPACES.
               02 TP-CLS-LABEL-2 PIC X(13).
               02 TP-CLS-MEDIA PIC Z9.99.
               02 FILLER PIC X(2) VALUE SPACES.
               02 TP-CLS-CLASSIF PIC X(12).

      *    one line per award the student holds.                      *
           01 TP-AWARD-LINE.
               02 FILLER PIC X(4) VALUE SPACES.
               02 TP-AWD-TERM-LABEL PIC X(6).
               02 TP-AWD-TERM PIC Z9.
               02 FILLER PIC X(2) VALUE SPACES.
               02 TP-AWD-TIPO PIC X(16).
               02 FILLER PIC X(2) VALUE SPACES.
               02 TP-AWD-LABEL PIC X(7).
               02 TP-AWD-CURSO PIC X(4).
               02 FILLER PIC X(2) VALUE SPACES.
               02 TP-AWD-LABEL-2 PIC X(7).
               02 TP-AWD-RANK PIC ZZ9.
               02 FILLER PIC X(2) VALUE SPACES.
               02 TP-AWD-LABEL-3 PIC X(7).
               02 TP-AWD-MEDIA PIC Z9.99.

      *    printed in place of the transcript of a held student.      *
           01 TP-HOLD-LINE.
               02 FILLER PIC X(4) VALUE SPACES.
               02 TP-HLD-LABEL PIC X(40).
               02 TP-HLD-VALOR PIC Z(6)9.99.

           01 TP-FOOTER.
               02 TP-FTR-LABEL PIC X(25).
               02 TP-FTR-COUNT PIC Z9.

       77  TRANSCRIPT-FILE-STATUS pic x(2) value spaces.
       77  TRANSCRIPT-REQUEST-STATUS pic x(2) value spaces.
       77  STUDENT-REGISTER-STATUS pic x(2) value spaces.
       77  FEE-HOLDS-STATUS    pic x(2) value spaces.
       77  SUBJECT-MASTER-STATUS pic x(2) value spaces.
       77  STUDENT-AWARDS-STATUS pic x(2) value spaces.
       77  transcript_eof      pic x(3) value spaces.
       77  holds_eof           pic x(3) value spaces.
       77  subject_eof         pic x(3) value spaces.
       77  awards_eof          pic x(3) value spaces.
       77  pedido_id           pic 9(6) value zero.
       77  registo_aberto      pic x(1) value "N".
      *    lines still carrying a name where the number belongs --
      *    left over from before the conversion, and skipped.
       77  linhas_sem_numero   pic 9(5) value zero.

      *    the whole history in memory -- TRANSCRIPT.txt is one line
      *    per student per term per subject.

       01  HIST-TABLE.
           02  HIST-ENTRY OCCURS 500 TIMES.
               03 hist_tbl_id pic 9(6).
               03 hist_tbl_termo pic 9(2).
               03 hist_tbl_disciplina pic x(4).
               03 hist_tbl_media pic 9(2)v99.
               03 hist_tbl_impresso pic x(1).

      *    per-student rollup while their block prints.
       77  aluno_atual         pic 9(6) value zero.
       77  aluno_nome          pic x(40) value spaces.
       77  aluno_soma          pic 9(5)v99 value zero.
       77  aluno_linhas        pic 9(3) value zero.
       77  aluno_aprovados     pic 9(3) value zero.
       77  aluno_reprovados    pic 9(3) value zero.
       77  aluno_media         pic 9(2)v99 value zero.

      *    the credit weighting -- every line counts toward the
      *    weighted average, only passed subjects toward the credits
      *    earned and the final classification.
       77  disc_creditos       pic 9(2)v9 value zero.
       77  aluno_soma_pond     pic 9(6)v99 value zero.
       77  aluno_cred_tentados pic 9(4)v9 value zero.
       77  aluno_cred_obtidos  pic 9(4)v9 value zero.
       77  aluno_soma_aprov    pic 9(6)v99 value zero.
       77  aluno_aprov_simples pic 9(5)v99 value zero.
       77  aluno_media_final   pic 9(2)v99 value zero.
       77  aluno_nota_final    pic 9(2) value zero.
       77  aluno_classif       pic x(12) value spaces.

       01  SUBJ-TABLE.
           02  SUBJ-ENTRY OCCURS 50 TIMES.
               03 subj_tbl_code pic x(4).
               03 subj_tbl_creditos pic 9(2)v9.
       77  subj_count          pic 9(3) value zero.
       77  subj_idx            pic 9(3) value zero.
       77  subj_achada         pic x(1) value "N".

      *    the awards on file for the students being printed.
       77  awd_count           pic 9(4) value zero.
       77  awd_idx             pic 9(4) value zero.

       01  AWD-TABLE.
           02  AWD-ENTRY OCCURS 500 TIMES.
               03 awd_tbl_id pic 9(6).
               03 awd_tbl_termo pic 9(2).
               03 awd_tbl_curso pic x(4).
               03 awd_tbl_tipo pic x(1).
               03 awd_tbl_lugar pic 9(3).
               03 awd_tbl_media pic 9(2)v99.

      *    the students held for unpaid fees and what they owe.
       77  ret_count           pic 9(4) value zero.
       77  ret_idx             pic 9(4) value zero.
       77  aluno_retido        pic x(1) value "N".
       77  aluno_em_atraso     pic 9(7)v99 value zero.
       77  transcritos_retidos pic 9(4) value zero.

       01  RET-TABLE.
           02  RET-ENTRY OCCURS 1000 TIMES.
               03 ret_tbl_id pic 9(6).
               03 ret_tbl_atraso pic 9(7)v99.

      *    pagination, same style as REPORT-CARDS-OUT.txt.
       77  LINES-PER-PAGE      pic 9(2) value 20.
       77  page_number         pic 9(2) value 1.

           PERFORM lerPedido.
           PERFORM carregarHistorico.
           PERFORM carregarRetencoes.
           PERFORM carregarDisciplinas.
           PERFORM carregarPremios.

           OPEN INPUT STUDENT-REGISTER.
           IF STUDENT-REGISTER-STATUS = "00"
               MOVE "S" TO registo_aberto
           END-IF.

           OPEN OUTPUT TRANSCRIPT-PRINT.
           PERFORM imprimirCabecalho.

           PERFORM imprimirRodape.
           CLOSE TRANSCRIPT-PRINT.
           IF registo_aberto = "S"
               CLOSE STUDENT-REGISTER
           END-IF.

           IF linhas_sem_numero > ZERO
               DISPLAY "PRODUCAO-2: " linhas_sem_numero
                   " linhas sem numero de aluno ignoradas"
           END-IF.
           IF transcritos_retidos > ZERO
               DISPLAY "PRODUCAO-2: " transcritos_retidos
                   " transcritos retidos por propinas em atraso"
           END-IF.
           STOP RUN.

      *    ---- one optional request line numbers the student wanted; ----*
      *    ---- an absent or blank request prints the whole school.   ----*
           lerPedido.
           MOVE ZERO TO pedido_id.
           OPEN INPUT TRANSCRIPT-REQUEST.
           IF TRANSCRIPT-REQUEST-STATUS = "00"
               READ TRANSCRIPT-REQUEST
                   AT END CONTINUE
                   NOT AT END
                       IF REQ-STUDENT-ID IS NUMERIC
                           MOVE REQ-STUDENT-ID TO pedido_id
                       END-IF
               END-READ
               CLOSE TRANSCRIPT-REQUEST
           END-IF.
               DISPLAY "PRODUCAO-2: historico excede 500 linhas - "
                   "transcrito incompleto"
           END-IF.
           IF TR-STUDENT-ID IS NOT NUMERIC
               ADD 1 TO linhas_sem_numero
           ELSE
           IF pedido_id = ZERO
                   OR TR-STUDENT-ID = pedido_id
               IF TR-TERM IS NUMERIC
                   MOVE TR-TERM TO termo_atual
               ELSE
               IF hist_substituido = "N" AND hist_count < 500
                   ADD 1 TO hist_count
                   MOVE hist_count TO hist_k
                   MOVE TR-STUDENT-ID TO hist_tbl_id (hist_k)
                   MOVE TR-SUBJECT TO hist_tbl_disciplina (hist_k)
                   PERFORM preencherEntrada
               END-IF
           END-IF
           END-IF.

      *    exactly one record is consumed per iteration, whichever    *
               UNTIL hist_k > hist_count OR hist_substituido = "Y".

           testarEntrada.
           IF hist_tbl_id (hist_k) = TR-STUDENT-ID
                   AND hist_tbl_termo (hist_k) = termo_atual
                   AND hist_tbl_disciplina (hist_k) = TR-SUBJECT
               PERFORM preencherEntrada
           COMPUTE media_convertida =
                   parte_inteira + (parte_decimal / 100).

      *    ---- the next unprinted number starts a student block:     ----*
      *    ---- every term on file, then the cumulative line.         ----*
           imprimirAlunos.
           IF hist_tbl_impresso (hist_idx) = "N"
               MOVE hist_tbl_id (hist_idx) TO aluno_atual
               PERFORM procurarNomeAluno
               MOVE ZERO TO aluno_soma
               MOVE ZERO TO aluno_linhas
               MOVE ZERO TO aluno_aprovados
               MOVE ZERO TO aluno_reprovados
               MOVE ZERO TO aluno_soma_pond
               MOVE ZERO TO aluno_cred_tentados
               MOVE ZERO TO aluno_cred_obtidos
               MOVE ZERO TO aluno_soma_aprov
               MOVE ZERO TO aluno_aprov_simples

               PERFORM verificarPagina
               MOVE SPACES TO TP-STUDENT-LINE
               MOVE "ALUNO: " TO TP-ST-LABEL
               MOVE aluno_atual TO TP-ST-ID
               MOVE aluno_nome TO TP-ST-NAME
               WRITE TP-STUDENT-LINE
                   AFTER ADVANCING 2 LINES
               ADD 1 TO page_line_count

      *        a student held for unpaid fees gets the reason, not    *
      *        the transcript; their lines are passed over.           *
               PERFORM procurarRetencao
               IF aluno_retido = "S"
                   PERFORM imprimirRetencao
                   PERFORM saltarTermoAluno
                       VARYING hist_j FROM 1 BY 1
                       UNTIL hist_j > hist_count
               ELSE
                   PERFORM imprimirTermoAluno
                       VARYING hist_j FROM 1 BY 1
                       UNTIL hist_j > hist_count
                   PERFORM imprimirResumoAluno
               END-IF
           END-IF.

           saltarTermoAluno.
           IF hist_tbl_id (hist_j) = aluno_atual
               MOVE "S" TO hist_tbl_impresso (hist_j)
           END-IF.

           imprimirRetencao.
           ADD 1 TO transcritos_retidos.
           PERFORM verificarPagina.
           MOVE SPACES TO TP-HOLD-LINE.
           MOVE "RETIDO - PROPINAS EM ATRASO:" TO TP-HLD-LABEL.
           MOVE aluno_em_atraso TO TP-HLD-VALOR.
           WRITE TP-HOLD-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO page_line_count.

           imprimirTermoAluno.
           IF hist_tbl_impresso (hist_j) = "N"
                   AND hist_tbl_id (hist_j) = aluno_atual
               MOVE "S" TO hist_tbl_impresso (hist_j)

               PERFORM verificarPagina
               MOVE hist_tbl_disciplina (hist_j) TO TP-DET-SUBJECT
               MOVE hist_tbl_media (hist_j) TO TP-DET-AVERAGE
               MOVE hist_tbl_estado (hist_j) TO TP-DET-STATUS
               PERFORM procurarCreditos
               MOVE disc_creditos TO TP-DET-CREDITS
               MOVE " ECTS" TO TP-DET-ECTS
               WRITE TP-DETAIL
                   AFTER ADVANCING 1 LINE
               ADD 1 TO page_line_count

               ADD hist_tbl_media (hist_j) TO aluno_soma
               ADD 1 TO aluno_linhas
               COMPUTE aluno_soma_pond = aluno_soma_pond
                   + hist_tbl_media (hist_j) * disc_creditos
               ADD disc_creditos TO aluno_cred_tentados
               IF hist_tbl_estado (hist_j) = "APROVADO"
                   ADD 1 TO aluno_aprovados
                   ADD disc_creditos TO aluno_cred_obtidos
                   COMPUTE aluno_soma_aprov = aluno_soma_aprov
                       + hist_tbl_media (hist_j) * disc_creditos
                   ADD hist_tbl_media (hist_j) TO aluno_aprov_simples
               ELSE
                   ADD 1 TO aluno_reprovados
               END-IF
           END-IF.

      *    the averages are weighted by credits; a history whose      *
      *    subjects carry no credits falls back to the plain average. *
           imprimirResumoAluno.
           IF aluno_cred_tentados > ZERO
               COMPUTE aluno_media ROUNDED =
                   aluno_soma_pond / aluno_cred_tentados
           ELSE
           IF aluno_linhas > ZERO
               COMPUTE aluno_media = aluno_soma / aluno_linhas
           ELSE
               MOVE ZERO TO aluno_media
           END-IF
           END-IF.

           PERFORM verificarPagina.
           MOVE SPACES TO TP-SUMMARY.
           MOVE "MEDIA PONDERADA:  " TO TP-SUM-LABEL.
           MOVE aluno_media TO TP-SUM-AVERAGE.
           MOVE "APROVADOS: " TO TP-SUM-LABEL-2.
           MOVE aluno_aprovados TO TP-SUM-PASSED.
               AFTER ADVANCING 1 LINE.
           ADD 1 TO page_line_count.

           IF aluno_cred_obtidos > ZERO
               COMPUTE aluno_media_final ROUNDED =
                   aluno_soma_aprov / aluno_cred_obtidos
           ELSE
           IF aluno_aprovados > ZERO
               COMPUTE aluno_media_final ROUNDED =
                   aluno_aprov_simples / aluno_aprovados
           ELSE
               MOVE ZERO TO aluno_media_final
           END-IF
           END-IF.
           PERFORM classificarAluno.

           PERFORM verificarPagina.
           MOVE SPACES TO TP-CLASSIF-LINE.
           MOVE "CREDITOS OBTIDOS: " TO TP-CLS-LABEL.
           MOVE aluno_cred_obtidos TO TP-CLS-CREDITOS.
           MOVE "MEDIA FINAL: " TO TP-CLS-LABEL-2.
           MOVE aluno_media_final TO TP-CLS-MEDIA.
           MOVE aluno_classif TO TP-CLS-CLASSIF.
           WRITE TP-CLASSIF-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO page_line_count.

           PERFORM imprimirPremio
               VARYING awd_idx FROM 1 BY 1
               UNTIL awd_idx > awd_count.

      *    ---- an honours place or scholarship held by the student,  ----*
      *    ---- in the order PRODUCAO-11 recorded them.               ----*
           imprimirPremio.
           IF awd_tbl_id (awd_idx) = aluno_atual
               PERFORM verificarPagina
               MOVE SPACES TO TP-AWARD-LINE
               MOVE "TERMO " TO TP-AWD-TERM-LABEL
               MOVE awd_tbl_termo (awd_idx) TO TP-AWD-TERM
               IF awd_tbl_tipo (awd_idx) = "B"
                   MOVE "BOLSA DE MERITO" TO TP-AWD-TIPO
               ELSE
                   MOVE "QUADRO DE HONRA" TO TP-AWD-TIPO
               END-IF
               MOVE "CURSO: " TO TP-AWD-LABEL
               MOVE awd_tbl_curso (awd_idx) TO TP-AWD-CURSO
               MOVE "LUGAR: " TO TP-AWD-LABEL-2
               MOVE awd_tbl_lugar (awd_idx) TO TP-AWD-RANK
               MOVE "MEDIA: " TO TP-AWD-LABEL-3
               MOVE awd_tbl_media (awd_idx) TO TP-AWD-MEDIA
               WRITE TP-AWARD-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO page_line_count
           END-IF.

      *    ---- STUDENT-AWARDS.txt, if present -- only the requested  ----*
      *    ---- student's when one was asked for.                     ----*
           carregarPremios.
           OPEN INPUT STUDENT-AWARDS.
           IF STUDENT-AWARDS-STATUS NOT = "00"
               MOVE "YYY" TO awards_eof
           ELSE
               READ STUDENT-AWARDS
                   AT END MOVE "YYY" TO awards_eof
               END-READ
               PERFORM construirPremio UNTIL awards_eof = "YYY"
               CLOSE STUDENT-AWARDS
           END-IF.

           construirPremio.
           IF AWD-STUDENT-ID IS NUMERIC AND AWD-TERM IS NUMERIC
               IF pedido_id = ZERO OR AWD-STUDENT-ID = pedido_id
                   IF awd_count < 500
                       ADD 1 TO awd_count
                       MOVE AWD-STUDENT-ID TO awd_tbl_id (awd_count)
                       MOVE AWD-TERM TO awd_tbl_termo (awd_count)
                       MOVE AWD-PROGRAM TO awd_tbl_curso (awd_count)
                       MOVE AWD-TIPO TO awd_tbl_tipo (awd_count)
                       MOVE AWD-RANK TO awd_tbl_lugar (awd_count)
                       MOVE AWD-MEDIA TO awd_tbl_media (awd_count)
                   ELSE
                       DISPLAY "PRODUCAO-2: premios excedem 500 "
                           "linhas - lista incompleta"
                   END-IF
               END-IF
           END-IF.
           READ STUDENT-AWARDS
               AT END MOVE "YYY" TO awards_eof
           END-READ.

      *    ---- the final classification on the 0-20 scale, from the  ----*
      *    ---- final average rounded to whole marks.                 ----*
           classificarAluno.
           COMPUTE aluno_nota_final ROUNDED = aluno_media_final.
           EVALUATE TRUE
               WHEN aluno_aprovados = ZERO
                   MOVE SPACES TO aluno_classif
               WHEN aluno_nota_final >= 18
                   MOVE "EXCELENTE" TO aluno_classif
               WHEN aluno_nota_final >= 16
                   MOVE "MUITO BOM" TO aluno_classif
               WHEN aluno_nota_final >= 14
                   MOVE "BOM" TO aluno_classif
               WHEN OTHER
                   MOVE "SUFICIENTE" TO aluno_classif
           END-EVALUATE.

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
      *        a master line from before credits were carried counts  *
      *        for none.                                              *
               IF SUBJ-CREDITS IS NUMERIC
                   MOVE SUBJ-CREDITS TO subj_tbl_creditos (subj_count)
               ELSE
                   MOVE ZERO TO subj_tbl_creditos (subj_count)
               END-IF
           END-IF.
           READ SUBJECT-MASTER
               AT END MOVE "YYY" TO subject_eof
           END-READ.

      *    ---- the credits of the subject on line hist_j; one the    ----*
      *    ---- master does not hold carries none.                    ----*
           procurarCreditos.
           MOVE ZERO TO disc_creditos.
           MOVE "N" TO subj_achada.
           PERFORM testarDisciplina
               VARYING subj_idx FROM 1 BY 1
               UNTIL subj_idx > subj_count OR subj_achada = "S".

           testarDisciplina.
           IF subj_tbl_code (subj_idx) = hist_tbl_disciplina (hist_j)
               MOVE "S" TO subj_achada
               MOVE subj_tbl_creditos (subj_idx) TO disc_creditos
           END-IF.

      *    ---- the full name off the register; a number the register ----*
      *    ---- does not hold prints without one.                     ----*
           procurarNomeAluno.
           MOVE SPACES TO aluno_nome.
           IF registo_aberto = "S"
               MOVE aluno_atual TO REG-STUDENT-ID
               READ STUDENT-REGISTER
                   INVALID KEY
                       MOVE "** NAO REGISTADO **" TO aluno_nome
                   NOT INVALID KEY
                       MOVE REG-FULL-NAME TO aluno_nome
               END-READ
           END-IF.

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

      *    ---- pagination in the REPORT-CARDS-OUT.txt style.         ----*
           verificarPagina.
           IF page_line_count >= LINES-PER-PAGE
