      *================================================================*
       IDENTIFICATION                                  DIVISION.
      *================================================================*
       PROGRAM-ID. PRODUCAO-11.
      ***************************DOCUMENTACAO***************************
      ******************************************************************
      *                                                       PI 11-26 *
      *    AUTOR:      Marco Silva n 9                                 *
      *    ESPECIFICACAO DO PROGRAMA: merito do termo fechado -- os    *
      *                               alunos ordenados por curso e     *
      *                               pela media entre disciplinas,    *
      *                               as regras de MERIT-CONTROL.txt   *
      *                               (media minima, nenhuma           *
      *                               reprovacao, faltas ate ao        *
      *                               limite, sem propinas em atraso), *
      *                               o quadro de honra, a lista       *
      *                               ordenada de candidatos a bolsa   *
      *                               e os premios gravados em         *
      *                               STUDENT-AWARDS.txt para o        *
      *                               transcrito.                      *
      *    LOCAL:      Braga, Portugal                                 *
      *                                                                *
      *    COMENTARIOS:                                                *
      *    2026/10/01  MS  primeira versao -- o quadro de honra e as   *
      *                    bolsas deixam de ser contados a mao depois  *
      *                    do fecho do termo.                          *
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

      *    the keyed student master PRODUCAO-1 maintains -- read      *
      *    front to back here, never written.                         *
           SELECT STUDENT-MASTER ASSIGN TO "STUDENT-MASTER.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SM-KEY
               FILE STATUS IS STUDENT-MASTER-STATUS.

      *    the term PRODUCAO-5 last closed -- the term ranked here.   *
           SELECT TERM-CLOSE-CONTROL
               ASSIGN TO "TERM-CLOSE-CONTROL.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TERM-CLOSE-STATUS.

      *    the eligibility rules; an absent file or a blank field     *
      *    keeps the default below.                                   *
           SELECT MERIT-CONTROL ASSIGN TO "MERIT-CONTROL.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MERIT-CONTROL-STATUS.

      *    which program each student is following -- the same file  *
      *    PRODUCAO-4 audits completion against.                      *
           SELECT STUDENT-PROGRAMS ASSIGN TO "STUDENT-PROGRAMS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STUDENT-PROGRAMS-STATUS.

      *    one line per absent session, the register PRODUCAO-1      *
      *    counts absences from.                                      *
           SELECT ATTENDANCE-IN ASSIGN TO "ATTENDANCE-IN.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ATTENDANCE-IN-STATUS.

      *    students held for unpaid fees, as the fee run left them;   *
      *    an absent list holds nobody.                               *
           SELECT FEE-HOLDS ASSIGN TO "FEE-HOLDS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEE-HOLDS-STATUS.

      *    the student register PRODUCAO-6 maintains -- the name on   *
      *    each list is the one filed there, by student number.       *
           SELECT STUDENT-REGISTER ASSIGN TO "STUDENT-REGISTER.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-STUDENT-ID
               FILE STATUS IS STUDENT-REGISTER-STATUS.

      *    every award ever made -- read whole and rewritten, the     *
      *    ranked term's lines replaced so a rerun never doubles them.*
           SELECT STUDENT-AWARDS ASSIGN TO "STUDENT-AWARDS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STUDENT-AWARDS-STATUS.

      *    the honours list, the scholarship shortlist, and the       *
      *    students whose average reached the list but who were kept  *
      *    off it, with the reason.                                   *
           SELECT HONOURS-LIST-OUT
               ASSIGN TO "HONOURS-LIST-OUT.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SCHOLARSHIP-OUT
               ASSIGN TO "SCHOLARSHIP-SHORTLIST-OUT.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MERIT-EXCLUSIONS-OUT
               ASSIGN TO "MERIT-EXCLUSIONS-OUT.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY DATESEL.
           COPY RUNSTSEL.
           COPY LOCKSEL.

      *================================================================*
       DATA                                            DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                                    SECTION.
      *----------------------------------------------------------------*

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

           FD TERM-CLOSE-CONTROL.
           01 TERM-CLOSE-RECORD.
               02 TCC-TERM PIC 9(2).

      *    MC-MEDIA-QUADRO: lowest average on the honours list;       *
      *    MC-MEDIA-BOLSA: lowest average shortlisted for a           *
      *    scholarship; MC-FALTAS-MAX: most absent sessions allowed;  *
      *    MC-BOLSAS: scholarships to award per program.              *
           FD MERIT-CONTROL.
           01 MERIT-CONTROL-RECORD.
               02 MC-MEDIA-QUADRO PIC 9(2)V99.
               02 MC-MEDIA-BOLSA PIC 9(2)V99.
               02 MC-FALTAS-MAX PIC 9(3).
               02 MC-BOLSAS PIC 9(2).

           FD STUDENT-PROGRAMS.
           01 STUDENT-PROGRAM-RECORD.
               02 SP-STUDENT-ID PIC 9(6).
               02 SP-PROGRAM PIC X(4).

           FD ATTENDANCE-IN.
           01 ATTENDANCE-RECORD.
               02 ATT-DATE PIC 9(8).
               02 ATT-SUBJECT PIC X(4).
               02 ATT-STUDENT-ID PIC 9(6).

           FD FEE-HOLDS.
           01 FEE-HOLD-RECORD.
               02 HLD-STUDENT-ID PIC 9(6).
               02 HLD-EM-ATRASO PIC 9(7)V99.
               02 HLD-VENCIMENTO PIC 9(8).

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

      *    AWD-TIPO: Q honours list, B scholarship; AWD-RANK is the   *
      *    place in the program's list; AWD-DATA the run date.        *
           FD STUDENT-AWARDS.
           01 STUDENT-AWARD-RECORD.
               02 AWD-STUDENT-ID PIC 9(6).
               02 AWD-TERM PIC 9(2).
               02 AWD-PROGRAM PIC X(4).
               02 AWD-TIPO PIC X(1).
               02 AWD-RANK PIC 9(3).
               02 AWD-MEDIA PIC 9(2)V99.
               02 AWD-DATA PIC 9(8).

      *    a heading per program, then one line per student.          *
           FD HONOURS-LIST-OUT.
           01 HL-HEADER-LINE.
               02 HL-HDR-LABEL PIC X(7).
               02 HL-HDR-CURSO PIC X(4).
               02 FILLER PIC X(2) VALUE SPACES.
               02 HL-HDR-LABEL-2 PIC X(7).
               02 HL-HDR-TERMO PIC Z9.
               02 FILLER PIC X(2) VALUE SPACES.
               02 HL-HDR-TITULO PIC X(20).

           01 HL-DETAIL-LINE.
               02 FILLER PIC X(4) VALUE SPACES.
               02 HL-LUGAR PIC ZZ9.
               02 FILLER PIC X(2) VALUE SPACES.
               02 HL-STUDENT-ID PIC 9(6).
               02 FILLER PIC X(1) VALUE SPACE.
               02 HL-NOME PIC A(20).
               02 FILLER PIC X(2) VALUE SPACES.
               02 HL-LABEL PIC X(7).
               02 HL-MEDIA PIC Z9.99.
               02 FILLER PIC X(2) VALUE SPACES.
               02 HL-LABEL-2 PIC X(8).
               02 HL-FALTAS PIC ZZ9.
               02 FILLER PIC X(2) VALUE SPACES.
               02 HL-LABEL-3 PIC X(13).
               02 HL-DISCIPLINAS PIC Z9.

           FD SCHOLARSHIP-OUT.
           01 SC-HEADER-LINE.
               02 SC-HDR-LABEL PIC X(7).
               02 SC-HDR-CURSO PIC X(4).
               02 FILLER PIC X(2) VALUE SPACES.
               02 SC-HDR-LABEL-2 PIC X(7).
               02 SC-HDR-TERMO PIC Z9.
               02 FILLER PIC X(2) VALUE SPACES.
               02 SC-HDR-LABEL-3 PIC X(8).
               02 SC-HDR-BOLSAS PIC Z9.

           01 SC-DETAIL-LINE.
               02 FILLER PIC X(4) VALUE SPACES.
               02 SC-LUGAR PIC ZZ9.
               02 FILLER PIC X(2) VALUE SPACES.
               02 SC-STUDENT-ID PIC 9(6).
               02 FILLER PIC X(1) VALUE SPACE.
               02 SC-NOME PIC A(20).
               02 FILLER PIC X(2) VALUE SPACES.
               02 SC-LABEL PIC X(7).
               02 SC-MEDIA PIC Z9.99.
               02 FILLER PIC X(2) VALUE SPACES.
               02 SC-LABEL-2 PIC X(8).
               02 SC-FALTAS PIC ZZ9.
               02 FILLER PIC X(2) VALUE SPACES.
               02 SC-DECISAO PIC X(8).

           FD MERIT-EXCLUSIONS-OUT.
           01 EXCLUSION-LINE.
               02 EX-STUDENT-ID PIC 9(6).
               02 FILLER PIC X(1) VALUE SPACE.
               02 EX-CURSO PIC X(4).
               02 FILLER PIC X(1) VALUE SPACE.
               02 EX-TERMO PIC 9(2).
               02 FILLER PIC X(1) VALUE SPACE.
               02 EX-NOME PIC A(20).
               02 FILLER PIC X(1) VALUE SPACE.
               02 EX-MEDIA PIC Z9.99.
               02 FILLER PIC X(1) VALUE SPACE.
               02 EX-MOTIVO PIC X(12).

           COPY DATEFD.
           COPY RUNSTFD.
           COPY LOCKFD.

      *----------------------------------------------------------------*
       WORKING-STORAGE                         SECTION.
      *----------------------------------------------------------------*

       77  STUDENT-MASTER-STATUS pic x(2) value spaces.
       77  TERM-CLOSE-STATUS   pic x(2) value spaces.
       77  MERIT-CONTROL-STATUS pic x(2) value spaces.
       77  STUDENT-PROGRAMS-STATUS pic x(2) value spaces.
       77  ATTENDANCE-IN-STATUS pic x(2) value spaces.
       77  FEE-HOLDS-STATUS    pic x(2) value spaces.
       77  STUDENT-REGISTER-STATUS pic x(2) value spaces.
       77  STUDENT-AWARDS-STATUS pic x(2) value spaces.
       77  master_eof          pic x(3) value spaces.
       77  programs_eof        pic x(3) value spaces.
       77  attendance_eof      pic x(3) value spaces.
       77  holds_eof           pic x(3) value spaces.
       77  awards_eof          pic x(3) value spaces.
       77  registo_aberto      pic x(1) value "N".
       77  tabela_cheia        pic x(1) value "N".
       77  termo_fechado       pic 9(2) value zero.
       77  registos_lidos      pic 9(5) value zero.

      *    the eligibility rules, defaulted for a missing control.
       77  media_quadro        pic 9(2)v99 value 16.00.
       77  media_bolsa         pic 9(2)v99 value 17.00.
       77  faltas_max          pic 9(3) value 10.
       77  bolsas_curso        pic 9(2) value 3.

      *    the master's edited Z9.99 average back to numeric.
       77  media_convertida    pic 9(2)v99 value zero.
       77  parte_inteira       pic 9(2) value zero.
       77  parte_decimal       pic 9(2) value zero.
       01  media_editada.
           02 med_int pic x(2).
           02 med_ponto pic x(1).
           02 med_dec pic x(2).

      *    one slot per student of the ranked term. aln_tbl_ordem
      *    leads the entry and carries the whole ranking -- program,
      *    then average highest first, then fewest absences, then
      *    most subjects taken, then the lower student number -- so
      *    one comparison orders two students and no two tie.
       77  aln_count           pic 9(3) value zero.
       77  aln_idx             pic 9(3) value zero.
       77  aln_atual           pic 9(3) value zero.
       77  aln_i               pic 9(3) value zero.
       77  aln_j               pic 9(3) value zero.
       77  aln_limite          pic 9(3) value zero.
       77  busca_id            pic 9(6) value zero.

       01  ALN-TABLE.
           02  ALN-ENTRY OCCURS 500 TIMES.
               03 aln_tbl_ordem.
                   04 aln_tbl_curso pic x(4).
                   04 aln_tbl_media_inv pic 9(4).
                   04 aln_tbl_faltas pic 9(3).
                   04 aln_tbl_disc_inv pic 9(2).
                   04 aln_tbl_id pic 9(6).
               03 aln_tbl_nome pic a(20).
               03 aln_tbl_soma pic 9(5)v99.
               03 aln_tbl_disciplinas pic 9(2).
               03 aln_tbl_reprovadas pic 9(2).
               03 aln_tbl_media pic 9(2)v99.
               03 aln_tbl_retido pic x(1).
               03 aln_tbl_saiu pic x(1).

       01  ALN-TROCA           pic x(56).

      *    the awards of other terms, kept to be written back.
       77  awd_count           pic 9(4) value zero.
       77  awd_idx             pic 9(4) value zero.

       01  AWD-TABLE.
           02  AWD-ENTRY OCCURS 2000 TIMES.
               03 awd_tbl_registo pic x(28).

      *    the program in hand while the ranked table is walked.
       77  curso_atual         pic x(4) value spaces.
       77  primeiro_curso      pic x(1) value "S".
       77  lugar_quadro        pic 9(3) value zero.
       77  lugar_bolsa         pic 9(3) value zero.
       77  cabecalho_quadro    pic x(1) value "N".
       77  cabecalho_bolsa     pic x(1) value "N".
       77  motivo_exclusao     pic x(12) value spaces.

       77  alunos_quadro       pic 9(4) value zero.
       77  alunos_bolsa        pic 9(4) value zero.
       77  alunos_suplentes    pic 9(4) value zero.
       77  alunos_excluidos    pic 9(4) value zero.
       77  premios_gravados    pic 9(5) value zero.

           COPY DATEWS.
           COPY RUNSTWS.
           COPY LOCKWS.

      *================================================================*
       PROCEDURE                                       DIVISION.
      *================================================================*

       MAIN-PROCEDURE.

           PERFORM ABRIR-ERROR-LOG.
      *    ---- the awards file is rewritten here: take the run lock  ----*
      *    ---- or refuse loudly.                                     ----*
           MOVE "PROD-11" TO LOCK-PROGRAMA.
           PERFORM OBTER-RUN-LOCK THRU OBTER-RUN-LOCK-EXIT.
           IF LOCK-OBTIDO = "N"
               DISPLAY "PRODUCAO-11 - JA EM EXECUCAO - RECUSADO"
               MOVE 8 TO RETURN-CODE
               CLOSE ERROR-LOG
               STOP RUN
           END-IF.

           MOVE "PROD-11" TO RST-PROGRAMA.
           PERFORM REGISTAR-INICIO-EXECUCAO
               THRU REGISTAR-INICIO-EXECUCAO-EXIT.
           PERFORM OBTER-DATA-EXECUCAO.
           DISPLAY "PRODUCAO-11 - RUN DATE: " RUN-DATE-DISPLAY.

           PERFORM lerTermoFechado.
           IF termo_fechado = ZERO
               MOVE "PROD-11" TO ERR-PROGRAMA
               MOVE "E01" TO ERR-CODIGO
               MOVE "TERM-CLOSE-CONTROL.txt ausente - nada ordenado" TO
                   ERR-MENSAGEM
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               PERFORM terminarComErro
           END-IF.

           PERFORM carregarControlo.
           PERFORM carregarResultados.
           PERFORM carregarCursos.
           PERFORM carregarFaltas.
           PERFORM carregarRetencoes.
           PERFORM carregarPremios.

      *    ---- a table too small for its file would rank on half     ----*
      *    ---- the facts -- no list is printed and the awards file   ----*
      *    ---- is left exactly as it was.                            ----*
           IF tabela_cheia = "S"
               MOVE "PROD-11" TO ERR-PROGRAMA
               MOVE "E02" TO ERR-CODIGO
               MOVE "tabela de merito excedida - nada premiado" TO
                   ERR-MENSAGEM
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               PERFORM terminarComErro
           END-IF.

           OPEN INPUT STUDENT-REGISTER.
           IF STUDENT-REGISTER-STATUS = "00"
               MOVE "S" TO registo_aberto
           END-IF.
           PERFORM prepararAluno
               VARYING aln_idx FROM 1 BY 1
               UNTIL aln_idx > aln_count.
           IF registo_aberto = "S"
               CLOSE STUDENT-REGISTER
           END-IF.

      *    ---- the students in ranking order, program by program.    ----*
           IF aln_count > 1
               PERFORM ordenarPassagem
                   VARYING aln_i FROM 1 BY 1
                   UNTIL aln_i >= aln_count
           END-IF.

      *    ---- the other terms' awards go back first, then this      ----*
      *    ---- term's as they are decided.                           ----*
           OPEN OUTPUT STUDENT-AWARDS.
           PERFORM regravarPremio
               VARYING awd_idx FROM 1 BY 1
               UNTIL awd_idx > awd_count.

           OPEN OUTPUT HONOURS-LIST-OUT
                       SCHOLARSHIP-OUT
                       MERIT-EXCLUSIONS-OUT.

           PERFORM classificarAluno
               VARYING aln_idx FROM 1 BY 1
               UNTIL aln_idx > aln_count.

           CLOSE STUDENT-AWARDS
                 HONOURS-LIST-OUT
                 SCHOLARSHIP-OUT
                 MERIT-EXCLUSIONS-OUT.

           DISPLAY "PRODUCAO-11 - TERMO " termo_fechado
               " QUADRO DE HONRA " alunos_quadro
               " BOLSAS " alunos_bolsa
               " SUPLENTES " alunos_suplentes.
           DISPLAY "PRODUCAO-11 - EXCLUIDOS COM MEDIA "
               alunos_excluidos.

      *    ---- one FIM line on RUN-STATUS.txt: students ranked,      ----*
      *    ---- awards written, and those kept off the lists.         ----*
           MOVE aln_count TO RST-LIDOS.
           MOVE premios_gravados TO RST-GRAVADOS.
           MOVE alunos_excluidos TO RST-REJEITADOS.
           MOVE ZERO TO RST-VALOR.
           MOVE "OK" TO RST-RESULTADO.
           PERFORM REGISTAR-FIM-EXECUCAO
               THRU REGISTAR-FIM-EXECUCAO-EXIT.

           PERFORM LIBERTAR-RUN-LOCK.

           CLOSE ERROR-LOG.
           STOP RUN.

      *    ---- a run that cannot rank stops with RC 8, its lock      ----*
      *    ---- released and nothing written.                         ----*
           terminarComErro.
           MOVE "ERRO" TO RST-RESULTADO.
           PERFORM REGISTAR-FIM-EXECUCAO
               THRU REGISTAR-FIM-EXECUCAO-EXIT.
           PERFORM LIBERTAR-RUN-LOCK.
           MOVE 8 TO RETURN-CODE.
           CLOSE ERROR-LOG.
           STOP RUN.

      *    ---- the term being ranked, off the control file.          ----*
           lerTermoFechado.
           OPEN INPUT TERM-CLOSE-CONTROL.
           IF TERM-CLOSE-STATUS = "00"
               READ TERM-CLOSE-CONTROL
                   AT END CONTINUE
                   NOT AT END
                       IF TCC-TERM IS NUMERIC
                           MOVE TCC-TERM TO termo_fechado
                       END-IF
               END-READ
               CLOSE TERM-CLOSE-CONTROL
           END-IF.

      *    ---- the eligibility rules; each blank or bad field keeps  ----*
      *    ---- its default.                                          ----*
           carregarControlo.
           OPEN INPUT MERIT-CONTROL.
           IF MERIT-CONTROL-STATUS = "00"
               READ MERIT-CONTROL
                   AT END CONTINUE
                   NOT AT END
                       IF MC-MEDIA-QUADRO IS NUMERIC
                           MOVE MC-MEDIA-QUADRO TO media_quadro
                       END-IF
                       IF MC-MEDIA-BOLSA IS NUMERIC
                           MOVE MC-MEDIA-BOLSA TO media_bolsa
                       END-IF
                       IF MC-FALTAS-MAX IS NUMERIC
                           MOVE MC-FALTAS-MAX TO faltas_max
                       END-IF
                       IF MC-BOLSAS IS NUMERIC
                           MOVE MC-BOLSAS TO bolsas_curso
                       END-IF
               END-READ
               CLOSE MERIT-CONTROL
           END-IF.

      *    ---- the ranked term's rows of the master, rolled onto     ----*
      *    ---- their student's slot as PRODUCAO-5 rolls them.        ----*
           carregarResultados.
           OPEN INPUT STUDENT-MASTER.
           IF STUDENT-MASTER-STATUS NOT = "00"
               MOVE "YYY" TO master_eof
               DISPLAY "PRODUCAO-11: erro ao abrir STUDENT-MASTER.txt"
           ELSE
               READ STUDENT-MASTER
                   AT END MOVE "YYY" TO master_eof
               END-READ
               PERFORM recolherResultado UNTIL master_eof = "YYY"
               CLOSE STUDENT-MASTER
           END-IF.

           recolherResultado.
           ADD 1 TO registos_lidos.
           IF SM-TERM = termo_fechado
               PERFORM acumularAluno
           END-IF.
           READ STUDENT-MASTER
               AT END MOVE "YYY" TO master_eof
           END-READ.

           acumularAluno.
           MOVE SM-STUDENT-ID TO aln_atual.
           PERFORM procurarAlunoId.
           IF aln_atual = ZERO
               IF aln_count < 500
                   ADD 1 TO aln_count
                   MOVE aln_count TO aln_atual
                   MOVE SPACES TO aln_tbl_curso (aln_atual)
                   MOVE ZERO TO aln_tbl_faltas (aln_atual)
                   MOVE SM-STUDENT-ID TO aln_tbl_id (aln_atual)
                   MOVE SM-STUDENT-NAME TO aln_tbl_nome (aln_atual)
                   MOVE ZERO TO aln_tbl_soma (aln_atual)
                   MOVE ZERO TO aln_tbl_disciplinas (aln_atual)
                   MOVE ZERO TO aln_tbl_reprovadas (aln_atual)
                   MOVE "N" TO aln_tbl_retido (aln_atual)
                   MOVE "N" TO aln_tbl_saiu (aln_atual)
               ELSE
                   MOVE "S" TO tabela_cheia
               END-IF
           END-IF.
           IF aln_atual > ZERO
               PERFORM converterMedia
               ADD media_convertida TO aln_tbl_soma (aln_atual)
               ADD 1 TO aln_tbl_disciplinas (aln_atual)
               IF SM-STATUS NOT = "APROVADO"
                   ADD 1 TO aln_tbl_reprovadas (aln_atual)
               END-IF
           END-IF.

      *    ---- the slot of the student numbered in aln_atual, or     ----*
      *    ---- zero when the term has no results for them.           ----*
           procurarAlunoId.
           MOVE aln_atual TO busca_id.
           MOVE ZERO TO aln_atual.
           PERFORM testarAlunoId
               VARYING aln_idx FROM 1 BY 1
               UNTIL aln_idx > aln_count OR aln_atual > ZERO.

           testarAlunoId.
           IF aln_tbl_id (aln_idx) = busca_id
               MOVE aln_idx TO aln_atual
           END-IF.

      *    ---- the master's edited Z9.99 average back to numeric.    ----*
           converterMedia.
           MOVE SM-AVERAGE TO media_editada.
           MOVE ZERO TO media_convertida.
           INSPECT med_int REPLACING LEADING " " BY "0".
           INSPECT med_dec REPLACING LEADING " " BY "0".
           IF med_int IS NUMERIC
               MOVE med_int TO parte_inteira
           ELSE
               MOVE ZERO TO parte_inteira
           END-IF.
           IF med_dec IS NUMERIC
               MOVE med_dec TO parte_decimal
           ELSE
               MOVE ZERO TO parte_decimal
           END-IF.
           COMPUTE media_convertida =
                   parte_inteira + (parte_decimal / 100).

      *    ---- STUDENT-PROGRAMS.txt: each ranked student's program;  ----*
      *    ---- one with none is ranked with the others without one.  ----*
           carregarCursos.
           OPEN INPUT STUDENT-PROGRAMS.
           IF STUDENT-PROGRAMS-STATUS NOT = "00"
               MOVE "YYY" TO programs_eof
               DISPLAY "PRODUCAO-11: STUDENT-PROGRAMS.txt ausente"
           ELSE
               READ STUDENT-PROGRAMS
                   AT END MOVE "YYY" TO programs_eof
               END-READ
               PERFORM atribuirCurso UNTIL programs_eof = "YYY"
               CLOSE STUDENT-PROGRAMS
           END-IF.

           atribuirCurso.
           IF SP-STUDENT-ID IS NUMERIC
               MOVE SP-STUDENT-ID TO aln_atual
               PERFORM procurarAlunoId
               IF aln_atual > ZERO
                   MOVE SP-PROGRAM TO aln_tbl_curso (aln_atual)
               END-IF
           END-IF.
           READ STUDENT-PROGRAMS
               AT END MOVE "YYY" TO programs_eof
           END-READ.

      *    ---- ATTENDANCE-IN.txt, if present: one absent session     ----*
      *    ---- per line.                                             ----*
           carregarFaltas.
           OPEN INPUT ATTENDANCE-IN.
           IF ATTENDANCE-IN-STATUS NOT = "00"
               MOVE "YYY" TO attendance_eof
           ELSE
               READ ATTENDANCE-IN
                   AT END MOVE "YYY" TO attendance_eof
               END-READ
               PERFORM contarFalta UNTIL attendance_eof = "YYY"
               CLOSE ATTENDANCE-IN
           END-IF.

           contarFalta.
           IF ATT-STUDENT-ID IS NUMERIC
               MOVE ATT-STUDENT-ID TO aln_atual
               PERFORM procurarAlunoId
               IF aln_atual > ZERO
                   IF aln_tbl_faltas (aln_atual) < 999
                       ADD 1 TO aln_tbl_faltas (aln_atual)
                   END-IF
               END-IF
           END-IF.
           READ ATTENDANCE-IN
               AT END MOVE "YYY" TO attendance_eof
           END-READ.

      *    ---- FEE-HOLDS.txt, if present: a student held for unpaid  ----*
      *    ---- fees is in arrears.                                   ----*
           carregarRetencoes.
           OPEN INPUT FEE-HOLDS.
           IF FEE-HOLDS-STATUS NOT = "00"
               MOVE "YYY" TO holds_eof
           ELSE
               READ FEE-HOLDS
                   AT END MOVE "YYY" TO holds_eof
               END-READ
               PERFORM marcarRetencao UNTIL holds_eof = "YYY"
               CLOSE FEE-HOLDS
           END-IF.

           marcarRetencao.
           IF HLD-STUDENT-ID IS NUMERIC
               MOVE HLD-STUDENT-ID TO aln_atual
               PERFORM procurarAlunoId
               IF aln_atual > ZERO
                   MOVE "S" TO aln_tbl_retido (aln_atual)
               END-IF
           END-IF.
           READ FEE-HOLDS
               AT END MOVE "YYY" TO holds_eof
           END-READ.

      *    ---- STUDENT-AWARDS.txt as the last run left it: every     ----*
      *    ---- other term's award is kept, the ranked term's goes.   ----*
           carregarPremios.
           OPEN INPUT STUDENT-AWARDS.
           IF STUDENT-AWARDS-STATUS NOT = "00"
               MOVE "YYY" TO awards_eof
           ELSE
               READ STUDENT-AWARDS
                   AT END MOVE "YYY" TO awards_eof
               END-READ
               PERFORM guardarPremio UNTIL awards_eof = "YYY"
               CLOSE STUDENT-AWARDS
           END-IF.

           guardarPremio.
           IF AWD-TERM NOT = termo_fechado
               IF awd_count < 2000
                   ADD 1 TO awd_count
                   MOVE STUDENT-AWARD-RECORD
                       TO awd_tbl_registo (awd_count)
               ELSE
                   MOVE "S" TO tabela_cheia
               END-IF
           END-IF.
           READ STUDENT-AWARDS
               AT END MOVE "YYY" TO awards_eof
           END-READ.

           regravarPremio.
           MOVE awd_tbl_registo (awd_idx) TO STUDENT-AWARD-RECORD.
           WRITE STUDENT-AWARD-RECORD.

      *    ---- one student: the average over the term's subjects,    ----*
      *    ---- the register's name and status, and the ranking key.  ----*
           prepararAluno.
           IF aln_tbl_disciplinas (aln_idx) > ZERO
               COMPUTE aln_tbl_media (aln_idx) ROUNDED =
                       aln_tbl_soma (aln_idx)
                       / aln_tbl_disciplinas (aln_idx)
           ELSE
               MOVE ZERO TO aln_tbl_media (aln_idx)
           END-IF.
           COMPUTE aln_tbl_media_inv (aln_idx) =
                   9999 - (aln_tbl_media (aln_idx) * 100).
           COMPUTE aln_tbl_disc_inv (aln_idx) =
                   99 - aln_tbl_disciplinas (aln_idx).
           IF registo_aberto = "S"
               MOVE aln_tbl_id (aln_idx) TO REG-STUDENT-ID
               READ STUDENT-REGISTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE REG-SHORT-NAME TO aln_tbl_nome (aln_idx)
                       IF REG-STATUS = "I"
                           MOVE "S" TO aln_tbl_saiu (aln_idx)
                       END-IF
               END-READ
           END-IF.

      *    ---- one exchange pass: the student still out of order     ----*
      *    ---- sinks to the end of the unsorted part.                ----*
           ordenarPassagem.
           COMPUTE aln_limite = aln_count - aln_i.
           PERFORM ordenarPar
               VARYING aln_j FROM 1 BY 1
               UNTIL aln_j > aln_limite.

           ordenarPar.
           IF aln_tbl_ordem (aln_j) > aln_tbl_ordem (aln_j + 1)
               MOVE ALN-ENTRY (aln_j) TO ALN-TROCA
               MOVE ALN-ENTRY (aln_j + 1) TO ALN-ENTRY (aln_j)
               MOVE ALN-TROCA TO ALN-ENTRY (aln_j + 1)
           END-IF.

      *    ---- one student in ranking order: the first rule broken   ----*
      *    ---- keeps them off the lists; the rest take the next      ----*
      *    ---- place on the honours list and, with the higher        ----*
      *    ---- average, on the scholarship shortlist -- a            ----*
      *    ---- scholarship for the first MC-BOLSAS of the program,   ----*
      *    ---- reserve after that.                                   ----*
           classificarAluno.
           IF primeiro_curso = "S"
                   OR aln_tbl_curso (aln_idx) NOT = curso_atual
               MOVE "N" TO primeiro_curso
               MOVE aln_tbl_curso (aln_idx) TO curso_atual
               MOVE ZERO TO lugar_quadro
               MOVE ZERO TO lugar_bolsa
               MOVE "N" TO cabecalho_quadro
               MOVE "N" TO cabecalho_bolsa
           END-IF.

           EVALUATE TRUE
               WHEN aln_tbl_reprovadas (aln_idx) > ZERO
                   MOVE "REPROVACAO" TO motivo_exclusao
               WHEN aln_tbl_faltas (aln_idx) > faltas_max
                   MOVE "FALTAS" TO motivo_exclusao
               WHEN aln_tbl_retido (aln_idx) = "S"
                   MOVE "PROPINAS" TO motivo_exclusao
               WHEN aln_tbl_saiu (aln_idx) = "S"
                   MOVE "SAIU" TO motivo_exclusao
               WHEN aln_tbl_media (aln_idx) < media_quadro
                   MOVE "MEDIA" TO motivo_exclusao
               WHEN OTHER
                   MOVE SPACES TO motivo_exclusao
           END-EVALUATE.

           IF motivo_exclusao = SPACES
               PERFORM inscreverQuadro
               IF aln_tbl_media (aln_idx) NOT < media_bolsa
                   PERFORM inscreverBolsa
               END-IF
           ELSE
      *        only a student the average alone would have listed is  *
      *        reported -- the office asks about those.               *
               IF aln_tbl_media (aln_idx) NOT < media_quadro
                   PERFORM escreverExclusao
               END-IF
           END-IF.

           inscreverQuadro.
           ADD 1 TO lugar_quadro.
           ADD 1 TO alunos_quadro.
           IF cabecalho_quadro = "N"
               MOVE "S" TO cabecalho_quadro
               MOVE SPACES TO HL-HEADER-LINE
               MOVE "CURSO: " TO HL-HDR-LABEL
               MOVE curso_atual TO HL-HDR-CURSO
               MOVE "TERMO: " TO HL-HDR-LABEL-2
               MOVE termo_fechado TO HL-HDR-TERMO
               MOVE "QUADRO DE HONRA" TO HL-HDR-TITULO
               WRITE HL-HEADER-LINE
           END-IF.
           MOVE SPACES TO HL-DETAIL-LINE.
           MOVE lugar_quadro TO HL-LUGAR.
           MOVE aln_tbl_id (aln_idx) TO HL-STUDENT-ID.
           MOVE aln_tbl_nome (aln_idx) TO HL-NOME.
           MOVE "MEDIA: " TO HL-LABEL.
           MOVE aln_tbl_media (aln_idx) TO HL-MEDIA.
           MOVE "FALTAS: " TO HL-LABEL-2.
           MOVE aln_tbl_faltas (aln_idx) TO HL-FALTAS.
           MOVE "DISCIPLINAS: " TO HL-LABEL-3.
           MOVE aln_tbl_disciplinas (aln_idx) TO HL-DISCIPLINAS.
           WRITE HL-DETAIL-LINE.
           MOVE "Q" TO AWD-TIPO.
           MOVE lugar_quadro TO AWD-RANK.
           PERFORM gravarPremio.

           inscreverBolsa.
           ADD 1 TO lugar_bolsa.
           IF cabecalho_bolsa = "N"
               MOVE "S" TO cabecalho_bolsa
               MOVE SPACES TO SC-HEADER-LINE
               MOVE "CURSO: " TO SC-HDR-LABEL
               MOVE curso_atual TO SC-HDR-CURSO
               MOVE "TERMO: " TO SC-HDR-LABEL-2
               MOVE termo_fechado TO SC-HDR-TERMO
               MOVE "BOLSAS: " TO SC-HDR-LABEL-3
               MOVE bolsas_curso TO SC-HDR-BOLSAS
               WRITE SC-HEADER-LINE
           END-IF.
           MOVE SPACES TO SC-DETAIL-LINE.
           MOVE lugar_bolsa TO SC-LUGAR.
           MOVE aln_tbl_id (aln_idx) TO SC-STUDENT-ID.
           MOVE aln_tbl_nome (aln_idx) TO SC-NOME.
           MOVE "MEDIA: " TO SC-LABEL.
           MOVE aln_tbl_media (aln_idx) TO SC-MEDIA.
           MOVE "FALTAS: " TO SC-LABEL-2.
           MOVE aln_tbl_faltas (aln_idx) TO SC-FALTAS.
           IF lugar_bolsa NOT > bolsas_curso
               MOVE "BOLSA" TO SC-DECISAO
               ADD 1 TO alunos_bolsa
               MOVE "B" TO AWD-TIPO
               MOVE lugar_bolsa TO AWD-RANK
               PERFORM gravarPremio
           ELSE
               MOVE "SUPLENTE" TO SC-DECISAO
               ADD 1 TO alunos_suplentes
           END-IF.
           WRITE SC-DETAIL-LINE.

      *    ---- one award line for the student in hand; the caller    ----*
      *    ---- has set AWD-TIPO and AWD-RANK.                        ----*
           gravarPremio.
           MOVE aln_tbl_id (aln_idx) TO AWD-STUDENT-ID.
           MOVE termo_fechado TO AWD-TERM.
           MOVE aln_tbl_curso (aln_idx) TO AWD-PROGRAM.
           MOVE aln_tbl_media (aln_idx) TO AWD-MEDIA.
           MOVE RUN-DATE TO AWD-DATA.
           WRITE STUDENT-AWARD-RECORD.
           ADD 1 TO premios_gravados.

           escreverExclusao.
           ADD 1 TO alunos_excluidos.
           MOVE SPACES TO EXCLUSION-LINE.
           MOVE aln_tbl_id (aln_idx) TO EX-STUDENT-ID.
           MOVE aln_tbl_curso (aln_idx) TO EX-CURSO.
           MOVE termo_fechado TO EX-TERMO.
           MOVE aln_tbl_nome (aln_idx) TO EX-NOME.
           MOVE aln_tbl_media (aln_idx) TO EX-MEDIA.
           MOVE motivo_exclusao TO EX-MOTIVO.
           WRITE EXCLUSION-LINE.

           COPY DATEPD.
           COPY RUNSTPD.
           COPY LOCKPD.

       END PROGRAM PRODUCAO-11.
