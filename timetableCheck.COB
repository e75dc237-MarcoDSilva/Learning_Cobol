      *================================================================*
       IDENTIFICATION                                  DIVISION.
      *================================================================*
       PROGRAM-ID. PRODUCAO-10.
      ***************************DOCUMENTACAO***************************
      ******************************************************************
      *                                                       PI 10-26 *
      *    AUTOR:      Marco Silva n 9                                 *
      *    ESPECIFICACAO DO PROGRAMA: validacao do horario -- os       *
      *                               tempos semanais de cada seccao   *
      *                               (dia, hora de inicio e de fim,   *
      *                               sala) conferidos com o mestre de *
      *                               seccoes, o mestre de salas e as  *
      *                               inscricoes: professor em dois    *
      *                               sitios ao mesmo tempo, sala      *
      *                               ocupada duas vezes, sala pequena *
      *                               para a seccao, aluno em duas     *
      *                               seccoes a mesma hora; e o        *
      *                               horario impresso por professor e *
      *                               por sala.                        *
      *    LOCAL:      Braga, Portugal                                 *
      *                                                                *
      *    COMENTARIOS:                                                *
      *    2026/10/01  MS  primeira versao -- o horario deixa de ser   *
      *                    feito no quadro e os conflitos deixam de    *
      *                    aparecer no primeiro dia de aulas.          *
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

      *    who teaches which section of what, and how many students   *
      *    it expects -- the same master PRODUCAO-1 reads.            *
           SELECT SECTION-MASTER ASSIGN TO "SECTION-MASTER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SECTION-MASTER-STATUS.

      *    one line per weekly meeting of a section: day (1 Monday to *
      *    7 Sunday), start and end as HHMM, and the room.            *
           SELECT SECTION-SLOTS ASSIGN TO "SECTION-SLOTS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SECTION-SLOTS-STATUS.

      *    the rooms and how many each seats.                         *
           SELECT ROOM-MASTER ASSIGN TO "ROOM-MASTER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ROOM-MASTER-STATUS.

      *    who is enrolled in which section -- lines not yet given a  *
      *    section stay off the student clash check.                  *
           SELECT ENROLLMENT-MASTER ASSIGN TO "ENROLLMENT-MASTER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ENROLLMENT-MASTER-STATUS.

      *    every clash and every slot that could not be placed.       *
           SELECT TIMETABLE-CLASHES-OUT
               ASSIGN TO "TIMETABLE-CLASHES-OUT.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    the timetable per teacher, then per room.                  *
           SELECT TIMETABLE-TEACHER-OUT
               ASSIGN TO "TIMETABLE-TEACHER-OUT.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TIMETABLE-ROOM-OUT
               ASSIGN TO "TIMETABLE-ROOM-OUT.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *================================================================*
       DATA                                            DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                                    SECTION.
      *----------------------------------------------------------------*

           FD SECTION-MASTER.
           01 SECTION-MASTER-RECORD.
               02 SEC-SUBJECT PIC X(4).
               02 SEC-TERM PIC 9(2).
               02 SEC-ID PIC X(2).
               02 SEC-TEACHER PIC A(20).
               02 SEC-SIZE PIC 9(3).

           FD SECTION-SLOTS.
           01 SECTION-SLOT-RECORD.
               02 SLT-SUBJECT PIC X(4).
               02 SLT-TERM PIC 9(2).
               02 SLT-SECTION PIC X(2).
               02 SLT-DAY PIC 9(1).
               02 SLT-START PIC 9(4).
               02 SLT-END PIC 9(4).
               02 SLT-ROOM PIC X(6).

           FD ROOM-MASTER.
           01 ROOM-MASTER-RECORD.
               02 ROOM-CODE PIC X(6).
               02 ROOM-NAME PIC X(20).
               02 ROOM-CAPACITY PIC 9(3).

           FD ENROLLMENT-MASTER.
           01 ENROLLMENT-RECORD.
               02 ENR-STUDENT-ID PIC 9(6).
               02 ENR-TERM PIC 9(2).
               02 ENR-SUBJECT PIC X(4).
               02 ENR-SECTION PIC X(2).

           FD TIMETABLE-CLASHES-OUT.
           01 CLASH-LINE.
               02 CL-TIPO PIC X(12).
               02 FILLER PIC X(1) VALUE SPACE.
               02 CL-TERMO PIC 9(2).
               02 FILLER PIC X(1) VALUE SPACE.
               02 CL-DIA PIC X(3).
               02 FILLER PIC X(1) VALUE SPACE.
               02 CL-HORA PIC X(11).
               02 FILLER PIC X(1) VALUE SPACE.
               02 CL-QUEM PIC X(20).
               02 FILLER PIC X(1) VALUE SPACE.
               02 CL-SECCAO-A PIC X(7).
               02 FILLER PIC X(1) VALUE SPACE.
               02 CL-SECCAO-B PIC X(7).
               02 FILLER PIC X(1) VALUE SPACE.
               02 CL-DETALHE PIC X(20).

      *    a heading per teacher, then one line per weekly slot.      *
           FD TIMETABLE-TEACHER-OUT.
           01 TT-HEADER-LINE.
               02 TT-HDR-LABEL PIC X(11).
               02 TT-HDR-NOME PIC X(20).

           01 TT-SLOT-LINE.
               02 FILLER PIC X(4) VALUE SPACES.
               02 TT-TERMO-LABEL PIC X(6).
               02 TT-TERMO PIC Z9.
               02 FILLER PIC X(2) VALUE SPACES.
               02 TT-DIA PIC X(3).
               02 FILLER PIC X(2) VALUE SPACES.
               02 TT-HORA PIC X(11).
               02 FILLER PIC X(2) VALUE SPACES.
               02 TT-SECCAO PIC X(7).
               02 FILLER PIC X(2) VALUE SPACES.
               02 TT-SALA PIC X(6).

      *    a heading per room with its capacity, then its slots.      *
           FD TIMETABLE-ROOM-OUT.
           01 TR-HEADER-LINE.
               02 TR-HDR-LABEL PIC X(6).
               02 TR-HDR-SALA PIC X(6).
               02 FILLER PIC X(1) VALUE SPACE.
               02 TR-HDR-NOME PIC X(20).
               02 FILLER PIC X(1) VALUE SPACE.
               02 TR-HDR-LABEL-2 PIC X(11).
               02 TR-HDR-CAPACIDADE PIC ZZ9.

           01 TR-SLOT-LINE.
               02 FILLER PIC X(4) VALUE SPACES.
               02 TR-TERMO-LABEL PIC X(6).
               02 TR-TERMO PIC Z9.
               02 FILLER PIC X(2) VALUE SPACES.
               02 TR-DIA PIC X(3).
               02 FILLER PIC X(2) VALUE SPACES.
               02 TR-HORA PIC X(11).
               02 FILLER PIC X(2) VALUE SPACES.
               02 TR-SECCAO PIC X(7).
               02 FILLER PIC X(2) VALUE SPACES.
               02 TR-PROFESSOR PIC X(20).
               02 FILLER PIC X(2) VALUE SPACES.
               02 TR-ALUNOS PIC ZZ9.

      *----------------------------------------------------------------*
       WORKING-STORAGE                         SECTION.
      *----------------------------------------------------------------*

       77  SECTION-MASTER-STATUS pic x(2) value spaces.
       77  SECTION-SLOTS-STATUS pic x(2) value spaces.
       77  ROOM-MASTER-STATUS  pic x(2) value spaces.
       77  ENROLLMENT-MASTER-STATUS pic x(2) value spaces.
       77  section_eof         pic x(3) value spaces.
       77  slots_eof           pic x(3) value spaces.
       77  rooms_eof           pic x(3) value spaces.
       77  enrollment_eof      pic x(3) value spaces.
       77  tabela_cheia        pic x(1) value "N".

      *    the sections, with the slot count per section.
       77  sec_count           pic 9(3) value zero.
       77  sec_idx             pic 9(3) value zero.

       01  SEC-TABLE.
           02  SEC-ENTRY OCCURS 100 TIMES.
               03 sec_tbl_subject pic x(4).
               03 sec_tbl_term pic 9(2).
               03 sec_tbl_id pic x(2).
               03 sec_tbl_teacher pic a(20).
               03 sec_tbl_size pic 9(3).

      *    the rooms.
       77  room_count          pic 9(3) value zero.
       77  room_idx            pic 9(3) value zero.

       01  ROOM-TABLE.
           02  ROOM-ENTRY OCCURS 100 TIMES.
               03 room_tbl_code pic x(6).
               03 room_tbl_name pic x(20).
               03 room_tbl_cap pic 9(3).

      *    the weekly slots, put in term/day/start order before any
      *    check runs -- slot_tbl_ordem leads the entry so one
      *    comparison orders the whole key.
       77  slot_count          pic 9(3) value zero.
       77  slot_i              pic 9(3) value zero.
       77  slot_j              pic 9(3) value zero.
       77  slot_limite         pic 9(3) value zero.

       01  SLOT-TABLE.
           02  SLOT-ENTRY OCCURS 300 TIMES.
               03 slot_tbl_ordem.
                   04 slot_tbl_termo pic 9(2).
                   04 slot_tbl_dia pic 9(1).
                   04 slot_tbl_inicio pic 9(4).
               03 slot_tbl_fim pic 9(4).
               03 slot_tbl_subject pic x(4).
               03 slot_tbl_seccao pic x(2).
               03 slot_tbl_sala pic x(6).
               03 slot_tbl_sec pic 9(3).
               03 slot_tbl_room pic 9(3).
               03 slot_tbl_valido pic x(1).

       01  SLOT-TROCA          pic x(30).

      *    the enrollments that have a section.
       77  enr_count           pic 9(4) value zero.
       77  enr_i               pic 9(4) value zero.
       77  enr_j               pic 9(4) value zero.

       01  ENR-TABLE.
           02  ENR-ENTRY OCCURS 2000 TIMES.
               03 enr_tbl_id pic 9(6).
               03 enr_tbl_termo pic 9(2).
               03 enr_tbl_sec pic 9(3).

      *    the distinct teachers and rooms, in order of first slot.
       77  prof_count          pic 9(3) value zero.
       77  prof_idx            pic 9(3) value zero.
       77  prof_achado         pic x(1) value "N".
       77  sala_count          pic 9(3) value zero.
       77  sala_idx            pic 9(3) value zero.
       77  sala_achada         pic x(1) value "N".

       01  PROF-TABLE.
           02  PROF-ENTRY OCCURS 100 TIMES.
               03 prof_tbl_nome pic a(20).

       01  SALA-TABLE.
           02  SALA-ENTRY OCCURS 100 TIMES.
               03 sala_tbl_code pic x(6).

      *    the line in hand.
       77  busca_sec           pic 9(3) value zero.
       77  aluno_conflito      pic x(1) value "N".

       77  conflitos_professor pic 9(4) value zero.
       77  conflitos_sala      pic 9(4) value zero.
       77  salas_pequenas      pic 9(4) value zero.
       77  conflitos_aluno     pic 9(4) value zero.
       77  tempos_invalidos    pic 9(4) value zero.

       01  hora_trabalho.
           02 hora_hh          pic 9(2).
           02 hora_mm          pic 9(2).

       01  hora_intervalo.
           02 hi_inicio_hh     pic 9(2).
           02 FILLER           pic x(1) value ":".
           02 hi_inicio_mm     pic 9(2).
           02 FILLER           pic x(1) value "-".
           02 hi_fim_hh        pic 9(2).
           02 FILLER           pic x(1) value ":".
           02 hi_fim_mm        pic 9(2).

       01  seccao_editada.
           02 se_subject       pic x(4).
           02 FILLER           pic x(1) value "/".
           02 se_seccao        pic x(2).

       01  DIAS-SEMANA-LIT     pic x(21)
               value "SEGTERQUAQUISEXSABDOM".
       01  DIAS-SEMANA REDEFINES DIAS-SEMANA-LIT.
           02 dia_nome         pic x(3) OCCURS 7 TIMES.

      *================================================================*
       PROCEDURE                                       DIVISION.
      *================================================================*

           PERFORM carregarSeccoes.
           PERFORM carregarSalas.
           PERFORM carregarTempos.
           PERFORM carregarInscricoes.

           IF tabela_cheia = "S"
               DISPLAY "PRODUCAO-10: tabela excedida - "
                   "horario validado so em parte"
           END-IF.

      *    ---- the slots in term/day/start order, so every listing  ----*
      *    ---- below reads through the week.                        ----*
           IF slot_count > 1
               PERFORM ordenarPassagem
                   VARYING slot_i FROM 1 BY 1
                   UNTIL slot_i >= slot_count
           END-IF.

           OPEN OUTPUT TIMETABLE-CLASHES-OUT.

           PERFORM verificarTempo
               VARYING slot_i FROM 1 BY 1
               UNTIL slot_i > slot_count.

           PERFORM compararTempos
               VARYING slot_i FROM 1 BY 1
               UNTIL slot_i > slot_count.

           PERFORM verificarAluno
               VARYING enr_i FROM 1 BY 1
               UNTIL enr_i > enr_count.

           CLOSE TIMETABLE-CLASHES-OUT.

           PERFORM imprimirPorProfessor.
           PERFORM imprimirPorSala.

           DISPLAY "PRODUCAO-10 - CONFLITOS PROFESSOR "
               conflitos_professor " SALA " conflitos_sala
               " ALUNO " conflitos_aluno.
           DISPLAY "PRODUCAO-10 - SALAS PEQUENAS " salas_pequenas
               " TEMPOS INVALIDOS " tempos_invalidos.
           STOP RUN.

      *    ---- SECTION-MASTER.txt, whole.                            ----*
           carregarSeccoes.
           OPEN INPUT SECTION-MASTER.
           IF SECTION-MASTER-STATUS NOT = "00"
               MOVE "YYY" TO section_eof
               DISPLAY "PRODUCAO-10: SECTION-MASTER.txt ausente"
           ELSE
               READ SECTION-MASTER
                   AT END MOVE "YYY" TO section_eof
               END-READ
               PERFORM construirSeccao UNTIL section_eof = "YYY"
               CLOSE SECTION-MASTER
           END-IF.

           construirSeccao.
           IF SEC-TERM IS NUMERIC
               IF sec_count < 100
                   ADD 1 TO sec_count
                   MOVE SEC-SUBJECT TO sec_tbl_subject (sec_count)
                   MOVE SEC-TERM TO sec_tbl_term (sec_count)
                   MOVE SEC-ID TO sec_tbl_id (sec_count)
                   MOVE SEC-TEACHER TO sec_tbl_teacher (sec_count)
                   IF SEC-SIZE IS NUMERIC
                       MOVE SEC-SIZE TO sec_tbl_size (sec_count)
                   ELSE
                       MOVE ZERO TO sec_tbl_size (sec_count)
                   END-IF
               ELSE
                   MOVE "S" TO tabela_cheia
               END-IF
           END-IF.
           READ SECTION-MASTER
               AT END MOVE "YYY" TO section_eof
           END-READ.

      *    ---- ROOM-MASTER.txt, whole.                               ----*
           carregarSalas.
           OPEN INPUT ROOM-MASTER.
           IF ROOM-MASTER-STATUS NOT = "00"
               MOVE "YYY" TO rooms_eof
               DISPLAY "PRODUCAO-10: ROOM-MASTER.txt ausente"
           ELSE
               READ ROOM-MASTER
                   AT END MOVE "YYY" TO rooms_eof
               END-READ
               PERFORM construirSala UNTIL rooms_eof = "YYY"
               CLOSE ROOM-MASTER
           END-IF.

           construirSala.
           IF room_count < 100
               ADD 1 TO room_count
               MOVE ROOM-CODE TO room_tbl_code (room_count)
               MOVE ROOM-NAME TO room_tbl_name (room_count)
               IF ROOM-CAPACITY IS NUMERIC
                   MOVE ROOM-CAPACITY TO room_tbl_cap (room_count)
               ELSE
                   MOVE ZERO TO room_tbl_cap (room_count)
               END-IF
           ELSE
               MOVE "S" TO tabela_cheia
           END-IF.
           READ ROOM-MASTER
               AT END MOVE "YYY" TO rooms_eof
           END-READ.

      *    ---- SECTION-SLOTS.txt, whole; a line that will not parse  ----*
      *    ---- is kept, flagged, and reported with the others.       ----*
           carregarTempos.
           OPEN INPUT SECTION-SLOTS.
           IF SECTION-SLOTS-STATUS NOT = "00"
               MOVE "YYY" TO slots_eof
               DISPLAY "PRODUCAO-10: SECTION-SLOTS.txt ausente"
           ELSE
               READ SECTION-SLOTS
                   AT END MOVE "YYY" TO slots_eof
               END-READ
               PERFORM construirTempo UNTIL slots_eof = "YYY"
               CLOSE SECTION-SLOTS
           END-IF.

           construirTempo.
           IF slot_count < 300
               ADD 1 TO slot_count
               MOVE "S" TO slot_tbl_valido (slot_count)
               IF SLT-TERM IS NUMERIC AND SLT-DAY IS NUMERIC
                       AND SLT-START IS NUMERIC AND SLT-END IS NUMERIC
                   MOVE SLT-TERM TO slot_tbl_termo (slot_count)
                   MOVE SLT-DAY TO slot_tbl_dia (slot_count)
                   MOVE SLT-START TO slot_tbl_inicio (slot_count)
                   MOVE SLT-END TO slot_tbl_fim (slot_count)
                   IF SLT-DAY < 1 OR SLT-DAY > 7
                           OR SLT-START NOT < SLT-END
                           OR SLT-END > 2400
                       MOVE "N" TO slot_tbl_valido (slot_count)
                   END-IF
               ELSE
                   MOVE ZERO TO slot_tbl_termo (slot_count)
                   MOVE ZERO TO slot_tbl_dia (slot_count)
                   MOVE ZERO TO slot_tbl_inicio (slot_count)
                   MOVE ZERO TO slot_tbl_fim (slot_count)
                   MOVE "N" TO slot_tbl_valido (slot_count)
               END-IF
               MOVE SLT-SUBJECT TO slot_tbl_subject (slot_count)
               MOVE SLT-SECTION TO slot_tbl_seccao (slot_count)
               MOVE SLT-ROOM TO slot_tbl_sala (slot_count)
               MOVE ZERO TO slot_tbl_sec (slot_count)
               MOVE ZERO TO slot_tbl_room (slot_count)
           ELSE
               MOVE "S" TO tabela_cheia
           END-IF.
           READ SECTION-SLOTS
               AT END MOVE "YYY" TO slots_eof
           END-READ.

      *    ---- ENROLLMENT-MASTER.txt: only lines with a section the  ----*
      *    ---- section master knows can clash.                       ----*
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
                   AND ENR-SECTION NOT = SPACES
               MOVE ZERO TO busca_sec
               PERFORM procurarSeccaoInscricao
                   VARYING sec_idx FROM 1 BY 1
                   UNTIL sec_idx > sec_count OR busca_sec > ZERO
               IF busca_sec > ZERO
                   IF enr_count < 2000
                       ADD 1 TO enr_count
                       MOVE ENR-STUDENT-ID TO enr_tbl_id (enr_count)
                       MOVE ENR-TERM TO enr_tbl_termo (enr_count)
                       MOVE busca_sec TO enr_tbl_sec (enr_count)
                   ELSE
                       MOVE "S" TO tabela_cheia
                   END-IF
               END-IF
           END-IF.
           READ ENROLLMENT-MASTER
               AT END MOVE "YYY" TO enrollment_eof
           END-READ.

           procurarSeccaoInscricao.
           IF sec_tbl_subject (sec_idx) = ENR-SUBJECT
                   AND sec_tbl_term (sec_idx) = ENR-TERM
                   AND sec_tbl_id (sec_idx) = ENR-SECTION
               MOVE sec_idx TO busca_sec
           END-IF.

      *    ---- one exchange pass: the latest slot still out of       ----*
      *    ---- order sinks to the end of the unsorted part.          ----*
           ordenarPassagem.
           COMPUTE slot_limite = slot_count - slot_i.
           PERFORM ordenarPar
               VARYING slot_j FROM 1 BY 1
               UNTIL slot_j > slot_limite.

           ordenarPar.
           IF slot_tbl_ordem (slot_j) > slot_tbl_ordem (slot_j + 1)
               MOVE SLOT-ENTRY (slot_j) TO SLOT-TROCA
               MOVE SLOT-ENTRY (slot_j + 1) TO SLOT-ENTRY (slot_j)
               MOVE SLOT-TROCA TO SLOT-ENTRY (slot_j + 1)
           END-IF.

      *    ---- one slot on its own: a time that makes sense, a       ----*
      *    ---- section and a room the masters know, and a room big   ----*
      *    ---- enough for the section.                               ----*
           verificarTempo.
           IF slot_tbl_valido (slot_i) = "N"
               ADD 1 TO tempos_invalidos
               MOVE "HORA INVALID" TO CL-TIPO
               MOVE SPACES TO CL-QUEM CL-DETALHE
               PERFORM escreverConflitoTempo
           ELSE
               PERFORM procurarSeccaoTempo
                   VARYING sec_idx FROM 1 BY 1
                   UNTIL sec_idx > sec_count
                       OR slot_tbl_sec (slot_i) > ZERO
               PERFORM procurarSalaTempo
                   VARYING room_idx FROM 1 BY 1
                   UNTIL room_idx > room_count
                       OR slot_tbl_room (slot_i) > ZERO
               IF slot_tbl_sec (slot_i) = ZERO
                   ADD 1 TO tempos_invalidos
                   MOVE "SECCAO ?" TO CL-TIPO
                   MOVE SPACES TO CL-QUEM CL-DETALHE
                   PERFORM escreverConflitoTempo
               END-IF
               IF slot_tbl_room (slot_i) = ZERO
                   ADD 1 TO tempos_invalidos
                   MOVE "SALA ?" TO CL-TIPO
                   MOVE slot_tbl_sala (slot_i) TO CL-QUEM
                   MOVE SPACES TO CL-DETALHE
                   PERFORM escreverConflitoTempo
               END-IF
               IF slot_tbl_sec (slot_i) > ZERO
                       AND slot_tbl_room (slot_i) > ZERO
                   MOVE slot_tbl_sec (slot_i) TO sec_idx
                   MOVE slot_tbl_room (slot_i) TO room_idx
                   IF room_tbl_cap (room_idx) < sec_tbl_size (sec_idx)
                       ADD 1 TO salas_pequenas
                       MOVE "SALA PEQUENA" TO CL-TIPO
                       MOVE slot_tbl_sala (slot_i) TO CL-QUEM
                       MOVE SPACES TO CL-DETALHE
                       STRING "LUGARES " room_tbl_cap (room_idx)
                           " ALUNOS " sec_tbl_size (sec_idx)
                           DELIMITED BY SIZE INTO CL-DETALHE
                       PERFORM escreverConflitoTempo
                   END-IF
               END-IF
           END-IF.

           procurarSeccaoTempo.
           IF sec_tbl_subject (sec_idx) = slot_tbl_subject (slot_i)
                   AND sec_tbl_term (sec_idx) = slot_tbl_termo (slot_i)
                   AND sec_tbl_id (sec_idx) = slot_tbl_seccao (slot_i)
               MOVE sec_idx TO slot_tbl_sec (slot_i)
           END-IF.

           procurarSalaTempo.
           IF room_tbl_code (room_idx) = slot_tbl_sala (slot_i)
               MOVE room_idx TO slot_tbl_room (slot_i)
           END-IF.

      *    ---- the slot slot_i on a clash line, section B empty.     ----*
           escreverConflitoTempo.
           MOVE slot_tbl_termo (slot_i) TO CL-TERMO.
           PERFORM editarDiaHora.
           MOVE slot_tbl_subject (slot_i) TO se_subject.
           MOVE slot_tbl_seccao (slot_i) TO se_seccao.
           MOVE seccao_editada TO CL-SECCAO-A.
           MOVE SPACES TO CL-SECCAO-B.
           WRITE CLASH-LINE.

           editarDiaHora.
           IF slot_tbl_dia (slot_i) > ZERO
                   AND slot_tbl_dia (slot_i) < 8
               MOVE dia_nome (slot_tbl_dia (slot_i)) TO CL-DIA
           ELSE
               MOVE "???" TO CL-DIA
           END-IF.
           PERFORM editarHoraSlotI.
           MOVE hora_intervalo TO CL-HORA.

           editarHoraSlotI.
           MOVE slot_tbl_inicio (slot_i) TO hora_trabalho.
           MOVE hora_hh TO hi_inicio_hh.
           MOVE hora_mm TO hi_inicio_mm.
           MOVE slot_tbl_fim (slot_i) TO hora_trabalho.
           MOVE hora_hh TO hi_fim_hh.
           MOVE hora_mm TO hi_fim_mm.

      *    ---- slot_i against every later slot of the same term and  ----*
      *    ---- day: overlapping times with one teacher, or in one    ----*
      *    ---- room, is a clash.                                     ----*
           compararTempos.
           IF slot_tbl_valido (slot_i) = "S"
               COMPUTE slot_j = slot_i + 1
               PERFORM compararPar
                   VARYING slot_j FROM slot_j BY 1
                   UNTIL slot_j > slot_count
           END-IF.

           compararPar.
           IF slot_tbl_valido (slot_j) = "S"
                   AND slot_tbl_termo (slot_j) = slot_tbl_termo (slot_i)
                   AND slot_tbl_dia (slot_j) = slot_tbl_dia (slot_i)
                   AND slot_tbl_inicio (slot_j) < slot_tbl_fim (slot_i)
                   AND slot_tbl_inicio (slot_i) < slot_tbl_fim (slot_j)
               IF slot_tbl_sec (slot_i) > ZERO
                       AND slot_tbl_sec (slot_j) > ZERO
                   IF sec_tbl_teacher (slot_tbl_sec (slot_i))
                           = sec_tbl_teacher (slot_tbl_sec (slot_j))
                       AND sec_tbl_teacher (slot_tbl_sec (slot_i))
                           NOT = SPACES
                       ADD 1 TO conflitos_professor
                       MOVE "PROFESSOR" TO CL-TIPO
                       MOVE sec_tbl_teacher (slot_tbl_sec (slot_i))
                           TO CL-QUEM
                       MOVE SPACES TO CL-DETALHE
                       PERFORM escreverConflitoPar
                   END-IF
               END-IF
               IF slot_tbl_sala (slot_i) = slot_tbl_sala (slot_j)
                       AND slot_tbl_sala (slot_i) NOT = SPACES
                   ADD 1 TO conflitos_sala
                   MOVE "SALA" TO CL-TIPO
                   MOVE slot_tbl_sala (slot_i) TO CL-QUEM
                   MOVE SPACES TO CL-DETALHE
                   PERFORM escreverConflitoPar
               END-IF
           END-IF.

      *    ---- slot_i and slot_j on one clash line, the overlap      ----*
      *    ---- timed from slot_i.                                    ----*
           escreverConflitoPar.
           MOVE slot_tbl_termo (slot_i) TO CL-TERMO.
           PERFORM editarDiaHora.
           MOVE slot_tbl_subject (slot_i) TO se_subject.
           MOVE slot_tbl_seccao (slot_i) TO se_seccao.
           MOVE seccao_editada TO CL-SECCAO-A.
           MOVE slot_tbl_subject (slot_j) TO se_subject.
           MOVE slot_tbl_seccao (slot_j) TO se_seccao.
           MOVE seccao_editada TO CL-SECCAO-B.
           WRITE CLASH-LINE.

      *    ---- one enrollment against the same student's later       ----*
      *    ---- enrollments that term: two sections meeting at once.  ----*
           verificarAluno.
           COMPUTE enr_j = enr_i + 1.
           PERFORM compararAluno
               VARYING enr_j FROM enr_j BY 1
               UNTIL enr_j > enr_count.

           compararAluno.
           IF enr_tbl_id (enr_j) = enr_tbl_id (enr_i)
                   AND enr_tbl_termo (enr_j) = enr_tbl_termo (enr_i)
                   AND enr_tbl_sec (enr_j) NOT = enr_tbl_sec (enr_i)
               MOVE "N" TO aluno_conflito
               PERFORM procurarTempoAluno
                   VARYING slot_i FROM 1 BY 1
                   UNTIL slot_i > slot_count OR aluno_conflito = "S"
           END-IF.

      *    the first overlap between the two sections' slots is       *
      *    enough to report the pair.                                 *
           procurarTempoAluno.
           IF slot_tbl_sec (slot_i) = enr_tbl_sec (enr_i)
                   AND slot_tbl_valido (slot_i) = "S"
               PERFORM testarTempoAluno
                   VARYING slot_j FROM 1 BY 1
                   UNTIL slot_j > slot_count OR aluno_conflito = "S"
           END-IF.

           testarTempoAluno.
           IF slot_tbl_sec (slot_j) = enr_tbl_sec (enr_j)
                   AND slot_tbl_valido (slot_j) = "S"
                   AND slot_tbl_dia (slot_j) = slot_tbl_dia (slot_i)
                   AND slot_tbl_inicio (slot_j) < slot_tbl_fim (slot_i)
                   AND slot_tbl_inicio (slot_i) < slot_tbl_fim (slot_j)
               MOVE "S" TO aluno_conflito
               ADD 1 TO conflitos_aluno
               MOVE "ALUNO" TO CL-TIPO
               MOVE SPACES TO CL-QUEM CL-DETALHE
               MOVE enr_tbl_id (enr_i) TO CL-QUEM
               PERFORM escreverConflitoPar
           END-IF.

      *    ---- the timetable per teacher: one heading each, in the   ----*
      *    ---- order they first teach, then their week.              ----*
           imprimirPorProfessor.
           OPEN OUTPUT TIMETABLE-TEACHER-OUT.
           PERFORM juntarProfessor
               VARYING slot_i FROM 1 BY 1
               UNTIL slot_i > slot_count.
           PERFORM imprimirProfessor
               VARYING prof_idx FROM 1 BY 1
               UNTIL prof_idx > prof_count.
           CLOSE TIMETABLE-TEACHER-OUT.

           juntarProfessor.
           IF slot_tbl_sec (slot_i) > ZERO
               MOVE "N" TO prof_achado
               PERFORM testarProfessor
                   VARYING prof_idx FROM 1 BY 1
                   UNTIL prof_idx > prof_count OR prof_achado = "S"
               IF prof_achado = "N" AND prof_count < 100
                   ADD 1 TO prof_count
                   MOVE sec_tbl_teacher (slot_tbl_sec (slot_i))
                       TO prof_tbl_nome (prof_count)
               END-IF
           END-IF.

           testarProfessor.
           IF prof_tbl_nome (prof_idx)
                   = sec_tbl_teacher (slot_tbl_sec (slot_i))
               MOVE "S" TO prof_achado
           END-IF.

           imprimirProfessor.
           MOVE SPACES TO TT-HEADER-LINE.
           MOVE "PROFESSOR: " TO TT-HDR-LABEL.
           MOVE prof_tbl_nome (prof_idx) TO TT-HDR-NOME.
           WRITE TT-HEADER-LINE.
           PERFORM imprimirTempoProfessor
               VARYING slot_i FROM 1 BY 1
               UNTIL slot_i > slot_count.

           imprimirTempoProfessor.
           IF slot_tbl_sec (slot_i) > ZERO
               IF sec_tbl_teacher (slot_tbl_sec (slot_i))
                       = prof_tbl_nome (prof_idx)
                       AND slot_tbl_valido (slot_i) = "S"
                   MOVE SPACES TO TT-SLOT-LINE
                   MOVE "TERMO " TO TT-TERMO-LABEL
                   MOVE slot_tbl_termo (slot_i) TO TT-TERMO
                   MOVE dia_nome (slot_tbl_dia (slot_i)) TO TT-DIA
                   PERFORM editarHoraSlotI
                   MOVE hora_intervalo TO TT-HORA
                   MOVE slot_tbl_subject (slot_i) TO se_subject
                   MOVE slot_tbl_seccao (slot_i) TO se_seccao
                   MOVE seccao_editada TO TT-SECCAO
                   MOVE slot_tbl_sala (slot_i) TO TT-SALA
                   WRITE TT-SLOT-LINE
               END-IF
           END-IF.

      *    ---- the timetable per room: heading with its capacity,    ----*
      *    ---- then every slot booked in it.                         ----*
           imprimirPorSala.
           OPEN OUTPUT TIMETABLE-ROOM-OUT.
           PERFORM juntarSala
               VARYING slot_i FROM 1 BY 1
               UNTIL slot_i > slot_count.
           PERFORM imprimirSala
               VARYING sala_idx FROM 1 BY 1
               UNTIL sala_idx > sala_count.
           CLOSE TIMETABLE-ROOM-OUT.

           juntarSala.
           IF slot_tbl_valido (slot_i) = "S"
               MOVE "N" TO sala_achada
               PERFORM testarSala
                   VARYING sala_idx FROM 1 BY 1
                   UNTIL sala_idx > sala_count OR sala_achada = "S"
               IF sala_achada = "N" AND sala_count < 100
                   ADD 1 TO sala_count
                   MOVE slot_tbl_sala (slot_i)
                       TO sala_tbl_code (sala_count)
               END-IF
           END-IF.

           testarSala.
           IF sala_tbl_code (sala_idx) = slot_tbl_sala (slot_i)
               MOVE "S" TO sala_achada
           END-IF.

           imprimirSala.
           MOVE SPACES TO TR-HEADER-LINE.
           MOVE "SALA: " TO TR-HDR-LABEL.
           MOVE sala_tbl_code (sala_idx) TO TR-HDR-SALA.
           MOVE "LUGARES: " TO TR-HDR-LABEL-2.
           MOVE ZERO TO TR-HDR-CAPACIDADE.
           PERFORM procurarSalaMestre
               VARYING room_idx FROM 1 BY 1
               UNTIL room_idx > room_count.
           WRITE TR-HEADER-LINE.
           PERFORM imprimirTempoSala
               VARYING slot_i FROM 1 BY 1
               UNTIL slot_i > slot_count.

           procurarSalaMestre.
           IF room_tbl_code (room_idx) = sala_tbl_code (sala_idx)
               MOVE room_tbl_name (room_idx) TO TR-HDR-NOME
               MOVE room_tbl_cap (room_idx) TO TR-HDR-CAPACIDADE
           END-IF.

           imprimirTempoSala.
           IF slot_tbl_sala (slot_i) = sala_tbl_code (sala_idx)
                   AND slot_tbl_valido (slot_i) = "S"
               MOVE SPACES TO TR-SLOT-LINE
               MOVE "TERMO " TO TR-TERMO-LABEL
               MOVE slot_tbl_termo (slot_i) TO TR-TERMO
               MOVE dia_nome (slot_tbl_dia (slot_i)) TO TR-DIA
               PERFORM editarHoraSlotI
               MOVE hora_intervalo TO TR-HORA
               MOVE slot_tbl_subject (slot_i) TO se_subject
               MOVE slot_tbl_seccao (slot_i) TO se_seccao
               MOVE seccao_editada TO TR-SECCAO
               IF slot_tbl_sec (slot_i) > ZERO
                   MOVE sec_tbl_teacher (slot_tbl_sec (slot_i))
                       TO TR-PROFESSOR
                   MOVE sec_tbl_size (slot_tbl_sec (slot_i))
                       TO TR-ALUNOS
               END-IF
               WRITE TR-SLOT-LINE
           END-IF.

       END PROGRAM PRODUCAO-10.
