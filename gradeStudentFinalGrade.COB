      *                    so a backdated rerun's headers and the     *
      *                    grading-deadline test run on the day       *
      *                    being rerun, like the rest of NIGHTRUN.    *
      *    2026/09/15  MS  student register -- the name comes off     *
      *                    STUDENT-REGISTER.txt by student number,    *
      *                    unregistered or departed students reject,  *
      *                    and TRANSCRIPT.txt is keyed on the number. *
      *    2026/10/01  MS  ECTS credits carried on SUBJECT-MASTER     *
      *                    record layout (SUBJ-CREDITS).              *
      *    2026/10/01  MS  class section (ENR-SECTION) carried on     *
      *                    the enrollment record layout.              *
      *                                                                *
      ******************************************************************
      *************************FIM DOCUMENTA��O*************************
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRADE-CONTROL-STATUS.

      *    the student register PRODUCAO-6 maintains: the number is   *
      *    the student, and the name printed is the one on file here. *
      *    an absent register keeps the typed/roster name, so an old  *
      *    installation still grades.                                 *
           SELECT STUDENT-REGISTER ASSIGN TO "STUDENT-REGISTER.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-STUDENT-ID
               FILE STATUS IS STUDENT-REGISTER-STATUS.

      *    academic history across terms, appended to instead of      *
      *    overwritten so a student's record accumulates run to run.  *
           SELECT TRANSCRIPT-FILE ASSIGN TO "TRANSCRIPT.txt"
               02 SUBJ-WEIGHT-2 PIC V99.
               02 SUBJ-WEIGHT-3 PIC V99.
               02 SUBJ-WEIGHT-4 PIC V99.
               02 SUBJ-CREDITS PIC 99V9.

           FD ROSTER-IN.
           01 ROSTER-RECORD.

           FD ROSTER-REJECTS.
           01 ROSTER-REJECT-LINE.
               02 RJ-STUDENT-ID PIC X(6).
               02 FILLER PIC X(1) VALUE SPACE.
               02 RJ-NAME PIC A(20).
               02 FILLER PIC X(1) VALUE SPACE.
               02 RJ-REASON PIC X(30).
               02 ENR-STUDENT-ID PIC 9(6).
               02 ENR-TERM PIC 9(2).
               02 ENR-SUBJECT PIC X(4).
      *    the class section the enrollment is timetabled in; spaces  *
      *    until a section is assigned.                               *
               02 ENR-SECTION PIC X(2).

           FD MISSING-GRADES-OUT.
           01 MISSING-GRADE-LINE.

           COPY RUNSTFD.

      *    REG-SHORT-NAME is the 20-character name the report cards,  *
      *    warning letters and listings print; REG-STATUS I means the *
      *    student has left the school.                               *
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

      *    one line per student per term per subject, keyed on the    *
      *    student number -- the name comes from the register.        *
           FD TRANSCRIPT-FILE.
           01 TRANSCRIPT-RECORD.
               02 TR-STUDENT-ID PIC 9(6).
               02 TR-TERM PIC 9(2).
               02 TR-AVERAGE PIC Z9.99.
               02 TR-STATUS PIC X(9).
       77  STUDENT-MASTER-STATUS pic x(2) value spaces.
       77  student_id          pic 9(6) value zero.

      *    the register is open for the run ("S"), and what the last
      *    lookup found: S registered, I departed, N not on file.
       77  STUDENT-REGISTER-STATUS pic x(2) value spaces.
       77  registo_aberto      pic x(1) value "N".
       77  aluno_registado     pic x(1) value "N".

       77  SUBJECT-MASTER-STATUS pic x(2) value spaces.
       77  subject_eof         pic x(3) value spaces.
       77  subjects_count      pic 9(2) value zero.
           COMPUTE data_hoje_num =
                   (ac_year * 10000) + (ac_month * 100) + ac_day.
           PERFORM abrirMestreAlunos.
           PERFORM abrirRegistoAlunos.
           PERFORM abrirTranscrito.
           OPEN OUTPUT REPORT-CARD-PRINT.
           PERFORM imprimirCabecalho.
           DISPLAY "DADOS para avaliacao" AT 0355.

           getName.
      *    with a register on file the name comes from it, not the   *
      *    keyboard -- straight on to the subject and the number.    *
           IF registo_aberto = "S"
               GO TO getSubject
           END-IF.
           DISPLAY "Digite o nome do aluno: " AT 0413.
           ACCEPT student_name AT 0455.

               GO TO getStudentId
           END-IF.

           IF registo_aberto = "S"
               PERFORM procurarAlunoRegisto
               IF aluno_registado NOT = "S"
                   DISPLAY "Aluno nao registado ou saido: " AT 1113
                       student_id AT 1143
                   GO TO getStudentId
               END-IF
               DISPLAY "                                    " AT 1113
               DISPLAY "Aluno: " AT 0413 student_name AT 0455
           END-IF.

           firstGrade.
           DISPLAY "Digite a primeira nota: " AT 0513.
           DISPLAY " valor(es)" AT 0557.
               END-IF
               COMPUTE faulty_dec = (faulty_hours * 0.5)

               PERFORM procurarAlunoRegisto
               PERFORM procurarDisciplina
               PERFORM procurarInscricao
               IF aluno_registado = "N"
                   MOVE SPACES TO ROSTER-REJECT-LINE
                   MOVE RO-STUDENT-ID TO RJ-STUDENT-ID
                   MOVE RO-NAME TO RJ-NAME
                   MOVE "ALUNO NAO REGISTADO" TO RJ-REASON
                   WRITE ROSTER-REJECT-LINE
                       AFTER ADVANCING 1 LINE
                   ADD 1 TO roster_rejeitados
               ELSE
               IF aluno_registado = "I"
      *            a student who has left the school is not graded    *
      *            until the register readmits them.                  *
                   MOVE SPACES TO ROSTER-REJECT-LINE
                   MOVE RO-STUDENT-ID TO RJ-STUDENT-ID
                   MOVE student_name TO RJ-NAME
                   MOVE "ALUNO SAIDO" TO RJ-REASON
                   WRITE ROSTER-REJECT-LINE
                       AFTER ADVANCING 1 LINE
                   ADD 1 TO roster_rejeitados
               ELSE
               IF subjects_count > 0 AND subject_found = "N"
                   MOVE SPACES TO ROSTER-REJECT-LINE
                   MOVE RO-STUDENT-ID TO RJ-STUDENT-ID
                   MOVE student_name TO RJ-NAME
                   MOVE "DISCIPLINA DESCONHECIDA" TO RJ-REASON
                   WRITE ROSTER-REJECT-LINE
                       AFTER ADVANCING 1 LINE
      *            a result in a subject the student never took must
      *            not be minted by a typo.
                   MOVE SPACES TO ROSTER-REJECT-LINE
                   MOVE RO-STUDENT-ID TO RJ-STUDENT-ID
                   MOVE student_name TO RJ-NAME
                   MOVE "SEM INSCRICAO" TO RJ-REASON
                   WRITE ROSTER-REJECT-LINE
                       AFTER ADVANCING 1 LINE
                   PERFORM acumularResumo
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF.

           READ ROSTER-IN
           validarLinhaRoster.
           MOVE "N" TO roster_record_bad.
           MOVE SPACES TO ROSTER-REJECT-LINE.
           MOVE RO-STUDENT-ID TO RJ-STUDENT-ID.
           MOVE RO-NAME TO RJ-NAME.

      *    the roster's typed name only matters without a register --
      *    with one, the number is checked against it instead.
           IF registo_aberto = "N"
                   AND (RO-NAME = SPACES OR RO-NAME IS NOT ALPHABETIC)
               MOVE "S" TO roster_record_bad
               MOVE "NOME INVALIDO" TO RJ-REASON
           ELSE
      *    ---- appends this term's result onto TRANSCRIPT.txt so the  ----*
      *    ---- student's academic history accumulates run to run.    ----*
           gravarTranscrito.
           MOVE student_id TO TR-STUDENT-ID.
           MOVE term_number TO TR-TERM.
           MOVE final_average TO TR-AVERAGE.
           MOVE final_status TO TR-STATUS.
           MOVE subject_code TO TR-SUBJECT.
           WRITE TRANSCRIPT-RECORD.

      *    ---- the student register, when there is one: looked up by ----*
      *    ---- number for every student graded.                      ----*
           abrirRegistoAlunos.
           OPEN INPUT STUDENT-REGISTER.
           IF STUDENT-REGISTER-STATUS = "00"
               MOVE "S" TO registo_aberto
           END-IF.

      *    ---- the number on the register: the name printed and      ----*
      *    ---- stored is the register's. no register on file leaves  ----*
      *    ---- the typed or roster name standing.                    ----*
           procurarAlunoRegisto.
           MOVE "S" TO aluno_registado.
           IF registo_aberto = "S"
               MOVE student_id TO REG-STUDENT-ID
               READ STUDENT-REGISTER
                   INVALID KEY
                       MOVE "N" TO aluno_registado
                   NOT INVALID KEY
                       MOVE REG-SHORT-NAME TO student_name
                       IF REG-STATUS = "I"
                           MOVE "I" TO aluno_registado
                       END-IF
               END-READ
           END-IF.

      *    ---- opens TRANSCRIPT.txt for append, creating it first on  ----*
      *    ---- the very first run when it doesn't exist yet.         ----*
           abrirTranscrito.
           END-IF.

           CLOSE STUDENT-MASTER.
           IF registo_aberto = "S"
               CLOSE STUDENT-REGISTER
           END-IF.
           CLOSE TRANSCRIPT-FILE.
           CLOSE REPORT-CARD-PRINT.

