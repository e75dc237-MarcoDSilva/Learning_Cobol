      *    COMENTARIOS:                                                *
      *    2026/09/01  MS  primeira versao -- o roster do termo novo   *
      *                    deixa de ser dactilografado de cor.         *
      *    2026/09/15  MS  nome nas decisoes tirado do registo de      *
      *                    alunos pelo numero, nao do mestre.          *
      *    2026/10/01  MS  seccao (ENR-SECTION) no registo de          *
      *                    inscricao; o esqueleto do termo seguinte    *
      *                    sai sem seccao atribuida.                   *
      *                                                                *
      ******************************************************************
      *************************FIM DOCUMENTACAO*************************
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRADE-CONTROL-STATUS.

      *    the student register PRODUCAO-6 maintains -- the name on   *
      *    each decision is the one filed there, by student number.   *
           SELECT STUDENT-REGISTER ASSIGN TO "STUDENT-REGISTER.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-STUDENT-ID
               FILE STATUS IS STUDENT-REGISTER-STATUS.

      *    one decision line per student of the closing term.         *
           SELECT DECISIONS-OUT
               ASSIGN TO "PROMOTION-DECISIONS-OUT.txt"
               02 GC-ABSENCE-THRESHOLD PIC 9(2).
               02 GC-DEADLINE PIC 9(8).

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

           FD DECISIONS-OUT.
           01 DECISION-LINE.
               02 DEC-STUDENT-ID PIC 9(6).
               02 ENR-STUDENT-ID PIC 9(6).
               02 ENR-TERM PIC 9(2).
               02 ENR-SUBJECT PIC X(4).
      *    the class section the enrollment is timetabled in; spaces  *
      *    until a section is assigned.                               *
               02 ENR-SECTION PIC X(2).

           FD TERM-ARCHIVE.
           01 TERM-ARCHIVE-RECORD PIC X(70).
       77  TERM-CLOSE-STATUS   pic x(2) value spaces.
       77  GRADE-CONTROL-STATUS pic x(2) value spaces.
       77  ENROLLMENT-MASTER-STATUS pic x(2) value spaces.
       77  STUDENT-REGISTER-STATUS pic x(2) value spaces.
       77  registo_aberto      pic x(1) value "N".
       77  master_eof          pic x(3) value spaces.
       77  ARCHIVE-FILENAME    pic x(30) value spaces.
       77  termo_fechado       pic 9(2) value zero.

           PERFORM abrirInscricoes.
           OPEN OUTPUT DECISIONS-OUT.
           OPEN INPUT STUDENT-REGISTER.
           IF STUDENT-REGISTER-STATUS = "00"
               MOVE "S" TO registo_aberto
           END-IF.

           PERFORM decidirAluno
               VARYING tc_idx FROM 1 BY 1

           CLOSE DECISIONS-OUT.
           CLOSE ENROLLMENT-MASTER.
           IF registo_aberto = "S"
               CLOSE STUDENT-REGISTER
           END-IF.

           DISPLAY "PRODUCAO-5 - TERMO " termo_fechado
               " FECHADO: " promovidos " PROMOVIDOS, "
           MOVE SPACES TO DECISION-LINE.
           MOVE tc_tbl_id (tc_idx) TO DEC-STUDENT-ID.
           MOVE tc_tbl_nome (tc_idx) TO DEC-STUDENT-NAME.
      *    the register's name over whatever the master was graded    *
      *    under, when the register holds the number.                 *
           IF registo_aberto = "S"
               MOVE tc_tbl_id (tc_idx) TO REG-STUDENT-ID
               READ STUDENT-REGISTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE REG-SHORT-NAME TO DEC-STUDENT-NAME
               END-READ
           END-IF.
           MOVE "MEDIA: " TO DEC-LABEL.
           MOVE tc_media TO DEC-MEDIA.

