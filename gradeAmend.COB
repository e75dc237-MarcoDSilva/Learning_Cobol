      *    COMENTARIOS:                                                *
      *    2026/08/22  MS  primeira versao -- corrigir uma nota deixa  *
      *                    de ser editar STUDENT-MASTER.txt a mao.     *
      *    2026/09/15  MS  entrada substituta do transcrito chaveada   *
      *                    no numero do aluno; o nome do mestre e      *
      *                    refrescado do registo de alunos.            *
      *    2026/10/01  MS  creditos ECTS no registo do mestre de       *
      *                    disciplinas (SUBJ-CREDITS).                 *
      *    2026/10/01  MS  so correccoes aprovadas por um segundo      *
      *                    operador (APROVMNT), lidas de               *
      *                    GRADE-AMEND-APROV.txt, esvaziado no fim.    *
      *                                                                *
      ******************************************************************
      *************************FIM DOCUMENTACAO*************************

       FILE-CONTROL.

      *    one line per correction to apply -- only those a second    *
      *    operator approved: APROVMNT writes them here off the       *
      *    operators' own GRADE-AMEND-IN.txt.                         *
           SELECT AMEND-IN ASSIGN TO "GRADE-AMEND-APROV.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AMEND-IN-STATUS.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUBJECT-MASTER-STATUS.

      *    the student register PRODUCAO-6 maintains -- a corrected   *
      *    record takes the register's current name with it.          *
           SELECT STUDENT-REGISTER ASSIGN TO "STUDENT-REGISTER.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-STUDENT-ID
               FILE STATUS IS STUDENT-REGISTER-STATUS.

      *    the superseding entry lands on the same transcript the     *
      *    original result went to -- history is appended to, never   *
      *    rewritten.                                                 *
               02 AMD-NEW-VALUE PIC 9(2).
               02 AMD-OPERATOR PIC X(3).
               02 AMD-REASON PIC X(26).
               02 AMD-APROVADOR PIC X(3).

           FD STUDENT-MASTER.
           01 STUDENT-MASTER-RECORD.
               02 SUBJ-WEIGHT-2 PIC V99.
               02 SUBJ-WEIGHT-3 PIC V99.
               02 SUBJ-WEIGHT-4 PIC V99.
               02 SUBJ-CREDITS PIC 99V9.

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

           FD TRANSCRIPT-FILE.
           01 TRANSCRIPT-RECORD.
               02 TR-STUDENT-ID PIC 9(6).
               02 TR-TERM PIC 9(2).
               02 TR-AVERAGE PIC Z9.99.
               02 TR-STATUS PIC X(9).
       77  GRADE-CONTROL-STATUS pic x(2) value spaces.
       77  SUBJECT-MASTER-STATUS pic x(2) value spaces.
       77  TRANSCRIPT-FILE-STATUS pic x(2) value spaces.
       77  STUDENT-REGISTER-STATUS pic x(2) value spaces.
       77  registo_aberto      pic x(1) value "N".
       77  amend_eof           pic x(3) value spaces.
       77  subject_eof         pic x(3) value spaces.
       77  amend_lidas         pic 9(5) value zero.
           IF AMEND-IN-STATUS NOT = "00"
               MOVE "PROD-3" TO ERR-PROGRAMA
               MOVE "E01" TO ERR-CODIGO
               MOVE "erro ao abrir GRADE-AMEND-APROV.txt" TO
                   ERR-MENSAGEM
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               CLOSE ERROR-LOG
                     AUDIT-TRAIL
           PERFORM carregarDisciplinas.
           PERFORM abrirTranscrito.

           OPEN INPUT STUDENT-REGISTER.
           IF STUDENT-REGISTER-STATUS = "00"
               MOVE "S" TO registo_aberto
           END-IF.

           READ AMEND-IN
               AT END MOVE "YYY" TO amend_eof
           END-READ.

           PERFORM aplicarCorrecao UNTIL amend_eof = "YYY".

      *    ---- what was read is emptied out, so an approved          ----*
      *    ---- correction is never applied twice.                    ----*
           CLOSE AMEND-IN.
           OPEN OUTPUT AMEND-IN.

           MOVE "PROD-3" TO BAL-PROGRAMA.
           MOVE "E03" TO BAL-CODIGO-ERRO.
           MOVE amend_lidas TO BAL-LIDOS.
           PERFORM REGISTAR-FIM-EXECUCAO
               THRU REGISTAR-FIM-EXECUCAO-EXIT.

           IF registo_aberto = "S"
               CLOSE STUDENT-REGISTER
           END-IF.

           CLOSE AMEND-IN
                 STUDENT-MASTER
                 TRANSCRIPT-FILE
           ADD 1 TO amend_lidas.
           PERFORM validarCorrecao.

           IF amend_bad NOT = "N"
               MOVE "PROD-3" TO ERR-PROGRAMA
               MOVE "E02" TO ERR-CODIGO
               IF amend_bad = "A"
                   MOVE "correccao sem aprovacao valida" TO
                       ERR-MENSAGEM
               ELSE
                   MOVE "correccao com dados invalidos" TO
                       ERR-MENSAGEM
               END-IF
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               ADD 1 TO amend_rejeitadas
           ELSE
               AT END MOVE "YYY" TO amend_eof
           END-READ.

      *    amend_bad comes back "A" for a line with no approver, or
      *    approved by the operator who keyed it; "S" for bad data.
           validarCorrecao.
           MOVE "N" TO amend_bad.
           IF AMD-STUDENT-ID IS NOT NUMERIC
                   MOVE "S" TO amend_bad
               END-IF
           END-IF.
           IF AMD-APROVADOR = SPACES
                   OR AMD-APROVADOR = AMD-OPERATOR
               MOVE "A" TO amend_bad
           END-IF.

      *    ---- the grade swap and the recomputation, on the record   ----*
      *    ---- sitting in the FD area.                               ----*
           MOVE nota_4 TO SM-FOURTH-GRADE.
           MOVE nova_media TO SM-AVERAGE.
           MOVE novo_estado TO SM-STATUS.
      *    the register's name replaces whatever was typed when the   *
      *    result was first graded.                                   *
           IF registo_aberto = "S"
               MOVE AMD-STUDENT-ID TO REG-STUDENT-ID
               READ STUDENT-REGISTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE REG-SHORT-NAME TO SM-STUDENT-NAME
               END-READ
           END-IF.
           REWRITE STUDENT-MASTER-RECORD.

      *    the superseding transcript entry -- appended, so the       *
      *    original line stays on the record instead of history       *
      *    being silently rewritten.                                  *
           MOVE SPACES TO TRANSCRIPT-RECORD.
           MOVE AMD-STUDENT-ID TO TR-STUDENT-ID.
           MOVE AMD-TERM TO TR-TERM.
           MOVE nova_media TO TR-AVERAGE.
           MOVE novo_estado TO TR-STATUS.
