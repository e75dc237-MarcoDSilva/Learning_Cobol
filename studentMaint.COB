      *================================================================*
       IDENTIFICATION                                  DIVISION.
      *================================================================*
       PROGRAM-ID. PRODUCAO-6.
      ***************************DOCUMENTACAO***************************
      ******************************************************************
      *                                                       PI 06-26 *
      *    AUTOR:      Marco Silva n 9                                 *
      *    ESPECIFICACAO DO PROGRAMA: manutencao do registo de alunos  *
      *                               -- uma transacao por linha:      *
      *                               A inscreve um aluno novo (numero *
      *                               dado ou o seguinte ao maior),    *
      *                               C altera nome, nascimento,       *
      *                               encarregado e morada, D marca o  *
      *                               aluno como saido e R readmite-o. *
      *                               o registo nunca perde linhas --  *
      *                               o historico esta chaveado nele.  *
      *    LOCAL:      Braga, Portugal                                 *
      *                                                                *
      *    COMENTARIOS:                                                *
      *    2026/09/15  MS  primeira versao -- o aluno passa a ser o    *
      *                    numero, e o nome sai do registo em vez de   *
      *                    cada ficheiro trazer o seu.                 *
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

      *    one line per register transaction to apply.                *
           SELECT STUDENT-TRANS-IN ASSIGN TO "STUDENT-TRANS-IN.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STUDENT-TRANS-STATUS.

      *    the student register, keyed on the student number -- the  *
      *    one place a student's name, birth date, guardian and       *
      *    address live. read and REWRITten in place.                 *
           SELECT STUDENT-REGISTER ASSIGN TO "STUDENT-REGISTER.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-STUDENT-ID
               FILE STATUS IS STUDENT-REGISTER-STATUS.

      *    ---- shared run-date/error-log and audit facilities,       ----*
      *    ---- common to the batch suite.                            ----*
           COPY DATESEL.
           COPY AUDITSEL.
           COPY RUNSTSEL.

      *================================================================*
       DATA                                            DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                                    SECTION.
      *----------------------------------------------------------------*

      *    TRN-ACTION: A add, C change, D left the school, R back.    *
      *    on a C, a blank (or zero) field keeps what the register    *
      *    already holds; on an A, a zero number takes the next one.  *
           FD STUDENT-TRANS-IN.
           01 STUDENT-TRANS-RECORD.
               02 TRN-ACTION PIC X(1).
               02 TRN-STUDENT-ID PIC 9(6).
               02 TRN-FULL-NAME PIC X(40).
               02 TRN-SHORT-NAME PIC A(20).
               02 TRN-BIRTH-DATE PIC 9(8).
               02 TRN-GUARDIAN-NAME PIC X(30).
               02 TRN-GUARDIAN-PHONE PIC X(15).
               02 TRN-ADDRESS PIC X(40).
               02 TRN-POSTCODE PIC X(8).
               02 TRN-TOWN PIC X(20).

      *    REG-SHORT-NAME is the 20-character name the report cards,  *
      *    warning letters and listings print; REG-FULL-NAME goes on  *
      *    transcripts and certificates. REG-STATUS: A active, I has  *
      *    left the school.                                           *
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

           COPY DATEFD.
           COPY AUDITFD.
           COPY RUNSTFD.

      *----------------------------------------------------------------*
       WORKING-STORAGE                         SECTION.
      *----------------------------------------------------------------*

           COPY DATEWS.
           COPY AUDITWS.
           COPY BALANCEWS.
           COPY RUNSTWS.

       77  STUDENT-TRANS-STATUS pic x(2) value spaces.
       77  STUDENT-REGISTER-STATUS pic x(2) value spaces.
       77  trans_eof           pic x(3) value spaces.
       77  register_eof        pic x(3) value spaces.
       77  trans_lidas         pic 9(5) value zero.
       77  trans_aplicadas     pic 9(5) value zero.
       77  trans_rejeitadas    pic 9(5) value zero.
       77  trans_bad           pic x(1) value "N".
       77  registo_encontrado  pic x(1) value "N".
       77  ultimo_numero       pic 9(6) value zero.
       77  numero_aluno        pic 9(6) value zero.
       77  data_hoje_num       pic 9(8) value zero.

      *================================================================*
       PROCEDURE                                       DIVISION.
      *================================================================*

       MAIN-PROCEDURE.

           PERFORM ABRIR-ERROR-LOG.
           PERFORM ABRIR-AUDIT-TRAIL.
           MOVE "PROD-6" TO RST-PROGRAMA.
           PERFORM REGISTAR-INICIO-EXECUCAO
               THRU REGISTAR-INICIO-EXECUCAO-EXIT.
           PERFORM OBTER-DATA-EXECUCAO.
           DISPLAY "PRODUCAO-6 - RUN DATE: " RUN-DATE-DISPLAY.
           MOVE RUN-DATE TO data_hoje_num.

           OPEN INPUT STUDENT-TRANS-IN.

           IF STUDENT-TRANS-STATUS NOT = "00"
               MOVE "PROD-6" TO ERR-PROGRAMA
               MOVE "E01" TO ERR-CODIGO
               MOVE "erro ao abrir STUDENT-TRANS-IN.txt" TO
                   ERR-MENSAGEM
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               CLOSE ERROR-LOG
                     AUDIT-TRAIL
               STOP RUN
           END-IF.

           PERFORM abrirRegisto.

           IF STUDENT-REGISTER-STATUS NOT = "00"
               MOVE "PROD-6" TO ERR-PROGRAMA
               MOVE "E01" TO ERR-CODIGO
               MOVE "erro ao abrir STUDENT-REGISTER.txt" TO
                   ERR-MENSAGEM
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               CLOSE STUDENT-TRANS-IN
                     ERROR-LOG
                     AUDIT-TRAIL
               STOP RUN
           END-IF.

           PERFORM procurarUltimoNumero.

           READ STUDENT-TRANS-IN
               AT END MOVE "YYY" TO trans_eof
           END-READ.

           PERFORM aplicarTransacao UNTIL trans_eof = "YYY".

           MOVE "PROD-6" TO BAL-PROGRAMA.
           MOVE "E03" TO BAL-CODIGO-ERRO.
           MOVE trans_lidas TO BAL-LIDOS.
           MOVE trans_aplicadas TO BAL-GRAVADOS.
           MOVE trans_rejeitadas TO BAL-REJEITADOS.
           PERFORM VERIFICAR-BALANCEAMENTO
               THRU VERIFICAR-BALANCEAMENTO-EXIT.

      *    ---- one FIM line on RUN-STATUS.txt; register changes      ----*
      *    ---- carry no money, so the audit lines and the control    ----*
      *    ---- total are both zero.                                  ----*
           MOVE trans_lidas TO RST-LIDOS.
           MOVE trans_aplicadas TO RST-GRAVADOS.
           MOVE trans_rejeitadas TO RST-REJEITADOS.
           MOVE ZERO TO RST-VALOR.
           MOVE "OK" TO RST-RESULTADO.
           PERFORM REGISTAR-FIM-EXECUCAO
               THRU REGISTAR-FIM-EXECUCAO-EXIT.

           CLOSE STUDENT-TRANS-IN
                 STUDENT-REGISTER
                 ERROR-LOG
                 AUDIT-TRAIL.
           STOP RUN.

      *    ---- opens the register for update, creating it on the    ----*
      *    ---- very first run when it doesn't exist yet.             ----*
           abrirRegisto.
           OPEN I-O STUDENT-REGISTER.
           IF STUDENT-REGISTER-STATUS = "05" OR
              STUDENT-REGISTER-STATUS = "35"
               OPEN OUTPUT STUDENT-REGISTER
               CLOSE STUDENT-REGISTER
               OPEN I-O STUDENT-REGISTER
           END-IF.

      *    ---- the highest number already given, for an A without   ----*
      *    ---- a number of its own.                                  ----*
           procurarUltimoNumero.
           MOVE ZERO TO REG-STUDENT-ID.
           START STUDENT-REGISTER KEY IS NOT LESS THAN REG-STUDENT-ID
               INVALID KEY MOVE "YYY" TO register_eof
           END-START.
           PERFORM lerProximoRegisto UNTIL register_eof = "YYY".

           lerProximoRegisto.
           READ STUDENT-REGISTER NEXT RECORD
               AT END MOVE "YYY" TO register_eof
               NOT AT END
                   IF REG-STUDENT-ID > ultimo_numero
                       MOVE REG-STUDENT-ID TO ultimo_numero
                   END-IF
           END-READ.

      *    ---- one transaction, by its action byte.                  ----*
           aplicarTransacao.
           ADD 1 TO trans_lidas.

           EVALUATE TRN-ACTION
               WHEN "A"
                   PERFORM inscreverAluno THRU inscreverAluno-fim
               WHEN "C"
                   PERFORM alterarAluno THRU alterarAluno-fim
               WHEN "D"
                   PERFORM mudarEstadoAluno THRU mudarEstadoAluno-fim
               WHEN "R"
                   PERFORM mudarEstadoAluno THRU mudarEstadoAluno-fim
               WHEN OTHER
                   MOVE "PROD-6" TO ERR-PROGRAMA
                   MOVE "E02" TO ERR-CODIGO
                   MOVE "accao de manutencao desconhecida" TO
                       ERR-MENSAGEM
                   PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
                   ADD 1 TO trans_rejeitadas
           END-EVALUATE.

           READ STUDENT-TRANS-IN
               AT END MOVE "YYY" TO trans_eof
           END-READ.

      *    ---- A: a new student. the number given must be free; a    ----*
      *    ---- zero number takes the one after the highest on file.  ----*
           inscreverAluno.
           IF TRN-FULL-NAME = SPACES
               MOVE "inscricao sem nome" TO ERR-MENSAGEM
               GO TO inscreverAluno-erro
           END-IF.

           PERFORM validarNascimento.
           IF trans_bad = "S"
               MOVE "data de nascimento invalida" TO ERR-MENSAGEM
               GO TO inscreverAluno-erro
           END-IF.

           IF TRN-STUDENT-ID IS NOT NUMERIC
               MOVE "numero de aluno nao numerico" TO ERR-MENSAGEM
               GO TO inscreverAluno-erro
           END-IF.

           IF TRN-STUDENT-ID = ZERO
               IF ultimo_numero = 999999
                   MOVE "numeracao de alunos esgotada" TO ERR-MENSAGEM
                   GO TO inscreverAluno-erro
               END-IF
               COMPUTE numero_aluno = ultimo_numero + 1
           ELSE
               MOVE TRN-STUDENT-ID TO numero_aluno
           END-IF.

           PERFORM lerAluno.
           IF registo_encontrado = "S"
               MOVE "numero de aluno ja registado - " TO ERR-MENSAGEM
               MOVE numero_aluno TO ERR-MENSAGEM (32:6)
               GO TO inscreverAluno-erro
           END-IF.

           MOVE SPACES TO STUDENT-REGISTER-RECORD.
           MOVE numero_aluno TO REG-STUDENT-ID.
           MOVE TRN-FULL-NAME TO REG-FULL-NAME.
      *    no short name given: the full name's first 20 characters. *
           IF TRN-SHORT-NAME = SPACES
               MOVE TRN-FULL-NAME TO REG-SHORT-NAME
           ELSE
               MOVE TRN-SHORT-NAME TO REG-SHORT-NAME
           END-IF.
           MOVE TRN-BIRTH-DATE TO REG-BIRTH-DATE.
           MOVE TRN-GUARDIAN-NAME TO REG-GUARDIAN-NAME.
           MOVE TRN-GUARDIAN-PHONE TO REG-GUARDIAN-PHONE.
           MOVE TRN-ADDRESS TO REG-ADDRESS.
           MOVE TRN-POSTCODE TO REG-POSTCODE.
           MOVE TRN-TOWN TO REG-TOWN.
           MOVE "A" TO REG-STATUS.
           WRITE STUDENT-REGISTER-RECORD
               INVALID KEY
                   MOVE "erro ao gravar o registo - " TO ERR-MENSAGEM
                   MOVE numero_aluno TO ERR-MENSAGEM (28:6)
                   GO TO inscreverAluno-erro
           END-WRITE.

           IF numero_aluno > ultimo_numero
               MOVE numero_aluno TO ultimo_numero
           END-IF.

           DISPLAY "PRODUCAO-6 - ALUNO REGISTADO " numero_aluno.
           MOVE "ALUNO REGISTADO" TO AUD-DESCRICAO.
           PERFORM auditarTransacao.
           GO TO inscreverAluno-fim.

           inscreverAluno-erro.
           PERFORM rejeitarTransacao.

           inscreverAluno-fim.
               EXIT.

      *    ---- C: the fields given replace the register's; blank     ----*
      *    ---- ones leave it as it was.                              ----*
           alterarAluno.
           IF TRN-STUDENT-ID IS NOT NUMERIC OR TRN-STUDENT-ID = ZERO
               MOVE "alteracao sem numero de aluno" TO ERR-MENSAGEM
               GO TO alterarAluno-erro
           END-IF.

           MOVE TRN-STUDENT-ID TO numero_aluno.
           PERFORM lerAluno.
           IF registo_encontrado = "N"
               MOVE "alteracao de aluno inexistente - " TO ERR-MENSAGEM
               MOVE numero_aluno TO ERR-MENSAGEM (34:6)
               GO TO alterarAluno-erro
           END-IF.

           IF TRN-BIRTH-DATE IS NUMERIC AND TRN-BIRTH-DATE > ZERO
               PERFORM validarNascimento
               IF trans_bad = "S"
                   MOVE "data de nascimento invalida" TO ERR-MENSAGEM
                   GO TO alterarAluno-erro
               END-IF
               MOVE TRN-BIRTH-DATE TO REG-BIRTH-DATE
           END-IF.

           IF TRN-FULL-NAME NOT = SPACES
               MOVE TRN-FULL-NAME TO REG-FULL-NAME
           END-IF.
           IF TRN-SHORT-NAME NOT = SPACES
               MOVE TRN-SHORT-NAME TO REG-SHORT-NAME
           END-IF.
           IF TRN-GUARDIAN-NAME NOT = SPACES
               MOVE TRN-GUARDIAN-NAME TO REG-GUARDIAN-NAME
           END-IF.
           IF TRN-GUARDIAN-PHONE NOT = SPACES
               MOVE TRN-GUARDIAN-PHONE TO REG-GUARDIAN-PHONE
           END-IF.
           IF TRN-ADDRESS NOT = SPACES
               MOVE TRN-ADDRESS TO REG-ADDRESS
           END-IF.
           IF TRN-POSTCODE NOT = SPACES
               MOVE TRN-POSTCODE TO REG-POSTCODE
           END-IF.
           IF TRN-TOWN NOT = SPACES
               MOVE TRN-TOWN TO REG-TOWN
           END-IF.
           REWRITE STUDENT-REGISTER-RECORD.

           MOVE "REGISTO ALTERADO" TO AUD-DESCRICAO.
           PERFORM auditarTransacao.
           GO TO alterarAluno-fim.

           alterarAluno-erro.
           PERFORM rejeitarTransacao.

           alterarAluno-fim.
               EXIT.

      *    ---- D / R: the student leaves the school or comes back.   ----*
      *    ---- the record stays -- the history is keyed on it.       ----*
           mudarEstadoAluno.
           IF TRN-STUDENT-ID IS NOT NUMERIC OR TRN-STUDENT-ID = ZERO
               MOVE "transacao sem numero de aluno" TO ERR-MENSAGEM
               GO TO mudarEstadoAluno-erro
           END-IF.

           MOVE TRN-STUDENT-ID TO numero_aluno.
           PERFORM lerAluno.
           IF registo_encontrado = "N"
               MOVE "estado de aluno inexistente - " TO ERR-MENSAGEM
               MOVE numero_aluno TO ERR-MENSAGEM (31:6)
               GO TO mudarEstadoAluno-erro
           END-IF.

           IF TRN-ACTION = "D"
               IF REG-STATUS = "I"
                   MOVE "aluno ja saido - " TO ERR-MENSAGEM
                   MOVE numero_aluno TO ERR-MENSAGEM (18:6)
                   GO TO mudarEstadoAluno-erro
               END-IF
               MOVE "I" TO REG-STATUS
               MOVE "ALUNO SAIDO" TO AUD-DESCRICAO
           ELSE
               IF REG-STATUS NOT = "I"
                   MOVE "aluno ja activo - " TO ERR-MENSAGEM
                   MOVE numero_aluno TO ERR-MENSAGEM (19:6)
                   GO TO mudarEstadoAluno-erro
               END-IF
               MOVE "A" TO REG-STATUS
               MOVE "ALUNO READMITIDO" TO AUD-DESCRICAO
           END-IF.
           REWRITE STUDENT-REGISTER-RECORD.

           PERFORM auditarTransacao.
           GO TO mudarEstadoAluno-fim.

           mudarEstadoAluno-erro.
           PERFORM rejeitarTransacao.

           mudarEstadoAluno-fim.
               EXIT.

      *    ---- the register record for numero_aluno, into the FD.    ----*
           lerAluno.
           MOVE "N" TO registo_encontrado.
           MOVE numero_aluno TO REG-STUDENT-ID.
           READ STUDENT-REGISTER
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "S" TO registo_encontrado
           END-READ.

      *    ---- a real calendar date, and not one still to come.      ----*
           validarNascimento.
           MOVE "N" TO trans_bad.
           MOVE TRN-BIRTH-DATE TO VAL-DATA-ENTRADA.
           PERFORM VALIDAR-DATA THRU VALIDAR-DATA-EXIT.
           IF VAL-DATA-OK NOT = "S"
               MOVE "S" TO trans_bad
           ELSE
               IF TRN-BIRTH-DATE > data_hoje_num
                   MOVE "S" TO trans_bad
               END-IF
           END-IF.

           rejeitarTransacao.
           MOVE "PROD-6" TO ERR-PROGRAMA.
           MOVE "E02" TO ERR-CODIGO.
           PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT.
           ADD 1 TO trans_rejeitadas.

           auditarTransacao.
           ADD 1 TO trans_aplicadas.
           MOVE "PROD-6" TO AUD-PROGRAMA.
           MOVE SPACES TO AUD-CHAVE.
           MOVE numero_aluno TO AUD-CHAVE (1:6).
           MOVE TRN-ACTION TO AUD-CHAVE (8:1).
           MOVE ZERO TO AUD-VALOR.
           PERFORM REGISTAR-AUDITORIA THRU REGISTAR-AUDITORIA-EXIT.

           COPY DATEPD.
           COPY AUDITPD.
           COPY BALANCEPD.
           COPY RUNSTPD.

       END PROGRAM PRODUCAO-6.
