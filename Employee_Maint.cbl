      *               admissoes, correccoes de nome e cessacoes via           *
      *               ficheiro de transacoes, em vez de o mestre so           *
      *               crescer como efeito lateral da folha de salarios.       *
      *               mantem tambem as taxas horarias por empregado,          *
      *               com data de efeito, em PAY-RATES.txt.                   *
      *               e o balcao base de cada empregado, com os               *
      *               destacamentos temporarios por datas em                  *
      *               BRANCH-ASSIGNMENTS.txt.                                 *
      *               o numero de empregado, atribuido na admissao, e a      *
      *               chave de todos os ficheiros de vencimentos; o NIF,      *
      *               o NISS e as datas de admissao e de nascimento           *
      *               ficam no mestre e sao mantidos aqui.                    *
      *               cada alteracao fica registada em AUDIT-TRAIL.txt.       *
      *                                                                       *
      *************************************************************************
      *=======================================================================*
                               FILE-CONTROL.

      *    only transactions a second operator has approved --        *
      *    APROVMNT writes them here, off the operators' own          *
      *    EMP-TRANS-IN.txt.                                          *
           SELECT EMP-TRANS-IN ASSIGN TO 'EMP-TRANS-APROV.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EMP-TRANS-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO 'EMPLOYEE-MASTER.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MASTER-EMP-NUMBER
               FILE STATUS IS EMPLOYEE-MASTER-STATUS.
      *    per-employee hourly rates by effective date -- a pay rise  *
      *    is an R transaction here, not a programmer.                *
           SELECT PAY-RATES ASSIGN TO 'PAY-RATES.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAY-RATES-STATUS.
      *    dated temporary reassignments to another branch, and the    *
      *    rental branch roster a branch code is checked against.     *
           SELECT BRANCH-ASSIGNMENTS ASSIGN TO 'BRANCH-ASSIGNMENTS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BRANCH-ASSIGN-STATUS.
           SELECT BRANCHES ASSIGN TO 'BRANCHES.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BRANCHES-STATUS.

      *    ---- shared run-date/error-log facility, common to the      ----*
      *    ---- overnight batch suite.                                 ----*

      *          ======== maintenance transactions input ========      *
      *    one line per change: A hire, C name correction (old name    *
      *    then new name), T termination, S subsidy mode. a leaver     *
      *    stays on the master with MASTER-EMP-STATUS "T" so year-end  *
      *    still sees them. R sets a new hourly rate (TRANS-RATE)      *
      *    from TRANS-DATE on. TRANS-DATE is the hire, leaving or      *
      *    effective date (YYYYMMDD, blank for the run date);          *
      *    TRANS-SUBSIDY-MODE is L lump sums or D twelfths, on a hire  *
      *    or an S line. a T line may carry the days of notice still   *
      *    owed (TRANS-NOTICE-DAYS) and the reason code for the        *
      *    employment-end declaration (TRANS-END-REASON); PROD1V1      *
      *    settles the leaver once the leaving date has passed.        *
      *    B with no TRANS-END-DATE moves the home branch to           *
      *    TRANS-BRANCH; with one, it lends the employee to            *
      *    TRANS-BRANCH from TRANS-DATE to TRANS-END-DATE inclusive.   *
      *    a hire may carry its home branch in TRANS-BRANCH too.       *
      *    every action but A names its employee by TRANS-EMP-NUMBER;  *
      *    a hire with no number is given the next one free. a hire    *
      *    may carry the NIF, NISS and date of birth, and I corrects   *
      *    them later -- with TRANS-DATE, the hire date as well.       *
      *    C renames the employee the number names to the new name.    *
           FD EMP-TRANS-IN.
           01 EMP-TRANS-FILE.
               02 TRANS-ACTION PIC X(1).
               02 TRANS-FIRST-NAME PIC A(8).
               02 TRANS-NEW-LAST-NAME PIC A(9).
               02 TRANS-NEW-FIRST-NAME PIC A(8).
               02 TRANS-DATE PIC X(8).
               02 TRANS-SUBSIDY-MODE PIC X(1).
               02 TRANS-RATE PIC 9(2)V99.
               02 TRANS-NOTICE-DAYS PIC 9(3).
               02 TRANS-END-REASON PIC X(2).
               02 TRANS-BRANCH PIC 9(2).
               02 TRANS-END-DATE PIC X(8).
               02 TRANS-EMP-NUMBER PIC 9(6).
               02 TRANS-NIF PIC 9(9).
               02 TRANS-NISS PIC 9(11).
               02 TRANS-BIRTH-DATE PIC X(8).
      *    who keyed the line, and the different operator who         *
      *    approved it in APROVMNT.                                   *
               02 TRANS-OPERADOR PIC X(3).
               02 TRANS-APROVADOR PIC X(3).

      *          ======== year-to-date employee master file ========   *
      *    same record as PROD1V1 carries -- keep the two in step.     *
               02 MASTER-SICK-BALANCE PIC 9(3)V99.
               02 MASTER-EMP-STATUS PIC X(1).
               02 MASTER-LAST-PERIOD PIC X(8).
               02 MASTER-HIRE-DATE PIC X(8).
               02 MASTER-TERM-DATE PIC X(8).
               02 MASTER-SUBSIDY-MODE PIC X(1).
               02 MASTER-SUBF-PAID PIC 9(5)V99.
               02 MASTER-SUBN-PAID PIC 9(5)V99.
               02 MASTER-SUBF-LAST PIC 9(5)V99.
               02 MASTER-SUBN-LAST PIC 9(5)V99.
               02 MASTER-ACCOUNT PIC X(12).
               02 MASTER-LAST-RATE PIC 9(2)V99.
               02 MASTER-NOTICE-DAYS PIC 9(3).
               02 MASTER-END-REASON PIC X(2).
               02 MASTER-SETTLED-DATE PIC X(8).
               02 MASTER-SETTLED-NET PIC 9(6)V99.
               02 MASTER-HOME-BRANCH PIC 9(2).
               02 MASTER-EMP-NUMBER PIC 9(6).
               02 MASTER-NIF PIC 9(9).
               02 MASTER-NISS PIC 9(11).
               02 MASTER-BIRTH-DATE PIC X(8).

      *          ======== per-employee pay rates ========             *
      *    same record as PROD1V1 and PROD1V6 read -- keep them in    *
      *    step. one line per employee per effective date: the hourly *
      *    rate from that date on, and the rate the weeks it covers   *
      *    have already been settled at by the retro run (PROD1V6).   *
           FD PAY-RATES.
           01 PAY-RATES-FILE.
               02 RATE-LAST-NAME PIC A(9).
               02 RATE-FIRST-NAME PIC A(8).
               02 RATE-EFF-DATE PIC X(8).
               02 RATE-BASE PIC 9(2)V99.
               02 RATE-SETTLED PIC 9(2)V99.
               02 RATE-EMP-NUMBER PIC 9(6).

      *          ======== temporary branch reassignments ========      *
      *    same record as PROD1V1 reads -- keep the two in step. one   *
      *    line per loan: the employee works at BRA-BALCAO from        *
      *    BRA-INICIO to BRA-FIM inclusive, whatever the home branch   *
      *    on the master says.                                         *
           FD BRANCH-ASSIGNMENTS.
           01 BRANCH-ASSIGN-FILE.
               02 BRA-LAST-NAME PIC A(9).
               02 BRA-FIRST-NAME PIC A(8).
               02 BRA-INICIO PIC X(8).
               02 BRA-FIM PIC X(8).
               02 BRA-BALCAO PIC 9(2).
               02 BRA-EMP-NUMBER PIC 9(6).

      *          ======== branch roster ========                       *
      *    same record as PROD2V1 reads: code and name per location.   *
           FD BRANCHES.
           01 BRANCHES-FILE.
               02 BRANCH_MASTER_CODE PIC 9(2).
               02 BRANCH_MASTER_NAME PIC A(20).

           COPY DATEFD.
           COPY AUDITFD.
           COPY BALANCEWS.
           COPY RUNSTWS.
           COPY LOCKWS.
           COPY NIFWS.

       77  EMP-TRANS-STATUS PIC X(2) VALUE SPACES.
       77  EMP-TRANS-EOF PIC A(3) VALUE SPACES.
      *    a master too big for the table must never be rewritten     *
      *    from it -- that would delete the overflow employees.       *
       77  EMPLOYEE-OVERFLOW PIC X(1) VALUE "N".
      *    N when a file could not be rewritten: the approved lines   *
      *    are then kept for the next run, not emptied out.           *
       77  MESTRES-GRAVADOS PIC X(1) VALUE "Y".
       77  EMPLOYEE-MASTER-STATUS PIC X(2) VALUE SPACES.
       77  EMPLOYEE-MASTER-EOF PIC X(3) VALUE SPACES.
       77  EMPLOYEE-COUNT PIC 9(3) VALUE ZERO.
       77  EMP-ATUAL PIC 9(3) VALUE ZERO.
       77  TRANS-LIDAS PIC 9(5) VALUE ZERO.
       77  TRANS-APLICADAS PIC 9(5) VALUE ZERO.
       77  TRANS-REJEITADAS PIC 9(5) VALUE ZERO.
       77  PROCURA-EMP-NUMBER PIC 9(6) VALUE ZERO.
       77  DATA-MOVIMENTO PIC X(8) VALUE SPACES.

      *    the highest employee number on the master -- a hire with   *
      *    none given takes the next one. numbers are never reused.   *
       77  ULTIMO-NUMERO PIC 9(6) VALUE ZERO.
       77  NUMERO-ATRIBUIDO PIC 9(6) VALUE ZERO.

      *    the identity a hire or an I line carries, checked before   *
      *    anything lands: NIF by its mod-11 check digit, NISS by its *
      *    weighted check digit, the date of birth as a real date --  *
      *    zeros and spaces stand for not yet known.                  *
       77  IDENTIDADE-VALIDA PIC X(1) VALUE "N".
       77  NIF-DUPLICADO PIC X(1) VALUE "N".
       01  NISS-NUMERO PIC 9(11) VALUE ZERO.
       01  NISS-DIGITOS REDEFINES NISS-NUMERO.
           02  NISS-DIGITO PIC 9(1) OCCURS 11 TIMES.
       01  NISS-PESOS-LIT PIC X(20) VALUE "29231917131107050302".
       01  NISS-PESOS REDEFINES NISS-PESOS-LIT.
           02  NISS-PESO PIC 9(2) OCCURS 10 TIMES.
       77  NISS-IDX PIC 9(2) VALUE ZERO.
       77  NISS-SOMA PIC 9(4) VALUE ZERO.
       77  NISS-QUOCIENTE PIC 9(4) VALUE ZERO.
       77  NISS-RESTO PIC 9(2) VALUE ZERO.
       77  NISS-CONTROLO PIC 9(2) VALUE ZERO.

      *    the pay-rate file, loaded whole and rewritten whole like   *
      *    the master; a file too big for the table is left alone.    *
       77  PAY-RATES-STATUS PIC X(2) VALUE SPACES.
       77  PAY-RATES-EOF PIC X(3) VALUE SPACES.
       77  RATES-OVERFLOW PIC X(1) VALUE "N".
       77  RATE-COUNT PIC 9(3) VALUE ZERO.
       77  RATE-IDX PIC 9(3) VALUE ZERO.
       77  RATE-ATUAL PIC 9(3) VALUE ZERO.

       01  RATE-TABLE.
           02  RATE-ENTRY OCCURS 500 TIMES.
               03 RATE-TBL-LAST-NAME PIC A(9).
               03 RATE-TBL-FIRST-NAME PIC A(8).
               03 RATE-TBL-EFF-DATE PIC X(8).
               03 RATE-TBL-BASE PIC 9(2)V99.
               03 RATE-TBL-SETTLED PIC 9(2)V99.
               03 RATE-TBL-EMP-NUMBER PIC 9(6).

      *    the reassignment file, loaded whole and rewritten whole    *
      *    like the pay rates.                                         *
       77  BRANCH-ASSIGN-STATUS PIC X(2) VALUE SPACES.
       77  BRANCH-ASSIGN-EOF PIC X(3) VALUE SPACES.
       77  DESTAC-OVERFLOW PIC X(1) VALUE "N".
       77  DESTAC-COUNT PIC 9(3) VALUE ZERO.
       77  DESTAC-IDX PIC 9(3) VALUE ZERO.
       77  DESTAC-ATUAL PIC 9(3) VALUE ZERO.

       01  DESTAC-TABLE.
           02  DESTAC-ENTRY OCCURS 500 TIMES.
               03 DESTAC-TBL-LAST-NAME PIC A(9).
               03 DESTAC-TBL-FIRST-NAME PIC A(8).
               03 DESTAC-TBL-INICIO PIC X(8).
               03 DESTAC-TBL-FIM PIC X(8).
               03 DESTAC-TBL-BALCAO PIC 9(2).
               03 DESTAC-TBL-EMP-NUMBER PIC 9(6).

      *    the branch codes on BRANCHES.txt; with no roster on hand   *
      *    any code from 01 up is taken on trust.                     *
       77  BRANCHES-STATUS PIC X(2) VALUE SPACES.
       77  BRANCHES-EOF PIC X(3) VALUE SPACES.
       77  BALCAO-COUNT PIC 9(2) VALUE ZERO.
       77  BALCAO-IDX PIC 9(2) VALUE ZERO.
       77  BALCAO-VALIDO PIC X(1) VALUE "N".
       77  DATA-FIM-DESTAC PIC X(8) VALUE SPACES.

       01  BALCAO-TABLE.
           02  BALCAO-TBL-CODE PIC 9(2) OCCURS 99 TIMES.

       01  EMPLOYEE-TABLE.
           02  EMPLOYEE-ENTRY OCCURS 200 TIMES INDEXED BY EMP-IDX.
               03 EMP-TBL-SICK-BALANCE PIC 9(3)V99.
               03 EMP-TBL-STATUS PIC X(1).
               03 EMP-TBL-LAST-PERIOD PIC X(8).
               03 EMP-TBL-HIRE-DATE PIC X(8).
               03 EMP-TBL-TERM-DATE PIC X(8).
               03 EMP-TBL-SUBSIDY-MODE PIC X(1).
               03 EMP-TBL-SUBF-PAID PIC 9(5)V99.
               03 EMP-TBL-SUBN-PAID PIC 9(5)V99.
               03 EMP-TBL-SUBF-LAST PIC 9(5)V99.
               03 EMP-TBL-SUBN-LAST PIC 9(5)V99.
               03 EMP-TBL-ACCOUNT PIC X(12).
               03 EMP-TBL-LAST-RATE PIC 9(2)V99.
               03 EMP-TBL-NOTICE-DAYS PIC 9(3).
               03 EMP-TBL-END-REASON PIC X(2).
               03 EMP-TBL-SETTLED-DATE PIC X(8).
               03 EMP-TBL-SETTLED-NET PIC 9(6)V99.
               03 EMP-TBL-HOME-BRANCH PIC 9(2).
               03 EMP-TBL-EMP-NUMBER PIC 9(6).
               03 EMP-TBL-NIF PIC 9(9).
               03 EMP-TBL-NISS PIC 9(11).
               03 EMP-TBL-BIRTH-DATE PIC X(8).

      *=======================================================================*
                             PROCEDURE DIVISION.
           IF EMP-TRANS-STATUS NOT = "00"
               MOVE "PROD1V2" TO ERR-PROGRAMA
               MOVE "E01" TO ERR-CODIGO
               MOVE "erro ao abrir EMP-TRANS-APROV.txt" TO ERR-MENSAGEM
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               CLOSE ERROR-LOG
               STOP RUN
           END-IF.

           PERFORM LOAD-EMPLOYEE-MASTER.
           PERFORM LOAD-PAY-RATES.
           PERFORM LOAD-BRANCH-ASSIGNMENTS.
           PERFORM LOAD-BRANCHES.

           READ EMP-TRANS-IN
               AT END MOVE "YYY" TO EMP-TRANS-EOF

           PERFORM APLICAR-TRANSACAO UNTIL EMP-TRANS-EOF = "YYY".

           CLOSE EMP-TRANS-IN.

           PERFORM SAVE-EMPLOYEE-MASTER
               THRU SAVE-EMPLOYEE-MASTER-FIM.
           PERFORM SAVE-PAY-RATES
               THRU SAVE-PAY-RATES-FIM.
           PERFORM SAVE-BRANCH-ASSIGNMENTS
               THRU SAVE-BRANCH-ASSIGNMENTS-FIM.

      *    ---- what was read is emptied out once every file holds    ----*
      *    ---- it, so an approved line is never applied twice; a     ----*
      *    ---- file left as it stood keeps the lines for a rerun.    ----*
           IF MESTRES-GRAVADOS = "Y" AND EMPLOYEE-OVERFLOW = "N"
                   AND RATES-OVERFLOW = "N" AND DESTAC-OVERFLOW = "N"
               OPEN OUTPUT EMP-TRANS-IN
               CLOSE EMP-TRANS-IN
           ELSE
               MOVE "PROD1V2" TO ERR-PROGRAMA
               MOVE "E04" TO ERR-CODIGO
               MOVE "transacoes mantidas - mestres nao reescritos"
                   TO ERR-MENSAGEM
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
           END-IF.

           MOVE "PROD1V2" TO BAL-PROGRAMA.
           MOVE "E03" TO BAL-CODIGO-ERRO.
                 AUDIT-TRAIL.
           STOP RUN.

      *    ---- one maintenance transaction: hire, name correction,   ----*
      *    ---- termination, subsidy mode, pay rate, branch or        ----*
      *    ---- identity, each logged to the audit trail.             ----*
           APLICAR-TRANSACAO.

           ADD 1 TO TRANS-LIDAS.

      *    a line reaches this file only through APROVMNT; one with   *
      *    no approver, or approved by its own operator, is refused.  *
           IF TRANS-APROVADOR = SPACES
                   OR TRANS-APROVADOR = TRANS-OPERADOR
               MOVE "PROD1V2" TO ERR-PROGRAMA
               MOVE "E02" TO ERR-CODIGO
               MOVE "transacao sem aprovacao valida" TO ERR-MENSAGEM
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               ADD 1 TO TRANS-REJEITADAS
           ELSE
               EVALUATE TRANS-ACTION
                   WHEN "A"
                       PERFORM ADMITIR-EMPREGADO
                           THRU ADMITIR-EMPREGADO-FIM
                   WHEN "C"
                       PERFORM CORRIGIR-NOME
                   WHEN "T"
                       PERFORM CESSAR-EMPREGADO
                           THRU CESSAR-EMPREGADO-FIM
                   WHEN "S"
                       PERFORM ALTERAR-MODO-SUBSIDIO
                   WHEN "R"
                       PERFORM ALTERAR-TAXA-HORARIA
                           THRU ALTERAR-TAXA-HORARIA-FIM
                   WHEN "B"
                       PERFORM ALTERAR-BALCAO
                           THRU ALTERAR-BALCAO-FIM
                   WHEN "I"
                       PERFORM ALTERAR-IDENTIDADE
                           THRU ALTERAR-IDENTIDADE-FIM
                   WHEN OTHER
                       MOVE "PROD1V2" TO ERR-PROGRAMA
                       MOVE "E02" TO ERR-CODIGO
                       MOVE "accao de manutencao desconhecida" TO
                           ERR-MENSAGEM
                       PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
                       ADD 1 TO TRANS-REJEITADAS
               END-EVALUATE
           END-IF.

           READ EMP-TRANS-IN
               AT END MOVE "YYY" TO EMP-TRANS-EOF
           END-READ.

      *    ---- A: a hire lands on the master ahead of payday, with   ----*
      *    ---- zero YTD figures, an active status, the hire date the ----*
      *    ---- subsidies pro-rate from, the chosen subsidy mode and, ----*
      *    ---- when it is a known one, the home branch.              ----*
           ADMITIR-EMPREGADO.

      *    a hire given a number takes it when it is free; one with   *
      *    none takes the next number after the highest on file.      *
           MOVE ZERO TO EMP-ATUAL.
           IF TRANS-EMP-NUMBER IS NUMERIC AND TRANS-EMP-NUMBER > ZERO
               PERFORM PROCURAR-EMPREGADO-TRANS
               MOVE TRANS-EMP-NUMBER TO NUMERO-ATRIBUIDO
           ELSE
               COMPUTE NUMERO-ATRIBUIDO = ULTIMO-NUMERO + 1
           END-IF.

           IF EMP-ATUAL > ZERO
               MOVE "PROD1V2" TO ERR-PROGRAMA
               MOVE TRANS-LAST-NAME TO ERR-MENSAGEM (22:9)
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               ADD 1 TO TRANS-REJEITADAS
               GO TO ADMITIR-EMPREGADO-FIM
           END-IF.

           PERFORM VALIDAR-IDENTIDADE THRU VALIDAR-IDENTIDADE-FIM.
           IF IDENTIDADE-VALIDA = "N"
               MOVE "PROD1V2" TO ERR-PROGRAMA
               MOVE "E02" TO ERR-CODIGO
               MOVE "admissao com identificacao invalida - " TO
                   ERR-MENSAGEM
               MOVE TRANS-LAST-NAME TO ERR-MENSAGEM (39:9)
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               ADD 1 TO TRANS-REJEITADAS
               GO TO ADMITIR-EMPREGADO-FIM
           END-IF.

           IF EMPLOYEE-COUNT < 200
               ADD 1 TO EMPLOYEE-COUNT
               MOVE NUMERO-ATRIBUIDO
                   TO EMP-TBL-EMP-NUMBER (EMPLOYEE-COUNT)
               IF NUMERO-ATRIBUIDO > ULTIMO-NUMERO
                   MOVE NUMERO-ATRIBUIDO TO ULTIMO-NUMERO
               END-IF
               PERFORM GUARDAR-IDENTIDADE-NOVA
               MOVE TRANS-LAST-NAME
                   TO EMP-TBL-LAST-NAME (EMPLOYEE-COUNT)
               MOVE TRANS-FIRST-NAME
                   TO EMP-TBL-FIRST-NAME (EMPLOYEE-COUNT)
               MOVE ZERO TO EMP-TBL-YTD-GROSS (EMPLOYEE-COUNT)
               MOVE ZERO TO EMP-TBL-YTD-DEDUCTIONS (EMPLOYEE-COUNT)
               MOVE ZERO TO EMP-TBL-YTD-HOURS (EMPLOYEE-COUNT)
               MOVE ZERO TO EMP-TBL-VAC-BALANCE (EMPLOYEE-COUNT)
               MOVE ZERO TO EMP-TBL-SICK-BALANCE (EMPLOYEE-COUNT)
               MOVE "A" TO EMP-TBL-STATUS (EMPLOYEE-COUNT)
               MOVE SPACES
                   TO EMP-TBL-LAST-PERIOD (EMPLOYEE-COUNT)
               PERFORM OBTER-DATA-MOVIMENTO
               MOVE DATA-MOVIMENTO
                   TO EMP-TBL-HIRE-DATE (EMPLOYEE-COUNT)
               MOVE SPACES TO EMP-TBL-TERM-DATE (EMPLOYEE-COUNT)
               IF TRANS-SUBSIDY-MODE = "D"
                   MOVE "D"
                       TO EMP-TBL-SUBSIDY-MODE (EMPLOYEE-COUNT)
               ELSE
                   MOVE "L"
                       TO EMP-TBL-SUBSIDY-MODE (EMPLOYEE-COUNT)
               END-IF
               MOVE ZERO TO EMP-TBL-SUBF-PAID (EMPLOYEE-COUNT)
               MOVE ZERO TO EMP-TBL-SUBN-PAID (EMPLOYEE-COUNT)
               MOVE ZERO TO EMP-TBL-SUBF-LAST (EMPLOYEE-COUNT)
               MOVE ZERO TO EMP-TBL-SUBN-LAST (EMPLOYEE-COUNT)
               MOVE SPACES TO EMP-TBL-ACCOUNT (EMPLOYEE-COUNT)
               MOVE ZERO TO EMP-TBL-LAST-RATE (EMPLOYEE-COUNT)
               MOVE ZERO TO EMP-TBL-NOTICE-DAYS (EMPLOYEE-COUNT)
               MOVE SPACES TO EMP-TBL-END-REASON (EMPLOYEE-COUNT)
               MOVE SPACES
                   TO EMP-TBL-SETTLED-DATE (EMPLOYEE-COUNT)
               MOVE ZERO TO EMP-TBL-SETTLED-NET (EMPLOYEE-COUNT)
               MOVE ZERO TO EMP-TBL-HOME-BRANCH (EMPLOYEE-COUNT)
               IF TRANS-BRANCH IS NUMERIC
                   PERFORM VALIDAR-BALCAO
                   IF BALCAO-VALIDO = "S"
                       MOVE TRANS-BRANCH
                           TO EMP-TBL-HOME-BRANCH (EMPLOYEE-COUNT)
                   ELSE
                       MOVE "PROD1V2" TO ERR-PROGRAMA
                       MOVE "E02" TO ERR-CODIGO
                       MOVE "admissao sem balcao valido - " TO
                           ERR-MENSAGEM
                       MOVE TRANS-LAST-NAME TO ERR-MENSAGEM (30:9)
                       PERFORM REGISTAR-ERRO
                           THRU REGISTAR-ERRO-EXIT
                   END-IF
               END-IF
               ADD 1 TO TRANS-APLICADAS
               MOVE "PROD1V2" TO AUD-PROGRAMA
               MOVE SPACES TO AUD-CHAVE
               MOVE TRANS-LAST-NAME TO AUD-CHAVE (1:9)
               MOVE TRANS-FIRST-NAME TO AUD-CHAVE (11:8)
               MOVE ZERO TO AUD-VALOR
               MOVE SPACES TO AUD-DESCRICAO
               STRING "EMPREGADO ADMITIDO NR " NUMERO-ATRIBUIDO
                   DELIMITED BY SIZE INTO AUD-DESCRICAO
               PERFORM REGISTAR-AUDITORIA
                   THRU REGISTAR-AUDITORIA-EXIT
           ELSE
               MOVE "PROD1V2" TO ERR-PROGRAMA
               MOVE "E02" TO ERR-CODIGO
               MOVE "tabela de empregados cheia" TO ERR-MENSAGEM
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               ADD 1 TO TRANS-REJEITADAS
           END-IF.

           ADMITIR-EMPREGADO-FIM.
               EXIT.

      *    ---- C: renames the employee the number names. two people  ----*
      *    ---- may share a name -- the number, not the name, tells   ----*
      *    ---- them apart.                                           ----*
           CORRIGIR-NOME.

           PERFORM PROCURAR-EMPREGADO-TRANS.

           IF EMP-ATUAL = ZERO
               MOVE "PROD1V2" TO ERR-PROGRAMA
               MOVE "E02" TO ERR-CODIGO
               MOVE "correccao de numero desconhecido - " TO
                   ERR-MENSAGEM
               MOVE TRANS-LAST-NAME TO ERR-MENSAGEM (36:9)
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               ADD 1 TO TRANS-REJEITADAS
           ELSE
               MOVE TRANS-NEW-LAST-NAME TO EMP-TBL-LAST-NAME (EMP-ATUAL)
               MOVE TRANS-NEW-FIRST-NAME
                   TO EMP-TBL-FIRST-NAME (EMP-ATUAL)
               PERFORM RENOMEAR-TAXA
                   VARYING RATE-IDX FROM 1 BY 1
                   UNTIL RATE-IDX > RATE-COUNT
               PERFORM RENOMEAR-DESTACAMENTO
                   VARYING DESTAC-IDX FROM 1 BY 1
                   UNTIL DESTAC-IDX > DESTAC-COUNT
               ADD 1 TO TRANS-APLICADAS
               MOVE "PROD1V2" TO AUD-PROGRAMA
               MOVE SPACES TO AUD-CHAVE
               MOVE TRANS-NEW-LAST-NAME TO AUD-CHAVE (1:9)
               MOVE TRANS-NEW-FIRST-NAME TO AUD-CHAVE (11:8)
               MOVE ZERO TO AUD-VALOR
               MOVE "NOME CORRIGIDO" TO AUD-DESCRICAO
               PERFORM REGISTAR-AUDITORIA THRU REGISTAR-AUDITORIA-EXIT
           END-IF.

      *    ---- T: marks a leaver so wage lines past the leaving     ----*
      *    ---- date stop paying, but stays on file for year-end --   ----*
      *    ---- with the leaving date the subsidies pro-rate to and   ----*
      *    ---- the notice and reason the final settlement uses.      ----*
           CESSAR-EMPREGADO.

           PERFORM PROCURAR-EMPREGADO-TRANS.

           IF EMP-ATUAL = ZERO
               MOVE "PROD1V2" TO ERR-PROGRAMA
               MOVE "E02" TO ERR-CODIGO
               MOVE "cessacao de numero desconhecido - " TO
                   ERR-MENSAGEM
               MOVE TRANS-LAST-NAME TO ERR-MENSAGEM (35:9)
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               ADD 1 TO TRANS-REJEITADAS
               GO TO CESSAR-EMPREGADO-FIM
           END-IF.

      *    a leaver already settled keeps the date and terms that    *
      *    were paid -- re-terminating would settle them twice.      *
           IF EMP-TBL-SETTLED-DATE (EMP-ATUAL) NOT = SPACES
               MOVE "PROD1V2" TO ERR-PROGRAMA
               MOVE "E02" TO ERR-CODIGO
               MOVE "cessacao de empregado ja liquidado - " TO
                   ERR-MENSAGEM
               MOVE TRANS-LAST-NAME TO ERR-MENSAGEM (38:9)
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               ADD 1 TO TRANS-REJEITADAS
           ELSE
               MOVE "T" TO EMP-TBL-STATUS (EMP-ATUAL)
               PERFORM OBTER-DATA-MOVIMENTO
               MOVE DATA-MOVIMENTO TO EMP-TBL-TERM-DATE (EMP-ATUAL)
               IF TRANS-NOTICE-DAYS IS NUMERIC
                   MOVE TRANS-NOTICE-DAYS
                       TO EMP-TBL-NOTICE-DAYS (EMP-ATUAL)
               ELSE
                   MOVE ZERO TO EMP-TBL-NOTICE-DAYS (EMP-ATUAL)
               END-IF
               MOVE TRANS-END-REASON TO EMP-TBL-END-REASON (EMP-ATUAL)
               ADD 1 TO TRANS-APLICADAS
               MOVE "PROD1V2" TO AUD-PROGRAMA
               MOVE SPACES TO AUD-CHAVE
               PERFORM REGISTAR-AUDITORIA THRU REGISTAR-AUDITORIA-EXIT
           END-IF.

           CESSAR-EMPREGADO-FIM.
               EXIT.

      *    ---- S: switches between lump-sum subsidies (L) and        ----*
      *    ---- twelfths (D). what the year already paid stands --    ----*
      *    ---- the payroll run only ever pays what is due less that. ----*
           ALTERAR-MODO-SUBSIDIO.

           PERFORM PROCURAR-EMPREGADO-TRANS.

           IF EMP-ATUAL = ZERO
                   OR (TRANS-SUBSIDY-MODE NOT = "L"
                       AND TRANS-SUBSIDY-MODE NOT = "D")
               MOVE "PROD1V2" TO ERR-PROGRAMA
               MOVE "E02" TO ERR-CODIGO
               MOVE "modo de subsidio invalido ou numero desconhecido"
                   TO ERR-MENSAGEM
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               ADD 1 TO TRANS-REJEITADAS
           ELSE
               MOVE TRANS-SUBSIDY-MODE
                   TO EMP-TBL-SUBSIDY-MODE (EMP-ATUAL)
               ADD 1 TO TRANS-APLICADAS
               MOVE "PROD1V2" TO AUD-PROGRAMA
               MOVE SPACES TO AUD-CHAVE
               MOVE TRANS-LAST-NAME TO AUD-CHAVE (1:9)
               MOVE TRANS-FIRST-NAME TO AUD-CHAVE (11:8)
               MOVE ZERO TO AUD-VALOR
               MOVE "MODO SUBSIDIO ALTERADO" TO AUD-DESCRICAO
               PERFORM REGISTAR-AUDITORIA THRU REGISTAR-AUDITORIA-EXIT
           END-IF.

      *    ---- R: the employee's hourly rate from TRANS-DATE on. a   ----*
      *    ---- second R for the same date corrects the first one in  ----*
      *    ---- place; a date already paid is a back-dated raise, and ----*
      *    ---- the retro run (PROD1V6) settles the difference.       ----*
           ALTERAR-TAXA-HORARIA.

           PERFORM PROCURAR-EMPREGADO-TRANS.

           IF EMP-ATUAL = ZERO
                   OR TRANS-RATE IS NOT NUMERIC
               MOVE "PROD1V2" TO ERR-PROGRAMA
               MOVE "E02" TO ERR-CODIGO
               MOVE "taxa horaria invalida ou numero desconhecido"
                   TO ERR-MENSAGEM
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               ADD 1 TO TRANS-REJEITADAS
               GO TO ALTERAR-TAXA-HORARIA-FIM
           END-IF.

           IF TRANS-RATE = ZERO
               MOVE "PROD1V2" TO ERR-PROGRAMA
               MOVE "E02" TO ERR-CODIGO
               MOVE "taxa horaria a zero - " TO ERR-MENSAGEM
               MOVE TRANS-LAST-NAME TO ERR-MENSAGEM (23:9)
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               ADD 1 TO TRANS-REJEITADAS
               GO TO ALTERAR-TAXA-HORARIA-FIM
           END-IF.

           PERFORM OBTER-DATA-MOVIMENTO.

           MOVE ZERO TO RATE-ATUAL.
           PERFORM PROCURAR-TAXA
               VARYING RATE-IDX FROM 1 BY 1
               UNTIL RATE-IDX > RATE-COUNT OR RATE-ATUAL > ZERO.

           IF RATE-ATUAL = ZERO
               IF RATE-COUNT < 500
                   ADD 1 TO RATE-COUNT
                   MOVE RATE-COUNT TO RATE-ATUAL
                   MOVE TRANS-LAST-NAME
                       TO RATE-TBL-LAST-NAME (RATE-ATUAL)
                   MOVE TRANS-FIRST-NAME
                       TO RATE-TBL-FIRST-NAME (RATE-ATUAL)
                   MOVE TRANS-EMP-NUMBER
                       TO RATE-TBL-EMP-NUMBER (RATE-ATUAL)
                   MOVE DATA-MOVIMENTO
                       TO RATE-TBL-EFF-DATE (RATE-ATUAL)
                   MOVE ZERO TO RATE-TBL-SETTLED (RATE-ATUAL)
               ELSE
                   MOVE "PROD1V2" TO ERR-PROGRAMA
                   MOVE "E04" TO ERR-CODIGO
                   MOVE "tabela de taxas horarias cheia" TO
                       ERR-MENSAGEM
                   PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
                   ADD 1 TO TRANS-REJEITADAS
                   GO TO ALTERAR-TAXA-HORARIA-FIM
               END-IF
           END-IF.

           MOVE TRANS-RATE TO RATE-TBL-BASE (RATE-ATUAL).
           ADD 1 TO TRANS-APLICADAS.
           MOVE "PROD1V2" TO AUD-PROGRAMA.
           MOVE SPACES TO AUD-CHAVE.
           MOVE TRANS-LAST-NAME TO AUD-CHAVE (1:9).
           MOVE TRANS-FIRST-NAME TO AUD-CHAVE (11:8).
           MOVE ZERO TO AUD-VALOR.
           MOVE SPACES TO AUD-DESCRICAO.
           STRING "TAXA HORARIA DESDE " DATA-MOVIMENTO
               DELIMITED BY SIZE INTO AUD-DESCRICAO.
           PERFORM REGISTAR-AUDITORIA THRU REGISTAR-AUDITORIA-EXIT.

           ALTERAR-TAXA-HORARIA-FIM.
               EXIT.

           PROCURAR-TAXA.

           IF RATE-TBL-EMP-NUMBER (RATE-IDX) = TRANS-EMP-NUMBER
                   AND RATE-TBL-EFF-DATE (RATE-IDX) = DATA-MOVIMENTO
               MOVE RATE-IDX TO RATE-ATUAL
           END-IF.

      *    ---- a corrected name is carried onto the employee's       ----*
      *    ---- pay-rate lines too, so the file reads true.           ----*
           RENOMEAR-TAXA.

           IF RATE-TBL-EMP-NUMBER (RATE-IDX) = TRANS-EMP-NUMBER
               MOVE TRANS-NEW-LAST-NAME
                   TO RATE-TBL-LAST-NAME (RATE-IDX)
               MOVE TRANS-NEW-FIRST-NAME
                   TO RATE-TBL-FIRST-NAME (RATE-IDX)
           END-IF.

      *    ---- B: the branch the employee's labour is costed to. no  ----*
      *    ---- end date moves the home branch for good; an end date  ----*
      *    ---- lends the employee to TRANS-BRANCH for those days     ----*
      *    ---- only. a second loan from the same date corrects the   ----*
      *    ---- first one in place.                                   ----*
           ALTERAR-BALCAO.

           PERFORM PROCURAR-EMPREGADO-TRANS.

           MOVE "N" TO BALCAO-VALIDO.
           IF TRANS-BRANCH IS NUMERIC
               PERFORM VALIDAR-BALCAO
           END-IF.

           IF EMP-ATUAL = ZERO OR BALCAO-VALIDO = "N"
               MOVE "PROD1V2" TO ERR-PROGRAMA
               MOVE "E02" TO ERR-CODIGO
               MOVE "balcao invalido ou numero desconhecido - " TO
                   ERR-MENSAGEM
               MOVE TRANS-LAST-NAME TO ERR-MENSAGEM (42:9)
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               ADD 1 TO TRANS-REJEITADAS
               GO TO ALTERAR-BALCAO-FIM
           END-IF.

           IF TRANS-END-DATE = SPACES
               MOVE TRANS-BRANCH TO EMP-TBL-HOME-BRANCH (EMP-ATUAL)
               ADD 1 TO TRANS-APLICADAS
               MOVE "PROD1V2" TO AUD-PROGRAMA
               MOVE SPACES TO AUD-CHAVE
               MOVE TRANS-LAST-NAME TO AUD-CHAVE (1:9)
               MOVE TRANS-FIRST-NAME TO AUD-CHAVE (11:8)
               MOVE ZERO TO AUD-VALOR
               MOVE SPACES TO AUD-DESCRICAO
               STRING "BALCAO BASE " TRANS-BRANCH
                   DELIMITED BY SIZE INTO AUD-DESCRICAO
               PERFORM REGISTAR-AUDITORIA THRU REGISTAR-AUDITORIA-EXIT
               GO TO ALTERAR-BALCAO-FIM
           END-IF.

           PERFORM OBTER-DATA-MOVIMENTO.

           MOVE "N" TO VAL-DATA-OK.
           IF TRANS-END-DATE IS NUMERIC
               MOVE TRANS-END-DATE (1:4) TO VAL-ANO
               MOVE TRANS-END-DATE (5:2) TO VAL-MES
               MOVE TRANS-END-DATE (7:2) TO VAL-DIA
               PERFORM VALIDAR-DATA THRU VALIDAR-DATA-EXIT
           END-IF.
           IF VAL-DATA-OK = "N" OR TRANS-END-DATE < DATA-MOVIMENTO
               MOVE "PROD1V2" TO ERR-PROGRAMA
               MOVE "E02" TO ERR-CODIGO
               MOVE "fim de destacamento invalido - " TO ERR-MENSAGEM
               MOVE TRANS-LAST-NAME TO ERR-MENSAGEM (32:9)
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               ADD 1 TO TRANS-REJEITADAS
               GO TO ALTERAR-BALCAO-FIM
           END-IF.
           MOVE TRANS-END-DATE TO DATA-FIM-DESTAC.

           MOVE ZERO TO DESTAC-ATUAL.
           PERFORM PROCURAR-DESTACAMENTO
               VARYING DESTAC-IDX FROM 1 BY 1
               UNTIL DESTAC-IDX > DESTAC-COUNT OR DESTAC-ATUAL > ZERO.

           IF DESTAC-ATUAL = ZERO
               IF DESTAC-COUNT < 500
                   ADD 1 TO DESTAC-COUNT
                   MOVE DESTAC-COUNT TO DESTAC-ATUAL
                   MOVE TRANS-LAST-NAME
                       TO DESTAC-TBL-LAST-NAME (DESTAC-ATUAL)
                   MOVE TRANS-FIRST-NAME
                       TO DESTAC-TBL-FIRST-NAME (DESTAC-ATUAL)
                   MOVE TRANS-EMP-NUMBER
                       TO DESTAC-TBL-EMP-NUMBER (DESTAC-ATUAL)
                   MOVE DATA-MOVIMENTO
                       TO DESTAC-TBL-INICIO (DESTAC-ATUAL)
               ELSE
                   MOVE "PROD1V2" TO ERR-PROGRAMA
                   MOVE "E04" TO ERR-CODIGO
                   MOVE "tabela de destacamentos cheia" TO
                       ERR-MENSAGEM
                   PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
                   ADD 1 TO TRANS-REJEITADAS
                   GO TO ALTERAR-BALCAO-FIM
               END-IF
           END-IF.

           MOVE DATA-FIM-DESTAC TO DESTAC-TBL-FIM (DESTAC-ATUAL).
           MOVE TRANS-BRANCH TO DESTAC-TBL-BALCAO (DESTAC-ATUAL).
           ADD 1 TO TRANS-APLICADAS.
           MOVE "PROD1V2" TO AUD-PROGRAMA.
           MOVE SPACES TO AUD-CHAVE.
           MOVE TRANS-LAST-NAME TO AUD-CHAVE (1:9).
           MOVE TRANS-FIRST-NAME TO AUD-CHAVE (11:8).
           MOVE ZERO TO AUD-VALOR.
           MOVE SPACES TO AUD-DESCRICAO.
           STRING "DESTACADO BALCAO " TRANS-BRANCH " "
                  DATA-MOVIMENTO "-" DATA-FIM-DESTAC
               DELIMITED BY SIZE INTO AUD-DESCRICAO.
           PERFORM REGISTAR-AUDITORIA THRU REGISTAR-AUDITORIA-EXIT.

           ALTERAR-BALCAO-FIM.
               EXIT.

           PROCURAR-DESTACAMENTO.

           IF DESTAC-TBL-EMP-NUMBER (DESTAC-IDX) = TRANS-EMP-NUMBER
                   AND DESTAC-TBL-INICIO (DESTAC-IDX) = DATA-MOVIMENTO
               MOVE DESTAC-IDX TO DESTAC-ATUAL
           END-IF.

      *    ---- and onto the employee's branch loans.                 ----*
           RENOMEAR-DESTACAMENTO.

           IF DESTAC-TBL-EMP-NUMBER (DESTAC-IDX) = TRANS-EMP-NUMBER
               MOVE TRANS-NEW-LAST-NAME
                   TO DESTAC-TBL-LAST-NAME (DESTAC-IDX)
               MOVE TRANS-NEW-FIRST-NAME
                   TO DESTAC-TBL-FIRST-NAME (DESTAC-IDX)
           END-IF.

      *    ---- is TRANS-BRANCH a branch we have? BALCAO-VALIDO "S"   ----*
      *    ---- when it is on the roster, or when there is no roster  ----*
      *    ---- and the code is at least a real one.                  ----*
           VALIDAR-BALCAO.

           MOVE "N" TO BALCAO-VALIDO.
           IF TRANS-BRANCH > ZERO
               IF BALCAO-COUNT = ZERO
                   MOVE "S" TO BALCAO-VALIDO
               ELSE
                   PERFORM TESTAR-BALCAO
                       VARYING BALCAO-IDX FROM 1 BY 1
                       UNTIL BALCAO-IDX > BALCAO-COUNT
               END-IF
           END-IF.

           TESTAR-BALCAO.

           IF BALCAO-TBL-CODE (BALCAO-IDX) = TRANS-BRANCH
               MOVE "S" TO BALCAO-VALIDO
           END-IF.

      *    ---- the transaction's own date when it is a real one,     ----*
      *    ---- otherwise the run date.                               ----*
           OBTER-DATA-MOVIMENTO.

           MOVE RUN-DATE TO DATA-MOVIMENTO.
           IF TRANS-DATE IS NUMERIC
               MOVE TRANS-DATE (1:4) TO VAL-ANO
               MOVE TRANS-DATE (5:2) TO VAL-MES
               MOVE TRANS-DATE (7:2) TO VAL-DIA
               PERFORM VALIDAR-DATA THRU VALIDAR-DATA-EXIT
               IF VAL-DATA-OK = "S"
                   MOVE TRANS-DATE TO DATA-MOVIMENTO
               END-IF
           END-IF.

      *    ---- I: corrects the identity on file -- the NIF, the      ----*
      *    ---- NISS and the date of birth a line carries replace     ----*
      *    ---- what is held; a real TRANS-DATE corrects the hire     ----*
      *    ---- date. zeros and spaces leave a field as it stands.    ----*
           ALTERAR-IDENTIDADE.

           PERFORM PROCURAR-EMPREGADO-TRANS.

           IF EMP-ATUAL = ZERO
               MOVE "PROD1V2" TO ERR-PROGRAMA
               MOVE "E02" TO ERR-CODIGO
               MOVE "identificacao de numero desconhecido - " TO
                   ERR-MENSAGEM
               MOVE TRANS-LAST-NAME TO ERR-MENSAGEM (40:9)
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               ADD 1 TO TRANS-REJEITADAS
               GO TO ALTERAR-IDENTIDADE-FIM
           END-IF.

           MOVE EMP-TBL-EMP-NUMBER (EMP-ATUAL) TO NUMERO-ATRIBUIDO.
           PERFORM VALIDAR-IDENTIDADE THRU VALIDAR-IDENTIDADE-FIM.

           MOVE "N" TO VAL-DATA-OK.
           IF TRANS-DATE IS NUMERIC
               MOVE TRANS-DATE (1:4) TO VAL-ANO
               MOVE TRANS-DATE (5:2) TO VAL-MES
               MOVE TRANS-DATE (7:2) TO VAL-DIA
               PERFORM VALIDAR-DATA THRU VALIDAR-DATA-EXIT
           END-IF.
           IF TRANS-DATE NOT = SPACES AND VAL-DATA-OK = "N"
               MOVE "N" TO IDENTIDADE-VALIDA
           END-IF.

           IF IDENTIDADE-VALIDA = "N"
               MOVE "PROD1V2" TO ERR-PROGRAMA
               MOVE "E02" TO ERR-CODIGO
               MOVE "identificacao com campo invalido - " TO
                   ERR-MENSAGEM
               MOVE TRANS-LAST-NAME TO ERR-MENSAGEM (36:9)
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               ADD 1 TO TRANS-REJEITADAS
               GO TO ALTERAR-IDENTIDADE-FIM
           END-IF.

           IF TRANS-NIF IS NUMERIC AND TRANS-NIF > ZERO
               MOVE TRANS-NIF TO EMP-TBL-NIF (EMP-ATUAL)
           END-IF.
           IF TRANS-NISS IS NUMERIC AND TRANS-NISS > ZERO
               MOVE TRANS-NISS TO EMP-TBL-NISS (EMP-ATUAL)
           END-IF.
           IF TRANS-BIRTH-DATE NOT = SPACES
               MOVE TRANS-BIRTH-DATE TO EMP-TBL-BIRTH-DATE (EMP-ATUAL)
           END-IF.
           IF VAL-DATA-OK = "S"
               MOVE TRANS-DATE TO EMP-TBL-HIRE-DATE (EMP-ATUAL)
           END-IF.

           ADD 1 TO TRANS-APLICADAS.
           MOVE "PROD1V2" TO AUD-PROGRAMA.
           MOVE SPACES TO AUD-CHAVE.
           MOVE EMP-TBL-LAST-NAME (EMP-ATUAL) TO AUD-CHAVE (1:9).
           MOVE EMP-TBL-FIRST-NAME (EMP-ATUAL) TO AUD-CHAVE (11:8).
           MOVE ZERO TO AUD-VALOR.
           MOVE SPACES TO AUD-DESCRICAO.
           STRING "IDENTIDADE ALTERADA NR " NUMERO-ATRIBUIDO
               DELIMITED BY SIZE INTO AUD-DESCRICAO.
           PERFORM REGISTAR-AUDITORIA THRU REGISTAR-AUDITORIA-EXIT.

           ALTERAR-IDENTIDADE-FIM.
               EXIT.

      *    ---- the identity on a hire or I line: IDENTIDADE-VALIDA   ----*
      *    ---- "S" when every field given checks out and the NIF is  ----*
      *    ---- not already held by another employee number.          ----*
           VALIDAR-IDENTIDADE.

           MOVE "N" TO IDENTIDADE-VALIDA.

           IF TRANS-NIF IS NUMERIC AND TRANS-NIF > ZERO
               MOVE TRANS-NIF TO NIF-NUMERO
               PERFORM VALIDAR-NIF THRU VALIDAR-NIF-EXIT
               IF NIF-VALIDO NOT = "S"
                   GO TO VALIDAR-IDENTIDADE-FIM
               END-IF
               MOVE "N" TO NIF-DUPLICADO
               PERFORM TESTAR-NIF-DUPLICADO
                   VARYING EMP-IDX FROM 1 BY 1
                   UNTIL EMP-IDX > EMPLOYEE-COUNT
               IF NIF-DUPLICADO = "S"
                   GO TO VALIDAR-IDENTIDADE-FIM
               END-IF
           ELSE
               IF TRANS-NIF IS NOT NUMERIC AND TRANS-NIF NOT = SPACES
                   GO TO VALIDAR-IDENTIDADE-FIM
               END-IF
           END-IF.

           IF TRANS-NISS IS NUMERIC AND TRANS-NISS > ZERO
               MOVE TRANS-NISS TO NISS-NUMERO
               PERFORM VALIDAR-NISS THRU VALIDAR-NISS-FIM
               IF NISS-CONTROLO NOT = NISS-DIGITO (11)
                   GO TO VALIDAR-IDENTIDADE-FIM
               END-IF
           ELSE
               IF TRANS-NISS IS NOT NUMERIC AND TRANS-NISS NOT = SPACES
                   GO TO VALIDAR-IDENTIDADE-FIM
               END-IF
           END-IF.

           IF TRANS-BIRTH-DATE NOT = SPACES
               MOVE "N" TO VAL-DATA-OK
               IF TRANS-BIRTH-DATE IS NUMERIC
                   MOVE TRANS-BIRTH-DATE (1:4) TO VAL-ANO
                   MOVE TRANS-BIRTH-DATE (5:2) TO VAL-MES
                   MOVE TRANS-BIRTH-DATE (7:2) TO VAL-DIA
                   PERFORM VALIDAR-DATA THRU VALIDAR-DATA-EXIT
               END-IF
               IF VAL-DATA-OK = "N" OR TRANS-BIRTH-DATE > RUN-DATE
                   GO TO VALIDAR-IDENTIDADE-FIM
               END-IF
           END-IF.

           MOVE "S" TO IDENTIDADE-VALIDA.

           VALIDAR-IDENTIDADE-FIM.
               EXIT.

           TESTAR-NIF-DUPLICADO.

           IF EMP-TBL-NIF (EMP-IDX) = TRANS-NIF
                   AND EMP-TBL-EMP-NUMBER (EMP-IDX)
                       NOT = NUMERO-ATRIBUIDO
               MOVE "S" TO NIF-DUPLICADO
           END-IF.

      *    ---- the NISS check digit: the first ten digits weighted   ----*
      *    ---- 29, 23, 19, 17, 13, 11, 7, 5, 3 and 2, and 9 less the ----*
      *    ---- sum modulo 10 is the eleventh digit.                  ----*
           VALIDAR-NISS.

           MOVE 99 TO NISS-CONTROLO.
           IF NISS-DIGITO (1) NOT = 1 AND NISS-DIGITO (1) NOT = 2
               GO TO VALIDAR-NISS-FIM
           END-IF.

           MOVE ZERO TO NISS-SOMA.
           PERFORM SOMAR-DIGITO-NISS
               VARYING NISS-IDX FROM 1 BY 1
               UNTIL NISS-IDX > 10.
           DIVIDE NISS-SOMA BY 10 GIVING NISS-QUOCIENTE
               REMAINDER NISS-RESTO.
           COMPUTE NISS-CONTROLO = 9 - NISS-RESTO.

           VALIDAR-NISS-FIM.
               EXIT.

           SOMAR-DIGITO-NISS.

           COMPUTE NISS-SOMA = NISS-SOMA
                   + NISS-DIGITO (NISS-IDX) * NISS-PESO (NISS-IDX).

      *    ---- a new hire's identity off the A line -- zeros and     ----*
      *    ---- spaces for whatever it did not carry.                 ----*
           GUARDAR-IDENTIDADE-NOVA.

           MOVE ZERO TO EMP-TBL-NIF (EMPLOYEE-COUNT).
           IF TRANS-NIF IS NUMERIC
               MOVE TRANS-NIF TO EMP-TBL-NIF (EMPLOYEE-COUNT)
           END-IF.
           MOVE ZERO TO EMP-TBL-NISS (EMPLOYEE-COUNT).
           IF TRANS-NISS IS NUMERIC
               MOVE TRANS-NISS TO EMP-TBL-NISS (EMPLOYEE-COUNT)
           END-IF.
           MOVE TRANS-BIRTH-DATE TO EMP-TBL-BIRTH-DATE (EMPLOYEE-COUNT).

      *    ---- looks the transaction's employee number up in the     ----*
      *    ---- table; EMP-ATUAL is the slot found, zero if none. a   ----*
      *    ---- line with no number finds no-one.                     ----*
           PROCURAR-EMPREGADO-TRANS.

           MOVE ZERO TO PROCURA-EMP-NUMBER.
           IF TRANS-EMP-NUMBER IS NUMERIC
               MOVE TRANS-EMP-NUMBER TO PROCURA-EMP-NUMBER
           END-IF.
           PERFORM PROCURAR-EMPREGADO.

           PROCURAR-EMPREGADO.

           MOVE ZERO TO EMP-ATUAL.
           IF PROCURA-EMP-NUMBER > ZERO
               SET EMP-IDX TO 1
               SEARCH EMPLOYEE-ENTRY
                   AT END CONTINUE
                   WHEN EMP-TBL-EMP-NUMBER (EMP-IDX)
                           = PROCURA-EMP-NUMBER
                       SET EMP-ATUAL TO EMP-IDX
               END-SEARCH
           END-IF.

      *    ---- pulls EMPLOYEE-MASTER.txt into EMPLOYEE-TABLE, the    ----*
      *    ---- same load-whole-rewrite-whole style as PROD1V1.        ----*
                   TO EMP-TBL-LAST-NAME (EMPLOYEE-COUNT)
               MOVE MASTER-FIRST-NAME
                   TO EMP-TBL-FIRST-NAME (EMPLOYEE-COUNT)
               IF MASTER-EMP-NUMBER IS NUMERIC
                   MOVE MASTER-EMP-NUMBER
                       TO EMP-TBL-EMP-NUMBER (EMPLOYEE-COUNT)
               ELSE
                   MOVE ZERO TO EMP-TBL-EMP-NUMBER (EMPLOYEE-COUNT)
               END-IF
               IF EMP-TBL-EMP-NUMBER (EMPLOYEE-COUNT) > ULTIMO-NUMERO
                   MOVE EMP-TBL-EMP-NUMBER (EMPLOYEE-COUNT)
                       TO ULTIMO-NUMERO
               END-IF
               MOVE MASTER-YTD-GROSS
                   TO EMP-TBL-YTD-GROSS (EMPLOYEE-COUNT)
               MOVE MASTER-YTD-DEDUCTIONS
               END-IF
               MOVE MASTER-LAST-PERIOD
                   TO EMP-TBL-LAST-PERIOD (EMPLOYEE-COUNT)
               MOVE MASTER-HIRE-DATE
                   TO EMP-TBL-HIRE-DATE (EMPLOYEE-COUNT)
               MOVE MASTER-TERM-DATE
                   TO EMP-TBL-TERM-DATE (EMPLOYEE-COUNT)
               IF MASTER-SUBSIDY-MODE = "D"
                   MOVE "D" TO EMP-TBL-SUBSIDY-MODE (EMPLOYEE-COUNT)
               ELSE
                   MOVE "L" TO EMP-TBL-SUBSIDY-MODE (EMPLOYEE-COUNT)
               END-IF
               IF MASTER-SUBF-PAID IS NUMERIC
                       AND MASTER-SUBN-PAID IS NUMERIC
                       AND MASTER-SUBF-LAST IS NUMERIC
                       AND MASTER-SUBN-LAST IS NUMERIC
                   MOVE MASTER-SUBF-PAID
                       TO EMP-TBL-SUBF-PAID (EMPLOYEE-COUNT)
                   MOVE MASTER-SUBN-PAID
                       TO EMP-TBL-SUBN-PAID (EMPLOYEE-COUNT)
                   MOVE MASTER-SUBF-LAST
                       TO EMP-TBL-SUBF-LAST (EMPLOYEE-COUNT)
                   MOVE MASTER-SUBN-LAST
                       TO EMP-TBL-SUBN-LAST (EMPLOYEE-COUNT)
               ELSE
                   MOVE ZERO TO EMP-TBL-SUBF-PAID (EMPLOYEE-COUNT)
                   MOVE ZERO TO EMP-TBL-SUBN-PAID (EMPLOYEE-COUNT)
                   MOVE ZERO TO EMP-TBL-SUBF-LAST (EMPLOYEE-COUNT)
                   MOVE ZERO TO EMP-TBL-SUBN-LAST (EMPLOYEE-COUNT)
               END-IF
               MOVE MASTER-ACCOUNT TO EMP-TBL-ACCOUNT (EMPLOYEE-COUNT)
               MOVE MASTER-END-REASON
                   TO EMP-TBL-END-REASON (EMPLOYEE-COUNT)
               IF MASTER-LAST-RATE IS NUMERIC
                       AND MASTER-NOTICE-DAYS IS NUMERIC
                       AND MASTER-SETTLED-NET IS NUMERIC
                   MOVE MASTER-LAST-RATE
                       TO EMP-TBL-LAST-RATE (EMPLOYEE-COUNT)
                   MOVE MASTER-NOTICE-DAYS
                       TO EMP-TBL-NOTICE-DAYS (EMPLOYEE-COUNT)
                   MOVE MASTER-SETTLED-NET
                       TO EMP-TBL-SETTLED-NET (EMPLOYEE-COUNT)
               ELSE
                   MOVE ZERO TO EMP-TBL-LAST-RATE (EMPLOYEE-COUNT)
                   MOVE ZERO TO EMP-TBL-NOTICE-DAYS (EMPLOYEE-COUNT)
                   MOVE ZERO TO EMP-TBL-SETTLED-NET (EMPLOYEE-COUNT)
               END-IF
               IF MASTER-SETTLED-DATE IS NUMERIC
                   MOVE MASTER-SETTLED-DATE
                       TO EMP-TBL-SETTLED-DATE (EMPLOYEE-COUNT)
               ELSE
                   MOVE SPACES TO EMP-TBL-SETTLED-DATE (EMPLOYEE-COUNT)
               END-IF
               IF MASTER-HOME-BRANCH IS NUMERIC
                   MOVE MASTER-HOME-BRANCH
                       TO EMP-TBL-HOME-BRANCH (EMPLOYEE-COUNT)
               ELSE
                   MOVE ZERO TO EMP-TBL-HOME-BRANCH (EMPLOYEE-COUNT)
               END-IF
               IF MASTER-NIF IS NUMERIC
                       AND MASTER-NISS IS NUMERIC
                   MOVE MASTER-NIF TO EMP-TBL-NIF (EMPLOYEE-COUNT)
                   MOVE MASTER-NISS TO EMP-TBL-NISS (EMPLOYEE-COUNT)
               ELSE
                   MOVE ZERO TO EMP-TBL-NIF (EMPLOYEE-COUNT)
                   MOVE ZERO TO EMP-TBL-NISS (EMPLOYEE-COUNT)
               END-IF
               MOVE MASTER-BIRTH-DATE
                   TO EMP-TBL-BIRTH-DATE (EMPLOYEE-COUNT)
           END-IF.

           READ EMPLOYEE-MASTER
               MOVE "mestre de empregados nao reescrito - tabela cheia"
                   TO ERR-MENSAGEM
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               MOVE "N" TO MESTRES-GRAVADOS
               GO TO SAVE-EMPLOYEE-MASTER-FIM
           END-IF.

           OPEN OUTPUT EMPLOYEE-MASTER.
           IF EMPLOYEE-MASTER-STATUS NOT = "00"
               MOVE "PROD1V2" TO ERR-PROGRAMA
               MOVE "E01" TO ERR-CODIGO
               MOVE "erro ao gravar EMPLOYEE-MASTER.txt" TO ERR-MENSAGEM
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               MOVE "N" TO MESTRES-GRAVADOS
               GO TO SAVE-EMPLOYEE-MASTER-FIM
           END-IF.
           PERFORM WRITE-EMPLOYEE-ENTRY
               VARYING EMP-IDX FROM 1 BY 1
               UNTIL EMP-IDX > EMPLOYEE-COUNT.

           MOVE EMP-TBL-LAST-NAME (EMP-IDX) TO MASTER-LAST-NAME.
           MOVE EMP-TBL-FIRST-NAME (EMP-IDX) TO MASTER-FIRST-NAME.
           MOVE EMP-TBL-EMP-NUMBER (EMP-IDX) TO MASTER-EMP-NUMBER.
           MOVE EMP-TBL-YTD-GROSS (EMP-IDX) TO MASTER-YTD-GROSS.
           MOVE EMP-TBL-YTD-DEDUCTIONS (EMP-IDX)
               TO MASTER-YTD-DEDUCTIONS.
           MOVE EMP-TBL-SICK-BALANCE (EMP-IDX) TO MASTER-SICK-BALANCE.
           MOVE EMP-TBL-STATUS (EMP-IDX) TO MASTER-EMP-STATUS.
           MOVE EMP-TBL-LAST-PERIOD (EMP-IDX) TO MASTER-LAST-PERIOD.
           MOVE EMP-TBL-HIRE-DATE (EMP-IDX) TO MASTER-HIRE-DATE.
           MOVE EMP-TBL-TERM-DATE (EMP-IDX) TO MASTER-TERM-DATE.
           MOVE EMP-TBL-SUBSIDY-MODE (EMP-IDX) TO MASTER-SUBSIDY-MODE.
           MOVE EMP-TBL-SUBF-PAID (EMP-IDX) TO MASTER-SUBF-PAID.
           MOVE EMP-TBL-SUBN-PAID (EMP-IDX) TO MASTER-SUBN-PAID.
           MOVE EMP-TBL-SUBF-LAST (EMP-IDX) TO MASTER-SUBF-LAST.
           MOVE EMP-TBL-SUBN-LAST (EMP-IDX) TO MASTER-SUBN-LAST.
           MOVE EMP-TBL-ACCOUNT (EMP-IDX) TO MASTER-ACCOUNT.
           MOVE EMP-TBL-LAST-RATE (EMP-IDX) TO MASTER-LAST-RATE.
           MOVE EMP-TBL-NOTICE-DAYS (EMP-IDX) TO MASTER-NOTICE-DAYS.
           MOVE EMP-TBL-END-REASON (EMP-IDX) TO MASTER-END-REASON.
           MOVE EMP-TBL-SETTLED-DATE (EMP-IDX) TO MASTER-SETTLED-DATE.
           MOVE EMP-TBL-SETTLED-NET (EMP-IDX) TO MASTER-SETTLED-NET.
           MOVE EMP-TBL-HOME-BRANCH (EMP-IDX) TO MASTER-HOME-BRANCH.
           MOVE EMP-TBL-NIF (EMP-IDX) TO MASTER-NIF.
           MOVE EMP-TBL-NISS (EMP-IDX) TO MASTER-NISS.
           MOVE EMP-TBL-BIRTH-DATE (EMP-IDX) TO MASTER-BIRTH-DATE.
           WRITE EMPLOYEE-MASTER-FILE.

      *    ---- pulls PAY-RATES.txt, if present, into RATE-TABLE.     ----*
           LOAD-PAY-RATES.

           MOVE "YYY" TO PAY-RATES-EOF.
           OPEN INPUT PAY-RATES.

           IF PAY-RATES-STATUS = "00"
               MOVE SPACES TO PAY-RATES-EOF
               READ PAY-RATES
                   AT END MOVE "YYY" TO PAY-RATES-EOF
               END-READ

               PERFORM BUILD-RATE-ENTRY
                   UNTIL PAY-RATES-EOF = "YYY"

               CLOSE PAY-RATES
           END-IF.

           BUILD-RATE-ENTRY.

           IF RATE-COUNT = 500 AND RATES-OVERFLOW = "N"
               MOVE "Y" TO RATES-OVERFLOW
               MOVE "PROD1V2" TO ERR-PROGRAMA
               MOVE "E04" TO ERR-CODIGO
               MOVE "ficheiro de taxas horarias excede a tabela" TO
                   ERR-MENSAGEM
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
           END-IF.

           IF RATE-COUNT < 500 AND RATE-BASE IS NUMERIC
               ADD 1 TO RATE-COUNT
               MOVE RATE-LAST-NAME TO RATE-TBL-LAST-NAME (RATE-COUNT)
               MOVE RATE-FIRST-NAME TO RATE-TBL-FIRST-NAME (RATE-COUNT)
               IF RATE-EMP-NUMBER IS NUMERIC
                   MOVE RATE-EMP-NUMBER
                       TO RATE-TBL-EMP-NUMBER (RATE-COUNT)
               ELSE
                   MOVE ZERO TO RATE-TBL-EMP-NUMBER (RATE-COUNT)
               END-IF
               MOVE RATE-EFF-DATE TO RATE-TBL-EFF-DATE (RATE-COUNT)
               MOVE RATE-BASE TO RATE-TBL-BASE (RATE-COUNT)
               IF RATE-SETTLED IS NUMERIC
                   MOVE RATE-SETTLED TO RATE-TBL-SETTLED (RATE-COUNT)
               ELSE
                   MOVE ZERO TO RATE-TBL-SETTLED (RATE-COUNT)
               END-IF
           END-IF.

           READ PAY-RATES
               AT END MOVE "YYY" TO PAY-RATES-EOF
           END-READ.

      *    ---- rewrites PAY-RATES.txt with this run's changes.       ----*
           SAVE-PAY-RATES.

           IF RATES-OVERFLOW = "Y"
               MOVE "PROD1V2" TO ERR-PROGRAMA
               MOVE "E04" TO ERR-CODIGO
               MOVE "taxas horarias nao reescritas - tabela cheia"
                   TO ERR-MENSAGEM
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               MOVE "N" TO MESTRES-GRAVADOS
               GO TO SAVE-PAY-RATES-FIM
           END-IF.

           IF RATE-COUNT = ZERO
               GO TO SAVE-PAY-RATES-FIM
           END-IF.

           OPEN OUTPUT PAY-RATES.
           IF PAY-RATES-STATUS NOT = "00"
               MOVE "PROD1V2" TO ERR-PROGRAMA
               MOVE "E01" TO ERR-CODIGO
               MOVE "erro ao gravar PAY-RATES.txt" TO ERR-MENSAGEM
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               MOVE "N" TO MESTRES-GRAVADOS
               GO TO SAVE-PAY-RATES-FIM
           END-IF.
           PERFORM WRITE-RATE-ENTRY
               VARYING RATE-IDX FROM 1 BY 1
               UNTIL RATE-IDX > RATE-COUNT.
           CLOSE PAY-RATES.

           SAVE-PAY-RATES-FIM.
               EXIT.

           WRITE-RATE-ENTRY.

           MOVE SPACES TO PAY-RATES-FILE.
           MOVE RATE-TBL-LAST-NAME (RATE-IDX) TO RATE-LAST-NAME.
           MOVE RATE-TBL-FIRST-NAME (RATE-IDX) TO RATE-FIRST-NAME.
           MOVE RATE-TBL-EMP-NUMBER (RATE-IDX) TO RATE-EMP-NUMBER.
           MOVE RATE-TBL-EFF-DATE (RATE-IDX) TO RATE-EFF-DATE.
           MOVE RATE-TBL-BASE (RATE-IDX) TO RATE-BASE.
           MOVE RATE-TBL-SETTLED (RATE-IDX) TO RATE-SETTLED.
           WRITE PAY-RATES-FILE.

      *    ---- pulls BRANCH-ASSIGNMENTS.txt, if present, into        ----*
      *    ---- DESTAC-TABLE.                                          ----*
           LOAD-BRANCH-ASSIGNMENTS.

           MOVE "YYY" TO BRANCH-ASSIGN-EOF.
           OPEN INPUT BRANCH-ASSIGNMENTS.

           IF BRANCH-ASSIGN-STATUS = "00"
               MOVE SPACES TO BRANCH-ASSIGN-EOF
               READ BRANCH-ASSIGNMENTS
                   AT END MOVE "YYY" TO BRANCH-ASSIGN-EOF
               END-READ

               PERFORM BUILD-DESTAC-ENTRY
                   UNTIL BRANCH-ASSIGN-EOF = "YYY"

               CLOSE BRANCH-ASSIGNMENTS
           END-IF.

           BUILD-DESTAC-ENTRY.

           IF DESTAC-COUNT = 500 AND DESTAC-OVERFLOW = "N"
               MOVE "Y" TO DESTAC-OVERFLOW
               MOVE "PROD1V2" TO ERR-PROGRAMA
               MOVE "E04" TO ERR-CODIGO
               MOVE "ficheiro de destacamentos excede a tabela" TO
                   ERR-MENSAGEM
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
           END-IF.

           IF DESTAC-COUNT < 500 AND BRA-BALCAO IS NUMERIC
               ADD 1 TO DESTAC-COUNT
               MOVE BRA-LAST-NAME TO DESTAC-TBL-LAST-NAME (DESTAC-COUNT)
               MOVE BRA-FIRST-NAME
                   TO DESTAC-TBL-FIRST-NAME (DESTAC-COUNT)
               IF BRA-EMP-NUMBER IS NUMERIC
                   MOVE BRA-EMP-NUMBER
                       TO DESTAC-TBL-EMP-NUMBER (DESTAC-COUNT)
               ELSE
                   MOVE ZERO TO DESTAC-TBL-EMP-NUMBER (DESTAC-COUNT)
               END-IF
               MOVE BRA-INICIO TO DESTAC-TBL-INICIO (DESTAC-COUNT)
               MOVE BRA-FIM TO DESTAC-TBL-FIM (DESTAC-COUNT)
               MOVE BRA-BALCAO TO DESTAC-TBL-BALCAO (DESTAC-COUNT)
           END-IF.

           READ BRANCH-ASSIGNMENTS
               AT END MOVE "YYY" TO BRANCH-ASSIGN-EOF
           END-READ.

      *    ---- rewrites BRANCH-ASSIGNMENTS.txt with this run's       ----*
      *    ---- changes.                                              ----*
           SAVE-BRANCH-ASSIGNMENTS.

           IF DESTAC-OVERFLOW = "Y"
               MOVE "PROD1V2" TO ERR-PROGRAMA
               MOVE "E04" TO ERR-CODIGO
               MOVE "destacamentos nao reescritos - tabela cheia"
                   TO ERR-MENSAGEM
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               MOVE "N" TO MESTRES-GRAVADOS
               GO TO SAVE-BRANCH-ASSIGNMENTS-FIM
           END-IF.

           IF DESTAC-COUNT = ZERO
               GO TO SAVE-BRANCH-ASSIGNMENTS-FIM
           END-IF.

           OPEN OUTPUT BRANCH-ASSIGNMENTS.
           IF BRANCH-ASSIGN-STATUS NOT = "00"
               MOVE "PROD1V2" TO ERR-PROGRAMA
               MOVE "E01" TO ERR-CODIGO
               MOVE "erro ao gravar BRANCH-ASSIGNMENTS.txt" TO
                   ERR-MENSAGEM
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               MOVE "N" TO MESTRES-GRAVADOS
               GO TO SAVE-BRANCH-ASSIGNMENTS-FIM
           END-IF.
           PERFORM WRITE-DESTAC-ENTRY
               VARYING DESTAC-IDX FROM 1 BY 1
               UNTIL DESTAC-IDX > DESTAC-COUNT.
           CLOSE BRANCH-ASSIGNMENTS.

           SAVE-BRANCH-ASSIGNMENTS-FIM.
               EXIT.

           WRITE-DESTAC-ENTRY.

           MOVE SPACES TO BRANCH-ASSIGN-FILE.
           MOVE DESTAC-TBL-LAST-NAME (DESTAC-IDX) TO BRA-LAST-NAME.
           MOVE DESTAC-TBL-FIRST-NAME (DESTAC-IDX) TO BRA-FIRST-NAME.
           MOVE DESTAC-TBL-EMP-NUMBER (DESTAC-IDX) TO BRA-EMP-NUMBER.
           MOVE DESTAC-TBL-INICIO (DESTAC-IDX) TO BRA-INICIO.
           MOVE DESTAC-TBL-FIM (DESTAC-IDX) TO BRA-FIM.
           MOVE DESTAC-TBL-BALCAO (DESTAC-IDX) TO BRA-BALCAO.
           WRITE BRANCH-ASSIGN-FILE.

      *    ---- the branch codes off BRANCHES.txt, if present.        ----*
           LOAD-BRANCHES.

           MOVE "YYY" TO BRANCHES-EOF.
           OPEN INPUT BRANCHES.

           IF BRANCHES-STATUS = "00"
               MOVE SPACES TO BRANCHES-EOF
               READ BRANCHES
                   AT END MOVE "YYY" TO BRANCHES-EOF
               END-READ

               PERFORM BUILD-BALCAO-ENTRY
                   UNTIL BRANCHES-EOF = "YYY"

               CLOSE BRANCHES
           END-IF.

           BUILD-BALCAO-ENTRY.

           IF BALCAO-COUNT < 99 AND BRANCH_MASTER_CODE IS NUMERIC
               ADD 1 TO BALCAO-COUNT
               MOVE BRANCH_MASTER_CODE TO BALCAO-TBL-CODE (BALCAO-COUNT)
           END-IF.

           READ BRANCHES
               AT END MOVE "YYY" TO BRANCHES-EOF
           END-READ.

           COPY DATEPD.
           COPY AUDITPD.
           COPY BALANCEPD.
           COPY LOCKPD.
           COPY RUNSTPD.
           COPY NIFPD.

       END PROGRAM PROD1V2.
