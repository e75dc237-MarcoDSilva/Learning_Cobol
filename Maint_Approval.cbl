      *=======================================================================*
       IDENTIFICATION DIVISION.
      *=======================================================================*
       PROGRAM-ID. APROVMNT.
      *************************************************************************
      *************************************************************************
      *************************************************************************
      *                           IEFP SOLUTIONS                              *
      *OBJECTIVO:                                                             *
      *               APROVACAO DAS TRANSACOES DE MANUTENCAO                  *
      *               quatro olhos sobre os ficheiros mestre: as              *
      *               transacoes que os operadores lancam para o              *
      *               PROD2V2, PROD2V3, PROD1V2, LIVROMNT e PRODUCAO-3        *
      *               passam primeiro por PENDING-APPROVAL.txt, com o         *
      *               operador que as lancou. um segundo operador,            *
      *               diferente, aprova ou rejeita cada uma em                *
      *               APPROVAL-DECISIONS-IN.txt, e so as aprovadas            *
      *               seguem, carimbadas com o aprovador, para o              *
      *               ficheiro que o programa de manutencao le.               *
      *               cada decisao fica registada em AUDIT-TRAIL.txt.         *
      *                                                                       *
      *************************************************************************
      ***************************FIM DOCUMENTAÇÃO******************************

      *=======================================================================*
                             ENVIRONMENT DIVISION.
      *=======================================================================*
                             CONFIGURATION SECTION.
      *=======================================================================*
                               SPECIAL-NAMES.
      *=======================================================================*
                             INPUT-OUTPUT SECTION.
      *=======================================================================*
                               FILE-CONTROL.

      *    dynamic so one declaration serves every maintenance        *
      *    program's entry file, named off PROG-TABLE.                *
           SELECT MAINT-ENTRY ASSIGN DYNAMIC ENTRY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAINT-ENTRY-STATUS.
      *    ...and the approved file each maintenance program reads.   *
           SELECT MAINT-APROV ASSIGN DYNAMIC APROV-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAINT-APROV-STATUS.

      *    the queue itself, read whole at start-up and rewritten at  *
      *    the end, the same way PROD2V1 keeps its credit holds.      *
           SELECT PENDING-IN ASSIGN TO 'PENDING-APPROVAL.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDING-IN-STATUS.
           SELECT PENDING-OUT ASSIGN TO 'PENDING-APPROVAL.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDING-OUT-STATUS.
           SELECT APPROVAL-DECISIONS-IN
               ASSIGN TO 'APPROVAL-DECISIONS-IN.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DECISIONS-STATUS.
           SELECT QUEUE-REPORT-OUT ASSIGN DYNAMIC QUEUE-REPORT-FILENAME.

      *    ---- shared run-date/error-log facility, common to the      ----*
      *    ---- overnight batch suite.                                 ----*
           COPY DATESEL.
           COPY AUDITSEL.
           COPY RUNSTSEL.
           COPY LOCKSEL.

      *=======================================================================*
                               DATA DIVISION.
      *=======================================================================*
                               FILE SECTION.

      *          ======== maintenance transactions, as keyed ========  *
      *    each owner's own transaction layout; the entering          *
      *    operator sits at PROG-OPER-POS and the approver stamp at   *
      *    PROG-APROV-POS, as PROG-TABLE records.                     *
           FD MAINT-ENTRY.
           01 MAINT-ENTRY-RECORD PIC X(150).

           FD MAINT-APROV.
           01 MAINT-APROV-RECORD PIC X(150).

      *          ======== pending-approval queue ========              *
      *    one line per transaction: the day it was captured and its  *
      *    number within that day (together the key a decision        *
      *    quotes), the owning program, who keyed it, P pending,      *
      *    A approved or R rejected, who decided it and when, and     *
      *    the transaction line itself.                               *
           FD PENDING-IN.
           01 PENDING-RECORD-IN.
               02 PND-DATA-ENTRADA PIC 9(8).
               02 PND-SEQ PIC 9(4).
               02 PND-PROGRAMA PIC X(8).
               02 PND-OPERADOR PIC X(3).
               02 PND-ESTADO PIC X(1).
               02 PND-APROVADOR PIC X(3).
               02 PND-DATA-DECISAO PIC 9(8).
               02 PND-TRANSACAO PIC X(150).

           FD PENDING-OUT.
           01 PENDING-RECORD-OUT.
               02 PNO-DATA-ENTRADA PIC 9(8).
               02 PNO-SEQ PIC 9(4).
               02 PNO-PROGRAMA PIC X(8).
               02 PNO-OPERADOR PIC X(3).
               02 PNO-ESTADO PIC X(1).
               02 PNO-APROVADOR PIC X(3).
               02 PNO-DATA-DECISAO PIC 9(8).
               02 PNO-TRANSACAO PIC X(150).

      *          ======== the checker's decisions ========             *
      *    one line per decision: the queue key (capture date and     *
      *    number), the deciding operator, A approve or R reject.     *
           FD APPROVAL-DECISIONS-IN.
           01 APPROVAL-DECISIONS-FILE.
               02 DEC-DATA-ENTRADA PIC 9(8).
               02 DEC-SEQ PIC 9(4).
               02 DEC-APROVADOR PIC X(3).
               02 DEC-DECISAO PIC X(1).

      *          ======== queue as it stands after the run ========    *
           FD QUEUE-REPORT-OUT.
           01 QUEUE-LINE-OUT.
               02 QRL-DATA-OUT PIC 9(8).
               02 FILLER PIC X(1) VALUE "-".
               02 QRL-SEQ-OUT PIC 9(4).
               02 FILLER PIC X(2) VALUE SPACES.
               02 QRL-PROGRAMA-OUT PIC X(8).
               02 FILLER PIC X(2) VALUE SPACES.
               02 QRL-LABEL-1 PIC X(10).
               02 QRL-OPERADOR-OUT PIC X(3).
               02 FILLER PIC X(2) VALUE SPACES.
               02 QRL-ESTADO-OUT PIC X(9).
               02 FILLER PIC X(2) VALUE SPACES.
               02 QRL-LABEL-2 PIC X(11).
               02 QRL-APROVADOR-OUT PIC X(3).
               02 FILLER PIC X(2) VALUE SPACES.
               02 QRL-TRANSACAO-OUT PIC X(60).

           COPY DATEFD.
           COPY AUDITFD.
           COPY RUNSTFD.
           COPY LOCKFD.

      *=======================================================================*
                           WORKING-STORAGE SECTION.

           COPY DATEWS.
           COPY AUDITWS.
           COPY BALANCEWS.
           COPY RUNSTWS.
           COPY LOCKWS.

       77  MAINT-ENTRY-STATUS PIC X(2) VALUE SPACES.
       77  MAINT-ENTRY-EOF PIC X(3) VALUE SPACES.
       77  MAINT-APROV-STATUS PIC X(2) VALUE SPACES.
       77  PENDING-IN-STATUS PIC X(2) VALUE SPACES.
       77  PENDING-OUT-STATUS PIC X(2) VALUE SPACES.
       77  PENDING-EOF PIC X(3) VALUE SPACES.
       77  DECISIONS-STATUS PIC X(2) VALUE SPACES.
       77  DECISIONS-EOF PIC X(3) VALUE SPACES.
       77  ENTRY-FILENAME PIC X(24) VALUE SPACES.
       77  APROV-FILENAME PIC X(24) VALUE SPACES.
       77  QUEUE-REPORT-FILENAME PIC X(34) VALUE SPACES.
       77  HOJE-YYYYMMDD PIC 9(8) VALUE ZERO.

       77  LINHAS-LIDAS PIC 9(7) VALUE ZERO.
       77  LINHAS-REGISTADAS PIC 9(7) VALUE ZERO.
       77  LINHAS-REJEITADAS PIC 9(7) VALUE ZERO.
       77  TOTAL-CAPTURADAS PIC 9(5) VALUE ZERO.
       77  TOTAL-APROVADAS PIC 9(5) VALUE ZERO.
       77  TOTAL-REJEITADAS PIC 9(5) VALUE ZERO.
       77  TOTAL-PENDENTES PIC 9(5) VALUE ZERO.

      *    the maintenance programs behind the queue: the name they   *
      *    log under, where operators key their lines, the approved   *
      *    file the program now reads, and where the operator and     *
      *    the approver stamp sit on the line. keep the positions in  *
      *    step with the owners' FDs.                                 *
       77  PROG-IDX PIC 9(1) VALUE ZERO.
       77  PROG-ATUAL PIC 9(1) VALUE ZERO.
       01  PROG-TABLE.
           02  PROG-ENTRY OCCURS 5 TIMES.
               03 PROG-NOME PIC X(8).
               03 PROG-ENTRADA PIC X(24).
               03 PROG-APROVADO PIC X(24).
               03 PROG-OPER-POS PIC 9(3).
               03 PROG-APROV-POS PIC 9(3).

      *    the whole queue in memory: what was on file, what was      *
      *    captured this run, and what was decided this run (PND-TBL- *
      *    NOVA "S"), which is what goes out to the approved files.   *
      *    a queue too big for the table must never be rewritten      *
      *    from it -- that would lose the overflow.                   *
       77  QUEUE-OVERFLOW PIC X(1) VALUE "N".
       77  PND-COUNT PIC 9(3) VALUE ZERO.
       77  PND-IDX PIC 9(3) VALUE ZERO.
       77  PND-ATUAL PIC 9(3) VALUE ZERO.
       77  PND-LIVRES PIC 9(3) VALUE ZERO.
       77  PROXIMO-SEQ PIC 9(4) VALUE 1.
       77  ENTRADA-LINHAS PIC 9(5) VALUE ZERO.
       77  ENTRADA-OPERADOR PIC X(3) VALUE SPACES.

       01  PND-TABLE.
           02  PND-ENTRY OCCURS 500 TIMES.
               03 PND-TBL-DATA PIC 9(8).
               03 PND-TBL-SEQ PIC 9(4).
               03 PND-TBL-PROGRAMA PIC X(8).
               03 PND-TBL-OPERADOR PIC X(3).
               03 PND-TBL-ESTADO PIC X(1).
               03 PND-TBL-APROVADOR PIC X(3).
               03 PND-TBL-DATA-DECISAO PIC 9(8).
               03 PND-TBL-TRANSACAO PIC X(150).
               03 PND-TBL-NOVA PIC X(1).

      *=======================================================================*
                             PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM ABRIR-ERROR-LOG.
           PERFORM ABRIR-AUDIT-TRAIL.
      *    ---- only one APROVMNT may work the queue at a time:       ----*
      *    ---- take the run lock or refuse loudly.                   ----*
           MOVE "APROVMNT" TO LOCK-PROGRAMA.
           PERFORM OBTER-RUN-LOCK THRU OBTER-RUN-LOCK-EXIT.
           IF LOCK-OBTIDO = "N"
               DISPLAY "APROVMNT - JA EM EXECUCAO - RECUSADO"
               MOVE 8 TO RETURN-CODE
               CLOSE ERROR-LOG
                     AUDIT-TRAIL
               STOP RUN
           END-IF.

           MOVE "APROVMNT" TO RST-PROGRAMA.
           PERFORM REGISTAR-INICIO-EXECUCAO
               THRU REGISTAR-INICIO-EXECUCAO-EXIT.
           PERFORM OBTER-DATA-EXECUCAO.
           DISPLAY "APROVMNT - RUN DATE: " RUN-DATE-DISPLAY.

           COMPUTE HOJE-YYYYMMDD =
                   (RUN-DATE-YYYY * 10000)
                   + (RUN-DATE-MM * 100) + RUN-DATE-DD.
           STRING "APPROVAL-QUEUE-" RUN-PERIOD-TAG ".txt"
               DELIMITED BY SIZE INTO QUEUE-REPORT-FILENAME.

           PERFORM CARREGAR-PROGRAMAS.
           PERFORM CARREGAR-PENDENTES.

           IF QUEUE-OVERFLOW = "Y"
               MOVE "APROVMNT" TO ERR-PROGRAMA
               MOVE "E02" TO ERR-CODIGO
               MOVE "fila excede a tabela - nada processado" TO
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

           PERFORM CAPTURAR-ENTRADAS THRU CAPTURAR-ENTRADAS-FIM
               VARYING PROG-IDX FROM 1 BY 1
               UNTIL PROG-IDX > 5.

           PERFORM PROCESSAR-DECISOES.

           PERFORM ESCREVER-APROVADAS
               VARYING PROG-IDX FROM 1 BY 1
               UNTIL PROG-IDX > 5.

           PERFORM GRAVAR-PENDENTES.

           DISPLAY "APROVMNT - CAPTURADAS " TOTAL-CAPTURADAS
               " APROVADAS " TOTAL-APROVADAS
               " REJEITADAS " TOTAL-REJEITADAS
               " PENDENTES " TOTAL-PENDENTES.

           MOVE "APROVMNT" TO BAL-PROGRAMA.
           MOVE "E03" TO BAL-CODIGO-ERRO.
           MOVE LINHAS-LIDAS TO BAL-LIDOS.
           MOVE LINHAS-REGISTADAS TO BAL-GRAVADOS.
           MOVE LINHAS-REJEITADAS TO BAL-REJEITADOS.
           PERFORM VERIFICAR-BALANCEAMENTO
               THRU VERIFICAR-BALANCEAMENTO-EXIT.

      *    ---- one FIM line on RUN-STATUS.txt so the dashboard and  ----*
      *    ---- the audit reconciliation see a clean end -- this      ----*
      *    ---- program's audit lines all carry a zero value, so the  ----*
      *    ---- control total is zero too.                            ----*
           MOVE LINHAS-LIDAS TO RST-LIDOS.
           MOVE LINHAS-REGISTADAS TO RST-GRAVADOS.
           MOVE LINHAS-REJEITADAS TO RST-REJEITADOS.
           MOVE ZERO TO RST-VALOR.
           MOVE "OK" TO RST-RESULTADO.
           PERFORM REGISTAR-FIM-EXECUCAO
               THRU REGISTAR-FIM-EXECUCAO-EXIT.

           PERFORM LIBERTAR-RUN-LOCK.

           CLOSE ERROR-LOG
                 AUDIT-TRAIL.
           STOP RUN.

      *    ---- the five maintenance programs whose transactions      ----*
      *    ---- need a second operator before they touch a master.    ----*
           CARREGAR-PROGRAMAS.

           MOVE SPACES TO PROG-TABLE.
           MOVE "PROD2V2" TO PROG-NOME (1).
           MOVE "FLEET-TRANS-IN.txt" TO PROG-ENTRADA (1).
           MOVE "FLEET-TRANS-APROV.txt" TO PROG-APROVADO (1).
           MOVE 058 TO PROG-OPER-POS (1).
           MOVE 061 TO PROG-APROV-POS (1).
           MOVE "PROD2V3" TO PROG-NOME (2).
           MOVE "CUST-TRANS-IN.txt" TO PROG-ENTRADA (2).
           MOVE "CUST-TRANS-APROV.txt" TO PROG-APROVADO (2).
           MOVE 085 TO PROG-OPER-POS (2).
           MOVE 088 TO PROG-APROV-POS (2).
           MOVE "PROD1V2" TO PROG-NOME (3).
           MOVE "EMP-TRANS-IN.txt" TO PROG-ENTRADA (3).
           MOVE "EMP-TRANS-APROV.txt" TO PROG-APROVADO (3).
           MOVE 098 TO PROG-OPER-POS (3).
           MOVE 101 TO PROG-APROV-POS (3).
           MOVE "LIVROMNT" TO PROG-NOME (4).
           MOVE "LIVRO-TRANS-IN.txt" TO PROG-ENTRADA (4).
           MOVE "LIVRO-TRANS-APROV.txt" TO PROG-APROVADO (4).
           MOVE 141 TO PROG-OPER-POS (4).
           MOVE 144 TO PROG-APROV-POS (4).
           MOVE "PROD-3" TO PROG-NOME (5).
           MOVE "GRADE-AMEND-IN.txt" TO PROG-ENTRADA (5).
           MOVE "GRADE-AMEND-APROV.txt" TO PROG-APROVADO (5).
           MOVE 016 TO PROG-OPER-POS (5).
           MOVE 045 TO PROG-APROV-POS (5).

      *    ---- pulls PENDING-APPROVAL.txt, if present, into          ----*
      *    ---- PND-TABLE, and sets the next number for today's       ----*
      *    ---- captures past any already given today.                ----*
           CARREGAR-PENDENTES.

           MOVE SPACES TO PENDING-EOF.
           OPEN INPUT PENDING-IN.

           IF PENDING-IN-STATUS NOT = "00"
               MOVE "YYY" TO PENDING-EOF
           ELSE
               READ PENDING-IN
                   AT END MOVE "YYY" TO PENDING-EOF
               END-READ
               PERFORM CARREGAR-PENDENTE UNTIL PENDING-EOF = "YYY"
               CLOSE PENDING-IN
           END-IF.

           CARREGAR-PENDENTE.

           IF PND-COUNT = 500
               MOVE "Y" TO QUEUE-OVERFLOW
           ELSE
               ADD 1 TO PND-COUNT
               MOVE PND-DATA-ENTRADA TO PND-TBL-DATA (PND-COUNT)
               MOVE PND-SEQ TO PND-TBL-SEQ (PND-COUNT)
               MOVE PND-PROGRAMA TO PND-TBL-PROGRAMA (PND-COUNT)
               MOVE PND-OPERADOR TO PND-TBL-OPERADOR (PND-COUNT)
               MOVE PND-ESTADO TO PND-TBL-ESTADO (PND-COUNT)
               MOVE PND-APROVADOR TO PND-TBL-APROVADOR (PND-COUNT)
               MOVE PND-DATA-DECISAO
                   TO PND-TBL-DATA-DECISAO (PND-COUNT)
               MOVE PND-TRANSACAO TO PND-TBL-TRANSACAO (PND-COUNT)
               MOVE "N" TO PND-TBL-NOVA (PND-COUNT)
               IF PND-DATA-ENTRADA = HOJE-YYYYMMDD
                       AND PND-SEQ NOT < PROXIMO-SEQ
                   COMPUTE PROXIMO-SEQ = PND-SEQ + 1
               END-IF
           END-IF.

           READ PENDING-IN
               AT END MOVE "YYY" TO PENDING-EOF
           END-READ.

      *    ---- one program's entry file onto the queue. the file is  ----*
      *    ---- counted first: if the queue has no room for all of    ----*
      *    ---- it, none of it is taken and it waits for the next     ----*
      *    ---- run; otherwise every line is taken and the file is    ----*
      *    ---- emptied, so nothing is captured twice.                ----*
           CAPTURAR-ENTRADAS.

           MOVE PROG-ENTRADA (PROG-IDX) TO ENTRY-FILENAME.
           MOVE ZERO TO ENTRADA-LINHAS.
           OPEN INPUT MAINT-ENTRY.

           IF MAINT-ENTRY-STATUS NOT = "00"
               GO TO CAPTURAR-ENTRADAS-FIM
           END-IF.

           MOVE SPACES TO MAINT-ENTRY-EOF.
           READ MAINT-ENTRY
               AT END MOVE "YYY" TO MAINT-ENTRY-EOF
           END-READ.
           PERFORM CONTAR-ENTRADA UNTIL MAINT-ENTRY-EOF = "YYY".
           CLOSE MAINT-ENTRY.

           IF ENTRADA-LINHAS = ZERO
               GO TO CAPTURAR-ENTRADAS-FIM
           END-IF.

           COMPUTE PND-LIVRES = 500 - PND-COUNT.
           IF ENTRADA-LINHAS > PND-LIVRES
               MOVE "APROVMNT" TO ERR-PROGRAMA
               MOVE "E04" TO ERR-CODIGO
               MOVE "fila cheia - por capturar: " TO ERR-MENSAGEM
               MOVE ENTRY-FILENAME TO ERR-MENSAGEM (28:23)
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               GO TO CAPTURAR-ENTRADAS-FIM
           END-IF.

           OPEN INPUT MAINT-ENTRY.
           MOVE SPACES TO MAINT-ENTRY-EOF.
           READ MAINT-ENTRY
               AT END MOVE "YYY" TO MAINT-ENTRY-EOF
           END-READ.
           PERFORM CAPTURAR-ENTRADA UNTIL MAINT-ENTRY-EOF = "YYY".
           CLOSE MAINT-ENTRY.

           OPEN OUTPUT MAINT-ENTRY.
           CLOSE MAINT-ENTRY.

           CAPTURAR-ENTRADAS-FIM.
           EXIT.

           CONTAR-ENTRADA.

           IF MAINT-ENTRY-RECORD NOT = SPACES
               ADD 1 TO ENTRADA-LINHAS
           END-IF.

           READ MAINT-ENTRY
               AT END MOVE "YYY" TO MAINT-ENTRY-EOF
           END-READ.

      *    ---- one keyed line: it must say who keyed it, and any     ----*
      *    ---- approver stamp the operator typed in is wiped -- only ----*
      *    ---- this run puts one there.                              ----*
           CAPTURAR-ENTRADA.

           IF MAINT-ENTRY-RECORD NOT = SPACES
               ADD 1 TO LINHAS-LIDAS
               MOVE MAINT-ENTRY-RECORD (PROG-OPER-POS (PROG-IDX):3)
                   TO ENTRADA-OPERADOR
               IF ENTRADA-OPERADOR = SPACES
                   MOVE "APROVMNT" TO ERR-PROGRAMA
                   MOVE "E02" TO ERR-CODIGO
                   MOVE "transacao sem operador - " TO ERR-MENSAGEM
                   MOVE PROG-NOME (PROG-IDX) TO ERR-MENSAGEM (26:8)
                   PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
                   ADD 1 TO LINHAS-REJEITADAS
               ELSE
                   ADD 1 TO PND-COUNT
                   MOVE HOJE-YYYYMMDD TO PND-TBL-DATA (PND-COUNT)
                   MOVE PROXIMO-SEQ TO PND-TBL-SEQ (PND-COUNT)
                   ADD 1 TO PROXIMO-SEQ
                   MOVE PROG-NOME (PROG-IDX)
                       TO PND-TBL-PROGRAMA (PND-COUNT)
                   MOVE ENTRADA-OPERADOR
                       TO PND-TBL-OPERADOR (PND-COUNT)
                   MOVE "P" TO PND-TBL-ESTADO (PND-COUNT)
                   MOVE SPACES TO PND-TBL-APROVADOR (PND-COUNT)
                   MOVE ZERO TO PND-TBL-DATA-DECISAO (PND-COUNT)
                   MOVE MAINT-ENTRY-RECORD
                       TO PND-TBL-TRANSACAO (PND-COUNT)
                   MOVE SPACES TO PND-TBL-TRANSACAO (PND-COUNT)
                       (PROG-APROV-POS (PROG-IDX):3)
                   MOVE "N" TO PND-TBL-NOVA (PND-COUNT)
                   ADD 1 TO TOTAL-CAPTURADAS
                   ADD 1 TO LINHAS-REGISTADAS
               END-IF
           END-IF.

           READ MAINT-ENTRY
               AT END MOVE "YYY" TO MAINT-ENTRY-EOF
           END-READ.

      *    ---- the checker's decisions, if any were keyed.           ----*
           PROCESSAR-DECISOES.

           MOVE SPACES TO DECISIONS-EOF.
           OPEN INPUT APPROVAL-DECISIONS-IN.

           IF DECISIONS-STATUS NOT = "00"
               MOVE "YYY" TO DECISIONS-EOF
           ELSE
               READ APPROVAL-DECISIONS-IN
                   AT END MOVE "YYY" TO DECISIONS-EOF
               END-READ
               PERFORM APLICAR-DECISAO THRU APLICAR-DECISAO-FIM
                   UNTIL DECISIONS-EOF = "YYY"
               CLOSE APPROVAL-DECISIONS-IN
           END-IF.

      *    ---- one decision: the transaction must still be pending,  ----*
      *    ---- the decision A or R, and the deciding operator must   ----*
      *    ---- not be the one who keyed it -- that is the point.     ----*
           APLICAR-DECISAO.

           ADD 1 TO LINHAS-LIDAS.

           MOVE ZERO TO PND-ATUAL.
           PERFORM PROCURAR-PENDENTE
               VARYING PND-IDX FROM 1 BY 1
               UNTIL PND-IDX > PND-COUNT OR PND-ATUAL > ZERO.

           IF PND-ATUAL = ZERO
               MOVE "APROVMNT" TO ERR-PROGRAMA
               MOVE "E02" TO ERR-CODIGO
               MOVE "decisao sem transacao na fila - " TO ERR-MENSAGEM
               MOVE DEC-DATA-ENTRADA TO ERR-MENSAGEM (33:8)
               MOVE DEC-SEQ TO ERR-MENSAGEM (42:4)
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               ADD 1 TO LINHAS-REJEITADAS
               GO TO APLICAR-DECISAO-LER
           END-IF.

           IF PND-TBL-ESTADO (PND-ATUAL) NOT = "P"
               MOVE "APROVMNT" TO ERR-PROGRAMA
               MOVE "E02" TO ERR-CODIGO
               MOVE "transacao ja decidida - " TO ERR-MENSAGEM
               MOVE DEC-DATA-ENTRADA TO ERR-MENSAGEM (25:8)
               MOVE DEC-SEQ TO ERR-MENSAGEM (34:4)
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               ADD 1 TO LINHAS-REJEITADAS
               GO TO APLICAR-DECISAO-LER
           END-IF.

           IF (DEC-DECISAO NOT = "A" AND DEC-DECISAO NOT = "R")
                   OR DEC-APROVADOR = SPACES
               MOVE "APROVMNT" TO ERR-PROGRAMA
               MOVE "E02" TO ERR-CODIGO
               MOVE "decisao invalida - " TO ERR-MENSAGEM
               MOVE DEC-DATA-ENTRADA TO ERR-MENSAGEM (20:8)
               MOVE DEC-SEQ TO ERR-MENSAGEM (29:4)
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               ADD 1 TO LINHAS-REJEITADAS
               GO TO APLICAR-DECISAO-LER
           END-IF.

           IF DEC-APROVADOR = PND-TBL-OPERADOR (PND-ATUAL)
               MOVE "APROVMNT" TO ERR-PROGRAMA
               MOVE "E05" TO ERR-CODIGO
               MOVE "aprovador e o proprio operador - " TO
                   ERR-MENSAGEM
               MOVE DEC-DATA-ENTRADA TO ERR-MENSAGEM (34:8)
               MOVE DEC-SEQ TO ERR-MENSAGEM (43:4)
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               ADD 1 TO LINHAS-REJEITADAS
               GO TO APLICAR-DECISAO-LER
           END-IF.

           MOVE DEC-DECISAO TO PND-TBL-ESTADO (PND-ATUAL).
           MOVE DEC-APROVADOR TO PND-TBL-APROVADOR (PND-ATUAL).
           MOVE HOJE-YYYYMMDD TO PND-TBL-DATA-DECISAO (PND-ATUAL).
           MOVE "S" TO PND-TBL-NOVA (PND-ATUAL).
           ADD 1 TO LINHAS-REGISTADAS.

           MOVE SPACES TO AUD-CHAVE.
           STRING PND-TBL-DATA (PND-ATUAL) PND-TBL-SEQ (PND-ATUAL)
               PND-TBL-PROGRAMA (PND-ATUAL)
               DELIMITED BY SIZE INTO AUD-CHAVE.
           MOVE SPACES TO AUD-DESCRICAO.
           IF DEC-DECISAO = "A"
               ADD 1 TO TOTAL-APROVADAS
               STRING "APROVADA POR " DEC-APROVADOR
                   " OPER " PND-TBL-OPERADOR (PND-ATUAL)
                   DELIMITED BY SIZE INTO AUD-DESCRICAO
           ELSE
               ADD 1 TO TOTAL-REJEITADAS
               STRING "REJEITADA POR " DEC-APROVADOR
                   " OPER " PND-TBL-OPERADOR (PND-ATUAL)
                   DELIMITED BY SIZE INTO AUD-DESCRICAO
           END-IF.
           MOVE "APROVMNT" TO AUD-PROGRAMA.
           MOVE ZERO TO AUD-VALOR.
           PERFORM REGISTAR-AUDITORIA THRU REGISTAR-AUDITORIA-EXIT.

           APLICAR-DECISAO-LER.

           READ APPROVAL-DECISIONS-IN
               AT END MOVE "YYY" TO DECISIONS-EOF
           END-READ.

           APLICAR-DECISAO-FIM.
           EXIT.

           PROCURAR-PENDENTE.

           IF PND-TBL-DATA (PND-IDX) = DEC-DATA-ENTRADA
                   AND PND-TBL-SEQ (PND-IDX) = DEC-SEQ
               MOVE PND-IDX TO PND-ATUAL
           END-IF.

      *    ---- what was approved this run goes, stamped with its     ----*
      *    ---- approver, onto the end of its program's approved      ----*
      *    ---- file. the file is created even when empty, so the     ----*
      *    ---- maintenance run always finds one to open.             ----*
           ESCREVER-APROVADAS.

           MOVE PROG-APROVADO (PROG-IDX) TO APROV-FILENAME.
           OPEN EXTEND MAINT-APROV.
           IF MAINT-APROV-STATUS NOT = "00"
               OPEN OUTPUT MAINT-APROV
           END-IF.

           PERFORM ESCREVER-APROVADA
               VARYING PND-IDX FROM 1 BY 1
               UNTIL PND-IDX > PND-COUNT.

           CLOSE MAINT-APROV.

           ESCREVER-APROVADA.

           IF PND-TBL-NOVA (PND-IDX) = "S"
                   AND PND-TBL-ESTADO (PND-IDX) = "A"
                   AND PND-TBL-PROGRAMA (PND-IDX) = PROG-NOME (PROG-IDX)
               MOVE PND-TBL-TRANSACAO (PND-IDX) TO MAINT-APROV-RECORD
               MOVE PND-TBL-APROVADOR (PND-IDX) TO MAINT-APROV-RECORD
                   (PROG-APROV-POS (PROG-IDX):3)
               WRITE MAINT-APROV-RECORD
           END-IF.

      *    ---- rewrites PENDING-APPROVAL.txt: whatever is still      ----*
      *    ---- pending, plus what was decided today so a same-day    ----*
      *    ---- rerun neither reuses its numbers nor loses sight of   ----*
      *    ---- it. older decisions live on in AUDIT-TRAIL.txt.       ----*
      *    ---- the queue is listed to APPROVAL-QUEUE-YYYYMM.txt on   ----*
      *    ---- the way out.                                          ----*
           GRAVAR-PENDENTES.

           OPEN OUTPUT PENDING-OUT.
           OPEN OUTPUT QUEUE-REPORT-OUT.

           PERFORM GRAVAR-PENDENTE
               VARYING PND-IDX FROM 1 BY 1
               UNTIL PND-IDX > PND-COUNT.

           CLOSE PENDING-OUT
                 QUEUE-REPORT-OUT.

           GRAVAR-PENDENTE.

           IF PND-TBL-ESTADO (PND-IDX) = "P"
                   OR PND-TBL-DATA-DECISAO (PND-IDX) = HOJE-YYYYMMDD
               MOVE SPACES TO PENDING-RECORD-OUT
               MOVE PND-TBL-DATA (PND-IDX) TO PNO-DATA-ENTRADA
               MOVE PND-TBL-SEQ (PND-IDX) TO PNO-SEQ
               MOVE PND-TBL-PROGRAMA (PND-IDX) TO PNO-PROGRAMA
               MOVE PND-TBL-OPERADOR (PND-IDX) TO PNO-OPERADOR
               MOVE PND-TBL-ESTADO (PND-IDX) TO PNO-ESTADO
               MOVE PND-TBL-APROVADOR (PND-IDX) TO PNO-APROVADOR
               MOVE PND-TBL-DATA-DECISAO (PND-IDX) TO PNO-DATA-DECISAO
               MOVE PND-TBL-TRANSACAO (PND-IDX) TO PNO-TRANSACAO
               WRITE PENDING-RECORD-OUT
               PERFORM LISTAR-PENDENTE
           END-IF.

           LISTAR-PENDENTE.

           MOVE SPACES TO QUEUE-LINE-OUT.
           MOVE PND-TBL-DATA (PND-IDX) TO QRL-DATA-OUT.
           MOVE "-" TO QUEUE-LINE-OUT (9:1).
           MOVE PND-TBL-SEQ (PND-IDX) TO QRL-SEQ-OUT.
           MOVE PND-TBL-PROGRAMA (PND-IDX) TO QRL-PROGRAMA-OUT.
           MOVE "OPERADOR: " TO QRL-LABEL-1.
           MOVE PND-TBL-OPERADOR (PND-IDX) TO QRL-OPERADOR-OUT.
           EVALUATE PND-TBL-ESTADO (PND-IDX)
               WHEN "P"
                   MOVE "PENDENTE" TO QRL-ESTADO-OUT
                   ADD 1 TO TOTAL-PENDENTES
               WHEN "A"
                   MOVE "APROVADA" TO QRL-ESTADO-OUT
               WHEN OTHER
                   MOVE "REJEITADA" TO QRL-ESTADO-OUT
           END-EVALUATE.
           MOVE "APROVADOR: " TO QRL-LABEL-2.
           MOVE PND-TBL-APROVADOR (PND-IDX) TO QRL-APROVADOR-OUT.
           MOVE PND-TBL-TRANSACAO (PND-IDX) TO QRL-TRANSACAO-OUT.

           WRITE QUEUE-LINE-OUT
               AFTER ADVANCING 1 LINE.

           COPY DATEPD.
           COPY AUDITPD.
           COPY BALANCEPD.
           COPY LOCKPD.
           COPY RUNSTPD.

       END PROGRAM APROVMNT.
