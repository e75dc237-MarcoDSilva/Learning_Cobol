      *               entidade patronal por empregado -- nos layouts          *
      *               fixos das duas autoridades, com totais de               *
      *               controlo conferidos contra GL-JOURNAL.txt do            *
      *               mesmo periodo. cada empregado e declarado pelo          *
      *               seu numero, com o NIF e o NISS do mestre.               *
      *                                                                       *
      *************************************************************************
      ***************************FIM DOCUMENTAÇÃO******************************
           SELECT DECL-PERIOD-IN ASSIGN TO 'DECL-PERIOD.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DECL-PERIOD-STATUS.
      *    the master, read only for the NIF and NISS each employee   *
      *    is declared under.                                         *
           SELECT EMPLOYEE-MASTER ASSIGN TO 'EMPLOYEE-MASTER.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MASTER-EMP-NUMBER
               FILE STATUS IS EMPLOYEE-MASTER-STATUS.
           SELECT FINANCAS-OUT ASSIGN DYNAMIC FINANCAS-FILENAME.
           SELECT SEGSOC-OUT ASSIGN DYNAMIC SEGSOC-FILENAME.

               02 PH-OTHER-DED PIC 9(5)V99.
               02 PH-ADV-RECOVERED PIC 9(5)V99.
               02 PH-NET PIC 9(6)V99.
               02 PH-SUB-FERIAS PIC 9(5)V99.
               02 PH-SUB-NATAL PIC 9(5)V99.
               02 PH-SUB-TAX PIC 9(5)V99.
               02 PH-BASE-RATE PIC 9(2)V99.
               02 PH-REG-HOURS PIC 9(2)V99.
               02 PH-OT-HOURS PIC 9(2)V99.
               02 PH-RETRO PIC 9(5)V99.
               02 PH-HOL-HOURS PIC 9(2)V99.
               02 PH-HOLIDAY PIC 9(5)V99.
               02 PH-EXPENSES PIC 9(5)V99.
               02 PH-EMP-NUMBER PIC 9(6).
               02 PH-PAY-STATUS PIC X(1).

      *          ======== year-to-date employee master file ========   *
      *    same record as PROD1V1 carries -- only the name and the    *
      *    identity at the end are read here.                         *
           FD EMPLOYEE-MASTER.
           01 EMPLOYEE-MASTER-FILE.
               02 MASTER-LAST-NAME PIC A(9).
               02 MASTER-FIRST-NAME PIC A(8).
               02 FILLER PIC X(129).
               02 MASTER-EMP-NUMBER PIC 9(6).
               02 MASTER-NIF PIC 9(9).
               02 MASTER-NISS PIC 9(11).
               02 MASTER-BIRTH-DATE PIC X(8).

           FD DECL-PERIOD-IN.
           01 DECL-PERIOD-RECORD.

      *          ======== declaracao as Financas ========              *
      *    the authority's fixed layout: one detail per employee      *
      *    (base, withholding, highest band, then the holiday and     *
      *    Christmas subsidies inside that base and the tax withheld  *
      *    on them at their own rate, the employee number and the     *
      *    tax number), a trailer with the                            *
      *    control totals. the 01-levels share the record area, so    *
      *    every field is re-MOVEd fresh before each WRITE.           *
           FD FINANCAS-OUT.
               02 FIN-DET-BASE PIC 9(8)V99.
               02 FIN-DET-RETENCAO PIC 9(7)V99.
               02 FIN-DET-ESCALAO PIC 9(2).
               02 FIN-DET-SUBSIDIOS PIC 9(7)V99.
               02 FIN-DET-RET-SUBSIDIOS PIC 9(7)V99.
               02 FIN-DET-EMP-NUMBER PIC 9(6).
               02 FIN-DET-NIF PIC 9(9).

           01 FIN-TRAILER-LINE.
               02 FIN-TRL-TIPO PIC X(1).
               02 FIN-TRL-RETENCAO PIC 9(9)V99.

      *          ======== declaracao a Seguranca Social ========       *
      *    one detail per employee -- base, the two contributions,    *
      *    the employee number and the social-security number.        *
           FD SEGSOC-OUT.
           01 SS-DETAIL-LINE.
               02 SS-DET-TIPO PIC X(1).
               02 SS-DET-BASE PIC 9(8)V99.
               02 SS-DET-TRABALHADOR PIC 9(7)V99.
               02 SS-DET-PATRONAL PIC 9(7)V99.
               02 SS-DET-EMP-NUMBER PIC 9(6).
               02 SS-DET-NISS PIC 9(11).

           01 SS-TRAILER-LINE.
               02 SS-TRL-TIPO PIC X(1).

       77  PAY-HISTORY-STATUS PIC X(2) VALUE SPACES.
       77  DECL-PERIOD-STATUS PIC X(2) VALUE SPACES.
       77  EMPLOYEE-MASTER-STATUS PIC X(2) VALUE SPACES.
       77  EMPLOYEE-MASTER-EOF PIC X(3) VALUE SPACES.
       77  HISTORY-EOF PIC X(3) VALUE SPACES.
       77  FINANCAS-FILENAME PIC X(30) VALUE SPACES.
       77  SEGSOC-FILENAME PIC X(30) VALUE SPACES.
               03 DECL-TBL-RETENCAO PIC 9(7)V99.
               03 DECL-TBL-ESCALAO PIC 9(2).
               03 DECL-TBL-SS PIC 9(7)V99.
               03 DECL-TBL-SUBSIDIOS PIC 9(7)V99.
               03 DECL-TBL-RET-SUB PIC 9(7)V99.
               03 DECL-TBL-EMP-NUMBER PIC 9(6).
               03 DECL-TBL-NIF PIC 9(9).
               03 DECL-TBL-NISS PIC 9(11).

      *    the identity off the master, one slot per employee number. *
       77  IDENT-COUNT PIC 9(3) VALUE ZERO.
       77  IDENT-IDX PIC 9(3) VALUE ZERO.
       77  IDENTIDADE-OVERFLOW PIC X(1) VALUE "N".

       01  IDENT-TABLE.
           02  IDENT-ENTRY OCCURS 200 TIMES.
               03 IDENT-TBL-EMP-NUMBER PIC 9(6).
               03 IDENT-TBL-NIF PIC 9(9).
               03 IDENT-TBL-NISS PIC 9(11).

      *    declaration control totals, proved against the period's    *
      *    SAL-IRS and SAL-SEGSOC postings on GL-JOURNAL.txt.         *
           PERFORM ACUMULAR-SEMANA UNTIL HISTORY-EOF = "YYY".
           CLOSE PAY-HISTORY.

           PERFORM CARREGAR-IDENTIDADES.
           PERFORM COMPLETAR-IDENTIDADE
               VARYING DECL-IDX FROM 1 BY 1
               UNTIL DECL-IDX > DECL-COUNT.

           PERFORM ESCREVER-FINANCAS.
           PERFORM ESCREVER-SEGSOC.
           PERFORM CONFERIR-CONTRA-DIARIO.
                       END-IF
                   END-IF
                   ADD PH-SOC-SEC TO DECL-TBL-SS (DECL-ATUAL)
                   IF PH-SUB-FERIAS IS NUMERIC
                           AND PH-SUB-NATAL IS NUMERIC
                           AND PH-SUB-TAX IS NUMERIC
                       ADD PH-SUB-FERIAS PH-SUB-NATAL
                           TO DECL-TBL-SUBSIDIOS (DECL-ATUAL)
                       ADD PH-SUB-TAX TO DECL-TBL-RET-SUB (DECL-ATUAL)
                   END-IF
               END-IF
           END-IF.

               ADD 1 TO DECL-COUNT
               MOVE PH-LAST-NAME TO DECL-TBL-LAST-NAME (DECL-COUNT)
               MOVE PH-FIRST-NAME TO DECL-TBL-FIRST-NAME (DECL-COUNT)
               MOVE PH-EMP-NUMBER TO DECL-TBL-EMP-NUMBER (DECL-COUNT)
               MOVE ZERO TO DECL-TBL-NIF (DECL-COUNT)
               MOVE ZERO TO DECL-TBL-NISS (DECL-COUNT)
               MOVE ZERO TO DECL-TBL-BASE (DECL-COUNT)
               MOVE ZERO TO DECL-TBL-RETENCAO (DECL-COUNT)
               MOVE ZERO TO DECL-TBL-ESCALAO (DECL-COUNT)
               MOVE ZERO TO DECL-TBL-SS (DECL-COUNT)
               MOVE ZERO TO DECL-TBL-SUBSIDIOS (DECL-COUNT)
               MOVE ZERO TO DECL-TBL-RET-SUB (DECL-COUNT)
               MOVE DECL-COUNT TO DECL-ATUAL
           END-IF.


           TESTAR-EMPREGADO.

           IF DECL-TBL-EMP-NUMBER (DECL-IDX) = PH-EMP-NUMBER
               MOVE DECL-IDX TO DECL-ATUAL
           END-IF.

      *    ---- pulls the employee numbers, NIFs and NISSs off        ----*
      *    ---- EMPLOYEE-MASTER.txt.                                  ----*
           CARREGAR-IDENTIDADES.

           MOVE "YYY" TO EMPLOYEE-MASTER-EOF.
           OPEN INPUT EMPLOYEE-MASTER.

           IF EMPLOYEE-MASTER-STATUS = "00"
               MOVE SPACES TO EMPLOYEE-MASTER-EOF
               READ EMPLOYEE-MASTER
                   AT END MOVE "YYY" TO EMPLOYEE-MASTER-EOF
               END-READ

               PERFORM GUARDAR-IDENTIDADE
                   UNTIL EMPLOYEE-MASTER-EOF = "YYY"

               CLOSE EMPLOYEE-MASTER
           END-IF.

           GUARDAR-IDENTIDADE.

           IF IDENT-COUNT = 200 AND IDENTIDADE-OVERFLOW = "N"
               MOVE "Y" TO IDENTIDADE-OVERFLOW
               MOVE "PROD1V5" TO ERR-PROGRAMA
               MOVE "E14" TO ERR-CODIGO
               MOVE "mestre de empregados excede a tabela" TO
                   ERR-MENSAGEM
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
           END-IF.

           IF IDENT-COUNT < 200 AND MASTER-EMP-NUMBER IS NUMERIC
               ADD 1 TO IDENT-COUNT
               MOVE MASTER-EMP-NUMBER
                   TO IDENT-TBL-EMP-NUMBER (IDENT-COUNT)
               IF MASTER-NIF IS NUMERIC
                   MOVE MASTER-NIF TO IDENT-TBL-NIF (IDENT-COUNT)
               ELSE
                   MOVE ZERO TO IDENT-TBL-NIF (IDENT-COUNT)
               END-IF
               IF MASTER-NISS IS NUMERIC
                   MOVE MASTER-NISS TO IDENT-TBL-NISS (IDENT-COUNT)
               ELSE
                   MOVE ZERO TO IDENT-TBL-NISS (IDENT-COUNT)
               END-IF
           END-IF.

           READ EMPLOYEE-MASTER
               AT END MOVE "YYY" TO EMPLOYEE-MASTER-EOF
           END-READ.

      *    ---- one declared employee's NIF and NISS off the master.  ----*
      *    ---- a declaration line without them will be refused by    ----*
      *    ---- the portal -- said so here, before it is sent.        ----*
           COMPLETAR-IDENTIDADE.

           PERFORM PROCURAR-IDENTIDADE
               VARYING IDENT-IDX FROM 1 BY 1
               UNTIL IDENT-IDX > IDENT-COUNT.

           IF DECL-TBL-NIF (DECL-IDX) = ZERO
               MOVE "PROD1V5" TO ERR-PROGRAMA
               MOVE "E14" TO ERR-CODIGO
               MOVE "empregado declarado sem NIF - " TO ERR-MENSAGEM
               MOVE DECL-TBL-LAST-NAME (DECL-IDX) TO ERR-MENSAGEM (31:9)
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
           END-IF.
           IF DECL-TBL-NISS (DECL-IDX) = ZERO
               MOVE "PROD1V5" TO ERR-PROGRAMA
               MOVE "E14" TO ERR-CODIGO
               MOVE "empregado declarado sem NISS - " TO ERR-MENSAGEM
               MOVE DECL-TBL-LAST-NAME (DECL-IDX) TO ERR-MENSAGEM (32:9)
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
           END-IF.

           PROCURAR-IDENTIDADE.

           IF IDENT-TBL-EMP-NUMBER (IDENT-IDX)
                   = DECL-TBL-EMP-NUMBER (DECL-IDX)
               MOVE IDENT-TBL-NIF (IDENT-IDX) TO DECL-TBL-NIF (DECL-IDX)
               MOVE IDENT-TBL-NISS (IDENT-IDX)
                   TO DECL-TBL-NISS (DECL-IDX)
           END-IF.

      *    ---- the Financas file: D detail per employee, T trailer   ----*
      *    ---- with the control totals.                              ----*
           ESCREVER-FINANCAS.
           MOVE DECL-TBL-BASE (DECL-IDX) TO FIN-DET-BASE.
           MOVE DECL-TBL-RETENCAO (DECL-IDX) TO FIN-DET-RETENCAO.
           MOVE DECL-TBL-ESCALAO (DECL-IDX) TO FIN-DET-ESCALAO.
           MOVE DECL-TBL-SUBSIDIOS (DECL-IDX) TO FIN-DET-SUBSIDIOS.
           MOVE DECL-TBL-RET-SUB (DECL-IDX) TO FIN-DET-RET-SUBSIDIOS.
           MOVE DECL-TBL-EMP-NUMBER (DECL-IDX) TO FIN-DET-EMP-NUMBER.
           MOVE DECL-TBL-NIF (DECL-IDX) TO FIN-DET-NIF.
           WRITE FIN-DETAIL-LINE.
           ADD DECL-TBL-BASE (DECL-IDX) TO TOTAL-BASE.
           ADD DECL-TBL-RETENCAO (DECL-IDX) TO TOTAL-RETENCAO.
           MOVE DECL-TBL-BASE (DECL-IDX) TO SS-DET-BASE.
           MOVE DECL-TBL-SS (DECL-IDX) TO SS-DET-TRABALHADOR.
           MOVE PATRONAL-AMT TO SS-DET-PATRONAL.
           MOVE DECL-TBL-EMP-NUMBER (DECL-IDX) TO SS-DET-EMP-NUMBER.
           MOVE DECL-TBL-NISS (DECL-IDX) TO SS-DET-NISS.
           WRITE SS-DETAIL-LINE.
           ADD DECL-TBL-SS (DECL-IDX) TO TOTAL-SS-TRABALHADOR.
           ADD PATRONAL-AMT TO TOTAL-SS-PATRONAL.
