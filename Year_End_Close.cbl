           SELECT EMPLOYEE-MASTER ASSIGN TO 'EMPLOYEE-MASTER.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MASTER-EMP-NUMBER
               FILE STATUS IS EMPLOYEE-MASTER-STATUS.
      *    dynamic so the archive carries the closing period's tag and *
      *    never clobbers an earlier year's archive.                   *
           SELECT MASTER-ARCHIVE ASSIGN DYNAMIC ARCHIVE-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ARCH-EMP-NUMBER
               FILE STATUS IS MASTER-ARCHIVE-STATUS.
           SELECT STATEMENTS-OUT ASSIGN DYNAMIC STATEMENTS-FILENAME.

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

      *          ======== closing master archive ========              *
      *    byte-for-byte the master record, frozen under the year's    *
               02 ARCH-SICK-BALANCE PIC 9(3)V99.
               02 ARCH-EMP-STATUS PIC X(1).
               02 ARCH-LAST-PERIOD PIC X(8).
               02 ARCH-HIRE-DATE PIC X(8).
               02 ARCH-TERM-DATE PIC X(8).
               02 ARCH-SUBSIDY-MODE PIC X(1).
               02 ARCH-SUBF-PAID PIC 9(5)V99.
               02 ARCH-SUBN-PAID PIC 9(5)V99.
               02 ARCH-SUBF-LAST PIC 9(5)V99.
               02 ARCH-SUBN-LAST PIC 9(5)V99.
               02 ARCH-ACCOUNT PIC X(12).
               02 ARCH-LAST-RATE PIC 9(2)V99.
               02 ARCH-NOTICE-DAYS PIC 9(3).
               02 ARCH-END-REASON PIC X(2).
               02 ARCH-SETTLED-DATE PIC X(8).
               02 ARCH-SETTLED-NET PIC 9(6)V99.
               02 ARCH-HOME-BRANCH PIC 9(2).
               02 ARCH-EMP-NUMBER PIC 9(6).
               02 ARCH-NIF PIC 9(9).
               02 ARCH-NISS PIC 9(11).
               02 ARCH-BIRTH-DATE PIC X(8).

      *          ======== annual earnings statements ========          *
      *    one line per employee: the year's gross, deductions, net    *
               02 ST-HOURS-OUT PIC ZZZZZ9.99.
               02 FILLER PIC X(1) VALUE SPACE.
               02 ST-STATUS-OUT PIC X(1).
               02 FILLER PIC X(1) VALUE SPACE.
               02 ST-EMP-NUMBER-OUT PIC 9(6).

           COPY DATEFD.
           COPY AUDITFD.
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
           MOVE ANNUAL-NET TO ST-NET-OUT.
           MOVE EMP-TBL-YTD-HOURS (EMP-IDX) TO ST-HOURS-OUT.
           MOVE EMP-TBL-STATUS (EMP-IDX) TO ST-STATUS-OUT.
           MOVE EMP-TBL-EMP-NUMBER (EMP-IDX) TO ST-EMP-NUMBER-OUT.
           WRITE STATEMENT-LINE-OUT
               AFTER ADVANCING 1 LINE.

           MOVE EMP-TBL-SICK-BALANCE (EMP-IDX) TO ARCH-SICK-BALANCE.
           MOVE EMP-TBL-STATUS (EMP-IDX) TO ARCH-EMP-STATUS.
           MOVE EMP-TBL-LAST-PERIOD (EMP-IDX) TO ARCH-LAST-PERIOD.
           MOVE EMP-TBL-HIRE-DATE (EMP-IDX) TO ARCH-HIRE-DATE.
           MOVE EMP-TBL-TERM-DATE (EMP-IDX) TO ARCH-TERM-DATE.
           MOVE EMP-TBL-SUBSIDY-MODE (EMP-IDX) TO ARCH-SUBSIDY-MODE.
           MOVE EMP-TBL-SUBF-PAID (EMP-IDX) TO ARCH-SUBF-PAID.
           MOVE EMP-TBL-SUBN-PAID (EMP-IDX) TO ARCH-SUBN-PAID.
           MOVE EMP-TBL-SUBF-LAST (EMP-IDX) TO ARCH-SUBF-LAST.
           MOVE EMP-TBL-SUBN-LAST (EMP-IDX) TO ARCH-SUBN-LAST.
           MOVE EMP-TBL-ACCOUNT (EMP-IDX) TO ARCH-ACCOUNT.
           MOVE EMP-TBL-LAST-RATE (EMP-IDX) TO ARCH-LAST-RATE.
           MOVE EMP-TBL-NOTICE-DAYS (EMP-IDX) TO ARCH-NOTICE-DAYS.
           MOVE EMP-TBL-END-REASON (EMP-IDX) TO ARCH-END-REASON.
           MOVE EMP-TBL-SETTLED-DATE (EMP-IDX) TO ARCH-SETTLED-DATE.
           MOVE EMP-TBL-SETTLED-NET (EMP-IDX) TO ARCH-SETTLED-NET.
           MOVE EMP-TBL-HOME-BRANCH (EMP-IDX) TO ARCH-HOME-BRANCH.
           MOVE EMP-TBL-EMP-NUMBER (EMP-IDX) TO ARCH-EMP-NUMBER.
           MOVE EMP-TBL-NIF (EMP-IDX) TO ARCH-NIF.
           MOVE EMP-TBL-NISS (EMP-IDX) TO ARCH-NISS.
           MOVE EMP-TBL-BIRTH-DATE (EMP-IDX) TO ARCH-BIRTH-DATE.
           WRITE MASTER-ARCHIVE-FILE.

      *    ---- the new year starts from zero YTD and with no         ----*
      *    ---- subsidy paid; leave balances carry over untouched.    ----*
           ZERAR-ACUMULADOS.

           PERFORM ZERAR-EMPREGADO
           MOVE ZERO TO EMP-TBL-YTD-DEDUCTIONS (EMP-IDX).
           MOVE ZERO TO EMP-TBL-YTD-HOURS (EMP-IDX).
           MOVE SPACES TO EMP-TBL-LAST-PERIOD (EMP-IDX).
           MOVE ZERO TO EMP-TBL-SUBF-PAID (EMP-IDX).
           MOVE ZERO TO EMP-TBL-SUBN-PAID (EMP-IDX).
           MOVE ZERO TO EMP-TBL-SUBF-LAST (EMP-IDX).
           MOVE ZERO TO EMP-TBL-SUBN-LAST (EMP-IDX).

      *    ---- pulls EMPLOYEE-MASTER.txt into EMPLOYEE-TABLE, the    ----*
      *    ---- same load-whole-rewrite-whole style as PROD1V1.        ----*
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
               IF MASTER-EMP-NUMBER IS NUMERIC
                   MOVE MASTER-EMP-NUMBER
                       TO EMP-TBL-EMP-NUMBER (EMPLOYEE-COUNT)
               ELSE
                   MOVE ZERO TO EMP-TBL-EMP-NUMBER (EMPLOYEE-COUNT)
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
           MOVE EMP-TBL-EMP-NUMBER (EMP-IDX) TO MASTER-EMP-NUMBER.
           MOVE EMP-TBL-NIF (EMP-IDX) TO MASTER-NIF.
           MOVE EMP-TBL-NISS (EMP-IDX) TO MASTER-NISS.
           MOVE EMP-TBL-BIRTH-DATE (EMP-IDX) TO MASTER-BIRTH-DATE.
           WRITE EMPLOYEE-MASTER-FILE.

           COPY DATEPD.
