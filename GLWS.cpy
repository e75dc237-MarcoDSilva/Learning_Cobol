       77  GL-PERIODO-ENCERRADO     PIC X(1)  VALUE "N".
       77  GL-JOURNAL-STATUS        PIC X(2)  VALUE SPACES.
       77  GL-ACCOUNTS-EOF          PIC A(3)  VALUE SPACES.
       77  GL-MAPA-COUNT            PIC 9(3)  VALUE ZERO.

      *    the caller fills these in before PERFORM REGISTAR-LANCAMENTO
      *    THRU REGISTAR-LANCAMENTO-EXIT: the mapping mnemonic, D or C,
       77  GL-TOTAL-DEBITOS         PIC 9(11)V99 VALUE ZERO.
       77  GL-TOTAL-CREDITOS        PIC 9(11)V99 VALUE ZERO.

      *    one entry per mnemonic on GL-ACCOUNTS.txt -- the per-
      *    branch revenue, VAT, till and labour lines grow it with the
      *    branch table, so it is sized well past the fixed accounts.
       01  GL-MAPA-TABLE.
           02  GL-MAPA-ENTRY        OCCURS 300 TIMES
                                     INDEXED BY GL-MAPA-IDX.
               03  GL-MAPA-CHAVE    PIC X(12).
               03  GL-MAPA-CONTA    PIC X(6).

      *    the run's lines wait here until LIBERTAR-DIARIO has proved
      *    debits equal credits -- an unbalanced journal never reaches
      *    the file. the payroll's per-branch cost lines grow it with
      *    the branch table, so it is sized past the fixed lines too.
       01  GL-PEND-TABLE.
           02  GL-PEND-ENTRY        OCCURS 99 TIMES.
               03  GL-PEND-CONTA    PIC X(6).
               03  GL-PEND-DC       PIC X(1).
               03  GL-PEND-MONTANTE PIC 9(9)V99.
