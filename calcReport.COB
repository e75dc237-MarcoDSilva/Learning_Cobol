      * Purpose: resumo diario do registo partilhado das calculadoras
      * Tectonics: cobc
      *
      * 2026/10/01 MS - colunas largas alargadas para 14 posicoes, para
      *                 os totais da fita (ate 999999999.99).
      * 2026/10/01 MS - colunas largas do registo (valores acima de
      *                 9999.99, planos de amortizacao) lidas quando
      *                 preenchidas; as linhas antigas continuam a
      *                 contar pelas colunas estreitas.
      * 2026/09/01 MS - resumo discriminado por operador -- a coluna
      *                 de operador dos registos entra na chave do
      *                 resumo, e registos antigos sem ela contam
               02 AUDIT-ESTADO PIC X(9).
               02 FILLER PIC X(2).
               02 AUDIT-OPERADOR PIC X(3).
      *    the wide figures AquelaCalculadora appends for amounts past
      *    the narrow columns; spaces on older lines and on lines
      *    from HalpMePlz.
               02 FILLER PIC X(2).
               02 AUDIT-VALOR1-LONGO PIC X(14).
               02 FILLER PIC X(2).
               02 AUDIT-VALOR2-LONGO PIC X(14).
               02 FILLER PIC X(2).
               02 AUDIT-RESULTADO-LONGO PIC X(14).
               02 FILLER PIC X(2).
               02 AUDIT-DETALHE PIC X(30).

           FD CALC-AUDIT-ARCH.
           01 CALC-AUDIT-ARCH-RECORD PIC X(144).

           FD CALC-SUMMARY-OUT.
           01 SUMMARY-COMBO-LINE.
               02 SUM-COUNT-OUT PIC ZZZZ9.
               02 FILLER PIC X(2) VALUE SPACES.
               02 SUM-TOTAL-LABEL PIC X(7).
               02 SUM-TOTAL-OUT PIC -(11)9.99.

           01 SUMMARY-ERROR-LINE.
               02 ERR-PROGRAMA-OUT PIC X(17).
               03 COMBO-OPERADOR PIC X(3).
               03 COMBO-OPERACAO PIC X(1).
               03 COMBO-CONTAGEM PIC 9(5).
               03 COMBO-SOMA PIC S9(12)V99.

      *    error-outcome counts per program.
       77  PROG-COUNT PIC 9(2) VALUE ZERO.
               03 PROG-OVFL PIC 9(5).
               03 PROG-OPINV PIC 9(5).

      *    parsing the -zzz9.99 (or wide -(10)9.99) edited result
      *    back to numeric -- the narrow one is right-aligned into
      *    the wide picture first, so one parse serves both.
       77  VALOR-EDITADO PIC X(14) VALUE SPACES.
       77  VALOR-NEGATIVO PIC 9(1) VALUE ZERO.
       77  VALOR-INTEIRO PIC 9(11) VALUE ZERO.
       77  VALOR-DECIMAL PIC 9(2) VALUE ZERO.
       77  VALOR-NUMERICO PIC S9(11)V99 VALUE ZERO.

       01  VALOR-PARSE.
           02 VP-INTEIRO PIC X(11).
           02 VP-PONTO PIC X(1).
           02 VP-DECIMAL PIC X(2).

           END-IF.

      *    ---- the -zzz9.99 edited result back to a signed numeric.  ----*
      *    ---- the wide column wins whenever the line carries one.   ----*
           CONVERTER-RESULTADO.

           IF AUDIT-RESULTADO-LONGO NOT = SPACES
               MOVE AUDIT-RESULTADO-LONGO TO VALOR-EDITADO
           ELSE
               MOVE SPACES TO VALOR-EDITADO
               MOVE AUDIT-RESULTADO TO VALOR-EDITADO (7:8)
           END-IF.
           MOVE ZERO TO VALOR-NEGATIVO.
           INSPECT VALOR-EDITADO TALLYING VALOR-NEGATIVO FOR ALL "-".
           INSPECT VALOR-EDITADO REPLACING ALL "-" BY " ".
