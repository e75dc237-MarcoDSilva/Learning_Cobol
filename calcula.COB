      *                 batch can ride the overnight cycle unattended;
      *                 a missing input file or any errored line now
      *                 ends with a nonzero return code.
      * 2026/10/01 MS - A (equal instalments) and K (equal principal)
      *                 repayment schedules in batch: principal, annual
      *                 rate, instalments and first due date in, the
      *                 whole amortization table out, one audit line
      *                 per plan; wide amount columns appended to the
      *                 audit record for figures past 9999.99.
      * 2026/10/01 MS - tape mode: a T in column 15 makes the line a
      *                 tape entry that works on the previous result,
      *                 with subtotal (S), grand total (T) and clear
      *                 (C); values up to 999999999.99, and the running
      *                 total printed on every line like an adding
      *                 machine.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AquelaCalculadora.
               02 BATCH-OPERACAO PIC X(1).
               02 BATCH-OPERADOR PIC X(3).

      *    a repayment schedule line (op A or K) keeps the op code and
      *    operator where every other line has them and carries its
      *    own wider figures after them: the principal, the annual
      *    rate in percent, the number of monthly instalments and the
      *    first due date (YYYYMMDD). the first ten columns are unused.
           01 CALC-PLANO-RECORD.
               02 FILLER PIC X(10).
               02 PLANO-OPERACAO PIC X(1).
               02 PLANO-OPERADOR PIC X(3).
               02 PLANO-CAPITAL PIC 9(7)V99.
               02 PLANO-TAXA PIC 9(2)V9(3).
               02 PLANO-PRESTACOES PIC 9(3).
               02 PLANO-INICIO PIC 9(8).

      *    a tape line: a T in column 15 (always blank on a pair line)
      *    and a value wider than the pair's 999.99. FITA-OPERACAO is
      *    + - * / to work the value into the running result, S to
      *    subtotal, T for the grand total, C to clear; S, T and C
      *    need no value.
           01 CALC-FITA-RECORD.
               02 FILLER PIC X(10).
               02 FITA-OPERACAO PIC X(1).
               02 FITA-OPERADOR PIC X(3).
               02 FITA-MARCA PIC X(1).
               02 FITA-VALOR PIC 9(9)V99.

           FD CALC-BATCH-OUT.
           01 CALC-BATCH-OUT-RECORD.
               02 BOUT-VALOR1 PIC zzz9.99.
               02 FILLER PIC X(2) VALUE SPACES.
               02 BOUT-ESTADO PIC X(9).

      *    a repayment schedule prints as a heading with the terms of
      *    the plan, one line per instalment and a totals line.
           01 BOUT-PLANO-CABECALHO.
               02 BPC-LABEL PIC X(6).
               02 BPC-TIPO PIC X(18).
               02 BPC-LABEL-2 PIC X(9).
               02 BPC-CAPITAL PIC Z(6)9.99.
               02 FILLER PIC X(2) VALUE SPACES.
               02 BPC-LABEL-3 PIC X(6).
               02 BPC-TAXA PIC Z9.999.
               02 BPC-PERCENT PIC X(1).
               02 FILLER PIC X(2) VALUE SPACES.
               02 BPC-LABEL-4 PIC X(12).
               02 BPC-PRESTACOES PIC ZZ9.
               02 FILLER PIC X(2) VALUE SPACES.
               02 BPC-LABEL-5 PIC X(5).
               02 BPC-OPERADOR PIC X(3).

           01 BOUT-PLANO-LINHA.
               02 FILLER PIC X(2) VALUE SPACES.
               02 BPL-NUMERO PIC ZZ9.
               02 FILLER PIC X(2) VALUE SPACES.
               02 BPL-VENCIMENTO PIC X(10).
               02 FILLER PIC X(2) VALUE SPACES.
               02 BPL-PRESTACAO PIC Z(8)9.99.
               02 FILLER PIC X(2) VALUE SPACES.
               02 BPL-JUROS PIC Z(8)9.99.
               02 FILLER PIC X(2) VALUE SPACES.
               02 BPL-CAPITAL PIC Z(8)9.99.
               02 FILLER PIC X(2) VALUE SPACES.
               02 BPL-SALDO PIC Z(8)9.99.

      *    a tape prints like an adding machine's: the value keyed and
      *    its op, then the running total, with the subtotal, grand
      *    total and clear lines marked.
           01 BOUT-FITA-LINHA.
               02 FILLER PIC X(2) VALUE SPACES.
               02 BFL-VALOR PIC Z(8)9.99.
               02 FILLER PIC X(1) VALUE SPACE.
               02 BFL-OPERACAO PIC X(1).
               02 FILLER PIC X(3) VALUE SPACES.
               02 BFL-TOTAL PIC -(10)9.99.
               02 FILLER PIC X(2) VALUE SPACES.
               02 BFL-MARCA PIC X(11).
               02 FILLER PIC X(2) VALUE SPACES.
               02 BFL-ESTADO PIC X(9).
               02 FILLER PIC X(2) VALUE SPACES.
               02 BFL-OPERADOR PIC X(3).

           COPY RUNSTFD.

           FD CALC-AUDIT-LOG.
      *    who pressed the keys -- error patterns stop being
      *    anonymous on the daily summary.
               02 AUDIT-OPERADOR PIC X(3).
      *    the same three figures wide enough for a loan principal;
      *    the summary reads these when they are filled and the
      *    narrow columns on older lines. AUDIT-DETALHE carries the
      *    terms a figure alone cannot, e.g. a plan's instalments,
      *    rate and first due date.
               02 FILLER PIC X(2) VALUE SPACES.
               02 AUDIT-VALOR1-LONGO PIC -(10)9.99.
               02 FILLER PIC X(2) VALUE SPACES.
               02 AUDIT-VALOR2-LONGO PIC -(10)9.99.
               02 FILLER PIC X(2) VALUE SPACES.
               02 AUDIT-RESULTADO-LONGO PIC -(10)9.99.
               02 FILLER PIC X(2) VALUE SPACES.
               02 AUDIT-DETALHE PIC X(30).

       WORKING-STORAGE SECTION.

       77  valor1_atual    pic 9(3)V99 value zero.
       77  valor2_atual    pic 9(3)V99 value zero.

      *    repayment schedule working fields -- the monthly rate is
      *    the annual percentage over 1200, carried to nine places so
      *    a 360-instalment plan does not drift.
       77  plano_saldo     pic 9(7)V99 value zero.
       77  plano_taxa_mes  pic 9V9(9) value zero.
       77  plano_fator     pic 9(9)V9(9) value zero.
       77  plano_razao     pic 9(9)V9(9) value zero.
       77  plano_prestacao pic 9(7)V99 value zero.
       77  plano_pagar     pic 9(7)V99 value zero.
       77  plano_primeira  pic 9(7)V99 value zero.
       77  plano_juros     pic 9(7)V99 value zero.
       77  plano_amortizar pic 9(7)V99 value zero.
       77  plano_numero    pic 9(3) value zero.
       77  plano_total_pago pic 9(9)V99 value zero.
       77  plano_total_juros pic 9(9)V99 value zero.
       77  plano_estado    pic x(9) value spaces.

      *    the due date walks forward a month at a time; a first due
      *    date on the 31st falls on the last day of shorter months.
       01  plano_vencimento.
           02 pv_ano       pic 9(4).
           02 pv_mes       pic 9(2).
           02 pv_dia       pic 9(2).
       77  plano_dia_base  pic 9(2) value zero.
       77  plano_dias_mes  pic 9(2) value zero.
       77  plano_resto     pic 9(4) value zero.
       77  plano_quociente pic 9(4) value zero.

       01  plano_data_editada.
           02 pde_dia      pic 9(2).
           02 FILLER       pic x(1) value "/".
           02 pde_mes      pic 9(2).
           02 FILLER       pic x(1) value "/".
           02 pde_ano      pic 9(4).

       01  plano_detalhe.
           02 pd_prestacoes pic 9(3).
           02 FILLER       pic x(8) value " PREST. ".
           02 pd_taxa      pic 99.999.
           02 FILLER       pic x(2) value "% ".
           02 pd_inicio    pic 9(8).

      *    tape mode -- the running result of the open group, the
      *    subtotals closed into the grand total so far, and whether
      *    anything has been keyed since the last grand total.
       77  fita_total      pic S9(9)V99 value zero.
       77  fita_geral      pic S9(9)V99 value zero.
       77  fita_anterior   pic S9(9)V99 value zero.
       77  fita_valor      pic 9(9)V99 value zero.
       77  fita_estado     pic x(9) value spaces.
       77  fita_aberta     pic x(1) value "N".
       77  fita_linha      pic 9(4) value zero.

       01  fita_detalhe.
           02 FILLER       pic x(5) value "FITA ".
           02 fd_linha     pic 9(4).
           02 FILLER       pic x(1) value space.
           02 fd_marca     pic x(11).

       01  PLANO-DIAS-LIT  pic x(24)
               value "312831303130313130313031".
       01  PLANO-DIAS-TBL REDEFINES PLANO-DIAS-LIT.
           02 plano_dias   pic 9(2) occurs 12 times.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM processarLinhaLote THRU processarLinhaLote-exit
               UNTIL BATCH-EOF = "Y".

      *    a tape left open at the end of the feed still gets its
      *    grand total printed, flagged as never keyed.
           IF fita_aberta = "S"
               MOVE SPACES TO BOUT-FITA-LINHA
               PERFORM fecharFita
               MOVE "SEM FECHO" TO BFL-ESTADO
               MOVE SPACES TO BFL-OPERADOR
               WRITE BOUT-FITA-LINHA
           END-IF.

           CLOSE CALC-BATCH-IN.
           CLOSE CALC-BATCH-OUT.

           MOVE BATCH-OPERACAO TO BOUT-OPERACAO.
           MOVE "OK" TO BOUT-ESTADO.

      *    a tape line and a repayment schedule are lines of their
      *    own layout and write their own output and audit lines.
           IF FITA-MARCA = "T"
               PERFORM processarFita THRU processarFita-exit
               GO TO lerLinhaLote
           END-IF.
           IF BATCH-OPERACAO = "A" OR BATCH-OPERACAO = "K"
               PERFORM gerarPlano THRU gerarPlano-exit
               GO TO lerLinhaLote
           END-IF.

      *    garbage operands must fail the line (and, through the     *
      *    error count, the step) instead of pricing whatever the    *
      *    bytes happen to compute under an OK estado.               *
           MOVE valor1_atual TO AUDIT-VALOR1.
           MOVE valor2_atual TO AUDIT-VALOR2.
           MOVE resultado_atual TO AUDIT-RESULTADO.
           MOVE valor1_atual TO AUDIT-VALOR1-LONGO.
           MOVE valor2_atual TO AUDIT-VALOR2-LONGO.
           MOVE resultado_atual TO AUDIT-RESULTADO-LONGO.
           MOVE BOUT-ESTADO TO AUDIT-ESTADO.
           IF BATCH-OPERADOR = SPACES
               MOVE "???" TO AUDIT-OPERADOR
           END-IF.
           WRITE CALC-AUDIT-LOG-RECORD.

           lerLinhaLote.
           READ CALC-BATCH-IN
               AT END MOVE "Y" TO BATCH-EOF
           END-READ.

           processarLinhaLote-exit.
               EXIT.

      *    ---- one tape line: + - * / work the value into the        ----*
      *    ---- running result; S closes the group into the grand     ----*
      *    ---- total and starts the next at zero; T closes the open  ----*
      *    ---- group, prints the grand total and clears the tape; C  ----*
      *    ---- throws the open group away. a line that fails leaves  ----*
      *    ---- the running result as it was.                         ----*
           processarFita.
           MOVE "OK" TO fita_estado.
           MOVE fita_total TO fita_anterior.
           MOVE ZERO TO fita_valor.
           MOVE "S" TO fita_aberta.
           ADD 1 TO fita_linha.
           MOVE SPACES TO BOUT-FITA-LINHA.
           MOVE FITA-OPERACAO TO BFL-OPERACAO.
           MOVE SPACES TO fd_marca.

           IF FITA-OPERACAO = "+" OR FITA-OPERACAO = "-"
                   OR FITA-OPERACAO = "*" OR FITA-OPERACAO = "/"
               IF FITA-VALOR IS NOT NUMERIC
                   MOVE "NUM INVAL" TO fita_estado
                   GO TO processarFita-gravar
               END-IF
               MOVE FITA-VALOR TO fita_valor
               MOVE fita_valor TO BFL-VALOR
           END-IF.

           EVALUATE FITA-OPERACAO
               WHEN "+"
                   ADD fita_valor TO fita_total
                       ON SIZE ERROR
                           MOVE "OVERFLOW" TO fita_estado
                   END-ADD
               WHEN "-"
                   SUBTRACT fita_valor FROM fita_total
                       ON SIZE ERROR
                           MOVE "OVERFLOW" TO fita_estado
                   END-SUBTRACT
               WHEN "*"
                   COMPUTE fita_total ROUNDED = fita_total * fita_valor
                       ON SIZE ERROR
                           MOVE "OVERFLOW" TO fita_estado
                   END-COMPUTE
               WHEN "/"
                   IF fita_valor = ZERO
                       MOVE "DIV POR 0" TO fita_estado
                   ELSE
                       COMPUTE fita_total ROUNDED =
                               fita_total / fita_valor
                           ON SIZE ERROR
                               MOVE "OVERFLOW" TO fita_estado
                       END-COMPUTE
                   END-IF
               WHEN "S"
                   MOVE "SUBTOTAL" TO fd_marca
                   MOVE fita_total TO fita_valor
                   ADD fita_total TO fita_geral
                       ON SIZE ERROR
                           MOVE "OVERFLOW" TO fita_estado
                   END-ADD
               WHEN "T"
                   MOVE "TOTAL GERAL" TO fd_marca
               WHEN "C"
                   MOVE "LIMPO" TO fd_marca
                   MOVE ZERO TO fita_total
               WHEN OTHER
                   MOVE "OP INVAL." TO fita_estado
           END-EVALUATE.

           processarFita-gravar.
           IF fita_estado NOT = "OK"
               MOVE fita_anterior TO fita_total
               ADD 1 TO linhas_com_erro
           END-IF.

           IF FITA-OPERACAO = "T" AND fita_estado = "OK"
               PERFORM fecharFita
           ELSE
               MOVE fd_marca TO BFL-MARCA
               MOVE fita_total TO BFL-TOTAL
               IF FITA-OPERACAO = "S" AND fita_estado = "OK"
                   MOVE ZERO TO fita_total
               END-IF
           END-IF.
           MOVE fita_estado TO BFL-ESTADO.
           IF FITA-OPERADOR = SPACES
               MOVE "???" TO BFL-OPERADOR
           ELSE
               MOVE FITA-OPERADOR TO BFL-OPERADOR
           END-IF.
           WRITE BOUT-FITA-LINHA.

      *    every tape line is a calculation on the shared log: the
      *    result before, the value keyed, the result after.
           MOVE SPACES TO CALC-AUDIT-LOG-RECORD.
           MOVE "AquelaCalculadora" TO AUDIT-PROGRAMA.
           MOVE FITA-OPERACAO TO AUDIT-OPERACAO.
           MOVE ZERO TO AUDIT-VALOR1.
           MOVE ZERO TO AUDIT-VALOR2.
           MOVE ZERO TO AUDIT-RESULTADO.
           MOVE fita_anterior TO AUDIT-VALOR1-LONGO.
           MOVE fita_valor TO AUDIT-VALOR2-LONGO.
           IF FITA-OPERACAO = "T" AND fita_estado = "OK"
               MOVE fita_geral TO AUDIT-RESULTADO-LONGO
           ELSE
           IF FITA-OPERACAO = "S" AND fita_estado = "OK"
               MOVE fita_valor TO AUDIT-RESULTADO-LONGO
           ELSE
               MOVE fita_total TO AUDIT-RESULTADO-LONGO
           END-IF
           END-IF.
           MOVE fita_linha TO fd_linha.
           MOVE fita_detalhe TO AUDIT-DETALHE.
           MOVE fita_estado TO AUDIT-ESTADO.
           MOVE BFL-OPERADOR TO AUDIT-OPERADOR.
           WRITE CALC-AUDIT-LOG-RECORD.

           IF FITA-OPERACAO = "T" AND fita_estado = "OK"
               MOVE ZERO TO fita_geral
               MOVE ZERO TO fita_linha
               MOVE "N" TO fita_aberta
           END-IF.

           processarFita-exit.
               EXIT.

      *    ---- the open group into the grand total, printed on the   ----*
      *    ---- tape line in hand.                                    ----*
           fecharFita.
           ADD fita_total TO fita_geral
               ON SIZE ERROR
                   MOVE "OVERFLOW" TO fita_estado
           END-ADD.
           MOVE ZERO TO fita_total.
           MOVE "TOTAL GERAL" TO BFL-MARCA.
           MOVE fita_geral TO BFL-TOTAL.

      *    ---- one repayment schedule: the terms checked, the        ----*
      *    ---- instalment worked out, then the table a month at a    ----*
      *    ---- time. A keeps the instalment equal and lets the       ----*
      *    ---- interest fall; K repays equal principal and lets the  ----*
      *    ---- instalment fall. the last instalment clears whatever  ----*
      *    ---- rounding has left on the balance.                     ----*
           gerarPlano.
           MOVE "OK" TO plano_estado.
           MOVE ZERO TO plano_total_pago.
           MOVE ZERO TO plano_total_juros.
           MOVE ZERO TO plano_prestacao.

           IF PLANO-CAPITAL IS NOT NUMERIC
                   OR PLANO-TAXA IS NOT NUMERIC
                   OR PLANO-PRESTACOES IS NOT NUMERIC
                   OR PLANO-INICIO IS NOT NUMERIC
               MOVE "NUM INVAL" TO plano_estado
               GO TO gerarPlano-erro
           END-IF.
           IF PLANO-CAPITAL = ZERO OR PLANO-PRESTACOES = ZERO
                   OR PLANO-PRESTACOES > 480
               MOVE "NUM INVAL" TO plano_estado
               GO TO gerarPlano-erro
           END-IF.

           MOVE PLANO-INICIO TO plano_vencimento.
           IF pv_mes < 1 OR pv_mes > 12
               MOVE "DATA INV." TO plano_estado
               GO TO gerarPlano-erro
           END-IF.
           PERFORM calcularDiasMes.
           IF pv_dia < 1 OR pv_dia > plano_dias_mes
               MOVE "DATA INV." TO plano_estado
               GO TO gerarPlano-erro
           END-IF.
           MOVE pv_dia TO plano_dia_base.

           COMPUTE plano_taxa_mes ROUNDED = PLANO-TAXA / 1200.

           IF BATCH-OPERACAO = "A"
               IF plano_taxa_mes = ZERO
                   COMPUTE plano_prestacao ROUNDED =
                           PLANO-CAPITAL / PLANO-PRESTACOES
               ELSE
                   COMPUTE plano_fator ROUNDED =
                           (1 + plano_taxa_mes) ** PLANO-PRESTACOES
                       ON SIZE ERROR
                           MOVE "OVERFLOW" TO plano_estado
                   END-COMPUTE
                   IF plano_estado = "OK"
                       COMPUTE plano_razao ROUNDED =
                               plano_fator / (plano_fator - 1)
                       COMPUTE plano_prestacao ROUNDED =
                               PLANO-CAPITAL * plano_taxa_mes
                               * plano_razao
                           ON SIZE ERROR
                               MOVE "OVERFLOW" TO plano_estado
                       END-COMPUTE
                   END-IF
               END-IF
           ELSE
               COMPUTE plano_prestacao ROUNDED =
                       PLANO-CAPITAL / PLANO-PRESTACOES
           END-IF.
           IF plano_estado NOT = "OK"
               GO TO gerarPlano-erro
           END-IF.

           MOVE SPACES TO BOUT-PLANO-CABECALHO.
           MOVE "PLANO " TO BPC-LABEL.
           IF BATCH-OPERACAO = "A"
               MOVE "PRESTACOES IGUAIS" TO BPC-TIPO
           ELSE
               MOVE "CAPITAL CONSTANTE" TO BPC-TIPO
           END-IF.
           MOVE "CAPITAL: " TO BPC-LABEL-2.
           MOVE PLANO-CAPITAL TO BPC-CAPITAL.
           MOVE "TAXA: " TO BPC-LABEL-3.
           MOVE PLANO-TAXA TO BPC-TAXA.
           MOVE "%" TO BPC-PERCENT.
           MOVE "PRESTACOES: " TO BPC-LABEL-4.
           MOVE PLANO-PRESTACOES TO BPC-PRESTACOES.
           MOVE "OPER " TO BPC-LABEL-5.
           IF PLANO-OPERADOR = SPACES
               MOVE "???" TO BPC-OPERADOR
           ELSE
               MOVE PLANO-OPERADOR TO BPC-OPERADOR
           END-IF.
           WRITE BOUT-PLANO-CABECALHO.

           MOVE PLANO-CAPITAL TO plano_saldo.
           PERFORM gerarPrestacao
               VARYING plano_numero FROM 1 BY 1
               UNTIL plano_numero > PLANO-PRESTACOES.

           MOVE SPACES TO BOUT-PLANO-LINHA.
           MOVE "     TOTAL" TO BPL-VENCIMENTO.
           MOVE plano_total_pago TO BPL-PRESTACAO.
           MOVE plano_total_juros TO BPL-JUROS.
           MOVE PLANO-CAPITAL TO BPL-CAPITAL.
           MOVE ZERO TO BPL-SALDO.
           WRITE BOUT-PLANO-LINHA.
           GO TO gerarPlano-auditoria.

      *    a plan that cannot be drawn up is one errored line, like
      *    any other calculation that fails.
           gerarPlano-erro.
           MOVE SPACES TO CALC-BATCH-OUT-RECORD.
           MOVE BATCH-OPERACAO TO BOUT-OPERACAO.
           MOVE ZERO TO BOUT-VALOR1.
           MOVE ZERO TO BOUT-VALOR2.
           MOVE ZERO TO BOUT-RESULTADO.
           MOVE plano_estado TO BOUT-ESTADO.
           WRITE CALC-BATCH-OUT-RECORD.
           ADD 1 TO linhas_com_erro.

      *    one audit line per plan: the principal, the first
      *    instalment and the total to be repaid, with the number of
      *    instalments, the rate and the first due date alongside --
      *    enough to draw the same plan again.
           gerarPlano-auditoria.
           MOVE SPACES TO CALC-AUDIT-LOG-RECORD.
           MOVE "AquelaCalculadora" TO AUDIT-PROGRAMA.
           MOVE BATCH-OPERACAO TO AUDIT-OPERACAO.
           MOVE ZERO TO AUDIT-VALOR1.
           MOVE ZERO TO AUDIT-VALOR2.
           MOVE ZERO TO AUDIT-RESULTADO.
           MOVE ZERO TO AUDIT-VALOR1-LONGO.
           MOVE ZERO TO AUDIT-VALOR2-LONGO.
           MOVE ZERO TO AUDIT-RESULTADO-LONGO.
           IF plano_estado = "OK"
               MOVE PLANO-CAPITAL TO AUDIT-VALOR1-LONGO
               MOVE plano_primeira TO AUDIT-VALOR2-LONGO
               MOVE plano_total_pago TO AUDIT-RESULTADO-LONGO
               MOVE PLANO-PRESTACOES TO pd_prestacoes
               MOVE PLANO-TAXA TO pd_taxa
               MOVE PLANO-INICIO TO pd_inicio
               MOVE plano_detalhe TO AUDIT-DETALHE
           END-IF.
           MOVE plano_estado TO AUDIT-ESTADO.
           IF PLANO-OPERADOR = SPACES
               MOVE "???" TO AUDIT-OPERADOR
           ELSE
               MOVE PLANO-OPERADOR TO AUDIT-OPERADOR
           END-IF.
           WRITE CALC-AUDIT-LOG-RECORD.

           gerarPlano-exit.
               EXIT.

      *    ---- one instalment line: interest on the balance, the     ----*
      *    ---- principal it repays, the balance left, then the due   ----*
      *    ---- date moved on a month.                                ----*
           gerarPrestacao.
           COMPUTE plano_juros ROUNDED = plano_saldo * plano_taxa_mes.
           IF BATCH-OPERACAO = "A"
               IF plano_prestacao > plano_juros
                   COMPUTE plano_amortizar =
                           plano_prestacao - plano_juros
               ELSE
                   MOVE ZERO TO plano_amortizar
               END-IF
           ELSE
               MOVE plano_prestacao TO plano_amortizar
           END-IF.
           IF plano_numero = PLANO-PRESTACOES
                   OR plano_amortizar > plano_saldo
               MOVE plano_saldo TO plano_amortizar
           END-IF.
           COMPUTE plano_pagar = plano_amortizar + plano_juros.
           SUBTRACT plano_amortizar FROM plano_saldo.
           ADD plano_pagar TO plano_total_pago.
           IF plano_numero = 1
               MOVE plano_pagar TO plano_primeira
           END-IF.
           ADD plano_juros TO plano_total_juros.

           MOVE SPACES TO BOUT-PLANO-LINHA.
           MOVE plano_numero TO BPL-NUMERO.
           MOVE pv_dia TO pde_dia.
           MOVE pv_mes TO pde_mes.
           MOVE pv_ano TO pde_ano.
           MOVE plano_data_editada TO BPL-VENCIMENTO.
           MOVE plano_pagar TO BPL-PRESTACAO.
           MOVE plano_juros TO BPL-JUROS.
           MOVE plano_amortizar TO BPL-CAPITAL.
           MOVE plano_saldo TO BPL-SALDO.
           WRITE BOUT-PLANO-LINHA.

           IF pv_mes = 12
               MOVE 1 TO pv_mes
               ADD 1 TO pv_ano
           ELSE
               ADD 1 TO pv_mes
           END-IF.
           PERFORM calcularDiasMes.
           IF plano_dia_base > plano_dias_mes
               MOVE plano_dias_mes TO pv_dia
           ELSE
               MOVE plano_dia_base TO pv_dia
           END-IF.

      *    ---- the length of the due date's month, February counted  ----*
      *    ---- by the leap-year rule.                                ----*
           calcularDiasMes.
           MOVE plano_dias (pv_mes) TO plano_dias_mes.
           IF pv_mes = 2
               DIVIDE pv_ano BY 4 GIVING plano_quociente
                   REMAINDER plano_resto
               IF plano_resto = ZERO
                   MOVE 29 TO plano_dias_mes
                   DIVIDE pv_ano BY 100 GIVING plano_quociente
                       REMAINDER plano_resto
                   IF plano_resto = ZERO
                       MOVE 28 TO plano_dias_mes
                       DIVIDE pv_ano BY 400 GIVING plano_quociente
                           REMAINDER plano_resto
                       IF plano_resto = ZERO
                           MOVE 29 TO plano_dias_mes
                       END-IF
                   END-IF
               END-IF
           END-IF.
           COPY RUNSTPD.

       END PROGRAM AquelaCalculadora.
