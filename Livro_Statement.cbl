      ******************************************************************
      * Author: Não foi o Marco
      * Purpose: extractos mensais das contas a credito da livraria
      * Tectonics: cobc
      *
      *    junta todas as facturas e notas de credito em aberto de
      *    cada escola ou biblioteca com conta (CLIENTES-LIVRO.txt)
      *    num unico extracto numerado, a partir do razao que o
      *    send_halp mantem (CONTAS-ABERTAS.txt), com o saldo e quanto
      *    dele ja passou do prazo -- corre uma vez por mes, como os
      *    extractos das contas corporativas do aluguer.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIVROEXT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *    same keyed declaration as send_halp, read front to back.
           SELECT CLIENTES-LIVRO ASSIGN TO 'CLIENTES-LIVRO.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLI-CONTA
               FILE STATUS IS CLIENTES-LIVRO-STATUS.
      *    the open-item ledger send_halp carries each account
      *    invoice on from issue to settlement -- read here, never
      *    written.
           SELECT CONTAS-ABERTAS ASSIGN TO 'CONTAS-ABERTAS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTAS-ABERTAS-STATUS.
      *    sequential statement numbering, persisted and reloaded
      *    between runs the same way send_halp keeps its invoice
      *    register.
           SELECT EXTRACTOS-REGISTO ASSIGN TO 'EXTRACTOS-REGISTO.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXTRACTOS-REGISTO-STATUS.
           SELECT EXTRACTOS-OUT ASSIGN DYNAMIC EXTRACTOS-FILENAME.

      *    shared run-date/error-log facility, common to the batch
      *    suite.
           COPY DATESEL.
           COPY RUNSTSEL.

       DATA DIVISION.
           FILE SECTION.

      *          ======== ficheiro mestre de clientes a credito ========
      *    same record as send_halp carries -- keep the two in step.
           FD CLIENTES-LIVRO.
           01 CLIENTES-LIVRO-FILE.
               02 CLI-CONTA PIC 9(6).
               02 CLI-NOME PIC A(30).
               02 CLI-NIF PIC 9(9).
               02 CLI-MORADA PIC A(40).
               02 CLI-PRAZO-DIAS PIC 9(3).
               02 CLI-DESCONTO PIC V999.
               02 CLI-ESTADO PIC X(1).

      *          ======== razao de facturas em aberto ========
      *    same record as send_halp carries -- keep the two in step.
           FD CONTAS-ABERTAS.
           01 CONTAS-ABERTAS-FILE.
               02 CAB-NUMERO PIC 9(7).
               02 CAB-TIPO PIC X(1).
               02 CAB-CONTA PIC 9(6).
               02 CAB-DATA PIC 9(8).
               02 CAB-PRAZO-DIAS PIC 9(3).
               02 CAB-TOTAL PIC S9(7)V99.
               02 CAB-PAGO PIC S9(7)V99.
               02 CAB-ESTADO PIC X(1).

           FD EXTRACTOS-REGISTO.
           01 EXTRACTOS-REGISTO-RECORD.
               02 EXTREG-LAST-NUMBER PIC 9(7).

      *          ======== extractos das contas ========
      *    one numbered statement per account with items open: a
      *    header with the account, its NIF and address, a line per
      *    open item with the days it is past due, and a totals line.
      *    the 01s share the record area, so every field is re-MOVEd
      *    before each WRITE.
           FD EXTRACTOS-OUT.
           01 EXT-CABECALHO.
               02 EXT-CAB-LABEL PIC X(10).
               02 EXT-CAB-NUMERO PIC 9(7).
               02 FILLER PIC X(2).
               02 EXT-CAB-DATA PIC X(10).
               02 FILLER PIC X(2).
               02 EXT-CAB-CONTA PIC 9(6).
               02 FILLER PIC X(1).
               02 EXT-CAB-NOME PIC A(30).
               02 FILLER PIC X(2).
               02 EXT-CAB-NIF-LABEL PIC X(5).
               02 EXT-CAB-NIF PIC 9(9).
           01 EXT-MORADA.
               02 FILLER PIC X(37).
               02 EXT-MOR-MORADA PIC A(40).
           01 EXT-DETALHE.
               02 FILLER PIC X(4).
               02 EXT-DET-TIPO PIC X(12).
               02 EXT-DET-NUMERO PIC 9(7).
               02 FILLER PIC X(2).
               02 EXT-DET-DATA PIC 9(8).
               02 FILLER PIC X(2).
               02 EXT-DET-TOTAL PIC -(7)9.99.
               02 FILLER PIC X(2).
               02 EXT-DET-PAGO PIC -(7)9.99.
               02 FILLER PIC X(2).
               02 EXT-DET-SALDO PIC -(7)9.99.
               02 FILLER PIC X(2).
               02 EXT-DET-ATRASO-LABEL PIC X(8).
               02 EXT-DET-ATRASO PIC ZZZ9.
           01 EXT-TOTAL.
               02 EXT-TOT-LABEL PIC X(18).
               02 EXT-TOT-ITENS PIC ZZZ9.
               02 FILLER PIC X(2).
               02 EXT-TOT-LABEL-2 PIC X(13).
               02 EXT-TOT-SALDO PIC -(8)9.99.
               02 FILLER PIC X(2).
               02 EXT-TOT-LABEL-3 PIC X(11).
               02 EXT-TOT-VENCIDO PIC -(8)9.99.

           COPY DATEFD.
           COPY RUNSTFD.

       WORKING-STORAGE SECTION.
           COPY DATEWS.
           COPY RUNSTWS.

           77 CLIENTES-LIVRO-STATUS pic x(2) value spaces.
           77 clientes_eof pic x(3) value spaces.
           77 CONTAS-ABERTAS-STATUS pic x(2) value spaces.
           77 contas_abertas_eof pic x(3) value spaces.
           77 EXTRACTOS-REGISTO-STATUS pic x(2) value spaces.
           77 EXTRACTOS-FILENAME pic x(34) value spaces.
           77 last_extracto pic 9(7) value zero.
           77 contas_lidas pic 9(5) value zero.
           77 extractos_emitidos pic 9(5) value zero.
           77 conta_itens pic 9(4) value zero.
           77 conta_saldo pic S9(9)v99 value zero.
           77 conta_vencido pic S9(9)v99 value zero.
           77 item_saldo pic S9(7)v99 value zero.
           77 dias_atraso pic S9(7) value zero.
           77 total_extractado pic S9(9)v99 value zero.

      *    day serials, so a due date is the issue date plus the
      *    terms across month and year ends: fill CAL-DATA-ENTRADA
      *    and PERFORM converter_data_dias.
           01 CAL-DATA-ENTRADA.
               02 cal_ano pic 9(4).
               02 cal_mes pic 9(2).
               02 cal_dia pic 9(2).
           77 cal_dias_saida pic 9(7) value zero.
           77 cal_anos_antes pic 9(4) value zero.
           77 cal_bissextos pic 9(4) value zero.
           77 cal_q4 pic 9(4) value zero.
           77 cal_q100 pic 9(4) value zero.
           77 cal_q400 pic 9(4) value zero.
           77 cal_resto pic 9(4) value zero.
           77 cal_bissexto pic x(1) value "N".
           77 serial_hoje pic 9(7) value zero.
           01 CAL-MES-ACUMULADO-LIT pic x(36) value
               "000031059090120151181212243273304334".
           01 CAL-MES-ACUMULADO REDEFINES CAL-MES-ACUMULADO-LIT.
               02 cal_mes_dias pic 9(3) OCCURS 12 TIMES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM ABRIR-ERROR-LOG.
           MOVE "LIVROEXT" TO RST-PROGRAMA.
           PERFORM REGISTAR-INICIO-EXECUCAO
               THRU REGISTAR-INICIO-EXECUCAO-EXIT.
           PERFORM OBTER-DATA-EXECUCAO.
           DISPLAY "LIVROEXT - RUN DATE: " RUN-DATE-DISPLAY.

           STRING "EXTRACTOS-CONTAS-" RUN-PERIOD-TAG ".txt"
               DELIMITED BY SIZE INTO EXTRACTOS-FILENAME.

           MOVE RUN-DATE-YYYY TO cal_ano.
           MOVE RUN-DATE-MM TO cal_mes.
           MOVE RUN-DATE-DD TO cal_dia.
           PERFORM converter_data_dias.
           MOVE cal_dias_saida TO serial_hoje.

           PERFORM ler_registo_extractos.

           OPEN INPUT CLIENTES-LIVRO.

           IF CLIENTES-LIVRO-STATUS NOT = "00"
               MOVE "LIVROEXT" TO ERR-PROGRAMA
               MOVE "E01" TO ERR-CODIGO
               MOVE "erro ao abrir CLIENTES-LIVRO.txt" TO ERR-MENSAGEM
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               CLOSE ERROR-LOG
               STOP RUN
           END-IF.

           OPEN OUTPUT EXTRACTOS-OUT.

           READ CLIENTES-LIVRO
               AT END MOVE "YYY" TO clientes_eof
           END-READ.

           PERFORM emitir_extracto_conta UNTIL clientes_eof = "YYY".

           CLOSE CLIENTES-LIVRO
                 EXTRACTOS-OUT.

           PERFORM gravar_registo_extractos.

      *    ======== one FIM line on RUN-STATUS.txt: accounts seen,
      *    ======== statements issued and the balance on them.
           MOVE contas_lidas TO RST-LIDOS.
           MOVE extractos_emitidos TO RST-GRAVADOS.
           MOVE ZERO TO RST-REJEITADOS.
           MOVE total_extractado TO RST-VALOR.
           MOVE "OK" TO RST-RESULTADO.
           PERFORM REGISTAR-FIM-EXECUCAO
               THRU REGISTAR-FIM-EXECUCAO-EXIT.

           CLOSE ERROR-LOG.
           STOP RUN.

      *    ======== one account: its open items on one statement ====
      *    the first pass counts, so an account with nothing open
      *    gets no paper.
           emitir_extracto_conta.
           ADD 1 TO contas_lidas.
           MOVE ZERO TO conta_itens.
           MOVE ZERO TO conta_saldo.
           MOVE ZERO TO conta_vencido.

           PERFORM contar_itens_conta.
           IF conta_itens > ZERO
               ADD 1 TO last_extracto
               ADD 1 TO extractos_emitidos
               MOVE SPACES TO EXT-CABECALHO
               MOVE "EXTRACTO " TO EXT-CAB-LABEL
               MOVE last_extracto TO EXT-CAB-NUMERO
               MOVE RUN-DATE-DISPLAY TO EXT-CAB-DATA
               MOVE CLI-CONTA TO EXT-CAB-CONTA
               MOVE CLI-NOME TO EXT-CAB-NOME
               MOVE "NIF: " TO EXT-CAB-NIF-LABEL
               MOVE CLI-NIF TO EXT-CAB-NIF
               WRITE EXT-CABECALHO
                   AFTER ADVANCING 2 LINES
               MOVE SPACES TO EXT-MORADA
               MOVE CLI-MORADA TO EXT-MOR-MORADA
               WRITE EXT-MORADA
                   AFTER ADVANCING 1 LINE

               PERFORM listar_itens_conta

               MOVE SPACES TO EXT-TOTAL
               MOVE "ITENS EM ABERTO: " TO EXT-TOT-LABEL
               MOVE conta_itens TO EXT-TOT-ITENS
               MOVE "SALDO: " TO EXT-TOT-LABEL-2
               MOVE conta_saldo TO EXT-TOT-SALDO
               MOVE "VENCIDO: " TO EXT-TOT-LABEL-3
               MOVE conta_vencido TO EXT-TOT-VENCIDO
               WRITE EXT-TOTAL
                   AFTER ADVANCING 1 LINE
               ADD conta_saldo TO total_extractado
           END-IF.

           READ CLIENTES-LIVRO
               AT END MOVE "YYY" TO clientes_eof
           END-READ.

      *    ======== pass one: how much of the ledger is this account's
           contar_itens_conta.
           MOVE SPACES TO contas_abertas_eof.
           OPEN INPUT CONTAS-ABERTAS.

           IF CONTAS-ABERTAS-STATUS NOT = "00"
               MOVE "YYY" TO contas_abertas_eof
           ELSE
               READ CONTAS-ABERTAS
                   AT END MOVE "YYY" TO contas_abertas_eof
               END-READ
               PERFORM contar_item_linha
                   UNTIL contas_abertas_eof = "YYY"
               CLOSE CONTAS-ABERTAS
           END-IF.

           contar_item_linha.
           IF CAB-CONTA = CLI-CONTA AND CAB-ESTADO = "O"
               ADD 1 TO conta_itens
           END-IF.
           READ CONTAS-ABERTAS
               AT END MOVE "YYY" TO contas_abertas_eof
           END-READ.

      *    ======== pass two: the open items as statement lines ========
      *    an item's days past due run from its issue date plus the
      *    terms it was invoiced on; a credit note is never overdue.
           listar_itens_conta.
           MOVE SPACES TO contas_abertas_eof.
           OPEN INPUT CONTAS-ABERTAS.

           IF CONTAS-ABERTAS-STATUS NOT = "00"
               MOVE "YYY" TO contas_abertas_eof
           ELSE
               READ CONTAS-ABERTAS
                   AT END MOVE "YYY" TO contas_abertas_eof
               END-READ
               PERFORM listar_item_linha
                   UNTIL contas_abertas_eof = "YYY"
               CLOSE CONTAS-ABERTAS
           END-IF.

           listar_item_linha.
           IF CAB-CONTA = CLI-CONTA AND CAB-ESTADO = "O"
               COMPUTE item_saldo = CAB-TOTAL - CAB-PAGO
               ADD item_saldo TO conta_saldo
               MOVE CAB-DATA TO CAL-DATA-ENTRADA
               PERFORM converter_data_dias
               COMPUTE dias_atraso = serial_hoje - cal_dias_saida
                       - CAB-PRAZO-DIAS
               MOVE SPACES TO EXT-DETALHE
               IF CAB-TIPO = "C"
                   MOVE "NOTA CREDITO" TO EXT-DET-TIPO
               ELSE
                   MOVE "FACTURA" TO EXT-DET-TIPO
               END-IF
               MOVE CAB-NUMERO TO EXT-DET-NUMERO
               MOVE CAB-DATA TO EXT-DET-DATA
               MOVE CAB-TOTAL TO EXT-DET-TOTAL
               MOVE CAB-PAGO TO EXT-DET-PAGO
               MOVE item_saldo TO EXT-DET-SALDO
               IF CAB-TIPO NOT = "C" AND dias_atraso > ZERO
                   MOVE "ATRASO: " TO EXT-DET-ATRASO-LABEL
                   MOVE dias_atraso TO EXT-DET-ATRASO
                   ADD item_saldo TO conta_vencido
               END-IF
               WRITE EXT-DETALHE
                   AFTER ADVANCING 1 LINE
           END-IF.
           READ CONTAS-ABERTAS
               AT END MOVE "YYY" TO contas_abertas_eof
           END-READ.

      *    ======== the statement number register ========
           ler_registo_extractos.
           OPEN INPUT EXTRACTOS-REGISTO.
           IF EXTRACTOS-REGISTO-STATUS = "00"
               READ EXTRACTOS-REGISTO
                   AT END MOVE ZERO TO EXTREG-LAST-NUMBER
               END-READ
               MOVE EXTREG-LAST-NUMBER TO last_extracto
               CLOSE EXTRACTOS-REGISTO
           ELSE
               MOVE ZERO TO last_extracto
           END-IF.

           gravar_registo_extractos.
           OPEN OUTPUT EXTRACTOS-REGISTO.
           MOVE last_extracto TO EXTREG-LAST-NUMBER.
           WRITE EXTRACTOS-REGISTO-RECORD.
           CLOSE EXTRACTOS-REGISTO.

      *    ======== CAL-DATA-ENTRADA as a day serial ========
           converter_data_dias.
           COMPUTE cal_anos_antes = cal_ano - 1.
           DIVIDE cal_anos_antes BY 4 GIVING cal_q4.
           DIVIDE cal_anos_antes BY 100 GIVING cal_q100.
           DIVIDE cal_anos_antes BY 400 GIVING cal_q400.
           COMPUTE cal_bissextos = cal_q4 - cal_q100 + cal_q400.

           COMPUTE cal_dias_saida =
                   (cal_anos_antes * 365) + cal_bissextos
                   + cal_mes_dias (cal_mes) + cal_dia.

           PERFORM verificar_bissexto.
           IF cal_bissexto = "Y" AND cal_mes > 2
               ADD 1 TO cal_dias_saida
           END-IF.

      *    divisible by 4, except century years, which must be
      *    divisible by 400.
           verificar_bissexto.
           MOVE "N" TO cal_bissexto.
           DIVIDE cal_ano BY 4 GIVING cal_q4 REMAINDER cal_resto.
           IF cal_resto = ZERO
               MOVE "Y" TO cal_bissexto
               DIVIDE cal_ano BY 100 GIVING cal_q100
                   REMAINDER cal_resto
               IF cal_resto = ZERO
                   MOVE "N" TO cal_bissexto
                   DIVIDE cal_ano BY 400 GIVING cal_q400
                       REMAINDER cal_resto
                   IF cal_resto = ZERO
                       MOVE "Y" TO cal_bissexto
                   END-IF
               END-IF
           END-IF.

           COPY DATEPD.
           COPY RUNSTPD.

       END PROGRAM LIVROEXT.
