      * Tectonics: cobc
      *
      *    altas de titulos antes da primeira venda, correccoes de
      *    titulo/autor, mudancas de preco, abates de titulos mortos,
      *    titulos a publicar com a sua data de lancamento e
      *    transferencias de exemplares entre a loja, a reserva e o
      *    armazem via ficheiro de transacoes, em vez de editar a mao um
      *    ficheiro indexado. cada alteracao fica em AUDIT-TRAIL.txt
      *    com a chave do corpo do ISBN como AUD-CHAVE.
      ******************************************************************
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *    only transactions a second operator has approved: APROVMNT
      *    writes them here, off the operators' LIVRO-TRANS-IN.txt.
           SELECT LIVRO-TRANS-IN ASSIGN TO "LIVRO-TRANS-APROV.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIVRO-TRANS-STATUS.
      *    same keyed declaration as send_halp -- records are read
      *          ======== maintenance transactions input ========
      *    one line per change: A adds a title ahead of its first
      *    sale, C corrects titulo/autor, P changes the price, R
      *    retires a dead title off the reorder alerts, T moves
      *    TRANS-STOCK copies from TRANS-LOCAL-ORIGEM to
      *    TRANS-LOCAL-DESTINO (L loja, R reserva, A armazem). an A
      *    puts its opening stock at TRANS-LOCAL-DESTINO, spaces the
      *    shop. F adds a forthcoming title, with no stock, to take
      *    pre-orders ahead of its TRANS-DATA-LANCAMENTO (YYYYMMDD);
      *    an F on a title already forthcoming moves its date.
           FD LIVRO-TRANS-IN.
           01 LIVRO-TRANS-FILE.
               02 TRANS-ACTION PIC X(1).
               02 TRANS-AUTOR PIC A(30).
               02 TRANS-PRECO PIC 9(5).
               02 TRANS-STOCK PIC 9(5).
               02 TRANS-LOCAL-ORIGEM PIC X(1).
               02 TRANS-LOCAL-DESTINO PIC X(1).
               02 TRANS-DATA-LANCAMENTO PIC 9(8).
      *    who keyed the line, and the different operator who
      *    approved it in APROVMNT.
               02 TRANS-OPERADOR PIC X(3).
               02 TRANS-APROVADOR PIC X(3).

      *          ======== ficheiro mestre de livros ========
      *    same record as send_halp carries -- keep the two in step.
               02 LIVRO-PRECO PIC 9(5).
               02 LIVRO-STOCK PIC 9(5).
               02 LIVRO-ESTADO PIC X(1).
               02 LIVRO-CUSTO-MEDIO PIC 9(5)V9999.
               02 LIVRO-STOCK-LOCAIS.
                   03 LIVRO-STOCK-LOCAL PIC 9(5) OCCURS 3 TIMES.
               02 LIVRO-DATA-LANCAMENTO PIC 9(8).

      *          ======== physical counts input ========
      *    one line per counted title and location: the ISBN body
      *    key, the copies actually on the shelf, and where they were
      *    counted (L loja or spaces, R reserva, A armazem).
           FD STOCKTAKE-IN.
           01 STOCKTAKE-FILE.
               02 STK-CHAVE PIC 9(9).
               02 STK-COUNTED PIC 9(5).
               02 STK-LOCAL PIC X(1).

      *          ======== stocktake variance report ========
      *    one line per counted title and location: book stock there,
      *    counted stock and the variance priced at LIVRO-PRECO -- the
      *    shrinkage number, known instead of discovered.
           FD VARIANCE-OUT.
           01 VARIANCE-LINE-OUT.
               02 VAR-CHAVE-OUT PIC 9(9).
               02 FILLER PIC X(1) VALUE SPACE.
               02 VAR-LOCAL-OUT PIC X(7).
               02 FILLER PIC X(1) VALUE SPACE.
               02 VAR-LABEL-1 PIC X(6).
               02 VAR-BOOK-OUT PIC ZZZZ9.
               02 FILLER PIC X(1) VALUE SPACE.
           77 total_variancia pic S9(9)v99 value zero.
           77 contagens_lidas pic 9(5) value zero.

      *    the three places a copy can sit, in LIVRO-STOCK-LOCAL
      *    order.
           01 LOCAIS-VALORES.
               02 FILLER PIC X(8) VALUE "LLOJA".
               02 FILLER PIC X(8) VALUE "RRESERVA".
               02 FILLER PIC X(8) VALUE "AARMAZEM".
           01 LOCAIS-TABLE REDEFINES LOCAIS-VALORES.
               02 LOCAL-ENTRY OCCURS 3 TIMES.
                   03 local_tbl_codigo pic x(1).
                   03 local_tbl_nome pic x(7).

           77 local_codigo pic x(1) value space.
           77 local_idx pic 9(1) value zero.
           77 local_k pic 9(1) value zero.
           77 local_origem pic 9(1) value zero.
           77 local_destino pic 9(1) value zero.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM ABRIR-ERROR-LOG.
           IF LIVRO-TRANS-STATUS NOT = "00"
               MOVE "LIVROMNT" TO ERR-PROGRAMA
               MOVE "E01" TO ERR-CODIGO
               MOVE "erro ao abrir LIVRO-TRANS-APROV.txt" TO
                   ERR-MENSAGEM
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               CLOSE ERROR-LOG
                     AUDIT-TRAIL

           PERFORM aplicar_transacao UNTIL livro_trans_eof = "YYY".

      *    ======== what was read is emptied out, so an approved
      *    ======== line is never applied twice.
           CLOSE LIVRO-TRANS-IN.
           OPEN OUTPUT LIVRO-TRANS-IN.

      *    ======== stocktake mode, when the counts file is present ==
           PERFORM processar_stocktake.

           aplicar_transacao.
           ADD 1 TO trans_lidas.

      *    a line reaches this file only through APROVMNT; one with
      *    no approver, or approved by its own operator, is refused.
           IF TRANS-APROVADOR = SPACES
                   OR TRANS-APROVADOR = TRANS-OPERADOR
               MOVE "LIVROMNT" TO ERR-PROGRAMA
               MOVE "E02" TO ERR-CODIGO
               MOVE "transacao sem aprovacao valida" TO ERR-MENSAGEM
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               ADD 1 TO trans_rejeitadas
           ELSE
               IF TRANS-CHAVE IS NOT NUMERIC
                   MOVE "LIVROMNT" TO ERR-PROGRAMA
                   MOVE "E02" TO ERR-CODIGO
                   MOVE "transacao com chave nao numerica" TO
                       ERR-MENSAGEM
                   PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
                   ADD 1 TO trans_rejeitadas
               ELSE
                   EVALUATE TRANS-ACTION
                       WHEN "A"
                           PERFORM abrir_titulo THRU abrir_titulo_fim
                       WHEN "C"
                           PERFORM corrigir_titulo
                       WHEN "P"
                           PERFORM mudar_preco THRU mudar_preco_fim
                       WHEN "R"
                           PERFORM retirar_titulo
                       WHEN "F"
                           PERFORM lancar_titulo
                               THRU lancar_titulo_fim
                       WHEN "T"
                           PERFORM transferir_stock
                               THRU transferir_stock_fim
                       WHEN OTHER
                           MOVE "LIVROMNT" TO ERR-PROGRAMA
                           MOVE "E02" TO ERR-CODIGO
                           MOVE "accao de manutencao desconhecida" TO
                               ERR-MENSAGEM
                           PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
                           ADD 1 TO trans_rejeitadas
                   END-EVALUATE
               END-IF
           END-IF.

           READ LIVRO-TRANS-IN
               GO TO abrir_titulo_fim
           END-IF.

           MOVE TRANS-LOCAL-DESTINO TO local_codigo.
           IF local_codigo = SPACE
               MOVE "L" TO local_codigo
           END-IF.
           PERFORM determinar_local.
           IF local_idx = ZERO
               MOVE "LIVROMNT" TO ERR-PROGRAMA
               MOVE "E02" TO ERR-CODIGO
               MOVE "alta com local desconhecido" TO ERR-MENSAGEM
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               ADD 1 TO trans_rejeitadas
               GO TO abrir_titulo_fim
           END-IF.

           MOVE SPACES TO LIVROS-MASTER-FILE.
           MOVE TRANS-CHAVE TO LIVRO-CHAVE.
           MOVE TRANS-TITULO TO LIVRO-TITULO.
           MOVE TRANS-PRECO TO LIVRO-PRECO.
           MOVE TRANS-STOCK TO LIVRO-STOCK.
           MOVE "A" TO LIVRO-ESTADO.
           MOVE ZERO TO LIVRO-STOCK-LOCAL (1).
           MOVE ZERO TO LIVRO-STOCK-LOCAL (2).
           MOVE ZERO TO LIVRO-STOCK-LOCAL (3).
           MOVE TRANS-STOCK TO LIVRO-STOCK-LOCAL (local_idx).
           MOVE ZERO TO LIVRO-DATA-LANCAMENTO.
      *    costed by send_halp off the publisher's list at the first
      *    movement, and re-averaged by every carton received.
           MOVE ZERO TO LIVRO-CUSTO-MEDIO.

           WRITE LIVROS-MASTER-FILE
               INVALID KEY
                   PERFORM registar_auditoria_livro
           END-READ.

      *    ======== F: a forthcoming title and its release date ====
      *    in the catalog with no stock, so send_halp takes its
      *    pre-orders and refuses its sales; the first carton
      *    received makes it live. a date that slips is re-keyed as
      *    another F against the same title.
           lancar_titulo.
           MOVE TRANS-DATA-LANCAMENTO TO VAL-DATA-ENTRADA.
           PERFORM VALIDAR-DATA THRU VALIDAR-DATA-EXIT.
           IF VAL-DATA-OK = "N" OR TRANS-PRECO IS NOT NUMERIC
               MOVE "LIVROMNT" TO ERR-PROGRAMA
               MOVE "E02" TO ERR-CODIGO
               MOVE "titulo a publicar com data/preco invalido" TO
                   ERR-MENSAGEM
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               ADD 1 TO trans_rejeitadas
               GO TO lancar_titulo_fim
           END-IF.

           MOVE TRANS-CHAVE TO LIVRO-CHAVE.
           READ LIVROS-MASTER
               INVALID KEY
                   MOVE SPACES TO LIVROS-MASTER-FILE
                   MOVE TRANS-CHAVE TO LIVRO-CHAVE
                   MOVE TRANS-TITULO TO LIVRO-TITULO
                   MOVE TRANS-AUTOR TO LIVRO-AUTOR
                   MOVE TRANS-PRECO TO LIVRO-PRECO
                   MOVE ZERO TO LIVRO-STOCK
                   MOVE "F" TO LIVRO-ESTADO
                   MOVE ZERO TO LIVRO-CUSTO-MEDIO
                   MOVE ZERO TO LIVRO-STOCK-LOCAL (1)
                   MOVE ZERO TO LIVRO-STOCK-LOCAL (2)
                   MOVE ZERO TO LIVRO-STOCK-LOCAL (3)
                   MOVE TRANS-DATA-LANCAMENTO TO LIVRO-DATA-LANCAMENTO
                   WRITE LIVROS-MASTER-FILE
                   ADD 1 TO trans_aplicadas
                   MOVE "TITULO A PUBLICAR" TO AUD-DESCRICAO
                   PERFORM registar_auditoria_livro
               NOT INVALID KEY
                   IF LIVRO-ESTADO = "F"
                       MOVE TRANS-DATA-LANCAMENTO
                           TO LIVRO-DATA-LANCAMENTO
                       REWRITE LIVROS-MASTER-FILE
                       ADD 1 TO trans_aplicadas
                       MOVE "DATA DE LANCAMENTO ALTERADA" TO
                           AUD-DESCRICAO
                       PERFORM registar_auditoria_livro
                   ELSE
                       MOVE "LIVROMNT" TO ERR-PROGRAMA
                       MOVE "E02" TO ERR-CODIGO
                       MOVE "titulo ja publicado - " TO ERR-MENSAGEM
                       MOVE TRANS-CHAVE TO ERR-MENSAGEM (23:9)
                       PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
                       ADD 1 TO trans_rejeitadas
                   END-IF
           END-READ.

           lancar_titulo_fim.
               EXIT.

      *    ======== T: copies moved from one location to another ===
      *    never more than the origin holds; the title's total stock
      *    does not change, so the audit line carries no value.
           transferir_stock.
           MOVE TRANS-LOCAL-ORIGEM TO local_codigo.
           PERFORM determinar_local.
           MOVE local_idx TO local_origem.
           MOVE TRANS-LOCAL-DESTINO TO local_codigo.
           PERFORM determinar_local.
           MOVE local_idx TO local_destino.

           IF TRANS-STOCK IS NOT NUMERIC OR TRANS-STOCK = ZERO
                   OR local_origem = ZERO OR local_destino = ZERO
                   OR local_origem = local_destino
               MOVE "LIVROMNT" TO ERR-PROGRAMA
               MOVE "E02" TO ERR-CODIGO
               MOVE "transferencia com qtd ou locais invalidos" TO
                   ERR-MENSAGEM
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               ADD 1 TO trans_rejeitadas
               GO TO transferir_stock_fim
           END-IF.

           MOVE TRANS-CHAVE TO LIVRO-CHAVE.
           READ LIVROS-MASTER
               INVALID KEY
                   PERFORM titulo_desconhecido
                   GO TO transferir_stock_fim
           END-READ.
           PERFORM normalizar_stock_local.

           IF LIVRO-STOCK-LOCAL (local_origem) < TRANS-STOCK
               MOVE "LIVROMNT" TO ERR-PROGRAMA
               MOVE "E02" TO ERR-CODIGO
               MOVE "transferencia acima do stock na origem - " TO
                   ERR-MENSAGEM
               MOVE TRANS-CHAVE TO ERR-MENSAGEM (42:9)
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               ADD 1 TO trans_rejeitadas
               GO TO transferir_stock_fim
           END-IF.

           SUBTRACT TRANS-STOCK FROM LIVRO-STOCK-LOCAL (local_origem).
           ADD TRANS-STOCK TO LIVRO-STOCK-LOCAL (local_destino).
           PERFORM somar_stock_local.
           REWRITE LIVROS-MASTER-FILE.
           ADD 1 TO trans_aplicadas.
           MOVE SPACES TO AUD-DESCRICAO.
           STRING "TRANSFERENCIA " TRANS-LOCAL-ORIGEM ">"
               TRANS-LOCAL-DESTINO DELIMITED BY SIZE
               INTO AUD-DESCRICAO.
           PERFORM registar_auditoria_livro.

           transferir_stock_fim.
               EXIT.

      *    ======== stock by location ========
           determinar_local.
           MOVE ZERO TO local_idx.
           PERFORM testar_local
               VARYING local_k FROM 1 BY 1
               UNTIL local_k > 3 OR local_idx > ZERO.

           testar_local.
           IF local_tbl_codigo (local_k) = local_codigo
               MOVE local_k TO local_idx
           END-IF.

      *    a record from before the split holds its stock in the shop.
           normalizar_stock_local.
           IF LIVRO-STOCK-LOCAIS IS NOT NUMERIC
               MOVE ZERO TO LIVRO-STOCK-LOCAL (1)
               MOVE ZERO TO LIVRO-STOCK-LOCAL (2)
               MOVE ZERO TO LIVRO-STOCK-LOCAL (3)
               MOVE LIVRO-STOCK TO LIVRO-STOCK-LOCAL (1)
           END-IF.

           somar_stock_local.
           COMPUTE LIVRO-STOCK = LIVRO-STOCK-LOCAL (1)
                   + LIVRO-STOCK-LOCAL (2) + LIVRO-STOCK-LOCAL (3).

           titulo_desconhecido.
           MOVE "LIVROMNT" TO ERR-PROGRAMA.
           MOVE "E02" TO ERR-CODIGO.
               GO TO aplicar_contagem_ler
           END-IF.

           MOVE STK-LOCAL TO local_codigo.
           IF local_codigo = SPACE
               MOVE "L" TO local_codigo
           END-IF.
           PERFORM determinar_local.
           IF local_idx = ZERO
               MOVE "LIVROMNT" TO ERR-PROGRAMA
               MOVE "E05" TO ERR-CODIGO
               MOVE "contagem com local desconhecido - " TO
                   ERR-MENSAGEM
               MOVE STK-CHAVE TO ERR-MENSAGEM (35:9)
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               GO TO aplicar_contagem_ler
           END-IF.

           MOVE STK-CHAVE TO LIVRO-CHAVE.
           READ LIVROS-MASTER
               INVALID KEY
                   MOVE STK-CHAVE TO ERR-MENSAGEM (35:9)
                   PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               NOT INVALID KEY
                   PERFORM normalizar_stock_local
                   COMPUTE var_qtd = STK-COUNTED
                           - LIVRO-STOCK-LOCAL (local_idx)
                   COMPUTE var_valor = var_qtd * LIVRO-PRECO

                   MOVE SPACES TO VARIANCE-LINE-OUT
                   MOVE STK-CHAVE TO VAR-CHAVE-OUT
                   MOVE local_tbl_nome (local_idx) TO VAR-LOCAL-OUT
                   MOVE "BOOK: " TO VAR-LABEL-1
                   MOVE LIVRO-STOCK-LOCAL (local_idx) TO VAR-BOOK-OUT
                   MOVE "COUNTED: " TO VAR-LABEL-2
                   MOVE STK-COUNTED TO VAR-COUNTED-OUT
                   MOVE "VARIANCE: " TO VAR-LABEL-3
                   DISPLAY VARIANCE-LINE-OUT

                   IF var_qtd NOT = ZERO
                       MOVE STK-COUNTED TO LIVRO-STOCK-LOCAL (local_idx)
                       PERFORM somar_stock_local
                       REWRITE LIVROS-MASTER-FILE
                       ADD var_valor TO total_variancia
                       MOVE "LIVROMNT" TO AUD-PROGRAMA
