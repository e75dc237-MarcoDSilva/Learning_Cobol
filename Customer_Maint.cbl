      *=======================================================================*
                               FILE-CONTROL.

      *    only transactions a second operator has approved --        *
      *    APROVMNT writes them here, off the operators' own          *
      *    CUST-TRANS-IN.txt.                                         *
           SELECT CUST-TRANS-IN ASSIGN TO 'CUST-TRANS-APROV.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUST-TRANS-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO 'CUSTOMER-MASTER.txt'
      *          ======== maintenance transactions input ========      *
      *    one line per change: M merge (the duplicate name, then     *
      *    the surviving name), C name correction (old name then new  *
      *    name), D deletion for a data-protection request, A account *
      *    type, L credit limit on a corporate account, K driving     *
      *    licence and NIF (registering the customer if new), B block *
      *    with a reason, U lift the block.                           *
           FD CUST-TRANS-IN.
           01 CUST-TRANS-FILE.
               02 TRANS-ACTION PIC X(1).
               02 TRANS-NEW-NAME PIC A(20).
      *    for the A transaction only: I individual, C corporate.     *
               02 TRANS-ACCT-TYPE PIC X(1).
      *    for the L transaction only: the corporate account's new    *
      *    credit limit, zero to lift it.                             *
               02 TRANS-CREDIT-LIMIT PIC 9(7)V99.
      *    for the K transaction only: licence number, its expiry     *
      *    (YYYYMMDD) and the customer's NIF.                         *
               02 TRANS-LICENCE PIC X(15).
               02 TRANS-LICENCE-EXPIRY PIC 9(8).
               02 TRANS-NIF PIC 9(9).
      *    for the B transaction only: D unpaid damage, F fraud,      *
      *    N repeated no-shows, O other.                              *
               02 TRANS-BLOCK-REASON PIC X(1).
      *    who keyed the line, and the different operator who         *
      *    approved it in APROVMNT.                                   *
               02 TRANS-OPERADOR PIC X(3).
               02 TRANS-APROVADOR PIC X(3).

      *          ======== customer master file ========                *
      *    same record as PROD2V1 carries -- keep the two in step.     *
               02 CUST_RENTALS PIC 9(5).
               02 CUST_REVENUE PIC 9(7)V99.
               02 CUST_ACCT_TYPE PIC X(1).
               02 CUST_CREDIT_LIMIT PIC 9(7)V99.
               02 CUST_LICENCE PIC X(15).
               02 CUST_LICENCE_EXPIRY PIC 9(8).
               02 CUST_NIF PIC 9(9).
               02 CUST_BLOCKED PIC X(1).
               02 CUST_BLOCK_REASON PIC X(1).

           COPY DATEFD.
           COPY AUDITFD.
           COPY BALANCEWS.
           COPY RUNSTWS.
           COPY LOCKWS.
           COPY NIFWS.

       77  CUST-TRANS-STATUS PIC X(2) VALUE SPACES.
       77  CUST-TRANS-EOF PIC A(3) VALUE SPACES.
      *    a master too big for the table must never be rewritten     *
      *    from it -- that would delete the overflow customers.       *
       77  CUSTOMER-OVERFLOW PIC X(1) VALUE "N".
      *    N when the master could not be rewritten: the approved     *
      *    lines are then kept for the next run, not emptied out.     *
       77  MESTRES-GRAVADOS PIC X(1) VALUE "Y".
       77  CUSTOMER-MASTER-STATUS PIC X(2) VALUE SPACES.
       77  CUSTOMER-MASTER-EOF PIC X(3) VALUE SPACES.
       77  CUSTOMER-COUNT PIC 9(3) VALUE ZERO.
       77  TRANS-APLICADAS PIC 9(5) VALUE ZERO.
       77  TRANS-REJEITADAS PIC 9(5) VALUE ZERO.
       77  PROCURA-NOME PIC A(20) VALUE SPACES.
      *    a licence captured for a name not yet on the master        *
      *    registers the customer under the next number, the same     *
      *    numbering PROD2V1 gives a first-time renter.               *
       77  NEXT-CUST-NUMBER PIC 9(6) VALUE 1.

      *    E on the estado byte keeps a deleted or merged-away        *
      *    record out of the rewrite without shuffling the table.     *
               03 CUST-TBL-RENTALS PIC 9(5).
               03 CUST-TBL-REVENUE PIC 9(7)V99.
               03 CUST-TBL-ACCT-TYPE PIC X(1).
               03 CUST-TBL-CREDIT-LIMIT PIC 9(7)V99.
               03 CUST-TBL-LICENCE PIC X(15).
               03 CUST-TBL-LICENCE-EXPIRY PIC 9(8).
               03 CUST-TBL-NIF PIC 9(9).
               03 CUST-TBL-BLOCKED PIC X(1).
               03 CUST-TBL-BLOCK-REASON PIC X(1).
               03 CUST-TBL-ESTADO PIC X(1).

      *=======================================================================*
           IF CUST-TRANS-STATUS NOT = "00"
               MOVE "PROD2V3" TO ERR-PROGRAMA
               MOVE "E01" TO ERR-CODIGO
               MOVE "erro ao abrir CUST-TRANS-APROV.txt" TO ERR-MENSAGEM
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               CLOSE ERROR-LOG
                     AUDIT-TRAIL

           PERFORM APLICAR-TRANSACAO UNTIL CUST-TRANS-EOF = "YYY".

           CLOSE CUST-TRANS-IN.

           PERFORM SAVE-CUSTOMER-MASTER
               THRU SAVE-CUSTOMER-MASTER-FIM.

      *    ---- what was read is emptied out once the master holds    ----*
      *    ---- it, so an approved line is never applied twice; a     ----*
      *    ---- master left as it stood keeps the lines for a rerun.  ----*
           IF MESTRES-GRAVADOS = "Y" AND CUSTOMER-OVERFLOW = "N"
               OPEN OUTPUT CUST-TRANS-IN
               CLOSE CUST-TRANS-IN
           ELSE
               MOVE "PROD2V3" TO ERR-PROGRAMA
               MOVE "E04" TO ERR-CODIGO
               MOVE "transacoes mantidas - mestre nao reescrito"
                   TO ERR-MENSAGEM
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
           END-IF.

           MOVE "PROD2V3" TO BAL-PROGRAMA.
           MOVE "E03" TO BAL-CODIGO-ERRO.
           MOVE TRANS-LIDAS TO BAL-LIDOS.

           ADD 1 TO TRANS-LIDAS.

      *    a line reaches this file only through APROVMNT; one with   *
      *    no approver, or approved by its own operator, is refused.  *
           IF TRANS-APROVADOR = SPACES
                   OR TRANS-APROVADOR = TRANS-OPERADOR
               MOVE "PROD2V3" TO ERR-PROGRAMA
               MOVE "E02" TO ERR-CODIGO
               MOVE "transacao sem aprovacao valida" TO ERR-MENSAGEM
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               ADD 1 TO TRANS-REJEITADAS
           ELSE
               EVALUATE TRANS-ACTION
                   WHEN "M"
                       PERFORM FUNDIR-CLIENTES THRU FUNDIR-CLIENTES-FIM
                   WHEN "C"
                       PERFORM CORRIGIR-NOME
                   WHEN "D"
                       PERFORM ELIMINAR-CLIENTE
                   WHEN "A"
                       PERFORM MARCAR-TIPO-CONTA
                           THRU MARCAR-TIPO-CONTA-FIM
                   WHEN "L"
                       PERFORM FIXAR-LIMITE-CREDITO
                           THRU FIXAR-LIMITE-CREDITO-FIM
                   WHEN "K"
                       PERFORM REGISTAR-CARTA THRU REGISTAR-CARTA-FIM
                   WHEN "B"
                       PERFORM BLOQUEAR-CLIENTE
                           THRU BLOQUEAR-CLIENTE-FIM
                   WHEN "U"
                       PERFORM DESBLOQUEAR-CLIENTE
                   WHEN OTHER
                       MOVE "PROD2V3" TO ERR-PROGRAMA
                       MOVE "E02" TO ERR-CODIGO
                       MOVE "accao de manutencao desconhecida" TO
                           ERR-MENSAGEM
                       PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
                       ADD 1 TO TRANS-REJEITADAS
               END-EVALUATE
           END-IF.

           READ CUST-TRANS-IN
               AT END MOVE "YYY" TO CUST-TRANS-EOF
           MARCAR-TIPO-CONTA-FIM.
               EXIT.

      *    ---- L: sets the credit limit PROD2V1 holds a corporate    ----*
      *    ---- account's rentals to; only a C account carries one.   ----*
           FIXAR-LIMITE-CREDITO.

           IF TRANS-CREDIT-LIMIT IS NOT NUMERIC
               MOVE "PROD2V3" TO ERR-PROGRAMA
               MOVE "E02" TO ERR-CODIGO
               MOVE "limite de credito nao numerico" TO ERR-MENSAGEM
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               ADD 1 TO TRANS-REJEITADAS
               GO TO FIXAR-LIMITE-CREDITO-FIM
           END-IF.

           MOVE TRANS-NAME TO PROCURA-NOME.
           PERFORM PROCURAR-CLIENTE.

           IF CUST-ATUAL = ZERO
               MOVE "PROD2V3" TO ERR-PROGRAMA
               MOVE "E02" TO ERR-CODIGO
               MOVE "limite de credito de nome desconhecido - " TO
                   ERR-MENSAGEM
               MOVE TRANS-NAME TO ERR-MENSAGEM (42:9)
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               ADD 1 TO TRANS-REJEITADAS
               GO TO FIXAR-LIMITE-CREDITO-FIM
           END-IF.

           IF CUST-TBL-ACCT-TYPE (CUST-ATUAL) NOT = "C"
               MOVE "PROD2V3" TO ERR-PROGRAMA
               MOVE "E02" TO ERR-CODIGO
               MOVE "limite de credito em conta nao corporativa" TO
                   ERR-MENSAGEM
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               ADD 1 TO TRANS-REJEITADAS
               GO TO FIXAR-LIMITE-CREDITO-FIM
           END-IF.

           MOVE TRANS-CREDIT-LIMIT
               TO CUST-TBL-CREDIT-LIMIT (CUST-ATUAL).
           ADD 1 TO TRANS-APLICADAS.
           MOVE "PROD2V3" TO AUD-PROGRAMA.
           MOVE SPACES TO AUD-CHAVE.
           MOVE TRANS-NAME TO AUD-CHAVE (1:20).
           MOVE ZERO TO AUD-VALOR.
           MOVE "LIMITE DE CREDITO FIXADO" TO AUD-DESCRICAO.
           PERFORM REGISTAR-AUDITORIA THRU REGISTAR-AUDITORIA-EXIT.

           FIXAR-LIMITE-CREDITO-FIM.
               EXIT.

      *    ---- K: the driving licence seen at the counter -- number  ----*
      *    ---- and expiry -- with the customer's NIF. PROD2V1 will   ----*
      *    ---- not hand a car to anyone without one on file.         ----*
           REGISTAR-CARTA.

           IF TRANS-LICENCE = SPACES
               MOVE "PROD2V3" TO ERR-PROGRAMA
               MOVE "E02" TO ERR-CODIGO
               MOVE "carta de conducao em branco" TO ERR-MENSAGEM
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               ADD 1 TO TRANS-REJEITADAS
               GO TO REGISTAR-CARTA-FIM
           END-IF.

           MOVE TRANS-LICENCE-EXPIRY TO VAL-DATA-ENTRADA.
           PERFORM VALIDAR-DATA THRU VALIDAR-DATA-EXIT.
           IF VAL-DATA-OK NOT = "S"
               MOVE "PROD2V3" TO ERR-PROGRAMA
               MOVE "E02" TO ERR-CODIGO
               MOVE "validade da carta invalida - " TO ERR-MENSAGEM
               MOVE TRANS-NAME TO ERR-MENSAGEM (30:20)
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               ADD 1 TO TRANS-REJEITADAS
               GO TO REGISTAR-CARTA-FIM
           END-IF.

           MOVE TRANS-NIF TO NIF-NUMERO.
           PERFORM VALIDAR-NIF THRU VALIDAR-NIF-EXIT.
           IF NIF-VALIDO NOT = "S"
               MOVE "PROD2V3" TO ERR-PROGRAMA
               MOVE "E02" TO ERR-CODIGO
               MOVE "NIF invalido - " TO ERR-MENSAGEM
               MOVE TRANS-NAME TO ERR-MENSAGEM (16:20)
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               ADD 1 TO TRANS-REJEITADAS
               GO TO REGISTAR-CARTA-FIM
           END-IF.

           MOVE TRANS-NAME TO PROCURA-NOME.
           PERFORM PROCURAR-CLIENTE.

           IF CUST-ATUAL = ZERO
               IF CUSTOMER-COUNT NOT < 200
                   MOVE "PROD2V3" TO ERR-PROGRAMA
                   MOVE "E04" TO ERR-CODIGO
                   MOVE "mestre de clientes cheio - carta recusada" TO
                       ERR-MENSAGEM
                   PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
                   ADD 1 TO TRANS-REJEITADAS
                   GO TO REGISTAR-CARTA-FIM
               END-IF
               ADD 1 TO CUSTOMER-COUNT
               MOVE CUSTOMER-COUNT TO CUST-ATUAL
               MOVE NEXT-CUST-NUMBER TO CUST-TBL-NUMBER (CUST-ATUAL)
               ADD 1 TO NEXT-CUST-NUMBER
               MOVE TRANS-NAME TO CUST-TBL-NAME (CUST-ATUAL)
               MOVE ZERO TO CUST-TBL-RENTALS (CUST-ATUAL)
               MOVE ZERO TO CUST-TBL-REVENUE (CUST-ATUAL)
               MOVE "I" TO CUST-TBL-ACCT-TYPE (CUST-ATUAL)
               MOVE ZERO TO CUST-TBL-CREDIT-LIMIT (CUST-ATUAL)
               MOVE "N" TO CUST-TBL-BLOCKED (CUST-ATUAL)
               MOVE SPACE TO CUST-TBL-BLOCK-REASON (CUST-ATUAL)
               MOVE "A" TO CUST-TBL-ESTADO (CUST-ATUAL)
           END-IF.

           MOVE TRANS-LICENCE TO CUST-TBL-LICENCE (CUST-ATUAL).
           MOVE TRANS-LICENCE-EXPIRY
               TO CUST-TBL-LICENCE-EXPIRY (CUST-ATUAL).
           MOVE TRANS-NIF TO CUST-TBL-NIF (CUST-ATUAL).
           ADD 1 TO TRANS-APLICADAS.
           MOVE "PROD2V3" TO AUD-PROGRAMA.
           MOVE SPACES TO AUD-CHAVE.
           MOVE TRANS-NAME TO AUD-CHAVE (1:20).
           MOVE ZERO TO AUD-VALOR.
           MOVE "CARTA DE CONDUCAO REGISTADA" TO AUD-DESCRICAO.
           PERFORM REGISTAR-AUDITORIA THRU REGISTAR-AUDITORIA-EXIT.

           REGISTAR-CARTA-FIM.
               EXIT.

      *    ---- B: puts the customer on the block list with the       ----*
      *    ---- reason the counter's reject line will quote.          ----*
           BLOQUEAR-CLIENTE.

           IF TRANS-BLOCK-REASON NOT = "D"
                   AND TRANS-BLOCK-REASON NOT = "F"
                   AND TRANS-BLOCK-REASON NOT = "N"
                   AND TRANS-BLOCK-REASON NOT = "O"
               MOVE "PROD2V3" TO ERR-PROGRAMA
               MOVE "E02" TO ERR-CODIGO
               MOVE "motivo de bloqueio desconhecido" TO ERR-MENSAGEM
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               ADD 1 TO TRANS-REJEITADAS
               GO TO BLOQUEAR-CLIENTE-FIM
           END-IF.

           MOVE TRANS-NAME TO PROCURA-NOME.
           PERFORM PROCURAR-CLIENTE.

           IF CUST-ATUAL = ZERO
               MOVE "PROD2V3" TO ERR-PROGRAMA
               MOVE "E02" TO ERR-CODIGO
               MOVE "bloqueio de nome desconhecido - " TO ERR-MENSAGEM
               MOVE TRANS-NAME TO ERR-MENSAGEM (33:18)
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               ADD 1 TO TRANS-REJEITADAS
           ELSE
               MOVE "Y" TO CUST-TBL-BLOCKED (CUST-ATUAL)
               MOVE TRANS-BLOCK-REASON
                   TO CUST-TBL-BLOCK-REASON (CUST-ATUAL)
               ADD 1 TO TRANS-APLICADAS
               MOVE "PROD2V3" TO AUD-PROGRAMA
               MOVE SPACES TO AUD-CHAVE
               MOVE TRANS-NAME TO AUD-CHAVE (1:20)
               MOVE ZERO TO AUD-VALOR
               MOVE "CLIENTE BLOQUEADO" TO AUD-DESCRICAO
               PERFORM REGISTAR-AUDITORIA THRU REGISTAR-AUDITORIA-EXIT
           END-IF.

           BLOQUEAR-CLIENTE-FIM.
               EXIT.

      *    ---- U: lifts the block once the matter is settled.        ----*
           DESBLOQUEAR-CLIENTE.

           MOVE TRANS-NAME TO PROCURA-NOME.
           PERFORM PROCURAR-CLIENTE.

           IF CUST-ATUAL = ZERO
               MOVE "PROD2V3" TO ERR-PROGRAMA
               MOVE "E02" TO ERR-CODIGO
               MOVE "desbloqueio de nome desconhecido - " TO
                   ERR-MENSAGEM
               MOVE TRANS-NAME TO ERR-MENSAGEM (36:15)
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               ADD 1 TO TRANS-REJEITADAS
           ELSE
               MOVE "N" TO CUST-TBL-BLOCKED (CUST-ATUAL)
               MOVE SPACE TO CUST-TBL-BLOCK-REASON (CUST-ATUAL)
               ADD 1 TO TRANS-APLICADAS
               MOVE "PROD2V3" TO AUD-PROGRAMA
               MOVE SPACES TO AUD-CHAVE
               MOVE TRANS-NAME TO AUD-CHAVE (1:20)
               MOVE ZERO TO AUD-VALOR
               MOVE "CLIENTE DESBLOQUEADO" TO AUD-DESCRICAO
               PERFORM REGISTAR-AUDITORIA THRU REGISTAR-AUDITORIA-EXIT
           END-IF.

      *    ---- looks PROCURA-NOME up among the live records;         ----*
      *    ---- CUST-ATUAL is the slot found, zero if none.           ----*
           PROCURAR-CLIENTE.
               ELSE
                   MOVE "I" TO CUST-TBL-ACCT-TYPE (CUSTOMER-COUNT)
               END-IF
               IF CUST_CREDIT_LIMIT IS NUMERIC
                   MOVE CUST_CREDIT_LIMIT
                       TO CUST-TBL-CREDIT-LIMIT (CUSTOMER-COUNT)
               ELSE
                   MOVE ZERO TO CUST-TBL-CREDIT-LIMIT (CUSTOMER-COUNT)
               END-IF
      *        a master from before licence capture carries spaces    *
      *        here -- no licence on file, not blocked.               *
               MOVE CUST_LICENCE TO CUST-TBL-LICENCE (CUSTOMER-COUNT)
               IF CUST_LICENCE_EXPIRY IS NUMERIC
                   MOVE CUST_LICENCE_EXPIRY
                       TO CUST-TBL-LICENCE-EXPIRY (CUSTOMER-COUNT)
               ELSE
                   MOVE ZERO TO CUST-TBL-LICENCE-EXPIRY (CUSTOMER-COUNT)
               END-IF
               IF CUST_NIF IS NUMERIC
                   MOVE CUST_NIF TO CUST-TBL-NIF (CUSTOMER-COUNT)
               ELSE
                   MOVE ZERO TO CUST-TBL-NIF (CUSTOMER-COUNT)
               END-IF
               IF CUST_BLOCKED = "Y"
                   MOVE "Y" TO CUST-TBL-BLOCKED (CUSTOMER-COUNT)
                   MOVE CUST_BLOCK_REASON
                       TO CUST-TBL-BLOCK-REASON (CUSTOMER-COUNT)
               ELSE
                   MOVE "N" TO CUST-TBL-BLOCKED (CUSTOMER-COUNT)
                   MOVE SPACE TO CUST-TBL-BLOCK-REASON (CUSTOMER-COUNT)
               END-IF
               IF CUST_NUMBER NOT < NEXT-CUST-NUMBER
                   COMPUTE NEXT-CUST-NUMBER = CUST_NUMBER + 1
               END-IF
               MOVE "A" TO CUST-TBL-ESTADO (CUSTOMER-COUNT)
           END-IF.

               MOVE "mestre de clientes nao reescrito - tabela cheia"
                   TO ERR-MENSAGEM
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               MOVE "N" TO MESTRES-GRAVADOS
               GO TO SAVE-CUSTOMER-MASTER-FIM
           END-IF.

           OPEN OUTPUT CUSTOMER-MASTER.
           IF CUSTOMER-MASTER-STATUS NOT = "00"
               MOVE "PROD2V3" TO ERR-PROGRAMA
               MOVE "E01" TO ERR-CODIGO
               MOVE "erro ao gravar CUSTOMER-MASTER.txt" TO ERR-MENSAGEM
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               MOVE "N" TO MESTRES-GRAVADOS
               GO TO SAVE-CUSTOMER-MASTER-FIM
           END-IF.
           PERFORM WRITE-CUSTOMER-ENTRY
               VARYING CUST-IDX FROM 1 BY 1
               UNTIL CUST-IDX > CUSTOMER-COUNT.
               MOVE CUST-TBL-RENTALS (CUST-IDX) TO CUST_RENTALS
               MOVE CUST-TBL-REVENUE (CUST-IDX) TO CUST_REVENUE
               MOVE CUST-TBL-ACCT-TYPE (CUST-IDX) TO CUST_ACCT_TYPE
               MOVE CUST-TBL-CREDIT-LIMIT (CUST-IDX)
                   TO CUST_CREDIT_LIMIT
               MOVE CUST-TBL-LICENCE (CUST-IDX) TO CUST_LICENCE
               MOVE CUST-TBL-LICENCE-EXPIRY (CUST-IDX)
                   TO CUST_LICENCE_EXPIRY
               MOVE CUST-TBL-NIF (CUST-IDX) TO CUST_NIF
               MOVE CUST-TBL-BLOCKED (CUST-IDX) TO CUST_BLOCKED
               MOVE CUST-TBL-BLOCK-REASON (CUST-IDX)
                   TO CUST_BLOCK_REASON
               WRITE CUSTOMER-MASTER-FILE
           END-IF.

           COPY DATEPD.
           COPY AUDITPD.
           COPY BALANCEPD.
           COPY NIFPD.
           COPY LOCKPD.
           COPY RUNSTPD.

