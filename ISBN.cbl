               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPEN-PO-STATUS.
           SELECT OPEN-PO-REPORT ASSIGN DYNAMIC OPEN-PO-RPT-FILENAME.
      *    the publishers' trade price list: what an order line is
      *    expected to cost, copied onto the open-PO line at order time.
           SELECT CUSTOS-EDITORA ASSIGN TO 'CUSTOS-EDITORA.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUSTOS-EDITORA-STATUS.
      *    publisher invoices, matched three ways against the order
      *    and the goods received before anything is released for
      *    payment; a held invoice is carried until it matches or the
      *    buyer decides on it.
           SELECT FACTURAS-EDITORA-IN
               ASSIGN TO 'FACTURAS-EDITORA-IN.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FACTURAS-IN-STATUS.
           SELECT FACTURAS-RETIDAS ASSIGN TO 'FACTURAS-RETIDAS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FACTURAS-RETIDAS-STATUS.
           SELECT FACTURAS-DECISOES-IN
               ASSIGN TO 'FACTURAS-DECISOES-IN.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FACTURAS-DECISOES-STATUS.
           SELECT FACTURAS-A-PAGAR ASSIGN TO 'FACTURAS-A-PAGAR.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FACTURAS-A-PAGAR-STATUS.
           SELECT FACTURAS-DISCREP-OUT
               ASSIGN DYNAMIC FACTURAS-DISCREP-FILENAME.
      *    the shortfall a sale could not fill, written down instead
      *    of telling the customer "soon" and nobody remembering.
      *    effective-dated selling prices per title, in the style of
               FILE STATUS IS TITULO-RANKED-STATUS.
           SELECT SORT-DETALHE ASSIGN TO "SORTWK01.tmp".
           SELECT SORT-TOTAIS ASSIGN TO "SORTWK02.tmp".
      *    margin per title off the same ranking break, and the stock
      *    valued at average cost, publisher by publisher -- the book
      *    master is copied out, SORTed by publisher and broken.
           SELECT MARGEM-OUT ASSIGN DYNAMIC MARGEM-FILENAME.
      *    what the warehouse and the back-store should send to the
      *    shop to cover what the shop sold.
           SELECT REPOSICAO-OUT ASSIGN DYNAMIC REPOSICAO-FILENAME.
           SELECT STOCK-VALOR-OUT ASSIGN DYNAMIC STOCK-VALOR-FILENAME.
           SELECT STOCK-WORK ASSIGN TO "STOCK-VALOR.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STOCK-WORK-STATUS.
           SELECT STOCK-SORTED ASSIGN TO "STOCK-POR-EDITORA.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STOCK-SORTED-STATUS.
           SELECT SORT-STOCK ASSIGN TO "SORTWK03.tmp".
      *    stock aging: the sales history SORTed by title and matched
      *    against the book master for the periods since each title
      *    last sold; the markdown and return proposals it makes wait
      *    on AGING-PROPOSTAS.txt for the buyer's approval.
           SELECT AGING-OUT ASSIGN DYNAMIC AGING-FILENAME.
           SELECT HIST-SORTED ASSIGN TO "SALES-HIST-SORTED.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HIST-SORTED-STATUS.
           SELECT SORT-HIST ASSIGN TO "SORTWK04.tmp".
           SELECT AGING-PROPOSTAS ASSIGN TO 'AGING-PROPOSTAS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AGING-PROPOSTAS-STATUS.
           SELECT AGING-APROVACOES-IN
               ASSIGN TO 'AGING-APROVACOES-IN.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AGING-APROVACOES-STATUS.
      *    pre-orders for forthcoming titles: the standing file, in
      *    order of arrival, the day's new ones off the shop counter,
      *    and what the run picks, announces and counts for them.
           SELECT PRE-ENCOMENDAS ASSIGN TO 'PRE-ENCOMENDAS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRE-ENCOMENDAS-STATUS.
           SELECT PRE-ENCOMENDAS-IN
               ASSIGN TO 'PRE-ENCOMENDAS-IN.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRE-ENCOMENDAS-IN-STATUS.
           SELECT PICKING-OUT ASSIGN DYNAMIC PICKING-FILENAME.
           SELECT AVISO-OUT ASSIGN DYNAMIC AVISO-FILENAME.
           SELECT PREENC-TITULO-OUT
               ASSIGN DYNAMIC PREENC-TITULO-FILENAME.
      *    consignment: every sale and publisher return of a title
      *    held on consignment, kept until the month is settled, and
      *    the settlement per publisher the first run of the next
      *    month produces.
           SELECT CONSIG-MOVIMENTOS ASSIGN TO 'CONSIG-MOVIMENTOS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONSIG-MOVIMENTOS-STATUS.
           SELECT CONSIG-PENDENTES ASSIGN TO "CONSIG-PENDENTES.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONSIG-PENDENTES-STATUS.
           SELECT CONSIG-OUT ASSIGN DYNAMIC CONSIG-FILENAME.
      *    trade accounts: the schools and libraries buying on
      *    credit, the invoice numbering for their account sales,
      *    the open-item ledger carried from invoice to settlement,
      *    the day's payments against it, and the invoices and the
      *    aging the run prints.
           SELECT CLIENTES-LIVRO ASSIGN TO 'CLIENTES-LIVRO.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLI-CONTA
               FILE STATUS IS CLIENTES-LIVRO-STATUS.
           SELECT FACTURAS-CONTA-REGISTO
               ASSIGN TO 'FACTURAS-CONTA-REGISTO.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FACTURAS-REGISTO-STATUS.
           SELECT CONTAS-ABERTAS ASSIGN TO 'CONTAS-ABERTAS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTAS-ABERTAS-STATUS.
           SELECT PAGAMENTOS-CONTAS-IN
               ASSIGN TO 'PAGAMENTOS-CONTAS-IN.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAGAMENTOS-CONTAS-STATUS.
           SELECT FACTURAS-CONTA-OUT
               ASSIGN DYNAMIC FACTURAS-CONTA-FILENAME.
           SELECT AGING-CONTAS-OUT ASSIGN DYNAMIC AGING-CONTAS-FILENAME.

      *    shared run-date/error-log facility, common to the batch
      *    suite.
           COPY GLSEL.
           COPY RUNSTSEL.
           COPY LOCKSEL.
           COPY APSEL.
           COPY DFISEL.

       DATA DIVISION.
           FILE SECTION.
      *    em negativo com a mesma matematica de desconto e IVA, e    *
      *    sai como nota de credito no relatorio e no CSV.            *
               02 TIPO-MOVIMENTO PIC X(1).
      *    L loja (ou espaco), R reserva, A armazem: de onde saem os  *
      *    exemplares vendidos, ou para onde volta uma devolucao.     *
               02 LOCAL-MOVIMENTO PIC X(1).
      *    the trade account the line is sold on credit to; spaces   *
      *    (or zeros) for a counter sale.                             *
               02 CONTA-CLIENTE PIC X(6).

      *          ======== ficheiro mestre de editoras ========            *
      *    one line per publisher: the 2-digit code matching ID-EDITORA,
               02 EDITORA-COD PIC 9(2).
               02 EDITORA-NOME PIC A(20).
               02 EDITORA-CONTACTO PIC A(20).
      *    EDITORA-CONSIGNACAO S when the publisher supplies on       *
      *    consignment: the copies stay the publisher's until sold,   *
      *    and each month's sales are owed at EDITORA-TAXA-CONSIG of  *
      *    their net selling price.                                   *
               02 EDITORA-CONSIGNACAO PIC X(1).
               02 EDITORA-TAXA-CONSIG PIC V999.

      *          ======== ficheiro mestre de livros ========            *
      *    one record per title, keyed on the same ID-PAIS/ID-EDITORA/ *
      *    LIVRO-ESTADO: A (or spaces, on older records) live, R      *
      *    retired by the catalog maintenance run -- a retired title  *
      *    stops appearing on reorder alerts.                         *
      *    LIVRO-CUSTO-MEDIO is the weighted-average unit cost of the *
      *    copies on hand: every carton received re-averages it at    *
      *    its unit cost, and sales and returns leave at it.          *
      *    LIVRO-STOCK-LOCAL splits the on-hand copies by where they  *
      *    sit -- 1 loja, 2 reserva, 3 armazem -- and LIVRO-STOCK is  *
      *    always their sum. an older record without the split has   *
      *    its whole stock taken as being in the shop.                *
      *    LIVRO-ESTADO F a forthcoming title: in the catalog, taking *
      *    pre-orders, not yet on sale. it goes live (A) when its     *
      *    first carton is received. LIVRO-DATA-LANCAMENTO the       *
      *    publisher's release date, YYYYMMDD, zero when not known.   *
           FD LIVROS-MASTER.
           01 LIVROS-MASTER-FILE.
               02 LIVRO-CHAVE.
               02 LIVRO-PRECO PIC 9(5).
               02 LIVRO-STOCK PIC 9(5).
               02 LIVRO-ESTADO PIC X(1).
               02 LIVRO-CUSTO-MEDIO PIC 9(5)V9999.
               02 LIVRO-STOCK-LOCAIS.
                   03 LIVRO-STOCK-LOCAL PIC 9(5) OCCURS 3 TIMES.
               02 LIVRO-DATA-LANCAMENTO PIC 9(8).

      *          ======== recebimentos do armazem ========              *
      *    one line per carton booked in at the warehouse: the ISBN    *
      *    body key and the quantity received.                         *
      *    REC-PO names the order the carton answers; spaces on an   *
      *    older feed match the oldest open line for the title.       *
      *    REC-CUSTO the unit cost the carton came in at; spaces take *
      *    the cost off the order line, then off the price list.      *
      *    REC-LOCAL where the carton was put away, spaces armazem.   *
           FD RECEBIMENTOS.
           01 RECEBIMENTOS-FILE.
               02 REC-CHAVE PIC 9(9).
               02 REC-QTD PIC 9(5).
               02 REC-PO PIC 9(7).
               02 REC-CUSTO PIC 9(5)V99.
               02 REC-LOCAL PIC X(1).

      *          ======== open purchase orders ========                *
      *    one line per ordered title still unfilled: the PO number,  *
      *    the title key, the publisher, what was ordered and what    *
      *    has arrived so far.                                        *
      *    OPO-CUSTO is the unit cost the order was placed at, and    *
      *    OPO-QTD-INVOICED what the publisher's invoices have billed *
      *    against the line. OPO-ESTADO O open, F filled -- a filled  *
      *    line stays on the book until it has been invoiced in full. *
           FD OPEN-PO.
           01 OPEN-PO-FILE.
               02 OPO-NUMBER PIC 9(7).
               02 OPO-EDITORA PIC 9(2).
               02 OPO-QTD-ORDERED PIC 9(5).
               02 OPO-QTD-RECEIVED PIC 9(5).
               02 OPO-CUSTO PIC 9(5)V99.
               02 OPO-QTD-INVOICED PIC 9(5).
               02 OPO-ESTADO PIC X(1).

      *          ======== tabela de custos das editoras ========        *
      *    one line per title: the unit cost the publisher charges us.*
           FD CUSTOS-EDITORA.
           01 CUSTOS-EDITORA-FILE.
               02 CUS-CHAVE PIC 9(9).
               02 CUS-CUSTO PIC 9(5)V99.

      *          ======== facturas das editoras ========               *
      *    one line per invoice line: the publisher, its invoice      *
      *    number, the PO and title billed, the quantity and the unit *
      *    cost. the lines of one invoice need not be together.       *
           FD FACTURAS-EDITORA-IN.
           01 FACTURAS-EDITORA-FILE.
               02 FEI-EDITORA PIC 9(2).
               02 FEI-NUMERO PIC X(12).
               02 FEI-PO PIC 9(7).
               02 FEI-CHAVE PIC 9(9).
               02 FEI-QTD PIC 9(5).
               02 FEI-CUSTO PIC 9(5)V99.

      *    the lines of every invoice still held, in the same layout, *
      *    re-matched at the start of each run.                       *
           FD FACTURAS-RETIDAS.
           01 FACTURAS-RETIDAS-FILE.
               02 FRT-EDITORA PIC 9(2).
               02 FRT-NUMERO PIC X(12).
               02 FRT-PO PIC 9(7).
               02 FRT-CHAVE PIC 9(9).
               02 FRT-QTD PIC 9(5).
               02 FRT-CUSTO PIC 9(5)V99.

      *    the buyer's word on a held invoice: L release it as billed,*
      *    A annul it (the publisher is sending a corrected one).     *
           FD FACTURAS-DECISOES-IN.
           01 FACTURAS-DECISOES-FILE.
               02 FDE-EDITORA PIC 9(2).
               02 FDE-NUMERO PIC X(12).
               02 FDE-DECISAO PIC X(1).

      *          ======== facturas liberadas para pagamento ========   *
      *    one line per invoice released: publisher, number, amount,  *
      *    the YYYYMMDD it was released and FAP-ESTADO P to pay.      *
           FD FACTURAS-A-PAGAR.
           01 FACTURAS-A-PAGAR-FILE.
               02 FAP-EDITORA PIC 9(2).
               02 FAP-NUMERO PIC X(12).
               02 FAP-VALOR PIC 9(7)V99.
               02 FAP-DATA PIC X(8).
               02 FAP-ESTADO PIC X(1).

      *          ======== relatorio de discrepancias ========          *
      *    one heading per invoice seen (LIBERADA, RETIDA, ANULADA,   *
      *    DUPLICADA) and, under a held one, every line with what the *
      *    order and the warehouse say and why it did not match.     *
           FD FACTURAS-DISCREP-OUT.
           01 FDR-CABECALHO.
               02 FDR-ESTADO PIC X(10).
               02 FILLER PIC X(1) VALUE SPACE.
               02 FDR-EDITORA PIC 9(2).
               02 FILLER PIC X(1) VALUE SPACE.
               02 FDR-NOME PIC A(20).
               02 FILLER PIC X(1) VALUE SPACE.
               02 FDR-NUMERO PIC X(12).
               02 FILLER PIC X(1) VALUE SPACE.
               02 FDR-LABEL PIC X(7).
               02 FDR-VALOR PIC ZZZZZZ9.99.

           01 FDR-DETALHE.
               02 FILLER PIC X(4) VALUE SPACES.
               02 FDR-PO PIC 9(7).
               02 FILLER PIC X(1) VALUE SPACE.
               02 FDR-CHAVE PIC X(9).
               02 FILLER PIC X(1) VALUE SPACE.
               02 FDR-QTD PIC ZZZZ9.
               02 FILLER PIC X(1) VALUE SPACE.
               02 FDR-ORDERED PIC ZZZZ9.
               02 FILLER PIC X(1) VALUE SPACE.
               02 FDR-RECEIVED PIC ZZZZ9.
               02 FILLER PIC X(1) VALUE SPACE.
               02 FDR-INVOICED PIC ZZZZ9.
               02 FILLER PIC X(1) VALUE SPACE.
               02 FDR-CUSTO PIC ZZZZ9.99.
               02 FILLER PIC X(1) VALUE SPACE.
               02 FDR-CUSTO-PO PIC ZZZZ9.99.
               02 FILLER PIC X(1) VALUE SPACE.
               02 FDR-MOTIVO PIC X(14).

           01 FDR-TITULOS.
               02 FDR-TITULO PIC X(100).

      *          ======== effective-dated price file ========          *
      *    one line per title and window: the price, the YYYYMMDD it  *
      *          ======== devolucoes a editora ========                *
      *    one line per carton shipped back: the title key, the       *
      *    quantity and the PO (or receipt) it traces to.             *
      *    DEV-LOCAL where the copies were packed, spaces armazem.    *
           FD DEVOLUCOES-EDITORA-IN.
           01 DEVOLUCOES-EDITORA-FILE.
               02 DEV-CHAVE PIC 9(9).
               02 DEV-QTD PIC 9(5).
               02 DEV-PO PIC 9(7).
               02 DEV-LOCAL PIC X(1).

      *          ======== registo do numero de reclamacao ========     *
           FD CLAIM-REGISTER.
      *    sorted by ISBN for the ranking break and by author for the  *
      *    royalty break, so the catalog can run to thousands of       *
      *    titles without a working-storage cap dropping records.      *
      *    DET-RECEITA is the movement net of IVA and of the volume    *
      *    discount, DET-CUSTO the copies at average cost.             *
           FD RANK-WORK.
           01 RANK-WORK-RECORD.
               02 DET-CHAVE PIC X(9).
               02 DET-QTD PIC S9(5).
               02 DET-VALOR PIC S9(10).
               02 DET-ROYALTY PIC S9(8)V99.
               02 DET-RECEITA PIC S9(9)V99.
               02 DET-CUSTO PIC S9(9)V99.

           FD RANK-SORTED.
           01 RANK-SORTED-RECORD.
               02 RS-QTD PIC S9(5).
               02 RS-VALOR PIC S9(10).
               02 RS-ROYALTY PIC S9(8)V99.
               02 RS-RECEITA PIC S9(9)V99.
               02 RS-CUSTO PIC S9(9)V99.

           FD AUTOR-SORTED.
           01 AUTOR-SORTED-RECORD.
               02 AS-QTD PIC S9(5).
               02 AS-VALOR PIC S9(10).
               02 AS-ROYALTY PIC S9(8)V99.
               02 AS-RECEITA PIC S9(9)V99.
               02 AS-CUSTO PIC S9(9)V99.

      *          ======== totais por titulo ========                    *
      *    one record per title off the ranking break: net units and   *
               02 TT-TITULO PIC A(40).
               02 TT-UNIDADES PIC S9(5).
               02 TT-VALOR PIC S9(10).
               02 TT-RECEITA PIC S9(9)V99.
               02 TT-CUSTO PIC S9(9)V99.

           FD TITULO-RANKED.
           01 TITULO-RANKED-RECORD.
               02 TRK-TITULO PIC A(40).
               02 TRK-UNIDADES PIC S9(5).
               02 TRK-VALOR PIC S9(10).
               02 TRK-RECEITA PIC S9(9)V99.
               02 TRK-CUSTO PIC S9(9)V99.

           SD SORT-DETALHE.
           01 SORT-DETALHE-RECORD.
               02 SD-DET-QTD PIC S9(5).
               02 SD-DET-VALOR PIC S9(10).
               02 SD-DET-ROYALTY PIC S9(8)V99.
               02 SD-DET-RECEITA PIC S9(9)V99.
               02 SD-DET-CUSTO PIC S9(9)V99.

           SD SORT-TOTAIS.
           01 SORT-TOTAIS-RECORD.
               02 SD-TOT-TITULO PIC A(40).
               02 SD-TOT-UNIDADES PIC S9(5).
               02 SD-TOT-VALOR PIC S9(10).
               02 SD-TOT-RECEITA PIC S9(9)V99.
               02 SD-TOT-CUSTO PIC S9(9)V99.

      *          ======== valorizacao do stock ========                 *
      *    one record per title with copies on hand, copied off the   *
      *    book master and SORTed by publisher for the valuation.     *
           FD STOCK-WORK.
           01 STOCK-WORK-RECORD.
               02 SW-EDITORA PIC 9(2).
               02 SW-CHAVE PIC X(9).
               02 SW-TITULO PIC A(40).
               02 SW-QTD PIC 9(5).
               02 SW-CUSTO PIC 9(5)V9999.
               02 SW-VALOR PIC 9(9)V99.

           FD STOCK-SORTED.
           01 STOCK-SORTED-RECORD.
               02 SS-EDITORA PIC 9(2).
               02 SS-CHAVE PIC X(9).
               02 SS-TITULO PIC A(40).
               02 SS-QTD PIC 9(5).
               02 SS-CUSTO PIC 9(5)V9999.
               02 SS-VALOR PIC 9(9)V99.

           SD SORT-STOCK.
           01 SORT-STOCK-RECORD.
               02 SD-STK-EDITORA PIC 9(2).
               02 SD-STK-CHAVE PIC X(9).
               02 SD-STK-TITULO PIC A(40).
               02 SD-STK-QTD PIC 9(5).
               02 SD-STK-CUSTO PIC 9(5)V9999.
               02 SD-STK-VALOR PIC 9(9)V99.

      *    quantity, average cost and value per title, a subtotal per *
      *    publisher and the total the accountant books at year end.  *
           FD STOCK-VALOR-OUT.
           01 STV-DETALHE.
               02 FILLER PIC X(4).
               02 STV-CHAVE PIC X(9).
               02 FILLER PIC X(1).
               02 STV-TITULO PIC A(40).
               02 FILLER PIC X(1).
               02 STV-QTD PIC ZZZZ9.
               02 FILLER PIC X(1).
               02 STV-CUSTO PIC ZZZZ9.9999.
               02 FILLER PIC X(1).
               02 STV-VALOR PIC ZZZZZZZZ9.99.
               02 FILLER PIC X(1).
               02 STV-OBS PIC X(9).
           01 STV-TOTAL.
               02 STV-LABEL PIC X(20).
               02 STV-EDITORA PIC 9(2).
               02 FILLER PIC X(1).
               02 STV-NOME PIC A(20).
               02 FILLER PIC X(10).
               02 STV-TOTAL-QTD PIC ZZZZZZ9.
               02 FILLER PIC X(12).
               02 STV-TOTAL-VALOR PIC ZZZZZZZZ9.99.
           01 STV-TITULOS.
               02 STV-TITULO-LINHA PIC X(100).

      *    margin per title in ranking order: units, revenue net of   *
      *    IVA and discount at the dated price, cost at average cost, *
      *    and the margin in value and as a share of the revenue.     *
           FD MARGEM-OUT.
           01 MRG-DETALHE.
               02 MRG-POS PIC ZZZ9.
               02 FILLER PIC X(1).
               02 MRG-TITULO PIC A(40).
               02 FILLER PIC X(1).
               02 MRG-UNIDADES PIC -(4)9.
               02 FILLER PIC X(1).
               02 MRG-RECEITA PIC -(8)9.99.
               02 FILLER PIC X(1).
               02 MRG-CUSTO PIC -(8)9.99.
               02 FILLER PIC X(1).
               02 MRG-MARGEM PIC -(8)9.99.
               02 FILLER PIC X(1).
               02 MRG-PCT PIC -(3)9.9.
           01 MRG-TITULOS.
               02 MRG-TITULO-LINHA PIC X(100).

      *          ======== envelhecimento do stock ========             *
      *    the sales history in title order, for the match against    *
      *    the book master.                                           *
           FD HIST-SORTED.
           01 HIST-SORTED-RECORD.
               02 HSR-PERIODO PIC X(6).
               02 HSR-PERIODO-NUM REDEFINES HSR-PERIODO.
                   03 HSR-ANO PIC 9(4).
                   03 HSR-MES PIC 9(2).
               02 HSR-CHAVE PIC X(9).
               02 HSR-TITULO PIC A(40).
               02 HSR-UNIDADES PIC S9(5).
               02 HSR-VALOR PIC S9(10).

           SD SORT-HIST.
           01 SORT-HIST-RECORD.
               02 SD-HIST-PERIODO PIC X(6).
               02 SD-HIST-CHAVE PIC X(9).
               02 SD-HIST-TITULO PIC A(40).
               02 SD-HIST-UNIDADES PIC S9(5).
               02 SD-HIST-VALOR PIC S9(10).

      *    one line per title with copies on hand: when it last sold, *
      *    the periods since, its band, the stock and what it is      *
      *    worth at average cost, and the run's proposal for it;      *
      *    then the stock and value per band.                         *
           FD AGING-OUT.
           01 AGE-DETALHE.
               02 AGE-CHAVE PIC X(9).
               02 FILLER PIC X(1).
               02 AGE-TITULO PIC A(40).
               02 FILLER PIC X(1).
               02 AGE-ULTIMA PIC X(6).
               02 FILLER PIC X(1).
               02 AGE-PERIODOS PIC ZZ9.
               02 FILLER PIC X(1).
               02 AGE-BANDA PIC X(10).
               02 FILLER PIC X(1).
               02 AGE-STOCK PIC ZZZZ9.
               02 FILLER PIC X(1).
               02 AGE-VALOR PIC ZZZZZZZ9.99.
               02 FILLER PIC X(1).
               02 AGE-PROPOSTA PIC X(8).
               02 FILLER PIC X(1).
               02 AGE-PROPOSTA-QTD PIC ZZZZ9.
           01 AGE-TOTAL.
               02 AGE-TOT-LABEL PIC X(20).
               02 AGE-TOT-BANDA PIC X(10).
               02 FILLER PIC X(1).
               02 AGE-TOT-TITULOS PIC ZZZZ9.
               02 FILLER PIC X(1).
               02 AGE-TOT-STOCK PIC ZZZZZZ9.
               02 FILLER PIC X(1).
               02 AGE-TOT-VALOR PIC ZZZZZZZZ9.99.
           01 AGE-TITULOS.
               02 AGE-TITULO-LINHA PIC X(120).

      *    the run's proposals, replaced every run: M markdown to     *
      *    APR-PRECO, D return APR-QTD copies to the publisher.       *
           FD AGING-PROPOSTAS.
           01 AGING-PROPOSTAS-FILE.
               02 APR-CHAVE PIC 9(9).
               02 APR-TIPO PIC X(1).
               02 APR-PRECO PIC 9(5).
               02 APR-QTD PIC 9(5).
               02 APR-PERIODO PIC X(6).

      *    the buyer's approvals: the title and the proposal type     *
      *    (M or D) being approved. anything not approved is simply   *
      *    proposed again next run while the title stays unsold.      *
           FD AGING-APROVACOES-IN.
           01 AGING-APROVACOES-FILE.
               02 AAP-CHAVE PIC 9(9).
               02 AAP-TIPO PIC X(1).

      *          ======== pre-encomendas ========                      *
      *    one line per customer pre-order, oldest first: its number, *
      *    the day it was taken, the customer, the title, the copies  *
      *    asked for, the copies received against it so far and the  *
      *    deposit paid. a line leaves the file once it is filled.    *
           FD PRE-ENCOMENDAS.
           01 PRE-ENCOMENDAS-FILE.
               02 PRE-NUMERO PIC 9(7).
               02 PRE-DATA PIC 9(8).
               02 PRE-CLIENTE PIC X(10).
               02 PRE-NOME PIC A(30).
               02 PRE-CHAVE PIC X(9).
               02 PRE-TITULO PIC A(40).
               02 PRE-QTD PIC 9(5).
               02 PRE-FILLED PIC 9(5).
               02 PRE-SINAL PIC 9(5)V99.

      *    the day's new pre-orders: customer, title, copies, deposit.*
           FD PRE-ENCOMENDAS-IN.
           01 PRE-ENCOMENDAS-IN-FILE.
               02 PEI-CLIENTE PIC X(10).
               02 PEI-NOME PIC A(30).
               02 PEI-CHAVE PIC 9(9).
               02 PEI-QTD PIC 9(5).
               02 PEI-SINAL PIC 9(5)V99.

      *    the copies received tonight that belong to pre-orders, for *
      *    the warehouse to set aside: where to take them from and    *
      *    whether the customer's order is now complete.              *
           FD PICKING-OUT.
           01 PCK-DETALHE.
               02 PCK-NUMERO PIC 9(7).
               02 FILLER PIC X(1).
               02 PCK-CLIENTE PIC X(10).
               02 FILLER PIC X(1).
               02 PCK-CHAVE PIC X(9).
               02 FILLER PIC X(1).
               02 PCK-TITULO PIC A(40).
               02 FILLER PIC X(1).
               02 PCK-QTD PIC ZZZZ9.
               02 FILLER PIC X(1).
               02 PCK-LOCAL PIC X(7).
               02 FILLER PIC X(1).
               02 PCK-ESTADO PIC X(8).
           01 PCK-TITULOS.
               02 PCK-TITULO-LINHA PIC X(100).

      *    one line per pre-order filled tonight, for the "your book  *
      *    has arrived" call or letter: the deposit already paid and  *
      *    the balance due at collection.                             *
           FD AVISO-OUT.
           01 AVS-DETALHE.
               02 AVS-NUMERO PIC 9(7).
               02 FILLER PIC X(1).
               02 AVS-CLIENTE PIC X(10).
               02 FILLER PIC X(1).
               02 AVS-NOME PIC A(30).
               02 FILLER PIC X(1).
               02 AVS-TITULO PIC A(40).
               02 FILLER PIC X(1).
               02 AVS-QTD PIC ZZZZ9.
               02 FILLER PIC X(1).
               02 AVS-SINAL PIC ZZZZ9.99.
               02 FILLER PIC X(1).
               02 AVS-A-PAGAR PIC ZZZZZZ9.99.
           01 AVS-TITULOS.
               02 AVS-TITULO-LINHA PIC X(120).

      *    per title still awaiting stock: the release date, how many *
      *    pre-orders, the copies asked for and still owed, and the   *
      *    deposits held -- the figure the publisher sizes the print  *
      *    run on.                                                    *
           FD PREENC-TITULO-OUT.
           01 PTO-DETALHE.
               02 PTO-CHAVE PIC X(9).
               02 FILLER PIC X(1).
               02 PTO-TITULO PIC A(40).
               02 FILLER PIC X(1).
               02 PTO-LANCAMENTO PIC 9999/99/99.
               02 FILLER PIC X(1).
               02 PTO-PEDIDOS PIC ZZZZ9.
               02 FILLER PIC X(1).
               02 PTO-COPIAS PIC ZZZZZ9.
               02 FILLER PIC X(1).
               02 PTO-EM-FALTA PIC ZZZZZ9.
               02 FILLER PIC X(1).
               02 PTO-SINAL PIC ZZZZZZ9.99.
           01 PTO-TITULOS.
               02 PTO-TITULO-LINHA PIC X(100).

      *          ======== consignacao ========                         *
      *    one line per consignment movement: the period, publisher,  *
      *    title, the copies sold (negative for a customer return),   *
      *    the copies sent back to the publisher, and what the sale   *
      *    owes the publisher at the agreed rate.                     *
           FD CONSIG-MOVIMENTOS.
           01 CONSIG-MOVIMENTOS-FILE.
               02 CSM-PERIODO PIC X(6).
               02 CSM-EDITORA PIC 9(2).
               02 CSM-CHAVE PIC X(9).
               02 CSM-VENDIDAS PIC S9(5).
               02 CSM-DEVOLVIDAS PIC 9(5).
               02 CSM-VALOR PIC S9(7)V99.

      *    the current month's lines, held while the file is rebuilt. *
           FD CONSIG-PENDENTES.
           01 CONSIG-PENDENTES-FILE PIC X(36).

      *          ======== ficheiro mestre de clientes a credito ========*
      *    one record per trade account: the school or library, its   *
      *    NIF, the days it has to pay (CLI-PRAZO-DIAS), the discount *
      *    negotiated with it -- which replaces the volume bands on   *
      *    its sales -- and A active / B blocked from new sales.      *
           FD CLIENTES-LIVRO.
           01 CLIENTES-LIVRO-FILE.
               02 CLI-CONTA PIC 9(6).
               02 CLI-NOME PIC A(30).
               02 CLI-NIF PIC 9(9).
               02 CLI-MORADA PIC A(40).
               02 CLI-PRAZO-DIAS PIC 9(3).
               02 CLI-DESCONTO PIC V999.
               02 CLI-ESTADO PIC X(1).

      *          ======== registo do numero de factura a credito ========
           FD FACTURAS-CONTA-REGISTO.
           01 FACTURAS-CONTA-REGISTO-RECORD.
               02 FCREG-LAST-NUMBER PIC 9(7).

      *          ======== razao de facturas em aberto ========          *
      *    one line per account invoice (F) or credit note (C): the   *
      *    number, account, issue date, the account's terms at issue, *
      *    the signed total, what has been paid or set against it so  *
      *    far, and O open / P settled. settled items leave the file  *
      *    at rewrite time -- the settlement is on AUDIT-TRAIL.txt.   *
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

      *          ======== pagamentos de clientes a credito ========     *
      *    one line per payment received: the account, the invoice it *
      *    pays -- zero to settle the account's oldest items first -- *
      *    the date it was received and the amount.                   *
           FD PAGAMENTOS-CONTAS-IN.
           01 PAGAMENTOS-CONTAS-FILE.
               02 PGC-CONTA PIC 9(6).
               02 PGC-FACTURA PIC 9(7).
               02 PGC-DATA PIC 9(8).
               02 PGC-VALOR PIC 9(7)V99.

      *          ======== facturas das contas a credito ========        *
      *    one numbered document per account with sales on the run:   *
      *    a header with the account, its NIF and the due date, a     *
      *    line per sale and a totals line. the three 01s share the   *
      *    record area, so every field is re-MOVEd before each WRITE. *
           FD FACTURAS-CONTA-OUT.
           01 FCO-CABECALHO.
               02 FCO-CAB-LABEL PIC X(12).
               02 FCO-CAB-NUMERO PIC 9(7).
               02 FILLER PIC X(2).
               02 FCO-CAB-DATA PIC X(10).
               02 FILLER PIC X(2).
               02 FCO-CAB-CONTA PIC 9(6).
               02 FILLER PIC X(1).
               02 FCO-CAB-NOME PIC A(30).
               02 FILLER PIC X(1).
               02 FCO-CAB-NIF-LABEL PIC X(5).
               02 FCO-CAB-NIF PIC 9(9).
               02 FILLER PIC X(2).
               02 FCO-CAB-VENC-LABEL PIC X(12).
               02 FCO-CAB-PRAZO PIC ZZ9.
               02 FCO-CAB-DIAS-LABEL PIC X(5).
           01 FCO-DETALHE.
               02 FILLER PIC X(4).
               02 FCO-DET-CHAVE PIC X(9).
               02 FILLER PIC X(1).
               02 FCO-DET-TITULO PIC A(40).
               02 FILLER PIC X(1).
               02 FCO-DET-QTD PIC -(4)9.
               02 FILLER PIC X(1).
               02 FCO-DET-DESCONTO PIC .999.
               02 FILLER PIC X(1).
               02 FCO-DET-VALOR PIC -(7)9.99.
           01 FCO-TOTAL.
               02 FCO-TOT-LABEL PIC X(20).
               02 FCO-TOT-LINHAS PIC ZZZ9.
               02 FILLER PIC X(2).
               02 FCO-TOT-LABEL-2 PIC X(7).
               02 FCO-TOT-VALOR PIC -(8)9.99.

      *          ======== antiguidade das contas a credito ========     *
      *    one line per account with money open: what is not yet due, *
      *    and what is overdue by 1-30, 31-60, 61-90 and over 90 days *
      *    past its due date -- plus the account's open balance.      *
           FD AGING-CONTAS-OUT.
           01 ACO-DETALHE.
               02 ACO-CONTA PIC 9(6).
               02 FILLER PIC X(1).
               02 ACO-NOME PIC A(30).
               02 FILLER PIC X(1).
               02 ACO-CORRENTE PIC -(7)9.99.
               02 FILLER PIC X(1).
               02 ACO-30 PIC -(7)9.99.
               02 FILLER PIC X(1).
               02 ACO-60 PIC -(7)9.99.
               02 FILLER PIC X(1).
               02 ACO-90 PIC -(7)9.99.
               02 FILLER PIC X(1).
               02 ACO-MAIS PIC -(7)9.99.
               02 FILLER PIC X(1).
               02 ACO-SALDO PIC -(8)9.99.
           01 ACO-TITULOS.
               02 ACO-TITULO-LINHA PIC X(110).

      *    the monthly settlement: per publisher, the copies sold and *
      *    returned, the agreed rate and the amount owed.             *
           FD CONSIG-OUT.
           01 CSO-DETALHE.
               02 CSO-EDITORA PIC 9(2).
               02 FILLER PIC X(1).
               02 CSO-NOME PIC A(20).
               02 FILLER PIC X(1).
               02 CSO-VENDIDAS PIC -(6)9.
               02 FILLER PIC X(1).
               02 CSO-DEVOLVIDAS PIC ZZZZZ9.
               02 FILLER PIC X(1).
               02 CSO-TAXA PIC .999.
               02 FILLER PIC X(1).
               02 CSO-DEVIDO PIC -(8)9.99.
           01 CSO-TITULOS.
               02 CSO-TITULO-LINHA PIC X(80).

      *          ======== lista de reposicao da loja ========          *
      *    one line per title the shop sold below its own shelf: what *
      *    is left there, what it sold, and what to send from the     *
      *    reserva and the armazem -- FALTA is what neither can cover.*
           FD REPOSICAO-OUT.
           01 RPS-DETALHE.
               02 RPS-CHAVE PIC X(9).
               02 FILLER PIC X(1).
               02 RPS-TITULO PIC A(40).
               02 FILLER PIC X(1).
               02 RPS-LOJA PIC ZZZZ9.
               02 FILLER PIC X(1).
               02 RPS-VENDIDAS PIC ZZZZ9.
               02 FILLER PIC X(1).
               02 RPS-RESERVA PIC ZZZZ9.
               02 FILLER PIC X(1).
               02 RPS-ARMAZEM PIC ZZZZ9.
               02 FILLER PIC X(1).
               02 RPS-FALTA PIC ZZZZ9.
           01 RPS-TITULOS.
               02 RPS-TITULO-LINHA PIC X(100).

      *                ======== vomitar ficheiro =======                                       *
           FD ISBN-OUT.
           COPY GLFD.
           COPY RUNSTFD.
           COPY LOCKFD.
           COPY APFD.
           COPY DFIFD.

       WORKING-STORAGE SECTION.
           COPY DATEWS.
           COPY GLWS.
           COPY RUNSTWS.
           COPY LOCKWS.
           COPY APWS.
           COPY DFIWS.

           01 TERMINA-LOOP PIC A(3) VALUE SPACE.
           77 ISBN-STATUS PIC X(2) VALUE SPACES.
                   03 editora_tbl_cod pic 9(2).
                   03 editora_tbl_nome pic a(20).
                   03 editora_tbl_contacto pic a(20).
                   03 editora_tbl_consig pic x(1).
                   03 editora_tbl_taxa pic v999.

           77 editoras_eof pic x(3) value spaces.
           77 editoras_count pic 9(2) value zero.
           77 quebra_royalty pic S9(9)v99 value zero.
           77 quebra_primeira pic x(1) value "Y".

      *    margin and stock valuation: the movement's net revenue and
      *    cost, the title's average cost, and the run's totals for
      *    the cost-of-sales and stock journal lines.
           77 MARGEM-FILENAME pic x(30) value spaces.
           77 STOCK-VALOR-FILENAME pic x(30) value spaces.
           77 STOCK-WORK-STATUS pic x(2) value spaces.
           77 STOCK-SORTED-STATUS pic x(2) value spaces.
           77 stock_sorted_eof pic x(3) value spaces.
           77 livros_eof pic x(3) value spaces.
           77 custo_medio pic 9(5)v9999 value zero.
           77 custo_recebido pic 9(5)v99 value zero.
           77 custo_conhecido pic x(1) value "N".
           77 custo_movimento pic S9(9)v99 value zero.
           77 receita_liquida pic S9(9)v99 value zero.
           77 valor_bruto pic S9(9)v99 value zero.
           77 valor_stock_antes pic 9(9)v9999 value zero.
           77 qtd_saida pic 9(5) value zero.
           77 quebra_receita pic S9(9)v99 value zero.
           77 quebra_custo pic S9(9)v99 value zero.
           77 margem_valor pic S9(9)v99 value zero.
           77 margem_pct pic S9(3)v9 value zero.
           77 total_cmv pic S9(9)v99 value zero.
           77 total_entradas_stock pic S9(9)v99 value zero.
           77 total_saidas_editora pic S9(9)v99 value zero.
           77 total_mrg_receita pic S9(9)v99 value zero.
           77 total_mrg_custo pic S9(9)v99 value zero.
      *    consignment: whether the movement's publisher supplies on
      *    consignment and at what rate; what tonight's sales accrued
      *    and what the month's settlement released to payables.
           77 CONSIG-MOVIMENTOS-STATUS pic x(2) value spaces.
           77 CONSIG-PENDENTES-STATUS pic x(2) value spaces.
           77 CONSIG-FILENAME pic x(30) value spaces.
           77 consig_eof pic x(3) value spaces.
           77 consig_editora pic 9(2) value zero.
           77 consig_k pic 9(2) value zero.
           77 consig_sim pic x(1) value "N".
           77 consig_taxa pic v999 value zero.
           77 consig_devido pic S9(9)v99 value zero.
           77 consig_periodo pic x(6) value spaces.
           77 consig_pendentes pic 9(5) value zero.
           77 total_consig_corrido pic S9(9)v99 value zero.
           77 total_consig_liquidado pic S9(9)v99 value zero.
           77 csl_total_vendidas pic S9(7) value zero.
           77 csl_total_devolvidas pic 9(7) value zero.
           77 csl_total_devido pic S9(9)v99 value zero.

           01 CSL-TABLE.
               02 CSL-ENTRY OCCURS 20 TIMES.
                   03 csl_vendidas pic S9(7).
                   03 csl_devolvidas pic 9(7).
                   03 csl_devido pic S9(9)v99.

      *    trade accounts: the customer master in a table, with what
      *    tonight's lines put on each account; the sale lines held
      *    for the invoices; the open-item ledger; and the payments.
           77 CLIENTES-LIVRO-STATUS pic x(2) value spaces.
           77 FACTURAS-REGISTO-STATUS pic x(2) value spaces.
           77 CONTAS-ABERTAS-STATUS pic x(2) value spaces.
           77 PAGAMENTOS-CONTAS-STATUS pic x(2) value spaces.
           77 FACTURAS-CONTA-FILENAME pic x(30) value spaces.
           77 AGING-CONTAS-FILENAME pic x(30) value spaces.
           77 clientes_eof pic x(3) value spaces.
           77 contas_abertas_eof pic x(3) value spaces.
           77 pagamentos_eof pic x(3) value spaces.
           77 cli_count pic 9(3) value zero.
           77 cli_idx pic 9(3) value zero.
           77 cli_atual pic 9(3) value zero.
           77 conta_numero pic 9(6) value zero.
           77 conta_venda pic x(1) value "N".
           77 fcl_count pic 9(3) value zero.
           77 fcl_idx pic 9(3) value zero.
           77 fcl_overflow pic x(1) value "N".
           77 last_factura_conta pic 9(7) value zero.
           77 cab_count pic 9(3) value zero.
           77 cab_idx pic 9(3) value zero.
           77 cab_atual pic 9(3) value zero.
           77 cab_overflow pic x(1) value "N".
           77 cab_saldo pic S9(7)v99 value zero.
           77 cab_aplicado pic S9(7)v99 value zero.
           77 pgc_restante pic 9(7)v99 value zero.
           77 pgc_aplicado pic 9(7)v99 value zero.
           77 credito_restante pic S9(7)v99 value zero.
           77 total_pagamentos_conta pic S9(9)v99 value zero.
           77 facturas_conta_emitidas pic 9(5) value zero.
      *    the account document being issued: F an invoice for the
      *    night's sales, C a credit note for its returns, the value
      *    signed as it stands on the ledger.
           77 doc_conta_tipo pic x(1) value spaces.
           77 doc_conta_linhas pic 9(4) value zero.
           77 doc_conta_valor pic S9(9)v99 value zero.
           77 doc_conta_iva pic S9(9)v99 value zero.
      *    the night's counter sales and returns, off any account:
      *    one simplified invoice and one credit note to a final
      *    consumer carry them in the legal sequence.
           77 balcao_vendas_linhas pic 9(4) value zero.
           77 balcao_vendas_valor pic S9(9)v99 value zero.
           77 balcao_vendas_iva pic S9(9)v99 value zero.
           77 balcao_devol_linhas pic 9(4) value zero.
           77 balcao_devol_valor pic S9(9)v99 value zero.
           77 balcao_devol_iva pic S9(9)v99 value zero.
           77 balcao_label pic x(12) value spaces.
           77 balcao_linhas pic 9(4) value zero.
           77 balcao_valor pic S9(9)v99 value zero.
           77 dias_atraso pic S9(7) value zero.
           77 aging_contas_total pic S9(9)v99 value zero.

           01 CLI-TABLE.
               02 CLI-ENTRY OCCURS 100 TIMES.
                   03 cli_tbl_conta pic 9(6).
                   03 cli_tbl_nome pic a(30).
                   03 cli_tbl_nif pic 9(9).
                   03 cli_tbl_prazo pic 9(3).
                   03 cli_tbl_desconto pic v999.
                   03 cli_tbl_estado pic x(1).
                   03 cli_tbl_linhas pic 9(4).
                   03 cli_tbl_valor pic S9(9)v99.
                   03 cli_tbl_iva pic S9(9)v99.
                   03 cli_tbl_dev_linhas pic 9(4).
                   03 cli_tbl_dev_valor pic S9(9)v99.
                   03 cli_tbl_dev_iva pic S9(9)v99.
                   03 cli_tbl_corrente pic S9(9)v99.
                   03 cli_tbl_30 pic S9(9)v99.
                   03 cli_tbl_60 pic S9(9)v99.
                   03 cli_tbl_90 pic S9(9)v99.
                   03 cli_tbl_mais pic S9(9)v99.

           01 FCL-TABLE.
               02 FCL-ENTRY OCCURS 300 TIMES.
                   03 fcl_tbl_cli pic 9(3).
                   03 fcl_tbl_chave pic x(9).
                   03 fcl_tbl_titulo pic a(40).
                   03 fcl_tbl_qtd pic S9(5).
                   03 fcl_tbl_desconto pic v999.
                   03 fcl_tbl_valor pic S9(9)v99.

      *    a ledger too big for the table is never rewritten from it,
      *    the same rule as the backorders.
           01 CAB-TABLE.
               02 CAB-ENTRY OCCURS 500 TIMES.
                   03 cab_tbl_numero pic 9(7).
                   03 cab_tbl_tipo pic x(1).
                   03 cab_tbl_conta pic 9(6).
                   03 cab_tbl_data pic 9(8).
                   03 cab_tbl_prazo pic 9(3).
                   03 cab_tbl_total pic S9(7)v99.
                   03 cab_tbl_pago pic S9(7)v99.
                   03 cab_tbl_estado pic x(1).

      *    day serials, so a due date is the issue date plus the
      *    account's terms across month and year ends: fill
      *    CAL-DATA-ENTRADA and PERFORM converter_data_dias.
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

           77 stv_editora_atual pic 9(2) value zero.
           77 stv_editora_qtd pic 9(7) value zero.
           77 stv_editora_valor pic 9(9)v99 value zero.
           77 stv_total_qtd pic 9(7) value zero.
           77 stv_total_valor pic 9(9)v99 value zero.

      *    stock aging policy: a title unsold for aging_limiar_remarcar
      *    periods is proposed for a markdown of remarcacao_pct, one
      *    unsold for aging_limiar_devolver periods for return; an
      *    approved markdown runs to the end of the month after the
      *    approval.
           77 aging_limiar_remarcar pic 9(3) value 6.
           77 aging_limiar_devolver pic 9(3) value 12.
           77 remarcacao_pct pic v999 value .300.
           77 AGING-FILENAME pic x(30) value spaces.
           77 HIST-SORTED-STATUS pic x(2) value spaces.
           77 AGING-PROPOSTAS-STATUS pic x(2) value spaces.
           77 AGING-APROVACOES-STATUS pic x(2) value spaces.
           77 hist_sorted_eof pic x(3) value spaces.
           77 aging_eof pic x(3) value spaces.
           77 aging_serial_atual pic 9(6) value zero.
           77 aging_serial_primeiro pic 9(6) value zero.
           77 aging_serial_venda pic 9(6) value zero.
           77 aging_serial_linha pic 9(6) value zero.
           77 aging_periodos pic 9(3) value zero.
           77 aging_ultima pic x(6) value spaces.
           77 aging_banda pic 9(1) value zero.
           77 aging_valor pic 9(9)v99 value zero.
           77 aging_promo pic x(1) value "N".
           77 aging_preco pic 9(5) value zero.
           77 aging_fim_ano pic 9(4) value zero.
           77 aging_fim_mes pic 9(2) value zero.
           77 aging_fim pic 9(8) value zero.
           77 apr_count pic 9(3) value zero.
           77 apr_idx pic 9(3) value zero.
           77 apr_atual pic 9(3) value zero.
           77 aprovacoes_aplicadas pic 9(5) value zero.
           01 PERIODO-PARTES.
               02 periodo_ano pic 9(4).
               02 periodo_mes pic 9(2).

           01 APR-TABLE.
               02 APR-ENTRY OCCURS 200 TIMES.
                   03 apr_tbl_chave pic 9(9).
                   03 apr_tbl_tipo pic x(1).
                   03 apr_tbl_preco pic 9(5).
                   03 apr_tbl_qtd pic 9(5).

      *    the age bands, youngest first; band 5 holds the titles
      *    with no sale anywhere on the history.
           01 BANDAS-VALORES.
               02 FILLER PIC X(10) VALUE "0-2".
               02 FILLER PIC X(10) VALUE "3-5".
               02 FILLER PIC X(10) VALUE "6-11".
               02 FILLER PIC X(10) VALUE "12+".
               02 FILLER PIC X(10) VALUE "SEM VENDAS".
           01 BANDAS-NOMES REDEFINES BANDAS-VALORES.
               02 banda_nome pic x(10) OCCURS 5 TIMES.
           01 BANDAS-TOTAIS.
               02 BANDA-ENTRY OCCURS 5 TIMES.
                   03 banda_titulos pic 9(5).
                   03 banda_stock pic 9(7).
                   03 banda_valor pic 9(9)v99.

      *    stock by location: the three places a copy can sit, the
      *    location a movement names, and the shop's sales of the run
      *    for the replenishment list.
           01 LOCAIS-VALORES.
               02 FILLER PIC X(8) VALUE "LLOJA".
               02 FILLER PIC X(8) VALUE "RRESERVA".
               02 FILLER PIC X(8) VALUE "AARMAZEM".
           01 LOCAIS-TABLE REDEFINES LOCAIS-VALORES.
               02 LOCAL-ENTRY OCCURS 3 TIMES.
                   03 local_tbl_codigo pic x(1).
                   03 local_tbl_nome pic x(7).

           77 REPOSICAO-FILENAME pic x(30) value spaces.
           77 local_codigo pic x(1) value space.
           77 local_idx pic 9(1) value zero.
           77 local_k pic 9(1) value zero.
           77 qtd_retirar pic 9(5) value zero.
           77 qtd_falta pic 9(5) value zero.
           77 qtd_devolvida pic 9(5) value zero.
           77 rps_necessario pic S9(6) value zero.
           77 rps_envio pic 9(5) value zero.
           77 rps_count pic 9(3) value zero.
           77 rps_idx pic 9(3) value zero.
           77 rps_atual pic 9(3) value zero.

           01 RPS-TABLE.
               02 RPS-ENTRY OCCURS 200 TIMES.
                   03 rps_tbl_chave pic x(9).
                   03 rps_tbl_titulo pic a(40).
                   03 rps_tbl_vendidas pic S9(6).

      *    period-over-period comparison off SALES-HISTORY.txt.
           77 SALES-HISTORY-STATUS pic x(2) value spaces.
           77 sales_history_eof pic x(3) value spaces.
           77 royalty_pct pic v999 value .100.
           77 royalty_valor pic S9(8)v99.
           77 taxa_autor pic v999 value zero.
           77 autor_procura pic a(30) value spaces.

      *    author master: contract rate and payment account per name.
           77 AUTORES-STATUS pic x(2) value spaces.
                   03 opo_tbl_ordered pic 9(5).
                   03 opo_tbl_received pic 9(5).
                   03 opo_tbl_estado pic x(1).
                   03 opo_tbl_custo pic 9(5)v99.
                   03 opo_tbl_facturado pic 9(5).
                   03 opo_tbl_tentativa pic 9(5).

      *    publisher price list, loaded at start-up.
           77 CUSTOS-EDITORA-STATUS pic x(2) value spaces.
           77 custos_eof pic x(3) value spaces.
           77 cus_count pic 9(3) value zero.
           77 cus_idx pic 9(3) value zero.
           77 cus_encontrado pic x(1) value "N".
           77 cus_custo pic 9(5)v99 value zero.
           77 cus_chave pic x(9) value spaces.

           01 CUS-TABLE.
               02 CUS-ENTRY OCCURS 300 TIMES.
                   03 cus_tbl_chave pic x(9).
                   03 cus_tbl_custo pic 9(5)v99.

      *    publisher invoices: the lines (held ones first, then the
      *    run's intake) and one slot per invoice. fct_tbl_fac ties a
      *    line to its invoice, fct_tbl_opo to the open-PO line it
      *    billed. an invoice is released only when every line is
      *    within what was ordered and received and at the order's
      *    price -- or when the buyer says so.
           77 FACTURAS-IN-STATUS pic x(2) value spaces.
           77 FACTURAS-RETIDAS-STATUS pic x(2) value spaces.
           77 FACTURAS-DECISOES-STATUS pic x(2) value spaces.
           77 FACTURAS-A-PAGAR-STATUS pic x(2) value spaces.
           77 FACTURAS-DISCREP-FILENAME pic x(40) value spaces.
           77 facturas_eof pic x(3) value spaces.
           77 fct_count pic 9(3) value zero.
           77 fct_idx pic 9(3) value zero.
           77 fac_count pic 9(3) value zero.
           77 fac_idx pic 9(3) value zero.
           77 fac_atual pic 9(3) value zero.
           77 opo_fact pic 9(3) value zero.
           77 fac_discrepancias pic 9(3) value zero.
           77 fac_valor pic 9(7)v99 value zero.
           77 fct_valor_linha pic 9(7)v99 value zero.
           77 fac_liberadas pic 9(3) value zero.
           77 fap_duplicada pic x(1) value "N".
           77 total_facturas_liberadas pic S9(9)v99 value zero.
      *    a held file too big for the table must never be rewritten
      *    from it -- that would lose the overflow lines.
           77 fct_overflow pic x(1) value "N".
           77 fct_linha_origem pic x(1) value space.
           77 fct_editora pic 9(2) value zero.
           77 fct_numero pic x(12) value spaces.
           77 fct_po pic 9(7) value zero.
           77 fct_chave pic x(9) value spaces.
           77 fct_qtd pic 9(5) value zero.
           77 fct_custo pic 9(5)v99 value zero.

           01 FCT-TABLE.
               02 FCT-ENTRY OCCURS 500 TIMES.
                   03 fct_tbl_fac pic 9(3).
                   03 fct_tbl_po pic 9(7).
                   03 fct_tbl_chave pic x(9).
                   03 fct_tbl_qtd pic 9(5).
                   03 fct_tbl_custo pic 9(5)v99.
                   03 fct_tbl_opo pic 9(3).
                   03 fct_tbl_motivo pic x(14).

      *    fac_tbl_origem R held from an earlier run, N new tonight;
      *    fac_tbl_decisao the buyer's L/A; fac_tbl_estado L released,
      *    R held, A annulled, D duplicate of one already released.
           01 FAC-TABLE.
               02 FAC-ENTRY OCCURS 200 TIMES.
                   03 fac_tbl_editora pic 9(2).
                   03 fac_tbl_numero pic x(12).
                   03 fac_tbl_origem pic x(1).
                   03 fac_tbl_decisao pic x(1).
                   03 fac_tbl_estado pic x(1).
                   03 fac_tbl_valor pic 9(7)v99.

      *    backorders, oldest first in file order: incoming receipts
      *    fill them before anything reaches free stock, and a filled
                   03 ocl_tbl_valor pic 9(7)v99.
                   03 ocl_tbl_estado pic x(1).

      *    pre-orders, oldest first in file order: a receipt for the
      *    title fills them before the backorders and the shelf. the
      *    table carries what tonight's receipts put against each
      *    line and from where, for the pick list and the notices.
           77 PRE-ENCOMENDAS-STATUS pic x(2) value spaces.
           77 PRE-ENCOMENDAS-IN-STATUS pic x(2) value spaces.
           77 pre_encomendas_eof pic x(3) value spaces.
           77 PICKING-FILENAME pic x(30) value spaces.
           77 AVISO-FILENAME pic x(30) value spaces.
           77 PREENC-TITULO-FILENAME pic x(34) value spaces.
           77 pre_count pic 9(3) value zero.
           77 pre_idx pic 9(3) value zero.
           77 pre_ultimo_numero pic 9(7) value zero.
           77 pre_owed pic 9(5) value zero.
           77 pre_alloc pic 9(5) value zero.
           77 pre_a_pagar pic S9(7)v99 value zero.
           77 pre_overflow pic x(1) value "N".
           77 pre_aceite pic x(1) value "N".
           77 total_sinais_preenc pic S9(9)v99 value zero.
           77 total_sinais_aplicados pic S9(9)v99 value zero.
           77 pre_doc_linhas pic 9(4) value zero.
           77 titulo_a_publicar pic x(1) value "N".
           77 pte_count pic 9(3) value zero.
           77 pte_idx pic 9(3) value zero.
           77 pte_atual pic 9(3) value zero.

           01 PRE-TABLE.
               02 PRE-ENTRY OCCURS 200 TIMES.
                   03 pre_tbl_numero pic 9(7).
                   03 pre_tbl_data pic 9(8).
                   03 pre_tbl_cliente pic x(10).
                   03 pre_tbl_nome pic a(30).
                   03 pre_tbl_chave pic x(9).
                   03 pre_tbl_titulo pic a(40).
                   03 pre_tbl_qtd pic 9(5).
                   03 pre_tbl_filled pic 9(5).
                   03 pre_tbl_sinal pic 9(5)v99.
                   03 pre_tbl_hoje pic 9(5).
                   03 pre_tbl_local pic 9(1).
                   03 pre_tbl_preco pic 9(5).
                   03 pre_tbl_valor pic S9(9)v99.
                   03 pre_tbl_iva pic S9(9)v99.

      *    the per-title pre-order totals, built at end of run.
           01 PTE-TABLE.
               02 PTE-ENTRY OCCURS 200 TIMES.
                   03 pte_tbl_chave pic x(9).
                   03 pte_tbl_titulo pic a(40).
                   03 pte_tbl_pedidos pic 9(5).
                   03 pte_tbl_copias pic 9(6).
                   03 pte_tbl_em_falta pic 9(6).
                   03 pte_tbl_sinal pic 9(7)v99.

           77 BACKORDERS-STATUS pic x(2) value spaces.
           77 backorders_eof pic x(3) value spaces.
           77 BACKORDER-RPT-FILENAME pic x(30) value spaces.
           COMPUTE data_hoje_num =
                   (RUN-DATE-YYYY * 10000)
                   + (RUN-DATE-MM * 100) + RUN-DATE-DD.
           MOVE data_hoje_num TO CAL-DATA-ENTRADA.
           PERFORM converter_data_dias.
           MOVE cal_dias_saida TO serial_hoje.
           PERFORM aplicar_aprovacoes_aging.
           PERFORM carregar_precos_vigentes.
           PERFORM carregar_custos_editora.
           PERFORM carregar_tabela_desconto.
           PERFORM carregar_editoras.
           PERFORM carregar_autores.
           PERFORM LOAD-CURRENCY-TABLE.
           CLOSE EDITORAS
                 CURRENCY-RATES.
           PERFORM carregar_clientes_livro.

           PERFORM abrir_livros_master.
           PERFORM liquidar_consignacao THRU liquidar_consignacao_fim.
           PERFORM abrir_consig_movimentos.
           PERFORM carregar_open_po.
           PERFORM carregar_preencomendas.
           PERFORM receber_preencomendas.
           PERFORM carregar_backorders.
           PERFORM processar_recebimentos.
           PERFORM carregar_open_claims.
           PERFORM processar_devolucoes_editora.
           PERFORM processar_creditos_recebidos.
           PERFORM processar_facturas_editora
               THRU processar_facturas_editora_fim.
           PERFORM ler_registo_facturas_conta.
           PERFORM carregar_contas_abertas.
           PERFORM processar_pagamentos_conta.

           READ ISBN
               AT END MOVE 'YYY' TO TERMINA-LOOP
           PERFORM gravar_open_po thru gravar_open_po_fim.
           PERFORM escrever_relatorio_backorders.
           PERFORM gravar_backorders thru gravar_backorders_fim.
           PERFORM escrever_listas_preencomendas.
           PERFORM gravar_preencomendas thru gravar_preencomendas_fim.
           PERFORM emitir_credit_claims THRU emitir_credit_claims_fim.
           PERFORM escrever_relatorio_claims.
           PERFORM gravar_open_claims.
           PERFORM emitir_facturas_conta.
           PERFORM escrever_aging_contas.
           PERFORM gravar_contas_abertas thru gravar_contas_abertas_fim.
           PERFORM gravar_registo_facturas_conta.
           PERFORM registar_historico_vendas.
           PERFORM emitir_reposicao_loja.
           PERFORM analisar_aging.
           PERFORM valorizar_stock.
           CLOSE CONSIG-MOVIMENTOS.

           MOVE SPACES TO PROMO-TRAILER-LINE.
           MOVE "PROMO SALES - UNITS: " TO PROMO-LABEL.
           MOVE "C" TO GL-DC.
           MOVE total_royalty_corrido TO GL-MONTANTE.
           PERFORM REGISTAR-LANCAMENTO THRU REGISTAR-LANCAMENTO-EXIT.
      *    ---- publisher invoices released for payment: the books    ----*
      *    ---- bought against the publishers' payable.               ----*
           MOVE "LIV-COMPRAS" TO GL-CHAVE-CONTA.
           MOVE "D" TO GL-DC.
           MOVE total_facturas_liberadas TO GL-MONTANTE.
           PERFORM REGISTAR-LANCAMENTO THRU REGISTAR-LANCAMENTO-EXIT.
           MOVE "LIV-FORNEC" TO GL-CHAVE-CONTA.
           MOVE "C" TO GL-DC.
           MOVE total_facturas_liberadas TO GL-MONTANTE.
           PERFORM REGISTAR-LANCAMENTO THRU REGISTAR-LANCAMENTO-EXIT.
      *    ---- the stock at average cost: goods received in out of   ----*
      *    ---- purchases, copies returned to publishers back out,    ----*
      *    ---- and the cost of the copies sold.                      ----*
           MOVE "LIV-STOCK" TO GL-CHAVE-CONTA.
           MOVE "D" TO GL-DC.
           MOVE total_entradas_stock TO GL-MONTANTE.
           PERFORM REGISTAR-LANCAMENTO THRU REGISTAR-LANCAMENTO-EXIT.
           MOVE "LIV-COMPRAS" TO GL-CHAVE-CONTA.
           MOVE "C" TO GL-DC.
           MOVE total_entradas_stock TO GL-MONTANTE.
           PERFORM REGISTAR-LANCAMENTO THRU REGISTAR-LANCAMENTO-EXIT.
           MOVE "LIV-COMPRAS" TO GL-CHAVE-CONTA.
           MOVE "D" TO GL-DC.
           MOVE total_saidas_editora TO GL-MONTANTE.
           PERFORM REGISTAR-LANCAMENTO THRU REGISTAR-LANCAMENTO-EXIT.
           MOVE "LIV-STOCK" TO GL-CHAVE-CONTA.
           MOVE "C" TO GL-DC.
           MOVE total_saidas_editora TO GL-MONTANTE.
           PERFORM REGISTAR-LANCAMENTO THRU REGISTAR-LANCAMENTO-EXIT.
           MOVE "LIV-CMV" TO GL-CHAVE-CONTA.
           MOVE "D" TO GL-DC.
           MOVE total_cmv TO GL-MONTANTE.
           PERFORM REGISTAR-LANCAMENTO THRU REGISTAR-LANCAMENTO-EXIT.
           MOVE "LIV-STOCK" TO GL-CHAVE-CONTA.
           MOVE "C" TO GL-DC.
           MOVE total_cmv TO GL-MONTANTE.
           PERFORM REGISTAR-LANCAMENTO THRU REGISTAR-LANCAMENTO-EXIT.
      *    ---- consignment: the cost of tonight's consignment sales  ----*
      *    ---- accrued as owed, and the settled month moved on to    ----*
      *    ---- the publishers' payable.                              ----*
           MOVE "LIV-CMV" TO GL-CHAVE-CONTA.
           MOVE "D" TO GL-DC.
           MOVE total_consig_corrido TO GL-MONTANTE.
           PERFORM REGISTAR-LANCAMENTO THRU REGISTAR-LANCAMENTO-EXIT.
           MOVE "LIV-CONSIG" TO GL-CHAVE-CONTA.
           MOVE "C" TO GL-DC.
           MOVE total_consig_corrido TO GL-MONTANTE.
           PERFORM REGISTAR-LANCAMENTO THRU REGISTAR-LANCAMENTO-EXIT.
           MOVE "LIV-CONSIG" TO GL-CHAVE-CONTA.
           MOVE "D" TO GL-DC.
           MOVE total_consig_liquidado TO GL-MONTANTE.
           PERFORM REGISTAR-LANCAMENTO THRU REGISTAR-LANCAMENTO-EXIT.
           MOVE "LIV-FORNEC" TO GL-CHAVE-CONTA.
           MOVE "C" TO GL-DC.
           MOVE total_consig_liquidado TO GL-MONTANTE.
           PERFORM REGISTAR-LANCAMENTO THRU REGISTAR-LANCAMENTO-EXIT.
      *    ---- the trade accounts' payments: cash in against the     ----*
      *    ---- receivable their invoices raised.                     ----*
           MOVE "LIV-BANCO" TO GL-CHAVE-CONTA.
           MOVE "D" TO GL-DC.
           MOVE total_pagamentos_conta TO GL-MONTANTE.
           PERFORM REGISTAR-LANCAMENTO THRU REGISTAR-LANCAMENTO-EXIT.
           MOVE "LIV-CLIENTES" TO GL-CHAVE-CONTA.
           MOVE "C" TO GL-DC.
           MOVE total_pagamentos_conta TO GL-MONTANTE.
           PERFORM REGISTAR-LANCAMENTO THRU REGISTAR-LANCAMENTO-EXIT.
      *    ---- pre-order deposits: cash in held as the customers'  ----*
      *    ---- advance, and the advances of the orders completed   ----*
      *    ---- tonight set against the receivable they billed.     ----*
           MOVE "LIV-BANCO" TO GL-CHAVE-CONTA.
           MOVE "D" TO GL-DC.
           MOVE total_sinais_preenc TO GL-MONTANTE.
           PERFORM REGISTAR-LANCAMENTO THRU REGISTAR-LANCAMENTO-EXIT.
           MOVE "LIV-ADIANT" TO GL-CHAVE-CONTA.
           MOVE "C" TO GL-DC.
           MOVE total_sinais_preenc TO GL-MONTANTE.
           PERFORM REGISTAR-LANCAMENTO THRU REGISTAR-LANCAMENTO-EXIT.
           MOVE "LIV-ADIANT" TO GL-CHAVE-CONTA.
           MOVE "D" TO GL-DC.
           MOVE total_sinais_aplicados TO GL-MONTANTE.
           PERFORM REGISTAR-LANCAMENTO THRU REGISTAR-LANCAMENTO-EXIT.
           MOVE "LIV-CLIENTES" TO GL-CHAVE-CONTA.
           MOVE "C" TO GL-DC.
           MOVE total_sinais_aplicados TO GL-MONTANTE.
           PERFORM REGISTAR-LANCAMENTO THRU REGISTAR-LANCAMENTO-EXIT.
           PERFORM LIBERTAR-DIARIO THRU LIBERTAR-DIARIO-EXIT.

      *    ======== the run's netted IVA onto the declaration's ======
           MOVE registos_gravados TO RST-GRAVADOS.
           MOVE registos_rejeitados TO RST-REJEITADOS.
      *    the control total carries every amount this run posted to
      *    the audit trail: the billed movements and pre-orders, the
      *    credit claims raised on publishers, the publisher invoices
      *    released, the consignment months settled, the pre-order
      *    deposits taken and the trade accounts' payments.
           COMPUTE RST-VALOR = total_facturado + total_claims
                   + total_facturas_liberadas + total_consig_liquidado
                   + total_sinais_preenc + total_pagamentos_conta.
           MOVE "OK" TO RST-RESULTADO.
           PERFORM REGISTAR-FIM-EXECUCAO
               THRU REGISTAR-FIM-EXECUCAO-EXIT.
               DELIMITED BY SIZE INTO CREDIT-CLAIMS-FILENAME.
           STRING "OPEN-CLAIMS-REPORT-" RUN-PERIOD-TAG ".txt"
               DELIMITED BY SIZE INTO OPEN-CLAIMS-RPT-FILENAME.
           STRING "FACTURAS-DISCREP-" RUN-PERIOD-TAG ".txt"
               DELIMITED BY SIZE INTO FACTURAS-DISCREP-FILENAME.
           STRING "MARGEM-TITULO-" RUN-PERIOD-TAG ".txt"
               DELIMITED BY SIZE INTO MARGEM-FILENAME.
           STRING "STOCK-VALOR-" RUN-PERIOD-TAG ".txt"
               DELIMITED BY SIZE INTO STOCK-VALOR-FILENAME.
           STRING "REPOSICAO-LOJA-" RUN-PERIOD-TAG ".txt"
               DELIMITED BY SIZE INTO REPOSICAO-FILENAME.
           STRING "AGING-STOCK-" RUN-PERIOD-TAG ".txt"
               DELIMITED BY SIZE INTO AGING-FILENAME.
           STRING "PICKING-PREENC-" RUN-PERIOD-TAG ".txt"
               DELIMITED BY SIZE INTO PICKING-FILENAME.
           STRING "AVISO-CHEGADA-" RUN-PERIOD-TAG ".txt"
               DELIMITED BY SIZE INTO AVISO-FILENAME.
           STRING "PREENC-TITULO-" RUN-PERIOD-TAG ".txt"
               DELIMITED BY SIZE INTO PREENC-TITULO-FILENAME.
           STRING "FACTURAS-CONTA-" RUN-PERIOD-TAG ".txt"
               DELIMITED BY SIZE INTO FACTURAS-CONTA-FILENAME.
           STRING "AGING-CONTAS-" RUN-PERIOD-TAG ".txt"
               DELIMITED BY SIZE INTO AGING-CONTAS-FILENAME.

           cuspidelas.
           ADD 1 TO registos_lidos.
               MOVE MOEDA TO MOEDA-OUT.

           PERFORM validar_venda_numerica.
           PERFORM verificar_titulo_a_publicar.

           IF venda_valida IS EQUAL TO "N"
               OR isbn_valido IS EQUAL TO "N"
               OR titulo_a_publicar IS EQUAL TO "Y"
               MOVE "send_halp" TO ERR-PROGRAMA
               IF isbn_valido IS EQUAL TO "N"
                   MOVE "E06" TO ERR-CODIGO
                   MOVE "registo com isbn invalido" TO ERR-MENSAGEM
                   MOVE "ISBN INVALIDO" TO OBSERVA
               ELSE
               IF venda_valida IS EQUAL TO "N"
                   MOVE "E03" TO ERR-CODIGO
                   MOVE "registo com vendas/preco/stock nao numerico" TO
                       ERR-MENSAGEM
                   MOVE "DADOS INVALIDOS" TO OBSERVA
               ELSE
                   MOVE "E20" TO ERR-CODIGO
                   MOVE "venda de titulo ainda nao publicado" TO
                       ERR-MENSAGEM
                   MOVE "A PUBLICAR" TO OBSERVA
               END-IF
               END-IF
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               MOVE ZERO TO VALOR-FACTURADO-OUT
      *        decides what the line bills.
               PERFORM obter_preco_vigente

               PERFORM verificar_conta_cliente
               PERFORM determinar_desconto
               PERFORM procurar_editora
               MOVE ID-EDITORA TO consig_editora
               PERFORM verificar_consignacao
               PERFORM atualizar_livro_master
               PERFORM verificar_reorder THRU verificar_reorder_fim

               compute iva = ((VENDIDAS * preco_facturado)
      -                 * taxa_iva_livros)
                   MOVE calcula_preco TO valor_movimento
               END-IF

      *        what the movement earned net of IVA and discount, and
      *        what its copies cost at the title's average -- a
      *        devolucao puts them back on the shelf at that cost.
               COMPUTE valor_bruto = qtd_movimento * preco_facturado
               COMPUTE receita_liquida ROUNDED =
                       valor_bruto - (valor_bruto * desconto_pct)
      *        a consignment copy was never ours: its cost is what
      *        the sale owes the publisher, accrued until settlement.
               IF consig_sim = "Y"
                   PERFORM registar_venda_consignacao
               ELSE
                   COMPUTE custo_movimento ROUNDED =
                           qtd_movimento * custo_medio
                   ADD custo_movimento TO total_cmv
               END-IF

               PERFORM calcular_royalty
               PERFORM gravar_detalhe_venda

               END-IF
               PERFORM REGISTAR-AUDITORIA THRU REGISTAR-AUDITORIA-EXIT
               ADD valor_movimento TO total_facturado
               IF conta_venda = "Y"
                   PERFORM registar_linha_conta
               ELSE
                   PERFORM registar_linha_balcao
               END-IF
               IF preco_promo = "Y"
                   ADD qtd_movimento TO promo_unidades
                   ADD valor_movimento TO promo_valor
               MOVE "N" TO venda_valida
           END-IF.

      *    ======== a forthcoming title cannot be sold yet ========
      *    it is in the catalog for pre-orders only; the movement is
      *    rejected until its first carton makes it live.
           verificar_titulo_a_publicar.
           MOVE "N" TO titulo_a_publicar.
           IF venda_valida = "Y" AND isbn_valido = "Y"
               MOVE ID-PAIS TO LIVRO-CH-PAIS
               MOVE ID-EDITORA TO LIVRO-CH-EDITORA
               MOVE ID-LIVRO TO LIVRO-CH-LIVRO
               READ LIVROS-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF LIVRO-ESTADO = "F"
                           MOVE "Y" TO titulo_a_publicar
                       END-IF
               END-READ
           END-IF.

      *    ======== pull BOOK-PRICES.txt in at start-up ========
           carregar_precos_vigentes.
           MOVE "YYY" TO book_prices_eof.

      *    walks the table from the top band down so the first band
      *    VENDIDAS qualifies for is the highest one it is entitled to.
      *    a trade account's negotiated discount replaces the bands.
           determinar_desconto.
           IF conta_venda = "Y"
               MOVE cli_tbl_desconto (cli_atual) TO desconto_pct
           ELSE
               MOVE "N" TO desconto_found
               PERFORM testar_banda_desconto
                   VARYING desconto_idx FROM 4 BY -1
                   UNTIL desconto_idx < 1 OR desconto_found = "Y"
           END-IF.

           testar_banda_desconto.
           IF VENDIDAS IS GREATER THAN OR EQUAL TO
               MOVE EDITORA-NOME TO editora_tbl_nome (editora_idx)
               MOVE EDITORA-CONTACTO
                   TO editora_tbl_contacto (editora_idx)
               MOVE "N" TO editora_tbl_consig (editora_idx)
               MOVE ZERO TO editora_tbl_taxa (editora_idx)
               IF EDITORA-CONSIGNACAO = "S"
                   MOVE "S" TO editora_tbl_consig (editora_idx)
                   IF EDITORA-TAXA-CONSIG IS NUMERIC
                       MOVE EDITORA-TAXA-CONSIG
                           TO editora_tbl_taxa (editora_idx)
                   END-IF
               END-IF
               SET editoras_count TO editora_idx
           ELSE
               MOVE "send_halp" TO ERR-PROGRAMA
               GO TO verificar_reorder_fim
           END-IF.
           COMPUTE reorder_limiar = VENDIDAS * reorder_pct.
      *    a consignment title is restocked by asking the publisher
      *    for more copies, never bought on a purchase order.
           IF stock_atual < reorder_limiar
               IF consig_sim = "Y"
                   MOVE "REPOR CONSIG" TO REORDER-ALERT-OUT
               ELSE
                   MOVE "REENCOMENDAR" TO REORDER-ALERT-OUT
                   PERFORM registar_po_linha
               END-IF
           END-IF.

           verificar_reorder_fim.
           END-IF.

      *    ======== book master: post this movement ========
      *    a sale takes its copies off the shelf at its location, a
      *    devolucao puts them back there; a title the ledger has
      *    never seen is opened with the input line's stock as its
      *    opening balance at that location.
           atualizar_livro_master.
           MOVE ID-PAIS TO LIVRO-CH-PAIS.
           MOVE ID-EDITORA TO LIVRO-CH-EDITORA.
           MOVE ID-LIVRO TO LIVRO-CH-LIVRO.
           MOVE LOCAL-MOVIMENTO TO local_codigo.
           IF local_codigo = SPACE
               MOVE "L" TO local_codigo
           END-IF.
           PERFORM determinar_local.

           READ LIVROS-MASTER
               INVALID KEY
                   MOVE AUTOR TO LIVRO-AUTOR
                   MOVE PRECO TO LIVRO-PRECO
                   MOVE "A" TO LIVRO-ESTADO
                   MOVE ZERO TO LIVRO-DATA-LANCAMENTO
                   MOVE ZERO TO LIVRO-CUSTO-MEDIO
                   PERFORM obter_custo_medio
                   MOVE ZERO TO LIVRO-STOCK-LOCAL (1)
                   MOVE ZERO TO LIVRO-STOCK-LOCAL (2)
                   MOVE ZERO TO LIVRO-STOCK-LOCAL (3)
                   MOVE STOCK TO LIVRO-STOCK-LOCAL (local_idx)
                   PERFORM movimentar_stock_venda
                   WRITE LIVROS-MASTER-FILE
               NOT INVALID KEY
                   PERFORM normalizar_stock_local
                   PERFORM obter_custo_medio
                   PERFORM movimentar_stock_venda
                   REWRITE LIVROS-MASTER-FILE
           END-READ.

           MOVE stock_atual TO STOCK-OUT.
           IF local_idx = 1
               PERFORM registar_venda_loja
           END-IF.

      *    the copies leave the movement's location first and then,
      *    if it runs dry, whichever other location has them; the
      *    copies no location can fill go on the backorder file
      *    instead of vanishing.
           movimentar_stock_venda.
           IF qtd_movimento < ZERO
               COMPUTE qtd_devolvida = ZERO - qtd_movimento
               ADD qtd_devolvida TO LIVRO-STOCK-LOCAL (local_idx)
               PERFORM somar_stock_local
           ELSE
               MOVE qtd_movimento TO qtd_retirar
               PERFORM retirar_stock_local
               IF qtd_falta > ZERO
                   MOVE qtd_falta TO bko_shortfall
                   PERFORM registar_backorder
               END-IF
           END-IF.
           MOVE LIVRO-STOCK TO stock_atual.

      *    ======== stock by location ========
      *    local_codigo to its slot; an unknown code is logged and
      *    the movement posted to the shop.
           determinar_local.
           MOVE ZERO TO local_idx.
           PERFORM testar_local
               VARYING local_k FROM 1 BY 1
               UNTIL local_k > 3 OR local_idx > ZERO.
           IF local_idx = ZERO
               MOVE "send_halp" TO ERR-PROGRAMA
               MOVE "E18" TO ERR-CODIGO
               MOVE "local desconhecido - lancado na loja - " TO
                   ERR-MENSAGEM
               MOVE local_codigo TO ERR-MENSAGEM (40:1)
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               MOVE 1 TO local_idx
           END-IF.

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

      *    qtd_retirar copies out of location local_idx, then out of
      *    the others in turn; qtd_falta is what none of them had.
           retirar_stock_local.
           MOVE qtd_retirar TO qtd_falta.
           MOVE local_idx TO local_k.
           PERFORM retirar_de_local.
           IF qtd_falta > ZERO
               PERFORM retirar_de_outro_local
                   VARYING local_k FROM 1 BY 1
                   UNTIL local_k > 3 OR qtd_falta = ZERO
           END-IF.
           PERFORM somar_stock_local.

           retirar_de_outro_local.
           IF local_k NOT = local_idx
                   AND LIVRO-STOCK-LOCAL (local_k) > ZERO
               MOVE "send_halp" TO ERR-PROGRAMA
               MOVE "E18" TO ERR-CODIGO
               MOVE "sem stock no local - tirado de " TO ERR-MENSAGEM
               MOVE local_tbl_nome (local_k) TO ERR-MENSAGEM (32:7)
               MOVE LIVRO-CHAVE TO ERR-MENSAGEM (40:9)
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               PERFORM retirar_de_local
           END-IF.

           retirar_de_local.
           IF LIVRO-STOCK-LOCAL (local_k) NOT < qtd_falta
               SUBTRACT qtd_falta FROM LIVRO-STOCK-LOCAL (local_k)
               MOVE ZERO TO qtd_falta
           ELSE
               SUBTRACT LIVRO-STOCK-LOCAL (local_k) FROM qtd_falta
               MOVE ZERO TO LIVRO-STOCK-LOCAL (local_k)
           END-IF.

      *    ======== the shop's sales of the run, per title ========
           registar_venda_loja.
           MOVE ZERO TO rps_atual.
           PERFORM procurar_venda_loja
               VARYING rps_idx FROM 1 BY 1
               UNTIL rps_idx > rps_count OR rps_atual > ZERO.
           IF rps_atual = ZERO
               IF rps_count < 200
                   ADD 1 TO rps_count
                   MOVE rps_count TO rps_atual
                   MOVE LIVRO-CHAVE TO rps_tbl_chave (rps_atual)
                   MOVE TITULO TO rps_tbl_titulo (rps_atual)
                   MOVE ZERO TO rps_tbl_vendidas (rps_atual)
               ELSE
                   MOVE "send_halp" TO ERR-PROGRAMA
                   MOVE "E18" TO ERR-CODIGO
                   MOVE "tabela de reposicao cheia - titulo fora" TO
                       ERR-MENSAGEM
                   PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               END-IF
           END-IF.
           IF rps_atual > ZERO
               ADD qtd_movimento TO rps_tbl_vendidas (rps_atual)
           END-IF.

           procurar_venda_loja.
           IF rps_tbl_chave (rps_idx) = LIVRO-CHAVE
               MOVE rps_idx TO rps_atual
           END-IF.

      *    ======== replenishment list for the shop ========
      *    a title the shop sold more of than it now holds is topped
      *    back up to what it sold: the reserva sends first, being
      *    next door, and the armazem the rest.
           emitir_reposicao_loja.
           OPEN OUTPUT REPOSICAO-OUT.
           MOVE SPACES TO RPS-TITULOS.
           STRING "REPOSICAO DA LOJA - " RUN-DATE-DISPLAY
               DELIMITED BY SIZE INTO RPS-TITULO-LINHA.
           WRITE RPS-TITULOS
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO RPS-TITULOS.
           MOVE "TITULO    DESCRICAO" TO RPS-TITULO-LINHA.
           MOVE "LOJA VENDA RESRV ARMAZ FALTA" TO
               RPS-TITULO-LINHA (53:29).
           WRITE RPS-TITULOS
               AFTER ADVANCING 1 LINE.
           PERFORM escrever_linha_reposicao
               VARYING rps_idx FROM 1 BY 1
               UNTIL rps_idx > rps_count.
           CLOSE REPOSICAO-OUT.

           escrever_linha_reposicao.
           MOVE rps_tbl_chave (rps_idx) TO LIVRO-CHAVE.
           READ LIVROS-MASTER
               INVALID KEY
                   MOVE ZERO TO rps_necessario
               NOT INVALID KEY
                   PERFORM normalizar_stock_local
                   COMPUTE rps_necessario = rps_tbl_vendidas (rps_idx)
                           - LIVRO-STOCK-LOCAL (1)
           END-READ.
           IF rps_necessario > ZERO
               MOVE SPACES TO RPS-DETALHE
               MOVE rps_tbl_chave (rps_idx) TO RPS-CHAVE
               MOVE rps_tbl_titulo (rps_idx) TO RPS-TITULO
               MOVE LIVRO-STOCK-LOCAL (1) TO RPS-LOJA
               MOVE rps_tbl_vendidas (rps_idx) TO RPS-VENDIDAS
               MOVE 2 TO local_k
               PERFORM calcular_envio_reposicao
               MOVE rps_envio TO RPS-RESERVA
               MOVE 3 TO local_k
               PERFORM calcular_envio_reposicao
               MOVE rps_envio TO RPS-ARMAZEM
               MOVE rps_necessario TO RPS-FALTA
               WRITE RPS-DETALHE
                   AFTER ADVANCING 1 LINE
           END-IF.

           calcular_envio_reposicao.
           IF LIVRO-STOCK-LOCAL (local_k) < rps_necessario
               MOVE LIVRO-STOCK-LOCAL (local_k) TO rps_envio
           ELSE
               MOVE rps_necessario TO rps_envio
           END-IF.
           SUBTRACT rps_envio FROM rps_necessario.

      *    ======== the title's average cost, for this movement ====
      *    a title with no cost yet (opened by a sale, or carried from
      *    before costs were kept) takes the publisher's list cost.
           obter_custo_medio.
           IF LIVRO-CUSTO-MEDIO IS NOT NUMERIC
               MOVE ZERO TO LIVRO-CUSTO-MEDIO
           END-IF.
           IF LIVRO-CUSTO-MEDIO = ZERO
               MOVE LIVRO-CHAVE TO cus_chave
               PERFORM procurar_custo_editora
               MOVE cus_custo TO LIVRO-CUSTO-MEDIO
           END-IF.
           MOVE LIVRO-CUSTO-MEDIO TO custo_medio.

      *    ======== goods received off the warehouse file ========
           processar_recebimentos.

           aplicar_recebimento.
           IF REC-CHAVE IS NUMERIC AND REC-QTD IS NUMERIC
      *        the order line first: it carries the cost the carton
      *        was bought at.
               PERFORM abater_open_po
               PERFORM obter_custo_recebido
               MOVE REC-CHAVE TO LIVRO-CHAVE
               READ LIVROS-MASTER
                   INVALID KEY
                           ERR-MENSAGEM
                       PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
                   NOT INVALID KEY
                       PERFORM normalizar_stock_local
                       MOVE LIVRO-CH-EDITORA TO consig_editora
                       PERFORM verificar_consignacao
                       PERFORM reavaliar_custo_medio
      *                the pre-orders drink first, and are billed
      *                for what they take; then the oldest
      *                backorders; only what is left reaches free
      *                stock, where it was put.
                       MOVE REC-QTD TO rec_restante
                       MOVE REC-LOCAL TO local_codigo
                       IF local_codigo = SPACE
                           MOVE "A" TO local_codigo
                       END-IF
                       PERFORM determinar_local
                       PERFORM publicar_titulo
                       PERFORM alocar_preencomendas
                       PERFORM alocar_backorders
                       ADD rec_restante
                           TO LIVRO-STOCK-LOCAL (local_idx)
                       PERFORM somar_stock_local
                       REWRITE LIVROS-MASTER-FILE
               END-READ
           ELSE
               MOVE "send_halp" TO ERR-PROGRAMA
               MOVE "E07" TO ERR-CODIGO
               AT END MOVE "YYY" TO recebimentos_eof
           END-READ.

      *    ======== the carton's unit cost ========
      *    off the receipt line, else the order line it filled, else
      *    the publisher's price list.
           obter_custo_recebido.
           MOVE ZERO TO custo_recebido.
           IF REC-CUSTO IS NUMERIC
               MOVE REC-CUSTO TO custo_recebido
           END-IF.
           IF custo_recebido = ZERO AND opo_atual > ZERO
               MOVE opo_tbl_custo (opo_atual) TO custo_recebido
           END-IF.
           IF custo_recebido = ZERO
               MOVE REC-CHAVE TO cus_chave
               PERFORM procurar_custo_editora
               MOVE cus_custo TO custo_recebido
           END-IF.

      *    ======== weighted average: the shelf plus the carton ========
      *    the copies already on hand at their average and the carton
      *    at its cost, over both; a carton with no cost anywhere
      *    comes in at the average it finds, and is logged.
           reavaliar_custo_medio.
           IF LIVRO-CUSTO-MEDIO IS NOT NUMERIC
               MOVE ZERO TO LIVRO-CUSTO-MEDIO
           END-IF.
           IF custo_recebido = ZERO
               MOVE "send_halp" TO ERR-PROGRAMA
               MOVE "E07" TO ERR-CODIGO
               MOVE "recebimento sem custo - custo medio mantido" TO
                   ERR-MENSAGEM
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               COMPUTE custo_movimento ROUNDED =
                       REC-QTD * LIVRO-CUSTO-MEDIO
           ELSE
               COMPUTE valor_stock_antes =
                       LIVRO-STOCK * LIVRO-CUSTO-MEDIO
               COMPUTE custo_movimento ROUNDED =
                       REC-QTD * custo_recebido
               IF LIVRO-STOCK + REC-QTD > ZERO
                   COMPUTE LIVRO-CUSTO-MEDIO ROUNDED =
                           (valor_stock_antes + custo_movimento)
                           / (LIVRO-STOCK + REC-QTD)
               END-IF
           END-IF.
      *    consignment copies arrive owing nothing: not stock bought.
           IF consig_sim = "N"
               ADD custo_movimento TO total_entradas_stock
           END-IF.

      *    ======== match the carton against the open-PO book ========
      *    a named PO wins, otherwise the oldest open line for the
      *    title; an over-shipment or an orphan carton is logged.
               END-IF
           END-IF.

      *    ======== a forthcoming title goes live on its first carton
           publicar_titulo.
           IF LIVRO-ESTADO = "F"
               MOVE "A" TO LIVRO-ESTADO
               MOVE "SENDHALP" TO AUD-PROGRAMA
               MOVE SPACES TO AUD-CHAVE
               MOVE REC-CHAVE TO AUD-CHAVE (1:9)
               MOVE ZERO TO AUD-VALOR
               MOVE "TITULO PUBLICADO" TO AUD-DESCRICAO
               PERFORM REGISTAR-AUDITORIA THRU REGISTAR-AUDITORIA-EXIT
           END-IF.

      *    ======== is this publisher's stock on consignment? ========
      *    consig_editora in; consig_sim and the agreed consig_taxa out.
           verificar_consignacao.
           MOVE "N" TO consig_sim.
           MOVE ZERO TO consig_taxa.
           PERFORM testar_consignacao
               VARYING consig_k FROM 1 BY 1
               UNTIL consig_k > editoras_count.

           testar_consignacao.
           IF editora_tbl_cod (consig_k) = consig_editora
                   AND editora_tbl_consig (consig_k) = "S"
               MOVE "Y" TO consig_sim
               MOVE editora_tbl_taxa (consig_k) TO consig_taxa
           END-IF.

      *    ======== a consignment sale: owed at the agreed rate ======
      *    a customer return gives the owed amount back.
           registar_venda_consignacao.
           COMPUTE consig_devido ROUNDED =
                   receita_liquida * consig_taxa.
           MOVE consig_devido TO custo_movimento.
           ADD consig_devido TO total_consig_corrido.
           MOVE SPACES TO CONSIG-MOVIMENTOS-FILE.
           MOVE RUN-PERIOD-TAG TO CSM-PERIODO.
           MOVE consig_editora TO CSM-EDITORA.
           MOVE LIVRO-CHAVE TO CSM-CHAVE.
           MOVE qtd_movimento TO CSM-VENDIDAS.
           MOVE ZERO TO CSM-DEVOLVIDAS.
           MOVE consig_devido TO CSM-VALOR.
           WRITE CONSIG-MOVIMENTOS-FILE.

      *    ======== the consignment movements file, for appending ====
           abrir_consig_movimentos.
           OPEN EXTEND CONSIG-MOVIMENTOS.
           IF CONSIG-MOVIMENTOS-STATUS = "05"
                   OR CONSIG-MOVIMENTOS-STATUS = "35"
               OPEN OUTPUT CONSIG-MOVIMENTOS
               CLOSE CONSIG-MOVIMENTOS
               OPEN EXTEND CONSIG-MOVIMENTOS
           END-IF.

      *    ======== settle the consignment months already closed ====
      *    the first run of a month finds last month's movements on
      *    the file: they are totalled per publisher, printed, and
      *    what is owed goes to FACTURAS-A-PAGAR.txt for payment. the
      *    current month's lines are kept back for next time.
           liquidar_consignacao.
           MOVE ZERO TO CSL-TABLE.
           MOVE SPACES TO consig_periodo.
           MOVE ZERO TO consig_pendentes.
           MOVE "YYY" TO consig_eof.
           OPEN INPUT CONSIG-MOVIMENTOS.
           IF CONSIG-MOVIMENTOS-STATUS NOT = "00"
               GO TO liquidar_consignacao_fim
           END-IF.

           OPEN OUTPUT CONSIG-PENDENTES.
           MOVE SPACES TO consig_eof.
           READ CONSIG-MOVIMENTOS
               AT END MOVE "YYY" TO consig_eof
           END-READ.
           PERFORM separar_movimento_consignacao
               UNTIL consig_eof = "YYY".
           CLOSE CONSIG-MOVIMENTOS.
           CLOSE CONSIG-PENDENTES.

           IF consig_periodo = SPACES
               GO TO liquidar_consignacao_fim
           END-IF.

      *    the file keeps only the month still running.
           OPEN OUTPUT CONSIG-MOVIMENTOS.
           MOVE SPACES TO consig_eof.
           OPEN INPUT CONSIG-PENDENTES.
           READ CONSIG-PENDENTES
               AT END MOVE "YYY" TO consig_eof
           END-READ.
           PERFORM repor_movimento_consignacao
               UNTIL consig_eof = "YYY".
           CLOSE CONSIG-PENDENTES.
           CLOSE CONSIG-MOVIMENTOS.

           MOVE SPACES TO CONSIG-FILENAME.
           STRING "CONSIGNACAO-" consig_periodo ".txt"
               DELIMITED BY SIZE INTO CONSIG-FILENAME.
           OPEN OUTPUT CONSIG-OUT.
           MOVE SPACES TO CSO-TITULOS.
           STRING "LIQUIDACAO DE CONSIGNACAO - PERIODO " consig_periodo
               " - " RUN-DATE-DISPLAY
               DELIMITED BY SIZE INTO CSO-TITULO-LINHA.
           WRITE CSO-TITULOS
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO CSO-TITULOS.
           MOVE "ED NOME                 VENDIDAS DEVOLV  TAXA" TO
               CSO-TITULO-LINHA.
           MOVE "DEVIDO" TO CSO-TITULO-LINHA (58:6).
           WRITE CSO-TITULOS
               AFTER ADVANCING 1 LINE.

           MOVE ZERO TO csl_total_vendidas.
           MOVE ZERO TO csl_total_devolvidas.
           MOVE ZERO TO csl_total_devido.
           OPEN EXTEND FACTURAS-A-PAGAR.
           IF FACTURAS-A-PAGAR-STATUS = "05"
                   OR FACTURAS-A-PAGAR-STATUS = "35"
               OPEN OUTPUT FACTURAS-A-PAGAR
               CLOSE FACTURAS-A-PAGAR
               OPEN EXTEND FACTURAS-A-PAGAR
           END-IF.
           PERFORM liquidar_editora_consignacao
               VARYING consig_k FROM 1 BY 1
               UNTIL consig_k > editoras_count.
           CLOSE FACTURAS-A-PAGAR.

           MOVE SPACES TO CSO-DETALHE.
           MOVE "TOTAL" TO CSO-NOME.
           MOVE csl_total_vendidas TO CSO-VENDIDAS.
           MOVE csl_total_devolvidas TO CSO-DEVOLVIDAS.
           MOVE csl_total_devido TO CSO-DEVIDO.
           WRITE CSO-DETALHE
               AFTER ADVANCING 2 LINES.
           CLOSE CONSIG-OUT.

           liquidar_consignacao_fim.
               EXIT.

      *    a closed month's line is added into its publisher's slot;
      *    the running month's line is held back.
           separar_movimento_consignacao.
           IF CSM-PERIODO < RUN-PERIOD-TAG
               IF CSM-PERIODO > consig_periodo
                       OR consig_periodo = SPACES
                   MOVE CSM-PERIODO TO consig_periodo
               END-IF
               PERFORM somar_movimento_consignacao
                   VARYING consig_k FROM 1 BY 1
                   UNTIL consig_k > editoras_count
           ELSE
               MOVE CONSIG-MOVIMENTOS-FILE TO CONSIG-PENDENTES-FILE
               WRITE CONSIG-PENDENTES-FILE
               ADD 1 TO consig_pendentes
           END-IF.
           READ CONSIG-MOVIMENTOS
               AT END MOVE "YYY" TO consig_eof
           END-READ.

           somar_movimento_consignacao.
           IF editora_tbl_cod (consig_k) = CSM-EDITORA
               IF CSM-VENDIDAS IS NUMERIC
                   ADD CSM-VENDIDAS TO csl_vendidas (consig_k)
               END-IF
               IF CSM-DEVOLVIDAS IS NUMERIC
                   ADD CSM-DEVOLVIDAS TO csl_devolvidas (consig_k)
               END-IF
               IF CSM-VALOR IS NUMERIC
                   ADD CSM-VALOR TO csl_devido (consig_k)
               END-IF
           END-IF.

           repor_movimento_consignacao.
           MOVE CONSIG-PENDENTES-FILE TO CONSIG-MOVIMENTOS-FILE.
           WRITE CONSIG-MOVIMENTOS-FILE.
           READ CONSIG-PENDENTES
               AT END MOVE "YYY" TO consig_eof
           END-READ.

      *    one line per consignment publisher; a positive balance is
      *    released for payment as a CONS<period> payable and audited.
           liquidar_editora_consignacao.
           IF editora_tbl_consig (consig_k) = "S"
                   OR csl_vendidas (consig_k) NOT = ZERO
                   OR csl_devolvidas (consig_k) NOT = ZERO
               MOVE SPACES TO CSO-DETALHE
               MOVE editora_tbl_cod (consig_k) TO CSO-EDITORA
               MOVE editora_tbl_nome (consig_k) TO CSO-NOME
               MOVE csl_vendidas (consig_k) TO CSO-VENDIDAS
               MOVE csl_devolvidas (consig_k) TO CSO-DEVOLVIDAS
               MOVE editora_tbl_taxa (consig_k) TO CSO-TAXA
               MOVE csl_devido (consig_k) TO CSO-DEVIDO
               WRITE CSO-DETALHE
                   AFTER ADVANCING 1 LINE
               ADD csl_vendidas (consig_k) TO csl_total_vendidas
               ADD csl_devolvidas (consig_k) TO csl_total_devolvidas
               ADD csl_devido (consig_k) TO csl_total_devido
           END-IF.
           IF csl_devido (consig_k) > ZERO
               MOVE SPACES TO FACTURAS-A-PAGAR-FILE
               MOVE editora_tbl_cod (consig_k) TO FAP-EDITORA
               MOVE SPACES TO FAP-NUMERO
               STRING "CONS" consig_periodo
                   DELIMITED BY SIZE INTO FAP-NUMERO
               MOVE csl_devido (consig_k) TO FAP-VALOR
               MOVE data_hoje_num TO FAP-DATA
               MOVE "P" TO FAP-ESTADO
               WRITE FACTURAS-A-PAGAR-FILE
               ADD csl_devido (consig_k) TO total_consig_liquidado
               MOVE "SENDHALP" TO AUD-PROGRAMA
               MOVE SPACES TO AUD-CHAVE
               MOVE FAP-EDITORA TO AUD-CHAVE (1:2)
               MOVE FAP-NUMERO TO AUD-CHAVE (4:12)
               MOVE csl_devido (consig_k) TO AUD-VALOR
               MOVE "CONSIGNACAO LIQUIDADA" TO AUD-DESCRICAO
               PERFORM REGISTAR-AUDITORIA THRU REGISTAR-AUDITORIA-EXIT
           END-IF.

      *    ======== pull PRE-ENCOMENDAS.txt in, oldest first ========
           carregar_preencomendas.
           MOVE "YYY" TO pre_encomendas_eof.
           OPEN INPUT PRE-ENCOMENDAS.

           IF PRE-ENCOMENDAS-STATUS = "00"
               MOVE SPACES TO pre_encomendas_eof
               READ PRE-ENCOMENDAS
                   AT END MOVE "YYY" TO pre_encomendas_eof
               END-READ
               PERFORM construir_preencomenda
                   UNTIL pre_encomendas_eof = "YYY"
               CLOSE PRE-ENCOMENDAS
           END-IF.

           construir_preencomenda.
           IF PRE-NUMERO IS NUMERIC
                   AND PRE-NUMERO > pre_ultimo_numero
               MOVE PRE-NUMERO TO pre_ultimo_numero
           END-IF.
           IF pre_count = 200 AND pre_overflow = "N"
               MOVE "Y" TO pre_overflow
               MOVE "send_halp" TO ERR-PROGRAMA
               MOVE "E20" TO ERR-CODIGO
               MOVE "ficheiro de pre-encomendas excede a tabela" TO
                   ERR-MENSAGEM
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
           END-IF.
           IF pre_count < 200
               ADD 1 TO pre_count
               MOVE PRE-NUMERO TO pre_tbl_numero (pre_count)
               MOVE PRE-DATA TO pre_tbl_data (pre_count)
               MOVE PRE-CLIENTE TO pre_tbl_cliente (pre_count)
               MOVE PRE-NOME TO pre_tbl_nome (pre_count)
               MOVE PRE-CHAVE TO pre_tbl_chave (pre_count)
               MOVE PRE-TITULO TO pre_tbl_titulo (pre_count)
               MOVE PRE-QTD TO pre_tbl_qtd (pre_count)
               MOVE PRE-SINAL TO pre_tbl_sinal (pre_count)
               IF PRE-FILLED IS NUMERIC
                   MOVE PRE-FILLED TO pre_tbl_filled (pre_count)
               ELSE
                   MOVE ZERO TO pre_tbl_filled (pre_count)
               END-IF
               MOVE ZERO TO pre_tbl_hoje (pre_count)
               MOVE ZERO TO pre_tbl_local (pre_count)
               MOVE ZERO TO pre_tbl_preco (pre_count)
               MOVE ZERO TO pre_tbl_valor (pre_count)
               MOVE ZERO TO pre_tbl_iva (pre_count)
           END-IF.
           READ PRE-ENCOMENDAS
               AT END MOVE "YYY" TO pre_encomendas_eof
           END-READ.

      *    ======== the day's new pre-orders, at the back of the queue
      *    only a title on the master as forthcoming takes one; each
      *    is numbered on from the last and dated today.
           receber_preencomendas.
           MOVE "YYY" TO pre_encomendas_eof.
           OPEN INPUT PRE-ENCOMENDAS-IN.

           IF PRE-ENCOMENDAS-IN-STATUS = "00"
               MOVE SPACES TO pre_encomendas_eof
               READ PRE-ENCOMENDAS-IN
                   AT END MOVE "YYY" TO pre_encomendas_eof
               END-READ
               PERFORM registar_preencomenda
                   thru registar_preencomenda_fim
                   UNTIL pre_encomendas_eof = "YYY"
               CLOSE PRE-ENCOMENDAS-IN
           END-IF.

           registar_preencomenda.
           MOVE "N" TO pre_aceite.
           IF PEI-CHAVE IS NOT NUMERIC OR PEI-QTD IS NOT NUMERIC
                   OR PEI-QTD = ZERO
               MOVE "send_halp" TO ERR-PROGRAMA
               MOVE "E20" TO ERR-CODIGO
               MOVE "pre-encomenda com dados nao numericos" TO
                   ERR-MENSAGEM
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               GO TO registar_preencomenda_ler
           END-IF.

           MOVE PEI-CHAVE TO LIVRO-CHAVE.
           READ LIVROS-MASTER
               INVALID KEY
                   MOVE "send_halp" TO ERR-PROGRAMA
                   MOVE "E20" TO ERR-CODIGO
                   MOVE "pre-encomenda de isbn desconhecido - " TO
                       ERR-MENSAGEM
                   MOVE PEI-CHAVE TO ERR-MENSAGEM (38:9)
                   PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               NOT INVALID KEY
                   IF LIVRO-ESTADO = "F"
                       MOVE "Y" TO pre_aceite
                   ELSE
                       MOVE "send_halp" TO ERR-PROGRAMA
                       MOVE "E20" TO ERR-CODIGO
                       MOVE "pre-encomenda de titulo ja publicado - "
                           TO ERR-MENSAGEM
                       MOVE PEI-CHAVE TO ERR-MENSAGEM (40:9)
                       PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
                   END-IF
           END-READ.
           IF pre_aceite = "N"
               GO TO registar_preencomenda_ler
           END-IF.

           IF pre_count < 200
               ADD 1 TO pre_count
               ADD 1 TO pre_ultimo_numero
               MOVE pre_ultimo_numero TO pre_tbl_numero (pre_count)
               MOVE data_hoje_num TO pre_tbl_data (pre_count)
               MOVE PEI-CLIENTE TO pre_tbl_cliente (pre_count)
               MOVE PEI-NOME TO pre_tbl_nome (pre_count)
               MOVE LIVRO-CHAVE TO pre_tbl_chave (pre_count)
               MOVE LIVRO-TITULO TO pre_tbl_titulo (pre_count)
               MOVE PEI-QTD TO pre_tbl_qtd (pre_count)
               MOVE ZERO TO pre_tbl_filled (pre_count)
               IF PEI-SINAL IS NUMERIC
                   MOVE PEI-SINAL TO pre_tbl_sinal (pre_count)
               ELSE
                   MOVE ZERO TO pre_tbl_sinal (pre_count)
               END-IF
               MOVE ZERO TO pre_tbl_hoje (pre_count)
               MOVE ZERO TO pre_tbl_local (pre_count)
               MOVE ZERO TO pre_tbl_preco (pre_count)
               MOVE ZERO TO pre_tbl_valor (pre_count)
               MOVE ZERO TO pre_tbl_iva (pre_count)
               MOVE "SENDHALP" TO AUD-PROGRAMA
               MOVE SPACES TO AUD-CHAVE
               MOVE PEI-CHAVE TO AUD-CHAVE (1:9)
               MOVE pre_tbl_sinal (pre_count) TO AUD-VALOR
               ADD pre_tbl_sinal (pre_count) TO total_sinais_preenc
               MOVE "PRE-ENCOMENDA REGISTADA" TO AUD-DESCRICAO
               PERFORM REGISTAR-AUDITORIA THRU REGISTAR-AUDITORIA-EXIT
           ELSE
               MOVE "Y" TO pre_overflow
               MOVE "send_halp" TO ERR-PROGRAMA
               MOVE "E20" TO ERR-CODIGO
               MOVE "tabela de pre-encomendas cheia - pedido perdido"
                   TO ERR-MENSAGEM
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
           END-IF.

           registar_preencomenda_ler.
           READ PRE-ENCOMENDAS-IN
               AT END MOVE "YYY" TO pre_encomendas_eof
           END-READ.

           registar_preencomenda_fim.
               EXIT.

      *    ======== receipts fill the pre-orders, oldest first ========
      *    the copies are set aside where the carton was put away,
      *    and the price the customer pays is the one on the master
      *    the day they arrive. what is set aside is sold there and
      *    then -- it never reaches the shelf -- and an order filled
      *    to the last copy takes its deposit off what is owed.
           alocar_preencomendas.
           PERFORM alocar_preencomenda_linha
               VARYING pre_idx FROM 1 BY 1
               UNTIL pre_idx > pre_count OR rec_restante = ZERO.

           alocar_preencomenda_linha.
           IF pre_tbl_chave (pre_idx) = REC-CHAVE
                   AND pre_tbl_filled (pre_idx) < pre_tbl_qtd (pre_idx)
               COMPUTE pre_owed = pre_tbl_qtd (pre_idx)
                       - pre_tbl_filled (pre_idx)
               IF rec_restante < pre_owed
                   MOVE rec_restante TO pre_alloc
               ELSE
                   MOVE pre_owed TO pre_alloc
               END-IF
               ADD pre_alloc TO pre_tbl_filled (pre_idx)
               ADD pre_alloc TO pre_tbl_hoje (pre_idx)
               MOVE local_idx TO pre_tbl_local (pre_idx)
               MOVE LIVRO-PRECO TO pre_tbl_preco (pre_idx)
               SUBTRACT pre_alloc FROM rec_restante
               PERFORM facturar_preencomenda_linha
               IF pre_tbl_filled (pre_idx) = pre_tbl_qtd (pre_idx)
                       AND pre_tbl_sinal (pre_idx) > ZERO
                   PERFORM aplicar_sinal_preencomenda
               END-IF
           END-IF.

      *    ---- the copies set aside, billed as a sale: the same    ----*
      *    ---- IVA, cost, royalty and ranking a counter sale gets, ----*
      *    ---- kept against the order for its document.            ----*
           facturar_preencomenda_linha.
           MOVE pre_alloc TO qtd_movimento.
           COMPUTE valor_bruto = pre_alloc * LIVRO-PRECO.
           COMPUTE iva = valor_bruto * taxa_iva_livros.
           COMPUTE valor_movimento = valor_bruto + iva.
           MOVE valor_bruto TO receita_liquida.
           IF consig_sim = "Y"
               PERFORM registar_venda_consignacao
           ELSE
               COMPUTE custo_movimento ROUNDED =
                       pre_alloc * LIVRO-CUSTO-MEDIO
               ADD custo_movimento TO total_cmv
           END-IF.
           MOVE LIVRO-AUTOR TO autor_procura.
           PERFORM procurar_taxa_autor.
           COMPUTE royalty_valor = valor_movimento * taxa_autor.
           MOVE SPACES TO RANK-WORK-RECORD.
           MOVE LIVRO-CHAVE TO DET-CHAVE.
           MOVE LIVRO-TITULO TO DET-TITULO.
           MOVE LIVRO-AUTOR TO DET-AUTOR.
           MOVE qtd_movimento TO DET-QTD.
           MOVE valor_movimento TO DET-VALOR.
           MOVE royalty_valor TO DET-ROYALTY.
           MOVE receita_liquida TO DET-RECEITA.
           MOVE custo_movimento TO DET-CUSTO.
           WRITE RANK-WORK-RECORD.
           MOVE "SENDHALP" TO AUD-PROGRAMA.
           MOVE SPACES TO AUD-CHAVE.
           MOVE LIVRO-CHAVE TO AUD-CHAVE (1:9).
           MOVE pre_tbl_numero (pre_idx) TO AUD-CHAVE (11:7).
           MOVE valor_movimento TO AUD-VALOR.
           MOVE "VENDA PRE-ENCOMENDA" TO AUD-DESCRICAO.
           PERFORM REGISTAR-AUDITORIA THRU REGISTAR-AUDITORIA-EXIT.
           ADD valor_movimento TO total_facturado.
           ADD iva TO total_iva_corrido.
           ADD royalty_valor TO total_royalty_corrido.
           ADD valor_movimento TO pre_tbl_valor (pre_idx).
           ADD iva TO pre_tbl_iva (pre_idx).

      *    ---- the deposit held as an advance comes off what the   ----*
      *    ---- customer owes once the order is complete; it is     ----*
      *    ---- already on the trail from the night it was taken.   ----*
           aplicar_sinal_preencomenda.
           ADD pre_tbl_sinal (pre_idx) TO total_sinais_aplicados.
           MOVE "SENDHALP" TO AUD-PROGRAMA.
           MOVE SPACES TO AUD-CHAVE.
           MOVE pre_tbl_numero (pre_idx) TO AUD-CHAVE (1:7).
           MOVE ZERO TO AUD-VALOR.
           MOVE "SINAL APLICADO" TO AUD-DESCRICAO.
           PERFORM REGISTAR-AUDITORIA THRU REGISTAR-AUDITORIA-EXIT.

      *    ======== pick list, arrival notices, per-title counts ====
           escrever_listas_preencomendas.
           OPEN OUTPUT PICKING-OUT.
           OPEN OUTPUT AVISO-OUT.
           MOVE SPACES TO PCK-TITULOS.
           STRING "PRE-ENCOMENDAS A SEPARAR - " RUN-DATE-DISPLAY
               DELIMITED BY SIZE INTO PCK-TITULO-LINHA.
           WRITE PCK-TITULOS
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PCK-TITULOS.
           MOVE "NUMERO  CLIENTE    TITULO    DESCRICAO" TO
               PCK-TITULO-LINHA.
           MOVE "QTD LOCAL   ESTADO" TO PCK-TITULO-LINHA (72:18).
           WRITE PCK-TITULOS
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO AVS-TITULOS.
           STRING "AVISOS DE CHEGADA - " RUN-DATE-DISPLAY
               DELIMITED BY SIZE INTO AVS-TITULO-LINHA.
           WRITE AVS-TITULOS
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO AVS-TITULOS.
           MOVE "NUMERO  CLIENTE    NOME" TO AVS-TITULO-LINHA.
           MOVE "TITULO" TO AVS-TITULO-LINHA (51:6).
           MOVE "QTD    SINAL   A PAGAR" TO AVS-TITULO-LINHA (94:22).
           WRITE AVS-TITULOS
               AFTER ADVANCING 1 LINE.
           MOVE ZERO TO pte_count.
           PERFORM escrever_linha_preencomenda
               VARYING pre_idx FROM 1 BY 1
               UNTIL pre_idx > pre_count.
           CLOSE PICKING-OUT.
           CLOSE AVISO-OUT.

           OPEN OUTPUT PREENC-TITULO-OUT.
           MOVE SPACES TO PTO-TITULOS.
           STRING "PRE-ENCOMENDAS POR TITULO - " RUN-DATE-DISPLAY
               DELIMITED BY SIZE INTO PTO-TITULO-LINHA.
           WRITE PTO-TITULOS
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PTO-TITULOS.
           MOVE "TITULO    DESCRICAO" TO PTO-TITULO-LINHA.
           MOVE "LANCAMENTO PEDIDOS COPIAS  FALTA" TO
               PTO-TITULO-LINHA (52:32).
           MOVE "SINAIS" TO PTO-TITULO-LINHA (91:6).
           WRITE PTO-TITULOS
               AFTER ADVANCING 1 LINE.
           PERFORM escrever_total_preencomenda
               VARYING pte_idx FROM 1 BY 1
               UNTIL pte_idx > pte_count.
           CLOSE PREENC-TITULO-OUT.

           escrever_linha_preencomenda.
           IF pre_tbl_hoje (pre_idx) > ZERO
               MOVE SPACES TO PCK-DETALHE
               MOVE pre_tbl_numero (pre_idx) TO PCK-NUMERO
               MOVE pre_tbl_cliente (pre_idx) TO PCK-CLIENTE
               MOVE pre_tbl_chave (pre_idx) TO PCK-CHAVE
               MOVE pre_tbl_titulo (pre_idx) TO PCK-TITULO
               MOVE pre_tbl_hoje (pre_idx) TO PCK-QTD
               MOVE local_tbl_nome (pre_tbl_local (pre_idx))
                   TO PCK-LOCAL
               IF pre_tbl_filled (pre_idx) < pre_tbl_qtd (pre_idx)
                   MOVE "PARCIAL" TO PCK-ESTADO
               ELSE
                   MOVE "COMPLETA" TO PCK-ESTADO
               END-IF
               WRITE PCK-DETALHE
                   AFTER ADVANCING 1 LINE
           END-IF.

      *    filled tonight: the customer is told, and what is still to
      *    pay is the copies at the day's price with IVA, less the
      *    deposit.
           IF pre_tbl_hoje (pre_idx) > ZERO
                   AND pre_tbl_filled (pre_idx) = pre_tbl_qtd (pre_idx)
               COMPUTE iva = (pre_tbl_qtd (pre_idx)
                       * pre_tbl_preco (pre_idx)) * taxa_iva_livros
               COMPUTE pre_a_pagar = (pre_tbl_qtd (pre_idx)
                       * pre_tbl_preco (pre_idx)) + iva
                       - pre_tbl_sinal (pre_idx)
               IF pre_a_pagar < ZERO
                   MOVE ZERO TO pre_a_pagar
               END-IF
               MOVE SPACES TO AVS-DETALHE
               MOVE pre_tbl_numero (pre_idx) TO AVS-NUMERO
               MOVE pre_tbl_cliente (pre_idx) TO AVS-CLIENTE
               MOVE pre_tbl_nome (pre_idx) TO AVS-NOME
               MOVE pre_tbl_titulo (pre_idx) TO AVS-TITULO
               MOVE pre_tbl_qtd (pre_idx) TO AVS-QTD
               MOVE pre_tbl_sinal (pre_idx) TO AVS-SINAL
               MOVE pre_a_pagar TO AVS-A-PAGAR
               WRITE AVS-DETALHE
                   AFTER ADVANCING 1 LINE
           END-IF.

      *    still owed copies: counted under its title.
           IF pre_tbl_filled (pre_idx) < pre_tbl_qtd (pre_idx)
               MOVE ZERO TO pte_atual
               PERFORM procurar_total_preencomenda
                   VARYING pte_idx FROM 1 BY 1
                   UNTIL pte_idx > pte_count OR pte_atual > ZERO
               IF pte_atual = ZERO AND pte_count < 200
                   ADD 1 TO pte_count
                   MOVE pte_count TO pte_atual
                   MOVE pre_tbl_chave (pre_idx)
                       TO pte_tbl_chave (pte_atual)
                   MOVE pre_tbl_titulo (pre_idx)
                       TO pte_tbl_titulo (pte_atual)
                   MOVE ZERO TO pte_tbl_pedidos (pte_atual)
                   MOVE ZERO TO pte_tbl_copias (pte_atual)
                   MOVE ZERO TO pte_tbl_em_falta (pte_atual)
                   MOVE ZERO TO pte_tbl_sinal (pte_atual)
               END-IF
               IF pte_atual > ZERO
                   ADD 1 TO pte_tbl_pedidos (pte_atual)
                   ADD pre_tbl_qtd (pre_idx)
                       TO pte_tbl_copias (pte_atual)
                   COMPUTE pte_tbl_em_falta (pte_atual) =
                           pte_tbl_em_falta (pte_atual)
                           + pre_tbl_qtd (pre_idx)
                           - pre_tbl_filled (pre_idx)
                   ADD pre_tbl_sinal (pre_idx)
                       TO pte_tbl_sinal (pte_atual)
               END-IF
           END-IF.

           procurar_total_preencomenda.
           IF pte_tbl_chave (pte_idx) = pre_tbl_chave (pre_idx)
               MOVE pte_idx TO pte_atual
           END-IF.

      *    the release date comes off the master, as it stands now.
           escrever_total_preencomenda.
           MOVE SPACES TO PTO-DETALHE.
           MOVE pte_tbl_chave (pte_idx) TO PTO-CHAVE.
           MOVE pte_tbl_titulo (pte_idx) TO PTO-TITULO.
           MOVE ZERO TO PTO-LANCAMENTO.
           MOVE pte_tbl_chave (pte_idx) TO LIVRO-CHAVE.
           READ LIVROS-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF LIVRO-DATA-LANCAMENTO IS NUMERIC
                       MOVE LIVRO-DATA-LANCAMENTO TO PTO-LANCAMENTO
                   END-IF
           END-READ.
           MOVE pte_tbl_pedidos (pte_idx) TO PTO-PEDIDOS.
           MOVE pte_tbl_copias (pte_idx) TO PTO-COPIAS.
           MOVE pte_tbl_em_falta (pte_idx) TO PTO-EM-FALTA.
           MOVE pte_tbl_sinal (pte_idx) TO PTO-SINAL.
           WRITE PTO-DETALHE
               AFTER ADVANCING 1 LINE.

      *    ======== rewrite PRE-ENCOMENDAS.txt: filled lines drop off
           gravar_preencomendas.
           IF pre_overflow = "Y"
               MOVE "send_halp" TO ERR-PROGRAMA
               MOVE "E20" TO ERR-CODIGO
               MOVE "pre-encomendas nao reescritas - tabela cheia" TO
                   ERR-MENSAGEM
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               GO TO gravar_preencomendas_fim
           END-IF.

           OPEN OUTPUT PRE-ENCOMENDAS.
           PERFORM gravar_linha_preencomenda
               VARYING pre_idx FROM 1 BY 1
               UNTIL pre_idx > pre_count.
           CLOSE PRE-ENCOMENDAS.

           gravar_preencomendas_fim.
               EXIT.

           gravar_linha_preencomenda.
           IF pre_tbl_filled (pre_idx) < pre_tbl_qtd (pre_idx)
               MOVE SPACES TO PRE-ENCOMENDAS-FILE
               MOVE pre_tbl_numero (pre_idx) TO PRE-NUMERO
               MOVE pre_tbl_data (pre_idx) TO PRE-DATA
               MOVE pre_tbl_cliente (pre_idx) TO PRE-CLIENTE
               MOVE pre_tbl_nome (pre_idx) TO PRE-NOME
               MOVE pre_tbl_chave (pre_idx) TO PRE-CHAVE
               MOVE pre_tbl_titulo (pre_idx) TO PRE-TITULO
               MOVE pre_tbl_qtd (pre_idx) TO PRE-QTD
               MOVE pre_tbl_filled (pre_idx) TO PRE-FILLED
               MOVE pre_tbl_sinal (pre_idx) TO PRE-SINAL
               WRITE PRE-ENCOMENDAS-FILE
           END-IF.

      *    ======== pull BACKORDERS.txt in, oldest first ========
           carregar_backorders.
           MOVE "YYY" TO backorders_eof.
           OPEN INPUT BACKORDERS.

           IF BACKORDERS-STATUS = "00"
               MOVE SPACES TO backorders_eof
               READ BACKORDERS
                   AT END MOVE "YYY" TO backorders_eof
               END-READ
               PERFORM construir_backorder
                   UNTIL backorders_eof = "YYY"
               CLOSE BACKORDERS
           END-IF.

           construir_backorder.
           IF bko_count = 200 AND bko_overflow = "N"
               MOVE "Y" TO bko_overflow
               MOVE "send_halp" TO ERR-PROGRAMA
               MOVE "E14" TO ERR-CODIGO
               MOVE "ficheiro de backorders excede a tabela" TO
                   ERR-MENSAGEM
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
           END-IF.
           IF bko_count < 200
               ADD 1 TO bko_count
               MOVE BKO-CHAVE TO bko_tbl_chave (bko_count)
               MOVE BKO-TITULO TO bko_tbl_titulo (bko_count)
               MOVE BKO-QTD TO bko_tbl_qtd (bko_count)
               IF BKO-FILLED IS NUMERIC
                   MOVE BKO-FILLED TO bko_tbl_filled (bko_count)
               ELSE
                   MOVE ZERO TO bko_tbl_filled (bko_count)
               END-IF
               MOVE OPO-QTD-ORDERED TO opo_tbl_ordered (opo_count)
               MOVE OPO-QTD-RECEIVED TO opo_tbl_received (opo_count)
               MOVE "O" TO opo_tbl_estado (opo_count)
               IF OPO-ESTADO = "F"
                   MOVE "F" TO opo_tbl_estado (opo_count)
               END-IF
      *        a book from before invoices were matched carries spaces
      *        here: no order cost and nothing invoiced yet.
               IF OPO-CUSTO IS NUMERIC
                   MOVE OPO-CUSTO TO opo_tbl_custo (opo_count)
               ELSE
                   MOVE ZERO TO opo_tbl_custo (opo_count)
               END-IF
               IF OPO-QTD-INVOICED IS NUMERIC
                   MOVE OPO-QTD-INVOICED
                       TO opo_tbl_facturado (opo_count)
               ELSE
                   MOVE ZERO TO opo_tbl_facturado (opo_count)
               END-IF
               MOVE ZERO TO opo_tbl_tentativa (opo_count)
           END-IF.
           READ OPEN-PO
               AT END MOVE "YYY" TO open_po_eof
               MOVE po_tbl_qtd (po_idx) TO opo_tbl_ordered (opo_count)
               MOVE ZERO TO opo_tbl_received (opo_count)
               MOVE "O" TO opo_tbl_estado (opo_count)
               MOVE po_tbl_chave (po_idx) TO cus_chave
               PERFORM procurar_custo_editora
               MOVE cus_custo TO opo_tbl_custo (opo_count)
               MOVE ZERO TO opo_tbl_facturado (opo_count)
               MOVE ZERO TO opo_tbl_tentativa (opo_count)
           ELSE
               MOVE "Y" TO opo_overflow
               MOVE "send_halp" TO ERR-PROGRAMA
           END-IF.

      *    ======== rewrite OPEN-PO.txt: filled lines drop off =======
      *    once the publisher has invoiced what was ordered.
           gravar_open_po.
      *    a load that overflowed would rewrite a truncated book and
      *    lose the overflow lines -- keep the file as it stands.

           gravar_linha_open_po.
           IF opo_tbl_estado (opo_idx) = "O"
                   OR opo_tbl_facturado (opo_idx)
                       < opo_tbl_ordered (opo_idx)
               MOVE SPACES TO OPEN-PO-FILE
               MOVE opo_tbl_number (opo_idx) TO OPO-NUMBER
               MOVE opo_tbl_chave (opo_idx) TO OPO-CHAVE
               MOVE opo_tbl_editora (opo_idx) TO OPO-EDITORA
               MOVE opo_tbl_ordered (opo_idx) TO OPO-QTD-ORDERED
               MOVE opo_tbl_received (opo_idx) TO OPO-QTD-RECEIVED
               MOVE opo_tbl_custo (opo_idx) TO OPO-CUSTO
               MOVE opo_tbl_facturado (opo_idx) TO OPO-QTD-INVOICED
               MOVE opo_tbl_estado (opo_idx) TO OPO-ESTADO
               WRITE OPEN-PO-FILE
           END-IF.

      *    ======== pull CUSTOS-EDITORA.txt in at start-up ========
           carregar_custos_editora.
           MOVE "YYY" TO custos_eof.
           OPEN INPUT CUSTOS-EDITORA.

           IF CUSTOS-EDITORA-STATUS = "00"
               MOVE SPACES TO custos_eof
               READ CUSTOS-EDITORA
                   AT END MOVE "YYY" TO custos_eof
               END-READ
               PERFORM construir_custo_editora
                   UNTIL custos_eof = "YYY"
               CLOSE CUSTOS-EDITORA
           END-IF.

           construir_custo_editora.
           IF cus_count < 300 AND CUS-CUSTO IS NUMERIC
               ADD 1 TO cus_count
               MOVE CUS-CHAVE TO cus_tbl_chave (cus_count)
               MOVE CUS-CUSTO TO cus_tbl_custo (cus_count)
           ELSE
               MOVE "send_halp" TO ERR-PROGRAMA
               MOVE "E17" TO ERR-CODIGO
               MOVE "linha de custo invalida ou tabela cheia" TO
                   ERR-MENSAGEM
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
           END-IF.
           READ CUSTOS-EDITORA
               AT END MOVE "YYY" TO custos_eof
           END-READ.

      *    ======== the publisher's unit cost for cus_chave ========
      *    zero when the title is not on the price list.
           procurar_custo_editora.
           MOVE ZERO TO cus_custo.
           MOVE "N" TO cus_encontrado.
           PERFORM testar_custo_editora
               VARYING cus_idx FROM 1 BY 1
               UNTIL cus_idx > cus_count OR cus_encontrado = "Y".

           testar_custo_editora.
           IF cus_tbl_chave (cus_idx) = cus_chave
               MOVE cus_tbl_custo (cus_idx) TO cus_custo
               MOVE "Y" TO cus_encontrado
           END-IF.

      *    ======== publisher invoices: three-way match ========
      *    the held invoices come back first and take the buyer's
      *    decisions, then tonight's intake joins them; each invoice
      *    is matched line by line against the open-PO book (what was
      *    ordered, at what cost, and what the warehouse received).
      *    released invoices go to FACTURAS-A-PAGAR.txt and the GL,
      *    held ones onto the discrepancy report and back to
      *    FACTURAS-RETIDAS.txt for the next run.
           processar_facturas_editora.
           MOVE "R" TO fct_linha_origem.
           MOVE "YYY" TO facturas_eof.
           OPEN INPUT FACTURAS-RETIDAS.
           IF FACTURAS-RETIDAS-STATUS = "00"
               MOVE SPACES TO facturas_eof
               READ FACTURAS-RETIDAS
                   AT END MOVE "YYY" TO facturas_eof
               END-READ
               PERFORM carregar_linha_retida
                   UNTIL facturas_eof = "YYY"
               CLOSE FACTURAS-RETIDAS
           END-IF.

           MOVE "YYY" TO facturas_eof.
           OPEN INPUT FACTURAS-DECISOES-IN.
           IF FACTURAS-DECISOES-STATUS = "00"
               MOVE SPACES TO facturas_eof
               READ FACTURAS-DECISOES-IN
                   AT END MOVE "YYY" TO facturas_eof
               END-READ
               PERFORM aplicar_decisao_factura
                   UNTIL facturas_eof = "YYY"
               CLOSE FACTURAS-DECISOES-IN
           END-IF.

           MOVE "N" TO fct_linha_origem.
           MOVE "YYY" TO facturas_eof.
           OPEN INPUT FACTURAS-EDITORA-IN.
           IF FACTURAS-IN-STATUS = "00"
               MOVE SPACES TO facturas_eof
               READ FACTURAS-EDITORA-IN
                   AT END MOVE "YYY" TO facturas_eof
               END-READ
               PERFORM carregar_linha_factura
                   UNTIL facturas_eof = "YYY"
               CLOSE FACTURAS-EDITORA-IN
           END-IF.

           IF fac_count = ZERO
               GO TO processar_facturas_editora_fim
           END-IF.

           PERFORM conferir_factura THRU conferir_factura_fim
               VARYING fac_idx FROM 1 BY 1
               UNTIL fac_idx > fac_count.

           OPEN OUTPUT FACTURAS-DISCREP-OUT.
           MOVE SPACES TO FDR-TITULOS.
           STRING "FACTURAS DE EDITORAS - CONFERENCIA DE "
               RUN-DATE-DISPLAY DELIMITED BY SIZE INTO FDR-TITULO.
           WRITE FDR-TITULOS
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO FDR-TITULOS.
           MOVE "    PO      TITULO      QTD ENCOM RECEB FACTD"
               TO FDR-TITULO (1:45).
           MOVE "    CUSTO CUSTO PO MOTIVO" TO FDR-TITULO (46:25).
           WRITE FDR-TITULOS
               AFTER ADVANCING 1 LINE.
           PERFORM relatar_factura
               VARYING fac_idx FROM 1 BY 1
               UNTIL fac_idx > fac_count.
           CLOSE FACTURAS-DISCREP-OUT.

           IF fac_liberadas > ZERO
               PERFORM anexar_facturas_a_pagar
           END-IF.
           PERFORM gravar_facturas_retidas
               THRU gravar_facturas_retidas_fim.

           processar_facturas_editora_fim.
               EXIT.

           carregar_linha_retida.
           MOVE FRT-EDITORA TO fct_editora.
           MOVE FRT-NUMERO TO fct_numero.
           MOVE FRT-PO TO fct_po.
           MOVE FRT-CHAVE TO fct_chave.
           MOVE FRT-QTD TO fct_qtd.
           MOVE FRT-CUSTO TO fct_custo.
           IF FRT-EDITORA IS NUMERIC AND FRT-PO IS NUMERIC
                   AND FRT-QTD IS NUMERIC AND FRT-CUSTO IS NUMERIC
               PERFORM registar_linha_factura
                   THRU registar_linha_factura_fim
           END-IF.
           READ FACTURAS-RETIDAS
               AT END MOVE "YYY" TO facturas_eof
           END-READ.

           carregar_linha_factura.
           IF FEI-EDITORA IS NOT NUMERIC OR FEI-PO IS NOT NUMERIC
                   OR FEI-CHAVE IS NOT NUMERIC OR FEI-QTD IS NOT NUMERIC
                   OR FEI-CUSTO IS NOT NUMERIC OR FEI-NUMERO = SPACES
               MOVE "send_halp" TO ERR-PROGRAMA
               MOVE "E17" TO ERR-CODIGO
               MOVE "linha de factura invalida - " TO ERR-MENSAGEM
               MOVE FEI-NUMERO TO ERR-MENSAGEM (29:12)
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
           ELSE
               MOVE FEI-EDITORA TO fct_editora
               MOVE FEI-NUMERO TO fct_numero
               MOVE FEI-PO TO fct_po
               MOVE FEI-CHAVE TO fct_chave
               MOVE FEI-QTD TO fct_qtd
               MOVE FEI-CUSTO TO fct_custo
               PERFORM registar_linha_factura
                   THRU registar_linha_factura_fim
           END-IF.
           READ FACTURAS-EDITORA-IN
               AT END MOVE "YYY" TO facturas_eof
           END-READ.

      *    ======== one invoice line into the tables ========
      *    a line for an invoice already held is refused -- the held
      *    one is decided with FACTURAS-DECISOES-IN, not re-sent.
           registar_linha_factura.
           PERFORM procurar_factura.

           IF fac_atual > ZERO
               IF fac_tbl_origem (fac_atual) NOT = fct_linha_origem
                   MOVE "send_halp" TO ERR-PROGRAMA
                   MOVE "E17" TO ERR-CODIGO
                   MOVE "factura ja retida - linha recusada - " TO
                       ERR-MENSAGEM
                   MOVE fct_numero TO ERR-MENSAGEM (38:12)
                   PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
                   GO TO registar_linha_factura_fim
               END-IF
           ELSE
               IF fac_count = 200
                   MOVE "Y" TO fct_overflow
                   MOVE "send_halp" TO ERR-PROGRAMA
                   MOVE "E17" TO ERR-CODIGO
                   MOVE "tabela de facturas cheia - " TO ERR-MENSAGEM
                   MOVE fct_numero TO ERR-MENSAGEM (28:12)
                   PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
                   GO TO registar_linha_factura_fim
               END-IF
               ADD 1 TO fac_count
               MOVE fac_count TO fac_atual
               MOVE fct_editora TO fac_tbl_editora (fac_atual)
               MOVE fct_numero TO fac_tbl_numero (fac_atual)
               MOVE fct_linha_origem TO fac_tbl_origem (fac_atual)
               MOVE SPACE TO fac_tbl_decisao (fac_atual)
               MOVE "R" TO fac_tbl_estado (fac_atual)
               MOVE ZERO TO fac_tbl_valor (fac_atual)
           END-IF.

           IF fct_count = 500
               MOVE "Y" TO fct_overflow
               MOVE "send_halp" TO ERR-PROGRAMA
               MOVE "E17" TO ERR-CODIGO
               MOVE "tabela de linhas de factura cheia - " TO
                   ERR-MENSAGEM
               MOVE fct_numero TO ERR-MENSAGEM (37:12)
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               GO TO registar_linha_factura_fim
           END-IF.

           ADD 1 TO fct_count.
           MOVE fac_atual TO fct_tbl_fac (fct_count).
           MOVE fct_po TO fct_tbl_po (fct_count).
           MOVE fct_chave TO fct_tbl_chave (fct_count).
           MOVE fct_qtd TO fct_tbl_qtd (fct_count).
           MOVE fct_custo TO fct_tbl_custo (fct_count).
           MOVE ZERO TO fct_tbl_opo (fct_count).
           MOVE SPACES TO fct_tbl_motivo (fct_count).

           registar_linha_factura_fim.
               EXIT.

           procurar_factura.
           MOVE ZERO TO fac_atual.
           PERFORM testar_factura
               VARYING fac_idx FROM 1 BY 1
               UNTIL fac_idx > fac_count OR fac_atual > ZERO.

           testar_factura.
           IF fac_tbl_editora (fac_idx) = fct_editora
                   AND fac_tbl_numero (fac_idx) = fct_numero
               MOVE fac_idx TO fac_atual
           END-IF.

      *    ======== the buyer's decision on a held invoice ========
           aplicar_decisao_factura.
           MOVE FDE-EDITORA TO fct_editora.
           MOVE FDE-NUMERO TO fct_numero.
           PERFORM procurar_factura.
           IF fac_atual > ZERO
                   AND (FDE-DECISAO = "L" OR FDE-DECISAO = "A")
               MOVE FDE-DECISAO TO fac_tbl_decisao (fac_atual)
           ELSE
               MOVE "send_halp" TO ERR-PROGRAMA
               MOVE "E17" TO ERR-CODIGO
               MOVE "decisao sem factura retida - " TO ERR-MENSAGEM
               MOVE FDE-NUMERO TO ERR-MENSAGEM (30:12)
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
           END-IF.
           READ FACTURAS-DECISOES-IN
               AT END MOVE "YYY" TO facturas_eof
           END-READ.

      *    ======== match one invoice, release it or hold it ========
           conferir_factura.
           IF fac_tbl_decisao (fac_idx) = "A"
               MOVE "A" TO fac_tbl_estado (fac_idx)
               GO TO conferir_factura_fim
           END-IF.

           PERFORM verificar_factura_paga.
           IF fap_duplicada = "Y"
               MOVE "D" TO fac_tbl_estado (fac_idx)
               MOVE "send_halp" TO ERR-PROGRAMA
               MOVE "E17" TO ERR-CODIGO
               MOVE "factura ja liberada - recusada - " TO ERR-MENSAGEM
               MOVE fac_tbl_numero (fac_idx) TO ERR-MENSAGEM (34:12)
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               GO TO conferir_factura_fim
           END-IF.

           MOVE ZERO TO fac_discrepancias.
           MOVE ZERO TO fac_valor.
           PERFORM conferir_linha_factura
               VARYING fct_idx FROM 1 BY 1
               UNTIL fct_idx > fct_count.
           MOVE fac_valor TO fac_tbl_valor (fac_idx).

           IF fac_discrepancias = ZERO
                   OR fac_tbl_decisao (fac_idx) = "L"
               MOVE "L" TO fac_tbl_estado (fac_idx)
               ADD 1 TO fac_liberadas
               ADD fac_valor TO total_facturas_liberadas
               PERFORM confirmar_linha_factura
                   VARYING fct_idx FROM 1 BY 1
                   UNTIL fct_idx > fct_count
               MOVE "SENDHALP" TO AUD-PROGRAMA
               MOVE SPACES TO AUD-CHAVE
               MOVE fac_tbl_editora (fac_idx) TO AUD-CHAVE (1:2)
               MOVE fac_tbl_numero (fac_idx) TO AUD-CHAVE (4:12)
               MOVE fac_valor TO AUD-VALOR
               IF fac_tbl_decisao (fac_idx) = "L"
                   MOVE "FACTURA LIBERADA P/ COMPRADOR" TO AUD-DESCRICAO
               ELSE
                   MOVE "FACTURA LIBERADA" TO AUD-DESCRICAO
               END-IF
               PERFORM REGISTAR-AUDITORIA THRU REGISTAR-AUDITORIA-EXIT
           ELSE
               MOVE "R" TO fac_tbl_estado (fac_idx)
               MOVE "send_halp" TO ERR-PROGRAMA
               MOVE "E17" TO ERR-CODIGO
               MOVE "factura retida - discrepancias - " TO ERR-MENSAGEM
               MOVE fac_tbl_numero (fac_idx) TO ERR-MENSAGEM (34:12)
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
           END-IF.

      *    the quantities this invoice tried against the book are
      *    only kept when it is released.
           PERFORM limpar_tentativa_factura
               VARYING fct_idx FROM 1 BY 1
               UNTIL fct_idx > fct_count.

           conferir_factura_fim.
               EXIT.

      *    one line: the open-PO line for its PO and title, then the
      *    publisher, the quantity against what was ordered and what
      *    arrived (with what earlier invoices and this one's other
      *    lines already billed), and the cost against the order's.
      *    an order placed before costs were kept is priced off the
      *    publisher price list.
           conferir_linha_factura.
           IF fct_tbl_fac (fct_idx) = fac_idx
               MOVE SPACES TO fct_tbl_motivo (fct_idx)
               MOVE ZERO TO opo_fact
               PERFORM procurar_opo_factura
                   VARYING opo_idx FROM 1 BY 1
                   UNTIL opo_idx > opo_count OR opo_fact > ZERO
               MOVE opo_fact TO fct_tbl_opo (fct_idx)
               IF opo_fact = ZERO
                   MOVE "SEM ENCOMENDA" TO fct_tbl_motivo (fct_idx)
               ELSE
                   ADD fct_tbl_qtd (fct_idx)
                       TO opo_tbl_tentativa (opo_fact)
                   IF opo_tbl_custo (opo_fact) = ZERO
                       MOVE fct_tbl_chave (fct_idx) TO cus_chave
                       PERFORM procurar_custo_editora
                       MOVE cus_custo TO opo_tbl_custo (opo_fact)
                   END-IF
                   IF opo_tbl_editora (opo_fact)
                           NOT = fac_tbl_editora (fac_idx)
                       MOVE "EDITORA DIF" TO fct_tbl_motivo (fct_idx)
                   ELSE
                   IF opo_tbl_facturado (opo_fact)
                           + opo_tbl_tentativa (opo_fact)
                           > opo_tbl_ordered (opo_fact)
                       MOVE "QTD>ENCOMENDA" TO fct_tbl_motivo (fct_idx)
                   ELSE
                   IF opo_tbl_facturado (opo_fact)
                           + opo_tbl_tentativa (opo_fact)
                           > opo_tbl_received (opo_fact)
                       MOVE "QTD>RECEBIDA" TO fct_tbl_motivo (fct_idx)
                   ELSE
                   IF opo_tbl_custo (opo_fact) = ZERO
                       MOVE "SEM PRECO" TO fct_tbl_motivo (fct_idx)
                   ELSE
                   IF fct_tbl_custo (fct_idx)
                           NOT = opo_tbl_custo (opo_fact)
                       MOVE "PRECO DIF" TO fct_tbl_motivo (fct_idx)
                   END-IF
                   END-IF
                   END-IF
                   END-IF
                   END-IF
               END-IF
               IF fct_tbl_motivo (fct_idx) NOT = SPACES
                   ADD 1 TO fac_discrepancias
               END-IF
               COMPUTE fct_valor_linha =
                       fct_tbl_qtd (fct_idx) * fct_tbl_custo (fct_idx)
               ADD fct_valor_linha TO fac_valor
           END-IF.

           procurar_opo_factura.
           IF opo_tbl_number (opo_idx) = fct_tbl_po (fct_idx)
                   AND opo_tbl_chave (opo_idx) = fct_tbl_chave (fct_idx)
               MOVE opo_idx TO opo_fact
           END-IF.

           confirmar_linha_factura.
           IF fct_tbl_fac (fct_idx) = fac_idx
                   AND fct_tbl_opo (fct_idx) > ZERO
               ADD fct_tbl_qtd (fct_idx)
                   TO opo_tbl_facturado (fct_tbl_opo (fct_idx))
           END-IF.

           limpar_tentativa_factura.
           IF fct_tbl_fac (fct_idx) = fac_idx
                   AND fct_tbl_opo (fct_idx) > ZERO
               MOVE ZERO TO opo_tbl_tentativa (fct_tbl_opo (fct_idx))
           END-IF.

      *    ======== an invoice already on FACTURAS-A-PAGAR.txt ========
      *    a publisher's invoice is paid once, however often it is
      *    sent.
           verificar_factura_paga.
           MOVE "N" TO fap_duplicada.
           MOVE "YYY" TO facturas_eof.
           OPEN INPUT FACTURAS-A-PAGAR.
           IF FACTURAS-A-PAGAR-STATUS = "00"
               MOVE SPACES TO facturas_eof
               READ FACTURAS-A-PAGAR
                   AT END MOVE "YYY" TO facturas_eof
               END-READ
               PERFORM testar_factura_paga
                   UNTIL facturas_eof = "YYY"
               CLOSE FACTURAS-A-PAGAR
           END-IF.

           testar_factura_paga.
           IF FAP-EDITORA = fac_tbl_editora (fac_idx)
                   AND FAP-NUMERO = fac_tbl_numero (fac_idx)
               MOVE "Y" TO fap_duplicada
           END-IF.
           READ FACTURAS-A-PAGAR
               AT END MOVE "YYY" TO facturas_eof
           END-READ.

      *    ======== the invoice's heading and, if held, its lines ====
           relatar_factura.
           MOVE SPACES TO FDR-CABECALHO.
           EVALUATE fac_tbl_estado (fac_idx)
               WHEN "L" MOVE "LIBERADA" TO FDR-ESTADO
               WHEN "R" MOVE "RETIDA" TO FDR-ESTADO
               WHEN "A" MOVE "ANULADA" TO FDR-ESTADO
               WHEN OTHER MOVE "DUPLICADA" TO FDR-ESTADO
           END-EVALUATE.
           MOVE fac_tbl_editora (fac_idx) TO FDR-EDITORA.
           PERFORM procurar_nome_editora_factura.
           MOVE fac_tbl_numero (fac_idx) TO FDR-NUMERO.
           MOVE "VALOR: " TO FDR-LABEL.
           MOVE fac_tbl_valor (fac_idx) TO FDR-VALOR.
           WRITE FDR-CABECALHO
               AFTER ADVANCING 2 LINES.

           IF fac_tbl_estado (fac_idx) = "R"
                   OR fac_tbl_decisao (fac_idx) = "L"
               PERFORM relatar_linha_factura
                   VARYING fct_idx FROM 1 BY 1
                   UNTIL fct_idx > fct_count
           END-IF.

           procurar_nome_editora_factura.
           SET editora_idx TO 1.
           SEARCH EDITORA-ENTRY
               AT END
                   MOVE "DESCONHECIDA" TO FDR-NOME
               WHEN editora_tbl_cod (editora_idx)
                       = fac_tbl_editora (fac_idx)
                   MOVE editora_tbl_nome (editora_idx) TO FDR-NOME
           END-SEARCH.

           relatar_linha_factura.
           IF fct_tbl_fac (fct_idx) = fac_idx
               MOVE SPACES TO FDR-DETALHE
               MOVE fct_tbl_po (fct_idx) TO FDR-PO
               MOVE fct_tbl_chave (fct_idx) TO FDR-CHAVE
               MOVE fct_tbl_qtd (fct_idx) TO FDR-QTD
               MOVE fct_tbl_custo (fct_idx) TO FDR-CUSTO
               IF fct_tbl_opo (fct_idx) > ZERO
                   MOVE fct_tbl_opo (fct_idx) TO opo_fact
                   MOVE opo_tbl_ordered (opo_fact) TO FDR-ORDERED
                   MOVE opo_tbl_received (opo_fact) TO FDR-RECEIVED
                   MOVE opo_tbl_facturado (opo_fact) TO FDR-INVOICED
                   MOVE opo_tbl_custo (opo_fact) TO FDR-CUSTO-PO
               ELSE
                   MOVE ZERO TO FDR-ORDERED
                   MOVE ZERO TO FDR-RECEIVED
                   MOVE ZERO TO FDR-INVOICED
                   MOVE ZERO TO FDR-CUSTO-PO
               END-IF
               MOVE fct_tbl_motivo (fct_idx) TO FDR-MOTIVO
               WRITE FDR-DETALHE
                   AFTER ADVANCING 1 LINE
           END-IF.

      *    ======== released invoices onto FACTURAS-A-PAGAR.txt ========
           anexar_facturas_a_pagar.
           OPEN EXTEND FACTURAS-A-PAGAR.
           IF FACTURAS-A-PAGAR-STATUS = "05"
                   OR FACTURAS-A-PAGAR-STATUS = "35"
               OPEN OUTPUT FACTURAS-A-PAGAR
               CLOSE FACTURAS-A-PAGAR
               OPEN EXTEND FACTURAS-A-PAGAR
           END-IF.
           PERFORM anexar_factura_a_pagar
               VARYING fac_idx FROM 1 BY 1
               UNTIL fac_idx > fac_count.
           CLOSE FACTURAS-A-PAGAR.

           anexar_factura_a_pagar.
           IF fac_tbl_estado (fac_idx) = "L"
               MOVE SPACES TO FACTURAS-A-PAGAR-FILE
               MOVE fac_tbl_editora (fac_idx) TO FAP-EDITORA
               MOVE fac_tbl_numero (fac_idx) TO FAP-NUMERO
               MOVE fac_tbl_valor (fac_idx) TO FAP-VALOR
               MOVE data_hoje_num TO FAP-DATA
               MOVE "P" TO FAP-ESTADO
               WRITE FACTURAS-A-PAGAR-FILE
           END-IF.

      *    ======== rewrite FACTURAS-RETIDAS.txt: held lines only ====
           gravar_facturas_retidas.
           IF fct_overflow = "Y"
               MOVE "send_halp" TO ERR-PROGRAMA
               MOVE "E17" TO ERR-CODIGO
               MOVE "facturas retidas nao reescritas - tabela cheia" TO
                   ERR-MENSAGEM
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               GO TO gravar_facturas_retidas_fim
           END-IF.

           OPEN OUTPUT FACTURAS-RETIDAS.
           PERFORM gravar_linha_retida
               VARYING fct_idx FROM 1 BY 1
               UNTIL fct_idx > fct_count.
           CLOSE FACTURAS-RETIDAS.

           gravar_facturas_retidas_fim.
               EXIT.

           gravar_linha_retida.
           MOVE fct_tbl_fac (fct_idx) TO fac_idx.
           IF fac_tbl_estado (fac_idx) = "R"
               MOVE SPACES TO FACTURAS-RETIDAS-FILE
               MOVE fac_tbl_editora (fac_idx) TO FRT-EDITORA
               MOVE fac_tbl_numero (fac_idx) TO FRT-NUMERO
               MOVE fct_tbl_po (fct_idx) TO FRT-PO
               MOVE fct_tbl_chave (fct_idx) TO FRT-CHAVE
               MOVE fct_tbl_qtd (fct_idx) TO FRT-QTD
               MOVE fct_tbl_custo (fct_idx) TO FRT-CUSTO
               WRITE FACTURAS-RETIDAS-FILE
           END-IF.

      *    ======== devolucoes a editora: stock down, claim queued ===
           processar_devolucoes_editora.
           MOVE "YYY" TO dev_editora_eof.
           OPEN INPUT DEVOLUCOES-EDITORA-IN.

           IF DEV-EDITORA-STATUS = "00"
               MOVE SPACES TO dev_editora_eof
               READ DEVOLUCOES-EDITORA-IN
                   AT END MOVE "YYY" TO dev_editora_eof
               END-READ
               PERFORM aplicar_devolucao_editora
                   THRU aplicar_devolucao_editora_ler
                   UNTIL dev_editora_eof = "YYY"
               CLOSE DEVOLUCOES-EDITORA-IN
           END-IF.

           aplicar_devolucao_editora.
           IF DEV-CHAVE IS NOT NUMERIC OR DEV-QTD IS NOT NUMERIC
               MOVE "send_halp" TO ERR-PROGRAMA
               MOVE "E16" TO ERR-CODIGO
               MOVE "devolucao a editora nao numerica" TO ERR-MENSAGEM
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               GO TO aplicar_devolucao_editora_ler
           END-IF.

           MOVE DEV-CHAVE TO LIVRO-CHAVE.
           READ LIVROS-MASTER
               INVALID KEY
                   MOVE "send_halp" TO ERR-PROGRAMA
                   MOVE "E16" TO ERR-CODIGO
                   MOVE "devolucao de titulo desconhecido" TO
                       ERR-MENSAGEM
                   PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               NOT INVALID KEY
                   PERFORM normalizar_stock_local
                   MOVE DEV-LOCAL TO local_codigo
                   IF local_codigo = SPACE
                       MOVE "A" TO local_codigo
                   END-IF
                   PERFORM determinar_local
                   MOVE DEV-QTD TO qtd_retirar
                   PERFORM retirar_stock_local
                   COMPUTE qtd_saida = DEV-QTD - qtd_falta
                   REWRITE LIVROS-MASTER-FILE
                   MOVE LIVRO-CH-EDITORA TO consig_editora
                   PERFORM verificar_consignacao
                   IF consig_sim = "Y"
                       PERFORM registar_devolucao_consignacao
                   ELSE
                       PERFORM registar_devolucao_comprada
                   END-IF
           END-READ.

           aplicar_devolucao_editora_ler.
           READ DEVOLUCOES-EDITORA-IN
               AT END MOVE "YYY" TO dev_editora_eof
           END-READ.

      *    bought copies go back out of stock at average cost and the
      *    publisher owes us a credit for them.
           registar_devolucao_comprada.
           IF LIVRO-CUSTO-MEDIO IS NUMERIC
               COMPUTE custo_movimento ROUNDED =
                       qtd_saida * LIVRO-CUSTO-MEDIO
               ADD custo_movimento TO total_saidas_editora
           END-IF.
           COMPUTE dev_valor = DEV-QTD * LIVRO-PRECO.
           PERFORM registar_linha_devolucao.
           ADD dev_valor TO total_claims.
           MOVE "SENDHALP" TO AUD-PROGRAMA.
           MOVE SPACES TO AUD-CHAVE.
           MOVE DEV-CHAVE TO AUD-CHAVE (1:9).
           MOVE dev_valor TO AUD-VALOR.
           MOVE "DEVOLUCAO A EDITORA" TO AUD-DESCRICAO.
           PERFORM REGISTAR-AUDITORIA THRU REGISTAR-AUDITORIA-EXIT.

      *    consignment copies were never paid for: nothing to claim,
      *    they are only counted on the month's settlement.
           registar_devolucao_consignacao.
           MOVE SPACES TO CONSIG-MOVIMENTOS-FILE.
           MOVE RUN-PERIOD-TAG TO CSM-PERIODO.
           MOVE consig_editora TO CSM-EDITORA.
           MOVE DEV-CHAVE TO CSM-CHAVE.
           MOVE ZERO TO CSM-VENDIDAS.
           MOVE qtd_saida TO CSM-DEVOLVIDAS.
           MOVE ZERO TO CSM-VALOR.
           WRITE CONSIG-MOVIMENTOS-FILE.
           MOVE "SENDHALP" TO AUD-PROGRAMA.
           MOVE SPACES TO AUD-CHAVE.
           MOVE DEV-CHAVE TO AUD-CHAVE (1:9).
           MOVE ZERO TO AUD-VALOR.
           MOVE "DEVOLUCAO CONSIGNACAO" TO AUD-DESCRICAO.
           PERFORM REGISTAR-AUDITORIA THRU REGISTAR-AUDITORIA-EXIT.

           registar_linha_devolucao.
           IF dev_count < 100
               ADD 1 TO dev_count
               MOVE DEV-CHAVE (4:2) TO dev_tbl_editora (dev_count)
               MOVE DEV-CHAVE TO dev_tbl_chave (dev_count)
               MOVE DEV-QTD TO dev_tbl_qtd (dev_count)
               IF DEV-PO IS NUMERIC
                   MOVE DEV-PO TO dev_tbl_po (dev_count)
               ELSE
                   MOVE ZERO TO dev_tbl_po (dev_count)
               END-IF
               MOVE dev_valor TO dev_tbl_valor (dev_count)
           ELSE
               MOVE "send_halp" TO ERR-PROGRAMA
               MOVE "E16" TO ERR-CODIGO
               MOVE "tabela de devolucoes cheia - linha perdida" TO
                   ERR-MENSAGEM
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
           END-IF.

      *    ======== one numbered claim per publisher at end of run ===
           emitir_credit_claims.
           IF dev_count = ZERO
               GO TO emitir_credit_claims_fim
           END-IF.

           PERFORM ler_claim_register.
           OPEN OUTPUT CREDIT-CLAIMS-OUT.

           PERFORM emitir_claim_editora
               VARYING editora_idx FROM 1 BY 1
               UNTIL editora_idx > editoras_count.

           CLOSE CREDIT-CLAIMS-OUT.
           PERFORM gravar_claim_register.

           emitir_credit_claims_fim.
               EXIT.

           emitir_claim_editora.
           MOVE ZERO TO claim_editora_valor.
           MOVE ZERO TO claim_editora_linhas.

           PERFORM contar_claim_editora
               VARYING dev_idx FROM 1 BY 1
           MOVE autor_mst_avanco (autor_k) TO AUTOR-AVANCO.
           WRITE AUTORES-FILE.

      *    ======== contract rate for autor_procura, or the fallback ==
           procurar_taxa_autor.
           MOVE royalty_pct TO taxa_autor.
           SET autor_master_idx TO 1.
                   MOVE "autor sem contrato - taxa de 10% aplicada" TO
                       ERR-MENSAGEM
                   PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               WHEN autor_mst_nome (autor_master_idx) = autor_procura
                   MOVE autor_mst_taxa (autor_master_idx)
                       TO taxa_autor
           END-SEARCH.
      *    arithmetic the sale accrued it with, at the author's own
      *    contract rate.
           calcular_royalty.
           MOVE AUTOR TO autor_procura.
           PERFORM procurar_taxa_autor.
           COMPUTE royalty_valor = valor_movimento * taxa_autor.

           MOVE qtd_movimento TO DET-QTD.
           MOVE valor_movimento TO DET-VALOR.
           MOVE royalty_valor TO DET-ROYALTY.
           MOVE receita_liquida TO DET-RECEITA.
           MOVE custo_movimento TO DET-CUSTO.
           WRITE RANK-WORK-RECORD.

      *    SORT-based control break by author: one statement line and

      *    only a positive payable amount reaches the bank file -- a
      *    negative accrual (returns outweighing sales) stays on the
      *    statement to net against the author's next period. the
      *    same amount goes on PAYABLES-REGISTER.txt, due at once, for
      *    the payables run to actually transfer.
           IF royalty_payable > ZERO
               MOVE SPACES TO ROYALTY-PAY-RECORD
               MOVE quebra_autor TO RP-AUTOR
               PERFORM procurar_iban_autor
               MOVE royalty_payable TO RP-VALOR
               WRITE ROYALTY-PAY-RECORD
               MOVE "ROY" TO PAGAR-ORIGEM
               MOVE RUN-DATE TO PAGAR-REFERENCIA
               MOVE quebra_autor TO PAGAR-BENEFICIARIO
               MOVE quebra_autor TO PAGAR-NOME
               MOVE RP-IBAN TO PAGAR-IBAN
               MOVE "D" TO PAGAR-DC
               MOVE royalty_payable TO PAGAR-MONTANTE
               MOVE RUN-DATE TO PAGAR-VENCIMENTO
               MOVE "LIV-ROYPAGAR" TO PAGAR-CONTA-GL
               MOVE "SENDHALP" TO PAGAR-PROGRAMA
               PERFORM REGISTAR-A-PAGAR THRU REGISTAR-A-PAGAR-EXIT
           END-IF.

      *    ======== the author's slot in the master table ========
               AFTER ADVANCING 2 LINES.
           DISPLAY RANKING-LINE-OUT.

           OPEN OUTPUT MARGEM-OUT.
           MOVE SPACES TO MRG-TITULOS.
           STRING "MARGEM POR TITULO - " RUN-DATE-DISPLAY
               DELIMITED BY SIZE INTO MRG-TITULO-LINHA.
           WRITE MRG-TITULOS
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO MRG-TITULOS.
           MOVE " POS TITULO" TO MRG-TITULO-LINHA.
           MOVE "UNID" TO MRG-TITULO-LINHA (48:4).
           MOVE "RECEITA" TO MRG-TITULO-LINHA (58:7).
           MOVE "CUSTO" TO MRG-TITULO-LINHA (73:5).
           MOVE "MARGEM" TO MRG-TITULO-LINHA (85:6).
           MOVE "MRG%" TO MRG-TITULO-LINHA (94:4).
           WRITE MRG-TITULOS
               AFTER ADVANCING 1 LINE.
           MOVE ZERO TO total_mrg_receita.
           MOVE ZERO TO total_mrg_custo.

           MOVE ZERO TO rank_pos.
           MOVE SPACES TO titulo_ranked_eof.
           OPEN INPUT TITULO-RANKED.
               UNTIL titulo_ranked_eof = "YYY".
           CLOSE TITULO-RANKED.

           MOVE SPACES TO MRG-DETALHE.
           MOVE "TOTAL" TO MRG-TITULO.
           MOVE total_mrg_receita TO MRG-RECEITA.
           MOVE total_mrg_custo TO MRG-CUSTO.
           COMPUTE margem_valor = total_mrg_receita - total_mrg_custo.
           MOVE margem_valor TO MRG-MARGEM.
           MOVE total_mrg_receita TO receita_liquida.
           PERFORM calcular_margem_pct.
           MOVE margem_pct TO MRG-PCT.
           WRITE MRG-DETALHE
               AFTER ADVANCING 2 LINES.
           CLOSE MARGEM-OUT.

      *    ======== control break: net units/revenue per title ========
           consolidar_titulos.
           OPEN INPUT RANK-SORTED.
               MOVE RS-TITULO TO quebra_titulo
               MOVE ZERO TO quebra_unidades
               MOVE ZERO TO quebra_valor
               MOVE ZERO TO quebra_receita
               MOVE ZERO TO quebra_custo
               MOVE "N" TO quebra_primeira
           ELSE
               IF RS-CHAVE NOT = quebra_chave
                   MOVE RS-TITULO TO quebra_titulo
                   MOVE ZERO TO quebra_unidades
                   MOVE ZERO TO quebra_valor
                   MOVE ZERO TO quebra_receita
                   MOVE ZERO TO quebra_custo
               END-IF
           END-IF.
           ADD RS-QTD TO quebra_unidades.
           ADD RS-VALOR TO quebra_valor.
           ADD RS-RECEITA TO quebra_receita.
           ADD RS-CUSTO TO quebra_custo.
           READ RANK-SORTED
               AT END MOVE "YYY" TO rank_sorted_eof
           END-READ.
           MOVE quebra_titulo TO TT-TITULO.
           MOVE quebra_unidades TO TT-UNIDADES.
           MOVE quebra_valor TO TT-VALOR.
           MOVE quebra_receita TO TT-RECEITA.
           MOVE quebra_custo TO TT-CUSTO.
           WRITE TITULO-TOTAIS-RECORD.

           imprimir_linha_ranking.
           WRITE RANKING-LINE-OUT
               AFTER ADVANCING 1 LINE.
           DISPLAY RANKING-LINE-OUT.

           MOVE SPACES TO MRG-DETALHE.
           MOVE rank_pos TO MRG-POS.
           MOVE TRK-TITULO TO MRG-TITULO.
           MOVE TRK-UNIDADES TO MRG-UNIDADES.
           MOVE TRK-RECEITA TO MRG-RECEITA.
           MOVE TRK-CUSTO TO MRG-CUSTO.
           COMPUTE margem_valor = TRK-RECEITA - TRK-CUSTO.
           MOVE margem_valor TO MRG-MARGEM.
           MOVE TRK-RECEITA TO receita_liquida.
           PERFORM calcular_margem_pct.
           MOVE margem_pct TO MRG-PCT.
           WRITE MRG-DETALHE
               AFTER ADVANCING 1 LINE.
           ADD TRK-RECEITA TO total_mrg_receita.
           ADD TRK-CUSTO TO total_mrg_custo.
           READ TITULO-RANKED
               AT END MOVE "YYY" TO titulo_ranked_eof
           END-READ.

      *    margin as a share of net revenue; none on no revenue.
           calcular_margem_pct.
           MOVE ZERO TO margem_pct.
           IF receita_liquida NOT = ZERO
               COMPUTE margem_pct ROUNDED =
                       (margem_valor * 100) / receita_liquida
                   ON SIZE ERROR MOVE ZERO TO margem_pct
               END-COMPUTE
           END-IF.

      *    ======== approved aging proposals, before prices load =====
      *    last run's proposals come back in; each approval that
      *    matches one becomes a dated promo window on BOOK-PRICES.txt
      *    (in force from tonight) or a return line on
      *    DEVOLUCOES-EDITORA-IN.txt (shipped and claimed tonight).
           aplicar_aprovacoes_aging.
           MOVE ZERO TO apr_count.
           MOVE "YYY" TO aging_eof.
           OPEN INPUT AGING-PROPOSTAS.
           IF AGING-PROPOSTAS-STATUS = "00"
               MOVE SPACES TO aging_eof
               READ AGING-PROPOSTAS
                   AT END MOVE "YYY" TO aging_eof
               END-READ
               PERFORM carregar_proposta_aging
                   UNTIL aging_eof = "YYY"
               CLOSE AGING-PROPOSTAS
           END-IF.

           MOVE "YYY" TO aging_eof.
           OPEN INPUT AGING-APROVACOES-IN.
           IF AGING-APROVACOES-STATUS = "00"
               MOVE SPACES TO aging_eof
               READ AGING-APROVACOES-IN
                   AT END MOVE "YYY" TO aging_eof
               END-READ
               PERFORM aplicar_aprovacao_aging
                   UNTIL aging_eof = "YYY"
               CLOSE AGING-APROVACOES-IN
           END-IF.

           carregar_proposta_aging.
           IF apr_count < 200 AND APR-CHAVE IS NUMERIC
                   AND APR-PRECO IS NUMERIC AND APR-QTD IS NUMERIC
               ADD 1 TO apr_count
               MOVE APR-CHAVE TO apr_tbl_chave (apr_count)
               MOVE APR-TIPO TO apr_tbl_tipo (apr_count)
               MOVE APR-PRECO TO apr_tbl_preco (apr_count)
               MOVE APR-QTD TO apr_tbl_qtd (apr_count)
           END-IF.
           READ AGING-PROPOSTAS
               AT END MOVE "YYY" TO aging_eof
           END-READ.

           aplicar_aprovacao_aging.
           MOVE ZERO TO apr_atual.
           IF AAP-CHAVE IS NUMERIC
               PERFORM procurar_proposta_aging
                   VARYING apr_idx FROM 1 BY 1
                   UNTIL apr_idx > apr_count OR apr_atual > ZERO
           END-IF.
           IF apr_atual = ZERO
               MOVE "send_halp" TO ERR-PROGRAMA
               MOVE "E19" TO ERR-CODIGO
               MOVE "aprovacao sem proposta - " TO ERR-MENSAGEM
               MOVE AAP-CHAVE TO ERR-MENSAGEM (26:9)
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
           ELSE
               IF apr_tbl_tipo (apr_atual) = "M"
                   PERFORM gravar_remarcacao
               ELSE
                   PERFORM gravar_devolucao_aging
               END-IF
               ADD 1 TO aprovacoes_aplicadas
               MOVE "SENDHALP" TO AUD-PROGRAMA
               MOVE SPACES TO AUD-CHAVE
               MOVE AAP-CHAVE TO AUD-CHAVE (1:9)
               MOVE ZERO TO AUD-VALOR
               IF apr_tbl_tipo (apr_atual) = "M"
                   MOVE "REMARCACAO APROVADA" TO AUD-DESCRICAO
               ELSE
                   MOVE "DEVOLUCAO APROVADA" TO AUD-DESCRICAO
               END-IF
               PERFORM REGISTAR-AUDITORIA THRU REGISTAR-AUDITORIA-EXIT
           END-IF.
           READ AGING-APROVACOES-IN
               AT END MOVE "YYY" TO aging_eof
           END-READ.

           procurar_proposta_aging.
           IF apr_tbl_chave (apr_idx) = AAP-CHAVE
                   AND apr_tbl_tipo (apr_idx) = AAP-TIPO
               MOVE apr_idx TO apr_atual
           END-IF.

      *    the window opens today and closes on the last day of next
      *    month.
           gravar_remarcacao.
           MOVE RUN-DATE-YYYY TO aging_fim_ano.
           COMPUTE aging_fim_mes = RUN-DATE-MM + 1.
           IF aging_fim_mes > 12
               MOVE 1 TO aging_fim_mes
               ADD 1 TO aging_fim_ano
           END-IF.
           MOVE aging_fim_ano TO VAL-ANO.
           MOVE aging_fim_mes TO VAL-MES.
           MOVE 1 TO VAL-DIA.
           PERFORM VALIDAR-DATA THRU VALIDAR-DATA-EXIT.
           COMPUTE aging_fim = (aging_fim_ano * 10000)
                   + (aging_fim_mes * 100) + VAL-DIAS-MES.

           OPEN EXTEND BOOK-PRICES.
           IF BOOK-PRICES-STATUS = "05" OR BOOK-PRICES-STATUS = "35"
               OPEN OUTPUT BOOK-PRICES
               CLOSE BOOK-PRICES
               OPEN EXTEND BOOK-PRICES
           END-IF.
           MOVE SPACES TO BOOK-PRICES-FILE.
           MOVE apr_tbl_chave (apr_atual) TO BPR-CHAVE.
           MOVE apr_tbl_preco (apr_atual) TO BPR-PRECO.
           MOVE data_hoje_num TO BPR-INICIO.
           MOVE aging_fim TO BPR-FIM.
           WRITE BOOK-PRICES-FILE.
           CLOSE BOOK-PRICES.

           gravar_devolucao_aging.
           OPEN EXTEND DEVOLUCOES-EDITORA-IN.
           IF DEV-EDITORA-STATUS = "05" OR DEV-EDITORA-STATUS = "35"
               OPEN OUTPUT DEVOLUCOES-EDITORA-IN
               CLOSE DEVOLUCOES-EDITORA-IN
               OPEN EXTEND DEVOLUCOES-EDITORA-IN
           END-IF.
           MOVE SPACES TO DEVOLUCOES-EDITORA-FILE.
           MOVE apr_tbl_chave (apr_atual) TO DEV-CHAVE.
           MOVE apr_tbl_qtd (apr_atual) TO DEV-QTD.
           MOVE ZERO TO DEV-PO.
           WRITE DEVOLUCOES-EDITORA-FILE.
           CLOSE DEVOLUCOES-EDITORA-IN.

      *    ======== stock aging off the sales history ========
      *    the history SORTs by title and is matched against the
      *    book master in key order: the latest period with units
      *    sold is the title's last sale. a title with no sale on the
      *    history at all is aged from the oldest period the history
      *    holds, so it is never younger than one that sold then.
           analisar_aging.
           MOVE RUN-PERIOD-TAG TO PERIODO-PARTES.
           COMPUTE aging_serial_atual =
                   (periodo_ano * 12) + periodo_mes.
           MOVE aging_serial_atual TO aging_serial_primeiro.
           MOVE ZERO TO BANDAS-TOTAIS.

           SORT SORT-HIST
               ON ASCENDING KEY SD-HIST-CHAVE
               ON ASCENDING KEY SD-HIST-PERIODO
               USING SALES-HISTORY
               GIVING HIST-SORTED.

           MOVE SPACES TO hist_sorted_eof.
           OPEN INPUT HIST-SORTED.
           READ HIST-SORTED
               AT END MOVE "YYY" TO hist_sorted_eof
           END-READ.
           PERFORM testar_primeiro_periodo
               UNTIL hist_sorted_eof = "YYY".
           CLOSE HIST-SORTED.

           OPEN OUTPUT AGING-OUT.
           OPEN OUTPUT AGING-PROPOSTAS.
           PERFORM escrever_cabecalho_aging.

           MOVE SPACES TO hist_sorted_eof.
           OPEN INPUT HIST-SORTED.
           READ HIST-SORTED
               AT END MOVE "YYY" TO hist_sorted_eof
           END-READ.

           MOVE LOW-VALUES TO LIVRO-CHAVE.
           MOVE SPACES TO livros_eof.
           START LIVROS-MASTER KEY IS NOT LESS THAN LIVRO-CHAVE
               INVALID KEY MOVE "YYY" TO livros_eof
           END-START.
           IF livros_eof NOT = "YYY"
               READ LIVROS-MASTER NEXT RECORD
                   AT END MOVE "YYY" TO livros_eof
               END-READ
           END-IF.
           PERFORM envelhecer_titulo UNTIL livros_eof = "YYY".
           CLOSE HIST-SORTED.

           PERFORM imprimir_total_banda
               VARYING aging_banda FROM 1 BY 1
               UNTIL aging_banda > 5.
           CLOSE AGING-OUT.
           CLOSE AGING-PROPOSTAS.

           testar_primeiro_periodo.
           IF HSR-PERIODO IS NUMERIC
               COMPUTE aging_serial_linha = (HSR-ANO * 12) + HSR-MES
               IF aging_serial_linha < aging_serial_primeiro
                   MOVE aging_serial_linha TO aging_serial_primeiro
               END-IF
           END-IF.
           READ HIST-SORTED
               AT END MOVE "YYY" TO hist_sorted_eof
           END-READ.

           escrever_cabecalho_aging.
           MOVE SPACES TO AGE-TITULOS.
           STRING "ENVELHECIMENTO DO STOCK - " RUN-DATE-DISPLAY
               DELIMITED BY SIZE INTO AGE-TITULO-LINHA.
           WRITE AGE-TITULOS
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO AGE-TITULOS.
           MOVE "TITULO    DESCRICAO" TO AGE-TITULO-LINHA.
           MOVE "ULTIMA PER BANDA" TO AGE-TITULO-LINHA (52:16).
           MOVE "STOCK" TO AGE-TITULO-LINHA (74:5).
           MOVE "VALOR" TO AGE-TITULO-LINHA (86:5).
           MOVE "PROPOSTA" TO AGE-TITULO-LINHA (92:8).
           WRITE AGE-TITULOS
               AFTER ADVANCING 1 LINE.

      *    one title: its history lines (any before it belong to
      *    titles no longer on the master), then its band, its
      *    report line and, past the policy, its proposal.
           envelhecer_titulo.
           MOVE ZERO TO aging_serial_venda.
           PERFORM avancar_historico_titulo
               UNTIL hist_sorted_eof = "YYY"
                   OR HSR-CHAVE > LIVRO-CHAVE.

           IF LIVRO-STOCK IS NUMERIC AND LIVRO-STOCK > ZERO
               PERFORM classificar_titulo_aging
           END-IF.

           READ LIVROS-MASTER NEXT RECORD
               AT END MOVE "YYY" TO livros_eof
           END-READ.

           avancar_historico_titulo.
           IF HSR-CHAVE = LIVRO-CHAVE AND HSR-UNIDADES > ZERO
                   AND HSR-PERIODO IS NUMERIC
               COMPUTE aging_serial_linha = (HSR-ANO * 12) + HSR-MES
               IF aging_serial_linha > aging_serial_venda
                   MOVE aging_serial_linha TO aging_serial_venda
                   MOVE HSR-PERIODO TO aging_ultima
               END-IF
           END-IF.
           READ HIST-SORTED
               AT END MOVE "YYY" TO hist_sorted_eof
           END-READ.

           classificar_titulo_aging.
           IF aging_serial_venda = ZERO
               COMPUTE aging_periodos =
                       aging_serial_atual - aging_serial_primeiro + 1
               MOVE 5 TO aging_banda
               MOVE "------" TO aging_ultima
           ELSE
               COMPUTE aging_periodos =
                       aging_serial_atual - aging_serial_venda
               EVALUATE TRUE
                   WHEN aging_periodos < 3
                       MOVE 1 TO aging_banda
                   WHEN aging_periodos < 6
                       MOVE 2 TO aging_banda
                   WHEN aging_periodos < 12
                       MOVE 3 TO aging_banda
                   WHEN OTHER
                       MOVE 4 TO aging_banda
               END-EVALUATE
           END-IF.

           MOVE LIVRO-CH-EDITORA TO consig_editora.
           PERFORM verificar_consignacao.
           IF LIVRO-CUSTO-MEDIO IS NUMERIC AND consig_sim = "N"
               COMPUTE aging_valor ROUNDED =
                       LIVRO-STOCK * LIVRO-CUSTO-MEDIO
           ELSE
               MOVE ZERO TO aging_valor
           END-IF.
           ADD 1 TO banda_titulos (aging_banda).
           ADD LIVRO-STOCK TO banda_stock (aging_banda).
           ADD aging_valor TO banda_valor (aging_banda).

           MOVE SPACES TO AGE-DETALHE.
           MOVE LIVRO-CHAVE TO AGE-CHAVE.
           MOVE LIVRO-TITULO TO AGE-TITULO.
           MOVE aging_ultima TO AGE-ULTIMA.
           MOVE aging_periodos TO AGE-PERIODOS.
           MOVE banda_nome (aging_banda) TO AGE-BANDA.
           MOVE LIVRO-STOCK TO AGE-STOCK.
           MOVE aging_valor TO AGE-VALOR.

      *    past the return threshold the copies go back; past the
      *    markdown threshold the price comes down, unless a promo
      *    window is already doing that.
           IF aging_periodos NOT < aging_limiar_devolver
               MOVE SPACES TO AGING-PROPOSTAS-FILE
               MOVE LIVRO-CHAVE TO APR-CHAVE
               MOVE "D" TO APR-TIPO
               MOVE ZERO TO APR-PRECO
               MOVE LIVRO-STOCK TO APR-QTD
               MOVE RUN-PERIOD-TAG TO APR-PERIODO
               WRITE AGING-PROPOSTAS-FILE
               MOVE "DEVOLVER" TO AGE-PROPOSTA
               MOVE LIVRO-STOCK TO AGE-PROPOSTA-QTD
           ELSE
               IF aging_periodos NOT < aging_limiar_remarcar
                   PERFORM verificar_promo_aging
                   IF aging_promo = "N"
                       COMPUTE aging_preco ROUNDED = LIVRO-PRECO
                               - (LIVRO-PRECO * remarcacao_pct)
                       MOVE SPACES TO AGING-PROPOSTAS-FILE
                       MOVE LIVRO-CHAVE TO APR-CHAVE
                       MOVE "M" TO APR-TIPO
                       MOVE aging_preco TO APR-PRECO
                       MOVE ZERO TO APR-QTD
                       MOVE RUN-PERIOD-TAG TO APR-PERIODO
                       WRITE AGING-PROPOSTAS-FILE
                       MOVE "REMARCAR" TO AGE-PROPOSTA
                       MOVE aging_preco TO AGE-PROPOSTA-QTD
                   END-IF
               END-IF
           END-IF.

           WRITE AGE-DETALHE
               AFTER ADVANCING 1 LINE.

           verificar_promo_aging.
           MOVE "N" TO aging_promo.
           PERFORM testar_promo_aging
               VARYING bpr_idx FROM 1 BY 1
               UNTIL bpr_idx > bpr_count OR aging_promo = "Y".

           testar_promo_aging.
           IF bpr_tbl_chave (bpr_idx) = LIVRO-CHAVE
                   AND bpr_tbl_fim (bpr_idx) NOT = ZERO
                   AND bpr_tbl_fim (bpr_idx) NOT < data_hoje_num
               MOVE "Y" TO aging_promo
           END-IF.

           imprimir_total_banda.
           MOVE SPACES TO AGE-TOTAL.
           IF aging_banda = 1
               MOVE "TOTAL POR BANDA" TO AGE-TOT-LABEL
           END-IF.
           MOVE banda_nome (aging_banda) TO AGE-TOT-BANDA.
           MOVE banda_titulos (aging_banda) TO AGE-TOT-TITULOS.
           MOVE banda_stock (aging_banda) TO AGE-TOT-STOCK.
           MOVE banda_valor (aging_banda) TO AGE-TOT-VALOR.
           IF aging_banda = 1
               WRITE AGE-TOTAL
                   AFTER ADVANCING 2 LINES
           ELSE
               WRITE AGE-TOTAL
                   AFTER ADVANCING 1 LINE
           END-IF.

      *    ======== stock valuation at average cost ========
      *    every title with copies on hand comes off the book master,
      *    SORTs by publisher, and a control break prints the title
      *    lines, each publisher's subtotal and the total.
           valorizar_stock.
           OPEN OUTPUT STOCK-WORK.
           MOVE LOW-VALUES TO LIVRO-CHAVE.
           MOVE SPACES TO livros_eof.
           START LIVROS-MASTER KEY IS NOT LESS THAN LIVRO-CHAVE
               INVALID KEY MOVE "YYY" TO livros_eof
           END-START.
           IF livros_eof NOT = "YYY"
               READ LIVROS-MASTER NEXT RECORD
                   AT END MOVE "YYY" TO livros_eof
               END-READ
           END-IF.
           PERFORM copiar_livro_stock UNTIL livros_eof = "YYY".
           CLOSE STOCK-WORK.

           SORT SORT-STOCK
               ON ASCENDING KEY SD-STK-EDITORA
               ON ASCENDING KEY SD-STK-CHAVE
               USING STOCK-WORK
               GIVING STOCK-SORTED.

           OPEN OUTPUT STOCK-VALOR-OUT.
           MOVE SPACES TO STV-TITULOS.
           STRING "VALORIZACAO DO STOCK A CUSTO MEDIO - "
               RUN-DATE-DISPLAY DELIMITED BY SIZE
               INTO STV-TITULO-LINHA.
           WRITE STV-TITULOS
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO STV-TITULOS.
           MOVE "    TITULO    DESCRICAO" TO STV-TITULO-LINHA.
           MOVE "QTD" TO STV-TITULO-LINHA (58:3).
           MOVE "CUSTO MEDIO" TO STV-TITULO-LINHA (61:11).
           MOVE "VALOR" TO STV-TITULO-LINHA (80:5).
           WRITE STV-TITULOS
               AFTER ADVANCING 1 LINE.

           MOVE ZERO TO stv_total_qtd.
           MOVE ZERO TO stv_total_valor.
           MOVE "Y" TO quebra_primeira.
           MOVE SPACES TO stock_sorted_eof.
           OPEN INPUT STOCK-SORTED.
           READ STOCK-SORTED
               AT END MOVE "YYY" TO stock_sorted_eof
           END-READ.
           PERFORM imprimir_linha_stock
               UNTIL stock_sorted_eof = "YYY".
           IF quebra_primeira = "N"
               PERFORM imprimir_total_editora_stock
           END-IF.
           CLOSE STOCK-SORTED.

           MOVE SPACES TO STV-TOTAL.
           MOVE "TOTAL DO STOCK" TO STV-LABEL.
           MOVE stv_total_qtd TO STV-TOTAL-QTD.
           MOVE stv_total_valor TO STV-TOTAL-VALOR.
           WRITE STV-TOTAL
               AFTER ADVANCING 2 LINES.
           CLOSE STOCK-VALOR-OUT.

      *    consignment copies belong to the publisher: not valued.
           copiar_livro_stock.
           MOVE LIVRO-CH-EDITORA TO consig_editora.
           PERFORM verificar_consignacao.
           IF LIVRO-STOCK IS NUMERIC AND LIVRO-STOCK > ZERO
                   AND consig_sim = "N"
               MOVE SPACES TO STOCK-WORK-RECORD
               MOVE LIVRO-CH-EDITORA TO SW-EDITORA
               MOVE LIVRO-CHAVE TO SW-CHAVE
               MOVE LIVRO-TITULO TO SW-TITULO
               MOVE LIVRO-STOCK TO SW-QTD
               IF LIVRO-CUSTO-MEDIO IS NUMERIC
                   MOVE LIVRO-CUSTO-MEDIO TO SW-CUSTO
               ELSE
                   MOVE ZERO TO SW-CUSTO
               END-IF
               COMPUTE SW-VALOR ROUNDED = SW-QTD * SW-CUSTO
               WRITE STOCK-WORK-RECORD
           END-IF.
           READ LIVROS-MASTER NEXT RECORD
               AT END MOVE "YYY" TO livros_eof
           END-READ.

           imprimir_linha_stock.
           IF quebra_primeira = "Y"
               MOVE "N" TO quebra_primeira
               PERFORM abrir_editora_stock
           ELSE
               IF SS-EDITORA NOT = stv_editora_atual
                   PERFORM imprimir_total_editora_stock
                   PERFORM abrir_editora_stock
               END-IF
           END-IF.
           MOVE SPACES TO STV-DETALHE.
           MOVE SS-CHAVE TO STV-CHAVE.
           MOVE SS-TITULO TO STV-TITULO.
           MOVE SS-QTD TO STV-QTD.
           MOVE SS-CUSTO TO STV-CUSTO.
           MOVE SS-VALOR TO STV-VALOR.
      *    copies on the shelf with no cost anywhere are worth nothing
      *    here -- flagged so the accountant prices them by hand.
           IF SS-CUSTO = ZERO
               MOVE "SEM CUSTO" TO STV-OBS
           END-IF.
           WRITE STV-DETALHE
               AFTER ADVANCING 1 LINE.
           ADD SS-QTD TO stv_editora_qtd.
           ADD SS-VALOR TO stv_editora_valor.
           READ STOCK-SORTED
               AT END MOVE "YYY" TO stock_sorted_eof
           END-READ.

           abrir_editora_stock.
           MOVE SS-EDITORA TO stv_editora_atual.
           MOVE ZERO TO stv_editora_qtd.
           MOVE ZERO TO stv_editora_valor.
           MOVE SPACES TO STV-TOTAL.
           MOVE "EDITORA" TO STV-LABEL.
           MOVE SS-EDITORA TO STV-EDITORA.
           PERFORM procurar_nome_editora_stock.
           WRITE STV-TOTAL
               AFTER ADVANCING 2 LINES.

           imprimir_total_editora_stock.
           MOVE SPACES TO STV-TOTAL.
           MOVE "  TOTAL DA EDITORA" TO STV-LABEL.
           MOVE stv_editora_atual TO STV-EDITORA.
           MOVE stv_editora_qtd TO STV-TOTAL-QTD.
           MOVE stv_editora_valor TO STV-TOTAL-VALOR.
           WRITE STV-TOTAL
               AFTER ADVANCING 1 LINE.
           ADD stv_editora_qtd TO stv_total_qtd.
           ADD stv_editora_valor TO stv_total_valor.

           procurar_nome_editora_stock.
           SET editora_idx TO 1.
           SEARCH EDITORA-ENTRY
               AT END
                   MOVE "DESCONHECIDA" TO STV-NOME
               WHEN editora_tbl_cod (editora_idx) = SS-EDITORA
                   MOVE editora_tbl_nome (editora_idx) TO STV-NOME
           END-SEARCH.

      *    ======== the trade-account customer master ========
      *    absent, there are no accounts: every line with an account
      *    on it is logged and billed over the counter instead.
           carregar_clientes_livro.
           MOVE "YYY" TO clientes_eof.
           OPEN INPUT CLIENTES-LIVRO.

           IF CLIENTES-LIVRO-STATUS = "00"
               MOVE SPACES TO clientes_eof
               READ CLIENTES-LIVRO
                   AT END MOVE "YYY" TO clientes_eof
               END-READ
               PERFORM construir_cliente_livro
                   UNTIL clientes_eof = "YYY"
               CLOSE CLIENTES-LIVRO
           END-IF.

           construir_cliente_livro.
           IF cli_count < 100
               ADD 1 TO cli_count
               MOVE CLI-CONTA TO cli_tbl_conta (cli_count)
               MOVE CLI-NOME TO cli_tbl_nome (cli_count)
               MOVE CLI-NIF TO cli_tbl_nif (cli_count)
               MOVE CLI-ESTADO TO cli_tbl_estado (cli_count)
               MOVE ZERO TO cli_tbl_prazo (cli_count)
               IF CLI-PRAZO-DIAS IS NUMERIC
                   MOVE CLI-PRAZO-DIAS TO cli_tbl_prazo (cli_count)
               END-IF
               MOVE ZERO TO cli_tbl_desconto (cli_count)
               IF CLI-DESCONTO IS NUMERIC
                   MOVE CLI-DESCONTO TO cli_tbl_desconto (cli_count)
               END-IF
               MOVE ZERO TO cli_tbl_linhas (cli_count)
               MOVE ZERO TO cli_tbl_valor (cli_count)
               MOVE ZERO TO cli_tbl_iva (cli_count)
               MOVE ZERO TO cli_tbl_dev_linhas (cli_count)
               MOVE ZERO TO cli_tbl_dev_valor (cli_count)
               MOVE ZERO TO cli_tbl_dev_iva (cli_count)
               MOVE ZERO TO cli_tbl_corrente (cli_count)
               MOVE ZERO TO cli_tbl_30 (cli_count)
               MOVE ZERO TO cli_tbl_60 (cli_count)
               MOVE ZERO TO cli_tbl_90 (cli_count)
               MOVE ZERO TO cli_tbl_mais (cli_count)
           ELSE
               MOVE "send_halp" TO ERR-PROGRAMA
               MOVE "E21" TO ERR-CODIGO
               MOVE "tabela de clientes cheia - conta ignorada - " TO
                   ERR-MENSAGEM
               MOVE CLI-CONTA TO ERR-MENSAGEM (45:6)
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
           END-IF.

           READ CLIENTES-LIVRO
               AT END MOVE "YYY" TO clientes_eof
           END-READ.

      *    ======== the account a sale line is charged to ========
      *    an account off the master, or one blocked, cannot buy on
      *    credit: the line is logged and billed as a counter sale.
           verificar_conta_cliente.
           MOVE "N" TO conta_venda.
           MOVE ZERO TO cli_atual.
           IF CONTA-CLIENTE NOT = SPACES AND CONTA-CLIENTE NOT = ZEROS
               IF CONTA-CLIENTE IS NUMERIC
                   MOVE CONTA-CLIENTE TO conta_numero
                   PERFORM procurar_cliente_livro
               END-IF
               IF cli_atual = ZERO
                   MOVE "send_halp" TO ERR-PROGRAMA
                   MOVE "E21" TO ERR-CODIGO
                   MOVE "venda a conta desconhecida - " TO ERR-MENSAGEM
                   MOVE CONTA-CLIENTE TO ERR-MENSAGEM (30:6)
                   PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
                   MOVE "CONTA DESC" TO OBSERVA
               ELSE
                   IF cli_tbl_estado (cli_atual) = "B"
                       MOVE "send_halp" TO ERR-PROGRAMA
                       MOVE "E21" TO ERR-CODIGO
                       MOVE "venda a conta bloqueada - " TO
                           ERR-MENSAGEM
                       MOVE CONTA-CLIENTE TO ERR-MENSAGEM (27:6)
                       PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
                       MOVE "CONTA BLOQ" TO OBSERVA
                       MOVE ZERO TO cli_atual
                   ELSE
                       MOVE "Y" TO conta_venda
                   END-IF
               END-IF
           END-IF.

           procurar_cliente_livro.
           MOVE ZERO TO cli_atual.
           PERFORM testar_cliente_livro
               VARYING cli_idx FROM 1 BY 1
               UNTIL cli_idx > cli_count OR cli_atual > ZERO.

           testar_cliente_livro.
           IF cli_tbl_conta (cli_idx) = conta_numero
               MOVE cli_idx TO cli_atual
           END-IF.

      *    ======== an account sale line, held for its invoice ========
           registar_linha_conta.
           IF movimento_devolucao = "Y"
               ADD 1 TO cli_tbl_dev_linhas (cli_atual)
               SUBTRACT valor_movimento
                   FROM cli_tbl_dev_valor (cli_atual)
               ADD iva TO cli_tbl_dev_iva (cli_atual)
           ELSE
               ADD 1 TO cli_tbl_linhas (cli_atual)
               ADD valor_movimento TO cli_tbl_valor (cli_atual)
               ADD iva TO cli_tbl_iva (cli_atual)
           END-IF.
           IF fcl_count < 300
               ADD 1 TO fcl_count
               MOVE cli_atual TO fcl_tbl_cli (fcl_count)
               MOVE ISBN-ID (4:9) TO fcl_tbl_chave (fcl_count)
               MOVE TITULO TO fcl_tbl_titulo (fcl_count)
               MOVE qtd_movimento TO fcl_tbl_qtd (fcl_count)
               MOVE desconto_pct TO fcl_tbl_desconto (fcl_count)
               MOVE valor_movimento TO fcl_tbl_valor (fcl_count)
           ELSE
               IF fcl_overflow = "N"
                   MOVE "Y" TO fcl_overflow
                   MOVE "send_halp" TO ERR-PROGRAMA
                   MOVE "E21" TO ERR-CODIGO
                   MOVE "linhas de facturas a conta excedem a tabela"
                       TO ERR-MENSAGEM
                   PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               END-IF
           END-IF.

      *    ======== a counter sale line, held for its document ========
           registar_linha_balcao.
           IF movimento_devolucao = "Y"
               ADD 1 TO balcao_devol_linhas
               SUBTRACT valor_movimento FROM balcao_devol_valor
               ADD iva TO balcao_devol_iva
           ELSE
               ADD 1 TO balcao_vendas_linhas
               ADD valor_movimento TO balcao_vendas_valor
               ADD iva TO balcao_vendas_iva
           END-IF.

      *    ======== account invoice number register ========
           ler_registo_facturas_conta.
           OPEN INPUT FACTURAS-CONTA-REGISTO.
           IF FACTURAS-REGISTO-STATUS = "00"
               READ FACTURAS-CONTA-REGISTO
                   AT END MOVE ZERO TO FCREG-LAST-NUMBER
               END-READ
               MOVE FCREG-LAST-NUMBER TO last_factura_conta
               CLOSE FACTURAS-CONTA-REGISTO
           ELSE
               MOVE ZERO TO last_factura_conta
           END-IF.

           gravar_registo_facturas_conta.
           OPEN OUTPUT FACTURAS-CONTA-REGISTO.
           MOVE last_factura_conta TO FCREG-LAST-NUMBER.
           WRITE FACTURAS-CONTA-REGISTO-RECORD.
           CLOSE FACTURAS-CONTA-REGISTO.

      *    ======== the open-item ledger, in at start-up ========
           carregar_contas_abertas.
           MOVE "YYY" TO contas_abertas_eof.
           OPEN INPUT CONTAS-ABERTAS.

           IF CONTAS-ABERTAS-STATUS = "00"
               MOVE SPACES TO contas_abertas_eof
               READ CONTAS-ABERTAS
                   AT END MOVE "YYY" TO contas_abertas_eof
               END-READ
               PERFORM construir_conta_aberta
                   UNTIL contas_abertas_eof = "YYY"
               CLOSE CONTAS-ABERTAS
           END-IF.

           construir_conta_aberta.
           IF cab_count = 500 AND cab_overflow = "N"
               MOVE "Y" TO cab_overflow
               MOVE "send_halp" TO ERR-PROGRAMA
               MOVE "E21" TO ERR-CODIGO
               MOVE "razao de contas a credito excede a tabela" TO
                   ERR-MENSAGEM
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
           END-IF.

           IF cab_count < 500
               ADD 1 TO cab_count
               MOVE CAB-NUMERO TO cab_tbl_numero (cab_count)
               MOVE CAB-TIPO TO cab_tbl_tipo (cab_count)
               MOVE CAB-CONTA TO cab_tbl_conta (cab_count)
               MOVE CAB-DATA TO cab_tbl_data (cab_count)
               MOVE CAB-PRAZO-DIAS TO cab_tbl_prazo (cab_count)
               MOVE CAB-TOTAL TO cab_tbl_total (cab_count)
               MOVE CAB-PAGO TO cab_tbl_pago (cab_count)
               MOVE CAB-ESTADO TO cab_tbl_estado (cab_count)
           END-IF.

           READ CONTAS-ABERTAS
               AT END MOVE "YYY" TO contas_abertas_eof
           END-READ.

      *    ======== the day's payments against the ledger ========
      *    a payment quoting an invoice settles that invoice; one
      *    quoting none settles the account's oldest invoices first.
      *    money left over with nothing open to take it is logged for
      *    the accounts office and not posted.
           processar_pagamentos_conta.
           MOVE "YYY" TO pagamentos_eof.
           OPEN INPUT PAGAMENTOS-CONTAS-IN.

           IF PAGAMENTOS-CONTAS-STATUS = "00"
               MOVE SPACES TO pagamentos_eof
               READ PAGAMENTOS-CONTAS-IN
                   AT END MOVE "YYY" TO pagamentos_eof
               END-READ
               PERFORM aplicar_pagamento_conta
                   thru aplicar_pagamento_conta_fim
                   UNTIL pagamentos_eof = "YYY"
               CLOSE PAGAMENTOS-CONTAS-IN
           END-IF.

           aplicar_pagamento_conta.
           IF PGC-CONTA IS NOT NUMERIC OR PGC-FACTURA IS NOT NUMERIC
                   OR PGC-VALOR IS NOT NUMERIC OR PGC-VALOR = ZERO
               MOVE "send_halp" TO ERR-PROGRAMA
               MOVE "E21" TO ERR-CODIGO
               MOVE "pagamento de conta com dados nao numericos" TO
                   ERR-MENSAGEM
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               GO TO aplicar_pagamento_conta_ler
           END-IF.

           MOVE PGC-VALOR TO pgc_restante.
           MOVE ZERO TO pgc_aplicado.

           IF PGC-FACTURA > ZERO
               MOVE ZERO TO cab_atual
               PERFORM procurar_factura_conta
                   VARYING cab_idx FROM 1 BY 1
                   UNTIL cab_idx > cab_count OR cab_atual > ZERO
               IF cab_atual = ZERO
                   MOVE "send_halp" TO ERR-PROGRAMA
                   MOVE "E21" TO ERR-CODIGO
                   MOVE "pagamento de factura desconhecida - " TO
                       ERR-MENSAGEM
                   MOVE PGC-FACTURA TO ERR-MENSAGEM (37:7)
                   PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
                   GO TO aplicar_pagamento_conta_ler
               END-IF
               ADD PGC-VALOR TO cab_tbl_pago (cab_atual)
               IF cab_tbl_pago (cab_atual) NOT <
                       cab_tbl_total (cab_atual)
                   MOVE "P" TO cab_tbl_estado (cab_atual)
               END-IF
               MOVE PGC-VALOR TO pgc_aplicado
               MOVE ZERO TO pgc_restante
           ELSE
               PERFORM aplicar_pagamento_item
                   VARYING cab_idx FROM 1 BY 1
                   UNTIL cab_idx > cab_count OR pgc_restante = ZERO
               IF pgc_restante > ZERO
                   MOVE "send_halp" TO ERR-PROGRAMA
                   MOVE "E21" TO ERR-CODIGO
                   MOVE "pagamento excede o saldo da conta - " TO
                       ERR-MENSAGEM
                   MOVE PGC-CONTA TO ERR-MENSAGEM (37:6)
                   PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               END-IF
           END-IF.

           IF pgc_aplicado > ZERO
               ADD pgc_aplicado TO total_pagamentos_conta
               MOVE "SENDHALP" TO AUD-PROGRAMA
               MOVE SPACES TO AUD-CHAVE
               MOVE PGC-CONTA TO AUD-CHAVE (1:6)
               MOVE PGC-FACTURA TO AUD-CHAVE (8:7)
               MOVE pgc_aplicado TO AUD-VALOR
               MOVE "PAGAMENTO CONTA RECEBIDO" TO AUD-DESCRICAO
               PERFORM REGISTAR-AUDITORIA THRU REGISTAR-AUDITORIA-EXIT
           END-IF.

           aplicar_pagamento_conta_ler.
           READ PAGAMENTOS-CONTAS-IN
               AT END MOVE "YYY" TO pagamentos_eof
           END-READ.

           aplicar_pagamento_conta_fim.
               EXIT.

           procurar_factura_conta.
           IF cab_tbl_numero (cab_idx) = PGC-FACTURA
                   AND cab_tbl_conta (cab_idx) = PGC-CONTA
                   AND cab_tbl_tipo (cab_idx) = "F"
                   AND cab_tbl_estado (cab_idx) = "O"
               MOVE cab_idx TO cab_atual
           END-IF.

           aplicar_pagamento_item.
           IF cab_tbl_conta (cab_idx) = PGC-CONTA
                   AND cab_tbl_tipo (cab_idx) = "F"
                   AND cab_tbl_estado (cab_idx) = "O"
               COMPUTE cab_saldo =
                       cab_tbl_total (cab_idx) - cab_tbl_pago (cab_idx)
               IF cab_saldo > pgc_restante
                   MOVE pgc_restante TO cab_aplicado
               ELSE
                   MOVE cab_saldo TO cab_aplicado
               END-IF
               IF cab_aplicado > ZERO
                   ADD cab_aplicado TO cab_tbl_pago (cab_idx)
                   SUBTRACT cab_aplicado FROM pgc_restante
                   ADD cab_aplicado TO pgc_aplicado
               END-IF
               IF cab_tbl_pago (cab_idx) NOT < cab_tbl_total (cab_idx)
                   MOVE "P" TO cab_tbl_estado (cab_idx)
               END-IF
           END-IF.

      *    ======== the numbered documents per account ========
      *    every account with lines tonight gets an invoice for its
      *    sales, with its terms, and a credit note for its returns,
      *    set straight against the account's open invoices, oldest
      *    first -- the same split as the counter's documents. a
      *    document that comes to nothing is not issued.
           emitir_facturas_conta.
           OPEN OUTPUT FACTURAS-CONTA-OUT.
           PERFORM emitir_factura_conta
               VARYING cli_idx FROM 1 BY 1
               UNTIL cli_idx > cli_count.
           PERFORM emitir_documentos_balcao.
           PERFORM emitir_documento_preencomenda
               VARYING pre_idx FROM 1 BY 1
               UNTIL pre_idx > pre_count.
           CLOSE FACTURAS-CONTA-OUT.

           emitir_factura_conta.
           IF cli_tbl_linhas (cli_idx) > ZERO
                   AND cli_tbl_valor (cli_idx) > ZERO
               MOVE "F" TO doc_conta_tipo
               MOVE cli_tbl_linhas (cli_idx) TO doc_conta_linhas
               MOVE cli_tbl_valor (cli_idx) TO doc_conta_valor
               MOVE cli_tbl_iva (cli_idx) TO doc_conta_iva
               PERFORM emitir_documento_conta
           END-IF.
           IF cli_tbl_dev_linhas (cli_idx) > ZERO
                   AND cli_tbl_dev_valor (cli_idx) > ZERO
               MOVE "C" TO doc_conta_tipo
               MOVE cli_tbl_dev_linhas (cli_idx) TO doc_conta_linhas
               COMPUTE doc_conta_valor =
                       ZERO - cli_tbl_dev_valor (cli_idx)
               COMPUTE doc_conta_iva = ZERO - cli_tbl_dev_iva (cli_idx)
               PERFORM emitir_documento_conta
           END-IF.

      *    ---- one account document, its lines picked off the      ----*
      *    ---- night's table by sign: sales on the invoice,        ----*
      *    ---- returns on the credit note.                         ----*
           emitir_documento_conta.
           ADD 1 TO last_factura_conta.
           ADD 1 TO facturas_conta_emitidas.
           MOVE SPACES TO FCO-CABECALHO.
           IF doc_conta_tipo = "C"
               MOVE "NOTA CREDITO" TO FCO-CAB-LABEL
           ELSE
               MOVE "FACTURA" TO FCO-CAB-LABEL
           END-IF.
           MOVE last_factura_conta TO FCO-CAB-NUMERO.
           MOVE RUN-DATE-DISPLAY TO FCO-CAB-DATA.
           MOVE cli_tbl_conta (cli_idx) TO FCO-CAB-CONTA.
           MOVE cli_tbl_nome (cli_idx) TO FCO-CAB-NOME.
           MOVE "NIF: " TO FCO-CAB-NIF-LABEL.
           MOVE cli_tbl_nif (cli_idx) TO FCO-CAB-NIF.
           MOVE "PAGAMENTO A " TO FCO-CAB-VENC-LABEL.
           MOVE cli_tbl_prazo (cli_idx) TO FCO-CAB-PRAZO.
           MOVE " DIAS" TO FCO-CAB-DIAS-LABEL.
           WRITE FCO-CABECALHO
               AFTER ADVANCING 2 LINES.

           PERFORM escrever_linha_factura_conta
               VARYING fcl_idx FROM 1 BY 1
               UNTIL fcl_idx > fcl_count.

           MOVE SPACES TO FCO-TOTAL.
           MOVE "LINHAS NO DOCUMENTO:" TO FCO-TOT-LABEL.
           MOVE doc_conta_linhas TO FCO-TOT-LINHAS.
           MOVE "TOTAL: " TO FCO-TOT-LABEL-2.
           MOVE doc_conta_valor TO FCO-TOT-VALOR.
           WRITE FCO-TOTAL
               AFTER ADVANCING 1 LINE.

           PERFORM registar_factura_aberta.
           IF doc_conta_tipo = "C" AND cab_atual > ZERO
               PERFORM compensar_nota_credito
           END-IF.
           PERFORM registar_documento_conta.

      *    the sales themselves are already on the trail with their
      *    values; the document is recorded at zero.
           MOVE "SENDHALP" TO AUD-PROGRAMA.
           MOVE SPACES TO AUD-CHAVE.
           MOVE cli_tbl_conta (cli_idx) TO AUD-CHAVE (1:6).
           MOVE last_factura_conta TO AUD-CHAVE (8:7).
           MOVE ZERO TO AUD-VALOR.
           IF doc_conta_tipo = "C"
               MOVE "NOTA CREDITO CONTA EMITIDA" TO AUD-DESCRICAO
           ELSE
               MOVE "FACTURA CONTA EMITIDA" TO AUD-DESCRICAO
           END-IF.
           PERFORM REGISTAR-AUDITORIA THRU REGISTAR-AUDITORIA-EXIT.

      *    ---- the account document onto the tax-document journal, ----*
      *    ---- face amounts positive: a credit note's are turned.   ----*
           registar_documento_conta.
           PERFORM LIMPAR-DOCUMENTO-FISCAL.
           MOVE "SENDHALP" TO DOCF-PROGRAMA.
           MOVE "LIV" TO DOCF-SERIE.
           MOVE last_factura_conta TO DOCF-NUMERO.
           MOVE "L" TO DOCF-ORIGEM.
           MOVE cli_tbl_conta (cli_idx) TO DOCF-CLIENTE.
           MOVE cli_tbl_nif (cli_idx) TO DOCF-NIF.
           MOVE cli_tbl_nome (cli_idx) TO DOCF-NOME.
           MOVE "LIV" TO DOCF-CODIGO-IVA.
           MOVE taxa_iva_livros TO DOCF-TAXA.
           MOVE "LIVROS" TO DOCF-PRODUTO.
           IF doc_conta_tipo = "C"
               MOVE "NC" TO DOCF-TIPO
               COMPUTE DOCF-TOTAL = ZERO - doc_conta_valor
               COMPUTE DOCF-IVA = ZERO - doc_conta_iva
               MOVE "DEVOLUCAO DE LIVROS" TO DOCF-MOTIVO
           ELSE
               MOVE "FT" TO DOCF-TIPO
               MOVE doc_conta_valor TO DOCF-TOTAL
               MOVE doc_conta_iva TO DOCF-IVA
           END-IF.
           COMPUTE DOCF-BASE = DOCF-TOTAL - DOCF-IVA.
           MOVE CURR-MOEDA-BASE TO DOCF-MOEDA.
           PERFORM REGISTAR-DOCUMENTO-FISCAL
               THRU REGISTAR-DOCUMENTO-FISCAL-EXIT.

      *    ======== the counter's documents for the night ========
      *    the sales off any account under one simplified invoice to
      *    a final consumer, the returns under one credit note, each
      *    on the next number of the account sequence and printed
      *    with the account documents.
           emitir_documentos_balcao.
           IF balcao_vendas_linhas > ZERO AND balcao_vendas_valor > ZERO
               ADD 1 TO last_factura_conta
               MOVE "VENDA BALCAO" TO balcao_label
               MOVE balcao_vendas_linhas TO balcao_linhas
               MOVE balcao_vendas_valor TO balcao_valor
               PERFORM escrever_documento_balcao
               PERFORM LIMPAR-DOCUMENTO-FISCAL
               MOVE "FS" TO DOCF-TIPO
               MOVE balcao_vendas_valor TO DOCF-TOTAL
               MOVE balcao_vendas_iva TO DOCF-IVA
               PERFORM registar_documento_balcao
           END-IF.
           IF balcao_devol_linhas > ZERO AND balcao_devol_valor > ZERO
               ADD 1 TO last_factura_conta
               MOVE "DEVOL BALCAO" TO balcao_label
               MOVE balcao_devol_linhas TO balcao_linhas
               COMPUTE balcao_valor = ZERO - balcao_devol_valor
               PERFORM escrever_documento_balcao
               PERFORM LIMPAR-DOCUMENTO-FISCAL
               MOVE "NC" TO DOCF-TIPO
               MOVE balcao_devol_valor TO DOCF-TOTAL
               MOVE balcao_devol_iva TO DOCF-IVA
               MOVE "DEVOLUCAO AO BALCAO" TO DOCF-MOTIVO
               PERFORM registar_documento_balcao
           END-IF.

      *    ======== a simplified invoice per pre-order billed ========
      *    the copies set aside tonight, to the customer named on the
      *    order, on the next number of the account sequence.
           emitir_documento_preencomenda.
           IF pre_tbl_hoje (pre_idx) > ZERO
                   AND pre_tbl_valor (pre_idx) > ZERO
               ADD 1 TO last_factura_conta
               MOVE SPACES TO FCO-CABECALHO
               MOVE "FACT PRE-ENC" TO FCO-CAB-LABEL
               MOVE last_factura_conta TO FCO-CAB-NUMERO
               MOVE RUN-DATE-DISPLAY TO FCO-CAB-DATA
               MOVE ZERO TO FCO-CAB-CONTA
               MOVE pre_tbl_nome (pre_idx) TO FCO-CAB-NOME
               MOVE "NIF: " TO FCO-CAB-NIF-LABEL
               MOVE 999999990 TO FCO-CAB-NIF
               WRITE FCO-CABECALHO
                   AFTER ADVANCING 2 LINES
               MOVE SPACES TO FCO-DETALHE
               MOVE pre_tbl_chave (pre_idx) TO FCO-DET-CHAVE
               MOVE pre_tbl_titulo (pre_idx) TO FCO-DET-TITULO
               MOVE pre_tbl_hoje (pre_idx) TO FCO-DET-QTD
               MOVE ZERO TO FCO-DET-DESCONTO
               MOVE pre_tbl_valor (pre_idx) TO FCO-DET-VALOR
               WRITE FCO-DETALHE
                   AFTER ADVANCING 1 LINE
               MOVE 1 TO pre_doc_linhas
               MOVE SPACES TO FCO-TOTAL
               MOVE "LINHAS NO DOCUMENTO:" TO FCO-TOT-LABEL
               MOVE pre_doc_linhas TO FCO-TOT-LINHAS
               MOVE "TOTAL: " TO FCO-TOT-LABEL-2
               MOVE pre_tbl_valor (pre_idx) TO FCO-TOT-VALOR
               WRITE FCO-TOTAL
                   AFTER ADVANCING 1 LINE
               PERFORM LIMPAR-DOCUMENTO-FISCAL
               MOVE "FS" TO DOCF-TIPO
               MOVE pre_tbl_valor (pre_idx) TO DOCF-TOTAL
               MOVE pre_tbl_iva (pre_idx) TO DOCF-IVA
               PERFORM registar_documento_balcao
           END-IF.

      *    the account document's header and totals line, to a final
      *    consumer; the caller fills balcao_label/linhas/valor.
           escrever_documento_balcao.
           MOVE SPACES TO FCO-CABECALHO.
           MOVE balcao_label TO FCO-CAB-LABEL.
           MOVE last_factura_conta TO FCO-CAB-NUMERO.
           MOVE RUN-DATE-DISPLAY TO FCO-CAB-DATA.
           MOVE ZERO TO FCO-CAB-CONTA.
           MOVE "CONSUMIDOR FINAL" TO FCO-CAB-NOME.
           MOVE "NIF: " TO FCO-CAB-NIF-LABEL.
           MOVE 999999990 TO FCO-CAB-NIF.
           WRITE FCO-CABECALHO
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO FCO-TOTAL.
           MOVE "LINHAS NO DOCUMENTO:" TO FCO-TOT-LABEL.
           MOVE balcao_linhas TO FCO-TOT-LINHAS.
           MOVE "TOTAL: " TO FCO-TOT-LABEL-2.
           MOVE balcao_valor TO FCO-TOT-VALOR.
           WRITE FCO-TOTAL
               AFTER ADVANCING 1 LINE.

           registar_documento_balcao.
           MOVE "SENDHALP" TO DOCF-PROGRAMA.
           MOVE "LIV" TO DOCF-SERIE.
           MOVE last_factura_conta TO DOCF-NUMERO.
           MOVE "F" TO DOCF-ORIGEM.
           MOVE 999999990 TO DOCF-NIF.
           MOVE "CONSUMIDOR FINAL" TO DOCF-NOME.
           MOVE "LIV" TO DOCF-CODIGO-IVA.
           MOVE taxa_iva_livros TO DOCF-TAXA.
           MOVE "LIVROS" TO DOCF-PRODUTO.
           COMPUTE DOCF-BASE = DOCF-TOTAL - DOCF-IVA.
           MOVE CURR-MOEDA-BASE TO DOCF-MOEDA.
           PERFORM REGISTAR-DOCUMENTO-FISCAL
               THRU REGISTAR-DOCUMENTO-FISCAL-EXIT.
           ADD 1 TO facturas_conta_emitidas.

           escrever_linha_factura_conta.
           IF fcl_tbl_cli (fcl_idx) = cli_idx
                   AND ((doc_conta_tipo = "C"
                         AND fcl_tbl_qtd (fcl_idx) < ZERO)
                     OR (doc_conta_tipo = "F"
                         AND fcl_tbl_qtd (fcl_idx) NOT < ZERO))
               MOVE SPACES TO FCO-DETALHE
               MOVE fcl_tbl_chave (fcl_idx) TO FCO-DET-CHAVE
               MOVE fcl_tbl_titulo (fcl_idx) TO FCO-DET-TITULO
               MOVE fcl_tbl_qtd (fcl_idx) TO FCO-DET-QTD
               MOVE fcl_tbl_desconto (fcl_idx) TO FCO-DET-DESCONTO
               MOVE fcl_tbl_valor (fcl_idx) TO FCO-DET-VALOR
               WRITE FCO-DETALHE
                   AFTER ADVANCING 1 LINE
           END-IF.

      *    ---- opens tonight's document on the ledger under the     ----*
      *    ---- number just issued, on the account's current terms.  ----*
           registar_factura_aberta.
           MOVE ZERO TO cab_atual.
           IF cab_count < 500
               ADD 1 TO cab_count
               MOVE cab_count TO cab_atual
               MOVE last_factura_conta TO cab_tbl_numero (cab_atual)
               MOVE doc_conta_tipo TO cab_tbl_tipo (cab_atual)
               MOVE cli_tbl_conta (cli_idx) TO cab_tbl_conta (cab_atual)
               MOVE data_hoje_num TO cab_tbl_data (cab_atual)
               MOVE cli_tbl_prazo (cli_idx) TO cab_tbl_prazo (cab_atual)
               MOVE doc_conta_valor TO cab_tbl_total (cab_atual)
               MOVE ZERO TO cab_tbl_pago (cab_atual)
               IF doc_conta_valor = ZERO
                   MOVE "P" TO cab_tbl_estado (cab_atual)
               ELSE
                   MOVE "O" TO cab_tbl_estado (cab_atual)
               END-IF
           ELSE
               MOVE "Y" TO cab_overflow
               MOVE "send_halp" TO ERR-PROGRAMA
               MOVE "E21" TO ERR-CODIGO
               MOVE "razao de contas cheio - nao registada - " TO
                   ERR-MENSAGEM
               MOVE last_factura_conta TO ERR-MENSAGEM (41:7)
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
           END-IF.

      *    ---- a credit note taken off the account's open invoices, ----*
      *    ---- oldest first; what is left stays open on the ledger. ----*
           compensar_nota_credito.
           COMPUTE credito_restante = ZERO - doc_conta_valor.
           PERFORM compensar_item_conta
               VARYING cab_idx FROM 1 BY 1
               UNTIL cab_idx > cab_count OR credito_restante = ZERO.
           COMPUTE cab_tbl_pago (cab_atual) =
                   doc_conta_valor + credito_restante.
           IF credito_restante = ZERO
               MOVE "P" TO cab_tbl_estado (cab_atual)
           END-IF.

           compensar_item_conta.
           IF cab_tbl_conta (cab_idx) = cli_tbl_conta (cli_idx)
                   AND cab_tbl_tipo (cab_idx) = "F"
                   AND cab_tbl_estado (cab_idx) = "O"
               COMPUTE cab_saldo =
                       cab_tbl_total (cab_idx) - cab_tbl_pago (cab_idx)
               IF cab_saldo > credito_restante
                   MOVE credito_restante TO cab_aplicado
               ELSE
                   MOVE cab_saldo TO cab_aplicado
               END-IF
               IF cab_aplicado > ZERO
                   ADD cab_aplicado TO cab_tbl_pago (cab_idx)
                   SUBTRACT cab_aplicado FROM credito_restante
               END-IF
               IF cab_tbl_pago (cab_idx) NOT < cab_tbl_total (cab_idx)
                   MOVE "P" TO cab_tbl_estado (cab_idx)
               END-IF
           END-IF.

      *    ======== rewrite the open-item ledger ========
      *    a settled item leaves the file, its settlement already on
      *    AUDIT-TRAIL.txt. a load that overflowed the table keeps the
      *    file as it stands rather than lose the overflow items.
           gravar_contas_abertas.
           IF cab_overflow = "Y"
               MOVE "send_halp" TO ERR-PROGRAMA
               MOVE "E21" TO ERR-CODIGO
               MOVE "razao de contas nao reescrito - tabela cheia" TO
                   ERR-MENSAGEM
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               GO TO gravar_contas_abertas_fim
           END-IF.

           OPEN OUTPUT CONTAS-ABERTAS.
           PERFORM gravar_linha_conta_aberta
               VARYING cab_idx FROM 1 BY 1
               UNTIL cab_idx > cab_count.
           CLOSE CONTAS-ABERTAS.

           gravar_contas_abertas_fim.
               EXIT.

           gravar_linha_conta_aberta.
           IF cab_tbl_estado (cab_idx) = "O"
               MOVE SPACES TO CONTAS-ABERTAS-FILE
               MOVE cab_tbl_numero (cab_idx) TO CAB-NUMERO
               MOVE cab_tbl_tipo (cab_idx) TO CAB-TIPO
               MOVE cab_tbl_conta (cab_idx) TO CAB-CONTA
               MOVE cab_tbl_data (cab_idx) TO CAB-DATA
               MOVE cab_tbl_prazo (cab_idx) TO CAB-PRAZO-DIAS
               MOVE cab_tbl_total (cab_idx) TO CAB-TOTAL
               MOVE cab_tbl_pago (cab_idx) TO CAB-PAGO
               MOVE cab_tbl_estado (cab_idx) TO CAB-ESTADO
               WRITE CONTAS-ABERTAS-FILE
           END-IF.

      *    ======== aging of the trade accounts ========
      *    each open item's balance by days past its due date -- the
      *    issue date plus the terms it was invoiced on.
           escrever_aging_contas.
           PERFORM classificar_item_conta
               VARYING cab_idx FROM 1 BY 1
               UNTIL cab_idx > cab_count.

           OPEN OUTPUT AGING-CONTAS-OUT.
           MOVE SPACES TO ACO-TITULOS.
           STRING "CONTA  NOME                           "
                  "NAO VENCIDO   1-30 DIAS  31-60 DIAS "
                  " 61-90 DIAS  MAIS DE 90        SALDO"
               DELIMITED BY SIZE INTO ACO-TITULO-LINHA.
           WRITE ACO-TITULOS
               AFTER ADVANCING 1 LINE.
           MOVE ZERO TO aging_contas_total.
           PERFORM escrever_linha_aging_conta
               VARYING cli_idx FROM 1 BY 1
               UNTIL cli_idx > cli_count.
           MOVE SPACES TO ACO-DETALHE.
           MOVE "TOTAL EM ABERTO" TO ACO-NOME.
           MOVE aging_contas_total TO ACO-SALDO.
           WRITE ACO-DETALHE
               AFTER ADVANCING 2 LINES.
           CLOSE AGING-CONTAS-OUT.

           classificar_item_conta.
           IF cab_tbl_estado (cab_idx) = "O"
               COMPUTE cab_saldo =
                       cab_tbl_total (cab_idx) - cab_tbl_pago (cab_idx)
               MOVE cab_tbl_data (cab_idx) TO CAL-DATA-ENTRADA
               PERFORM converter_data_dias
               COMPUTE dias_atraso = serial_hoje - cal_dias_saida
                       - cab_tbl_prazo (cab_idx)
               MOVE cab_tbl_conta (cab_idx) TO conta_numero
               PERFORM procurar_cliente_livro
               IF cli_atual > ZERO
                   IF dias_atraso NOT > ZERO
                       ADD cab_saldo TO cli_tbl_corrente (cli_atual)
                   ELSE
                   IF dias_atraso NOT > 30
                       ADD cab_saldo TO cli_tbl_30 (cli_atual)
                   ELSE
                   IF dias_atraso NOT > 60
                       ADD cab_saldo TO cli_tbl_60 (cli_atual)
                   ELSE
                   IF dias_atraso NOT > 90
                       ADD cab_saldo TO cli_tbl_90 (cli_atual)
                   ELSE
                       ADD cab_saldo TO cli_tbl_mais (cli_atual)
                   END-IF
                   END-IF
                   END-IF
                   END-IF
               END-IF
           END-IF.

           escrever_linha_aging_conta.
           COMPUTE cab_saldo = cli_tbl_corrente (cli_idx)
                   + cli_tbl_30 (cli_idx) + cli_tbl_60 (cli_idx)
                   + cli_tbl_90 (cli_idx) + cli_tbl_mais (cli_idx).
           IF cab_saldo NOT = ZERO
               MOVE SPACES TO ACO-DETALHE
               MOVE cli_tbl_conta (cli_idx) TO ACO-CONTA
               MOVE cli_tbl_nome (cli_idx) TO ACO-NOME
               MOVE cli_tbl_corrente (cli_idx) TO ACO-CORRENTE
               MOVE cli_tbl_30 (cli_idx) TO ACO-30
               MOVE cli_tbl_60 (cli_idx) TO ACO-60
               MOVE cli_tbl_90 (cli_idx) TO ACO-90
               MOVE cli_tbl_mais (cli_idx) TO ACO-MAIS
               MOVE cab_saldo TO ACO-SALDO
               WRITE ACO-DETALHE
                   AFTER ADVANCING 1 LINE
               ADD cab_saldo TO aging_contas_total
           END-IF.

      *    ======== CAL-DATA-ENTRADA as a day serial ========
      *    days since the calendar's start, so due dates and days
      *    overdue are plain arithmetic across month and year ends.
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
           COPY AUDITPD.
           COPY BALANCEPD.
           COPY GLPD.
           COPY LOCKPD.
           COPY RUNSTPD.
           COPY APPD.
           COPY DFIPD.

       END PROGRAM send_halp.
