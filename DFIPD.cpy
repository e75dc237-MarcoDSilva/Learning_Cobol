      *=======================================================================*
      *    DFIPD.cpy                                                          *
      *    Shared PROCEDURE DIVISION paragraphs for the tax-document          *
      *    journal. COPY this once, as a block of its own paragraphs,         *
      *    anywhere after MAIN-PROCEDURE in a program that also COPYs         *
      *    DFISEL.cpy/DFIFD.cpy/DFIWS.cpy and DATEWS.cpy/DATEPD.cpy.          *
      *=======================================================================*

      *    ---- blanks the DOCF-* fields before the next document.    ----*
           LIMPAR-DOCUMENTO-FISCAL.

           MOVE SPACES TO DOCF-TIPO.
           MOVE SPACES TO DOCF-SERIE.
           MOVE ZERO TO DOCF-NUMERO.
           MOVE SPACES TO DOCF-ORIGEM.
           MOVE ZERO TO DOCF-CLIENTE.
           MOVE ZERO TO DOCF-NIF.
           MOVE SPACES TO DOCF-NOME.
           MOVE SPACES TO DOCF-CODIGO-IVA.
           MOVE ZERO TO DOCF-TAXA.
           MOVE SPACES TO DOCF-PRODUTO.
           MOVE ZERO TO DOCF-BASE.
           MOVE ZERO TO DOCF-IVA.
           MOVE SPACES TO DOCF-PRODUTO-ISENTO.
           MOVE ZERO TO DOCF-ISENTO.
           MOVE ZERO TO DOCF-TOTAL.
           MOVE SPACES TO DOCF-MOEDA.
           MOVE ZERO TO DOCF-REFERENCIA.
           MOVE SPACES TO DOCF-MOTIVO.

      *    ---- appends one document to DOCUMENTOS-FISCAIS.txt,       ----*
      *    ---- creating the file on the first ever run, dated and    ----*
      *    ---- period-tagged as the run that issued it.              ----*
           REGISTAR-DOCUMENTO-FISCAL.

           OPEN EXTEND DOCUMENTOS-FISCAIS.
           IF DOCUMENTOS-FISCAIS-STATUS = "05"
                   OR DOCUMENTOS-FISCAIS-STATUS = "35"
               OPEN OUTPUT DOCUMENTOS-FISCAIS
               CLOSE DOCUMENTOS-FISCAIS
               OPEN EXTEND DOCUMENTOS-FISCAIS
           END-IF.

           MOVE SPACES TO DOCUMENTOS-FISCAIS-RECORD.
           MOVE DOCF-PROGRAMA TO DFI-PROGRAMA.
           MOVE DOCF-TIPO TO DFI-TIPO.
           MOVE DOCF-SERIE TO DFI-SERIE.
           MOVE DOCF-NUMERO TO DFI-NUMERO.
           MOVE RUN-DATE TO DFI-DATA.
           MOVE RUN-PERIOD-TAG TO DFI-PERIODO.
           MOVE DOCF-ORIGEM TO DFI-ORIGEM.
           MOVE DOCF-CLIENTE TO DFI-CLIENTE.
           MOVE DOCF-NIF TO DFI-NIF.
           MOVE DOCF-NOME TO DFI-NOME.
           MOVE DOCF-CODIGO-IVA TO DFI-CODIGO-IVA.
           MOVE DOCF-TAXA TO DFI-TAXA.
           MOVE DOCF-PRODUTO TO DFI-PRODUTO.
           MOVE DOCF-BASE TO DFI-BASE.
           MOVE DOCF-IVA TO DFI-IVA.
           MOVE DOCF-PRODUTO-ISENTO TO DFI-PRODUTO-ISENTO.
           MOVE DOCF-ISENTO TO DFI-ISENTO.
           MOVE DOCF-TOTAL TO DFI-TOTAL.
           MOVE DOCF-MOEDA TO DFI-MOEDA.
           MOVE DOCF-REFERENCIA TO DFI-REFERENCIA.
           MOVE DOCF-MOTIVO TO DFI-MOTIVO.
           WRITE DOCUMENTOS-FISCAIS-RECORD.
           CLOSE DOCUMENTOS-FISCAIS.

           REGISTAR-DOCUMENTO-FISCAL-EXIT.
               EXIT.
