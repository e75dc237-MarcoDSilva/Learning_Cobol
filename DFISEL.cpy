      *=======================================================================*
      *    DFISEL.cpy                                                         *
      *    Shared FILE-CONTROL entry for the tax-document journal: one line   *
      *    per invoice, simplified invoice or credit note the suite issues,   *
      *    written at issue time, so the tax audit file can be rebuilt for    *
      *    any period from structured data rather than the print files.       *
      *    COPY this inside FILE-CONTROL alongside DFIFD.cpy (FILE SECTION),  *
      *    DFIWS.cpy (WORKING-STORAGE) and DFIPD.cpy (PROCEDURE DIVISION).    *
      *=======================================================================*
           SELECT DOCUMENTOS-FISCAIS ASSIGN TO "DOCUMENTOS-FISCAIS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DOCUMENTOS-FISCAIS-STATUS.
