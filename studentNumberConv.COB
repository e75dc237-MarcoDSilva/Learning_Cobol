      *================================================================*
       IDENTIFICATION                                  DIVISION.
      *================================================================*
       PROGRAM-ID. PRODUCAO-7.
      ***************************DOCUMENTACAO***************************
      ******************************************************************
      *                                                       PI 07-26 *
      *    AUTOR:      Marco Silva n 9                                 *
      *    ESPECIFICACAO DO PROGRAMA: conversao para o numero de       *
      *                               aluno -- corre uma so vez:       *
      *                               regista no STUDENT-REGISTER.txt  *
      *                               cada numero do STUDENT-MASTER    *
      *                               que ainda la nao esta, e troca   *
      *                               o nome de 20 posicoes pelo       *
      *                               numero no TRANSCRIPT.txt, no     *
      *                               STUDENT-PROGRAMS.txt e no        *
      *                               TRANSCRIPT-REQUEST.txt. um nome  *
      *                               que o registo nao conhece, ou    *
      *                               que la aparece mais de uma vez   *
      *                               (as duas Ana Silvas), fica como  *
      *                               estava e vai para a listagem     *
      *                               STUDNUM-CONV-REPORT.txt. linhas  *
      *                               ja numeradas nao sao tocadas,    *
      *                               por isso repetir e inofensivo,   *
      *                               como na conversao do PROD1V7.    *
      *    LOCAL:      Braga, Portugal                                 *
      *                                                                *
      *    COMENTARIOS:                                                *
      *    2026/09/15  MS  primeira versao.                            *
      *                                                                *
      ******************************************************************
      *************************FIM DOCUMENTACAO*************************

      *================================================================*
       ENVIRONMENT                                     DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       CONFIGURATION                           SECTION.
      *----------------------------------------------------------------*

       SPECIAL-NAMES.

      *----------------------------------------------------------------*
       INPUT-OUTPUT                            SECTION.
      *----------------------------------------------------------------*

       FILE-CONTROL.

      *    the keyed student master PRODUCAO-1 maintains -- the one   *
      *    place number and name already sit side by side.           *
           SELECT STUDENT-MASTER ASSIGN TO "STUDENT-MASTER.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SM-KEY
               FILE STATUS IS STUDENT-MASTER-STATUS.

      *    the student register PRODUCAO-6 maintains, seeded here     *
      *    with every number the master knows.                        *
           SELECT STUDENT-REGISTER ASSIGN TO "STUDENT-REGISTER.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-STUDENT-ID
               FILE STATUS IS STUDENT-REGISTER-STATUS.

      *    the name-keyed files are flat text: each is copied to the  *
      *    work file and rewritten from it through one generic pair.  *
           SELECT CONV-SOURCE ASSIGN DYNAMIC conv_source_name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONV-SOURCE-STATUS.
           SELECT CONV-WORK ASSIGN TO "STUDNUM-CONV-WORK.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONV-WORK-STATUS.
           SELECT CONV-REPORT-OUT ASSIGN TO "STUDNUM-CONV-REPORT.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONV-REPORT-STATUS.

      *    ---- shared run-date/error-log facility and run lock,      ----*
      *    ---- common to the batch suite.                            ----*
           COPY DATESEL.
           COPY RUNSTSEL.
           COPY LOCKSEL.

      *================================================================*
       DATA                                            DIVISION.
      *================================================================*

      *----------------------------------------------------------------*
       FILE                                    SECTION.
      *----------------------------------------------------------------*

           FD STUDENT-MASTER.
           01 STUDENT-MASTER-RECORD.
               02 SM-KEY.
                   03 SM-STUDENT-ID PIC 9(6).
                   03 SM-TERM PIC 9(2).
                   03 SM-SUBJECT PIC X(4).
               02 SM-STUDENT-NAME PIC A(20).
               02 SM-FIRST-GRADE PIC Z9.
               02 SM-SECOND-GRADE PIC Z9.
               02 SM-THIRD-GRADE PIC Z9.
               02 SM-FOURTH-GRADE PIC Z9.
               02 SM-AVERAGE PIC Z9.99.
               02 SM-STATUS PIC X(9).

           FD STUDENT-REGISTER.
           01 STUDENT-REGISTER-RECORD.
               02 REG-STUDENT-ID PIC 9(6).
               02 REG-FULL-NAME PIC X(40).
               02 REG-SHORT-NAME PIC A(20).
               02 REG-BIRTH-DATE PIC 9(8).
               02 REG-GUARDIAN-NAME PIC X(30).
               02 REG-GUARDIAN-PHONE PIC X(15).
               02 REG-ADDRESS PIC X(40).
               02 REG-POSTCODE PIC X(8).
               02 REG-TOWN PIC X(20).
               02 REG-STATUS PIC X(1).

           FD CONV-SOURCE.
           01 CONV-SOURCE-RECORD PIC X(250).

           FD CONV-WORK.
           01 CONV-WORK-RECORD PIC X(250).

      *    one line per name left without a number (SEM REGISTO or    *
      *    AMBIGUO, with the file, the line and the name), one line   *
      *    with the numbers newly registered, then one total line     *
      *    per file: lines read, numbered now, already numbered, not  *
      *    on the register and ambiguous.                             *
           FD CONV-REPORT-OUT.
           01 CONV-REPORT-DETAIL.
               02 CRD-MOTIVO PIC X(13).
               02 FILLER PIC X(1).
               02 CRD-FICHEIRO PIC X(24).
               02 FILLER PIC X(1).
               02 CRD-LINHA PIC 9(7).
               02 FILLER PIC X(1).
               02 CRD-NOME PIC X(20).
           01 CONV-REPORT-TOTAL.
               02 CRT-FICHEIRO PIC X(24).
               02 FILLER PIC X(1).
               02 CRT-LIDAS PIC 9(7).
               02 FILLER PIC X(1).
               02 CRT-NUMERADAS PIC 9(7).
               02 FILLER PIC X(1).
               02 CRT-JA-NUMERADAS PIC 9(7).
               02 FILLER PIC X(1).
               02 CRT-SEM-REGISTO PIC 9(7).
               02 FILLER PIC X(1).
               02 CRT-AMBIGUAS PIC 9(7).

           COPY DATEFD.
           COPY RUNSTFD.
           COPY LOCKFD.

      *----------------------------------------------------------------*
       WORKING-STORAGE                         SECTION.
      *----------------------------------------------------------------*

           COPY DATEWS.
           COPY RUNSTWS.
           COPY LOCKWS.

       77  STUDENT-MASTER-STATUS pic x(2) value spaces.
       77  STUDENT-REGISTER-STATUS pic x(2) value spaces.
       77  CONV-SOURCE-STATUS  pic x(2) value spaces.
       77  CONV-WORK-STATUS    pic x(2) value spaces.
       77  CONV-REPORT-STATUS  pic x(2) value spaces.
       77  conv_source_name    pic x(40) value spaces.
       77  master_eof          pic x(3) value spaces.
       77  register_eof        pic x(3) value spaces.
       77  conv_eof            pic x(3) value spaces.
       77  conv_linha          pic x(250) value spaces.
       77  nova_linha          pic x(250) value spaces.
       77  conv_idx            pic 9(2) value zero.
       77  conv_nome           pic x(20) value spaces.
       77  conv_numero         pic 9(6) value zero.
       77  conv_encontrados    pic 9(3) value zero.
       77  registo_encontrados pic 9(3) value zero.
       77  tabela_cheia        pic x(1) value "N".

      *    per file, and across the run.
       77  linhas_lidas        pic 9(7) value zero.
       77  linhas_numeradas    pic 9(7) value zero.
       77  linhas_ja_numeradas pic 9(7) value zero.
       77  linhas_sem_registo  pic 9(7) value zero.
       77  linhas_ambiguas     pic 9(7) value zero.
       77  total_lidas         pic 9(7) value zero.
       77  total_numeradas     pic 9(7) value zero.
       77  total_rejeitadas    pic 9(7) value zero.
       77  alunos_registados   pic 9(7) value zero.

      *    every master row: number, term, subject and the name it
      *    was graded under -- a transcript line whose name is shared
      *    is settled by the one row with its term and subject.
       77  ma_count            pic 9(4) value zero.
       77  ma_idx              pic 9(4) value zero.

       01  MA-TABLE.
           02  MA-ENTRY OCCURS 2000 TIMES.
               03 ma_tbl_id pic 9(6).
               03 ma_tbl_term pic x(2).
               03 ma_tbl_subject pic x(4).
               03 ma_tbl_nome pic a(20).

      *    the register once seeded: number and 20-character name.
       77  rg_count            pic 9(4) value zero.
       77  rg_idx              pic 9(4) value zero.

       01  RG-TABLE.
           02  RG-ENTRY OCCURS 2000 TIMES.
               03 rg_tbl_id pic 9(6).
               03 rg_tbl_nome pic a(20).

      *    what gets converted: the file, and where its term and
      *    subject sit on the old name-keyed line when the master can
      *    settle a shared name (zero when it cannot). every file had
      *    the name in 1-20 and has the number in 1-6, the rest of
      *    the line moving up to follow it -- keep in step with the
      *    owners' FDs.
       01  CONV-TABLE.
           02  CONV-ENTRY OCCURS 3 TIMES.
               03 conv_tbl_name pic x(24).
               03 conv_tbl_termo_pos pic 9(3).
               03 conv_tbl_disc_pos pic 9(3).

      *================================================================*
       PROCEDURE                                       DIVISION.
      *================================================================*

       MAIN-PROCEDURE.

           PERFORM ABRIR-ERROR-LOG.
      *    ---- the conversion rewrites the grading files: take the  ----*
      *    ---- run lock or refuse loudly.                            ----*
           MOVE "PROD-7" TO LOCK-PROGRAMA.
           PERFORM OBTER-RUN-LOCK THRU OBTER-RUN-LOCK-EXIT.
           IF LOCK-OBTIDO = "N"
               DISPLAY "PRODUCAO-7 - JA EM EXECUCAO - RECUSADO"
               MOVE 8 TO RETURN-CODE
               CLOSE ERROR-LOG
               STOP RUN
           END-IF.

           MOVE "PROD-7" TO RST-PROGRAMA.
           PERFORM REGISTAR-INICIO-EXECUCAO
               THRU REGISTAR-INICIO-EXECUCAO-EXIT.
           PERFORM OBTER-DATA-EXECUCAO.
           DISPLAY "PRODUCAO-7 - RUN DATE: " RUN-DATE-DISPLAY.

           PERFORM carregarListaFicheiros.
           PERFORM carregarMestreAlunos.

      *    a master too big for the table would be resolved only in  *
      *    part -- nothing is touched.                                *
           IF tabela_cheia = "S"
               MOVE "mestre excede a tabela - nada convertido" TO
                   ERR-MENSAGEM
               PERFORM abortarConversao
           END-IF.

           PERFORM abrirRegisto.
           IF STUDENT-REGISTER-STATUS NOT = "00"
               MOVE "erro ao abrir STUDENT-REGISTER.txt" TO
                   ERR-MENSAGEM
               PERFORM abortarConversao
           END-IF.

           PERFORM semearRegisto
               VARYING ma_idx FROM 1 BY 1
               UNTIL ma_idx > ma_count.

           PERFORM carregarRegisto.
           CLOSE STUDENT-REGISTER.

           IF tabela_cheia = "S"
               MOVE "registo excede a tabela - nada convertido" TO
                   ERR-MENSAGEM
               PERFORM abortarConversao
           END-IF.

           OPEN OUTPUT CONV-REPORT-OUT.

           MOVE SPACES TO CONV-REPORT-DETAIL.
           MOVE "REGISTADOS" TO CRD-MOTIVO.
           MOVE "STUDENT-REGISTER.txt" TO CRD-FICHEIRO.
           MOVE alunos_registados TO CRD-LINHA.
           WRITE CONV-REPORT-DETAIL.

           PERFORM converterFicheiro THRU converterFicheiro-fim
               VARYING conv_idx FROM 1 BY 1
               UNTIL conv_idx > 3.

           CLOSE CONV-REPORT-OUT.

           DISPLAY "PRODUCAO-7 - ALUNOS REGISTADOS " alunos_registados.

           MOVE total_lidas TO RST-LIDOS.
           MOVE total_numeradas TO RST-GRAVADOS.
           MOVE total_rejeitadas TO RST-REJEITADOS.
           MOVE ZERO TO RST-VALOR.
           MOVE "OK" TO RST-RESULTADO.
           PERFORM REGISTAR-FIM-EXECUCAO
               THRU REGISTAR-FIM-EXECUCAO-EXIT.

           PERFORM LIBERTAR-RUN-LOCK.

           CLOSE ERROR-LOG.
           STOP RUN.

      *    ---- nothing converted: the reason to the error log, an    ----*
      *    ---- ERRO line on RUN-STATUS.txt, and the lock released.   ----*
           abortarConversao.
           MOVE "PROD-7" TO ERR-PROGRAMA.
           MOVE "E02" TO ERR-CODIGO.
           PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT.
           MOVE "ERRO" TO RST-RESULTADO.
           PERFORM REGISTAR-FIM-EXECUCAO
               THRU REGISTAR-FIM-EXECUCAO-EXIT.
           PERFORM LIBERTAR-RUN-LOCK.
           MOVE 8 TO RETURN-CODE.
           CLOSE ERROR-LOG.
           STOP RUN.

      *    ---- every grading file keyed on the student's name.       ----*
           carregarListaFicheiros.
           MOVE SPACES TO CONV-TABLE.
           MOVE "TRANSCRIPT.txt" TO conv_tbl_name (1).
           MOVE 021 TO conv_tbl_termo_pos (1).
           MOVE 037 TO conv_tbl_disc_pos (1).
           MOVE "STUDENT-PROGRAMS.txt" TO conv_tbl_name (2).
           MOVE ZERO TO conv_tbl_termo_pos (2).
           MOVE ZERO TO conv_tbl_disc_pos (2).
           MOVE "TRANSCRIPT-REQUEST.txt" TO conv_tbl_name (3).
           MOVE ZERO TO conv_tbl_termo_pos (3).
           MOVE ZERO TO conv_tbl_disc_pos (3).

      *    ---- the whole master, front to back.                      ----*
           carregarMestreAlunos.
           OPEN INPUT STUDENT-MASTER.
           IF STUDENT-MASTER-STATUS NOT = "00"
               MOVE "YYY" TO master_eof
           ELSE
               READ STUDENT-MASTER
                   AT END MOVE "YYY" TO master_eof
               END-READ
               PERFORM construirMestre UNTIL master_eof = "YYY"
               CLOSE STUDENT-MASTER
           END-IF.

           construirMestre.
           IF ma_count = 2000
               MOVE "S" TO tabela_cheia
           ELSE
               ADD 1 TO ma_count
               MOVE SM-STUDENT-ID TO ma_tbl_id (ma_count)
               MOVE SM-TERM TO ma_tbl_term (ma_count)
               MOVE SM-SUBJECT TO ma_tbl_subject (ma_count)
               MOVE SM-STUDENT-NAME TO ma_tbl_nome (ma_count)
           END-IF.
           READ STUDENT-MASTER
               AT END MOVE "YYY" TO master_eof
           END-READ.

      *    ---- opens the register for update, creating it when the   ----*
      *    ---- conversion is the first thing ever to touch it.       ----*
           abrirRegisto.
           OPEN I-O STUDENT-REGISTER.
           IF STUDENT-REGISTER-STATUS = "05" OR
              STUDENT-REGISTER-STATUS = "35"
               OPEN OUTPUT STUDENT-REGISTER
               CLOSE STUDENT-REGISTER
               OPEN I-O STUDENT-REGISTER
           END-IF.

      *    ---- a number the register does not hold yet goes on under ----*
      *    ---- the name it was graded with; birth date, guardian and ----*
      *    ---- address are left for PRODUCAO-6 to fill in.           ----*
           semearRegisto.
           MOVE ma_tbl_id (ma_idx) TO REG-STUDENT-ID.
           READ STUDENT-REGISTER
               INVALID KEY
                   MOVE SPACES TO STUDENT-REGISTER-RECORD
                   MOVE ma_tbl_id (ma_idx) TO REG-STUDENT-ID
                   MOVE ma_tbl_nome (ma_idx) TO REG-FULL-NAME
                   MOVE ma_tbl_nome (ma_idx) TO REG-SHORT-NAME
                   MOVE ZERO TO REG-BIRTH-DATE
                   MOVE "A" TO REG-STATUS
                   WRITE STUDENT-REGISTER-RECORD
                   ADD 1 TO alunos_registados
               NOT INVALID KEY
                   CONTINUE
           END-READ.

      *    ---- the register's numbers and names, once seeded.        ----*
           carregarRegisto.
           MOVE ZERO TO REG-STUDENT-ID.
           START STUDENT-REGISTER KEY IS NOT LESS THAN REG-STUDENT-ID
               INVALID KEY MOVE "YYY" TO register_eof
           END-START.
           PERFORM construirRegisto UNTIL register_eof = "YYY".

           construirRegisto.
           READ STUDENT-REGISTER NEXT RECORD
               AT END MOVE "YYY" TO register_eof
               NOT AT END
                   IF rg_count = 2000
                       MOVE "S" TO tabela_cheia
                   ELSE
                       ADD 1 TO rg_count
                       MOVE REG-STUDENT-ID TO rg_tbl_id (rg_count)
                       MOVE REG-SHORT-NAME TO rg_tbl_nome (rg_count)
                   END-IF
           END-READ.

      *    ---- one file: copied to the work file, then rewritten     ----*
      *    ---- from it with the number in place of the name.         ----*
           converterFicheiro.
           MOVE SPACES TO conv_source_name.
           MOVE conv_tbl_name (conv_idx) TO conv_source_name.
           MOVE ZERO TO linhas_lidas linhas_numeradas
               linhas_ja_numeradas linhas_sem_registo linhas_ambiguas.
           MOVE SPACES TO conv_eof.

           OPEN INPUT CONV-SOURCE.
           IF CONV-SOURCE-STATUS NOT = "00"
      *        a file that does not exist here is nothing to convert  *
      *        -- say so on the report and move on.                   *
               MOVE SPACES TO CONV-REPORT-DETAIL
               MOVE "AUSENTE" TO CRD-MOTIVO
               MOVE conv_tbl_name (conv_idx) TO CRD-FICHEIRO
               MOVE ZERO TO CRD-LINHA
               WRITE CONV-REPORT-DETAIL
               GO TO converterFicheiro-fim
           END-IF.

           OPEN OUTPUT CONV-WORK.
           READ CONV-SOURCE
               AT END MOVE "YYY" TO conv_eof
           END-READ.
           PERFORM copiarParaTrabalho UNTIL conv_eof = "YYY".
           CLOSE CONV-SOURCE.
           CLOSE CONV-WORK.

           OPEN INPUT CONV-WORK.
           OPEN OUTPUT CONV-SOURCE.
           IF CONV-SOURCE-STATUS NOT = "00"
               MOVE "PROD-7" TO ERR-PROGRAMA
               MOVE "E01" TO ERR-CODIGO
               MOVE "erro ao reescrever - " TO ERR-MENSAGEM
               MOVE conv_tbl_name (conv_idx) TO ERR-MENSAGEM (22:24)
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
               CLOSE CONV-WORK
               GO TO converterFicheiro-fim
           END-IF.

           MOVE SPACES TO conv_eof.
           READ CONV-WORK
               AT END MOVE "YYY" TO conv_eof
           END-READ.
           PERFORM converterLinha UNTIL conv_eof = "YYY".
           CLOSE CONV-WORK.
           CLOSE CONV-SOURCE.

           MOVE SPACES TO CONV-REPORT-TOTAL.
           MOVE conv_tbl_name (conv_idx) TO CRT-FICHEIRO.
           MOVE linhas_lidas TO CRT-LIDAS.
           MOVE linhas_numeradas TO CRT-NUMERADAS.
           MOVE linhas_ja_numeradas TO CRT-JA-NUMERADAS.
           MOVE linhas_sem_registo TO CRT-SEM-REGISTO.
           MOVE linhas_ambiguas TO CRT-AMBIGUAS.
           WRITE CONV-REPORT-TOTAL.

           ADD linhas_lidas TO total_lidas.
           ADD linhas_numeradas TO total_numeradas.
           ADD linhas_sem_registo TO total_rejeitadas.
           ADD linhas_ambiguas TO total_rejeitadas.

           IF linhas_sem_registo > ZERO OR linhas_ambiguas > ZERO
               MOVE "PROD-7" TO ERR-PROGRAMA
               MOVE "E02" TO ERR-CODIGO
               MOVE "linhas sem numero, ver relatorio - " TO
                   ERR-MENSAGEM
               MOVE conv_tbl_name (conv_idx) TO ERR-MENSAGEM (36:15)
               PERFORM REGISTAR-ERRO THRU REGISTAR-ERRO-EXIT
           END-IF.

           DISPLAY "PRODUCAO-7 - " conv_tbl_name (conv_idx)
               " LINHAS " linhas_lidas " NUMERADAS " linhas_numeradas.

           converterFicheiro-fim.
               EXIT.

           copiarParaTrabalho.
           WRITE CONV-WORK-RECORD FROM CONV-SOURCE-RECORD.
           READ CONV-SOURCE
               AT END MOVE "YYY" TO conv_eof
           END-READ.

      *    ---- one line: blank or already numbered goes back as it   ----*
      *    ---- came; otherwise the name is looked up, and a name     ----*
      *    ---- that resolves to one number is replaced by it.        ----*
           converterLinha.
           ADD 1 TO linhas_lidas.
           MOVE CONV-WORK-RECORD TO conv_linha.

           IF conv_linha = SPACES
               WRITE CONV-SOURCE-RECORD FROM conv_linha
           ELSE
           IF conv_linha (1:6) IS NUMERIC
               ADD 1 TO linhas_ja_numeradas
               WRITE CONV-SOURCE-RECORD FROM conv_linha
           ELSE
               MOVE conv_linha (1:20) TO conv_nome
               PERFORM resolverNome
               IF conv_numero > ZERO
                   MOVE SPACES TO nova_linha
                   MOVE conv_numero TO nova_linha (1:6)
                   MOVE conv_linha (21:230) TO nova_linha (7:230)
                   WRITE CONV-SOURCE-RECORD FROM nova_linha
                   ADD 1 TO linhas_numeradas
               ELSE
                   WRITE CONV-SOURCE-RECORD FROM conv_linha
                   MOVE SPACES TO CONV-REPORT-DETAIL
                   IF registo_encontrados = ZERO
                       MOVE "SEM REGISTO" TO CRD-MOTIVO
                       ADD 1 TO linhas_sem_registo
                   ELSE
                       MOVE "AMBIGUO" TO CRD-MOTIVO
                       ADD 1 TO linhas_ambiguas
                   END-IF
                   MOVE conv_tbl_name (conv_idx) TO CRD-FICHEIRO
                   MOVE linhas_lidas TO CRD-LINHA
                   MOVE conv_nome TO CRD-NOME
                   WRITE CONV-REPORT-DETAIL
               END-IF
           END-IF
           END-IF.

           READ CONV-WORK
               AT END MOVE "YYY" TO conv_eof
           END-READ.

      *    ---- the name on the register; a name held by more than    ----*
      *    ---- one number is settled, on a transcript line, by the   ----*
      *    ---- single master row graded under that name, term and    ----*
      *    ---- subject. conv_numero comes back zero when unresolved. ----*
           resolverNome.
           MOVE ZERO TO conv_numero.
           MOVE ZERO TO conv_encontrados.
           PERFORM testarRegisto
               VARYING rg_idx FROM 1 BY 1
               UNTIL rg_idx > rg_count.
           MOVE conv_encontrados TO registo_encontrados.

           IF conv_encontrados NOT = 1
                   AND conv_tbl_termo_pos (conv_idx) > ZERO
               MOVE ZERO TO conv_numero
               MOVE ZERO TO conv_encontrados
               PERFORM testarMestre
                   VARYING ma_idx FROM 1 BY 1
                   UNTIL ma_idx > ma_count
           END-IF.

           IF conv_encontrados NOT = 1
               MOVE ZERO TO conv_numero
           END-IF.

           testarRegisto.
           IF rg_tbl_nome (rg_idx) = conv_nome
               ADD 1 TO conv_encontrados
               MOVE rg_tbl_id (rg_idx) TO conv_numero
           END-IF.

           testarMestre.
           IF ma_tbl_nome (ma_idx) = conv_nome
                   AND ma_tbl_term (ma_idx) =
                       conv_linha (conv_tbl_termo_pos (conv_idx) : 2)
                   AND ma_tbl_subject (ma_idx) =
                       conv_linha (conv_tbl_disc_pos (conv_idx) : 4)
               ADD 1 TO conv_encontrados
               MOVE ma_tbl_id (ma_idx) TO conv_numero
           END-IF.

           COPY DATEPD.
           COPY RUNSTPD.
           COPY LOCKPD.

       END PROGRAM PRODUCAO-7.
