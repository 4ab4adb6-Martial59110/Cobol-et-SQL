      * for emails not on file (or malformed) go to              *
      * ERASEREJ.txt with the reason and touch nothing.           *
      *                                                            *
      * Both D and A also remove the person's postal address      *
      * (person_address) and its change history                   *
      * (address_history), under the key and under any address    *
      * email_alias retired into it, however many merges back -    *
      * an address is identifying on its own, so anonymization    *
      * cannot leave it behind.                                    *
      *                                                            *
      * ERASEREQ.txt is not read as it stands : an operator      *
      * submits it to the approval queue (approve SUBMIT         *
      * ERASEREQ) and a second operator approves it. Each        *
      * run applies every APPROVED ERASEREQ batch, written       *
      * out first to ERASEAPR.txt, and marks it APPLIED ;        *
      * with none approved, nothing is applied.                  *
      *                                                            *
      * Modification history                                      *
      * 2026-08-22 EDP  Initial version.                          *
      * 2026-09-03 EDP  Every applied request journaled to        *
      *                 request for an already-erased key reports  *
      *                 that on the certificate instead of         *
      *                 rejecting.                                  *
      * 2026-10-15 EDP  postal address and its history removed on  *
      *                 delete and on anonymize.                    *
      * 2026-10-15 EDP  only batches APPROVED by a second        *
      *                 operator through approve are applied     *
      *                 (ERASEAPR.txt).                          *
      * 2026-10-15 EDP  only the batches the run released are     *
      *                 marked APPLIED.                           *
      * 2026-10-15 EDP  address removed under every key the       *
      *                 email_alias chain leads back to.          *
      ******************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ERASEREQ-FILE ASSIGN TO "ERASEAPR.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-ERASEREQ.
       01  ER-ALIAS-DATE  PIC X(10).
       01  ER-ALIAS-PROG  PIC X(10).

       01  ER-APR-BATCH    PIC 9(09).
       01  ER-APR-MAX      PIC 9(09).
       01  ER-APR-COUNT    PIC 9(07).
       01  ER-APR-MAKER    PIC X(20).
       01  ER-APR-CHECKER  PIC X(20).
       01  ER-APR-LINE     PIC X(600).
       01  ER-APR-TIME     PIC X(08).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
       01  ER-REJECTED-COUNT  PIC 9(10) VALUE ZERO.
       01  ER-ALREADY-COUNT   PIC 9(10) VALUE ZERO.

       01  ER-APR-BATCHES  PIC 9(05) VALUE ZERO.
       01  ER-APR-LINES    PIC 9(07) VALUE ZERO.
      * Les lots liberes par ce run - seuls ceux-la passent
      * APPLIED en fin de run. 500 au plus ; au-dela, les lots
      * approuves attendent le run suivant.
       01  ER-APR-IDS.
           05 ER-APR-ID   OCCURS 500 TIMES PIC 9(09).
       01  ER-APR-IDX     PIC 9(05).
       01  ER-APR-FULL-SW PIC X(01) VALUE "N".

       01  EC-LINE PIC X(160).
       01  EJ-LINE PIC X(160).

           ACCEPT ER-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT ER-RUN-TIME FROM TIME.
           MOVE ER-RUN-TIME TO ER-JRN-TIME.
           OPEN OUTPUT ERASCERT-FILE.
           OPEN OUTPUT ERASEREJ-FILE.
           MOVE SPACE TO EC-LINE.
           END-IF.
           PERFORM 8600-ENSURE-JOURNAL.
           PERFORM 8550-ENSURE-ALIAS.
           PERFORM 8660-ENSURE-ADDRESS.
           PERFORM 2100-RELEASE-APPROVED.

      ******************************************************
      * 2100-RELEASE-APPROVED : seuls les lots ERASEREQ      *
      * approuves par un second operateur (programme         *
      * approve) sont appliques : ils sont ecrits dans       *
      * ERASEAPR.txt, dans l'ordre des lots, puis lus        *
      * comme l'etait ERASEREQ.txt. Chaque lot est cite      *
      * dans ERASCERT.txt avec son auteur et son             *
      * approbateur.                                         *
      ******************************************************
       2100-RELEASE-APPROVED.
           PERFORM 8700-ENSURE-QUEUE.
           ACCEPT ER-APR-TIME FROM TIME.
           MOVE ZERO TO ER-APR-MAX ER-APR-BATCHES ER-APR-LINES.
           OPEN OUTPUT ERASEREQ-FILE.

           EXEC SQL
              DECLARE CRERAPR CURSOR FOR
              SELECT b.batch_id, b.line_count, b.submitted_by,
                     b.decided_by, p.txn_line
              FROM txn_batch b, txn_pending p
              WHERE b.txn_type = 'ERASEREQ'
                AND b.status = 'APPROVED'
                AND p.batch_id = b.batch_id
              ORDER BY b.batch_id, p.line_no
           END-EXEC.

           EXEC SQL OPEN CRERAPR END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
              MOVE SPACE TO ER-APR-LINE
              EXEC SQL
                 FETCH CRERAPR
                    INTO :ER-APR-BATCH, :ER-APR-COUNT,
                         :ER-APR-MAKER, :ER-APR-CHECKER,
                         :ER-APR-LINE
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    IF ER-APR-BATCH NOT = ER-APR-MAX
                       IF ER-APR-BATCHES < 500
                          PERFORM 2110-NOTE-BATCH
                       ELSE
                          MOVE "Y" TO ER-APR-FULL-SW
                       END-IF
                    END-IF
                    IF ER-APR-FULL-SW NOT = "Y"
                       ADD 1 TO ER-APR-LINES
                       WRITE EQ-REQUEST FROM ER-APR-LINE
                    END-IF
                 WHEN 100
                    CONTINUE
                 WHEN OTHER
                    PERFORM 9900-ERROR-RTN-START
                       THRU 9900-ERROR-RTN-END
              END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE CRERAPR END-EXEC.
           CLOSE ERASEREQ-FILE.

           IF ER-APR-BATCHES = ZERO
              DISPLAY "No approved ERASEREQ batch - nothing to apply."
           END-IF.
           IF ER-APR-FULL-SW = "Y"
              DISPLAY "500 ERASEREQ batches released - the other "
                 "approved batches wait for the next run."
           END-IF.

           OPEN INPUT ERASEREQ-FILE.
           IF FS-ERASEREQ NOT = "00"
              DISPLAY "Cannot open ERASEAPR.txt, status " FS-ERASEREQ
              CLOSE ERASCERT-FILE
              CLOSE ERASEREJ-FILE
              EXEC SQL DISCONNECT END-EXEC
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

       2110-NOTE-BATCH.
           MOVE ER-APR-BATCH TO ER-APR-MAX.
           ADD 1 TO ER-APR-BATCHES.
           MOVE ER-APR-BATCH TO ER-APR-ID(ER-APR-BATCHES).
           MOVE SPACE TO EC-LINE.
           STRING "Batch " DELIMITED BY SIZE
                  ER-APR-BATCH DELIMITED BY SIZE
                  ", " DELIMITED BY SIZE
                  ER-APR-COUNT DELIMITED BY SIZE
                  " lines, submitted by " DELIMITED BY SIZE
                  ER-APR-MAKER DELIMITED BY SPACE
                  ", approved by " DELIMITED BY SIZE
                  ER-APR-CHECKER DELIMITED BY SPACE
             INTO EC-LINE
           END-STRING.
           WRITE EC-ALL-DATA FROM EC-LINE.
           DISPLAY EC-LINE.

      ******************************************************
      * 2150-MARK-APPLIED : en fin de run normale, les lots  *
      * liberes par 2100, et eux seuls, passent APPLIED, un  *
      * par un - un lot approuve pendant le run n'a pas ete  *
      * ecrit et reste APPROVED pour le run suivant. Un run  *
      * interrompu les laisse APPROVED, le suivant les       *
      * reprend.                                             *
      ******************************************************
       2150-MARK-APPLIED.
           PERFORM VARYING ER-APR-IDX FROM 1 BY 1
                   UNTIL ER-APR-IDX > ER-APR-BATCHES
              MOVE ER-APR-ID(ER-APR-IDX) TO ER-APR-BATCH
              EXEC SQL
                 UPDATE txn_batch
                 SET status = 'APPLIED',
                     applied_date = CURRENT_DATE,
                     applied_time = :ER-APR-TIME
                 WHERE txn_type = 'ERASEREQ'
                   AND status = 'APPROVED'
                   AND batch_id = :ER-APR-BATCH
              END-EXEC
              IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
                 PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
              END-IF
           END-PERFORM.

       3000-PROCESS-REQUESTS.
           READ ERASEREQ-FILE
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.
           ADD 1 TO ER-DELETED-COUNT.
           PERFORM 3280-ERASE-ADDRESS.

      * La cle retiree est consignee, pour qu'une demande
      * ulterieure sur la meme adresse rende "deja fait" au
           END-IF.
           PERFORM 3270-JOURNAL-AFTER-ANON.
           ADD 1 TO ER-ANON-COUNT.
           PERFORM 3280-ERASE-ADDRESS.

      * La cle retiree est consignee (ancienne adresse vers le
      * pseudonyme), pour que les fichiers entrants encore
           MOVE "ANONYMIZED" TO ER-ACTION-LABEL.
           PERFORM 3300-WRITE-CERTIFICATE.

      ******************************************************
      * 3280-ERASE-ADDRESS : l'adresse postale et tout son    *
      * historique, sous la cle et sous toutes les adresses   *
      * qu'email_alias a retirees vers elle, la chaine        *
      * remontee en entier - avant que la cle effacee ne soit *
      * elle-meme consignee en alias.                          *
      ******************************************************
       3280-ERASE-ADDRESS.
           EXEC SQL
              DELETE FROM person_address
              WHERE TRIM(email) IN
                 (WITH RECURSIVE back (e) AS
                    (SELECT CAST(RTRIM(:ER-EMAIL) AS VARCHAR(50))
                     UNION
                     SELECT CAST(TRIM(a.old_email) AS VARCHAR(50))
                     FROM email_alias a, back b
                     WHERE TRIM(a.new_email) = b.e)
                  SELECT e FROM back)
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.
           EXEC SQL
              DELETE FROM address_history
              WHERE TRIM(email) IN
                 (WITH RECURSIVE back (e) AS
                    (SELECT CAST(RTRIM(:ER-EMAIL) AS VARCHAR(50))
                     UNION
                     SELECT CAST(TRIM(a.old_email) AS VARCHAR(50))
                     FROM email_alias a, back b
                     WHERE TRIM(a.new_email) = b.e)
                  SELECT e FROM back)
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.

      ******************************************************
      * 3250/3260/3270 : row-level trace to change_journal.   *
      * The before image goes in ahead of the change ; a      *
           DISPLAY EJ-LINE.

       9000-TERMINATE.
           PERFORM 2150-MARK-APPLIED.
           MOVE SPACE TO EC-LINE.
           STRING ER-READ-COUNT DELIMITED BY SIZE
                  " read, " DELIMITED BY SIZE
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.

      ******************************************************
      * 8660-ENSURE-ADDRESS : l'adresse postale courante par  *
      * email et l'historique de ses changements, crees au    *
      * premier usage comme dans dbmaint.                      *
      ******************************************************
       8660-ENSURE-ADDRESS.
           EXEC SQL
              CREATE TABLE IF NOT EXISTS person_address
                 (email        VARCHAR(50),
                  street       VARCHAR(50),
                  house_no     VARCHAR(10),
                  postcode     VARCHAR(10),
                  city         VARCHAR(50),
                  country_code VARCHAR(50),
                  chg_date     DATE,
                  program      VARCHAR(10))
           END-EXEC.
           IF SQLCODE NOT = ZERO
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.
           EXEC SQL
              CREATE TABLE IF NOT EXISTS address_history
                 (chg_date     DATE,
                  chg_time     VARCHAR(8),
                  program      VARCHAR(10),
                  action       VARCHAR(10),
                  email        VARCHAR(50),
                  street       VARCHAR(50),
                  house_no     VARCHAR(10),
                  postcode     VARCHAR(10),
                  city         VARCHAR(50),
                  country_code VARCHAR(50))
           END-EXEC.
           IF SQLCODE NOT = ZERO
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.

      ******************************************************
      * 8600-ENSURE-JOURNAL : the change-history table is     *
      * created on first use, the same pattern langchk        *
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.

      ******************************************************
      * 8700-ENSURE-QUEUE : les lots et leurs lignes. approve *
      * y ecrit, dbmaint, phrmaint, regmaint et erasure y     *
      * lisent, morning les liste : chacun les cree.          *
      ******************************************************
       8700-ENSURE-QUEUE.
           EXEC SQL
              CREATE TABLE IF NOT EXISTS txn_batch
                 (batch_id     INTEGER,
                  txn_type     VARCHAR(8),
                  source_file  VARCHAR(40),
                  line_count   INTEGER,
                  status       VARCHAR(8),
                  submitted_by VARCHAR(20),
                  submit_date  DATE,
                  submit_time  VARCHAR(8),
                  decided_by   VARCHAR(20),
                  decided_date DATE,
                  decided_time VARCHAR(8),
                  reason       VARCHAR(60),
                  applied_date DATE,
                  applied_time VARCHAR(8))
           END-EXEC.
           IF SQLCODE NOT = ZERO
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.
           EXEC SQL
              CREATE TABLE IF NOT EXISTS txn_pending
                 (batch_id     INTEGER,
                  line_no      INTEGER,
                  txn_line     VARCHAR(600))
           END-EXEC.
           IF SQLCODE NOT = ZERO
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.

      ******************************************************
      * 8800-READ-DBCONFIG : reglages de connexion lus dans   *
      * DBCONFIG.txt ; un champ en blanc garde la valeur      *
