      * language - until now the phrase table could only be     *
      * changed with raw SQL, which also meant a brand-new      *
      * country could never be onboarded through the batch      *
      * suite (dbmaint then rejected any country_code with no   *
      * phrase row, and nothing could create that first row ;   *
      * dbmaint now checks country_code against country_ref     *
      * instead). Every transaction is validated before it is   *
      * applied; any transaction that fails validation is        *
      * skipped and written to PHREJECT.txt with the reason     *
      * instead of being applied.                                 *
      *                                                            *
      * An ADD inserts a new phrase row and must supply every    *
      * field. A REPLACE swaps the phrase text of one existing   *
      * blank phrase deletes every phrase on file for that        *
      * country_code and language. A REMOVE that would leave a     *
      * country_code with no phrase rows at all while databank     *
      * still has records for it is rejected - letters and         *
      * citation print that country's phrase, and such a remove    *
      * would leave its people with a blank one.                    *
      *                                                            *
      * PHRMAINT.txt layout (one transaction per line):           *
      *   col  1      action code, A = add, R = replace,          *
      *   col 62-111  phrase (the existing text for R and D)       *
      *   col 112-161 new phrase (R only)                          *
      *                                                            *
      * PHRMAINT.txt is not read as it stands : an operator      *
      * submits it to the approval queue (approve SUBMIT         *
      * PHRMAINT) and a second operator approves it. Each        *
      * run applies every APPROVED PHRMAINT batch, written       *
      * out first to PHRMAPR.txt, and marks it APPLIED ;         *
      * with none approved, nothing is applied.                  *
      *                                                            *
      * Modification history                                      *
      * 2026-08-22 EDP  Initial version, modeled on dbmaint.      *
      * 2026-10-15 EDP  only batches APPROVED by a second        *
      *                 operator through approve are applied     *
      *                 (PHRMAPR.txt).                           *
      * 2026-10-15 EDP  only the batches the run released are     *
      *                 marked APPLIED.                           *
      * 2026-10-15 EDP  header : dbmaint checks country_code      *
      *                 against country_ref, not phrase.          *
      ******************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PHRMAINT-FILE ASSIGN TO "PHRMAPR.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PHRMAINT.
       01  PM-REMAIN-HITS   PIC 9(05).
       01  PM-CITIZEN-HITS  PIC 9(05).

       01  PM-APR-BATCH    PIC 9(09).
       01  PM-APR-MAX      PIC 9(09).
       01  PM-APR-COUNT    PIC 9(07).
       01  PM-APR-MAKER    PIC X(20).
       01  PM-APR-CHECKER  PIC X(20).
       01  PM-APR-LINE     PIC X(600).
       01  PM-APR-TIME     PIC X(08).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
       01  PM-REJECTED-COUNT   PIC 9(10) VALUE ZERO.
       01  PM-READ-COUNT       PIC 9(10) VALUE ZERO.

       01  PM-APR-BATCHES  PIC 9(05) VALUE ZERO.
       01  PM-APR-LINES    PIC 9(07) VALUE ZERO.
      * Les lots liberes par ce run - seuls ceux-la passent
      * APPLIED en fin de run. 500 au plus ; au-dela, les lots
      * approuves attendent le run suivant.
       01  PM-APR-IDS.
           05 PM-APR-ID   OCCURS 500 TIMES PIC 9(09).
       01  PM-APR-IDX     PIC 9(05).
       01  PM-APR-FULL-SW PIC X(01) VALUE "N".

       01  RJ-LINE PIC X(160).

       PROCEDURE DIVISION.

       1000-INITIALIZE.
           PERFORM 8800-READ-DBCONFIG.
           OPEN OUTPUT PHREJECT-FILE.
           MOVE SPACE TO RJ-LINE.
           STRING "phrmaint run [" DELIMITED BY SIZE
           IF SQLCODE NOT = ZERO
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.
           PERFORM 2100-RELEASE-APPROVED.

      ******************************************************
      * 2100-RELEASE-APPROVED : seuls les lots PHRMAINT      *
      * approuves par un second operateur (programme         *
      * approve) sont appliques : ils sont ecrits dans       *
      * PHRMAPR.txt, dans l'ordre des lots, puis lus         *
      * comme l'etait PHRMAINT.txt. Chaque lot est cite      *
      * dans PHREJECT.txt avec son auteur et son             *
      * approbateur.                                         *
      ******************************************************
       2100-RELEASE-APPROVED.
           PERFORM 8700-ENSURE-QUEUE.
           ACCEPT PM-APR-TIME FROM TIME.
           MOVE ZERO TO PM-APR-MAX PM-APR-BATCHES PM-APR-LINES.
           OPEN OUTPUT PHRMAINT-FILE.

           EXEC SQL
              DECLARE CRPMAPR CURSOR FOR
              SELECT b.batch_id, b.line_count, b.submitted_by,
                     b.decided_by, p.txn_line
              FROM txn_batch b, txn_pending p
              WHERE b.txn_type = 'PHRMAINT'
                AND b.status = 'APPROVED'
                AND p.batch_id = b.batch_id
              ORDER BY b.batch_id, p.line_no
           END-EXEC.

           EXEC SQL OPEN CRPMAPR END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
              MOVE SPACE TO PM-APR-LINE
              EXEC SQL
                 FETCH CRPMAPR
                    INTO :PM-APR-BATCH, :PM-APR-COUNT,
                         :PM-APR-MAKER, :PM-APR-CHECKER,
                         :PM-APR-LINE
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    IF PM-APR-BATCH NOT = PM-APR-MAX
                       IF PM-APR-BATCHES < 500
                          PERFORM 2110-NOTE-BATCH
                       ELSE
                          MOVE "Y" TO PM-APR-FULL-SW
                       END-IF
                    END-IF
                    IF PM-APR-FULL-SW NOT = "Y"
                       ADD 1 TO PM-APR-LINES
                       WRITE PT-TRANSACTION FROM PM-APR-LINE
                    END-IF
                 WHEN 100
                    CONTINUE
                 WHEN OTHER
                    PERFORM 9900-ERROR-RTN-START
                       THRU 9900-ERROR-RTN-END
              END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE CRPMAPR END-EXEC.
           CLOSE PHRMAINT-FILE.

           IF PM-APR-BATCHES = ZERO
              DISPLAY "No approved PHRMAINT batch - nothing to apply."
           END-IF.
           IF PM-APR-FULL-SW = "Y"
              DISPLAY "500 PHRMAINT batches released - the other "
                 "approved batches wait for the next run."
           END-IF.

           OPEN INPUT PHRMAINT-FILE.
           IF FS-PHRMAINT NOT = "00"
              DISPLAY "Cannot open PHRMAPR.txt, status " FS-PHRMAINT
              CLOSE PHREJECT-FILE
              EXEC SQL DISCONNECT END-EXEC
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

       2110-NOTE-BATCH.
           MOVE PM-APR-BATCH TO PM-APR-MAX.
           ADD 1 TO PM-APR-BATCHES.
           MOVE PM-APR-BATCH TO PM-APR-ID(PM-APR-BATCHES).
           MOVE SPACE TO RJ-LINE.
           STRING "Batch " DELIMITED BY SIZE
                  PM-APR-BATCH DELIMITED BY SIZE
                  ", " DELIMITED BY SIZE
                  PM-APR-COUNT DELIMITED BY SIZE
                  " lines, submitted by " DELIMITED BY SIZE
                  PM-APR-MAKER DELIMITED BY SPACE
                  ", approved by " DELIMITED BY SIZE
                  PM-APR-CHECKER DELIMITED BY SPACE
             INTO RJ-LINE
           END-STRING.
           WRITE RJ-ALL-DATA FROM RJ-LINE.
           DISPLAY RJ-LINE.

      ******************************************************
      * 2150-MARK-APPLIED : en fin de run normale, les lots  *
      * liberes par 2100, et eux seuls, passent APPLIED, un  *
      * par un - un lot approuve pendant le run n'a pas ete  *
      * ecrit et reste APPROVED pour le run suivant. Un run  *
      * interrompu les laisse APPROVED, le suivant les       *
      * reprend.                                             *
      ******************************************************
       2150-MARK-APPLIED.
           PERFORM VARYING PM-APR-IDX FROM 1 BY 1
                   UNTIL PM-APR-IDX > PM-APR-BATCHES
              MOVE PM-APR-ID(PM-APR-IDX) TO PM-APR-BATCH
              EXEC SQL
                 UPDATE txn_batch
                 SET status = 'APPLIED',
                     applied_date = CURRENT_DATE,
                     applied_time = :PM-APR-TIME
                 WHERE txn_type = 'PHRMAINT'
                   AND status = 'APPROVED'
                   AND batch_id = :PM-APR-BATCH
              END-EXEC
              IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
                 PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
              END-IF
           END-PERFORM.

       3000-PROCESS-TRANSACTIONS.
           READ PHRMAINT-FILE
      ******************************************************
      * A REMOVE may not take away the last phrase row of a  *
      * country_code that databank still has records for :   *
      * letters and citation would print its people a blank  *
      * phrase.                                                *
      ******************************************************
           IF PM-IS-VALID AND PT-ACTION = "D"
              MOVE ZERO TO PM-REMAIN-HITS
           DISPLAY RJ-LINE.

       9000-TERMINATE.
           PERFORM 2150-MARK-APPLIED.
           MOVE SPACE TO RJ-LINE.
           STRING PM-READ-COUNT DELIMITED BY SIZE
                  " read, " DELIMITED BY SIZE
           EXEC SQL DISCONNECT END-EXEC.
           MOVE ZERO TO RETURN-CODE.

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
