      * lands in regrpt's explicit UNASSIGNED region, so a       *
      * REMOVE never makes anyone vanish from the report.         *
      *                                                            *
      * REGMAINT.txt is not read as it stands : an operator      *
      * submits it to the approval queue (approve SUBMIT         *
      * REGMAINT) and a second operator approves it. Each        *
      * run applies every APPROVED REGMAINT batch, written       *
      * out first to REGMAPR.txt, and marks it APPLIED ;         *
      * with none approved, nothing is applied.                  *
      *                                                            *
      * Modification history                                      *
      * 2026-09-03 EDP  Initial version, modeled on phrmaint.     *
      * 2026-10-15 EDP  only batches APPROVED by a second        *
      *                 operator through approve are applied     *
      *                 (REGMAPR.txt).                           *
      * 2026-10-15 EDP  only the batches the run released are     *
      *                 marked APPLIED.                           *
      ******************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGMAINT-FILE ASSIGN TO "REGMAPR.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-REGMAINT.
       01  RG-REGION        PIC X(20).
       01  RG-MAP-HITS      PIC 9(05).

       01  RG-APR-BATCH    PIC 9(09).
       01  RG-APR-MAX      PIC 9(09).
       01  RG-APR-COUNT    PIC 9(07).
       01  RG-APR-MAKER    PIC X(20).
       01  RG-APR-CHECKER  PIC X(20).
       01  RG-APR-LINE     PIC X(600).
       01  RG-APR-TIME     PIC X(08).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
       01  RG-REJECTED-COUNT   PIC 9(10) VALUE ZERO.
       01  RG-READ-COUNT       PIC 9(10) VALUE ZERO.

       01  RG-APR-BATCHES  PIC 9(05) VALUE ZERO.
       01  RG-APR-LINES    PIC 9(07) VALUE ZERO.
      * Les lots liberes par ce run - seuls ceux-la passent
      * APPLIED en fin de run. 500 au plus ; au-dela, les lots
      * approuves attendent le run suivant.
       01  RG-APR-IDS.
           05 RG-APR-ID   OCCURS 500 TIMES PIC 9(09).
       01  RG-APR-IDX     PIC 9(05).
       01  RG-APR-FULL-SW PIC X(01) VALUE "N".

       01  RJ-LINE PIC X(160).

       PROCEDURE DIVISION.

       1000-INITIALIZE.
           PERFORM 8800-READ-DBCONFIG.
           OPEN OUTPUT REGREJECT-FILE.
           MOVE SPACE TO RJ-LINE.
           STRING "regmaint run [" DELIMITED BY SIZE
           IF SQLCODE NOT = ZERO
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.
           PERFORM 2100-RELEASE-APPROVED.

      ******************************************************
      * 2100-RELEASE-APPROVED : seuls les lots REGMAINT      *
      * approuves par un second operateur (programme         *
      * approve) sont appliques : ils sont ecrits dans       *
      * REGMAPR.txt, dans l'ordre des lots, puis lus         *
      * comme l'etait REGMAINT.txt. Chaque lot est cite      *
      * dans REGREJECT.txt avec son auteur et son            *
      * approbateur.                                         *
      ******************************************************
       2100-RELEASE-APPROVED.
           PERFORM 8700-ENSURE-QUEUE.
           ACCEPT RG-APR-TIME FROM TIME.
           MOVE ZERO TO RG-APR-MAX RG-APR-BATCHES RG-APR-LINES.
           OPEN OUTPUT REGMAINT-FILE.

           EXEC SQL
              DECLARE CRRGAPR CURSOR FOR
              SELECT b.batch_id, b.line_count, b.submitted_by,
                     b.decided_by, p.txn_line
              FROM txn_batch b, txn_pending p
              WHERE b.txn_type = 'REGMAINT'
                AND b.status = 'APPROVED'
                AND p.batch_id = b.batch_id
              ORDER BY b.batch_id, p.line_no
           END-EXEC.

           EXEC SQL OPEN CRRGAPR END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
              MOVE SPACE TO RG-APR-LINE
              EXEC SQL
                 FETCH CRRGAPR
                    INTO :RG-APR-BATCH, :RG-APR-COUNT,
                         :RG-APR-MAKER, :RG-APR-CHECKER,
                         :RG-APR-LINE
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    IF RG-APR-BATCH NOT = RG-APR-MAX
                       IF RG-APR-BATCHES < 500
                          PERFORM 2110-NOTE-BATCH
                       ELSE
                          MOVE "Y" TO RG-APR-FULL-SW
                       END-IF
                    END-IF
                    IF RG-APR-FULL-SW NOT = "Y"
                       ADD 1 TO RG-APR-LINES
                       WRITE RM-TRANSACTION FROM RG-APR-LINE
                    END-IF
                 WHEN 100
                    CONTINUE
                 WHEN OTHER
                    PERFORM 9900-ERROR-RTN-START
                       THRU 9900-ERROR-RTN-END
              END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE CRRGAPR END-EXEC.
           CLOSE REGMAINT-FILE.

           IF RG-APR-BATCHES = ZERO
              DISPLAY "No approved REGMAINT batch - nothing to apply."
           END-IF.
           IF RG-APR-FULL-SW = "Y"
              DISPLAY "500 REGMAINT batches released - the other "
                 "approved batches wait for the next run."
           END-IF.

           OPEN INPUT REGMAINT-FILE.
           IF FS-REGMAINT NOT = "00"
              DISPLAY "Cannot open REGMAPR.txt, status " FS-REGMAINT
              CLOSE REGREJECT-FILE
              EXEC SQL DISCONNECT END-EXEC
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

       2110-NOTE-BATCH.
           MOVE RG-APR-BATCH TO RG-APR-MAX.
           ADD 1 TO RG-APR-BATCHES.
           MOVE RG-APR-BATCH TO RG-APR-ID(RG-APR-BATCHES).
           MOVE SPACE TO RJ-LINE.
           STRING "Batch " DELIMITED BY SIZE
                  RG-APR-BATCH DELIMITED BY SIZE
                  ", " DELIMITED BY SIZE
                  RG-APR-COUNT DELIMITED BY SIZE
                  " lines, submitted by " DELIMITED BY SIZE
                  RG-APR-MAKER DELIMITED BY SPACE
                  ", approved by " DELIMITED BY SIZE
                  RG-APR-CHECKER DELIMITED BY SPACE
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
           PERFORM VARYING RG-APR-IDX FROM 1 BY 1
                   UNTIL RG-APR-IDX > RG-APR-BATCHES
              MOVE RG-APR-ID(RG-APR-IDX) TO RG-APR-BATCH
              EXEC SQL
                 UPDATE txn_batch
                 SET status = 'APPLIED',
                     applied_date = CURRENT_DATE,
                     applied_time = :RG-APR-TIME
                 WHERE txn_type = 'REGMAINT'
                   AND status = 'APPROVED'
                   AND batch_id = :RG-APR-BATCH
              END-EXEC
              IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
                 PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
              END-IF
           END-PERFORM.

       3000-PROCESS-TRANSACTIONS.
           READ REGMAINT-FILE
           DISPLAY RJ-LINE.

       9000-TERMINATE.
           PERFORM 2150-MARK-APPLIED.
           MOVE SPACE TO RJ-LINE.
           STRING RG-READ-COUNT DELIMITED BY SIZE
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
