      * (absent file : 10/50 for both categories), the same      *
      * externalized-parm pattern as PARMAGE.txt in belg.         *
      *                                                            *
      * The databank row count is the one stamped on demosum's   *
      * demographic summary. A summary older than the latest     *
      * change_journal entry is not published : the line says    *
      * so and is marked ACTION, and the rest of the page is     *
      * written as usual - the night's log is needed most on     *
      * exactly such a morning.                                   *
      *                                                            *
      * steptime's STEPTIME.txt gives the step durations : its    *
      * ALERT lines (a step well over its normal time, a batch    *
      * window missed or predicted missed) are repeated with      *
      * their WARNING / ACTION, the worst of them is the          *
      * section's verdict.                                         *
      *                                                            *
      * The approval queue (approve) : every batch PENDING or     *
      * APPROVED and not yet applied, with its submitter and the  *
      * date it expires (APPRPRM.txt, as approve reads it), and   *
      * every batch EXPIRED or REJECTED since yesterday. Anything *
      * waiting is a WARNING, an expiry an ACTION.                 *
      *                                                            *
      * Modification history                                      *
      * 2026-08-22 EDP  Initial version.                          *
      * 2026-10-15 EDP  row count from the demographic summary    *
      *                 stamp, withheld (ACTION) when stale.       *
      * 2026-10-15 EDP  step durations and batch window from       *
      *                 STEPTIME.txt.                               *
      * 2026-10-15 EDP  approval queue : pending, approved,        *
      *                 expired and rejected batches.               *
      ******************************************************

       ENVIRONMENT DIVISION.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CHECKPT.

           SELECT STEPTIME-FILE ASSIGN TO "STEPTIME.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-STEPTIME.

           SELECT APPRPRM-FILE ASSIGN TO "APPRPRM.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-APPRPRM.



           SELECT DBCONFIG-FILE ASSIGN TO "DBCONFIG.txt"
       FD  CHECKPT-FILE.
       01  CK-ALL-DATA PIC X(114).

       FD  STEPTIME-FILE.
       01  ST-ALL-DATA PIC X(100).

       FD  APPRPRM-FILE.
       01  AM-ALL-DATA PIC X(20).


       WORKING-STORAGE SECTION.


       01  MO-DB-COUNT PIC 9(10).

       01  MO-SUM-BUILT   PIC 9(09).
       01  MO-SUM-STALE   PIC 9(09).

       01  MO-APR-DAYS    PIC 9(03) VALUE 007.
       01  MO-APR-BATCH   PIC 9(09).
       01  MO-APR-TYPE    PIC X(08).
       01  MO-APR-LINES   PIC 9(07).
       01  MO-APR-STATUS  PIC X(08).
       01  MO-APR-BY      PIC X(20).
       01  MO-APR-DATE    PIC X(08).
       01  MO-APR-EXPIRES PIC X(08).
       01  MO-APR-DECIDED PIC X(20).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
       01  FS-REJECTS   PIC X(02).
       01  FS-EXCEPT    PIC X(02).
       01  FS-CHECKPT   PIC X(02).
       01  FS-STEPTIME  PIC X(02).
       01  FS-APPRPRM   PIC X(02).

       01  AM-PARM-LINE.
           05 AM-DAYS      PIC X(03).
           05 FILLER       PIC X(17).

       01  MP-PARM-LINE.
           05 MP-REJ-WARN  PIC 9(05).
       01  MO-VERDICT    PIC X(07).
       01  MO-COUNT-ED   PIC ZZZZ9.

       01  MO-SUM-WHY    PIC X(50).
       01  MO-SUM-OK-SW  PIC X(01).
           88 MO-SUM-OK                VALUE "Y".

       01  MO-STEP-VERDICT PIC X(07).
       01  MO-APR-VERDICT  PIC X(07).
       01  MO-APR-COUNT    PIC 9(05).
       01  MO-BATCH-ED     PIC Z(8)9.
       01  MO-LINES-ED     PIC Z(6)9.

       01  MO-OVERALL-SW PIC X(01) VALUE "N".
           88 MO-NIGHT-SUCCESS         VALUE "Y".

           PERFORM 2000-CONNECT
           PERFORM 3000-REPORT-DATABANK
           PERFORM 4000-REPORT-BATCHLOG
           PERFORM 4500-REPORT-STEPTIME
           PERFORM 4700-REPORT-APPROVALS
           PERFORM 5000-REPORT-RECON
           PERFORM 6000-COUNT-REJECTS
           PERFORM 6100-COUNT-EXCEPTIONS
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.

      ******************************************************
      * 3000-REPORT-DATABANK : le compte du tampon de la       *
      * synthese demographique, ou la raison de sa retenue.   *
      ******************************************************
       3000-REPORT-DATABANK.
           MOVE ZERO TO MO-DB-COUNT.
           PERFORM 8700-CHECK-SUMMARY.
           MOVE SPACE TO MO-OUT-LINE.
           IF MO-SUM-OK
              EXEC SQL
                 SELECT databank_rows INTO :MO-DB-COUNT
                 FROM demo_summary_ctl
              END-EXEC
              STRING "Databank rows on file: " DELIMITED BY SIZE
                     MO-DB-COUNT DELIMITED BY SIZE
                INTO MO-OUT-LINE
              END-STRING
           ELSE
              STRING "Databank rows withheld - " DELIMITED BY SIZE
                     MO-SUM-WHY DELIMITED BY "  "
                     "   ACTION" DELIMITED BY SIZE
                INTO MO-OUT-LINE
              END-STRING
           END-IF.
           WRITE MO-ALL-DATA FROM MO-OUT-LINE.
           WRITE MO-ALL-DATA FROM SPACE.

           END-IF.
           WRITE MO-ALL-DATA FROM SPACE.

      ******************************************************
      * 4500-REPORT-STEPTIME : the ALERT lines of steptime,   *
      * each with its verdict ; the worst is the section's.    *
      ******************************************************
       4500-REPORT-STEPTIME.
           MOVE "Step durations (STEPTIME.txt):" TO MO-OUT-LINE.
           WRITE MO-ALL-DATA FROM MO-OUT-LINE.
           MOVE "OK" TO MO-STEP-VERDICT.
           OPEN INPUT STEPTIME-FILE.
           IF FS-STEPTIME NOT = "00"
              MOVE "  (no STEPTIME.txt on file)   ACTION"
                 TO MO-OUT-LINE
              WRITE MO-ALL-DATA FROM MO-OUT-LINE
           ELSE
              READ STEPTIME-FILE INTO MO-IN-LINE
                 AT END MOVE "10" TO FS-STEPTIME
              END-READ
              PERFORM UNTIL FS-STEPTIME NOT = "00"
                 IF MO-IN-LINE(1:6) = "ALERT "
                    MOVE SPACE TO MO-OUT-LINE
                    STRING "  " DELIMITED BY SIZE
                           MO-IN-LINE(15:86) DELIMITED BY "  "
                           "   " DELIMITED BY SIZE
                           MO-IN-LINE(7:7) DELIMITED BY SPACE
                      INTO MO-OUT-LINE
                    END-STRING
                    WRITE MO-ALL-DATA FROM MO-OUT-LINE
                    IF MO-IN-LINE(7:7) = "ACTION"
                       MOVE "ACTION" TO MO-STEP-VERDICT
                    ELSE
                       IF MO-STEP-VERDICT = "OK"
                          MOVE "WARNING" TO MO-STEP-VERDICT
                       END-IF
                    END-IF
                 END-IF
                 READ STEPTIME-FILE INTO MO-IN-LINE
                    AT END MOVE "10" TO FS-STEPTIME
                 END-READ
              END-PERFORM
              CLOSE STEPTIME-FILE
              MOVE SPACE TO MO-OUT-LINE
              STRING "  Durations verdict:          " DELIMITED BY SIZE
                     MO-STEP-VERDICT DELIMITED BY SPACE
                INTO MO-OUT-LINE
              END-STRING
              WRITE MO-ALL-DATA FROM MO-OUT-LINE
           END-IF.
           WRITE MO-ALL-DATA FROM SPACE.

      ******************************************************
      * 4700-REPORT-APPROVALS : la file d'approbation - lots  *
      * en attente ou approuves non appliques (WARNING), lots *
      * expires (ACTION) ou rejetes (WARNING) depuis hier.     *
      ******************************************************
       4700-REPORT-APPROVALS.
           MOVE "Approval queue (approve):" TO MO-OUT-LINE.
           WRITE MO-ALL-DATA FROM MO-OUT-LINE.
           PERFORM 8750-ENSURE-QUEUE.
           OPEN INPUT APPRPRM-FILE.
           IF FS-APPRPRM = "00"
              MOVE SPACE TO AM-PARM-LINE
              READ APPRPRM-FILE INTO AM-PARM-LINE
                 AT END MOVE "10" TO FS-APPRPRM
              END-READ
              IF FS-APPRPRM = "00" AND AM-DAYS IS NUMERIC
                 IF AM-DAYS NOT = "000"
                    MOVE AM-DAYS TO MO-APR-DAYS
                 END-IF
              END-IF
              CLOSE APPRPRM-FILE
           END-IF.
           MOVE "OK" TO MO-APR-VERDICT.
           MOVE ZERO TO MO-APR-COUNT.

           EXEC SQL
              DECLARE CRMOAPR CURSOR FOR
              SELECT batch_id, txn_type, line_count, status,
                     submitted_by,
                     TO_CHAR(submit_date, 'YYYYMMDD'),
                     TO_CHAR(submit_date + :MO-APR-DAYS, 'YYYYMMDD'),
                     COALESCE(decided_by, '')
              FROM txn_batch
              WHERE status IN ('PENDING', 'APPROVED')
                 OR (status IN ('EXPIRED', 'REJECTED')
                     AND decided_date >= CURRENT_DATE - 1)
              ORDER BY batch_id
           END-EXEC.

           EXEC SQL OPEN CRMOAPR END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH CRMOAPR
                    INTO :MO-APR-BATCH, :MO-APR-TYPE, :MO-APR-LINES,
                         :MO-APR-STATUS, :MO-APR-BY, :MO-APR-DATE,
                         :MO-APR-EXPIRES, :MO-APR-DECIDED
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    ADD 1 TO MO-APR-COUNT
                    PERFORM 4750-APPROVAL-LINE
                 WHEN 100
                    CONTINUE
                 WHEN OTHER
                    PERFORM 9900-ERROR-RTN-START
                       THRU 9900-ERROR-RTN-END
              END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE CRMOAPR END-EXEC.

           IF MO-APR-COUNT = ZERO
              MOVE "  (no batch waiting)" TO MO-OUT-LINE
              WRITE MO-ALL-DATA FROM MO-OUT-LINE
           END-IF.
           MOVE SPACE TO MO-OUT-LINE.
           STRING "  Approvals verdict:          " DELIMITED BY SIZE
                  MO-APR-VERDICT DELIMITED BY SPACE
             INTO MO-OUT-LINE
           END-STRING.
           WRITE MO-ALL-DATA FROM MO-OUT-LINE.
           WRITE MO-ALL-DATA FROM SPACE.

       4750-APPROVAL-LINE.
           IF MO-APR-STATUS = "EXPIRED"
              MOVE "ACTION" TO MO-VERDICT MO-APR-VERDICT
           ELSE
              MOVE "WARNING" TO MO-VERDICT
              IF MO-APR-VERDICT = "OK"
                 MOVE "WARNING" TO MO-APR-VERDICT
              END-IF
           END-IF.
           MOVE MO-APR-BATCH TO MO-BATCH-ED.
           MOVE MO-APR-LINES TO MO-LINES-ED.
           MOVE SPACE TO MO-OUT-LINE.
           IF MO-APR-STATUS = "PENDING"
              STRING "  Batch " DELIMITED BY SIZE
                     MO-BATCH-ED DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     MO-APR-TYPE DELIMITED BY SPACE
                     MO-LINES-ED DELIMITED BY SIZE
                     " lines by " DELIMITED BY SIZE
                     MO-APR-BY DELIMITED BY SPACE
                     " " DELIMITED BY SIZE
                     MO-APR-DATE DELIMITED BY SIZE
                     " - PENDING, expires after " DELIMITED BY SIZE
                     MO-APR-EXPIRES DELIMITED BY SIZE
                     "   " DELIMITED BY SIZE
                     MO-VERDICT DELIMITED BY SPACE
                INTO MO-OUT-LINE
              END-STRING
           ELSE
              STRING "  Batch " DELIMITED BY SIZE
                     MO-BATCH-ED DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     MO-APR-TYPE DELIMITED BY SPACE
                     MO-LINES-ED DELIMITED BY SIZE
                     " lines by " DELIMITED BY SIZE
                     MO-APR-BY DELIMITED BY SPACE
                     " " DELIMITED BY SIZE
                     MO-APR-DATE DELIMITED BY SIZE
                     " - " DELIMITED BY SIZE
                     MO-APR-STATUS DELIMITED BY SPACE
                     " by " DELIMITED BY SIZE
                     MO-APR-DECIDED DELIMITED BY SPACE
                     "   " DELIMITED BY SIZE
                     MO-VERDICT DELIMITED BY SPACE
                INTO MO-OUT-LINE
              END-STRING
           END-IF.
           WRITE MO-ALL-DATA FROM MO-OUT-LINE.

       5000-REPORT-RECON.
           MOVE "FR-to-BE correction volumes (RECON.txt):"
              TO MO-OUT-LINE.
           EXEC SQL DISCONNECT END-EXEC.
           MOVE ZERO TO RETURN-CODE.

      ******************************************************
      * 8700-CHECK-SUMMARY : la synthese de demosum doit      *
      * exister et etre plus recente que la derniere ecriture *
      * de change_journal - sinon le compte n'est pas publie. *
      ******************************************************
       8700-CHECK-SUMMARY.
           EXEC SQL
              CREATE TABLE IF NOT EXISTS demo_summary
                 (country_code VARCHAR(50),
                  country      VARCHAR(50),
                  gender       VARCHAR(50),
                  age          INTEGER,
                  spoken       VARCHAR(50),
                  row_count    INTEGER)
           END-EXEC.
           IF SQLCODE NOT = ZERO
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.
           EXEC SQL
              CREATE TABLE IF NOT EXISTS demo_summary_ctl
                 (build_date    DATE,
                  build_time    VARCHAR(8),
                  databank_rows INTEGER)
           END-EXEC.
           IF SQLCODE NOT = ZERO
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.
           EXEC SQL
              CREATE TABLE IF NOT EXISTS change_journal
                 (chg_date     DATE,
                  chg_time     VARCHAR(8),
                  program      VARCHAR(10),
                  action       VARCHAR(10),
                  email        VARCHAR(50),
                  before_image VARCHAR(400),
                  after_image  VARCHAR(400))
           END-EXEC.
           IF SQLCODE NOT = ZERO
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.

           MOVE ZERO TO MO-SUM-BUILT MO-SUM-STALE.
           EXEC SQL
              SELECT COUNT(*) INTO :MO-SUM-BUILT
              FROM demo_summary_ctl
           END-EXEC.
           EXEC SQL
              SELECT COUNT(*) INTO :MO-SUM-STALE
              FROM change_journal j, demo_summary_ctl c
              WHERE j.chg_date > c.build_date
                 OR (j.chg_date = c.build_date
                     AND j.chg_time > c.build_time)
           END-EXEC.
           IF SQLCODE NOT = ZERO
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.

           MOVE "Y" TO MO-SUM-OK-SW.
           MOVE SPACE TO MO-SUM-WHY.
           IF MO-SUM-BUILT = ZERO
              MOVE "N" TO MO-SUM-OK-SW
              MOVE "demographic summary never built" TO MO-SUM-WHY
           END-IF.
           IF MO-SUM-STALE > ZERO
              MOVE "N" TO MO-SUM-OK-SW
              MOVE "demographic summary older than change_journal"
                 TO MO-SUM-WHY
           END-IF.

      ******************************************************
      * 8750-ENSURE-QUEUE : les lots d'approve et leurs       *
      * lignes, crees au premier usage comme partout ailleurs.*
      ******************************************************
       8750-ENSURE-QUEUE.
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
