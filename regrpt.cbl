      * databank count ends the run with return code 8 so the   *
      * mismatch is seen, not filed.                             *
      *                                                            *
      * The groups and the databank row count come from          *
      * demosum's demographic summary and its build stamp, not   *
      * from databank ; a summary older than the latest          *
      * change_journal entry refuses the run (code 8).           *
      *                                                            *
      * Modification history                                      *
      * 2026-09-03 EDP  Initial version.                          *
      * 2026-10-15 EDP  groups and total read from demo_summary,  *
      *                 refused when the summary is stale.        *
      ******************************************************

       ENVIRONMENT DIVISION.
       01  RR-COUNT        PIC 9(10).
       01  RR-TOTAL-COUNT  PIC 9(10).

       01  RR-SUM-BUILT   PIC 9(09).
       01  RR-SUM-STALE   PIC 9(09).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
       01  RR-MISMATCH-SW  PIC X(01) VALUE "N".
           88 RR-MISMATCH              VALUE "Y".
       01  RR-LINE         PIC X(132).
       01  RR-SUM-WHY     PIC X(50).
       01  RR-SUM-MSG     PIC X(80).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CONNECT
           PERFORM 8700-CHECK-SUMMARY
           PERFORM 3000-ROLLUP-REPORT
           PERFORM 9000-TERMINATE
           GOBACK.

       3000-ROLLUP-REPORT.
           EXEC SQL
              SELECT databank_rows INTO :RR-TOTAL-COUNT
              FROM demo_summary_ctl
           END-EXEC.

           EXEC SQL
              DECLARE CRREG CURSOR FOR
              SELECT COALESCE(r.region_name, 'UNASSIGNED'),
                     d.country, d.gender, SUM(d.row_count)
              FROM demo_summary d
              LEFT JOIN region_map r
                ON TRIM(r.country_code) = TRIM(d.country_code)
              GROUP BY COALESCE(r.region_name, 'UNASSIGNED'),

      ******************************************************
      * 3500-GRAND-TOTAL : le total general doit retomber sur *
      * le compte databank du tampon de la synthese (le       *
      * DK-TOTAL-COUNT de belg3) - un ecart finit en code     *
      * retour 8, pas dans un classeur.                        *
      ******************************************************
       3500-GRAND-TOTAL.
           WRITE RR-ALL-DATA FROM SPACE.
              MOVE ZERO TO RETURN-CODE
           END-IF.

      ******************************************************
      * 8700-CHECK-SUMMARY : les comptes viennent de la       *
      * synthese de demosum ; elle doit exister et etre plus  *
      * recente que la derniere ecriture de change_journal -  *
      * sinon le rapport est refuse plutot que publie faux.   *
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

           MOVE ZERO TO RR-SUM-BUILT RR-SUM-STALE.
           EXEC SQL
              SELECT COUNT(*) INTO :RR-SUM-BUILT
              FROM demo_summary_ctl
           END-EXEC.
           EXEC SQL
              SELECT COUNT(*) INTO :RR-SUM-STALE
              FROM change_journal j, demo_summary_ctl c
              WHERE j.chg_date > c.build_date
                 OR (j.chg_date = c.build_date
                     AND j.chg_time > c.build_time)
           END-EXEC.
           IF SQLCODE NOT = ZERO
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.

           IF RR-SUM-BUILT = ZERO OR RR-SUM-STALE > ZERO
              IF RR-SUM-BUILT = ZERO
                 MOVE "demographic summary never built"
                    TO RR-SUM-WHY
              ELSE
                 MOVE "demographic summary older than change_journal"
                    TO RR-SUM-WHY
              END-IF
              MOVE SPACE TO RR-SUM-MSG
              STRING RR-SUM-WHY DELIMITED BY "  "
                     " - run demosum first." DELIMITED BY SIZE
                INTO RR-SUM-MSG
              END-STRING
              DISPLAY "regrpt refused: " RR-SUM-MSG
              WRITE RR-ALL-DATA FROM RR-SUM-MSG
              CLOSE REGRPT-FILE
              EXEC SQL DISCONNECT END-EXEC
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

      ******************************************************
      * 8800-READ-DBCONFIG : reglages de connexion lus dans   *
      * DBCONFIG.txt ; un champ en blanc garde la valeur      *
