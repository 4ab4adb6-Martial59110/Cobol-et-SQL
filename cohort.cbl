      * of total population, and a trailer restating the         *
      * proven 0-120 coverage.                                    *
      *                                                            *
      * The age/gender counts come from demosum's demographic    *
      * summary, not from databank ; a summary older than the    *
      * latest change_journal entry refuses the run (code 8).    *
      *                                                            *
      * Modification history                                      *
      * 2026-09-03 EDP  Initial version.                          *
      * 2026-10-15 EDP  counts read from demo_summary, refused    *
      *                 when the summary is stale.                *
      ******************************************************

       ENVIRONMENT DIVISION.
       01  CH-GENDER PIC X(50).
       01  CH-COUNT  PIC 9(10).

       01  CH-SUM-BUILT   PIC 9(09).
       01  CH-SUM-STALE   PIC 9(09).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
       01  CH-COUNT-ED   PIC ZZZZZZZZZ9.

       01  CH-LINE       PIC X(132).
       01  CH-SUM-WHY     PIC X(50).
       01  CH-SUM-MSG     PIC X(80).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 2000-LOAD-BANDS
           PERFORM 3000-CHECK-COVERAGE
           PERFORM 4000-CONNECT
           PERFORM 8700-CHECK-SUMMARY
           PERFORM 5000-AGGREGATE-AGES
           PERFORM 6000-WRITE-REPORT
           PERFORM 9000-TERMINATE

      ******************************************************
      * 5000-AGGREGATE-AGES : les memes groupes age/genre que *
      * le curseur CRAGE de belg, lus dans la synthese et     *
      * verses dans la tranche qui couvre l'age.               *
      ******************************************************
       5000-AGGREGATE-AGES.
           EXEC SQL
              DECLARE CRCOHORT CURSOR FOR
              SELECT age, gender, SUM(row_count)
              FROM demo_summary
              GROUP BY age, gender
              ORDER BY age, gender
           END-EXEC.
           EXEC SQL DISCONNECT END-EXEC.
           MOVE ZERO TO RETURN-CODE.

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

           MOVE ZERO TO CH-SUM-BUILT CH-SUM-STALE.
           EXEC SQL
              SELECT COUNT(*) INTO :CH-SUM-BUILT
              FROM demo_summary_ctl
           END-EXEC.
           EXEC SQL
              SELECT COUNT(*) INTO :CH-SUM-STALE
              FROM change_journal j, demo_summary_ctl c
              WHERE j.chg_date > c.build_date
                 OR (j.chg_date = c.build_date
                     AND j.chg_time > c.build_time)
           END-EXEC.
           IF SQLCODE NOT = ZERO
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.

           IF CH-SUM-BUILT = ZERO OR CH-SUM-STALE > ZERO
              IF CH-SUM-BUILT = ZERO
                 MOVE "demographic summary never built"
                    TO CH-SUM-WHY
              ELSE
                 MOVE "demographic summary older than change_journal"
                    TO CH-SUM-WHY
              END-IF
              MOVE SPACE TO CH-SUM-MSG
              STRING CH-SUM-WHY DELIMITED BY "  "
                     " - run demosum first." DELIMITED BY SIZE
                INTO CH-SUM-MSG
              END-STRING
              DISPLAY "cohort refused: " CH-SUM-MSG
              WRITE CH-ALL-DATA FROM CH-SUM-MSG
              CLOSE COHORT-FILE
              EXEC SQL DISCONNECT END-EXEC
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

      ******************************************************
      * 8800-READ-DBCONFIG : reglages de connexion lus dans   *
      * DBCONFIG.txt ; un champ en blanc garde la valeur      *
