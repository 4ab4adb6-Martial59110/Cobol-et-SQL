       10  GENDER       PIC X(50).
       10  COUNTER PIC 9(05).

       01  DK-SUM-BUILT   PIC 9(09).
       01  DK-SUM-STALE   PIC 9(09).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
       01  GV-LHS       PIC 9(13).
       01  GV-RHS       PIC 9(13).

       01  DK-SUM-WHY     PIC X(50).
       01  DK-SUM-MSG     PIC X(80).

       PROCEDURE DIVISION.
           PERFORM 8800-READ-DBCONFIG.
       EXEC SQL 
                   THRU 1001-ERROR-RTN-END
           END-IF.

      * La repartition des ages vient de la synthese demographique
      * de demosum (demo_summary) et non plus de databank ; une
      * synthese plus ancienne que le journal refuse le run, avant
      * les corrections comme avant le rapport.
           PERFORM 8750-CHECK-SUMMARY.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT AGE-REPORT-FILE.
           MOVE SPACE TO AGE-REPORT-LINE.
      * L'âge maximum

       EXEC SQL 
           SELECT MAX(age) INTO :DK-AGE FROM demo_summary
       END-EXEC. 

           DISPLAY "Age maximum : " DK-AGE.
      * L'âge minimum

       EXEC SQL 
           SELECT MIN(age) INTO :DK-AGE FROM demo_summary
       END-EXEC.

           DISPLAY  "Age minimum : "DK-AGE. 

       EXEC SQL
           DECLARE CRAGE CURSOR FOR
           SELECT age, gender, SUM(row_count)
           FROM demo_summary GROUP BY
           age, gender ORDER BY age DESC, gender
       END-EXEC.

                 THRU 1001-ERROR-RTN-END
           END-IF.

      ******************************************************
      * 8750-CHECK-SUMMARY : les comptes viennent de la       *
      * synthese de demosum ; elle doit exister et etre plus  *
      * recente que la derniere ecriture de change_journal -  *
      * sinon le rapport est refuse plutot que publie faux,   *
      * et AGERPT.txt ne porte que le motif du refus.         *
      ******************************************************
       8750-CHECK-SUMMARY.
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
              PERFORM 1001-ERROR-RTN-START THRU 1001-ERROR-RTN-END
           END-IF.
           EXEC SQL
              CREATE TABLE IF NOT EXISTS demo_summary_ctl
                 (build_date    DATE,
                  build_time    VARCHAR(8),
                  databank_rows INTEGER)
           END-EXEC.
           IF SQLCODE NOT = ZERO
              PERFORM 1001-ERROR-RTN-START THRU 1001-ERROR-RTN-END
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
              PERFORM 1001-ERROR-RTN-START THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE ZERO TO DK-SUM-BUILT DK-SUM-STALE.
           EXEC SQL
              SELECT COUNT(*) INTO :DK-SUM-BUILT
              FROM demo_summary_ctl
           END-EXEC.
           EXEC SQL
              SELECT COUNT(*) INTO :DK-SUM-STALE
              FROM change_journal j, demo_summary_ctl c
              WHERE j.chg_date > c.build_date
                 OR (j.chg_date = c.build_date
                     AND j.chg_time > c.build_time)
           END-EXEC.
           IF SQLCODE NOT = ZERO
              PERFORM 1001-ERROR-RTN-START THRU 1001-ERROR-RTN-END
           END-IF.

           IF DK-SUM-BUILT = ZERO OR DK-SUM-STALE > ZERO
              IF DK-SUM-BUILT = ZERO
                 MOVE "demographic summary never built"
                    TO DK-SUM-WHY
              ELSE
                 MOVE "demographic summary older than change_journal"
                    TO DK-SUM-WHY
              END-IF
              MOVE SPACE TO DK-SUM-MSG
              STRING DK-SUM-WHY DELIMITED BY "  "
                     " - run demosum first." DELIMITED BY SIZE
                INTO DK-SUM-MSG
              END-STRING
              DISPLAY "belg refused: " DK-SUM-MSG
              OPEN OUTPUT AGE-REPORT-FILE
              WRITE AGE-ALL-DATA FROM DK-SUM-MSG
              CLOSE AGE-REPORT-FILE
              EXEC SQL DISCONNECT END-EXEC
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

      ******************************************************
      * 8800-READ-DBCONFIG : reglages de connexion lus dans   *
      * DBCONFIG.txt ; un champ en blanc garde la valeur      *
