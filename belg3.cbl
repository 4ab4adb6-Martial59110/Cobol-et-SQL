       01  GRP-BIG         PIC 9(03).
       01  GRP-SWAP        PIC X(162).

       01  DK-SUM-BUILT   PIC 9(09).
       01  DK-SUM-STALE   PIC 9(09).



       EXEC SQL END DECLARE SECTION END-EXEC.
           05 DC-PASSWD  PIC X(10).
       01  DB-ENV-NAME  PIC X(10) VALUE "DEFAULT".

       01  DK-SUM-WHY     PIC X(50).
       01  DK-SUM-MSG     PIC X(80).

       PROCEDURE DIVISION.
           PERFORM 8800-READ-DBCONFIG.
           EXEC SQL
                   THRU 1001-ERROR-RTN-END
           END-IF

      * Tous les comptes viennent de la synthese demographique
      * de demosum (demo_summary) et non plus de databank ; une
      * synthese plus ancienne que le journal refuse le run.
           PERFORM 8700-CHECK-SUMMARY.

      * Relit le fichier de reprise avant d'ouvrir RAPPORT.txt : sur
      * un restart on poursuit le même rapport (OPEN EXTEND, sans
      * rejouer l'entête) au lieu de le tronquer et de reperdre les
           END-IF.

           EXEC SQL
           SELECT MAX(age) INTO :DK-AGE FROM demo_summary
           END-EXEC.

           MOVE DK-AGE TO AGE-MAXIMUM.

           EXEC SQL
           SELECT MIN(age) INTO :DK-AGE FROM demo_summary
           END-EXEC.

           MOVE DK-AGE TO AGE-MINIMUM.

      * Âge médian (valeur centrale de la distribution des âges) ;
      * chaque groupe de la synthese compte pour ses row_count
      * individus.

           EXEC SQL
           SELECT ROUND(PERCENTILE_CONT(0.5)
                  WITHIN GROUP (ORDER BY s.age))::INTEGER
           INTO :DK-AGE
           FROM demo_summary s, GENERATE_SERIES(1, s.row_count) g
           END-EXEC.

           MOVE DK-AGE TO AGE-MEDIAN.
           END-IF.

      * Total général de la population, utilisé pour calculer la
      * proportion de chaque groupe pays/genre : le compte databank
      * du tampon de la synthese.

           EXEC SQL
           SELECT databank_rows INTO :DK-TOTAL-COUNT
           FROM demo_summary_ctl
           END-EXEC.

           EXEC SQL
           DECLARE toto CURSOR FOR
           SELECT country, gender, SUM(row_count)
           FROM demo_summary
           WHERE country > :WS-CKPT-COUNTRY
              OR (country = :WS-CKPT-COUNTRY
                  AND gender > :WS-CKPT-GENDER)
       0410-LOAD-GROUPS.
           EXEC SQL
           DECLARE totocard CURSOR FOR
           SELECT country, country_code, gender, SUM(row_count)
           FROM demo_summary
           GROUP BY country, country_code, gender
           ORDER BY country, gender
           END-EXEC.
       0420-LOAD-LANG-GROUPS.
           EXEC SQL
           DECLARE totolang CURSOR FOR
           SELECT country, country_code, gender, spoken,
                  SUM(row_count)
           FROM demo_summary
           GROUP BY country, country_code, gender, spoken
           ORDER BY country, gender, spoken
           END-EXEC.
           EXEC SQL
              INSERT INTO snapshot_history
                 (snap_date, country, gender, headcount, proportion)
              SELECT CURRENT_DATE, country, gender, SUM(row_count),
                     ROUND(SUM(row_count) * 100.0
                           / SUM(SUM(row_count)) OVER (), 2)
              FROM demo_summary
              GROUP BY country, gender
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
                 THRU 1001-ERROR-RTN-END
           END-IF.

      ******************************************************
      * 8700-CHECK-SUMMARY : les comptes viennent de la       *
      * synthese de demosum ; elle doit exister et etre plus  *
      * recente que la derniere ecriture de change_journal -  *
      * sinon le rapport est refuse plutot que publie faux,   *
      * et le motif est ecrit dans RAPPORT.txt (a la suite    *
      * sur une reprise, pour ne pas perdre le point de       *
      * reprise).                                              *
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
              DISPLAY "belg3 refused: " DK-SUM-MSG
              PERFORM 0100-INIT-CHECKPOINT
              IF WS-RESTART-SW = "Y"
                 OPEN EXTEND OUTPUT-FILE
              ELSE
                 OPEN OUTPUT OUTPUT-FILE
              END-IF
              WRITE ALL-DATA FROM DK-SUM-MSG
              CLOSE OUTPUT-FILE
              EXEC SQL DISCONNECT END-EXEC
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

      ******************************************************
      * 8800-READ-DBCONFIG : reglages de connexion lus dans   *
      * DBCONFIG.txt ; un champ en blanc garde la valeur      *
