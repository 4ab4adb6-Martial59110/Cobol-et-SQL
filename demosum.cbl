       IDENTIFICATION DIVISION.
       PROGRAM-ID. demosum.
       AUTHOR. EDP-BATCH-TEAM.
       INSTALLATION. DBAGE-REPORTING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

      ******************************************************
      * Nightly demographic summary.                           *
      *                                                        *
      * belg's age/gender histogram, belg3's country/gender    *
      * breakdown, cohort, regrpt, trendrpt's snapshot and     *
      * morning's row count each used to scan databank on      *
      * their own. This step scans it once and keeps, in table *
      * demo_summary, the number of rows per country_code,     *
      * country, gender, age and spoken ; table                *
      * demo_summary_ctl holds the one build stamp - date and  *
      * time of the build and the databank row count it saw.   *
      *                                                        *
      * The reports read the summary instead of databank, and  *
      * each refuses to run while the stamp is older than the  *
      * latest change_journal entry : a databank change since  *
      * the build means the summary no longer tells the truth. *
      * A step that writes databank in the night (belg,        *
      * ageroll, phonestd, emailstd) is therefore followed by  *
      * another demosum step before the next report - see      *
      * batchrun's JOBDEF.txt col 41-48.                        *
      *                                                        *
      * The build time is taken before the scan, so a change   *
      * journaled while the scan runs marks the summary stale. *
      * DEMOSUM.txt gets the stamp and the group count.        *
      *                                                        *
      * Modification history                                   *
      * 2026-10-15 EDP  Initial version.                       *
      ******************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEMOSUM-FILE ASSIGN TO "DEMOSUM.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT DBCONFIG-FILE ASSIGN TO "DBCONFIG.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-DBCONFIG.

       DATA DIVISION.
       FILE SECTION.

       FD  DBCONFIG-FILE.
       01  DC-ALL-DATA PIC X(60).

       FD  DEMOSUM-FILE.
       01  DS-ALL-DATA PIC X(100).


       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  DBNAME PIC X(20) VALUE "dbage".
       01  USERNAME  PIC X(20) VALUE "cobol".
       01  PASSWD PIC X(10) VALUE SPACE.

       01  DS-BUILD-TIME   PIC X(08).
       01  DS-ROWS         PIC 9(10).
       01  DS-GROUPS       PIC 9(10).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Reglages de connexion externalises (DBCONFIG.txt), pour
      * que le meme binaire tourne en test ou en production en
      * changeant un seul fichier. Sans fichier, les valeurs
      * historiques. Le nom d'environnement est repris en tete
      * de rapport pour qu'on sache d'ou viennent les chiffres.
      *   col  1-10  nom d'environnement
      *   col 11-30  base de donnees
      *   col 31-50  utilisateur
      *   col 51-60  mot de passe
       01  FS-DBCONFIG  PIC X(02).
       01  DC-CONFIG-LINE.
           05 DC-ENV     PIC X(10).
           05 DC-DBNAME  PIC X(20).
           05 DC-USER    PIC X(20).
           05 DC-PASSWD  PIC X(10).
       01  DB-ENV-NAME  PIC X(10) VALUE "DEFAULT".

       01  DS-RUN-DATE PIC 9(08).
       01  DS-LINE     PIC X(100).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CONNECT
           PERFORM 3000-BUILD-SUMMARY
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           PERFORM 8800-READ-DBCONFIG.
           ACCEPT DS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT DEMOSUM-FILE.
           MOVE SPACE TO DS-LINE.
           STRING "Demographic summary build - " DELIMITED BY SIZE
                  DS-RUN-DATE DELIMITED BY SIZE
                  " [" DELIMITED BY SIZE
                  DB-ENV-NAME DELIMITED BY SPACE
                  "]" DELIMITED BY SIZE
             INTO DS-LINE
           END-STRING.
           WRITE DS-ALL-DATA FROM DS-LINE.

       2000-CONNECT.
           EXEC SQL
              CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.
           IF SQLCODE NOT = ZERO
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.
           PERFORM 8500-ENSURE-SUMMARY.

      ******************************************************
      * 3000-BUILD-SUMMARY : la synthese est refaite en       *
      * entier, puis le tampon remplace l'ancien. Le nombre   *
      * de lignes est la somme de la synthese elle-meme, pour *
      * que tampon et comptes disent la meme chose.            *
      ******************************************************
       3000-BUILD-SUMMARY.
           ACCEPT DS-BUILD-TIME FROM TIME.

           EXEC SQL
              DELETE FROM demo_summary
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.

           EXEC SQL
              INSERT INTO demo_summary
                 (country_code, country, gender, age, spoken,
                  row_count)
              SELECT country_code, country, gender, age, spoken,
                     COUNT(*)
              FROM databank
              GROUP BY country_code, country, gender, age, spoken
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.

           MOVE ZERO TO DS-ROWS DS-GROUPS.
           EXEC SQL
              SELECT COALESCE(SUM(row_count), 0), COUNT(*)
              INTO :DS-ROWS, :DS-GROUPS
              FROM demo_summary
           END-EXEC.
           IF SQLCODE NOT = ZERO
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.

           EXEC SQL
              DELETE FROM demo_summary_ctl
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.

           EXEC SQL
              INSERT INTO demo_summary_ctl
                 (build_date, build_time, databank_rows)
              VALUES (CURRENT_DATE, :DS-BUILD-TIME, :DS-ROWS)
           END-EXEC.
           IF SQLCODE NOT = ZERO
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.

       9000-TERMINATE.
           MOVE SPACE TO DS-LINE.
           STRING "Built at " DELIMITED BY SIZE
                  DS-BUILD-TIME DELIMITED BY SIZE
                  " - databank rows " DELIMITED BY SIZE
                  DS-ROWS DELIMITED BY SIZE
                  ", groups " DELIMITED BY SIZE
                  DS-GROUPS DELIMITED BY SIZE
             INTO DS-LINE
           END-STRING.
           WRITE DS-ALL-DATA FROM DS-LINE.
           DISPLAY DS-LINE.
           CLOSE DEMOSUM-FILE.
           EXEC SQL DISCONNECT END-EXEC.
           MOVE ZERO TO RETURN-CODE.

      ******************************************************
      * 8500-ENSURE-SUMMARY : la synthese, son tampon, et le  *
      * journal auquel les rapports comparent le tampon.      *
      ******************************************************
       8500-ENSURE-SUMMARY.
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

      ******************************************************
      * 8800-READ-DBCONFIG : reglages de connexion lus dans   *
      * DBCONFIG.txt ; un champ en blanc garde la valeur      *
      * historique compilee.                                   *
      ******************************************************
       8800-READ-DBCONFIG.
           OPEN INPUT DBCONFIG-FILE.
           IF FS-DBCONFIG = "00"
              READ DBCONFIG-FILE INTO DC-CONFIG-LINE
              IF FS-DBCONFIG = "00"
                 IF DC-ENV NOT = SPACE
                    MOVE DC-ENV TO DB-ENV-NAME
                 END-IF
                 IF DC-DBNAME NOT = SPACE
                    MOVE DC-DBNAME TO DBNAME
                 END-IF
                 IF DC-USER NOT = SPACE
                    MOVE DC-USER TO USERNAME
                 END-IF
                 IF DC-PASSWD NOT = SPACE
                    MOVE DC-PASSWD TO PASSWD
                 END-IF
              END-IF
              CLOSE DBCONFIG-FILE
           END-IF.

       9900-ERROR-RTN-START.
           DISPLAY "*** SQL ERROR ***".
           DISPLAY "SQLCODE: " SQLCODE SPACE.
           EVALUATE SQLCODE
              WHEN  +100
                 DISPLAY "Record not found"
              WHEN  -01
                 DISPLAY "Connection failed"
              WHEN  -20
                 DISPLAY "Internal error"
              WHEN  -30
                 DISPLAY "PostgreSQL error"
                 DISPLAY "ERRCODE:" SPACE SQLSTATE
                 DISPLAY SQLERRMC
                 EXEC SQL
                    ROLLBACK
                 END-EXEC
              WHEN  OTHER
                 DISPLAY "Undefined error"
                 DISPLAY "ERRCODE:" SPACE SQLSTATE
                 DISPLAY SQLERRMC
           END-EVALUATE.
       9900-ERROR-RTN-END.
           EXEC SQL DISCONNECT END-EXEC.
           MOVE 16 TO RETURN-CODE.
           CLOSE DEMOSUM-FILE.
           GOBACK.
