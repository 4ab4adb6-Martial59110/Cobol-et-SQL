       IDENTIFICATION DIVISION.
       PROGRAM-ID. milestone.
       AUTHOR. EDP-BATCH-TEAM.
       INSTALLATION. DBAGE-REPORTING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

      ******************************************************
      * Milestone-birthday selection.                         *
      *                                                        *
      * With birth_date on databank and ageroll keeping age    *
      * current, the campaign team writes to people reaching a *
      * milestone age (18, 65, 100 ...) in the coming weeks.   *
      * This program selects them : every databank row whose   *
      * birthday for one of the milestone ages falls within    *
      * the look-ahead window (tomorrow up to the window's     *
      * last day), and lists who turns what age on which day.  *
      *                                                            *
      * MILEPRM.txt, the parameters :                             *
      *   col  1-  3  look-ahead window in days (default 30)      *
      *   col  4- 23  campaign identifier (default MILESTONE)     *
      *   col 24- 53  up to ten milestone ages, 3 digits each     *
      *               (default 018 065 100)                       *
      * A field left blank or not numeric takes its default.      *
      *                                                            *
      * The selection is kept in the milestone_sel table (one     *
      * row per person and milestone, with the campaign and the   *
      * window), replaced at every run ; "letters MILESTONE"      *
      * takes it as its population instead of a country and      *
      * writes contact_history under the campaign named here.     *
      * Rows without a birth_date cannot be selected (agecvt or   *
      * maintenance supplies one) - they are counted on the list. *
      *                                                            *
      * MILESTONE.<YYYYMMDD>.txt, the dated list : one line per   *
      * person, by date - day, age reached, email, name and       *
      * country_code - then the count per milestone age.           *
      *                                                            *
      * Modification history                                      *
      * 2026-10-15 EDP  Initial version.                          *
      ******************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MSLIST-FILE ASSIGN TO DYNAMIC MS-LIST-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-MSLIST.

           SELECT MILEPRM-FILE ASSIGN TO "MILEPRM.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-MILEPRM.



           SELECT DBCONFIG-FILE ASSIGN TO "DBCONFIG.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-DBCONFIG.

       DATA DIVISION.
       FILE SECTION.

       FD  DBCONFIG-FILE.
       01  DC-ALL-DATA PIC X(60).

       FD  MSLIST-FILE.
       01  ML-ALL-DATA PIC X(160).

       FD  MILEPRM-FILE.
       01  MP-ALL-DATA PIC X(60).


       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  DBNAME PIC X(20) VALUE "dbage".
       01  USERNAME  PIC X(20) VALUE "cobol".
       01  PASSWD PIC X(10) VALUE SPACE.

       01  MS-WINDOW       PIC 9(03) VALUE 030.
       01  MS-CAMPAIGN     PIC X(20) VALUE "MILESTONE".
       01  MS-AGE          PIC 9(03).
       01  MS-NO-BIRTH     PIC 9(09) VALUE ZERO.

       01  MS-DATE         PIC X(10).
       01  MS-SEL-AGE      PIC 9(03).
       01  MS-EMAIL        PIC X(50).
       01  MS-LAST-NAME    PIC X(50).
       01  MS-FIRST-NAME   PIC X(50).
       01  MS-COUNTRY-CODE PIC X(50).
       01  MS-FROM-DATE    PIC X(10).
       01  MS-TO-DATE      PIC X(10).

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

       01  FS-MSLIST    PIC X(02).
       01  FS-MILEPRM   PIC X(02).

       01  MP-PARM-LINE.
           05 MP-WINDOW    PIC X(03).
           05 MP-CAMPAIGN  PIC X(20).
           05 MP-AGE       PIC X(03) OCCURS 10 TIMES.
           05 FILLER       PIC X(07).
       01  MP-WINDOW-N     PIC 9(03).
       01  MP-AGE-N        PIC 9(03).
       01  MP-IDX          PIC 9(02).

      * Les ages retenus et, pour le bilan, le nombre de
      * personnes selectionnees pour chacun.
       01  MS-AGE-TABLE.
           05 MS-AGE-ENTRY OCCURS 10 TIMES.
              10 MS-AGE-VALUE  PIC 9(03).
              10 MS-AGE-COUNT  PIC 9(07).
       01  MS-AGE-N        PIC 9(02) VALUE ZERO.
       01  MS-AGE-IDX      PIC 9(02).
       01  MS-DUP-SW       PIC X(01).

       01  MS-RUN-DATE     PIC 9(08).
       01  MS-LIST-NAME    PIC X(40).
       01  MS-SELECTED     PIC 9(07) VALUE ZERO.
       01  MS-AGE-ED       PIC ZZ9.
       01  MS-LINE         PIC X(160).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CONNECT
           PERFORM 3000-SELECT-MILESTONES
           PERFORM 4000-WRITE-LIST
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           PERFORM 8800-READ-DBCONFIG.
           ACCEPT MS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 1100-READ-PARMS.

           MOVE SPACE TO MS-LIST-NAME.
           STRING "MILESTONE." DELIMITED BY SIZE
                  MS-RUN-DATE DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
             INTO MS-LIST-NAME
           END-STRING.
           OPEN OUTPUT MSLIST-FILE.

      ******************************************************
      * 1100-READ-PARMS : MILEPRM.txt, champ par champ ; un    *
      * champ en blanc ou non numerique garde sa valeur par   *
      * defaut, un age repete n'est retenu qu'une fois.        *
      ******************************************************
       1100-READ-PARMS.
           OPEN INPUT MILEPRM-FILE.
           IF FS-MILEPRM = "00"
              MOVE SPACE TO MP-PARM-LINE
              READ MILEPRM-FILE INTO MP-PARM-LINE
                 AT END MOVE "10" TO FS-MILEPRM
              END-READ
              IF FS-MILEPRM = "00"
                 IF MP-WINDOW IS NUMERIC
                    MOVE MP-WINDOW TO MP-WINDOW-N
                    IF MP-WINDOW-N > ZERO
                       MOVE MP-WINDOW-N TO MS-WINDOW
                    END-IF
                 END-IF
                 IF MP-CAMPAIGN NOT = SPACE
                    MOVE MP-CAMPAIGN TO MS-CAMPAIGN
                 END-IF
                 PERFORM VARYING MP-IDX FROM 1 BY 1
                    UNTIL MP-IDX > 10
                    IF MP-AGE(MP-IDX) IS NUMERIC
                       MOVE MP-AGE(MP-IDX) TO MP-AGE-N
                       IF MP-AGE-N > ZERO
                          PERFORM 1110-ADD-AGE
                       END-IF
                    END-IF
                 END-PERFORM
              END-IF
              CLOSE MILEPRM-FILE
           END-IF.
           IF MS-AGE-N = ZERO
              MOVE 018 TO MP-AGE-N
              PERFORM 1110-ADD-AGE
              MOVE 065 TO MP-AGE-N
              PERFORM 1110-ADD-AGE
              MOVE 100 TO MP-AGE-N
              PERFORM 1110-ADD-AGE
           END-IF.

       1110-ADD-AGE.
           MOVE "N" TO MS-DUP-SW.
           PERFORM VARYING MS-AGE-IDX FROM 1 BY 1
              UNTIL MS-AGE-IDX > MS-AGE-N
              IF MS-AGE-VALUE(MS-AGE-IDX) = MP-AGE-N
                 MOVE "Y" TO MS-DUP-SW
              END-IF
           END-PERFORM.
           IF MS-DUP-SW = "N" AND MS-AGE-N < 10
              ADD 1 TO MS-AGE-N
              MOVE MP-AGE-N TO MS-AGE-VALUE(MS-AGE-N)
              MOVE ZERO TO MS-AGE-COUNT(MS-AGE-N)
           END-IF.

       2000-CONNECT.
           EXEC SQL
              CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.
           IF SQLCODE NOT = ZERO
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.
           PERFORM 8500-ENSURE-SELECTION.

      ******************************************************
      * 3000-SELECT-MILESTONES : la selection precedente est  *
      * remplacee ; une insertion par age retenu - le jour    *
      * ou la personne atteint l'age (date de naissance plus  *
      * l'age en annees ; un 29 fevrier tombe le 28 les       *
      * annees non bissextiles) dans la fenetre.               *
      ******************************************************
       3000-SELECT-MILESTONES.
           EXEC SQL
              SELECT TO_CHAR(CURRENT_DATE + 1, 'YYYY-MM-DD'),
                     TO_CHAR(CURRENT_DATE + :MS-WINDOW, 'YYYY-MM-DD')
              INTO :MS-FROM-DATE, :MS-TO-DATE
           END-EXEC.
           IF SQLCODE NOT = ZERO
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.

           EXEC SQL
              DELETE FROM milestone_sel
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.

           PERFORM VARYING MS-AGE-IDX FROM 1 BY 1
              UNTIL MS-AGE-IDX > MS-AGE-N
              MOVE MS-AGE-VALUE(MS-AGE-IDX) TO MS-AGE
              EXEC SQL
                 INSERT INTO milestone_sel
                    (email, milestone_age, milestone_date,
                     campaign_id, window_days, sel_date)
                 SELECT d.email, :MS-AGE,
                        CAST(d.birth_date
                             + :MS-AGE * INTERVAL '1 year' AS DATE),
                        :MS-CAMPAIGN, :MS-WINDOW, CURRENT_DATE
                 FROM databank d
                 WHERE d.birth_date IS NOT NULL
                   AND CAST(d.birth_date
                            + :MS-AGE * INTERVAL '1 year' AS DATE)
                       BETWEEN CURRENT_DATE + 1
                           AND CURRENT_DATE + :MS-WINDOW
              END-EXEC
              IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
                 PERFORM 9900-ERROR-RTN-START
                    THRU 9900-ERROR-RTN-END
              END-IF
           END-PERFORM.

           EXEC SQL
              SELECT COUNT(*) INTO :MS-NO-BIRTH
              FROM databank
              WHERE birth_date IS NULL
           END-EXEC.
           IF SQLCODE NOT = ZERO
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.

       4000-WRITE-LIST.
           MOVE SPACE TO MS-LINE.
           STRING "Milestone birthdays " DELIMITED BY SIZE
                  MS-FROM-DATE DELIMITED BY SIZE
                  " to " DELIMITED BY SIZE
                  MS-TO-DATE DELIMITED BY SIZE
                  " - campaign " DELIMITED BY SIZE
                  MS-CAMPAIGN DELIMITED BY SPACE
                  " [" DELIMITED BY SIZE
                  DB-ENV-NAME DELIMITED BY SPACE
                  "]" DELIMITED BY SIZE
             INTO MS-LINE
           END-STRING.
           WRITE ML-ALL-DATA FROM MS-LINE.
           MOVE SPACE TO MS-LINE.
           MOVE "Ages :" TO MS-LINE.
           PERFORM VARYING MS-AGE-IDX FROM 1 BY 1
              UNTIL MS-AGE-IDX > MS-AGE-N
              MOVE MS-AGE-VALUE(MS-AGE-IDX) TO MS-AGE-ED
              MOVE MS-AGE-ED TO MS-LINE(4 + MS-AGE-IDX * 4:3)
           END-PERFORM.
           WRITE ML-ALL-DATA FROM MS-LINE.
           WRITE ML-ALL-DATA FROM SPACE.
           MOVE "Date        Age  Email" TO MS-LINE.
           MOVE "Name" TO MS-LINE(70:4).
           MOVE "Country" TO MS-LINE(125:7).
           WRITE ML-ALL-DATA FROM MS-LINE.

           EXEC SQL
              DECLARE CRMSLIST CURSOR FOR
              SELECT TO_CHAR(m.milestone_date, 'YYYY-MM-DD'),
                     m.milestone_age, m.email,
                     COALESCE(d.last_name, ''),
                     COALESCE(d.first_name, ''),
                     COALESCE(d.country_code, '')
              FROM milestone_sel m, databank d
              WHERE d.email = m.email
              ORDER BY m.milestone_date, m.milestone_age, m.email
           END-EXEC.

           EXEC SQL OPEN CRMSLIST END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH CRMSLIST
                    INTO :MS-DATE, :MS-SEL-AGE, :MS-EMAIL,
                         :MS-LAST-NAME, :MS-FIRST-NAME,
                         :MS-COUNTRY-CODE
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    PERFORM 4100-WRITE-PERSON
                 WHEN 100
                    CONTINUE
                 WHEN OTHER
                    PERFORM 9900-ERROR-RTN-START
                       THRU 9900-ERROR-RTN-END
              END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE CRMSLIST END-EXEC.

       4100-WRITE-PERSON.
           ADD 1 TO MS-SELECTED.
           PERFORM VARYING MS-AGE-IDX FROM 1 BY 1
              UNTIL MS-AGE-IDX > MS-AGE-N
              IF MS-AGE-VALUE(MS-AGE-IDX) = MS-SEL-AGE
                 ADD 1 TO MS-AGE-COUNT(MS-AGE-IDX)
              END-IF
           END-PERFORM.
           MOVE MS-SEL-AGE TO MS-AGE-ED.
           MOVE SPACE TO MS-LINE.
           MOVE MS-DATE TO MS-LINE(1:10).
           MOVE MS-AGE-ED TO MS-LINE(13:3).
           MOVE MS-EMAIL TO MS-LINE(18:50).
           STRING MS-LAST-NAME DELIMITED BY "  "
                  ", " DELIMITED BY SIZE
                  MS-FIRST-NAME DELIMITED BY "  "
             INTO MS-LINE(70:54)
           END-STRING.
           MOVE MS-COUNTRY-CODE(1:6) TO MS-LINE(125:6).
           WRITE ML-ALL-DATA FROM MS-LINE.

       9000-TERMINATE.
           WRITE ML-ALL-DATA FROM SPACE.
           PERFORM VARYING MS-AGE-IDX FROM 1 BY 1
              UNTIL MS-AGE-IDX > MS-AGE-N
              MOVE MS-AGE-VALUE(MS-AGE-IDX) TO MS-AGE-ED
              MOVE SPACE TO MS-LINE
              STRING "Age " DELIMITED BY SIZE
                     MS-AGE-ED DELIMITED BY SIZE
                     " : " DELIMITED BY SIZE
                     MS-AGE-COUNT(MS-AGE-IDX) DELIMITED BY SIZE
                     " selected." DELIMITED BY SIZE
                INTO MS-LINE
              END-STRING
              WRITE ML-ALL-DATA FROM MS-LINE
           END-PERFORM.
           MOVE SPACE TO MS-LINE.
           STRING MS-SELECTED DELIMITED BY SIZE
                  " selected in " DELIMITED BY SIZE
                  MS-WINDOW DELIMITED BY SIZE
                  " days, " DELIMITED BY SIZE
                  MS-NO-BIRTH DELIMITED BY SIZE
                  " rows without birth_date not considered."
                     DELIMITED BY SIZE
             INTO MS-LINE
           END-STRING.
           WRITE ML-ALL-DATA FROM MS-LINE.
           DISPLAY MS-LINE.
           CLOSE MSLIST-FILE.
           EXEC SQL DISCONNECT END-EXEC.
           MOVE ZERO TO RETURN-CODE.

      ******************************************************
      * 8500-ENSURE-SELECTION : la selection que letters lit  *
      * en mode MILESTONE, creee au premier usage.             *
      ******************************************************
       8500-ENSURE-SELECTION.
           EXEC SQL
              CREATE TABLE IF NOT EXISTS milestone_sel
                 (email          VARCHAR(50),
                  milestone_age  INTEGER,
                  milestone_date DATE,
                  campaign_id    VARCHAR(20),
                  window_days    INTEGER,
                  sel_date       DATE)
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
           CLOSE MSLIST-FILE.
           GOBACK.
