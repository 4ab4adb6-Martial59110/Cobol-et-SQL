       IDENTIFICATION DIVISION.
       PROGRAM-ID. qualcard.
       AUTHOR. EDP-BATCH-TEAM.
       INSTALLATION. DBAGE-REPORTING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

      ******************************************************
      * Per-country data-quality scorecard with history.     *
      *                                                        *
      * The quality findings live in six places - EXCEPT.txt,  *
      * PHONEXC.txt, EMAILEXC.txt, LANGCHK.txt, DUPLICATES.txt *
      * and the undeliverable table - and none of them says    *
      * whether a country is getting better or worse. Each     *
      * night this program scores every country_code, as the   *
      * percentage of its databank rows passing, on six        *
      * dimensions :                                             *
      *                                                            *
      *   COMPL  completeness - email, spoken and info_phone     *
      *          all filled (dbqual's test) ;                    *
      *   PHONE  info_phone not listed in tonight's PHONEXC.txt  *
      *          (phonestd's PHONRULE.txt rules) ;                *
      *   EMAIL  email not listed in tonight's EMAILEXC.txt      *
      *          (emailstd's shape rules) ;                       *
      *   LANG   spoken on the country_language list for the    *
      *          country_code (langchk's test) ;                  *
      *   DUPL   no suspected duplicate on file (dupscan's HIGH  *
      *          and MEDIUM rules) ;                               *
      *   DELIV  not flagged in the undeliverable table ;        *
      *                                                            *
      * and OVERALL, the plain average of the dimensions that    *
      * were measured. PHONE and EMAIL are read from the two     *
      * exception files, so the scorecard runs after phonestd    *
      * and emailstd ; a file missing, or a phonestd run with    *
      * no rules, leaves that dimension unmeasured (n/a), as     *
      * does an empty country_language list for LANG. Rows       *
      * anonymized by erasure are left out, as in dbqual.         *
      *                                                            *
      * Every night's scores go to the quality_history table     *
      * (a night rerun replaces its own scores). QUALITY.txt      *
      * then shows, per country, tonight's scores over those of  *
      * the most recent scorecard at least one month older - the *
      * month-ago comparison trendrpt makes on snapshot_history - *
      * with a verdict : WORSE or BETTER when the overall score  *
      * moved by at least the threshold, STEADY otherwise, NEW   *
      * for a country not scored a month ago ; the dimensions    *
      * that fell by the threshold or more are named on the      *
      * line, so a data steward knows where to look.              *
      *                                                            *
      * The threshold is externalized in QUALPRM.txt (cols 1-3,   *
      * whole score points ; absent file means 2), the same       *
      * pattern as TRENDPRM.txt in trendrpt.                       *
      *                                                            *
      * Modification history                                      *
      * 2026-10-15 EDP  Initial version.                          *
      ******************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUALITY-FILE ASSIGN TO "QUALITY.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT QUALPRM-FILE ASSIGN TO "QUALPRM.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-QUALPRM.

           SELECT PHONEXC-FILE ASSIGN TO "PHONEXC.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PHONEXC.

           SELECT EMAILEXC-FILE ASSIGN TO "EMAILEXC.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-EMAILEXC.



           SELECT DBCONFIG-FILE ASSIGN TO "DBCONFIG.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-DBCONFIG.

       DATA DIVISION.
       FILE SECTION.

       FD  DBCONFIG-FILE.
       01  DC-ALL-DATA PIC X(60).

       FD  QUALITY-FILE.
       01  QC-ALL-DATA PIC X(160).

       FD  QUALPRM-FILE.
       01  QP-ALL-DATA PIC X(10).

       FD  PHONEXC-FILE.
       01  PX-ALL-DATA PIC X(200).

       FD  EMAILEXC-FILE.
       01  EX-ALL-DATA PIC X(160).


       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  DBNAME PIC X(20) VALUE "dbage".
       01  USERNAME  PIC X(20) VALUE "cobol".
       01  PASSWD PIC X(10) VALUE SPACE.

       01  QC-FLAG-DIM      PIC X(01).
       01  QC-FLAG-EMAIL    PIC X(50).
       01  QC-PHONE-SW      PIC X(01) VALUE "N".
       01  QC-EMAIL-SW      PIC X(01) VALUE "N".
       01  QC-LANG-SW       PIC X(01) VALUE "N".
       01  QC-LANG-ROWS     PIC 9(09).

       01  QC-DATE-LATEST   PIC X(10).
       01  QC-DATE-OLD      PIC X(10).

      * Une ligne du comparatif : scores en centiemes de point,
      * -1 pour une dimension non mesuree.
       01  QC-COUNTRY-CODE  PIC X(50).
       01  QC-NOW-SW        PIC X(01).
       01  QC-OLD-SW        PIC X(01).
       01  QC-NOW-ROWS      PIC 9(09).
       01  QC-OLD-ROWS      PIC 9(09).
       01  QC-NOW-COMPL     PIC S9(05).
       01  QC-NOW-PHONE     PIC S9(05).
       01  QC-NOW-EMAIL     PIC S9(05).
       01  QC-NOW-LANG      PIC S9(05).
       01  QC-NOW-DUPL      PIC S9(05).
       01  QC-NOW-DELIV     PIC S9(05).
       01  QC-NOW-OVERALL   PIC S9(05).
       01  QC-OLD-COMPL     PIC S9(05).
       01  QC-OLD-PHONE     PIC S9(05).
       01  QC-OLD-EMAIL     PIC S9(05).
       01  QC-OLD-LANG      PIC S9(05).
       01  QC-OLD-DUPL      PIC S9(05).
       01  QC-OLD-DELIV     PIC S9(05).
       01  QC-OLD-OVERALL   PIC S9(05).

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

       01  FS-QUALPRM   PIC X(02).
       01  FS-PHONEXC   PIC X(02).
       01  FS-EMAILEXC  PIC X(02).

       01  QP-PARM-LINE.
           05 QP-THRESHOLD PIC 9(03).

       01  QC-THRESHOLD    PIC 9(03) VALUE 002.
       01  QC-THRESH-HUND  PIC 9(05).

       01  QC-IN-LINE      PIC X(200).
       01  QC-TALLY        PIC 9(04).
       01  QC-PHONE-FLAGS  PIC 9(09) VALUE ZERO.
       01  QC-EMAIL-FLAGS  PIC 9(09) VALUE ZERO.

      * Mise en forme d'un score : centiemes -> "ZZ9.99" ou
      * "n/a" ; ecart entre deux scores pour le verdict.
       01  QC-HUND        PIC S9(05).
       01  QC-SCORE       PIC 9(03)V99.
       01  QC-SCORE-ED    PIC ZZ9.99.
       01  QC-SCORE-TXT   PIC X(06).
       01  QC-DIFF        PIC S9(05).
       01  QC-CMP-NOW     PIC S9(05).
       01  QC-CMP-OLD     PIC S9(05).
       01  QC-CMP-NAME    PIC X(06).
       01  QC-ROWS-ED     PIC ZZZZZZZZ9.
       01  QC-VERDICT     PIC X(06).
       01  QC-FALLEN      PIC X(50).
       01  QC-FALL-PTR    PIC 9(03).
       01  QC-PTR         PIC 9(03).

       01  QC-COUNTRIES   PIC 9(05) VALUE ZERO.
       01  QC-WORSE       PIC 9(05) VALUE ZERO.
       01  QC-BETTER      PIC 9(05) VALUE ZERO.

       01  QC-LINE PIC X(160).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CONNECT
           PERFORM 3000-LOAD-FINDINGS
           PERFORM 4000-SCORE-TONIGHT
           PERFORM 5000-FIND-SCORE-DATES
           PERFORM 6000-COMPARE-MONTH-AGO
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           PERFORM 8800-READ-DBCONFIG.
           OPEN INPUT QUALPRM-FILE.
           IF FS-QUALPRM = "00"
              READ QUALPRM-FILE INTO QP-PARM-LINE
              IF QP-THRESHOLD IS NUMERIC AND QP-THRESHOLD > ZERO
                 MOVE QP-THRESHOLD TO QC-THRESHOLD
              END-IF
              CLOSE QUALPRM-FILE
           END-IF.
           COMPUTE QC-THRESH-HUND = QC-THRESHOLD * 100.
           OPEN OUTPUT QUALITY-FILE.

       2000-CONNECT.
           EXEC SQL
              CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.
           IF SQLCODE NOT = ZERO
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.
           PERFORM 8500-ENSURE-TABLES.

      ******************************************************
      * 3000-LOAD-FINDINGS : les exceptions de phonestd et    *
      * d'emailstd, relues dans leurs fichiers du soir et     *
      * rangees dans la table de travail qual_flag (videe a   *
      * chaque run). Ligne d'exception : "email ... : motif" ; *
      * le fichier ne compte comme mesure que s'il porte la   *
      * ligne de bilan ("n scanned, ...") d'un run complet.    *
      ******************************************************
       3000-LOAD-FINDINGS.
           EXEC SQL
              DELETE FROM qual_flag
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.

           MOVE "P" TO QC-FLAG-DIM.
           OPEN INPUT PHONEXC-FILE.
           IF FS-PHONEXC = "00"
              READ PHONEXC-FILE INTO QC-IN-LINE
                 AT END MOVE "10" TO FS-PHONEXC
              END-READ
              PERFORM UNTIL FS-PHONEXC NOT = "00"
                 PERFORM 3100-TAKE-FINDING
                 READ PHONEXC-FILE INTO QC-IN-LINE
                    AT END MOVE "10" TO FS-PHONEXC
                 END-READ
              END-PERFORM
              CLOSE PHONEXC-FILE
           END-IF.

           MOVE "E" TO QC-FLAG-DIM.
           OPEN INPUT EMAILEXC-FILE.
           IF FS-EMAILEXC = "00"
              READ EMAILEXC-FILE INTO QC-IN-LINE
                 AT END MOVE "10" TO FS-EMAILEXC
              END-READ
              PERFORM UNTIL FS-EMAILEXC NOT = "00"
                 PERFORM 3100-TAKE-FINDING
                 READ EMAILEXC-FILE INTO QC-IN-LINE
                    AT END MOVE "10" TO FS-EMAILEXC
                 END-READ
              END-PERFORM
              CLOSE EMAILEXC-FILE
           END-IF.

           EXEC SQL
              SELECT COUNT(*) INTO :QC-LANG-ROWS
              FROM country_language
           END-EXEC.
           IF SQLCODE NOT = ZERO
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.
           IF QC-LANG-ROWS > ZERO
              MOVE "Y" TO QC-LANG-SW
           END-IF.

       3100-TAKE-FINDING.
           MOVE ZERO TO QC-TALLY.
           INSPECT QC-IN-LINE TALLYING QC-TALLY FOR ALL " scanned, ".
           IF QC-TALLY > ZERO
              IF QC-FLAG-DIM = "P"
                 MOVE "Y" TO QC-PHONE-SW
              ELSE
                 MOVE "Y" TO QC-EMAIL-SW
              END-IF
           ELSE
              MOVE ZERO TO QC-TALLY
              INSPECT QC-IN-LINE TALLYING QC-TALLY FOR ALL " : "
              IF QC-TALLY > ZERO
                 MOVE SPACE TO QC-FLAG-EMAIL
                 UNSTRING QC-IN-LINE DELIMITED BY SPACE
                    INTO QC-FLAG-EMAIL
                 END-UNSTRING
                 IF QC-FLAG-DIM = "P"
                    ADD 1 TO QC-PHONE-FLAGS
                 ELSE
                    ADD 1 TO QC-EMAIL-FLAGS
                 END-IF
                 EXEC SQL
                    INSERT INTO qual_flag (dimension, email)
                    VALUES (:QC-FLAG-DIM, RTRIM(:QC-FLAG-EMAIL))
                 END-EXEC
                 IF SQLCODE NOT = ZERO
                    PERFORM 9900-ERROR-RTN-START
                       THRU 9900-ERROR-RTN-END
                 END-IF
              END-IF
           END-IF.

      ******************************************************
      * 4000-SCORE-TONIGHT : tout le calcul en une requete,   *
      * comme la photographie de belg3 - un indicateur 0/1    *
      * par ligne et par dimension, le pourcentage de lignes  *
      * saines par pays, puis la moyenne des dimensions       *
      * mesurees. Un soir rejoue remplace ses propres scores.  *
      ******************************************************
       4000-SCORE-TONIGHT.
           EXEC SQL
              DELETE FROM quality_history
              WHERE score_date = CURRENT_DATE
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.

           EXEC SQL
              INSERT INTO quality_history
                 (score_date, country_code, row_count,
                  completeness, valid_phone, valid_email,
                  language, duplicates, deliverability, overall)
              SELECT CURRENT_DATE, s.cc, s.n,
                     s.c, s.p, s.e, s.l, s.d, s.u,
                     ROUND((s.c + s.d + s.u + COALESCE(s.p, 0)
                            + COALESCE(s.e, 0) + COALESCE(s.l, 0))
                           / (3 + CASE WHEN s.p IS NULL
                                       THEN 0 ELSE 1 END
                                + CASE WHEN s.e IS NULL
                                       THEN 0 ELSE 1 END
                                + CASE WHEN s.l IS NULL
                                       THEN 0 ELSE 1 END), 2)
              FROM
                (SELECT r.cc AS cc, COUNT(*) AS n,
                   ROUND(100.0 * (COUNT(*) - SUM(r.bad_c))
                         / COUNT(*), 2) AS c,
                   CASE WHEN :QC-PHONE-SW = 'Y'
                        THEN ROUND(100.0 * (COUNT(*) - SUM(r.bad_p))
                                   / COUNT(*), 2) END AS p,
                   CASE WHEN :QC-EMAIL-SW = 'Y'
                        THEN ROUND(100.0 * (COUNT(*) - SUM(r.bad_e))
                                   / COUNT(*), 2) END AS e,
                   CASE WHEN :QC-LANG-SW = 'Y'
                        THEN ROUND(100.0 * (COUNT(*) - SUM(r.bad_l))
                                   / COUNT(*), 2) END AS l,
                   ROUND(100.0 * (COUNT(*) - SUM(r.bad_d))
                         / COUNT(*), 2) AS d,
                   ROUND(100.0 * (COUNT(*) - SUM(r.bad_u))
                         / COUNT(*), 2) AS u
                 FROM
                   (SELECT COALESCE(TRIM(x.country_code), '') AS cc,
                      CASE WHEN COALESCE(TRIM(x.email), '') = ''
                             OR COALESCE(TRIM(x.spoken), '') = ''
                             OR COALESCE(TRIM(x.info_phone), '') = ''
                           THEN 1 ELSE 0 END AS bad_c,
                      CASE WHEN EXISTS
                             (SELECT 1 FROM qual_flag f
                              WHERE f.dimension = 'P'
                                AND f.email = TRIM(x.email))
                           THEN 1 ELSE 0 END AS bad_p,
                      CASE WHEN EXISTS
                             (SELECT 1 FROM qual_flag f
                              WHERE f.dimension = 'E'
                                AND f.email = TRIM(x.email))
                           THEN 1 ELSE 0 END AS bad_e,
                      CASE WHEN COALESCE(TRIM(x.spoken), '') <> ''
                            AND NOT EXISTS
                             (SELECT 1 FROM country_language cl
                              WHERE cl.country_code = x.country_code
                                AND cl.spoken = x.spoken)
                           THEN 1 ELSE 0 END AS bad_l,
                      CASE WHEN EXISTS
                             (SELECT 1 FROM databank b
                              WHERE b.email <> x.email
                                AND b.first_name = x.first_name
                                AND b.last_name = x.last_name
                                AND ((b.info_phone = x.info_phone
                                      AND TRIM(x.info_phone) <> '')
                                  OR (b.age = x.age
                                      AND b.country_code
                                          = x.country_code))
                                AND TRIM(b.email)
                                    NOT LIKE '%@anonymous.invalid')
                           THEN 1 ELSE 0 END AS bad_d,
                      CASE WHEN EXISTS
                             (SELECT 1 FROM undeliverable u
                              WHERE u.email = x.email)
                           THEN 1 ELSE 0 END AS bad_u
                    FROM databank x
                    WHERE COALESCE(TRIM(x.email), '')
                          NOT LIKE '%@anonymous.invalid') r
                 GROUP BY r.cc) s
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.

      ******************************************************
      * 5000-FIND-SCORE-DATES : ce soir, et le scorecard le   *
      * plus recent d'au moins un mois plus ancien (blanc     *
      * s'il n'y en a pas).                                     *
      ******************************************************
       5000-FIND-SCORE-DATES.
           EXEC SQL
              SELECT TO_CHAR(CURRENT_DATE, 'YYYY-MM-DD')
              INTO :QC-DATE-LATEST
           END-EXEC.
           IF SQLCODE NOT = ZERO
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.

           EXEC SQL
              SELECT COALESCE(TO_CHAR(MAX(score_date),
                              'YYYY-MM-DD'), '')
              INTO :QC-DATE-OLD
              FROM quality_history
              WHERE score_date
                    <= CURRENT_DATE - INTERVAL '1 month'
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.

           MOVE SPACE TO QC-LINE.
           STRING "Quality scorecard - " DELIMITED BY SIZE
                  QC-DATE-LATEST DELIMITED BY SIZE
                  ", threshold " DELIMITED BY SIZE
                  QC-THRESHOLD DELIMITED BY SIZE
                  " points [" DELIMITED BY SIZE
                  DB-ENV-NAME DELIMITED BY SPACE
                  "]" DELIMITED BY SIZE
             INTO QC-LINE
           END-STRING.
           WRITE QC-ALL-DATA FROM QC-LINE.
           MOVE SPACE TO QC-LINE.
           IF QC-DATE-OLD = SPACE
              MOVE "No month-ago scorecard on file." TO QC-LINE
           ELSE
              STRING "Compared with month-ago scorecard "
                     DELIMITED BY SIZE
                     QC-DATE-OLD DELIMITED BY SIZE
                INTO QC-LINE
              END-STRING
           END-IF.
           WRITE QC-ALL-DATA FROM QC-LINE.
           IF QC-PHONE-SW NOT = "Y"
              MOVE "PHONE not measured - no complete PHONEXC.txt."
                 TO QC-LINE
              WRITE QC-ALL-DATA FROM QC-LINE
           END-IF.
           IF QC-EMAIL-SW NOT = "Y"
              MOVE "EMAIL not measured - no complete EMAILEXC.txt."
                 TO QC-LINE
              WRITE QC-ALL-DATA FROM QC-LINE
           END-IF.
           IF QC-LANG-SW NOT = "Y"
              MOVE "LANG not measured - country_language is empty."
                 TO QC-LINE
              WRITE QC-ALL-DATA FROM QC-LINE
           END-IF.
           WRITE QC-ALL-DATA FROM SPACE.
           MOVE "CC          ROWS  COMPL  PHONE  EMAIL   LANG   DUPL"
              TO QC-LINE.
           MOVE "  DELIV OVERALL  VERDICT" TO QC-LINE(52:25).
           WRITE QC-ALL-DATA FROM QC-LINE.

      ******************************************************
      * 6000-COMPARE-MONTH-AGO : la jointure externe de       *
      * trendrpt, ici par country_code - une ligne pour ce    *
      * soir, une ligne "was" pour il y a un mois.             *
      ******************************************************
       6000-COMPARE-MONTH-AGO.
           IF QC-DATE-OLD = SPACE
              MOVE "1900-01-01" TO QC-DATE-OLD
           END-IF.
           EXEC SQL
              DECLARE CRQUAL CURSOR FOR
              SELECT COALESCE(l.country_code, o.country_code),
                     CASE WHEN l.country_code IS NULL
                          THEN 'N' ELSE 'Y' END,
                     CASE WHEN o.country_code IS NULL
                          THEN 'N' ELSE 'Y' END,
                     COALESCE(l.row_count, 0),
                     COALESCE(ROUND(l.completeness * 100), -1),
                     COALESCE(ROUND(l.valid_phone * 100), -1),
                     COALESCE(ROUND(l.valid_email * 100), -1),
                     COALESCE(ROUND(l.language * 100), -1),
                     COALESCE(ROUND(l.duplicates * 100), -1),
                     COALESCE(ROUND(l.deliverability * 100), -1),
                     COALESCE(ROUND(l.overall * 100), -1),
                     COALESCE(o.row_count, 0),
                     COALESCE(ROUND(o.completeness * 100), -1),
                     COALESCE(ROUND(o.valid_phone * 100), -1),
                     COALESCE(ROUND(o.valid_email * 100), -1),
                     COALESCE(ROUND(o.language * 100), -1),
                     COALESCE(ROUND(o.duplicates * 100), -1),
                     COALESCE(ROUND(o.deliverability * 100), -1),
                     COALESCE(ROUND(o.overall * 100), -1)
              FROM (SELECT * FROM quality_history
                    WHERE score_date
                          = TO_DATE(:QC-DATE-LATEST,
                                    'YYYY-MM-DD')) l
              FULL OUTER JOIN
                   (SELECT * FROM quality_history
                    WHERE score_date
                          = TO_DATE(:QC-DATE-OLD,
                                    'YYYY-MM-DD')) o
                ON l.country_code = o.country_code
              ORDER BY 1
           END-EXEC.

           EXEC SQL OPEN CRQUAL END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH CRQUAL
                    INTO :QC-COUNTRY-CODE, :QC-NOW-SW, :QC-OLD-SW,
                         :QC-NOW-ROWS, :QC-NOW-COMPL, :QC-NOW-PHONE,
                         :QC-NOW-EMAIL, :QC-NOW-LANG, :QC-NOW-DUPL,
                         :QC-NOW-DELIV, :QC-NOW-OVERALL,
                         :QC-OLD-ROWS, :QC-OLD-COMPL, :QC-OLD-PHONE,
                         :QC-OLD-EMAIL, :QC-OLD-LANG, :QC-OLD-DUPL,
                         :QC-OLD-DELIV, :QC-OLD-OVERALL
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    PERFORM 7000-JUDGE-COUNTRY
                 WHEN 100
                    CONTINUE
                 WHEN OTHER
                    PERFORM 9900-ERROR-RTN-START
                       THRU 9900-ERROR-RTN-END
              END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE CRQUAL END-EXEC.

      ******************************************************
      * 7000-JUDGE-COUNTRY : verdict sur le score global, puis *
      * la liste des dimensions tombees d'au moins le seuil.   *
      * Un pays disparu depuis un mois n'a plus de ligne du    *
      * soir : seule sa ligne "was" est ecrite.                 *
      ******************************************************
       7000-JUDGE-COUNTRY.
           MOVE SPACE TO QC-VERDICT QC-FALLEN.
           MOVE 1 TO QC-FALL-PTR.
           EVALUATE TRUE
              WHEN QC-NOW-SW NOT = "Y"
                 MOVE "GONE" TO QC-VERDICT
              WHEN QC-OLD-SW NOT = "Y"
                 MOVE "NEW" TO QC-VERDICT
              WHEN OTHER
                 COMPUTE QC-DIFF = QC-NOW-OVERALL - QC-OLD-OVERALL
                 EVALUATE TRUE
                    WHEN QC-DIFF NOT > ZERO - QC-THRESH-HUND
                       MOVE "WORSE" TO QC-VERDICT
                       ADD 1 TO QC-WORSE
                    WHEN QC-DIFF NOT < QC-THRESH-HUND
                       MOVE "BETTER" TO QC-VERDICT
                       ADD 1 TO QC-BETTER
                    WHEN OTHER
                       MOVE "STEADY" TO QC-VERDICT
                 END-EVALUATE
                 MOVE QC-NOW-COMPL TO QC-CMP-NOW
                 MOVE QC-OLD-COMPL TO QC-CMP-OLD
                 MOVE "COMPL" TO QC-CMP-NAME
                 PERFORM 7200-CHECK-FALL
                 MOVE QC-NOW-PHONE TO QC-CMP-NOW
                 MOVE QC-OLD-PHONE TO QC-CMP-OLD
                 MOVE "PHONE" TO QC-CMP-NAME
                 PERFORM 7200-CHECK-FALL
                 MOVE QC-NOW-EMAIL TO QC-CMP-NOW
                 MOVE QC-OLD-EMAIL TO QC-CMP-OLD
                 MOVE "EMAIL" TO QC-CMP-NAME
                 PERFORM 7200-CHECK-FALL
                 MOVE QC-NOW-LANG TO QC-CMP-NOW
                 MOVE QC-OLD-LANG TO QC-CMP-OLD
                 MOVE "LANG" TO QC-CMP-NAME
                 PERFORM 7200-CHECK-FALL
                 MOVE QC-NOW-DUPL TO QC-CMP-NOW
                 MOVE QC-OLD-DUPL TO QC-CMP-OLD
                 MOVE "DUPL" TO QC-CMP-NAME
                 PERFORM 7200-CHECK-FALL
                 MOVE QC-NOW-DELIV TO QC-CMP-NOW
                 MOVE QC-OLD-DELIV TO QC-CMP-OLD
                 MOVE "DELIV" TO QC-CMP-NAME
                 PERFORM 7200-CHECK-FALL
           END-EVALUATE.

           IF QC-NOW-SW = "Y"
              ADD 1 TO QC-COUNTRIES
              MOVE QC-NOW-ROWS TO QC-ROWS-ED
              MOVE SPACE TO QC-LINE
              MOVE QC-COUNTRY-CODE(1:6) TO QC-LINE(1:6)
              MOVE QC-ROWS-ED TO QC-LINE(8:9)
              MOVE 17 TO QC-PTR
              MOVE QC-NOW-COMPL TO QC-HUND
              PERFORM 7100-APPEND-SCORE
              MOVE QC-NOW-PHONE TO QC-HUND
              PERFORM 7100-APPEND-SCORE
              MOVE QC-NOW-EMAIL TO QC-HUND
              PERFORM 7100-APPEND-SCORE
              MOVE QC-NOW-LANG TO QC-HUND
              PERFORM 7100-APPEND-SCORE
              MOVE QC-NOW-DUPL TO QC-HUND
              PERFORM 7100-APPEND-SCORE
              MOVE QC-NOW-DELIV TO QC-HUND
              PERFORM 7100-APPEND-SCORE
              MOVE QC-NOW-OVERALL TO QC-HUND
              PERFORM 7100-APPEND-SCORE
              STRING "   " DELIMITED BY SIZE
                     QC-VERDICT DELIMITED BY SPACE
                INTO QC-LINE WITH POINTER QC-PTR
              END-STRING
              IF QC-FALLEN NOT = SPACE
                 STRING " - fell:" DELIMITED BY SIZE
                        QC-FALLEN DELIMITED BY "  "
                   INTO QC-LINE WITH POINTER QC-PTR
                 END-STRING
              END-IF
              WRITE QC-ALL-DATA FROM QC-LINE
              DISPLAY QC-LINE
           END-IF.

           IF QC-OLD-SW = "Y"
              MOVE QC-OLD-ROWS TO QC-ROWS-ED
              MOVE SPACE TO QC-LINE
              IF QC-NOW-SW = "Y"
                 MOVE "  was" TO QC-LINE(1:6)
              ELSE
                 MOVE QC-COUNTRY-CODE(1:6) TO QC-LINE(1:6)
              END-IF
              MOVE QC-ROWS-ED TO QC-LINE(8:9)
              MOVE 17 TO QC-PTR
              MOVE QC-OLD-COMPL TO QC-HUND
              PERFORM 7100-APPEND-SCORE
              MOVE QC-OLD-PHONE TO QC-HUND
              PERFORM 7100-APPEND-SCORE
              MOVE QC-OLD-EMAIL TO QC-HUND
              PERFORM 7100-APPEND-SCORE
              MOVE QC-OLD-LANG TO QC-HUND
              PERFORM 7100-APPEND-SCORE
              MOVE QC-OLD-DUPL TO QC-HUND
              PERFORM 7100-APPEND-SCORE
              MOVE QC-OLD-DELIV TO QC-HUND
              PERFORM 7100-APPEND-SCORE
              MOVE QC-OLD-OVERALL TO QC-HUND
              PERFORM 7100-APPEND-SCORE
              IF QC-NOW-SW NOT = "Y"
                 STRING "   " DELIMITED BY SIZE
                        QC-VERDICT DELIMITED BY SPACE
                   INTO QC-LINE WITH POINTER QC-PTR
                 END-STRING
              END-IF
              WRITE QC-ALL-DATA FROM QC-LINE
           END-IF.

       7100-APPEND-SCORE.
           IF QC-HUND < ZERO
              MOVE "   n/a" TO QC-SCORE-TXT
           ELSE
              COMPUTE QC-SCORE = QC-HUND / 100
              MOVE QC-SCORE TO QC-SCORE-ED
              MOVE QC-SCORE-ED TO QC-SCORE-TXT
           END-IF.
           STRING " " DELIMITED BY SIZE
                  QC-SCORE-TXT DELIMITED BY SIZE
             INTO QC-LINE WITH POINTER QC-PTR
           END-STRING.

       7200-CHECK-FALL.
           IF QC-CMP-NOW NOT < ZERO AND QC-CMP-OLD NOT < ZERO
              COMPUTE QC-DIFF = QC-CMP-OLD - QC-CMP-NOW
              IF QC-DIFF NOT < QC-THRESH-HUND
                 STRING " " DELIMITED BY SIZE
                        QC-CMP-NAME DELIMITED BY SPACE
                   INTO QC-FALLEN WITH POINTER QC-FALL-PTR
                 END-STRING
              END-IF
           END-IF.

       9000-TERMINATE.
           WRITE QC-ALL-DATA FROM SPACE.
           MOVE SPACE TO QC-LINE.
           STRING QC-COUNTRIES DELIMITED BY SIZE
                  " countries scored, " DELIMITED BY SIZE
                  QC-WORSE DELIMITED BY SIZE
                  " worse, " DELIMITED BY SIZE
                  QC-BETTER DELIMITED BY SIZE
                  " better than a month ago ; " DELIMITED BY SIZE
                  QC-PHONE-FLAGS DELIMITED BY SIZE
                  " phone and " DELIMITED BY SIZE
                  QC-EMAIL-FLAGS DELIMITED BY SIZE
                  " email findings read." DELIMITED BY SIZE
             INTO QC-LINE
           END-STRING.
           WRITE QC-ALL-DATA FROM QC-LINE.
           DISPLAY QC-LINE.
           CLOSE QUALITY-FILE.
           EXEC SQL DISCONNECT END-EXEC.
           MOVE ZERO TO RETURN-CODE.

      ******************************************************
      * 8500-ENSURE-TABLES : premiere nuit - les tables lues  *
      * (undeliverable, country_language) sont creees vides   *
      * si besoin, avec la table de travail qual_flag et       *
      * l'historique quality_history (scores en points, deux  *
      * decimales, NULL pour une dimension non mesuree).       *
      ******************************************************
       8500-ENSURE-TABLES.
           EXEC SQL
              CREATE TABLE IF NOT EXISTS undeliverable
                 (email        VARCHAR(50),
                  bounce_code  VARCHAR(10),
                  flagged_date DATE)
           END-EXEC.
           IF SQLCODE NOT = ZERO
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.
           EXEC SQL
              CREATE TABLE IF NOT EXISTS country_language
                 (country_code VARCHAR(50),
                  spoken       VARCHAR(50))
           END-EXEC.
           IF SQLCODE NOT = ZERO
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.
           EXEC SQL
              CREATE TABLE IF NOT EXISTS qual_flag
                 (dimension CHAR(1),
                  email     VARCHAR(50))
           END-EXEC.
           IF SQLCODE NOT = ZERO
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.
           EXEC SQL
              CREATE TABLE IF NOT EXISTS quality_history
                 (score_date     DATE,
                  country_code   VARCHAR(50),
                  row_count      INTEGER,
                  completeness   NUMERIC(5,2),
                  valid_phone    NUMERIC(5,2),
                  valid_email    NUMERIC(5,2),
                  language       NUMERIC(5,2),
                  duplicates     NUMERIC(5,2),
                  deliverability NUMERIC(5,2),
                  overall        NUMERIC(5,2))
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
           CLOSE QUALITY-FILE.
           GOBACK.
