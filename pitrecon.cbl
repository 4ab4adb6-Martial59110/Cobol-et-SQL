       IDENTIFICATION DIVISION.
       PROGRAM-ID. pitrecon.
       AUTHOR. EDP-BATCH-TEAM.
       INSTALLATION. DBAGE-REPORTING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

      ******************************************************
      * Point-in-time reconstruction of databank.              *
      *                                                        *
      * jrnquery answers "what happened to this one email" ;   *
      * this program answers "what did the whole file look     *
      * like at the end of business date D". It starts from    *
      * today's databank and undoes, from change_journal,      *
      * every change journaled after D.                         *
      *                                                        *
      * Command line : the business date, YYYYMMDD, no later   *
      * than today, e.g.  pitrecon 20260903                     *
      *                                                        *
      * Method : the journal rows dated after D are walked     *
      * oldest first and chained per row - a change continues  *
      * the chain whose current key is its email, and the      *
      * chain's key then follows the after image (emailstd and *
      * erasure rewrite the key). The work table pit_work       *
      * keeps, per chain, the ORIGIN image (the before image   *
      * of its first change after D, "(new row)" for a row     *
      * inserted after D), the current key and the last after  *
      * image. The file as of D is then every origin image     *
      * that is not "(new row)", plus every databank row no    *
      * chain reaches (untouched since D).                      *
      *                                                        *
      * Output, both dated with D :                             *
      *   PITREC.YYYYMMDD.txt  one pipe-delimited line per row  *
      *                        in EXTRACT.txt's layout          *
      *                        (email|first_name|last_name|     *
      *                        gender|age|country_code|spoken), *
      *                        ordered by email, then a         *
      *                        trailer line : as-of date, run   *
      *                        date and time, COUNT and the     *
      *                        HASHAGE sum of ages, as in       *
      *                        EXTCTL.txt ;                      *
      *   PITGAP.YYYYMMDD.txt  the journal gaps met on the way : *
      *                        a change whose before image is   *
      *                        not its chain's last after image,*
      *                        an after image never filled in,  *
      *                        a chain that ends on a key       *
      *                        databank no longer holds, and a  *
      *                        databank row that differs from   *
      *                        its last journaled after image   *
      *                        (changed without a journal row). *
      * No gap means the journal accounts for every change to  *
      * the file since D. Return code 4 when gaps were found.   *
      *                                                        *
      * Limitation : the journal has no sequence number. Rows  *
      * journaled by one run share date and time ; they are    *
      * taken in program then action order (belg's CORRECT,    *
      * SYNC, UPPER run in that order). Two changes to the     *
      * same key in one dbmaint run may therefore be taken the *
      * wrong way round and show as a gap.                      *
      *                                                        *
      * Modification history                                    *
      * 2026-10-15 EDP  Initial version.                        *
      * 2026-10-15 EDP  Rows deleted by a dupscan merge read as   *
      *                 deleted ; day checked against the month.  *
      ******************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PITREC-FILE ASSIGN TO DYNAMIC PT-REC-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PITREC.

           SELECT PITGAP-FILE ASSIGN TO DYNAMIC PT-GAP-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PITGAP.



           SELECT DBCONFIG-FILE ASSIGN TO "DBCONFIG.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-DBCONFIG.

       DATA DIVISION.
       FILE SECTION.

       FD  DBCONFIG-FILE.
       01  DC-ALL-DATA PIC X(60).

       FD  PITREC-FILE.
       01  PR-ALL-DATA PIC X(320).

       FD  PITGAP-FILE.
       01  PG-ALL-DATA PIC X(200).


       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  DBNAME PIC X(20) VALUE "dbage".
       01  USERNAME  PIC X(20) VALUE "cobol".
       01  PASSWD PIC X(10) VALUE SPACE.

       01  PT-ASOF          PIC X(08).
       01  PT-J-DATE        PIC X(08).
       01  PT-J-TIME        PIC X(08).
       01  PT-J-PROGRAM     PIC X(10).
       01  PT-J-ACTION      PIC X(10).
       01  PT-J-EMAIL       PIC X(50).
       01  PT-J-BEFORE      PIC X(400).
       01  PT-J-AFTER       PIC X(400).

       01  PT-LAST-AFTER    PIC X(400).
       01  PT-LAST-CHG      PIC X(30).
       01  PT-NEW-KEY       PIC X(50).
       01  PT-NEW-STATE     PIC X(01).
       01  PT-THIS-CHG      PIC X(30).

       01  PT-IMAGE         PIC X(400).
       01  PT-END-EMAIL     PIC X(50).
       01  PT-END-KIND      PIC X(01).

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

       01  FS-PITREC    PIC X(02).
       01  FS-PITGAP    PIC X(02).
       01  PT-REC-NAME  PIC X(40).
       01  PT-GAP-NAME  PIC X(40).

       01  PT-PARM      PIC X(50).
       01  PT-ASOF-CHECK.
           05 PT-ASOF-YYYY PIC 9(04).
           05 PT-ASOF-MM   PIC 9(02).
           05 PT-ASOF-DD   PIC 9(02).
       01  PT-ASOF-MAX-DD  PIC 9(02).
       01  PT-ASOF-REM     PIC 9(04).

       01  PT-RUN-DATE  PIC X(08).
       01  PT-RUN-TIME  PIC X(08).

      * Une image de journal eclatee en ses dix champs.
       01  PT-FIELDS.
           05 PT-FIRST-NAME   PIC X(50).
           05 PT-LAST-NAME    PIC X(50).
           05 PT-EMAIL        PIC X(50).
           05 PT-GENDER       PIC X(50).
           05 PT-AGE-TEXT     PIC X(10).
           05 PT-SPOKEN       PIC X(50).
           05 PT-COUNTRY      PIC X(50).
           05 PT-COUNTRY-CODE PIC X(50).
           05 PT-INFO-PHONE   PIC X(50).
           05 PT-BIRTH-DATE   PIC X(08).
       01  PT-AGE-LEN   PIC 9(02).
       01  PT-AGE       PIC 9(03).

       01  PT-JRN-ROWS  PIC 9(09) VALUE ZERO.
       01  PT-CHAINS    PIC 9(09) VALUE ZERO.
       01  PT-REC-COUNT PIC 9(09) VALUE ZERO.
       01  PT-HASH-AGE  PIC 9(12) VALUE ZERO.
       01  PT-GAP-COUNT PIC 9(07) VALUE ZERO.

       01  PT-OUT-LINE  PIC X(320).
       01  PT-PTR       PIC 9(04).
       01  PT-FIELD     PIC X(50).
       01  PT-FLD-LEN   PIC 9(02).
       01  PG-LINE      PIC X(200).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CONNECT
           PERFORM 3000-WALK-JOURNAL
           PERFORM 4000-CHECK-CHAIN-ENDS
           PERFORM 5000-WRITE-RECONSTRUCTION
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT PT-PARM FROM COMMAND-LINE.
           ACCEPT PT-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT PT-RUN-TIME FROM TIME.
           MOVE PT-PARM(1:8) TO PT-ASOF.
           IF PT-ASOF IS NOT NUMERIC OR PT-PARM(9:42) NOT = SPACE
              DISPLAY "Usage: pitrecon <business-date YYYYMMDD>"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE PT-ASOF TO PT-ASOF-CHECK.
           IF PT-ASOF-YYYY < 1900
              OR PT-ASOF-MM < 1 OR PT-ASOF-MM > 12
              DISPLAY "pitrecon: " PT-ASOF " is not a date."
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           EVALUATE PT-ASOF-MM
              WHEN 4 WHEN 6 WHEN 9 WHEN 11
                 MOVE 30 TO PT-ASOF-MAX-DD
              WHEN 2
                 MOVE 28 TO PT-ASOF-MAX-DD
                 DIVIDE PT-ASOF-YYYY BY 4
                    GIVING PT-ASOF-REM REMAINDER PT-ASOF-REM
                 IF PT-ASOF-REM = ZERO
                    MOVE 29 TO PT-ASOF-MAX-DD
                 END-IF
                 DIVIDE PT-ASOF-YYYY BY 100
                    GIVING PT-ASOF-REM REMAINDER PT-ASOF-REM
                 IF PT-ASOF-REM = ZERO
                    MOVE 28 TO PT-ASOF-MAX-DD
                    DIVIDE PT-ASOF-YYYY BY 400
                       GIVING PT-ASOF-REM REMAINDER PT-ASOF-REM
                    IF PT-ASOF-REM = ZERO
                       MOVE 29 TO PT-ASOF-MAX-DD
                    END-IF
                 END-IF
              WHEN OTHER
                 MOVE 31 TO PT-ASOF-MAX-DD
           END-EVALUATE.
           IF PT-ASOF-DD < 1 OR PT-ASOF-DD > PT-ASOF-MAX-DD
              DISPLAY "pitrecon: " PT-ASOF " is not a date."
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           IF PT-ASOF > PT-RUN-DATE
              DISPLAY "pitrecon: " PT-ASOF " is in the future."
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM 8800-READ-DBCONFIG.

           MOVE SPACE TO PT-REC-NAME PT-GAP-NAME.
           STRING "PITREC." DELIMITED BY SIZE
                  PT-ASOF DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
             INTO PT-REC-NAME
           END-STRING.
           STRING "PITGAP." DELIMITED BY SIZE
                  PT-ASOF DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
             INTO PT-GAP-NAME
           END-STRING.
           OPEN OUTPUT PITREC-FILE.
           OPEN OUTPUT PITGAP-FILE.
           MOVE SPACE TO PG-LINE.
           STRING "Journal gaps after " DELIMITED BY SIZE
                  PT-ASOF DELIMITED BY SIZE
                  " - run " DELIMITED BY SIZE
                  PT-RUN-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PT-RUN-TIME DELIMITED BY SIZE
                  " [" DELIMITED BY SIZE
                  DB-ENV-NAME DELIMITED BY SPACE
                  "]" DELIMITED BY SIZE
             INTO PG-LINE
           END-STRING.
           WRITE PG-ALL-DATA FROM PG-LINE.

       2000-CONNECT.
           EXEC SQL
              CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.
           IF SQLCODE NOT = ZERO
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.
           PERFORM 8600-ENSURE-JOURNAL.
           PERFORM 8650-RESET-WORK-TABLE.

      ******************************************************
      * 3000-WALK-JOURNAL : les changements posterieurs a D,  *
      * du plus ancien au plus recent, chaines par cle.        *
      ******************************************************
       3000-WALK-JOURNAL.
           EXEC SQL
              DECLARE CRPTJRN CURSOR FOR
              SELECT TO_CHAR(chg_date, 'YYYYMMDD'), chg_time,
                     program, action, email,
                     COALESCE(before_image, ''),
                     COALESCE(after_image, '')
              FROM change_journal
              WHERE chg_date > TO_DATE(:PT-ASOF, 'YYYYMMDD')
              ORDER BY chg_date, chg_time, program, action, email
           END-EXEC.

           EXEC SQL OPEN CRPTJRN END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH CRPTJRN
                    INTO :PT-J-DATE, :PT-J-TIME, :PT-J-PROGRAM,
                         :PT-J-ACTION, :PT-J-EMAIL,
                         :PT-J-BEFORE, :PT-J-AFTER
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    PERFORM 3100-APPLY-ONE-CHANGE
                 WHEN 100
                    CONTINUE
                 WHEN OTHER
                    PERFORM 9900-ERROR-RTN-START
                       THRU 9900-ERROR-RTN-END
              END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE CRPTJRN END-EXEC.

      ******************************************************
      * 3100-APPLY-ONE-CHANGE : la cle que la chaine prend    *
      * apres ce changement (l'email de l'image apres, sauf   *
      * suppression ou image apres jamais completee), puis    *
      * suite d'une chaine vivante ou nouvelle chaine.         *
      ******************************************************
       3100-APPLY-ONE-CHANGE.
           ADD 1 TO PT-JRN-ROWS.
           MOVE SPACE TO PT-THIS-CHG.
           STRING PT-J-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PT-J-TIME DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  PT-J-PROGRAM DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  PT-J-ACTION DELIMITED BY SPACE
             INTO PT-THIS-CHG
           END-STRING.

           MOVE "L" TO PT-NEW-STATE.
           MOVE PT-J-EMAIL TO PT-NEW-KEY.
           EVALUATE TRUE
              WHEN PT-J-AFTER(1:12) = "(row deleted"
                 MOVE "D" TO PT-NEW-STATE
              WHEN PT-J-AFTER = SPACE
                 MOVE SPACE TO PG-LINE
                 STRING PT-THIS-CHG DELIMITED BY "  "
                        " " DELIMITED BY SIZE
                        PT-J-EMAIL DELIMITED BY SPACE
                        ": after image never filled in."
                        DELIMITED BY SIZE
                   INTO PG-LINE
                 END-STRING
                 PERFORM 3900-WRITE-GAP
              WHEN OTHER
                 MOVE PT-J-AFTER TO PT-IMAGE
                 PERFORM 5200-SPLIT-IMAGE
                 IF PT-EMAIL NOT = SPACE
                    MOVE PT-EMAIL TO PT-NEW-KEY
                 END-IF
           END-EVALUATE.

           MOVE SPACE TO PT-LAST-AFTER PT-LAST-CHG.
           EXEC SQL
              SELECT last_after, last_chg
                INTO :PT-LAST-AFTER, :PT-LAST-CHG
              FROM pit_work
              WHERE cur_email = RTRIM(:PT-J-EMAIL)
                AND state = 'L'
              LIMIT 1
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 PERFORM 3200-CONTINUE-CHAIN
              WHEN 100
                 PERFORM 3300-START-CHAIN
              WHEN OTHER
                 PERFORM 9900-ERROR-RTN-START
                    THRU 9900-ERROR-RTN-END
           END-EVALUATE.

       3200-CONTINUE-CHAIN.
           IF PT-J-BEFORE NOT = PT-LAST-AFTER
              AND PT-LAST-AFTER NOT = SPACE
              MOVE SPACE TO PG-LINE
              STRING PT-THIS-CHG DELIMITED BY "  "
                     " " DELIMITED BY SIZE
                     PT-J-EMAIL DELIMITED BY SPACE
                     ": before image differs from the after image"
                     DELIMITED BY SIZE
                     " of " DELIMITED BY SIZE
                     PT-LAST-CHG DELIMITED BY "  "
                     "." DELIMITED BY SIZE
                INTO PG-LINE
              END-STRING
              PERFORM 3900-WRITE-GAP
           END-IF.

           EXEC SQL
              UPDATE pit_work
              SET cur_email  = RTRIM(:PT-NEW-KEY),
                  last_after = RTRIM(:PT-J-AFTER),
                  last_chg   = RTRIM(:PT-THIS-CHG),
                  state      = :PT-NEW-STATE
              WHERE cur_email = RTRIM(:PT-J-EMAIL)
                AND state = 'L'
           END-EXEC.
           IF SQLCODE NOT = ZERO
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.

       3300-START-CHAIN.
           ADD 1 TO PT-CHAINS.
           EXEC SQL
              INSERT INTO pit_work
                 (cur_email, origin_image, last_after, last_chg,
                  state)
              VALUES
                 (RTRIM(:PT-NEW-KEY), RTRIM(:PT-J-BEFORE),
                  RTRIM(:PT-J-AFTER), RTRIM(:PT-THIS-CHG),
                  :PT-NEW-STATE)
           END-EXEC.
           IF SQLCODE NOT = ZERO
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.

       3900-WRITE-GAP.
           ADD 1 TO PT-GAP-COUNT.
           WRITE PG-ALL-DATA FROM PG-LINE.
           DISPLAY PG-LINE.

      ******************************************************
      * 4000-CHECK-CHAIN-ENDS : une chaine vivante doit finir *
      * sur une ligne de databank identique a sa derniere     *
      * image apres ; sinon la ligne a disparu, ou change,    *
      * sans trace au journal.                                 *
      ******************************************************
       4000-CHECK-CHAIN-ENDS.
           EXEC SQL
              DECLARE CRPTEND CURSOR FOR
              SELECT p.cur_email,
                     CASE WHEN d.email IS NULL THEN 'M'
                          ELSE 'X' END,
                     p.last_chg
              FROM pit_work p
              LEFT JOIN databank d ON d.email = p.cur_email
              WHERE p.state = 'L'
                AND p.last_after <> ''
                AND (d.email IS NULL
                     OR p.last_after <>
                     COALESCE(TRIM(d.first_name),'') || '|' ||
                     COALESCE(TRIM(d.last_name),'') || '|' ||
                     COALESCE(TRIM(d.email),'') || '|' ||
                     COALESCE(TRIM(d.gender),'') || '|' ||
                     COALESCE(d.age,0) || '|' ||
                     COALESCE(TRIM(d.spoken),'') || '|' ||
                     COALESCE(TRIM(d.country),'') || '|' ||
                     COALESCE(TRIM(d.country_code),'') || '|' ||
                     COALESCE(TRIM(d.info_phone),'') || '|' ||
                     COALESCE(TO_CHAR(d.birth_date,'YYYYMMDD'),''))
              ORDER BY p.cur_email
           END-EXEC.

           EXEC SQL OPEN CRPTEND END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH CRPTEND
                    INTO :PT-END-EMAIL, :PT-END-KIND, :PT-LAST-CHG
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    MOVE SPACE TO PG-LINE
                    IF PT-END-KIND = "M"
                       STRING PT-END-EMAIL DELIMITED BY SPACE
                              ": last journaled by " DELIMITED BY SIZE
                              PT-LAST-CHG DELIMITED BY "  "
                              ", no longer in databank."
                              DELIMITED BY SIZE
                         INTO PG-LINE
                       END-STRING
                    ELSE
                       STRING PT-END-EMAIL DELIMITED BY SPACE
                              ": databank row differs from the "
                              DELIMITED BY SIZE
                              "after image of " DELIMITED BY SIZE
                              PT-LAST-CHG DELIMITED BY "  "
                              "." DELIMITED BY SIZE
                         INTO PG-LINE
                       END-STRING
                    END-IF
                    PERFORM 3900-WRITE-GAP
                 WHEN 100
                    CONTINUE
                 WHEN OTHER
                    PERFORM 9900-ERROR-RTN-START
                       THRU 9900-ERROR-RTN-END
              END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE CRPTEND END-EXEC.

      ******************************************************
      * 5000-WRITE-RECONSTRUCTION : les images d'origine des  *
      * chaines (sauf "(new row)"), plus les lignes de         *
      * databank qu'aucune chaine vivante n'atteint, triees   *
      * par email, au format d'EXTRACT.txt.                    *
      ******************************************************
       5000-WRITE-RECONSTRUCTION.
           EXEC SQL
              DECLARE CRPTOUT CURSOR FOR
              SELECT x.img FROM
                (SELECT p.origin_image AS img
                 FROM pit_work p
                 WHERE p.origin_image <> '(new row)'
                 UNION ALL
                 SELECT
                     COALESCE(TRIM(d.first_name),'') || '|' ||
                     COALESCE(TRIM(d.last_name),'') || '|' ||
                     COALESCE(TRIM(d.email),'') || '|' ||
                     COALESCE(TRIM(d.gender),'') || '|' ||
                     COALESCE(d.age,0) || '|' ||
                     COALESCE(TRIM(d.spoken),'') || '|' ||
                     COALESCE(TRIM(d.country),'') || '|' ||
                     COALESCE(TRIM(d.country_code),'') || '|' ||
                     COALESCE(TRIM(d.info_phone),'') || '|' ||
                     COALESCE(TO_CHAR(d.birth_date,'YYYYMMDD'),'')
                     AS img
                 FROM databank d
                 WHERE NOT EXISTS
                    (SELECT 1 FROM pit_work p
                     WHERE p.cur_email = d.email
                       AND p.state = 'L')) x
              ORDER BY SPLIT_PART(x.img, '|', 3)
           END-EXEC.

           EXEC SQL OPEN CRPTOUT END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH CRPTOUT INTO :PT-IMAGE
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    PERFORM 5200-SPLIT-IMAGE
                    PERFORM 5100-WRITE-ROW
                 WHEN 100
                    CONTINUE
                 WHEN OTHER
                    PERFORM 9900-ERROR-RTN-START
                       THRU 9900-ERROR-RTN-END
              END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE CRPTOUT END-EXEC.

      ******************************************************
      * 5100-WRITE-ROW : la ligne d'EXTRACT.txt (extract,     *
      * 3100-WRITE-ROW), champs sans leurs blancs de fin,     *
      * age sur trois chiffres.                                 *
      ******************************************************
       5100-WRITE-ROW.
           MOVE SPACE TO PT-OUT-LINE.
           MOVE 1 TO PT-PTR.
           MOVE PT-EMAIL TO PT-FIELD.
           PERFORM 5300-APPEND-FIELD.
           MOVE PT-FIRST-NAME TO PT-FIELD.
           PERFORM 5300-APPEND-FIELD.
           MOVE PT-LAST-NAME TO PT-FIELD.
           PERFORM 5300-APPEND-FIELD.
           MOVE PT-GENDER TO PT-FIELD.
           PERFORM 5300-APPEND-FIELD.
           STRING PT-AGE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
             INTO PT-OUT-LINE WITH POINTER PT-PTR
           END-STRING.
           MOVE PT-COUNTRY-CODE TO PT-FIELD.
           PERFORM 5300-APPEND-FIELD.
           MOVE PT-SPOKEN TO PT-FIELD.
           PERFORM 5400-FIELD-LENGTH.
           IF PT-FLD-LEN > ZERO
              STRING PT-FIELD(1:PT-FLD-LEN) DELIMITED BY SIZE
                INTO PT-OUT-LINE WITH POINTER PT-PTR
              END-STRING
           END-IF.

           WRITE PR-ALL-DATA FROM PT-OUT-LINE.
           ADD 1 TO PT-REC-COUNT.
           ADD PT-AGE TO PT-HASH-AGE.

      ******************************************************
      * 5200-SPLIT-IMAGE : l'image "first|last|email|gender|  *
      * age|spoken|country|country_code|info_phone|birth"     *
      * eclatee champ par champ ; l'age, texte de longueur    *
      * variable, est ramene en numerique.                     *
      ******************************************************
       5200-SPLIT-IMAGE.
           MOVE SPACE TO PT-FIELDS.
           MOVE ZERO TO PT-AGE-LEN PT-AGE.
           UNSTRING PT-IMAGE DELIMITED BY "|"
              INTO PT-FIRST-NAME
                   PT-LAST-NAME
                   PT-EMAIL
                   PT-GENDER
                   PT-AGE-TEXT COUNT IN PT-AGE-LEN
                   PT-SPOKEN
                   PT-COUNTRY
                   PT-COUNTRY-CODE
                   PT-INFO-PHONE
                   PT-BIRTH-DATE
           END-UNSTRING.
           IF PT-AGE-LEN > ZERO AND PT-AGE-LEN < 4
              IF PT-AGE-TEXT(1:PT-AGE-LEN) IS NUMERIC
                 MOVE PT-AGE-TEXT(1:PT-AGE-LEN) TO PT-AGE
              END-IF
           END-IF.

       5300-APPEND-FIELD.
           PERFORM 5400-FIELD-LENGTH.
           IF PT-FLD-LEN = ZERO
              STRING "|" DELIMITED BY SIZE
                INTO PT-OUT-LINE WITH POINTER PT-PTR
              END-STRING
           ELSE
              STRING PT-FIELD(1:PT-FLD-LEN) DELIMITED BY SIZE
                     "|" DELIMITED BY SIZE
                INTO PT-OUT-LINE WITH POINTER PT-PTR
              END-STRING
           END-IF.

       5400-FIELD-LENGTH.
           MOVE 50 TO PT-FLD-LEN.
           PERFORM UNTIL PT-FLD-LEN = ZERO
              OR PT-FIELD(PT-FLD-LEN:1) NOT = SPACE
              SUBTRACT 1 FROM PT-FLD-LEN
           END-PERFORM.

      ******************************************************
      * 9000-TERMINATE : la ligne de fin du fichier date,     *
      * memes cles qu'EXTCTL.txt plus la date de reference,   *
      * puis le bilan des trous.                               *
      ******************************************************
       9000-TERMINATE.
           MOVE SPACE TO PT-OUT-LINE.
           STRING "TRAILER ASOF=" DELIMITED BY SIZE
                  PT-ASOF DELIMITED BY SIZE
                  " DATE=" DELIMITED BY SIZE
                  PT-RUN-DATE DELIMITED BY SIZE
                  " TIME=" DELIMITED BY SIZE
                  PT-RUN-TIME DELIMITED BY SIZE
                  " COUNT=" DELIMITED BY SIZE
                  PT-REC-COUNT DELIMITED BY SIZE
                  " HASHAGE=" DELIMITED BY SIZE
                  PT-HASH-AGE DELIMITED BY SIZE
                  " ENV=" DELIMITED BY SIZE
                  DB-ENV-NAME DELIMITED BY SPACE
             INTO PT-OUT-LINE
           END-STRING.
           WRITE PR-ALL-DATA FROM PT-OUT-LINE.
           DISPLAY PT-OUT-LINE.

           MOVE SPACE TO PG-LINE.
           STRING PT-JRN-ROWS DELIMITED BY SIZE
                  " journal rows unwound over " DELIMITED BY SIZE
                  PT-CHAINS DELIMITED BY SIZE
                  " rows, " DELIMITED BY SIZE
                  PT-GAP-COUNT DELIMITED BY SIZE
                  " gaps." DELIMITED BY SIZE
             INTO PG-LINE
           END-STRING.
           WRITE PG-ALL-DATA FROM PG-LINE.
           DISPLAY PG-LINE.

           CLOSE PITREC-FILE.
           CLOSE PITGAP-FILE.
           EXEC SQL DISCONNECT END-EXEC.
           IF PT-GAP-COUNT > ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE ZERO TO RETURN-CODE
           END-IF.

      ******************************************************
      * 8600-ENSURE-JOURNAL : the change-history table is     *
      * created on first use, as in every program that writes *
      * databank - an empty journal reconstructs today's file. *
      ******************************************************
       8600-ENSURE-JOURNAL.
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
      * 8650-RESET-WORK-TABLE : la table de travail des       *
      * chaines, creee au premier usage et videe a chaque     *
      * run - elle ne vaut que pour le run en cours.           *
      ******************************************************
       8650-RESET-WORK-TABLE.
           EXEC SQL
              CREATE TABLE IF NOT EXISTS pit_work
                 (cur_email    VARCHAR(50),
                  origin_image VARCHAR(400),
                  last_after   VARCHAR(400),
                  last_chg     VARCHAR(30),
                  state        CHAR(1))
           END-EXEC.
           IF SQLCODE NOT = ZERO
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.
           EXEC SQL
              DELETE FROM pit_work
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
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
           CLOSE PITREC-FILE.
           CLOSE PITGAP-FILE.
           GOBACK.
