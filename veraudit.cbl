       IDENTIFICATION DIVISION.
       PROGRAM-ID. veraudit.
       AUTHOR. EDP-BATCH-TEAM.
       INSTALLATION. DBAGE-REPORTING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

      ******************************************************
      * Random-sample verification audit of databank.         *
      *                                                        *
      * dbqual, phonestd, emailstd and ctrychk prove that the  *
      * fields are well formed, not that they are true. The    *
      * registry office wants a monthly accuracy figure : a    *
      * sample of records is checked by clerks against the     *
      * source documents, and the errors they find are         *
      * counted and corrected. Two modes :                      *
      *                                                            *
      * SAMPLE draws N records per country_code and writes the  *
      * worksheet VERIFY.<sample id>.txt, one line per field to  *
      * confirm. The draw is reproducible : records are ranked   *
      * within their country_code on an MD5 hash of the sample   *
      * id and the email, so the same id draws the same people   *
      * again (the sample is also kept in table verify_sample),  *
      * while another id draws another sample. Rows anonymized   *
      * by erasure cannot be checked against anything and are    *
      * not drawn.                                                *
      *                                                            *
      * CHECK reads the completed worksheet back and writes       *
      * VERACC.txt - the accuracy rate per field and per          *
      * country_code (fields confirmed out of fields checked,     *
      * and records found entirely right) - and VERMAINT.txt,     *
      * one U transaction per record with errors, in dbmaint's    *
      * MAINT.txt layout with only the corrected fields filled,   *
      * so corrections go in through dbmaint's own validation    *
      * and journaling - submitted like any MAINT.txt, with       *
      * "approve SUBMIT MAINT VERMAINT.txt", and approved by a    *
      * second operator. The figures are kept in table            *
      * verify_result (sample id, check date, country_code,       *
      * field, checked, wrong), replaced when a sample is         *
      * checked again.                                             *
      *                                                            *
      * Worksheet layout (lines starting * are comments) :        *
      *   col   1-  6 sample id                                   *
      *   col   7- 56 email                                       *
      *   col  57- 66 country_code                                *
      *   col  67- 78 field name                                  *
      *   col  79-128 value held in databank when drawn           *
      *   col 129     clerk's verdict : C = confirmed,            *
      *               W = wrong, blank = not checked              *
      *   col 130-179 the correct value, for W                    *
      * A W without a correct value counts as wrong but sends no  *
      * correction (dbmaint reads a blank field as unchanged) ;    *
      * such lines, and lines that are unreadable, of another     *
      * sample, or for a record not in the sample, are listed in  *
      * VERACC.txt. A field not checked is not counted.            *
      *                                                            *
      * Mode from the command line (SAMPLE or CHECK) ; as a       *
      * batchrun step sees batchrun's own parameter, anything     *
      * else defers to VERPRM.txt :                                *
      *   col  1-  7  mode (default SAMPLE)                        *
      *   col  8- 10  records per country_code (default 010)       *
      *   col 11- 16  sample id (default the run's YYYYMM)         *
      *                                                            *
      * Return code 4 when CHECK listed any line, 8 when the      *
      * worksheet is missing.                                      *
      *                                                            *
      * Modification history                                      *
      * 2026-10-15 EDP  Initial version.                          *
      * 2026-10-15 EDP  VERMAINT.txt submitted through approve.   *
      ******************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VERIFY-FILE ASSIGN TO DYNAMIC VA-WS-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-VERIFY.

           SELECT VERACC-FILE ASSIGN TO "VERACC.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT VERMAINT-FILE ASSIGN TO "VERMAINT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT VERPRM-FILE ASSIGN TO "VERPRM.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-VERPRM.



           SELECT DBCONFIG-FILE ASSIGN TO "DBCONFIG.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-DBCONFIG.

       DATA DIVISION.
       FILE SECTION.

       FD  DBCONFIG-FILE.
       01  DC-ALL-DATA PIC X(60).

       FD  VERIFY-FILE.
       01  VW-ALL-DATA PIC X(179).

       FD  VERACC-FILE.
       01  VR-ALL-DATA PIC X(132).

      * La grille de MAINT.txt (dbmaint), action U, seuls les
      * champs corriges renseignes.
       FD  VERMAINT-FILE.
       01  VM-TRANSACTION.
           05 VM-ACTION        PIC X(01).
           05 VM-EMAIL         PIC X(50).
           05 VM-FIRST-NAME    PIC X(50).
           05 VM-LAST-NAME     PIC X(50).
           05 VM-GENDER        PIC X(50).
           05 VM-AGE-TEXT      PIC X(03).
           05 VM-SPOKEN        PIC X(50).
           05 VM-COUNTRY       PIC X(50).
           05 VM-COUNTRY-CODE  PIC X(50).
           05 VM-INFO-PHONE    PIC X(50).
           05 VM-BIRTH-DATE    PIC X(08).
           05 VM-ADDRESS       PIC X(122).

       FD  VERPRM-FILE.
       01  VP-ALL-DATA PIC X(20).


       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  DBNAME PIC X(20) VALUE "dbage".
       01  USERNAME  PIC X(20) VALUE "cobol".
       01  PASSWD PIC X(10) VALUE SPACE.

       01  VA-SAMPLE-ID    PIC X(06).
       01  VA-PER-CODE     PIC 9(03) VALUE 010.

       01  VA-EMAIL        PIC X(50).
       01  VA-FIRST-NAME   PIC X(50).
       01  VA-LAST-NAME    PIC X(50).
       01  VA-GENDER       PIC X(50).
       01  VA-AGE          PIC 9(03).
       01  VA-SPOKEN       PIC X(50).
       01  VA-COUNTRY      PIC X(50).
       01  VA-COUNTRY-CODE PIC X(50).
       01  VA-INFO-PHONE   PIC X(50).
       01  VA-BIRTH-DATE   PIC X(08).
       01  VA-HITS         PIC 9(05).

       01  VA-RES-CODE     PIC X(50).
       01  VA-RES-FIELD    PIC X(12).
       01  VA-RES-CHECKED  PIC 9(07).
       01  VA-RES-WRONG    PIC 9(07).

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

       01  FS-VERIFY    PIC X(02).
       01  FS-VERPRM    PIC X(02).

       01  VA-PARM      PIC X(20).
       01  VA-MODE      PIC X(07) VALUE "SAMPLE".
           88 VA-MODE-CHECK            VALUE "CHECK".
       01  VP-PARM-LINE.
           05 VP-MODE      PIC X(07).
           05 VP-PER-CODE  PIC X(03).
           05 VP-SAMPLE-ID PIC X(06).
           05 FILLER       PIC X(04).

       01  VA-RUN-DATE  PIC 9(08).
       01  VA-RUN-DATE-X REDEFINES VA-RUN-DATE PIC X(08).
       01  VA-WS-NAME   PIC X(40).

      * Une ligne de la feuille de verification.
       01  VW-LINE.
           05 VW-SAMPLE-ID  PIC X(06).
           05 VW-EMAIL      PIC X(50).
           05 VW-CODE       PIC X(10).
           05 VW-FIELD      PIC X(12).
           05 VW-HELD       PIC X(50).
           05 VW-VERDICT    PIC X(01).
              88 VW-CONFIRMED          VALUE "C".
              88 VW-WRONG              VALUE "W".
           05 VW-CORRECT    PIC X(50).

      * Les champs verifies, dans l'ordre de la feuille.
       01  VA-FIELD-NAMES-INIT.
           05 FILLER PIC X(12) VALUE "FIRST_NAME".
           05 FILLER PIC X(12) VALUE "LAST_NAME".
           05 FILLER PIC X(12) VALUE "GENDER".
           05 FILLER PIC X(12) VALUE "AGE".
           05 FILLER PIC X(12) VALUE "SPOKEN".
           05 FILLER PIC X(12) VALUE "COUNTRY".
           05 FILLER PIC X(12) VALUE "COUNTRY_CODE".
           05 FILLER PIC X(12) VALUE "INFO_PHONE".
           05 FILLER PIC X(12) VALUE "BIRTH_DATE".
       01  VA-FIELD-NAMES REDEFINES VA-FIELD-NAMES-INIT.
           05 VA-FIELD-NAME PIC X(12) OCCURS 9 TIMES.
       01  VA-FLD-IDX      PIC 9(02).
       01  VA-FLD          PIC 9(02).

      * Les valeurs d'un enregistrement tire, dans le meme
      * ordre, pour l'ecriture de la feuille.
       01  VA-HELD-TABLE.
           05 VA-HELD-VALUE PIC X(50) OCCURS 9 TIMES.

      * Les comptes par country_code et par champ.
       01  VA-CTY-TABLE.
           05 VA-CTY-ENTRY OCCURS 200 TIMES.
              10 VA-CTY-CODE      PIC X(10).
              10 VA-CTY-RECORDS   PIC 9(07).
              10 VA-CTY-REC-OK    PIC 9(07).
              10 VA-CTY-FLD OCCURS 9 TIMES.
                 15 VA-CTY-CHECKED PIC 9(07).
                 15 VA-CTY-WRONG   PIC 9(07).
       01  VA-CTY-COUNT    PIC 9(03) VALUE ZERO.
       01  VA-CTY-IDX      PIC 9(03).
       01  VA-CTY          PIC 9(03).

      * L'enregistrement en cours (rupture sur email + code).
       01  VA-PREV-EMAIL   PIC X(50) VALUE SPACE.
       01  VA-PREV-CODE    PIC X(10) VALUE SPACE.
       01  VA-IN-SAMPLE-SW PIC X(01) VALUE "N".
           88 VA-IN-SAMPLE             VALUE "Y".
       01  VA-REC-CHECKED  PIC 9(02).
       01  VA-REC-WRONG    PIC 9(02).
       01  VA-CORR-SW      PIC X(01) VALUE "N".
           88 VA-HAS-CORRECTION        VALUE "Y".

      * Compteurs du run.
       01  VA-DRAWN        PIC 9(07) VALUE ZERO.
       01  VA-LINE-NO      PIC 9(07) VALUE ZERO.
       01  VA-UNCHECKED    PIC 9(07) VALUE ZERO.
       01  VA-LISTED       PIC 9(07) VALUE ZERO.
       01  VA-NO-VALUE     PIC 9(07) VALUE ZERO.
       01  VA-CORR-RECS    PIC 9(07) VALUE ZERO.
       01  VA-CORR-FIELDS  PIC 9(07) VALUE ZERO.
       01  VA-REASON       PIC X(40).

      * Totaux et mise en forme des taux.
       01  VA-TOT-CHECKED  PIC 9(07).
       01  VA-TOT-WRONG    PIC 9(07).
       01  VA-TOT-RECORDS  PIC 9(07).
       01  VA-TOT-REC-OK   PIC 9(07).
       01  VA-PCT          PIC 9(03)V99.
       01  VA-PCT-ED       PIC ZZ9.99.
       01  VA-N-ED         PIC Z(6)9.
       01  VA-N2-ED        PIC Z(6)9.
       01  VA-N3-ED        PIC Z(6)9.
       01  VA-N4-ED        PIC Z(6)9.
       01  VA-LINE-ED      PIC Z(6)9.
       01  VA-LINE         PIC X(132).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CONNECT
           IF VA-MODE-CHECK
              PERFORM 4000-CHECK-WORKSHEET
           ELSE
              PERFORM 3000-DRAW-SAMPLE
           END-IF
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           PERFORM 8800-READ-DBCONFIG.
           ACCEPT VA-RUN-DATE FROM DATE YYYYMMDD.
           MOVE VA-RUN-DATE-X(1:6) TO VA-SAMPLE-ID.
           PERFORM 1100-SET-PARMS.

           MOVE SPACE TO VA-WS-NAME.
           STRING "VERIFY." DELIMITED BY SIZE
                  VA-SAMPLE-ID DELIMITED BY SPACE
                  ".txt" DELIMITED BY SIZE
             INTO VA-WS-NAME
           END-STRING.
           DISPLAY "veraudit mode: " VA-MODE " sample " VA-SAMPLE-ID
              " (" VA-PER-CODE " per country_code)".

      ******************************************************
      * 1100-SET-PARMS : VERPRM.txt d'abord (taille et        *
      * identifiant de l'echantillon, mode par defaut), puis  *
      * SAMPLE ou CHECK sur la ligne de commande l'emporte.   *
      * Un champ en blanc ou non numerique garde son defaut.  *
      ******************************************************
       1100-SET-PARMS.
           OPEN INPUT VERPRM-FILE.
           IF FS-VERPRM = "00"
              MOVE SPACE TO VP-PARM-LINE
              READ VERPRM-FILE INTO VP-PARM-LINE
                 AT END MOVE "10" TO FS-VERPRM
              END-READ
              IF FS-VERPRM = "00"
                 INSPECT VP-MODE CONVERTING "acehklmps"
                                         TO "ACEHKLMPS"
                 IF VP-MODE = "SAMPLE" OR "CHECK"
                    MOVE VP-MODE TO VA-MODE
                 END-IF
                 IF VP-PER-CODE IS NUMERIC
                    IF VP-PER-CODE NOT = "000"
                       MOVE VP-PER-CODE TO VA-PER-CODE
                    END-IF
                 END-IF
                 IF VP-SAMPLE-ID NOT = SPACE
                    MOVE VP-SAMPLE-ID TO VA-SAMPLE-ID
                 END-IF
              END-IF
              CLOSE VERPRM-FILE
           END-IF.

           ACCEPT VA-PARM FROM COMMAND-LINE.
           INSPECT VA-PARM CONVERTING "acehklmps"
                                   TO "ACEHKLMPS".
           IF VA-PARM(1:7) = "SAMPLE" OR "CHECK"
              MOVE VA-PARM(1:7) TO VA-MODE
           END-IF.

       2000-CONNECT.
           EXEC SQL
              CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.
           IF SQLCODE NOT = ZERO
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.
           PERFORM 8500-ENSURE-TABLES.

      ******************************************************
      * 3000-DRAW-SAMPLE : le tirage remplace celui du meme   *
      * identifiant dans verify_sample, puis la feuille est   *
      * ecrite a partir de lui, pays par pays dans l'ordre du *
      * tirage. Le rang dans le pays suit le hachage MD5 de   *
      * l'identifiant et de l'email - meme identifiant, meme  *
      * tirage.                                                 *
      ******************************************************
       3000-DRAW-SAMPLE.
           EXEC SQL
              DELETE FROM verify_sample
              WHERE sample_id = :VA-SAMPLE-ID
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.

           EXEC SQL
              INSERT INTO verify_sample
                 (sample_id, email, country_code, draw_no,
                  drawn_date)
              SELECT :VA-SAMPLE-ID, s.email, s.country_code, s.rn,
                     CURRENT_DATE
              FROM (SELECT d.email,
                           COALESCE(d.country_code, '')
                              AS country_code,
                           ROW_NUMBER() OVER
                              (PARTITION BY
                                  COALESCE(d.country_code, '')
                               ORDER BY
                                  MD5(RTRIM(:VA-SAMPLE-ID) || d.email),
                                  d.email) AS rn
                    FROM databank d
                    WHERE d.email NOT LIKE '%@anonymous.invalid')
                   s
              WHERE s.rn <= :VA-PER-CODE
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.

           OPEN OUTPUT VERIFY-FILE.
           MOVE SPACE TO VA-LINE.
           STRING "* Verification worksheet " DELIMITED BY SIZE
                  VA-SAMPLE-ID DELIMITED BY SPACE
                  " drawn " DELIMITED BY SIZE
                  VA-RUN-DATE DELIMITED BY SIZE
                  ", " DELIMITED BY SIZE
                  VA-PER-CODE DELIMITED BY SIZE
                  " records per country_code [" DELIMITED BY SIZE
                  DB-ENV-NAME DELIMITED BY SPACE
                  "]" DELIMITED BY SIZE
             INTO VA-LINE
           END-STRING.
           WRITE VW-ALL-DATA FROM VA-LINE.
           MOVE "* Col 129 : C = confirmed against the document, W = w
      -         "rong (correct value in col 130-179)." TO VA-LINE.
           WRITE VW-ALL-DATA FROM VA-LINE.

           EXEC SQL
              DECLARE CRVADRAW CURSOR FOR
              SELECT d.email, COALESCE(d.first_name, ''),
                     COALESCE(d.last_name, ''),
                     COALESCE(d.gender, ''), COALESCE(d.age, 0),
                     COALESCE(d.spoken, ''), COALESCE(d.country, ''),
                     COALESCE(d.country_code, ''),
                     COALESCE(d.info_phone, ''),
                     COALESCE(TO_CHAR(d.birth_date, 'YYYYMMDD'), '')
              FROM verify_sample v, databank d
              WHERE v.sample_id = :VA-SAMPLE-ID
                AND d.email = v.email
              ORDER BY v.country_code, v.draw_no
           END-EXEC.

           EXEC SQL OPEN CRVADRAW END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH CRVADRAW
                    INTO :VA-EMAIL, :VA-FIRST-NAME, :VA-LAST-NAME,
                         :VA-GENDER, :VA-AGE, :VA-SPOKEN,
                         :VA-COUNTRY, :VA-COUNTRY-CODE,
                         :VA-INFO-PHONE, :VA-BIRTH-DATE
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    ADD 1 TO VA-DRAWN
                    PERFORM 3100-WRITE-RECORD
                 WHEN 100
                    CONTINUE
                 WHEN OTHER
                    PERFORM 9900-ERROR-RTN-START
                       THRU 9900-ERROR-RTN-END
              END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE CRVADRAW END-EXEC.
           CLOSE VERIFY-FILE.

      ******************************************************
      * 3100-WRITE-RECORD : une ligne par champ a verifier,   *
      * verdict et valeur correcte laisses en blanc pour le   *
      * commis, une ligne blanche entre deux personnes.       *
      ******************************************************
       3100-WRITE-RECORD.
           MOVE VA-FIRST-NAME TO VA-HELD-VALUE(1).
           MOVE VA-LAST-NAME TO VA-HELD-VALUE(2).
           MOVE VA-GENDER TO VA-HELD-VALUE(3).
           MOVE VA-AGE TO VA-HELD-VALUE(4).
           MOVE VA-SPOKEN TO VA-HELD-VALUE(5).
           MOVE VA-COUNTRY TO VA-HELD-VALUE(6).
           MOVE VA-COUNTRY-CODE TO VA-HELD-VALUE(7).
           MOVE VA-INFO-PHONE TO VA-HELD-VALUE(8).
           MOVE VA-BIRTH-DATE TO VA-HELD-VALUE(9).

           PERFORM VARYING VA-FLD-IDX FROM 1 BY 1
              UNTIL VA-FLD-IDX > 9
              MOVE SPACE TO VW-LINE
              MOVE VA-SAMPLE-ID TO VW-SAMPLE-ID
              MOVE VA-EMAIL TO VW-EMAIL
              MOVE VA-COUNTRY-CODE TO VW-CODE
              MOVE VA-FIELD-NAME(VA-FLD-IDX) TO VW-FIELD
              MOVE VA-HELD-VALUE(VA-FLD-IDX) TO VW-HELD
              WRITE VW-ALL-DATA FROM VW-LINE
           END-PERFORM.
           WRITE VW-ALL-DATA FROM SPACE.

      ******************************************************
      * 4000-CHECK-WORKSHEET : la feuille remplie, ligne a    *
      * ligne, avec rupture par personne ; puis les taux, la  *
      * trace dans verify_result. Sans feuille, rien n'est    *
      * compte : code retour 8.                                 *
      ******************************************************
       4000-CHECK-WORKSHEET.
           OPEN INPUT VERIFY-FILE.
           IF FS-VERIFY NOT = "00"
              DISPLAY "Cannot open " VA-WS-NAME ", status " FS-VERIFY
              EXEC SQL DISCONNECT END-EXEC
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT VERACC-FILE.
           OPEN OUTPUT VERMAINT-FILE.

           MOVE SPACE TO VA-LINE.
           STRING "Verification audit - sample " DELIMITED BY SIZE
                  VA-SAMPLE-ID DELIMITED BY SPACE
                  " checked " DELIMITED BY SIZE
                  VA-RUN-DATE DELIMITED BY SIZE
                  " [" DELIMITED BY SIZE
                  DB-ENV-NAME DELIMITED BY SPACE
                  "]" DELIMITED BY SIZE
             INTO VA-LINE
           END-STRING.
           WRITE VR-ALL-DATA FROM VA-LINE.
           WRITE VR-ALL-DATA FROM SPACE.
           MOVE "Worksheet lines not counted or not sent :"
             TO VA-LINE.
           WRITE VR-ALL-DATA FROM VA-LINE.

           MOVE SPACE TO VW-LINE.
           READ VERIFY-FILE INTO VW-LINE
              AT END MOVE "10" TO FS-VERIFY
           END-READ.
           PERFORM UNTIL FS-VERIFY NOT = "00"
              ADD 1 TO VA-LINE-NO
              PERFORM 4100-ONE-LINE THRU 4100-EXIT
              MOVE SPACE TO VW-LINE
              READ VERIFY-FILE INTO VW-LINE
                 AT END MOVE "10" TO FS-VERIFY
              END-READ
           END-PERFORM.
           PERFORM 4500-CLOSE-RECORD.
           CLOSE VERIFY-FILE.

           IF VA-LISTED = ZERO
              MOVE "  (none)" TO VA-LINE
              WRITE VR-ALL-DATA FROM VA-LINE
           END-IF.
           PERFORM 5000-REPORT-FIELDS.
           PERFORM 5100-REPORT-COUNTRIES.
           PERFORM 6000-SAVE-RESULTS.

      ******************************************************
      * 4100-ONE-LINE : commentaires et lignes blanches       *
      * sautes ; une ligne d'un autre echantillon, d'un champ *
      * inconnu, d'une personne hors tirage ou au verdict     *
      * illisible est listee et non comptee.                   *
      ******************************************************
       4100-ONE-LINE.
           IF VW-LINE = SPACE OR VW-LINE(1:1) = "*"
              GO TO 4100-EXIT
           END-IF.

           IF VW-EMAIL NOT = VA-PREV-EMAIL
              OR VW-CODE NOT = VA-PREV-CODE
              PERFORM 4500-CLOSE-RECORD
              PERFORM 4400-OPEN-RECORD
           END-IF.

           IF VW-SAMPLE-ID NOT = VA-SAMPLE-ID
              MOVE "other sample id" TO VA-REASON
              PERFORM 4900-LIST-LINE
              GO TO 4100-EXIT
           END-IF.

           MOVE ZERO TO VA-FLD.
           PERFORM VARYING VA-FLD-IDX FROM 1 BY 1
              UNTIL VA-FLD-IDX > 9 OR VA-FLD NOT = ZERO
              IF VA-FIELD-NAME(VA-FLD-IDX) = VW-FIELD
                 MOVE VA-FLD-IDX TO VA-FLD
              END-IF
           END-PERFORM.
           IF VA-FLD = ZERO
              MOVE "unknown field name" TO VA-REASON
              PERFORM 4900-LIST-LINE
              GO TO 4100-EXIT
           END-IF.

           IF NOT VA-IN-SAMPLE
              MOVE "record not in this sample" TO VA-REASON
              PERFORM 4900-LIST-LINE
              GO TO 4100-EXIT
           END-IF.

           IF VW-VERDICT = SPACE
              ADD 1 TO VA-UNCHECKED
              GO TO 4100-EXIT
           END-IF.
           IF NOT VW-CONFIRMED AND NOT VW-WRONG
              MOVE "verdict is not C or W" TO VA-REASON
              PERFORM 4900-LIST-LINE
              GO TO 4100-EXIT
           END-IF.

           ADD 1 TO VA-CTY-CHECKED(VA-CTY, VA-FLD).
           ADD 1 TO VA-REC-CHECKED.
           IF VW-CONFIRMED
              GO TO 4100-EXIT
           END-IF.

           ADD 1 TO VA-CTY-WRONG(VA-CTY, VA-FLD).
           ADD 1 TO VA-REC-WRONG.
           IF VW-CORRECT = SPACE
              ADD 1 TO VA-NO-VALUE
              MOVE "wrong, no correct value - not sent"
                TO VA-REASON
              PERFORM 4900-LIST-LINE
              GO TO 4100-EXIT
           END-IF.
           PERFORM 4600-NOTE-CORRECTION.

       4100-EXIT.
           EXIT.

      ******************************************************
      * 4400-OPEN-RECORD : une nouvelle personne - est-elle   *
      * dans le tirage, et sous quel pays la compter.         *
      ******************************************************
       4400-OPEN-RECORD.
           MOVE VW-EMAIL TO VA-PREV-EMAIL.
           MOVE VW-CODE TO VA-PREV-CODE.
           MOVE ZERO TO VA-REC-CHECKED VA-REC-WRONG.
           MOVE "N" TO VA-CORR-SW.
           MOVE SPACE TO VM-TRANSACTION.
           MOVE "U" TO VM-ACTION.
           MOVE VW-EMAIL TO VM-EMAIL.

           MOVE "N" TO VA-IN-SAMPLE-SW.
           MOVE VW-EMAIL TO VA-EMAIL.
           MOVE ZERO TO VA-HITS.
           EXEC SQL
              SELECT COUNT(*) INTO :VA-HITS
              FROM verify_sample
              WHERE sample_id = :VA-SAMPLE-ID
                AND email = RTRIM(:VA-EMAIL)
           END-EXEC.
           IF SQLCODE NOT = ZERO
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.
           IF VA-HITS > ZERO
              MOVE "Y" TO VA-IN-SAMPLE-SW
           END-IF.

           MOVE ZERO TO VA-CTY.
           PERFORM VARYING VA-CTY-IDX FROM 1 BY 1
              UNTIL VA-CTY-IDX > VA-CTY-COUNT OR VA-CTY NOT = ZERO
              IF VA-CTY-CODE(VA-CTY-IDX) = VW-CODE
                 MOVE VA-CTY-IDX TO VA-CTY
              END-IF
           END-PERFORM.
           IF VA-CTY = ZERO AND VA-IN-SAMPLE
              IF VA-CTY-COUNT < 200
                 ADD 1 TO VA-CTY-COUNT
                 MOVE VA-CTY-COUNT TO VA-CTY
                 INITIALIZE VA-CTY-ENTRY(VA-CTY)
                 MOVE VW-CODE TO VA-CTY-CODE(VA-CTY)
              ELSE
                 DISPLAY "veraudit: more than 200 country codes - "
                    VW-CODE " not counted."
                 MOVE "N" TO VA-IN-SAMPLE-SW
              END-IF
           END-IF.

      ******************************************************
      * 4500-CLOSE-RECORD : la personne est comptee si un     *
      * champ au moins a ete verifie, juste si aucun n'etait  *
      * faux ; ses corrections partent en une transaction U.  *
      ******************************************************
       4500-CLOSE-RECORD.
           IF VA-PREV-EMAIL NOT = SPACE AND VA-IN-SAMPLE
              IF VA-REC-CHECKED > ZERO
                 ADD 1 TO VA-CTY-RECORDS(VA-CTY)
                 IF VA-REC-WRONG = ZERO
                    ADD 1 TO VA-CTY-REC-OK(VA-CTY)
                 END-IF
              END-IF
              IF VA-HAS-CORRECTION
                 WRITE VM-TRANSACTION
                 ADD 1 TO VA-CORR-RECS
              END-IF
           END-IF.
           MOVE SPACE TO VA-PREV-EMAIL VA-PREV-CODE.
           MOVE "N" TO VA-CORR-SW.

      ******************************************************
      * 4600-NOTE-CORRECTION : la valeur correcte dans sa     *
      * zone de la transaction. L'age est cadre a droite sur  *
      * trois chiffres comme dbmaint l'attend ; un age ou une *
      * date illisible part tel quel, dbmaint le rejettera.   *
      ******************************************************
       4600-NOTE-CORRECTION.
           MOVE "Y" TO VA-CORR-SW.
           ADD 1 TO VA-CORR-FIELDS.
           EVALUATE VA-FLD
              WHEN 1
                 MOVE VW-CORRECT TO VM-FIRST-NAME
              WHEN 2
                 MOVE VW-CORRECT TO VM-LAST-NAME
              WHEN 3
                 MOVE VW-CORRECT TO VM-GENDER
              WHEN 4
                 EVALUATE TRUE
                    WHEN VW-CORRECT(2:49) = SPACE
                       AND VW-CORRECT(1:1) IS NUMERIC
                       MOVE "00" TO VM-AGE-TEXT(1:2)
                       MOVE VW-CORRECT(1:1) TO VM-AGE-TEXT(3:1)
                    WHEN VW-CORRECT(3:48) = SPACE
                       AND VW-CORRECT(1:2) IS NUMERIC
                       MOVE "0" TO VM-AGE-TEXT(1:1)
                       MOVE VW-CORRECT(1:2) TO VM-AGE-TEXT(2:2)
                    WHEN OTHER
                       MOVE VW-CORRECT(1:3) TO VM-AGE-TEXT
                 END-EVALUATE
              WHEN 5
                 MOVE VW-CORRECT TO VM-SPOKEN
              WHEN 6
                 MOVE VW-CORRECT TO VM-COUNTRY
              WHEN 7
                 MOVE VW-CORRECT TO VM-COUNTRY-CODE
              WHEN 8
                 MOVE VW-CORRECT TO VM-INFO-PHONE
              WHEN 9
                 MOVE VW-CORRECT(1:8) TO VM-BIRTH-DATE
           END-EVALUATE.

       4900-LIST-LINE.
           ADD 1 TO VA-LISTED.
           MOVE VA-LINE-NO TO VA-LINE-ED.
           MOVE SPACE TO VA-LINE.
           STRING "  line " DELIMITED BY SIZE
                  VA-LINE-ED DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  VW-EMAIL DELIMITED BY SPACE
                  "  " DELIMITED BY SIZE
                  VW-FIELD DELIMITED BY SPACE
                  "  " DELIMITED BY SIZE
                  VA-REASON DELIMITED BY "  "
             INTO VA-LINE
           END-STRING.
           WRITE VR-ALL-DATA FROM VA-LINE.

      ******************************************************
      * 5000-REPORT-FIELDS : par champ, tous pays confondus - *
      * champs verifies, faux, et le taux d'exactitude.        *
      ******************************************************
       5000-REPORT-FIELDS.
           WRITE VR-ALL-DATA FROM SPACE.
           MOVE "Accuracy per field" TO VA-LINE.
           WRITE VR-ALL-DATA FROM VA-LINE.
           MOVE "  Field          Checked    Wrong  Accuracy %"
             TO VA-LINE.
           WRITE VR-ALL-DATA FROM VA-LINE.
           MOVE ZERO TO VA-TOT-CHECKED VA-TOT-WRONG.
           PERFORM VARYING VA-FLD-IDX FROM 1 BY 1
              UNTIL VA-FLD-IDX > 9
              MOVE ZERO TO VA-RES-CHECKED VA-RES-WRONG
              PERFORM VARYING VA-CTY-IDX FROM 1 BY 1
                 UNTIL VA-CTY-IDX > VA-CTY-COUNT
                 ADD VA-CTY-CHECKED(VA-CTY-IDX, VA-FLD-IDX)
                   TO VA-RES-CHECKED
                 ADD VA-CTY-WRONG(VA-CTY-IDX, VA-FLD-IDX)
                   TO VA-RES-WRONG
              END-PERFORM
              ADD VA-RES-CHECKED TO VA-TOT-CHECKED
              ADD VA-RES-WRONG TO VA-TOT-WRONG
              MOVE SPACE TO VA-LINE
              MOVE VA-FIELD-NAME(VA-FLD-IDX) TO VA-LINE(3:12)
              PERFORM 5200-RATE-COLUMNS
              WRITE VR-ALL-DATA FROM VA-LINE
           END-PERFORM.
           MOVE SPACE TO VA-LINE.
           MOVE "All fields" TO VA-LINE(3:12).
           MOVE VA-TOT-CHECKED TO VA-RES-CHECKED.
           MOVE VA-TOT-WRONG TO VA-RES-WRONG.
           PERFORM 5200-RATE-COLUMNS.
           WRITE VR-ALL-DATA FROM VA-LINE.

      ******************************************************
      * 5100-REPORT-COUNTRIES : par country_code - personnes  *
      * verifiees et entierement justes, puis les champs.     *
      ******************************************************
       5100-REPORT-COUNTRIES.
           WRITE VR-ALL-DATA FROM SPACE.
           MOVE "Accuracy per country_code" TO VA-LINE.
           WRITE VR-ALL-DATA FROM VA-LINE.
           MOVE "  Code           Checked    Wrong  Accuracy %   Recor
      -         "ds  All right" TO VA-LINE.
           WRITE VR-ALL-DATA FROM VA-LINE.
           MOVE ZERO TO VA-TOT-RECORDS VA-TOT-REC-OK.
           PERFORM VARYING VA-CTY-IDX FROM 1 BY 1
              UNTIL VA-CTY-IDX > VA-CTY-COUNT
              MOVE ZERO TO VA-RES-CHECKED VA-RES-WRONG
              PERFORM VARYING VA-FLD-IDX FROM 1 BY 1
                 UNTIL VA-FLD-IDX > 9
                 ADD VA-CTY-CHECKED(VA-CTY-IDX, VA-FLD-IDX)
                   TO VA-RES-CHECKED
                 ADD VA-CTY-WRONG(VA-CTY-IDX, VA-FLD-IDX)
                   TO VA-RES-WRONG
              END-PERFORM
              ADD VA-CTY-RECORDS(VA-CTY-IDX) TO VA-TOT-RECORDS
              ADD VA-CTY-REC-OK(VA-CTY-IDX) TO VA-TOT-REC-OK
              MOVE SPACE TO VA-LINE
              MOVE VA-CTY-CODE(VA-CTY-IDX) TO VA-LINE(3:10)
              PERFORM 5200-RATE-COLUMNS
              MOVE VA-CTY-RECORDS(VA-CTY-IDX) TO VA-N3-ED
              MOVE VA-N3-ED TO VA-LINE(52:7)
              MOVE VA-CTY-REC-OK(VA-CTY-IDX) TO VA-N4-ED
              MOVE VA-N4-ED TO VA-LINE(61:7)
              WRITE VR-ALL-DATA FROM VA-LINE
           END-PERFORM.
           MOVE SPACE TO VA-LINE.
           MOVE "All codes" TO VA-LINE(3:10).
           MOVE VA-TOT-CHECKED TO VA-RES-CHECKED.
           MOVE VA-TOT-WRONG TO VA-RES-WRONG.
           PERFORM 5200-RATE-COLUMNS.
           MOVE VA-TOT-RECORDS TO VA-N3-ED.
           MOVE VA-N3-ED TO VA-LINE(52:7).
           MOVE VA-TOT-REC-OK TO VA-N4-ED.
           MOVE VA-N4-ED TO VA-LINE(61:7).
           WRITE VR-ALL-DATA FROM VA-LINE.

      ******************************************************
      * 5200-RATE-COLUMNS : verifies, faux, taux - le taux     *
      * reste en blanc quand rien n'a ete verifie.             *
      ******************************************************
       5200-RATE-COLUMNS.
           MOVE VA-RES-CHECKED TO VA-N-ED.
           MOVE VA-N-ED TO VA-LINE(18:7).
           MOVE VA-RES-WRONG TO VA-N2-ED.
           MOVE VA-N2-ED TO VA-LINE(27:7).
           IF VA-RES-CHECKED > ZERO
              COMPUTE VA-PCT ROUNDED =
                 (VA-RES-CHECKED - VA-RES-WRONG) * 100
                 / VA-RES-CHECKED
              MOVE VA-PCT TO VA-PCT-ED
              MOVE VA-PCT-ED TO VA-LINE(38:6)
           END-IF.

      ******************************************************
      * 6000-SAVE-RESULTS : les comptes du controle dans      *
      * verify_result, ceux d'un controle precedent du meme   *
      * echantillon remplaces - le chiffre mensuel se lit la. *
      ******************************************************
       6000-SAVE-RESULTS.
           EXEC SQL
              DELETE FROM verify_result
              WHERE sample_id = :VA-SAMPLE-ID
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.
           PERFORM VARYING VA-CTY-IDX FROM 1 BY 1
              UNTIL VA-CTY-IDX > VA-CTY-COUNT
              PERFORM VARYING VA-FLD-IDX FROM 1 BY 1
                 UNTIL VA-FLD-IDX > 9
                 IF VA-CTY-CHECKED(VA-CTY-IDX, VA-FLD-IDX) > ZERO
                    MOVE VA-CTY-CODE(VA-CTY-IDX) TO VA-RES-CODE
                    MOVE VA-FIELD-NAME(VA-FLD-IDX) TO VA-RES-FIELD
                    MOVE VA-CTY-CHECKED(VA-CTY-IDX, VA-FLD-IDX)
                      TO VA-RES-CHECKED
                    MOVE VA-CTY-WRONG(VA-CTY-IDX, VA-FLD-IDX)
                      TO VA-RES-WRONG
                    EXEC SQL
                       INSERT INTO verify_result
                          (sample_id, check_date, country_code,
                           field_name, checked, wrong)
                       VALUES
                          (:VA-SAMPLE-ID, CURRENT_DATE,
                           RTRIM(:VA-RES-CODE),
                           RTRIM(:VA-RES-FIELD),
                           :VA-RES-CHECKED, :VA-RES-WRONG)
                    END-EXEC
                    IF SQLCODE NOT = ZERO
                       PERFORM 9900-ERROR-RTN-START
                          THRU 9900-ERROR-RTN-END
                    END-IF
                 END-IF
              END-PERFORM
           END-PERFORM.

       9000-TERMINATE.
           IF VA-MODE-CHECK
              WRITE VR-ALL-DATA FROM SPACE
              MOVE SPACE TO VA-LINE
              STRING VA-CORR-RECS DELIMITED BY SIZE
                     " correction transactions (" DELIMITED BY SIZE
                     VA-CORR-FIELDS DELIMITED BY SIZE
                     " fields) written to VERMAINT.txt, "
                     DELIMITED BY SIZE
                     VA-NO-VALUE DELIMITED BY SIZE
                     " wrong without a value." DELIMITED BY SIZE
                INTO VA-LINE
              END-STRING
              WRITE VR-ALL-DATA FROM VA-LINE
              DISPLAY VA-LINE
              MOVE SPACE TO VA-LINE
              STRING VA-UNCHECKED DELIMITED BY SIZE
                     " fields not checked, " DELIMITED BY SIZE
                     VA-LISTED DELIMITED BY SIZE
                     " lines listed." DELIMITED BY SIZE
                INTO VA-LINE
              END-STRING
              WRITE VR-ALL-DATA FROM VA-LINE
              DISPLAY VA-LINE
              CLOSE VERACC-FILE
              CLOSE VERMAINT-FILE
           ELSE
              DISPLAY "veraudit: " VA-DRAWN " records drawn to "
                 VA-WS-NAME
           END-IF.
           EXEC SQL DISCONNECT END-EXEC.
           IF VA-LISTED > ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE ZERO TO RETURN-CODE
           END-IF.

      ******************************************************
      * 8500-ENSURE-TABLES : le tirage et les resultats,      *
      * crees au premier usage ; databank doit exister.       *
      ******************************************************
       8500-ENSURE-TABLES.
           EXEC SQL
              CREATE TABLE IF NOT EXISTS verify_sample
                 (sample_id    VARCHAR(6),
                  email        VARCHAR(50),
                  country_code VARCHAR(50),
                  draw_no      INTEGER,
                  drawn_date   DATE)
           END-EXEC.
           IF SQLCODE NOT = ZERO
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.
           EXEC SQL
              CREATE TABLE IF NOT EXISTS verify_result
                 (sample_id    VARCHAR(6),
                  check_date   DATE,
                  country_code VARCHAR(50),
                  field_name   VARCHAR(12),
                  checked      INTEGER,
                  wrong        INTEGER)
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
           CLOSE VERIFY-FILE.
           CLOSE VERACC-FILE.
           CLOSE VERMAINT-FILE.
           GOBACK.
