       IDENTIFICATION DIVISION.
       PROGRAM-ID. ctrychk.
       AUTHOR. EDP-BATCH-TEAM.
       INSTALLATION. DBAGE-REPORTING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

      ******************************************************
      * Country and gender reference check.                   *
      *                                                        *
      * country_ref holds, per country_code, the official     *
      * country name ; gender_ref the accepted gender values - *
      * both maintained by refmaint. dbmaint and csvload hold  *
      * new rows to them, but rows loaded before the lists     *
      * existed, or since edited in the base, may not agree.   *
      * This report lists, in CTRYCHK.txt :                    *
      *   MISMATCH   rows whose country text is not the        *
      *              official name of their country_code ;     *
      *   NOCODE     rows whose country_code is not in         *
      *              country_ref ;                              *
      *   NOGENDER   rows whose gender is not in gender_ref.   *
      * then a count per category, and per country_code the    *
      * number of mismatching rows.                            *
      *                                                        *
      * Nothing is corrected here : corrections go through     *
      * dbmaint (country text or code) or refmaint (the        *
      * official name itself).                                  *
      *                                                        *
      * An empty country_ref or gender_ref would list every    *
      * row ; the run is refused (RC 16) until refmaint SEED   *
      * has filled them. Return code 4 when anything was       *
      * listed, 0 when clean.                                   *
      *                                                        *
      * Modification history                                   *
      * 2026-10-15 EDP  Initial version.                       *
      ******************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTRYCHK-FILE ASSIGN TO "CTRYCHK.txt"
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

       FD  CTRYCHK-FILE.
       01  CK-ALL-DATA PIC X(200).


       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  DBNAME PIC X(20) VALUE "dbage".
       01  USERNAME  PIC X(20) VALUE "cobol".
       01  PASSWD PIC X(10) VALUE SPACE.

       01  CK-EMAIL        PIC X(50).
       01  CK-CODE         PIC X(50).
       01  CK-COUNTRY      PIC X(50).
       01  CK-OFFICIAL     PIC X(50).
       01  CK-GENDER       PIC X(50).
       01  CK-ROWS         PIC 9(09).
       01  CK-REF-CODES    PIC 9(09).
       01  CK-REF-GENDERS  PIC 9(09).

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

       01  CK-RUN-DATE  PIC 9(08).

      * Compteurs par categorie.
       01  CK-MISMATCH-FOUND  PIC 9(07) VALUE ZERO.
       01  CK-NOCODE-FOUND    PIC 9(07) VALUE ZERO.
       01  CK-NOGENDER-FOUND  PIC 9(07) VALUE ZERO.
       01  CK-TOTAL-FOUND     PIC 9(07) VALUE ZERO.

       01  CK-ROWS-ED       PIC Z(8)9.
       01  CK-LABEL         PIC X(40).
       01  CK-FOUND-N       PIC 9(07).
       01  CK-LINE          PIC X(200).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CONNECT
           PERFORM 3000-SCAN-MISMATCH
           PERFORM 3100-SCAN-NOCODE
           PERFORM 3200-SCAN-NOGENDER
           PERFORM 3300-COUNT-BY-CODE
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           PERFORM 8800-READ-DBCONFIG.
           ACCEPT CK-RUN-DATE FROM DATE YYYYMMDD.

           OPEN OUTPUT CTRYCHK-FILE.
           MOVE SPACE TO CK-LINE.
           STRING "Country and gender reference check "
                     DELIMITED BY SIZE
                  CK-RUN-DATE DELIMITED BY SIZE
                  " [" DELIMITED BY SIZE
                  DB-ENV-NAME DELIMITED BY SPACE
                  "]" DELIMITED BY SIZE
             INTO CK-LINE
           END-STRING.
           WRITE CK-ALL-DATA FROM CK-LINE.
           WRITE CK-ALL-DATA FROM SPACE.

      ******************************************************
      * 2000-CONNECT : connexion, tables de reference creees  *
      * au besoin, et refus si l'une est encore vide.         *
      ******************************************************
       2000-CONNECT.
           EXEC SQL
              CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.
           IF SQLCODE NOT = ZERO
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.
           PERFORM 8500-ENSURE-REFERENCE.

           MOVE ZERO TO CK-REF-CODES.
           MOVE ZERO TO CK-REF-GENDERS.
           EXEC SQL
              SELECT COUNT(*) INTO :CK-REF-CODES FROM country_ref
           END-EXEC.
           IF SQLCODE NOT = ZERO
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.
           EXEC SQL
              SELECT COUNT(*) INTO :CK-REF-GENDERS FROM gender_ref
           END-EXEC.
           IF SQLCODE NOT = ZERO
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.
           IF CK-REF-CODES = ZERO OR CK-REF-GENDERS = ZERO
              DISPLAY "ctrychk: country_ref or gender_ref is empty - "
                 "run refmaint SEED first."
              MOVE "country_ref or gender_ref is empty - no check."
                 TO CK-LINE
              WRITE CK-ALL-DATA FROM CK-LINE
              CLOSE CTRYCHK-FILE
              EXEC SQL DISCONNECT END-EXEC
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

      ******************************************************
      * 3000-SCAN-MISMATCH : texte pays different du libelle  *
      * officiel du country_code.                              *
      ******************************************************
       3000-SCAN-MISMATCH.
           EXEC SQL
              DECLARE CRCKMIS CURSOR FOR
              SELECT d.email, d.country_code,
                     COALESCE(d.country, ''),
                     COALESCE(r.country_name, '')
              FROM databank d, country_ref r
              WHERE r.country_code = d.country_code
                AND COALESCE(d.country, '')
                    <> COALESCE(r.country_name, '')
              ORDER BY d.country_code, d.email
           END-EXEC.

           EXEC SQL OPEN CRCKMIS END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH CRCKMIS INTO :CK-EMAIL, :CK-CODE,
                                    :CK-COUNTRY, :CK-OFFICIAL
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    ADD 1 TO CK-MISMATCH-FOUND
                    MOVE SPACE TO CK-LINE
                    STRING "MISMATCH " DELIMITED BY SIZE
                           CK-CODE DELIMITED BY SPACE
                           " " DELIMITED BY SIZE
                           CK-EMAIL DELIMITED BY SPACE
                           " country '" DELIMITED BY SIZE
                           CK-COUNTRY DELIMITED BY "  "
                           "' official '" DELIMITED BY SIZE
                           CK-OFFICIAL DELIMITED BY "  "
                           "'" DELIMITED BY SIZE
                      INTO CK-LINE
                    END-STRING
                    WRITE CK-ALL-DATA FROM CK-LINE
                 WHEN 100
                    CONTINUE
                 WHEN OTHER
                    PERFORM 9900-ERROR-RTN-START
                       THRU 9900-ERROR-RTN-END
              END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE CRCKMIS END-EXEC.

      ******************************************************
      * 3100-SCAN-NOCODE : country_code absent de country_ref. *
      ******************************************************
       3100-SCAN-NOCODE.
           EXEC SQL
              DECLARE CRCKNOC CURSOR FOR
              SELECT d.email, COALESCE(d.country_code, ''),
                     COALESCE(d.country, '')
              FROM databank d
              WHERE NOT EXISTS
                 (SELECT 1 FROM country_ref r
                  WHERE r.country_code = d.country_code)
              ORDER BY 2, d.email
           END-EXEC.

           EXEC SQL OPEN CRCKNOC END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH CRCKNOC INTO :CK-EMAIL, :CK-CODE, :CK-COUNTRY
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    ADD 1 TO CK-NOCODE-FOUND
                    MOVE SPACE TO CK-LINE
                    STRING "NOCODE   " DELIMITED BY SIZE
                           CK-CODE DELIMITED BY SPACE
                           " " DELIMITED BY SIZE
                           CK-EMAIL DELIMITED BY SPACE
                           " country '" DELIMITED BY SIZE
                           CK-COUNTRY DELIMITED BY "  "
                           "' code not in country_ref"
                              DELIMITED BY SIZE
                      INTO CK-LINE
                    END-STRING
                    WRITE CK-ALL-DATA FROM CK-LINE
                 WHEN 100
                    CONTINUE
                 WHEN OTHER
                    PERFORM 9900-ERROR-RTN-START
                       THRU 9900-ERROR-RTN-END
              END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE CRCKNOC END-EXEC.

      ******************************************************
      * 3200-SCAN-NOGENDER : genre absent de gender_ref.      *
      ******************************************************
       3200-SCAN-NOGENDER.
           EXEC SQL
              DECLARE CRCKNOG CURSOR FOR
              SELECT d.email, COALESCE(d.gender, '')
              FROM databank d
              WHERE NOT EXISTS
                 (SELECT 1 FROM gender_ref g
                  WHERE g.gender = d.gender)
              ORDER BY 2, d.email
           END-EXEC.

           EXEC SQL OPEN CRCKNOG END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH CRCKNOG INTO :CK-EMAIL, :CK-GENDER
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    ADD 1 TO CK-NOGENDER-FOUND
                    MOVE SPACE TO CK-LINE
                    STRING "NOGENDER " DELIMITED BY SIZE
                           CK-EMAIL DELIMITED BY SPACE
                           " gender '" DELIMITED BY SIZE
                           CK-GENDER DELIMITED BY "  "
                           "' not in gender_ref" DELIMITED BY SIZE
                      INTO CK-LINE
                    END-STRING
                    WRITE CK-ALL-DATA FROM CK-LINE
                 WHEN 100
                    CONTINUE
                 WHEN OTHER
                    PERFORM 9900-ERROR-RTN-START
                       THRU 9900-ERROR-RTN-END
              END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE CRCKNOG END-EXEC.

      ******************************************************
      * 3300-COUNT-BY-CODE : nombre de lignes en desaccord    *
      * par country_code, pour orienter la correction.         *
      ******************************************************
       3300-COUNT-BY-CODE.
           WRITE CK-ALL-DATA FROM SPACE.
           MOVE "Mismatching rows per country_code" TO CK-LINE.
           WRITE CK-ALL-DATA FROM CK-LINE.

           EXEC SQL
              DECLARE CRCKCNT CURSOR FOR
              SELECT d.country_code,
                     COALESCE(r.country_name, ''), COUNT(*)
              FROM databank d, country_ref r
              WHERE r.country_code = d.country_code
                AND COALESCE(d.country, '')
                    <> COALESCE(r.country_name, '')
              GROUP BY d.country_code, r.country_name
              ORDER BY d.country_code
           END-EXEC.

           EXEC SQL OPEN CRCKCNT END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH CRCKCNT INTO :CK-CODE, :CK-OFFICIAL, :CK-ROWS
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    MOVE CK-ROWS TO CK-ROWS-ED
                    MOVE SPACE TO CK-LINE
                    MOVE CK-CODE TO CK-LINE(1:10)
                    MOVE CK-OFFICIAL TO CK-LINE(12:30)
                    MOVE CK-ROWS-ED TO CK-LINE(43:9)
                    WRITE CK-ALL-DATA FROM CK-LINE
                 WHEN 100
                    CONTINUE
                 WHEN OTHER
                    PERFORM 9900-ERROR-RTN-START
                       THRU 9900-ERROR-RTN-END
              END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE CRCKCNT END-EXEC.

       9000-TERMINATE.
           WRITE CK-ALL-DATA FROM SPACE.
           MOVE "Country text not the official name" TO CK-LABEL.
           MOVE CK-MISMATCH-FOUND TO CK-FOUND-N.
           PERFORM 9100-WRITE-COUNT.
           MOVE "country_code not in country_ref" TO CK-LABEL.
           MOVE CK-NOCODE-FOUND TO CK-FOUND-N.
           PERFORM 9100-WRITE-COUNT.
           MOVE "gender not in gender_ref" TO CK-LABEL.
           MOVE CK-NOGENDER-FOUND TO CK-FOUND-N.
           PERFORM 9100-WRITE-COUNT.

           COMPUTE CK-TOTAL-FOUND = CK-MISMATCH-FOUND
              + CK-NOCODE-FOUND + CK-NOGENDER-FOUND.
           MOVE SPACE TO CK-LINE.
           STRING CK-TOTAL-FOUND DELIMITED BY SIZE
                  " rows listed." DELIMITED BY SIZE
             INTO CK-LINE
           END-STRING.
           WRITE CK-ALL-DATA FROM CK-LINE.
           DISPLAY CK-LINE.
           CLOSE CTRYCHK-FILE.
           EXEC SQL DISCONNECT END-EXEC.
           IF CK-TOTAL-FOUND > ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE ZERO TO RETURN-CODE
           END-IF.

       9100-WRITE-COUNT.
           MOVE SPACE TO CK-LINE.
           MOVE CK-LABEL TO CK-LINE(1:40).
           MOVE CK-FOUND-N TO CK-LINE(42:7).
           MOVE "rows" TO CK-LINE(50:4).
           WRITE CK-ALL-DATA FROM CK-LINE.

      ******************************************************
      * 8500-ENSURE-REFERENCE : les listes de refmaint,       *
      * creees vides au premier usage.                         *
      ******************************************************
       8500-ENSURE-REFERENCE.
           EXEC SQL
              CREATE TABLE IF NOT EXISTS country_ref
                 (country_code VARCHAR(50),
                  country_name VARCHAR(50))
           END-EXEC.
           IF SQLCODE NOT = ZERO
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.
           EXEC SQL
              CREATE TABLE IF NOT EXISTS gender_ref
                 (gender       VARCHAR(50))
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
           CLOSE CTRYCHK-FILE.
           GOBACK.
