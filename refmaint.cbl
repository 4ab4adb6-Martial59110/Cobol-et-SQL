       IDENTIFICATION DIVISION.
       PROGRAM-ID. refmaint.
       AUTHOR. EDP-BATCH-TEAM.
       INSTALLATION. DBAGE-REPORTING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

      ******************************************************
      * Data-maintenance program for the reference lists     *
      * dbmaint and csvload validate against : country_ref    *
      * (country_code, official country name) and gender_ref  *
      * (the gender values databank may carry).                *
      *                                                        *
      * Until now gender was checked against the values        *
      * databank already held, so a legitimately new value     *
      * could never enter through the suite, and country_code  *
      * only had to own a phrase row - nothing said which      *
      * country name goes with which code. This program        *
      * maintains both lists from fixed-format transactions in *
      * REFMAINT.txt, one per line, the same pattern as        *
      * phrmaint and regmaint. Every transaction is validated  *
      * first ; any that fails is skipped and written to       *
      * REFREJECT.txt with the reason.                          *
      *                                                            *
      * REFMAINT.txt layout (one transaction per line):          *
      *   col  1      action code, A = add, R = replace,         *
      *               D = remove                                  *
      *   col  2      list, C = country, G = gender               *
      *   col  3- 52  country_code (C) or gender value (G)        *
      *   col 53-102  official country name (C, A and R)          *
      *                                                            *
      * An ADD must not duplicate an entry on file ; a REPLACE   *
      * changes the official name of one country (a gender has  *
      * nothing to replace - remove and add instead) ; a REMOVE  *
      * deletes an entry, and is rejected while any databank row *
      * still carries the value - it would lock those rows out   *
      * of maintenance.                                           *
      *                                                            *
      * "refmaint SEED" fills the lists once from databank when  *
      * they are introduced : every gender value on file, and    *
      * every country_code with the country text most of its     *
      * rows carry as the official name. Values already listed   *
      * are left alone ; no REFMAINT.txt is read. ctrychk then   *
      * reports the rows whose country text disagrees.            *
      *                                                            *
      * Modification history                                      *
      * 2026-10-15 EDP  Initial version, modeled on regmaint.     *
      ******************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REFMAINT-FILE ASSIGN TO "REFMAINT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-REFMAINT.

           SELECT REFREJECT-FILE ASSIGN TO "REFREJECT.txt"
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

       FD  REFMAINT-FILE.
       01  RT-TRANSACTION.
           05 RT-ACTION        PIC X(01).
           05 RT-LIST          PIC X(01).
           05 RT-CODE          PIC X(50).
           05 RT-NAME          PIC X(50).

       FD  REFREJECT-FILE.
       01  RJ-ALL-DATA PIC X(160).


       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  DBNAME PIC X(20) VALUE "dbage".
       01  USERNAME  PIC X(20) VALUE "cobol".
       01  PASSWD PIC X(10) VALUE SPACE.

       01  RF-CODE          PIC X(50).
       01  RF-NAME          PIC X(50).
       01  RF-REF-HITS      PIC 9(05).
       01  RF-HELD-HITS     PIC 9(09).
       01  RF-SEEDED        PIC 9(05).

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

       01  FS-REFMAINT  PIC X(02).

       01  RF-PARM      PIC X(20).
       01  RF-SEED-SW   PIC X(01) VALUE "N".
           88 RF-SEED-MODE             VALUE "Y".

       01  RF-VALID-SW  PIC X(01) VALUE "Y".
           88 RF-IS-VALID              VALUE "Y".
           88 RF-IS-INVALID            VALUE "N".

       01  RF-REASON    PIC X(40).

       01  RF-APPLIED-COUNT    PIC 9(10) VALUE ZERO.
       01  RF-REJECTED-COUNT   PIC 9(10) VALUE ZERO.
       01  RF-READ-COUNT       PIC 9(10) VALUE ZERO.

       01  RJ-LINE PIC X(160).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CONNECT
           IF RF-SEED-MODE
              PERFORM 5000-SEED-LISTS
           ELSE
              PERFORM 3000-PROCESS-TRANSACTIONS
           END-IF
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           PERFORM 8800-READ-DBCONFIG.
           ACCEPT RF-PARM FROM COMMAND-LINE.
           INSPECT RF-PARM CONVERTING "eds" TO "EDS".
           IF RF-PARM(1:4) = "SEED"
              MOVE "Y" TO RF-SEED-SW
           ELSE
              OPEN INPUT REFMAINT-FILE
              IF FS-REFMAINT NOT = "00"
                 DISPLAY "Cannot open REFMAINT.txt, status "
                    FS-REFMAINT
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.
           OPEN OUTPUT REFREJECT-FILE.
           MOVE SPACE TO RJ-LINE.
           STRING "refmaint run [" DELIMITED BY SIZE
                  DB-ENV-NAME DELIMITED BY SPACE
                  "]" DELIMITED BY SIZE
             INTO RJ-LINE
           END-STRING.
           WRITE RJ-ALL-DATA FROM RJ-LINE.

       2000-CONNECT.
           EXEC SQL
              CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.
           IF SQLCODE NOT = ZERO
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.
           PERFORM 8500-ENSURE-REFERENCE.

       3000-PROCESS-TRANSACTIONS.
           READ REFMAINT-FILE
              AT END MOVE "10" TO FS-REFMAINT
           END-READ.
           PERFORM UNTIL FS-REFMAINT = "10"
              ADD 1 TO RF-READ-COUNT
              PERFORM 3100-VALIDATE-TRANSACTION
              IF RF-IS-VALID
                 PERFORM 3200-APPLY-TRANSACTION
                 ADD 1 TO RF-APPLIED-COUNT
              ELSE
                 PERFORM 3400-WRITE-REJECT
                 ADD 1 TO RF-REJECTED-COUNT
              END-IF
              READ REFMAINT-FILE
                 AT END MOVE "10" TO FS-REFMAINT
              END-READ
           END-PERFORM.

      ******************************************************
      * 3100-VALIDATE-TRANSACTION : list and value are always *
      * required. A country ADD or REPLACE must supply the     *
      * official name ; an ADD must not duplicate an entry, a  *
      * REPLACE or REMOVE must name an existing one, a REMOVE  *
      * must not strand databank rows still carrying the       *
      * value.                                                  *
      ******************************************************
       3100-VALIDATE-TRANSACTION.
           MOVE "Y" TO RF-VALID-SW.
           MOVE SPACE TO RF-REASON.

           IF RT-ACTION NOT = "A" AND RT-ACTION NOT = "R"
              AND RT-ACTION NOT = "D"
              MOVE "N" TO RF-VALID-SW
              MOVE "invalid action code" TO RF-REASON
           END-IF.

           IF RF-IS-VALID AND RT-LIST NOT = "C"
              AND RT-LIST NOT = "G"
              MOVE "N" TO RF-VALID-SW
              MOVE "invalid list code" TO RF-REASON
           END-IF.

           IF RF-IS-VALID AND RT-CODE = SPACE
              MOVE "N" TO RF-VALID-SW
              MOVE "value is blank" TO RF-REASON
           END-IF.

           IF RF-IS-VALID AND RT-LIST = "G" AND RT-ACTION = "R"
              MOVE "N" TO RF-VALID-SW
              MOVE "gender cannot be replaced" TO RF-REASON
           END-IF.

           IF RF-IS-VALID AND RT-LIST = "C" AND RT-NAME = SPACE
              AND RT-ACTION NOT = "D"
              MOVE "N" TO RF-VALID-SW
              MOVE "country name is blank" TO RF-REASON
           END-IF.

           IF RF-IS-VALID
              MOVE RT-CODE TO RF-CODE
              MOVE ZERO TO RF-REF-HITS RF-HELD-HITS
              IF RT-LIST = "C"
                 EXEC SQL
                    SELECT COUNT(*) INTO :RF-REF-HITS
                    FROM country_ref
                    WHERE country_code = :RF-CODE
                 END-EXEC
                 EXEC SQL
                    SELECT COUNT(*) INTO :RF-HELD-HITS
                    FROM databank
                    WHERE country_code = :RF-CODE
                 END-EXEC
              ELSE
                 EXEC SQL
                    SELECT COUNT(*) INTO :RF-REF-HITS
                    FROM gender_ref
                    WHERE gender = :RF-CODE
                 END-EXEC
                 EXEC SQL
                    SELECT COUNT(*) INTO :RF-HELD-HITS
                    FROM databank
                    WHERE gender = :RF-CODE
                 END-EXEC
              END-IF
              EVALUATE RT-ACTION
                 WHEN "A"
                    IF RF-REF-HITS NOT = ZERO
                       MOVE "N" TO RF-VALID-SW
                       MOVE "value already on file" TO RF-REASON
                    END-IF
                 WHEN "R"
                    IF RF-REF-HITS = ZERO
                       MOVE "N" TO RF-VALID-SW
                       MOVE "value not found for replace"
                          TO RF-REASON
                    END-IF
                 WHEN "D"
                    IF RF-REF-HITS = ZERO
                       MOVE "N" TO RF-VALID-SW
                       MOVE "value not found for remove"
                          TO RF-REASON
                    ELSE
                       IF RF-HELD-HITS NOT = ZERO
                          MOVE "N" TO RF-VALID-SW
                          MOVE "value still held by databank rows"
                             TO RF-REASON
                       END-IF
                    END-IF
              END-EVALUATE
           END-IF.

       3200-APPLY-TRANSACTION.
           MOVE RT-CODE TO RF-CODE.
           MOVE RT-NAME TO RF-NAME.

           EVALUATE RT-LIST ALSO RT-ACTION
              WHEN "C" ALSO "A"
                 PERFORM 3210-ADD-COUNTRY
              WHEN "C" ALSO "R"
                 PERFORM 3220-REPLACE-COUNTRY
              WHEN "C" ALSO "D"
                 PERFORM 3230-REMOVE-COUNTRY
              WHEN "G" ALSO "A"
                 PERFORM 3240-ADD-GENDER
              WHEN "G" ALSO "D"
                 PERFORM 3250-REMOVE-GENDER
           END-EVALUATE.

       3210-ADD-COUNTRY.
           EXEC SQL
              INSERT INTO country_ref
                 (country_code, country_name)
              VALUES
                 (:RF-CODE, :RF-NAME)
           END-EXEC.
           IF SQLCODE NOT = ZERO
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.

       3220-REPLACE-COUNTRY.
           EXEC SQL
              UPDATE country_ref
              SET country_name = :RF-NAME
              WHERE country_code = :RF-CODE
           END-EXEC.
           IF SQLCODE NOT = ZERO
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.

       3230-REMOVE-COUNTRY.
           EXEC SQL
              DELETE FROM country_ref
              WHERE country_code = :RF-CODE
           END-EXEC.
           IF SQLCODE NOT = ZERO
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.

       3240-ADD-GENDER.
           EXEC SQL
              INSERT INTO gender_ref
                 (gender)
              VALUES
                 (:RF-CODE)
           END-EXEC.
           IF SQLCODE NOT = ZERO
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.

       3250-REMOVE-GENDER.
           EXEC SQL
              DELETE FROM gender_ref
              WHERE gender = :RF-CODE
           END-EXEC.
           IF SQLCODE NOT = ZERO
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.

       3400-WRITE-REJECT.
           MOVE SPACE TO RJ-LINE.
           STRING RT-ACTION DELIMITED BY SIZE
                  RT-LIST DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RT-CODE DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  RT-NAME DELIMITED BY "  "
                  " rejected: " DELIMITED BY SIZE
                  RF-REASON DELIMITED BY SIZE
             INTO RJ-LINE
           END-STRING.
           WRITE RJ-ALL-DATA FROM RJ-LINE.
           DISPLAY RJ-LINE.

      ******************************************************
      * 5000-SEED-LISTS : premier remplissage depuis databank *
      * - les genres presents, et pour chaque code pays le    *
      * libelle que porte la majorite de ses lignes (a        *
      * egalite, le premier dans l'ordre alphabetique). Ce    *
      * qui est deja liste n'est pas touche.                   *
      ******************************************************
       5000-SEED-LISTS.
           EXEC SQL
              INSERT INTO gender_ref (gender)
              SELECT DISTINCT d.gender
              FROM databank d
              WHERE d.gender IS NOT NULL
                AND TRIM(d.gender) <> ''
                AND NOT EXISTS
                   (SELECT 1 FROM gender_ref g
                    WHERE g.gender = d.gender)
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.

           EXEC SQL
              INSERT INTO country_ref (country_code, country_name)
              SELECT v.country_code, v.country
              FROM (SELECT country_code, country,
                           ROW_NUMBER() OVER
                              (PARTITION BY country_code
                               ORDER BY COUNT(*) DESC, country)
                              AS rn
                    FROM databank
                    WHERE country_code IS NOT NULL
                      AND TRIM(country_code) <> ''
                      AND country IS NOT NULL
                      AND TRIM(country) <> ''
                    GROUP BY country_code, country) v
              WHERE v.rn = 1
                AND NOT EXISTS
                   (SELECT 1 FROM country_ref c
                    WHERE c.country_code = v.country_code)
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.

           EXEC SQL
              SELECT COUNT(*) INTO :RF-SEEDED FROM gender_ref
           END-EXEC.
           MOVE SPACE TO RJ-LINE.
           STRING "gender_ref now holds " DELIMITED BY SIZE
                  RF-SEEDED DELIMITED BY SIZE
                  " values." DELIMITED BY SIZE
             INTO RJ-LINE
           END-STRING.
           WRITE RJ-ALL-DATA FROM RJ-LINE.
           DISPLAY RJ-LINE.
           EXEC SQL
              SELECT COUNT(*) INTO :RF-SEEDED FROM country_ref
           END-EXEC.
           MOVE SPACE TO RJ-LINE.
           STRING "country_ref now holds " DELIMITED BY SIZE
                  RF-SEEDED DELIMITED BY SIZE
                  " codes." DELIMITED BY SIZE
             INTO RJ-LINE
           END-STRING.
           WRITE RJ-ALL-DATA FROM RJ-LINE.
           DISPLAY RJ-LINE.

       9000-TERMINATE.
           IF NOT RF-SEED-MODE
              MOVE SPACE TO RJ-LINE
              STRING RF-READ-COUNT DELIMITED BY SIZE
                     " read, " DELIMITED BY SIZE
                     RF-APPLIED-COUNT DELIMITED BY SIZE
                     " applied, " DELIMITED BY SIZE
                     RF-REJECTED-COUNT DELIMITED BY SIZE
                     " rejected." DELIMITED BY SIZE
                INTO RJ-LINE
              END-STRING
              WRITE RJ-ALL-DATA FROM RJ-LINE
              DISPLAY RJ-LINE
              CLOSE REFMAINT-FILE
           END-IF.
           CLOSE REFREJECT-FILE.
           EXEC SQL DISCONNECT END-EXEC.
           MOVE ZERO TO RETURN-CODE.

      ******************************************************
      * 8500-ENSURE-REFERENCE : les deux listes, creees au    *
      * premier usage comme region_map dans regmaint ;        *
      * dbmaint, csvload et ctrychk les creent aussi.          *
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
           IF NOT RF-SEED-MODE
              CLOSE REFMAINT-FILE
           END-IF.
           CLOSE REFREJECT-FILE.
           GOBACK.
