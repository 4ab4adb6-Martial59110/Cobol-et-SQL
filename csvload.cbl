      *   an optional header line      H,anything                 *
      *   one data line per person     first_name,last_name,      *
      *       email,gender,age,spoken,country,country_code,       *
      *       info_phone[,street,house_number,postcode,city,     *
      *       address_country_code]                                *
      *   a mandatory trailer line     T,count-of-data-lines      *
      *                                                            *
      * The five address columns are optional (a 9-column file    *
      * is still fine) ; when any is filled the address is        *
      * checked as dbmaint checks it - street, postcode, city and *
      * country_code present, the code in country_ref, the       *
      * postcode fitting that country's POSTRULE.txt format - and *
      * a bad address rejects the whole row. A good one goes to   *
      * person_address and address_history with the insert.      *
      *                                                            *
      * The file is balanced before anything is applied : if the *
      * trailer is missing or its count does not equal the data  *
      * lines actually read, the whole file is refused (return    *
      *                 loaded once up front - the per-row          *
      *                 SELECT COUNT(*) round trips are gone.       *
      *                 Decisions and reject reasons unchanged.     *
      * 2026-10-15 EDP  gender and country_code validated against  *
      *                 the gender_ref/country_ref lists, country   *
      *                 text against the code's official name.      *
      * 2026-10-15 EDP  optional postal address columns 10-14,      *
      *                 postcode checked against POSTRULE.txt.      *
      ******************************************************

       ENVIRONMENT DIVISION.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-BACKOUT.

           SELECT POSTRULE-FILE ASSIGN TO "POSTRULE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-POSTRULE.

           SELECT DBCONFIG-FILE ASSIGN TO "DBCONFIG.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           05 BK-INFO-PHONE    PIC X(50).
           05 BK-BIRTH-DATE    PIC X(08).

       FD  POSTRULE-FILE.
       01  PC-RULE-REC.
           05 PC-CODE          PIC X(02).
           05 PC-PATTERN       PIC X(10).

       WORKING-STORAGE SECTION.

       01  CV-INFO-PHONE   PIC X(50).

       01  CV-PHRASE-HITS  PIC 9(05).
       01  CV-REF-NAME-X   PIC X(50).
       01  CV-GENDER-HITS  PIC 9(05).
       01  CV-EMAIL-HITS   PIC 9(05).

       01  CV-JRN-TIME     PIC X(08).

       01  CV-STREET       PIC X(50).
       01  CV-HOUSE-NO     PIC X(10).
       01  CV-POSTCODE     PIC X(10).
       01  CV-CITY         PIC X(50).
       01  CV-ADDR-CODE    PIC X(02).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
       01  CV-INPUT-LINE PIC X(512).

      * Une ligne eclatee en champs : l'ordre des colonnes du
      * fournisseur, la colonne 14 absorbant tout excedent.
       01  CV-FIELD-TABLE.
           05 CV-FIELD OCCURS 14 TIMES PIC X(50).

       01  CV-POS       PIC 9(04).
       01  CV-FLD       PIC 9(02).
       01  CV-REJECTED-COUNT   PIC 9(10) VALUE ZERO.

      * Les references de validation chargees une fois en tete
      * de run : genres de gender_ref, codes pays de country_ref
      * avec leur libelle officiel, emails
      * deja en base (tries octet a octet pour la recherche
      * dichotomique). Les emails inseres pendant le run vont
      * dans la petite table d'appoint ; si une table QUELLE
           05 CV-REF-GENDER OCCURS 50 TIMES PIC X(50).
       01  CV-REF-GENDER-COUNT PIC 9(03) VALUE ZERO.
       01  CV-REF-CODE-TABLE.
           05 CV-REF-CODE-ENTRY OCCURS 200 TIMES.
              10 CV-REF-CODE   PIC X(50).
              10 CV-REF-NAME   PIC X(50).
       01  CV-REF-CODE-COUNT   PIC 9(03) VALUE ZERO.
       01  CV-OFFICIAL-NAME    PIC X(50).
       01  CV-REF-FALLBACK-SW  PIC X(01) VALUE "N".
           88 CV-REF-FALLBACK          VALUE "Y".
       01  CV-REF-FOUND-SW     PIC X(01).
       01  CV-SRCH-MID         PIC 9(05).
       01  CV-SRCH-IDX         PIC 9(05).

      * Les formats de code postal par pays, charges de
      * POSTRULE.txt - plusieurs formats par pays possibles.
      * Sans fichier, toute adresse est rejetee (pas de regle).
       01  FS-POSTRULE  PIC X(02).
       01  CV-PC-RULE-TABLE.
           05 CV-PC-RULE-ENTRY OCCURS 100 TIMES.
              10 CV-PC-RL-CODE    PIC X(02).
              10 CV-PC-RL-PATTERN PIC X(10).
              10 CV-PC-RL-LEN     PIC 9(02).
       01  CV-PC-RULE-COUNT PIC 9(03) VALUE ZERO.
       01  CV-PC-IDX        PIC 9(03).
       01  CV-PC-POS        PIC 9(02).
       01  CV-PC-LEN        PIC 9(02).
       01  CV-PC-PAT-CHAR   PIC X(01).
       01  CV-PC-CHAR       PIC X(01).
       01  CV-PC-RULE-SW    PIC X(01).
           88 CV-PC-HAS-RULE           VALUE "Y".
       01  CV-PC-MATCH-SW   PIC X(01).
           88 CV-PC-MATCHES            VALUE "Y".
       01  CV-ADDR-SW       PIC X(01).
           88 CV-ADDR-GIVEN            VALUE "Y".

       01  RJ-LINE PIC X(160).

       PROCEDURE DIVISION.
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.
           PERFORM 8600-ENSURE-JOURNAL.
           PERFORM 8650-ENSURE-REFERENCE.
           PERFORM 8660-ENSURE-ADDRESS.
           PERFORM 3500-LOAD-REFERENCE.
           PERFORM 3700-LOAD-POSTRULES.

      ******************************************************
      * 3500-LOAD-REFERENCE : les trois jeux de reference en  *
      * memoire, une fois - depuis le REGISTER.csv mensuel    *
      * consolide, les trois ou quatre SELECT par ligne        *
      * dominaient la fenetre batch. Une liste gender_ref ou  *
      * country_ref vide refuse le run (tout serait rejete).  *
      * COLLATE "C" aligne le tri de la base sur la           *
      * comparaison octet a octet de la recherche              *
      * dichotomique.                                           *
      ******************************************************
       3500-LOAD-REFERENCE.
           EXEC SQL
              DECLARE CRREFGEN CURSOR FOR
              SELECT gender FROM gender_ref
           END-EXEC.
           EXEC SQL OPEN CRREFGEN END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0

           EXEC SQL
              DECLARE CRREFCOD CURSOR FOR
              SELECT country_code, COALESCE(country_name, '')
              FROM country_ref
           END-EXEC.
           EXEC SQL OPEN CRREFCOD END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH CRREFCOD INTO :CV-COUNTRY-CODE,
                                     :CV-REF-NAME-X
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                       ADD 1 TO CV-REF-CODE-COUNT
                       MOVE CV-COUNTRY-CODE
                         TO CV-REF-CODE(CV-REF-CODE-COUNT)
                       MOVE CV-REF-NAME-X
                         TO CV-REF-NAME(CV-REF-CODE-COUNT)
                    ELSE
                       MOVE "Y" TO CV-REF-FALLBACK-SW
                    END-IF
           END-PERFORM.
           EXEC SQL CLOSE CRREFCOD END-EXEC.

           IF CV-REF-CODE-COUNT = ZERO OR CV-REF-GENDER-COUNT = ZERO
              DISPLAY "csvload: country_ref or gender_ref is empty - "
                 "run refmaint SEED first."
              CLOSE CSV-FILE
              CLOSE CSVREJ-FILE
              CLOSE BACKOUT-FILE
              EXEC SQL DISCONNECT END-EXEC
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

           EXEC SQL
              DECLARE CRREFEML CURSOR FOR
              SELECT email FROM databank
           END-IF.

      ******************************************************
      * 3620/3640 : genre de gender_ref, code pays de          *
      * country_ref (libelle officiel dans CV-OFFICIAL-NAME) - *
      * balayage des petites tables, ou un SELECT sur la liste *
      * en mode secours.                                        *
      ******************************************************
       3620-SEARCH-GENDER.
           MOVE "N" TO CV-REF-FOUND-SW.
              MOVE ZERO TO CV-GENDER-HITS
              EXEC SQL
                 SELECT COUNT(*) INTO :CV-GENDER-HITS
                 FROM gender_ref
                 WHERE gender = :CV-GENDER
              END-EXEC
              IF CV-GENDER-HITS NOT = ZERO

       3640-SEARCH-CODE.
           MOVE "N" TO CV-REF-FOUND-SW.
           MOVE SPACE TO CV-OFFICIAL-NAME.
           IF CV-REF-FALLBACK
              MOVE SPACE TO CV-REF-NAME-X
              EXEC SQL
                 SELECT COALESCE(country_name, '')
                 INTO :CV-REF-NAME-X
                 FROM country_ref
                 WHERE country_code = :CV-COUNTRY-CODE
                 LIMIT 1
              END-EXEC
              IF SQLCODE = ZERO
                 MOVE "Y" TO CV-REF-FOUND-SW
                 MOVE CV-REF-NAME-X TO CV-OFFICIAL-NAME
              END-IF
           ELSE
              PERFORM VARYING CV-SRCH-IDX FROM 1 BY 1
                 OR CV-REF-FOUND
                 IF CV-REF-CODE(CV-SRCH-IDX) = CV-COUNTRY-CODE
                    MOVE "Y" TO CV-REF-FOUND-SW
                    MOVE CV-REF-NAME(CV-SRCH-IDX)
                      TO CV-OFFICIAL-NAME
                 END-IF
              END-PERFORM
           END-IF.
              END-IF
           END-IF.

      ******************************************************
      * 3700-LOAD-POSTRULES : les formats de code postal de   *
      * POSTRULE.txt, comme PHONRULE.txt pour phonestd. Une   *
      * ligne sans code ou sans format est ecartee.            *
      ******************************************************
       3700-LOAD-POSTRULES.
           OPEN INPUT POSTRULE-FILE.
           IF FS-POSTRULE = "00"
              READ POSTRULE-FILE
                 AT END MOVE "10" TO FS-POSTRULE
              END-READ
              PERFORM UNTIL FS-POSTRULE NOT = "00"
                 IF CV-PC-RULE-COUNT < 100
                    AND PC-CODE NOT = SPACE
                    AND PC-PATTERN NOT = SPACE
                    ADD 1 TO CV-PC-RULE-COUNT
                    MOVE PC-CODE TO CV-PC-RL-CODE(CV-PC-RULE-COUNT)
                    MOVE PC-PATTERN
                      TO CV-PC-RL-PATTERN(CV-PC-RULE-COUNT)
                    MOVE ZERO TO CV-PC-RL-LEN(CV-PC-RULE-COUNT)
                    PERFORM VARYING CV-PC-POS FROM 1 BY 1
                       UNTIL CV-PC-POS > 10
                       IF PC-PATTERN(CV-PC-POS:1) NOT = SPACE
                          MOVE CV-PC-POS
                            TO CV-PC-RL-LEN(CV-PC-RULE-COUNT)
                       END-IF
                    END-PERFORM
                 END-IF
                 READ POSTRULE-FILE
                    AT END MOVE "10" TO FS-POSTRULE
                 END-READ
              END-PERFORM
              CLOSE POSTRULE-FILE
           END-IF.

       4000-PROCESS-ROWS.
           READ CSV-FILE INTO CV-INPUT-LINE
              AT END MOVE "10" TO FS-CSV

      ******************************************************
      * 5000-PARSE-CSV-LINE : splits one delimited line into  *
      * CV-FIELD(1..14). A comma outside quotes separates     *
      * fields ; inside quotes it is data ; a doubled quote    *
      * inside quotes is one literal quote. Characters beyond  *
      * 50 per field are dropped, the supplier's columns are    *
                       MOVE "N" TO CV-INQUOTE-SW
                    END-IF
                 WHEN CV-CHAR = "," AND NOT CV-IN-QUOTES
                    IF CV-FLD < 14
                       ADD 1 TO CV-FLD
                       MOVE ZERO TO CV-OUT-PTR
                    END-IF
      ******************************************************
      * 6000-VALIDATE-ROW : the same rules dbmaint applies to *
      * an insert - every field present, age numeric and in    *
      * 1-120, gender in gender_ref, country_code in           *
      * country_ref with the country text its official name,    *
      * email not already on file.                               *
      ******************************************************
       6000-VALIDATE-ROW.
           MOVE "Y" TO CV-VALID-SW.
              PERFORM 3620-SEARCH-GENDER
              IF NOT CV-REF-FOUND
                 MOVE "N" TO CV-VALID-SW
                 MOVE "gender not in gender_ref" TO CV-REASON
              END-IF
           END-IF.

              PERFORM 3640-SEARCH-CODE
              IF NOT CV-REF-FOUND
                 MOVE "N" TO CV-VALID-SW
                 MOVE "country_code not in country_ref" TO CV-REASON
              END-IF
           END-IF.

           IF CV-IS-VALID
              IF CV-FIELD(7) NOT = CV-OFFICIAL-NAME
                 MOVE "N" TO CV-VALID-SW
                 MOVE "country does not match country_code"
                    TO CV-REASON
              END-IF
           END-IF.

           MOVE "N" TO CV-ADDR-SW.
           IF CV-FIELD(10) NOT = SPACE OR CV-FIELD(11) NOT = SPACE
              OR CV-FIELD(12) NOT = SPACE OR CV-FIELD(13) NOT = SPACE
              OR CV-FIELD(14) NOT = SPACE
              MOVE "Y" TO CV-ADDR-SW
           END-IF.
           IF CV-IS-VALID AND CV-ADDR-GIVEN
              PERFORM 6100-VALIDATE-ADDRESS
           END-IF.

      ******************************************************
      * 6100-VALIDATE-ADDRESS : comme dbmaint - l'adresse est *
      * entiere (le numero peut manquer), son code pays dans  *
      * country_ref, le code postal (en majuscules) conforme  *
      * a un des formats du pays dans POSTRULE.txt. Une       *
      * colonne plus large que sa zone en base est refusee    *
      * plutot que tronquee.                                   *
      ******************************************************
       6100-VALIDATE-ADDRESS.
           IF CV-FIELD(10) = SPACE OR CV-FIELD(12) = SPACE
              OR CV-FIELD(13) = SPACE OR CV-FIELD(14) = SPACE
              MOVE "N" TO CV-VALID-SW
              MOVE "address incomplete" TO CV-REASON
           END-IF.

           IF CV-IS-VALID AND CV-FIELD(11)(11:40) NOT = SPACE
              MOVE "N" TO CV-VALID-SW
              MOVE "house number too long" TO CV-REASON
           END-IF.

           IF CV-IS-VALID
              MOVE CV-FIELD(14) TO CV-COUNTRY-CODE
              PERFORM 3640-SEARCH-CODE
              IF NOT CV-REF-FOUND OR CV-FIELD(14)(3:48) NOT = SPACE
                 MOVE "N" TO CV-VALID-SW
                 MOVE "address country_code not in country_ref"
                    TO CV-REASON
              END-IF
           END-IF.

           IF CV-IS-VALID
              INSPECT CV-FIELD(12) CONVERTING
                 "abcdefghijklmnopqrstuvwxyz"
                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
              PERFORM 6150-CHECK-POSTCODE
              EVALUATE TRUE
                 WHEN NOT CV-PC-HAS-RULE
                    MOVE "N" TO CV-VALID-SW
                    MOVE "no postcode rule for address country"
                       TO CV-REASON
                 WHEN NOT CV-PC-MATCHES
                    MOVE "N" TO CV-VALID-SW
                    MOVE "postcode format invalid for country"
                       TO CV-REASON
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

      ******************************************************
      * 6150-CHECK-POSTCODE : la colonne code postal contre   *
      * chaque format du pays, a longueur egale.               *
      ******************************************************
       6150-CHECK-POSTCODE.
           MOVE "N" TO CV-PC-RULE-SW.
           MOVE "N" TO CV-PC-MATCH-SW.
           MOVE ZERO TO CV-PC-LEN.
           IF CV-FIELD(12)(11:40) NOT = SPACE
              MOVE 99 TO CV-PC-LEN
           ELSE
              PERFORM VARYING CV-PC-POS FROM 1 BY 1
                 UNTIL CV-PC-POS > 10
                 IF CV-FIELD(12)(CV-PC-POS:1) NOT = SPACE
                    MOVE CV-PC-POS TO CV-PC-LEN
                 END-IF
              END-PERFORM
           END-IF.
           PERFORM VARYING CV-PC-IDX FROM 1 BY 1
              UNTIL CV-PC-IDX > CV-PC-RULE-COUNT
              OR CV-PC-MATCHES
              IF CV-PC-RL-CODE(CV-PC-IDX) = CV-FIELD(14)(1:2)
                 MOVE "Y" TO CV-PC-RULE-SW
                 IF CV-PC-RL-LEN(CV-PC-IDX) = CV-PC-LEN
                    MOVE "Y" TO CV-PC-MATCH-SW
                    PERFORM 6160-MATCH-ONE-CHAR
                       VARYING CV-PC-POS FROM 1 BY 1
                       UNTIL CV-PC-POS > CV-PC-LEN
                       OR NOT CV-PC-MATCHES
                 END-IF
              END-IF
           END-PERFORM.

       6160-MATCH-ONE-CHAR.
           MOVE CV-PC-RL-PATTERN(CV-PC-IDX)(CV-PC-POS:1)
             TO CV-PC-PAT-CHAR.
           MOVE CV-FIELD(12)(CV-PC-POS:1) TO CV-PC-CHAR.
           EVALUATE CV-PC-PAT-CHAR
              WHEN "9"
                 IF CV-PC-CHAR IS NOT NUMERIC
                    MOVE "N" TO CV-PC-MATCH-SW
                 END-IF
              WHEN "A"
                 IF CV-PC-CHAR IS NOT ALPHABETIC-UPPER
                    OR CV-PC-CHAR = SPACE
                    MOVE "N" TO CV-PC-MATCH-SW
                 END-IF
              WHEN "X"
                 IF CV-PC-CHAR IS NOT NUMERIC
                    AND (CV-PC-CHAR IS NOT ALPHABETIC-UPPER
                         OR CV-PC-CHAR = SPACE)
                    MOVE "N" TO CV-PC-MATCH-SW
                 END-IF
              WHEN OTHER
                 IF CV-PC-CHAR NOT = CV-PC-PAT-CHAR
                    MOVE "N" TO CV-PC-MATCH-SW
                 END-IF
           END-EVALUATE.

       7000-APPLY-INSERT.
           MOVE CV-FIELD(1) TO CV-FIRST-NAME.
           MOVE CV-FIELD(2) TO CV-LAST-NAME.
           PERFORM 7100-JOURNAL-INSERT.
           PERFORM 7200-BACKOUT-INSERT.
           PERFORM 3650-NOTE-NEW-EMAIL.
           IF CV-ADDR-GIVEN
              PERFORM 7300-INSERT-ADDRESS
           END-IF.

      ******************************************************
      * 7300-INSERT-ADDRESS : l'adresse de la personne creee, *
      * et sa trace dans address_history. Une adresse restee  *
      * sous la cle (personne effacee puis re-enregistree)     *
      * est remplacee.                                          *
      ******************************************************
       7300-INSERT-ADDRESS.
           MOVE CV-FIELD(10) TO CV-STREET.
           MOVE CV-FIELD(11) TO CV-HOUSE-NO.
           MOVE CV-FIELD(12) TO CV-POSTCODE.
           MOVE CV-FIELD(13) TO CV-CITY.
           MOVE CV-FIELD(14) TO CV-ADDR-CODE.
           EXEC SQL
              DELETE FROM person_address
              WHERE email = RTRIM(:CV-EMAIL)
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.
           EXEC SQL
              INSERT INTO person_address
                 (email, street, house_no, postcode, city,
                  country_code, chg_date, program)
              VALUES
                 (RTRIM(:CV-EMAIL), RTRIM(:CV-STREET),
                  RTRIM(:CV-HOUSE-NO), RTRIM(:CV-POSTCODE),
                  RTRIM(:CV-CITY), RTRIM(:CV-ADDR-CODE),
                  CURRENT_DATE, 'csvload')
           END-EXEC.
           IF SQLCODE NOT = ZERO
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.
           EXEC SQL
              INSERT INTO address_history
                 (chg_date, chg_time, program, action, email,
                  street, house_no, postcode, city, country_code)
              VALUES
                 (CURRENT_DATE, :CV-JRN-TIME, 'csvload', 'SET',
                  RTRIM(:CV-EMAIL), RTRIM(:CV-STREET),
                  RTRIM(:CV-HOUSE-NO), RTRIM(:CV-POSTCODE),
                  RTRIM(:CV-CITY), RTRIM(:CV-ADDR-CODE))
           END-EXEC.
           IF SQLCODE NOT = ZERO
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.

      ******************************************************
      * 7100-JOURNAL-INSERT : row-level trace to              *
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.

      ******************************************************
      * 8650-ENSURE-REFERENCE : les listes de refmaint,       *
      * creees vides au premier usage - le run est alors      *
      * refuse par 3500 tant qu'elles n'ont pas ete remplies. *
      ******************************************************
       8650-ENSURE-REFERENCE.
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
      * 8660-ENSURE-ADDRESS : l'adresse postale courante par  *
      * email et l'historique de ses changements, crees au    *
      * premier usage.                                          *
      ******************************************************
       8660-ENSURE-ADDRESS.
           EXEC SQL
              CREATE TABLE IF NOT EXISTS person_address
                 (email        VARCHAR(50),
                  street       VARCHAR(50),
                  house_no     VARCHAR(10),
                  postcode     VARCHAR(10),
                  city         VARCHAR(50),
                  country_code VARCHAR(50),
                  chg_date     DATE,
                  program      VARCHAR(10))
           END-EXEC.
           IF SQLCODE NOT = ZERO
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.
           EXEC SQL
              CREATE TABLE IF NOT EXISTS address_history
                 (chg_date     DATE,
                  chg_time     VARCHAR(8),
                  program      VARCHAR(10),
                  action       VARCHAR(10),
                  email        VARCHAR(50),
                  street       VARCHAR(50),
                  house_no     VARCHAR(10),
                  postcode     VARCHAR(10),
                  city         VARCHAR(50),
                  country_code VARCHAR(50))
           END-EXEC.
           IF SQLCODE NOT = ZERO
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.

      ******************************************************
      * 8800-READ-DBCONFIG : reglages de connexion lus dans   *
      * DBCONFIG.txt ; un champ en blanc garde la valeur      *
