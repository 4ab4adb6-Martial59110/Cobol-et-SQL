      * keyed by email - the only way to change databank used  *
      * to be editing the table directly. Every transaction is *
      * validated before it is applied (age numeric and in a   *
      * sane range, gender a value of the gender_ref list,     *
      * country_code a code of the country_ref list, and a      *
      * country given with its code the code's official name); *
      * any transaction that fails validation is skipped and    *
      * written to REJECTS.txt with the reason instead of being *
      * applied.                                                 *
      *                                                            *
      * Gender and country_code are checked against the         *
      * maintained reference lists gender_ref and country_ref     *
      * (refmaint keeps them, "refmaint SEED" fills them once     *
      * from databank) ; a brand-new gender value or country is   *
      * added there first, then enters through dbmaint like any   *
      * other. A run against an empty list is refused (return     *
      * code 16) rather than rejecting every transaction.          *
      *                                                            *
      * An INSERT must supply every field. An UPDATE may leave    *
      * age, gender, spoken, country, country_code or info_phone  *
      * whole record.                                               *
      *                                                          *
      * MAINT.txt layout (one transaction per line):             *
      *   col  1      action code, I = insert, U = update,       *
      *               X = remove the person's postal address     *
      *   col  2- 51  email (the update key)                     *
      *   col 52-101  first name                                 *
      *   col 102-151 last name                                  *
      *   col 305-354 country_code                                *
      *   col 355-404 info_phone                                  *
      *   col 405-412 birth date, YYYYMMDD (optional)             *
      *   col 413-462 street            )                         *
      *   col 463-472 house number      )  postal address,        *
      *   col 473-482 postcode          )  optional on I and U    *
      *   col 483-532 city              )                         *
      *   col 533-534 address country_code                         *
      *                                                            *
      * The postal address (table person_address, one per email)  *
      * is all or nothing : once any of its fields is given,       *
      * street, postcode, city and country_code are required,      *
      * the country_code must be in country_ref and the postcode   *
      * must fit one of that country's formats in POSTRULE.txt     *
      * (col 1-2 country_code, col 3-12 pattern : 9 a digit, A a   *
      * letter, X either, any other character itself ; several     *
      * lines per country allowed, e.g. BE9999 / NL9999 AA). The  *
      * postcode is kept in upper case. A valid address replaces   *
      * the person's previous one ; X removes it. A U carrying     *
      * only the address leaves the databank row alone. Each       *
      * change is added to address_history. The address is not in  *
      * change_journal or the backout file, which hold databank     *
      * row images only.                                            *
      *                                                            *
      * When a transaction supplies a birth date, the age         *
      * column is DERIVED from it (full years elapsed), never     *
      * keyed ; a keyed age on the same transaction is ignored.   *
      * Without a birth date the keyed age applies as before.     *
      *                                                            *
      * MAINT.txt is not read as it stands : an operator         *
      * submits it to the approval queue (approve SUBMIT         *
      * MAINT) and a second operator approves it. Each           *
      * run applies every APPROVED MAINT batch, written          *
      * out first to MAINTAPR.txt, and marks it APPLIED ;        *
      * with none approved, nothing is applied.                  *
      *                                                            *
      * Modification history                                      *
      * 2026-08-08 EDP  Initial version.                          *
      * 2026-08-22 EDP  birth date field, age derived from it.    *
      *                 dupscan/erasure/emailstd follows            *
      *                 email_alias to the surviving row instead    *
      *                 of rejecting "not found".                   *
      * 2026-10-15 EDP  gender and country_code validated against  *
      *                 the gender_ref/country_ref lists, country   *
      *                 text against the code's official name.      *
      * 2026-10-15 EDP  postal address group (col 413-534),        *
      *                 postcode checked against POSTRULE.txt ;     *
      *                 action X removes an address.                *
      * 2026-10-15 EDP  only batches APPROVED by a second        *
      *                 operator through approve are applied     *
      *                 (MAINTAPR.txt).                          *
      * 2026-10-15 EDP  only the batches the run released are     *
      *                 marked APPLIED.                           *
      ******************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-FILE ASSIGN TO "MAINTAPR.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-MAINT.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-BACKOUT.

           SELECT POSTRULE-FILE ASSIGN TO "POSTRULE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-POSTRULE.


           SELECT DBCONFIG-FILE ASSIGN TO "DBCONFIG.txt"
           05 MT-COUNTRY-CODE  PIC X(50).
           05 MT-INFO-PHONE    PIC X(50).
           05 MT-BIRTH-DATE    PIC X(08).
           05 MT-STREET        PIC X(50).
           05 MT-HOUSE-NO      PIC X(10).
           05 MT-POSTCODE      PIC X(10).
           05 MT-CITY          PIC X(50).
           05 MT-ADDR-CODE     PIC X(02).

       FD  POSTRULE-FILE.
       01  PC-RULE-REC.
           05 PC-CODE          PIC X(02).
           05 PC-PATTERN       PIC X(10).

       FD  REJECT-FILE.
       01  RJ-ALL-DATA PIC X(160).
       01  DM-BIRTH-DATE    PIC X(08).

       01  DM-PHRASE-HITS   PIC 9(05).
       01  DM-REF-NAME-X    PIC X(50).
       01  DM-GENDER-HITS   PIC 9(05).
       01  DM-EMAIL-HITS    PIC 9(05).

       01  DB-INFO-PHONE    PIC X(50).
       01  DB-BIRTH-DATE    PIC X(08).

       01  DM-STREET        PIC X(50).
       01  DM-HOUSE-NO      PIC X(10).
       01  DM-POSTCODE      PIC X(10).
       01  DM-CITY          PIC X(50).
       01  DM-ADDR-CODE     PIC X(02).
       01  DM-ADDR-HITS     PIC 9(05).

       01  DM-APR-BATCH    PIC 9(09).
       01  DM-APR-MAX      PIC 9(09).
       01  DM-APR-COUNT    PIC 9(07).
       01  DM-APR-MAKER    PIC X(20).
       01  DM-APR-CHECKER  PIC X(20).
       01  DM-APR-LINE     PIC X(600).
       01  DM-APR-TIME     PIC X(08).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
       01  DM-READ-COUNT       PIC 9(10) VALUE ZERO.

      * Les references de validation chargees une fois en tete
      * de run : codes pays (avec leur libelle officiel) de
      * country_ref, genres de gender_ref, et emails deja en
      * base (tries octet a octet pour la recherche
      * dichotomique). Les emails inseres pendant le run vont
      * dans la petite table d'appoint ; si une table QUELLE
      * QU'ELLE SOIT deborde, on retombe sur un SELECT par
      * transaction - les decisions restent identiques.
      * dbmaint ne modifie pas les listes : la photographie
      * de tete de run est sure.
       01  DM-REF-EMAIL-TABLE.
           05 DM-REF-EMAIL OCCURS 20000 TIMES PIC X(50).
       01  DM-REF-EMAIL-COUNT  PIC 9(05) VALUE ZERO.
           05 DM-ADD-EMAIL OCCURS 5000 TIMES PIC X(50).
       01  DM-ADD-EMAIL-COUNT  PIC 9(04) VALUE ZERO.
       01  DM-REF-CODE-TABLE.
           05 DM-REF-CODE-ENTRY OCCURS 200 TIMES.
              10 DM-REF-CODE   PIC X(50).
              10 DM-REF-NAME   PIC X(50).
       01  DM-REF-CODE-COUNT   PIC 9(03) VALUE ZERO.
       01  DM-REF-GENDER-TABLE.
           05 DM-REF-GENDER OCCURS 50 TIMES PIC X(50).
       01  DM-REF-GENDER-COUNT PIC 9(03) VALUE ZERO.
       01  DM-OFFICIAL-NAME    PIC X(50).
       01  DM-REF-FALLBACK-SW  PIC X(01) VALUE "N".
           88 DM-REF-FALLBACK          VALUE "Y".
       01  DM-REF-FOUND-SW     PIC X(01).
       01  DM-SRCH-MID         PIC 9(05).
       01  DM-SRCH-IDX         PIC 9(05).

      * Les formats de code postal par pays, charges de
      * POSTRULE.txt - plusieurs formats par pays possibles.
      * Sans fichier, toute adresse est rejetee (pas de regle).
       01  FS-POSTRULE  PIC X(02).
       01  DM-PC-RULE-TABLE.
           05 DM-PC-RULE-ENTRY OCCURS 100 TIMES.
              10 DM-PC-RL-CODE    PIC X(02).
              10 DM-PC-RL-PATTERN PIC X(10).
              10 DM-PC-RL-LEN     PIC 9(02).
       01  DM-PC-RULE-COUNT PIC 9(03) VALUE ZERO.
       01  DM-PC-IDX        PIC 9(03).
       01  DM-PC-POS        PIC 9(02).
       01  DM-PC-LEN        PIC 9(02).
       01  DM-PC-PAT-CHAR   PIC X(01).
       01  DM-PC-CHAR       PIC X(01).
       01  DM-PC-RULE-SW    PIC X(01).
           88 DM-PC-HAS-RULE           VALUE "Y".
       01  DM-PC-MATCH-SW   PIC X(01).
           88 DM-PC-MATCHES            VALUE "Y".
       01  DM-ADDR-SW       PIC X(01).
           88 DM-ADDR-GIVEN            VALUE "Y".
       01  DM-ROW-SW        PIC X(01).
           88 DM-ROW-GIVEN             VALUE "Y".

       01  DM-APR-BATCHES  PIC 9(05) VALUE ZERO.
       01  DM-APR-LINES    PIC 9(07) VALUE ZERO.
      * Les lots liberes par ce run - seuls ceux-la passent
      * APPLIED en fin de run. 500 au plus ; au-dela, les lots
      * approuves attendent le run suivant.
       01  DM-APR-IDS.
           05 DM-APR-ID   OCCURS 500 TIMES PIC 9(09).
       01  DM-APR-IDX     PIC 9(05).
       01  DM-APR-FULL-SW PIC X(01) VALUE "N".

       01  RJ-LINE PIC X(160).

       PROCEDURE DIVISION.
           PERFORM 8800-READ-DBCONFIG.
           ACCEPT DM-RUN-DATE-X FROM DATE YYYYMMDD.
           ACCEPT DM-JRN-TIME FROM TIME.
           OPEN OUTPUT REJECT-FILE.

      * Le fichier de backout du jour, en EXTEND : csvload y
           END-IF.
           PERFORM 8600-ENSURE-JOURNAL.
           PERFORM 8550-ENSURE-ALIAS.
           PERFORM 8650-ENSURE-REFERENCE.
           PERFORM 8660-ENSURE-ADDRESS.
           PERFORM 2500-LOAD-REFERENCE.
           PERFORM 2700-LOAD-POSTRULES.
           PERFORM 2100-RELEASE-APPROVED.

      ******************************************************
      * 2100-RELEASE-APPROVED : seuls les lots MAINT         *
      * approuves par un second operateur (programme         *
      * approve) sont appliques : ils sont ecrits dans       *
      * MAINTAPR.txt, dans l'ordre des lots, puis lus        *
      * comme l'etait MAINT.txt. Chaque lot est cite         *
      * dans REJECTS.txt avec son auteur et son              *
      * approbateur.                                         *
      ******************************************************
       2100-RELEASE-APPROVED.
           PERFORM 8700-ENSURE-QUEUE.
           ACCEPT DM-APR-TIME FROM TIME.
           MOVE ZERO TO DM-APR-MAX DM-APR-BATCHES DM-APR-LINES.
           OPEN OUTPUT MAINT-FILE.

           EXEC SQL
              DECLARE CRDMAPR CURSOR FOR
              SELECT b.batch_id, b.line_count, b.submitted_by,
                     b.decided_by, p.txn_line
              FROM txn_batch b, txn_pending p
              WHERE b.txn_type = 'MAINT'
                AND b.status = 'APPROVED'
                AND p.batch_id = b.batch_id
              ORDER BY b.batch_id, p.line_no
           END-EXEC.

           EXEC SQL OPEN CRDMAPR END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
              MOVE SPACE TO DM-APR-LINE
              EXEC SQL
                 FETCH CRDMAPR
                    INTO :DM-APR-BATCH, :DM-APR-COUNT,
                         :DM-APR-MAKER, :DM-APR-CHECKER,
                         :DM-APR-LINE
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    IF DM-APR-BATCH NOT = DM-APR-MAX
                       IF DM-APR-BATCHES < 500
                          PERFORM 2110-NOTE-BATCH
                       ELSE
                          MOVE "Y" TO DM-APR-FULL-SW
                       END-IF
                    END-IF
                    IF DM-APR-FULL-SW NOT = "Y"
                       ADD 1 TO DM-APR-LINES
                       WRITE MT-TRANSACTION FROM DM-APR-LINE
                    END-IF
                 WHEN 100
                    CONTINUE
                 WHEN OTHER
                    PERFORM 9900-ERROR-RTN-START
                       THRU 9900-ERROR-RTN-END
              END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE CRDMAPR END-EXEC.
           CLOSE MAINT-FILE.

           IF DM-APR-BATCHES = ZERO
              DISPLAY "No approved MAINT batch - nothing to apply."
           END-IF.
           IF DM-APR-FULL-SW = "Y"
              DISPLAY "500 MAINT batches released - the other "
                 "approved batches wait for the next run."
           END-IF.

           OPEN INPUT MAINT-FILE.
           IF FS-MAINT NOT = "00"
              DISPLAY "Cannot open MAINTAPR.txt, status " FS-MAINT
              CLOSE REJECT-FILE
              CLOSE BACKOUT-FILE
              EXEC SQL DISCONNECT END-EXEC
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

       2110-NOTE-BATCH.
           MOVE DM-APR-BATCH TO DM-APR-MAX.
           ADD 1 TO DM-APR-BATCHES.
           MOVE DM-APR-BATCH TO DM-APR-ID(DM-APR-BATCHES).
           MOVE SPACE TO RJ-LINE.
           STRING "Batch " DELIMITED BY SIZE
                  DM-APR-BATCH DELIMITED BY SIZE
                  ", " DELIMITED BY SIZE
                  DM-APR-COUNT DELIMITED BY SIZE
                  " lines, submitted by " DELIMITED BY SIZE
                  DM-APR-MAKER DELIMITED BY SPACE
                  ", approved by " DELIMITED BY SIZE
                  DM-APR-CHECKER DELIMITED BY SPACE
             INTO RJ-LINE
           END-STRING.
           WRITE RJ-ALL-DATA FROM RJ-LINE.
           DISPLAY RJ-LINE.

      ******************************************************
      * 2150-MARK-APPLIED : en fin de run normale, les lots  *
      * liberes par 2100, et eux seuls, passent APPLIED, un  *
      * par un - un lot approuve pendant le run n'a pas ete  *
      * ecrit et reste APPROVED pour le run suivant. Un run  *
      * interrompu les laisse APPROVED, le suivant les       *
      * reprend.                                             *
      ******************************************************
       2150-MARK-APPLIED.
           PERFORM VARYING DM-APR-IDX FROM 1 BY 1
                   UNTIL DM-APR-IDX > DM-APR-BATCHES
              MOVE DM-APR-ID(DM-APR-IDX) TO DM-APR-BATCH
              EXEC SQL
                 UPDATE txn_batch
                 SET status = 'APPLIED',
                     applied_date = CURRENT_DATE,
                     applied_time = :DM-APR-TIME
                 WHERE txn_type = 'MAINT'
                   AND status = 'APPROVED'
                   AND batch_id = :DM-APR-BATCH
              END-EXEC
              IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
                 PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
              END-IF
           END-PERFORM.

      ******************************************************
      * 2500-LOAD-REFERENCE : les jeux de reference stables   *
      * (codes pays et libelles officiels, genres, emails) en *
      * memoire, une fois, au lieu d'un SELECT par            *
      * transaction. Une liste de reference vide refuse le    *
      * run : tout serait rejete. COLLATE "C" aligne le tri   *
      * de la base sur la comparaison octet a octet de la     *
      * recherche dichotomique.                                 *
      ******************************************************
       2500-LOAD-REFERENCE.
           EXEC SQL
              DECLARE CRREFCOD CURSOR FOR
              SELECT country_code, COALESCE(country_name, '')
              FROM country_ref
           END-EXEC.
           EXEC SQL OPEN CRREFCOD END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH CRREFCOD INTO :DM-COUNTRY-CODE,
                                     :DM-REF-NAME-X
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                       ADD 1 TO DM-REF-CODE-COUNT
                       MOVE DM-COUNTRY-CODE
                         TO DM-REF-CODE(DM-REF-CODE-COUNT)
                       MOVE DM-REF-NAME-X
                         TO DM-REF-NAME(DM-REF-CODE-COUNT)
                    ELSE
                       MOVE "Y" TO DM-REF-FALLBACK-SW
                    END-IF
           END-PERFORM.
           EXEC SQL CLOSE CRREFCOD END-EXEC.

           EXEC SQL
              DECLARE CRREFGEN CURSOR FOR
              SELECT gender FROM gender_ref
           END-EXEC.
           EXEC SQL OPEN CRREFGEN END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH CRREFGEN INTO :DM-GENDER
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    IF DM-REF-GENDER-COUNT < 50
                       ADD 1 TO DM-REF-GENDER-COUNT
                       MOVE DM-GENDER
                         TO DM-REF-GENDER(DM-REF-GENDER-COUNT)
                    ELSE
                       MOVE "Y" TO DM-REF-FALLBACK-SW
                    END-IF
                 WHEN 100
                    CONTINUE
                 WHEN OTHER
                    PERFORM 9900-ERROR-RTN-START
                       THRU 9900-ERROR-RTN-END
              END-EVALUATE
           END-PERFORM.
           EXEC SQL CLOSE CRREFGEN END-EXEC.

           IF DM-REF-CODE-COUNT = ZERO OR DM-REF-GENDER-COUNT = ZERO
              DISPLAY "dbmaint: country_ref or gender_ref is empty - "
                 "run refmaint SEED first."
              CLOSE MAINT-FILE
              CLOSE REJECT-FILE
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
      * 2620-SEARCH-GENDER : genre de gender_ref.              *
      * 2640-SEARCH-CODE : code pays de country_ref, avec son  *
      * libelle officiel dans DM-OFFICIAL-NAME.                *
      * Balayage des petites tables, ou un SELECT sur la liste *
      * en mode secours.                                        *
      ******************************************************
       2620-SEARCH-GENDER.
           MOVE "N" TO DM-REF-FOUND-SW.
           IF DM-REF-FALLBACK
              MOVE ZERO TO DM-GENDER-HITS
              EXEC SQL
                 SELECT COUNT(*) INTO :DM-GENDER-HITS
                 FROM gender_ref
                 WHERE gender = :DM-GENDER
              END-EXEC
              IF DM-GENDER-HITS NOT = ZERO
                 MOVE "Y" TO DM-REF-FOUND-SW
              END-IF
           ELSE
              PERFORM VARYING DM-SRCH-IDX FROM 1 BY 1
                 UNTIL DM-SRCH-IDX > DM-REF-GENDER-COUNT
                 OR DM-REF-FOUND
                 IF DM-REF-GENDER(DM-SRCH-IDX) = DM-GENDER
                    MOVE "Y" TO DM-REF-FOUND-SW
                 END-IF
              END-PERFORM
           END-IF.

       2640-SEARCH-CODE.
           MOVE "N" TO DM-REF-FOUND-SW.
           MOVE SPACE TO DM-OFFICIAL-NAME.
           IF DM-REF-FALLBACK
              MOVE SPACE TO DM-REF-NAME-X
              EXEC SQL
                 SELECT COALESCE(country_name, '')
                 INTO :DM-REF-NAME-X
                 FROM country_ref
                 WHERE country_code = :DM-COUNTRY-CODE
                 LIMIT 1
              END-EXEC
              IF SQLCODE = ZERO
                 MOVE "Y" TO DM-REF-FOUND-SW
                 MOVE DM-REF-NAME-X TO DM-OFFICIAL-NAME
              END-IF
           ELSE
              PERFORM VARYING DM-SRCH-IDX FROM 1 BY 1
                 OR DM-REF-FOUND
                 IF DM-REF-CODE(DM-SRCH-IDX) = DM-COUNTRY-CODE
                    MOVE "Y" TO DM-REF-FOUND-SW
                    MOVE DM-REF-NAME(DM-SRCH-IDX)
                      TO DM-OFFICIAL-NAME
                 END-IF
              END-PERFORM
           END-IF.
              END-IF
           END-IF.

      ******************************************************
      * 2700-LOAD-POSTRULES : les formats de code postal de   *
      * POSTRULE.txt, comme PHONRULE.txt pour phonestd. Une   *
      * ligne sans code ou sans format est ecartee.            *
      ******************************************************
       2700-LOAD-POSTRULES.
           OPEN INPUT POSTRULE-FILE.
           IF FS-POSTRULE = "00"
              READ POSTRULE-FILE
                 AT END MOVE "10" TO FS-POSTRULE
              END-READ
              PERFORM UNTIL FS-POSTRULE NOT = "00"
                 IF DM-PC-RULE-COUNT < 100
                    AND PC-CODE NOT = SPACE
                    AND PC-PATTERN NOT = SPACE
                    ADD 1 TO DM-PC-RULE-COUNT
                    MOVE PC-CODE TO DM-PC-RL-CODE(DM-PC-RULE-COUNT)
                    MOVE PC-PATTERN
                      TO DM-PC-RL-PATTERN(DM-PC-RULE-COUNT)
                    MOVE ZERO TO DM-PC-RL-LEN(DM-PC-RULE-COUNT)
                    PERFORM VARYING DM-PC-POS FROM 1 BY 1
                       UNTIL DM-PC-POS > 10
                       IF PC-PATTERN(DM-PC-POS:1) NOT = SPACE
                          MOVE DM-PC-POS
                            TO DM-PC-RL-LEN(DM-PC-RULE-COUNT)
                       END-IF
                    END-PERFORM
                 END-IF
                 READ POSTRULE-FILE
                    AT END MOVE "10" TO FS-POSTRULE
                 END-READ
              END-PERFORM
              CLOSE POSTRULE-FILE
           END-IF.

       3000-PROCESS-TRANSACTIONS.
           READ MAINT-FILE
              AT END MOVE "10" TO FS-MAINT

      ******************************************************
      * 3100-VALIDATE-TRANSACTION : age must be numeric and in*
      * a sane range, gender must be a value of gender_ref     *
      * (full words such as "Male"/"Female", not a fixed code), *
      * country_code a code of country_ref, and a country given   *
      * together with its country_code must be the code's         *
      * official name.                                             *
      * An INSERT must supply all three; an UPDATE may leave any  *
      * of them (and the other fields) blank to mean "unchanged", *
      * so only a blank on an INSERT is rejected outright.         *
           MOVE ZERO TO DM-AGE.

           IF MT-ACTION NOT = "I" AND MT-ACTION NOT = "U"
              AND MT-ACTION NOT = "X"
              MOVE "N" TO DM-VALID-SW
              MOVE "invalid action code" TO DM-REASON
           END-IF.

           MOVE "N" TO DM-ADDR-SW.
           IF MT-STREET NOT = SPACE OR MT-HOUSE-NO NOT = SPACE
              OR MT-POSTCODE NOT = SPACE OR MT-CITY NOT = SPACE
              OR MT-ADDR-CODE NOT = SPACE
              MOVE "Y" TO DM-ADDR-SW
           END-IF.
           MOVE "N" TO DM-ROW-SW.
           IF MT-FIRST-NAME NOT = SPACE OR MT-LAST-NAME NOT = SPACE
              OR MT-GENDER NOT = SPACE OR MT-AGE-TEXT NOT = SPACE
              OR MT-SPOKEN NOT = SPACE OR MT-COUNTRY NOT = SPACE
              OR MT-COUNTRY-CODE NOT = SPACE
              OR MT-INFO-PHONE NOT = SPACE
              OR MT-BIRTH-DATE NOT = SPACE
              MOVE "Y" TO DM-ROW-SW
           END-IF.

           IF DM-IS-VALID AND MT-EMAIL = SPACE
              MOVE "N" TO DM-VALID-SW
              MOVE "email key is blank" TO DM-REASON
           END-IF.

           IF DM-IS-VALID AND (MT-ACTION = "U" OR MT-ACTION = "X")
              MOVE MT-EMAIL TO DM-EMAIL
              PERFORM 2600-SEARCH-EMAIL
              IF NOT DM-REF-FOUND
              PERFORM 2620-SEARCH-GENDER
              IF NOT DM-REF-FOUND
                 MOVE "N" TO DM-VALID-SW
                 MOVE "gender not in gender_ref" TO DM-REASON
              END-IF
           END-IF.

              PERFORM 2640-SEARCH-CODE
              IF NOT DM-REF-FOUND
                 MOVE "N" TO DM-VALID-SW
                 MOVE "country_code not in country_ref" TO DM-REASON
              END-IF
           END-IF.

           IF DM-IS-VALID AND MT-COUNTRY-CODE NOT = SPACE
              AND MT-COUNTRY NOT = SPACE
              IF MT-COUNTRY NOT = DM-OFFICIAL-NAME
                 MOVE "N" TO DM-VALID-SW
                 MOVE "country does not match country_code"
                    TO DM-REASON
              END-IF
           END-IF.

           IF DM-IS-VALID AND DM-ADDR-GIVEN AND MT-ACTION NOT = "X"
              PERFORM 3180-VALIDATE-ADDRESS
           END-IF.

           IF DM-IS-VALID AND MT-ACTION = "X"
              PERFORM 3190-CHECK-ADDRESS-HELD
           END-IF.

      ******************************************************
      * 3170-RESOLVE-ALIAS : la cle est peut-etre retiree     *
      * (fusion dupscan, anonymisation erasure, reecriture    *
                 END-IF
           END-EVALUATE.

      ******************************************************
      * 3180-VALIDATE-ADDRESS : l'adresse est entiere ou      *
      * absente - rue, code postal, localite et code pays     *
      * exiges (le numero peut manquer), code pays dans       *
      * country_ref, code postal conforme a un des formats    *
      * du pays dans POSTRULE.txt. Le code postal est mis en  *
      * majuscules avant le controle et garde ainsi.           *
      ******************************************************
       3180-VALIDATE-ADDRESS.
           IF MT-STREET = SPACE OR MT-POSTCODE = SPACE
              OR MT-CITY = SPACE OR MT-ADDR-CODE = SPACE
              MOVE "N" TO DM-VALID-SW
              MOVE "address incomplete" TO DM-REASON
           END-IF.

           IF DM-IS-VALID
              MOVE MT-ADDR-CODE TO DM-COUNTRY-CODE
              PERFORM 2640-SEARCH-CODE
              IF NOT DM-REF-FOUND
                 MOVE "N" TO DM-VALID-SW
                 MOVE "address country_code not in country_ref"
                    TO DM-REASON
              END-IF
           END-IF.

           IF DM-IS-VALID
              INSPECT MT-POSTCODE CONVERTING
                 "abcdefghijklmnopqrstuvwxyz"
                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
              PERFORM 3185-CHECK-POSTCODE
              EVALUATE TRUE
                 WHEN NOT DM-PC-HAS-RULE
                    MOVE "N" TO DM-VALID-SW
                    MOVE "no postcode rule for address country"
                       TO DM-REASON
                 WHEN NOT DM-PC-MATCHES
                    MOVE "N" TO DM-VALID-SW
                    MOVE "postcode format invalid for country"
                       TO DM-REASON
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

      ******************************************************
      * 3185-CHECK-POSTCODE : MT-POSTCODE contre chaque       *
      * format du pays MT-ADDR-CODE, a longueur egale.         *
      ******************************************************
       3185-CHECK-POSTCODE.
           MOVE "N" TO DM-PC-RULE-SW.
           MOVE "N" TO DM-PC-MATCH-SW.
           MOVE ZERO TO DM-PC-LEN.
           PERFORM VARYING DM-PC-POS FROM 1 BY 1
              UNTIL DM-PC-POS > 10
              IF MT-POSTCODE(DM-PC-POS:1) NOT = SPACE
                 MOVE DM-PC-POS TO DM-PC-LEN
              END-IF
           END-PERFORM.
           PERFORM VARYING DM-PC-IDX FROM 1 BY 1
              UNTIL DM-PC-IDX > DM-PC-RULE-COUNT
              OR DM-PC-MATCHES
              IF DM-PC-RL-CODE(DM-PC-IDX) = MT-ADDR-CODE
                 MOVE "Y" TO DM-PC-RULE-SW
                 IF DM-PC-RL-LEN(DM-PC-IDX) = DM-PC-LEN
                    MOVE "Y" TO DM-PC-MATCH-SW
                    PERFORM 3186-MATCH-ONE-CHAR
                       VARYING DM-PC-POS FROM 1 BY 1
                       UNTIL DM-PC-POS > DM-PC-LEN
                       OR NOT DM-PC-MATCHES
                 END-IF
              END-IF
           END-PERFORM.

       3186-MATCH-ONE-CHAR.
           MOVE DM-PC-RL-PATTERN(DM-PC-IDX)(DM-PC-POS:1)
             TO DM-PC-PAT-CHAR.
           MOVE MT-POSTCODE(DM-PC-POS:1) TO DM-PC-CHAR.
           EVALUATE DM-PC-PAT-CHAR
              WHEN "9"
                 IF DM-PC-CHAR IS NOT NUMERIC
                    MOVE "N" TO DM-PC-MATCH-SW
                 END-IF
              WHEN "A"
                 IF DM-PC-CHAR IS NOT ALPHABETIC-UPPER
                    OR DM-PC-CHAR = SPACE
                    MOVE "N" TO DM-PC-MATCH-SW
                 END-IF
              WHEN "X"
                 IF DM-PC-CHAR IS NOT NUMERIC
                    AND (DM-PC-CHAR IS NOT ALPHABETIC-UPPER
                         OR DM-PC-CHAR = SPACE)
                    MOVE "N" TO DM-PC-MATCH-SW
                 END-IF
              WHEN OTHER
                 IF DM-PC-CHAR NOT = DM-PC-PAT-CHAR
                    MOVE "N" TO DM-PC-MATCH-SW
                 END-IF
           END-EVALUATE.

      ******************************************************
      * 3190-CHECK-ADDRESS-HELD : X sans adresse en base n'a  *
      * rien a retirer - rejete plutot que compte applique.   *
      ******************************************************
       3190-CHECK-ADDRESS-HELD.
           IF DM-ALIAS-USED
              MOVE DM-RESOLVED-EMAIL TO DM-EMAIL
           ELSE
              MOVE MT-EMAIL TO DM-EMAIL
           END-IF.
           MOVE ZERO TO DM-ADDR-HITS.
           EXEC SQL
              SELECT COUNT(*) INTO :DM-ADDR-HITS
              FROM person_address
              WHERE email = RTRIM(:DM-EMAIL)
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.
           IF DM-ADDR-HITS = ZERO
              MOVE "N" TO DM-VALID-SW
              MOVE "no address on file to remove" TO DM-REASON
           END-IF.

      ******************************************************
      * 3150-CHECK-BIRTH-DATE : vraisemblance calendaire      *
      * complete (mois, jour du mois, annee bissextile) et    *
      ******************************************************
       3200-APPLY-TRANSACTION.
           MOVE MT-EMAIL TO DM-EMAIL.
           IF DM-ALIAS-USED AND MT-ACTION NOT = "I"
              MOVE DM-RESOLVED-EMAIL TO DM-EMAIL
           END-IF.
           MOVE MT-FIRST-NAME TO DM-FIRST-NAME.
              MOVE MT-AGE-TEXT TO DM-AGE
           END-IF.

           MOVE MT-STREET TO DM-STREET.
           MOVE MT-HOUSE-NO TO DM-HOUSE-NO.
           MOVE MT-POSTCODE TO DM-POSTCODE.
           MOVE MT-CITY TO DM-CITY.
           MOVE MT-ADDR-CODE TO DM-ADDR-CODE.

           EVALUATE TRUE
              WHEN MT-ACTION = "I"
                 PERFORM 3210-APPLY-INSERT
              WHEN MT-ACTION = "X"
                 PERFORM 3290-REMOVE-ADDRESS
              WHEN DM-ROW-GIVEN OR NOT DM-ADDR-GIVEN
                 PERFORM 3220-APPLY-UPDATE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           IF DM-ADDR-GIVEN AND MT-ACTION NOT = "X"
              PERFORM 3280-APPLY-ADDRESS
           END-IF.

       3210-APPLY-INSERT.
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.

      ******************************************************
      * 3280/3290 : l'adresse postale remplace la precedente, *
      * ou est retiree ; chaque changement est ajoute a       *
      * address_history (SET avec les valeurs posees, REMOVE  *
      * avec celles retirees).                                  *
      ******************************************************
       3280-APPLY-ADDRESS.
           EXEC SQL
              DELETE FROM person_address
              WHERE email = RTRIM(:DM-EMAIL)
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.
           EXEC SQL
              INSERT INTO person_address
                 (email, street, house_no, postcode, city,
                  country_code, chg_date, program)
              VALUES
                 (RTRIM(:DM-EMAIL), RTRIM(:DM-STREET),
                  RTRIM(:DM-HOUSE-NO), RTRIM(:DM-POSTCODE),
                  RTRIM(:DM-CITY), RTRIM(:DM-ADDR-CODE),
                  CURRENT_DATE, 'dbmaint')
           END-EXEC.
           IF SQLCODE NOT = ZERO
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.
           EXEC SQL
              INSERT INTO address_history
                 (chg_date, chg_time, program, action, email,
                  street, house_no, postcode, city, country_code)
              VALUES
                 (CURRENT_DATE, :DM-JRN-TIME, 'dbmaint', 'SET',
                  RTRIM(:DM-EMAIL), RTRIM(:DM-STREET),
                  RTRIM(:DM-HOUSE-NO), RTRIM(:DM-POSTCODE),
                  RTRIM(:DM-CITY), RTRIM(:DM-ADDR-CODE))
           END-EXEC.
           IF SQLCODE NOT = ZERO
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.

       3290-REMOVE-ADDRESS.
           EXEC SQL
              INSERT INTO address_history
                 (chg_date, chg_time, program, action, email,
                  street, house_no, postcode, city, country_code)
              SELECT CURRENT_DATE, :DM-JRN-TIME, 'dbmaint',
                     'REMOVE', email, street, house_no, postcode,
                     city, country_code
              FROM person_address
              WHERE email = RTRIM(:DM-EMAIL)
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.
           EXEC SQL
              DELETE FROM person_address
              WHERE email = RTRIM(:DM-EMAIL)
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.

       3400-WRITE-REJECT.
           MOVE SPACE TO RJ-LINE.
           STRING MT-EMAIL DELIMITED BY SPACE
           DISPLAY RJ-LINE.

       9000-TERMINATE.
           PERFORM 2150-MARK-APPLIED.
           MOVE SPACE TO RJ-LINE.
           STRING DM-READ-COUNT DELIMITED BY SIZE
                  " read, " DELIMITED BY SIZE
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.

      ******************************************************
      * 8650-ENSURE-REFERENCE : les listes de refmaint,       *
      * creees vides au premier usage - le run est alors      *
      * refuse par 2500 tant qu'elles n'ont pas ete remplies. *
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
      * 8600-ENSURE-JOURNAL : the change-history table is     *
      * created on first use, the same pattern langchk        *
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.

      ******************************************************
      * 8700-ENSURE-QUEUE : les lots et leurs lignes. approve *
      * y ecrit, dbmaint, phrmaint, regmaint et erasure y     *
      * lisent, morning les liste : chacun les cree.          *
      ******************************************************
       8700-ENSURE-QUEUE.
           EXEC SQL
              CREATE TABLE IF NOT EXISTS txn_batch
                 (batch_id     INTEGER,
                  txn_type     VARCHAR(8),
                  source_file  VARCHAR(40),
                  line_count   INTEGER,
                  status       VARCHAR(8),
                  submitted_by VARCHAR(20),
                  submit_date  DATE,
                  submit_time  VARCHAR(8),
                  decided_by   VARCHAR(20),
                  decided_date DATE,
                  decided_time VARCHAR(8),
                  reason       VARCHAR(60),
                  applied_date DATE,
                  applied_time VARCHAR(8))
           END-EXEC.
           IF SQLCODE NOT = ZERO
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.
           EXEC SQL
              CREATE TABLE IF NOT EXISTS txn_pending
                 (batch_id     INTEGER,
                  line_no      INTEGER,
                  txn_line     VARCHAR(600))
           END-EXEC.
           IF SQLCODE NOT = ZERO
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.

      ******************************************************
      * 8800-READ-DBCONFIG : reglages de connexion lus dans   *
      * DBCONFIG.txt ; un champ en blanc garde la valeur      *
