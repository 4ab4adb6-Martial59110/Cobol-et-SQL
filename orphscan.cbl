       IDENTIFICATION DIVISION.
       PROGRAM-ID. orphscan.
       AUTHOR. EDP-BATCH-TEAM.
       INSTALLATION. DBAGE-REPORTING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

      ******************************************************
      * Orphan and referential-integrity sweep.               *
      *                                                        *
      * databank is ringed by side tables keyed by email or   *
      * country_code, and dupscan merges, erasure deletes and  *
      * backout runs change databank without telling them.     *
      * This sweep reports, in ORPHAN.txt :                    *
      *   HOUSEHOLD  household members whose email databank   *
      *              no longer holds ;                         *
      *   UNDELIV    undeliverable flags for such emails ;     *
      *   ALIAS      email_alias chains, followed from every   *
      *              retired address, that LOOP (come back on  *
      *              themselves, or exceed 50 hops) or end on  *
      *              an address databank does not hold         *
      *              (MISSING) ;                                *
      *   CONTACT    contact_history rows for a key erasure    *
      *              deleted or anonymized (and not since      *
      *              restored by backout), and campaign_response *
      *              rows whose email, current_email or         *
      *              contact_email is such a key ;              *
      *   REGION     region_map rows for a country_code no     *
      *              databank row holds ;                      *
      *   PHRASE     phrase rows for such a country_code ;     *
      *   ADDRESS    person_address rows whose email databank   *
      *              does not hold, directly or at the end of   *
      *              its email_alias chain however many merges  *
      *              long (the way letters finds an address).   *
      *                                                            *
      * Mode from the command line (REPORT or CLEANUP) ; as a   *
      * batchrun step sees batchrun's own parameter, anything   *
      * else defers to ORPHPRM.txt cols 1-7, and without that   *
      * file to REPORT.                                          *
      *                                                            *
      * CLEANUP removes the orphans that are safe to remove -   *
      * HOUSEHOLD, UNDELIV, CONTACT and ADDRESS rows, which      *
      * describe a person no longer on file. Each removed row    *
      * is first copied to the orphan_journal table (date,       *
      * time, source table, email, the row pipe-delimited) ;     *
      * change_journal stays the trace of databank rows alone,   *
      * which extract and pitrecon read as such. address_history *
      * is left as it stands. ALIAS rows are kept (consent       *
      * and disclosure resolve through them), REGION and PHRASE  *
      * rows are reference data kept for regmaint/phrmaint :     *
      * those are reported only.                                  *
      *                                                            *
      * Return code 4 when any orphan was found, 0 when clean.   *
      *                                                            *
      * Modification history                                      *
      * 2026-10-15 EDP  Initial version.                          *
      * 2026-10-15 EDP  ADDRESS category - postal addresses of      *
      *                 people no longer on file.                   *
      * 2026-10-15 EDP  ADDRESS key followed through the whole      *
      *                 email_alias chain, not one hop.             *
      * 2026-10-15 EDP  CONTACT covers campaign_response too.       *
      ******************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORPHAN-FILE ASSIGN TO "ORPHAN.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT ORPHPRM-FILE ASSIGN TO "ORPHPRM.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-ORPHPRM.



           SELECT DBCONFIG-FILE ASSIGN TO "DBCONFIG.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-DBCONFIG.

       DATA DIVISION.
       FILE SECTION.

       FD  DBCONFIG-FILE.
       01  DC-ALL-DATA PIC X(60).

       FD  ORPHAN-FILE.
       01  OF-ALL-DATA PIC X(160).

       FD  ORPHPRM-FILE.
       01  OP-ALL-DATA PIC X(10).


       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  DBNAME PIC X(20) VALUE "dbage".
       01  USERNAME  PIC X(20) VALUE "cobol".
       01  PASSWD PIC X(10) VALUE SPACE.

       01  OR-EMAIL        PIC X(50).
       01  OR-EMAIL2       PIC X(50).
       01  OR-HH-ID        PIC 9(09).
       01  OR-CODE         PIC X(50).
       01  OR-TEXT         PIC X(50).
       01  OR-TEXT2        PIC X(20).
       01  OR-DATE         PIC X(10).
       01  OR-HOPS         PIC 9(03).
       01  OR-KIND         PIC X(08).
       01  OR-JRN-TIME     PIC X(08).
       01  OR-REMOVED      PIC 9(09).
       01  OR-POSTCODE     PIC X(10).
       01  OR-CITY         PIC X(50).

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

       01  FS-ORPHPRM   PIC X(02).

       01  OR-PARM      PIC X(20).
       01  OR-MODE      PIC X(07) VALUE "REPORT".
           88 OR-MODE-CLEANUP          VALUE "CLEANUP".

       01  OR-RUN-DATE  PIC 9(08).
       01  OR-RUN-TIME  PIC 9(08).

      * Compteurs par categorie : trouves, puis retires.
       01  OR-HH-FOUND      PIC 9(07) VALUE ZERO.
       01  OR-UND-FOUND     PIC 9(07) VALUE ZERO.
       01  OR-LOOP-FOUND    PIC 9(07) VALUE ZERO.
       01  OR-MISS-FOUND    PIC 9(07) VALUE ZERO.
       01  OR-CH-FOUND      PIC 9(07) VALUE ZERO.
       01  OR-CR-FOUND      PIC 9(07) VALUE ZERO.
       01  OR-REG-FOUND     PIC 9(07) VALUE ZERO.
       01  OR-PHR-FOUND     PIC 9(07) VALUE ZERO.
       01  OR-ADR-FOUND     PIC 9(07) VALUE ZERO.
       01  OR-TOTAL-FOUND   PIC 9(07) VALUE ZERO.
       01  OR-HH-REMOVED    PIC 9(07) VALUE ZERO.
       01  OR-UND-REMOVED   PIC 9(07) VALUE ZERO.
       01  OR-CH-REMOVED    PIC 9(07) VALUE ZERO.
       01  OR-CR-REMOVED    PIC 9(07) VALUE ZERO.
       01  OR-ADR-REMOVED   PIC 9(07) VALUE ZERO.

       01  OR-HH-ED         PIC Z(8)9.
       01  OR-HOPS-ED       PIC ZZ9.
       01  OR-LABEL         PIC X(40).
       01  OR-FOUND-N       PIC 9(07).
       01  OR-REMOVED-N     PIC 9(07).
       01  OR-LINE          PIC X(160).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CONNECT
           PERFORM 3000-SCAN-HOUSEHOLD
           PERFORM 3100-SCAN-UNDELIVERABLE
           PERFORM 3200-SCAN-ALIAS
           PERFORM 3300-SCAN-CONTACT
           PERFORM 3400-SCAN-REGION
           PERFORM 3500-SCAN-PHRASE
           PERFORM 3600-SCAN-ADDRESS
           IF OR-MODE-CLEANUP
              PERFORM 5000-CLEANUP
           END-IF
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           PERFORM 8800-READ-DBCONFIG.
           ACCEPT OR-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT OR-RUN-TIME FROM TIME.
           MOVE OR-RUN-TIME TO OR-JRN-TIME.
           PERFORM 1100-SET-MODE.

           OPEN OUTPUT ORPHAN-FILE.
           MOVE SPACE TO OR-LINE.
           STRING "Orphan sweep " DELIMITED BY SIZE
                  OR-RUN-DATE DELIMITED BY SIZE
                  " mode " DELIMITED BY SIZE
                  OR-MODE DELIMITED BY SPACE
                  " [" DELIMITED BY SIZE
                  DB-ENV-NAME DELIMITED BY SPACE
                  "]" DELIMITED BY SIZE
             INTO OR-LINE
           END-STRING.
           WRITE OF-ALL-DATA FROM OR-LINE.
           WRITE OF-ALL-DATA FROM SPACE.

      ******************************************************
      * 1100-SET-MODE : REPORT ou CLEANUP sur la ligne de     *
      * commande ; sinon (etape de batchrun) ORPHPRM.txt, et  *
      * sans fichier REPORT.                                   *
      ******************************************************
       1100-SET-MODE.
           ACCEPT OR-PARM FROM COMMAND-LINE.
           INSPECT OR-PARM CONVERTING "acelnoprtu"
                                   TO "ACELNOPRTU".
           IF OR-PARM(1:7) = "REPORT" OR "CLEANUP"
              MOVE OR-PARM(1:7) TO OR-MODE
           ELSE
              OPEN INPUT ORPHPRM-FILE
              IF FS-ORPHPRM = "00"
                 MOVE SPACE TO OR-PARM
                 READ ORPHPRM-FILE INTO OR-PARM
                    AT END MOVE "10" TO FS-ORPHPRM
                 END-READ
                 INSPECT OR-PARM CONVERTING "acelnoprtu"
                                         TO "ACELNOPRTU"
                 IF OR-PARM(1:7) = "REPORT" OR "CLEANUP"
                    MOVE OR-PARM(1:7) TO OR-MODE
                 END-IF
                 CLOSE ORPHPRM-FILE
              END-IF
           END-IF.
           DISPLAY "orphscan mode: " OR-MODE.

       2000-CONNECT.
           EXEC SQL
              CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.
           IF SQLCODE NOT = ZERO
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.
           PERFORM 8500-ENSURE-TABLES.

      ******************************************************
      * 3000-SCAN-HOUSEHOLD : membres de menage dont l'email  *
      * n'est plus dans databank.                              *
      ******************************************************
       3000-SCAN-HOUSEHOLD.
           EXEC SQL
              DECLARE CRORHH CURSOR FOR
              SELECT h.household_id, h.email
              FROM household h
              WHERE NOT EXISTS
                 (SELECT 1 FROM databank d WHERE d.email = h.email)
              ORDER BY h.household_id, h.email
           END-EXEC.

           EXEC SQL OPEN CRORHH END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH CRORHH INTO :OR-HH-ID, :OR-EMAIL
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    ADD 1 TO OR-HH-FOUND
                    MOVE OR-HH-ID TO OR-HH-ED
                    MOVE SPACE TO OR-LINE
                    STRING "HOUSEHOLD " DELIMITED BY SIZE
                           OR-HH-ED DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           OR-EMAIL DELIMITED BY SPACE
                           " not in databank" DELIMITED BY SIZE
                      INTO OR-LINE
                    END-STRING
                    WRITE OF-ALL-DATA FROM OR-LINE
                 WHEN 100
                    CONTINUE
                 WHEN OTHER
                    PERFORM 9900-ERROR-RTN-START
                       THRU 9900-ERROR-RTN-END
              END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE CRORHH END-EXEC.

      ******************************************************
      * 3100-SCAN-UNDELIVERABLE : drapeaux de non-distribution *
      * sur un email que databank ne connait plus.             *
      ******************************************************
       3100-SCAN-UNDELIVERABLE.
           EXEC SQL
              DECLARE CRORUND CURSOR FOR
              SELECT u.email, COALESCE(u.bounce_code, ''),
                     COALESCE(TO_CHAR(u.flagged_date, 'YYYY-MM-DD'),
                              '')
              FROM undeliverable u
              WHERE NOT EXISTS
                 (SELECT 1 FROM databank d WHERE d.email = u.email)
              ORDER BY u.email
           END-EXEC.

           EXEC SQL OPEN CRORUND END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH CRORUND INTO :OR-EMAIL, :OR-TEXT2, :OR-DATE
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    ADD 1 TO OR-UND-FOUND
                    MOVE SPACE TO OR-LINE
                    STRING "UNDELIV   " DELIMITED BY SIZE
                           OR-EMAIL DELIMITED BY SPACE
                           " flagged " DELIMITED BY SIZE
                           OR-DATE DELIMITED BY SIZE
                           " code " DELIMITED BY SIZE
                           OR-TEXT2 DELIMITED BY SPACE
                           " not in databank" DELIMITED BY SIZE
                      INTO OR-LINE
                    END-STRING
                    WRITE OF-ALL-DATA FROM OR-LINE
                 WHEN 100
                    CONTINUE
                 WHEN OTHER
                    PERFORM 9900-ERROR-RTN-START
                       THRU 9900-ERROR-RTN-END
              END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE CRORUND END-EXEC.

      ******************************************************
      * 3200-SCAN-ALIAS : chaque adresse retiree est suivie   *
      * d'alias en alias. LOOP : la chaine repasse par une     *
      * adresse deja vue (ou depasse 50 sauts) ; MISSING : la *
      * chaine s'arrete sur une adresse absente de databank.  *
      ******************************************************
       3200-SCAN-ALIAS.
           EXEC SQL
              DECLARE CRORALI CURSOR FOR
              WITH RECURSIVE ch (start_email, cur_email, hops,
                                 seen, looped) AS
                (SELECT a.old_email, a.new_email, 1,
                        ARRAY[CAST(a.old_email AS TEXT)],
                        a.new_email = a.old_email
                 FROM email_alias a
                 UNION ALL
                 SELECT ch.start_email, a.new_email, ch.hops + 1,
                        ch.seen || CAST(ch.cur_email AS TEXT),
                        CAST(a.new_email AS TEXT) = ANY
                           (ch.seen || CAST(ch.cur_email AS TEXT))
                 FROM ch, email_alias a
                 WHERE a.old_email = ch.cur_email
                   AND NOT ch.looped
                   AND ch.hops < 50)
              SELECT DISTINCT ch.start_email, ch.cur_email,
                     ch.hops,
                     CASE WHEN ch.looped OR ch.hops >= 50
                          THEN 'LOOP' ELSE 'MISSING' END
              FROM ch
              WHERE ch.looped
                 OR (ch.hops >= 50
                     AND EXISTS
                        (SELECT 1 FROM email_alias b
                         WHERE b.old_email = ch.cur_email))
                 OR (NOT EXISTS
                        (SELECT 1 FROM email_alias b
                         WHERE b.old_email = ch.cur_email)
                     AND NOT EXISTS
                        (SELECT 1 FROM databank d
                         WHERE d.email = ch.cur_email))
              ORDER BY 4, 1, 2
           END-EXEC.

           EXEC SQL OPEN CRORALI END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH CRORALI
                    INTO :OR-EMAIL, :OR-EMAIL2, :OR-HOPS, :OR-KIND
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    PERFORM 3210-WRITE-ALIAS
                 WHEN 100
                    CONTINUE
                 WHEN OTHER
                    PERFORM 9900-ERROR-RTN-START
                       THRU 9900-ERROR-RTN-END
              END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE CRORALI END-EXEC.

       3210-WRITE-ALIAS.
           MOVE OR-HOPS TO OR-HOPS-ED.
           MOVE SPACE TO OR-LINE.
           IF OR-KIND = "LOOP"
              ADD 1 TO OR-LOOP-FOUND
              STRING "ALIAS     " DELIMITED BY SIZE
                     OR-EMAIL DELIMITED BY SPACE
                     " loops at " DELIMITED BY SIZE
                     OR-EMAIL2 DELIMITED BY SPACE
                     " after " DELIMITED BY SIZE
                     OR-HOPS-ED DELIMITED BY SIZE
                     " hops" DELIMITED BY SIZE
                INTO OR-LINE
              END-STRING
           ELSE
              ADD 1 TO OR-MISS-FOUND
              STRING "ALIAS     " DELIMITED BY SIZE
                     OR-EMAIL DELIMITED BY SPACE
                     " ends on missing " DELIMITED BY SIZE
                     OR-EMAIL2 DELIMITED BY SPACE
                     " after " DELIMITED BY SIZE
                     OR-HOPS-ED DELIMITED BY SIZE
                     " hops" DELIMITED BY SIZE
                INTO OR-LINE
              END-STRING
           END-IF.
           WRITE OF-ALL-DATA FROM OR-LINE.

      ******************************************************
      * 3300-SCAN-CONTACT : historique de contact d'une cle   *
      * qu'erasure a supprimee ou anonymisee, et que backout  *
      * n'a pas restauree depuis ; puis les reponses de        *
      * campagne dont l'une des trois adresses est une telle   *
      * cle.                                                    *
      ******************************************************
       3300-SCAN-CONTACT.
           EXEC SQL
              DECLARE CRORCH CURSOR FOR
              SELECT c.email, COALESCE(c.campaign_id, ''),
                     COALESCE(TO_CHAR(c.contact_date, 'YYYY-MM-DD'),
                              '')
              FROM contact_history c
              WHERE c.email IN
                 (SELECT j.email FROM change_journal j
                  WHERE j.program = 'erasure'
                    AND j.action IN ('DELETE', 'ANONYMIZE'))
                AND NOT EXISTS
                 (SELECT 1 FROM databank d WHERE d.email = c.email)
              ORDER BY c.email, 3
           END-EXEC.

           EXEC SQL OPEN CRORCH END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH CRORCH INTO :OR-EMAIL, :OR-TEXT2, :OR-DATE
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    ADD 1 TO OR-CH-FOUND
                    MOVE SPACE TO OR-LINE
                    STRING "CONTACT   " DELIMITED BY SIZE
                           OR-EMAIL DELIMITED BY SPACE
                           " campaign " DELIMITED BY SIZE
                           OR-TEXT2 DELIMITED BY SPACE
                           " on " DELIMITED BY SIZE
                           OR-DATE DELIMITED BY SIZE
                           " - key erased" DELIMITED BY SIZE
                      INTO OR-LINE
                    END-STRING
                    WRITE OF-ALL-DATA FROM OR-LINE
                 WHEN 100
                    CONTINUE
                 WHEN OTHER
                    PERFORM 9900-ERROR-RTN-START
                       THRU 9900-ERROR-RTN-END
              END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE CRORCH END-EXEC.

           EXEC SQL
              DECLARE CRORCR CURSOR FOR
              SELECT COALESCE(r.email, ''),
                     COALESCE(r.campaign_id, ''),
                     COALESCE(r.response_code, ''),
                     COALESCE(TO_CHAR(r.response_date, 'YYYY-MM-DD'),
                              '')
              FROM campaign_response r
              WHERE EXISTS
                 (SELECT 1 FROM change_journal j
                  WHERE j.program = 'erasure'
                    AND j.action IN ('DELETE', 'ANONYMIZE')
                    AND j.email IN (r.email, r.current_email,
                                    r.contact_email)
                    AND NOT EXISTS
                       (SELECT 1 FROM databank d
                        WHERE d.email = j.email))
              ORDER BY 1, 4
           END-EXEC.

           EXEC SQL OPEN CRORCR END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH CRORCR INTO :OR-EMAIL, :OR-TEXT2, :OR-TEXT,
                                   :OR-DATE
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    ADD 1 TO OR-CR-FOUND
                    MOVE SPACE TO OR-LINE
                    STRING "CONTACT   " DELIMITED BY SIZE
                           OR-EMAIL DELIMITED BY SPACE
                           " response " DELIMITED BY SIZE
                           OR-TEXT DELIMITED BY SPACE
                           " campaign " DELIMITED BY SIZE
                           OR-TEXT2 DELIMITED BY SPACE
                           " on " DELIMITED BY SIZE
                           OR-DATE DELIMITED BY SIZE
                           " - key erased" DELIMITED BY SIZE
                      INTO OR-LINE
                    END-STRING
                    WRITE OF-ALL-DATA FROM OR-LINE
                 WHEN 100
                    CONTINUE
                 WHEN OTHER
                    PERFORM 9900-ERROR-RTN-START
                       THRU 9900-ERROR-RTN-END
              END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE CRORCR END-EXEC.

      ******************************************************
      * 3400-SCAN-REGION : correspondances de region_map pour *
      * un country_code que plus personne ne porte.            *
      ******************************************************
       3400-SCAN-REGION.
           EXEC SQL
              DECLARE CRORREG CURSOR FOR
              SELECT r.country_code, COALESCE(r.region_name, '')
              FROM region_map r
              WHERE NOT EXISTS
                 (SELECT 1 FROM databank d
                  WHERE d.country_code = r.country_code)
              ORDER BY r.country_code
           END-EXEC.

           EXEC SQL OPEN CRORREG END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH CRORREG INTO :OR-CODE, :OR-TEXT2
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    ADD 1 TO OR-REG-FOUND
                    MOVE SPACE TO OR-LINE
                    STRING "REGION    " DELIMITED BY SIZE
                           OR-CODE DELIMITED BY SPACE
                           " -> " DELIMITED BY SIZE
                           OR-TEXT2 DELIMITED BY "  "
                           " : country_code held by nobody"
                              DELIMITED BY SIZE
                      INTO OR-LINE
                    END-STRING
                    WRITE OF-ALL-DATA FROM OR-LINE
                 WHEN 100
                    CONTINUE
                 WHEN OTHER
                    PERFORM 9900-ERROR-RTN-START
                       THRU 9900-ERROR-RTN-END
              END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE CRORREG END-EXEC.

      ******************************************************
      * 3500-SCAN-PHRASE : citations rangees sous un           *
      * country_code que plus personne ne porte.               *
      ******************************************************
       3500-SCAN-PHRASE.
           EXEC SQL
              DECLARE CRORPHR CURSOR FOR
              SELECT p.country_code, COALESCE(p.language, ''),
                     COALESCE(p.phrase, '')
              FROM phrase p
              WHERE NOT EXISTS
                 (SELECT 1 FROM databank d
                  WHERE d.country_code = p.country_code)
              ORDER BY p.country_code, p.language, p.phrase
           END-EXEC.

           EXEC SQL OPEN CRORPHR END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH CRORPHR INTO :OR-CODE, :OR-TEXT2, :OR-TEXT
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    ADD 1 TO OR-PHR-FOUND
                    MOVE SPACE TO OR-LINE
                    STRING "PHRASE    " DELIMITED BY SIZE
                           OR-CODE DELIMITED BY SPACE
                           " " DELIMITED BY SIZE
                           OR-TEXT2 DELIMITED BY SPACE
                           " " DELIMITED BY SIZE
                           OR-TEXT DELIMITED BY "  "
                           " : country_code held by nobody"
                              DELIMITED BY SIZE
                      INTO OR-LINE
                    END-STRING
                    WRITE OF-ALL-DATA FROM OR-LINE
                 WHEN 100
                    CONTINUE
                 WHEN OTHER
                    PERFORM 9900-ERROR-RTN-START
                       THRU 9900-ERROR-RTN-END
              END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE CRORPHR END-EXEC.

      ******************************************************
      * 3600-SCAN-ADDRESS : adresses postales dont l'email    *
      * n'est ni dans databank ni retire par email_alias vers *
      * une ligne de databank, la chaine suivie en entier     *
      * (comme letters) : les cles vivantes sont remontees    *
      * depuis databank a travers toutes les fusions.         *
      ******************************************************
       3600-SCAN-ADDRESS.
           EXEC SQL
              DECLARE CRORADR CURSOR FOR
              SELECT p.email, COALESCE(p.postcode, ''),
                     COALESCE(p.city, ''),
                     COALESCE(p.country_code, '')
              FROM person_address p
              WHERE COALESCE(TRIM(p.email), '') NOT IN
                 (WITH RECURSIVE lv (e) AS
                    (SELECT CAST(TRIM(d.email) AS VARCHAR(50))
                     FROM databank d
                     UNION
                     SELECT CAST(TRIM(a.old_email) AS VARCHAR(50))
                     FROM email_alias a, lv l
                     WHERE TRIM(a.new_email) = l.e)
                  SELECT e FROM lv WHERE e IS NOT NULL)
              ORDER BY p.email
           END-EXEC.

           EXEC SQL OPEN CRORADR END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH CRORADR INTO :OR-EMAIL, :OR-POSTCODE,
                                    :OR-CITY, :OR-CODE
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    ADD 1 TO OR-ADR-FOUND
                    MOVE SPACE TO OR-LINE
                    STRING "ADDRESS   " DELIMITED BY SIZE
                           OR-EMAIL DELIMITED BY SPACE
                           " " DELIMITED BY SIZE
                           OR-CODE DELIMITED BY SPACE
                           " " DELIMITED BY SIZE
                           OR-POSTCODE DELIMITED BY "  "
                           " " DELIMITED BY SIZE
                           OR-CITY DELIMITED BY "  "
                           " not in databank" DELIMITED BY SIZE
                      INTO OR-LINE
                    END-STRING
                    WRITE OF-ALL-DATA FROM OR-LINE
                 WHEN 100
                    CONTINUE
                 WHEN OTHER
                    PERFORM 9900-ERROR-RTN-START
                       THRU 9900-ERROR-RTN-END
              END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE CRORADR END-EXEC.

      ******************************************************
      * 5000-CLEANUP : les orphelins surs sont d'abord copies *
      * dans orphan_journal, puis retires, table par table,   *
      * avec les memes conditions que le constat.             *
      ******************************************************
       5000-CLEANUP.
           EXEC SQL
              INSERT INTO orphan_journal
                 (rmv_date, rmv_time, source, email, row_image,
                  program)
              SELECT CURRENT_DATE, :OR-JRN-TIME, 'household',
                     h.email,
                     COALESCE(CAST(h.household_id AS TEXT),'')
                        || '|' ||
                     COALESCE(TRIM(h.email),'') || '|' ||
                     COALESCE(TRIM(h.last_name),'') || '|' ||
                     COALESCE(TRIM(h.info_phone),''),
                     'orphscan'
              FROM household h
              WHERE NOT EXISTS
                 (SELECT 1 FROM databank d WHERE d.email = h.email)
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.
           EXEC SQL
              DELETE FROM household h
              WHERE NOT EXISTS
                 (SELECT 1 FROM databank d WHERE d.email = h.email)
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.
           MOVE "household" TO OR-TEXT2.
           PERFORM 5100-COUNT-REMOVED.
           MOVE OR-REMOVED TO OR-HH-REMOVED.

           EXEC SQL
              INSERT INTO orphan_journal
                 (rmv_date, rmv_time, source, email, row_image,
                  program)
              SELECT CURRENT_DATE, :OR-JRN-TIME, 'undeliverable',
                     u.email,
                     COALESCE(TRIM(u.email),'') || '|' ||
                     COALESCE(TRIM(u.bounce_code),'') || '|' ||
                     COALESCE(TO_CHAR(u.flagged_date,'YYYYMMDD'),''),
                     'orphscan'
              FROM undeliverable u
              WHERE NOT EXISTS
                 (SELECT 1 FROM databank d WHERE d.email = u.email)
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.
           EXEC SQL
              DELETE FROM undeliverable u
              WHERE NOT EXISTS
                 (SELECT 1 FROM databank d WHERE d.email = u.email)
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.
           MOVE "undeliverable" TO OR-TEXT2.
           PERFORM 5100-COUNT-REMOVED.
           MOVE OR-REMOVED TO OR-UND-REMOVED.

           EXEC SQL
              INSERT INTO orphan_journal
                 (rmv_date, rmv_time, source, email, row_image,
                  program)
              SELECT CURRENT_DATE, :OR-JRN-TIME, 'contact_history',
                     c.email,
                     COALESCE(TRIM(c.email),'') || '|' ||
                     COALESCE(TRIM(c.campaign_id),'') || '|' ||
                     COALESCE(TO_CHAR(c.contact_date,'YYYYMMDD'),'')
                        || '|' ||
                     COALESCE(TRIM(c.template_used),'') || '|' ||
                     COALESCE(TRIM(c.program),''),
                     'orphscan'
              FROM contact_history c
              WHERE c.email IN
                 (SELECT j.email FROM change_journal j
                  WHERE j.program = 'erasure'
                    AND j.action IN ('DELETE', 'ANONYMIZE'))
                AND NOT EXISTS
                 (SELECT 1 FROM databank d WHERE d.email = c.email)
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.
           EXEC SQL
              DELETE FROM contact_history c
              WHERE c.email IN
                 (SELECT j.email FROM change_journal j
                  WHERE j.program = 'erasure'
                    AND j.action IN ('DELETE', 'ANONYMIZE'))
                AND NOT EXISTS
                 (SELECT 1 FROM databank d WHERE d.email = c.email)
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.
           MOVE "contact_history" TO OR-TEXT2.
           PERFORM 5100-COUNT-REMOVED.
           MOVE OR-REMOVED TO OR-CH-REMOVED.

           EXEC SQL
              INSERT INTO orphan_journal
                 (rmv_date, rmv_time, source, email, row_image,
                  program)
              SELECT CURRENT_DATE, :OR-JRN-TIME, 'campaign_response',
                     r.email,
                     COALESCE(TRIM(r.email),'') || '|' ||
                     COALESCE(TRIM(r.current_email),'') || '|' ||
                     COALESCE(TRIM(r.campaign_id),'') || '|' ||
                     COALESCE(TO_CHAR(r.response_date,'YYYYMMDD'),'')
                        || '|' ||
                     COALESCE(TRIM(r.response_code),'') || '|' ||
                     COALESCE(TRIM(r.contact_email),'') || '|' ||
                     COALESCE(TO_CHAR(r.contact_date,'YYYYMMDD'),'')
                        || '|' ||
                     COALESCE(TRIM(r.template_used),'') || '|' ||
                     COALESCE(TO_CHAR(r.load_date,'YYYYMMDD'),''),
                     'orphscan'
              FROM campaign_response r
              WHERE EXISTS
                 (SELECT 1 FROM change_journal j
                  WHERE j.program = 'erasure'
                    AND j.action IN ('DELETE', 'ANONYMIZE')
                    AND j.email IN (r.email, r.current_email,
                                    r.contact_email)
                    AND NOT EXISTS
                       (SELECT 1 FROM databank d
                        WHERE d.email = j.email))
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.
           EXEC SQL
              DELETE FROM campaign_response r
              WHERE EXISTS
                 (SELECT 1 FROM change_journal j
                  WHERE j.program = 'erasure'
                    AND j.action IN ('DELETE', 'ANONYMIZE')
                    AND j.email IN (r.email, r.current_email,
                                    r.contact_email)
                    AND NOT EXISTS
                       (SELECT 1 FROM databank d
                        WHERE d.email = j.email))
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.
           MOVE "campaign_response" TO OR-TEXT2.
           PERFORM 5100-COUNT-REMOVED.
           MOVE OR-REMOVED TO OR-CR-REMOVED.

           EXEC SQL
              INSERT INTO orphan_journal
                 (rmv_date, rmv_time, source, email, row_image,
                  program)
              SELECT CURRENT_DATE, :OR-JRN-TIME, 'person_address',
                     p.email,
                     COALESCE(TRIM(p.email),'') || '|' ||
                     COALESCE(TRIM(p.street),'') || '|' ||
                     COALESCE(TRIM(p.house_no),'') || '|' ||
                     COALESCE(TRIM(p.postcode),'') || '|' ||
                     COALESCE(TRIM(p.city),'') || '|' ||
                     COALESCE(TRIM(p.country_code),'') || '|' ||
                     COALESCE(TO_CHAR(p.chg_date,'YYYYMMDD'),'')
                        || '|' ||
                     COALESCE(TRIM(p.program),''),
                     'orphscan'
              FROM person_address p
              WHERE COALESCE(TRIM(p.email), '') NOT IN
                 (WITH RECURSIVE lv (e) AS
                    (SELECT CAST(TRIM(d.email) AS VARCHAR(50))
                     FROM databank d
                     UNION
                     SELECT CAST(TRIM(a.old_email) AS VARCHAR(50))
                     FROM email_alias a, lv l
                     WHERE TRIM(a.new_email) = l.e)
                  SELECT e FROM lv WHERE e IS NOT NULL)
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.
           EXEC SQL
              DELETE FROM person_address p
              WHERE COALESCE(TRIM(p.email), '') NOT IN
                 (WITH RECURSIVE lv (e) AS
                    (SELECT CAST(TRIM(d.email) AS VARCHAR(50))
                     FROM databank d
                     UNION
                     SELECT CAST(TRIM(a.old_email) AS VARCHAR(50))
                     FROM email_alias a, lv l
                     WHERE TRIM(a.new_email) = l.e)
                  SELECT e FROM lv WHERE e IS NOT NULL)
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.
           MOVE "person_address" TO OR-TEXT2.
           PERFORM 5100-COUNT-REMOVED.
           MOVE OR-REMOVED TO OR-ADR-REMOVED.

      ******************************************************
      * 5100-COUNT-REMOVED : les lignes retirees d'une table, *
      * comptees dans orphan_journal sous l'heure du run.      *
      ******************************************************
       5100-COUNT-REMOVED.
           EXEC SQL
              SELECT COUNT(*) INTO :OR-REMOVED
              FROM orphan_journal
              WHERE rmv_date = CURRENT_DATE
                AND rmv_time = :OR-JRN-TIME
                AND source = RTRIM(:OR-TEXT2)
           END-EXEC.
           IF SQLCODE NOT = ZERO
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.

       9000-TERMINATE.
           WRITE OF-ALL-DATA FROM SPACE.
           MOVE "Household members not in databank" TO OR-LABEL.
           MOVE OR-HH-FOUND TO OR-FOUND-N.
           MOVE OR-HH-REMOVED TO OR-REMOVED-N.
           PERFORM 9100-WRITE-COUNT.
           MOVE "Undeliverable flags not in databank" TO OR-LABEL.
           MOVE OR-UND-FOUND TO OR-FOUND-N.
           MOVE OR-UND-REMOVED TO OR-REMOVED-N.
           PERFORM 9100-WRITE-COUNT.
           MOVE "Alias chains that loop" TO OR-LABEL.
           MOVE OR-LOOP-FOUND TO OR-FOUND-N.
           MOVE ZERO TO OR-REMOVED-N.
           PERFORM 9100-WRITE-COUNT.
           MOVE "Alias chains ending on a missing row" TO OR-LABEL.
           MOVE OR-MISS-FOUND TO OR-FOUND-N.
           MOVE ZERO TO OR-REMOVED-N.
           PERFORM 9100-WRITE-COUNT.
           MOVE "Contact history for erased keys" TO OR-LABEL.
           MOVE OR-CH-FOUND TO OR-FOUND-N.
           MOVE OR-CH-REMOVED TO OR-REMOVED-N.
           PERFORM 9100-WRITE-COUNT.
           MOVE "Campaign responses for erased keys" TO OR-LABEL.
           MOVE OR-CR-FOUND TO OR-FOUND-N.
           MOVE OR-CR-REMOVED TO OR-REMOVED-N.
           PERFORM 9100-WRITE-COUNT.
           MOVE "region_map rows for unheld codes" TO OR-LABEL.
           MOVE OR-REG-FOUND TO OR-FOUND-N.
           MOVE ZERO TO OR-REMOVED-N.
           PERFORM 9100-WRITE-COUNT.
           MOVE "phrase rows for unheld codes" TO OR-LABEL.
           MOVE OR-PHR-FOUND TO OR-FOUND-N.
           MOVE ZERO TO OR-REMOVED-N.
           PERFORM 9100-WRITE-COUNT.
           MOVE "Postal addresses not in databank" TO OR-LABEL.
           MOVE OR-ADR-FOUND TO OR-FOUND-N.
           MOVE OR-ADR-REMOVED TO OR-REMOVED-N.
           PERFORM 9100-WRITE-COUNT.

           COMPUTE OR-TOTAL-FOUND = OR-HH-FOUND + OR-UND-FOUND
              + OR-LOOP-FOUND + OR-MISS-FOUND + OR-CH-FOUND
              + OR-CR-FOUND
              + OR-REG-FOUND + OR-PHR-FOUND + OR-ADR-FOUND.
           MOVE SPACE TO OR-LINE.
           STRING OR-TOTAL-FOUND DELIMITED BY SIZE
                  " orphans found." DELIMITED BY SIZE
             INTO OR-LINE
           END-STRING.
           WRITE OF-ALL-DATA FROM OR-LINE.
           DISPLAY OR-LINE.
           CLOSE ORPHAN-FILE.
           EXEC SQL DISCONNECT END-EXEC.
           IF OR-TOTAL-FOUND > ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE ZERO TO RETURN-CODE
           END-IF.

       9100-WRITE-COUNT.
           MOVE SPACE TO OR-LINE.
           MOVE OR-LABEL TO OR-LINE(1:40).
           MOVE OR-FOUND-N TO OR-LINE(42:7).
           MOVE "found" TO OR-LINE(50:5).
           IF OR-MODE-CLEANUP
              MOVE OR-REMOVED-N TO OR-LINE(57:7)
              MOVE "removed" TO OR-LINE(65:7)
           END-IF.
           WRITE OF-ALL-DATA FROM OR-LINE.

      ******************************************************
      * 8500-ENSURE-TABLES : toutes les tables lues sont      *
      * creees au premier usage, comme ailleurs dans la       *
      * suite, pour qu'une installation neuve balaye a vide ; *
      * orphan_journal recoit les lignes retirees.            *
      ******************************************************
       8500-ENSURE-TABLES.
           EXEC SQL
              CREATE TABLE IF NOT EXISTS household
                 (household_id INTEGER,
                  email        VARCHAR(50),
                  last_name    VARCHAR(50),
                  info_phone   VARCHAR(50))
           END-EXEC.
           IF SQLCODE NOT = ZERO
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.
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
              CREATE TABLE IF NOT EXISTS email_alias
                 (old_email  VARCHAR(50),
                  new_email  VARCHAR(50),
                  alias_date DATE,
                  program    VARCHAR(10))
           END-EXEC.
           IF SQLCODE NOT = ZERO
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.
           EXEC SQL
              CREATE TABLE IF NOT EXISTS contact_history
                 (email         VARCHAR(50),
                  campaign_id   VARCHAR(20),
                  contact_date  DATE,
                  template_used VARCHAR(40),
                  program       VARCHAR(10))
           END-EXEC.
           IF SQLCODE NOT = ZERO
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.
           EXEC SQL
              CREATE TABLE IF NOT EXISTS campaign_response
                 (email         VARCHAR(50),
                  current_email VARCHAR(50),
                  campaign_id   VARCHAR(20),
                  response_date DATE,
                  response_code VARCHAR(10),
                  contact_email VARCHAR(50),
                  contact_date  DATE,
                  template_used VARCHAR(40),
                  load_date     DATE)
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
           EXEC SQL
              CREATE TABLE IF NOT EXISTS region_map
                 (country_code VARCHAR(50),
                  region_name  VARCHAR(20))
           END-EXEC.
           IF SQLCODE NOT = ZERO
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.
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
              CREATE TABLE IF NOT EXISTS orphan_journal
                 (rmv_date   DATE,
                  rmv_time   VARCHAR(8),
                  source     VARCHAR(20),
                  email      VARCHAR(50),
                  row_image  VARCHAR(400),
                  program    VARCHAR(10))
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
           CLOSE ORPHAN-FILE.
           GOBACK.
