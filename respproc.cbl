       IDENTIFICATION DIVISION.
       PROGRAM-ID. respproc.
       AUTHOR. EDP-BATCH-TEAM.
       INSTALLATION. DBAGE-REPORTING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

      ******************************************************
      * Campaign response intake and response-rate report.    *
      *                                                        *
      * letters and citation write one contact_history row    *
      * per person written to (campaign, date, template) ;     *
      * nothing recorded who answered. This program loads the  *
      * campaign team's response file, ties each response to   *
      * the contact_history row that caused it, and reports    *
      * the response rate per campaign, country_code and       *
      * letter-template language.                               *
      *                                                            *
      * RESPONSE.txt, one line per response :                    *
      *   col  1- 50  email the person answered from             *
      *   col 51- 70  campaign identifier                         *
      *   col 71- 78  response date YYYYMMDD (blank = today)      *
      *   col 79- 88  response code (the team's own, optional)    *
      *                                                            *
      * The email is followed through email_alias to the          *
      * person's current key (20 steps at most, as sarpack),      *
      * and the response matches the latest contact_history row   *
      * of the same campaign, on or before the response date,     *
      * held under the email as received, the current key, or     *
      * any address email_alias retired into it - so a person     *
      * merged by dupscan or rewritten by emailstd since the      *
      * mailing still counts. A matched response is kept in table *
      * campaign_response with the contact row it answers ; a     *
      * contact row already answered is counted once, so the     *
      * same file can be loaded again without doubling.           *
      *                                                            *
      * RESPREJ.txt gets one line per response that cannot be     *
      * matched (no campaign, bad date, nobody written to under   *
      * that campaign, or only after the response date) plus the  *
      * run summary. Nothing is refused as a whole : a rejected   *
      * line is corrected and sent again.                          *
      *                                                            *
      * RESPRPT.txt : for every campaign with at least one        *
      * response on file, the contact rows, the rows answered     *
      * and the rate, per country_code and template language,     *
      * with the campaign total ; then the same per template      *
      * language over those campaigns, to compare the templates   *
      * (and, per country_code, the phrases letters rotated).     *
      * The language is the one of LETTER.<language>.tpl ;        *
      * "(default)" is LETTER.tpl, another template (citation's)  *
      * shows under its own name. The country_code is the one on  *
      * databank for the contacted address or, retired since,     *
      * for the live address its email_alias chain ends on (20    *
      * steps at most) ; "(unknown)" when neither is on file.     *
      *                                                            *
      * Modification history                                      *
      * 2026-10-15 EDP  Initial version.                          *
      ******************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESPONSE-FILE ASSIGN TO "RESPONSE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-RESPONSE.

           SELECT RESPREJ-FILE ASSIGN TO "RESPREJ.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT RESPRPT-FILE ASSIGN TO "RESPRPT.txt"
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

       FD  RESPONSE-FILE.
       01  RP-RESPONSE.
           05 RP-EMAIL       PIC X(50).
           05 RP-CAMPAIGN    PIC X(20).
           05 RP-DATE        PIC X(08).
           05 RP-DATE-R REDEFINES RP-DATE.
              10 RP-DATE-YYYY PIC 9(04).
              10 RP-DATE-MM   PIC 9(02).
              10 RP-DATE-DD   PIC 9(02).
           05 RP-CODE        PIC X(10).

       FD  RESPREJ-FILE.
       01  RJ-ALL-DATA PIC X(160).

       FD  RESPRPT-FILE.
       01  RR-ALL-DATA PIC X(132).


       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  DBNAME PIC X(20) VALUE "dbage".
       01  USERNAME  PIC X(20) VALUE "cobol".
       01  PASSWD PIC X(10) VALUE SPACE.

       01  RS-EMAIL        PIC X(50).
       01  RS-CAMPAIGN     PIC X(20).
       01  RS-RESP-DATE    PIC X(08).
       01  RS-RESP-CODE    PIC X(10).
       01  RS-KEY          PIC X(50).
       01  RS-NEXT         PIC X(50).
       01  RS-CT-EMAIL     PIC X(50).
       01  RS-CT-DATE      PIC X(08).
       01  RS-CT-TEMPLATE  PIC X(40).
       01  RS-HITS         PIC 9(09).

       01  RS-R-CAMPAIGN   PIC X(20).
       01  RS-R-CODE       PIC X(50).
       01  RS-R-LANG       PIC X(40).
       01  RS-R-SENT       PIC 9(09).
       01  RS-R-ANSWERED   PIC 9(09).

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

       01  FS-RESPONSE   PIC X(02).

       01  RS-RUN-DATE      PIC 9(08).
       01  RS-HOPS          PIC 9(02).
       01  RS-LOOP-SW       PIC X(01).
       01  RS-REASON        PIC X(50).
       01  RS-MAX-DD        PIC 9(02).
       01  RS-REM           PIC 9(04).

       01  RS-READ-COUNT    PIC 9(09) VALUE ZERO.
       01  RS-LOADED-COUNT  PIC 9(09) VALUE ZERO.
       01  RS-ALREADY-COUNT PIC 9(09) VALUE ZERO.
       01  RS-REJECT-COUNT  PIC 9(09) VALUE ZERO.

      * La rupture par campagne et les totaux du rapport.
       01  RS-PREV-CAMPAIGN PIC X(20).
       01  RS-CAMP-SENT     PIC 9(09).
       01  RS-CAMP-ANSWERED PIC 9(09).
       01  RS-ALL-SENT      PIC 9(09) VALUE ZERO.
       01  RS-ALL-ANSWERED  PIC 9(09) VALUE ZERO.
       01  RS-PCT           PIC 9(03)V99.

       01  RR-DETAIL.
           05 RR-CAMPAIGN  PIC X(20).
           05 FILLER       PIC X(01) VALUE SPACE.
           05 RR-CODE      PIC X(10).
           05 FILLER       PIC X(01) VALUE SPACE.
           05 RR-LANG      PIC X(20).
           05 FILLER       PIC X(01) VALUE SPACE.
           05 RR-SENT      PIC ZZZZZZZZ9.
           05 FILLER       PIC X(02) VALUE SPACE.
           05 RR-ANSWERED  PIC ZZZZZZZZ9.
           05 FILLER       PIC X(02) VALUE SPACE.
           05 RR-RATE      PIC ZZ9.99.
       01  RR-HEADING.
           05 FILLER PIC X(20) VALUE "campaign".
           05 FILLER PIC X(01) VALUE SPACE.
           05 FILLER PIC X(10) VALUE "code".
           05 FILLER PIC X(01) VALUE SPACE.
           05 FILLER PIC X(20) VALUE "template language".
           05 FILLER PIC X(01) VALUE SPACE.
           05 FILLER PIC X(09) VALUE "  written".
           05 FILLER PIC X(02) VALUE SPACE.
           05 FILLER PIC X(09) VALUE " answered".
           05 FILLER PIC X(02) VALUE SPACE.
           05 FILLER PIC X(06) VALUE "rate %".

       01  RJ-LINE PIC X(160).
       01  RR-LINE PIC X(132).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CONNECT
           PERFORM 3000-PROCESS-RESPONSES
           PERFORM 6000-WRITE-REPORT
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           PERFORM 8800-READ-DBCONFIG.
           ACCEPT RS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT RESPONSE-FILE.
           IF FS-RESPONSE NOT = "00"
              DISPLAY "Cannot open RESPONSE.txt, status " FS-RESPONSE
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT RESPREJ-FILE.
           OPEN OUTPUT RESPRPT-FILE.
           MOVE SPACE TO RJ-LINE.
           STRING "respproc run " DELIMITED BY SIZE
                  RS-RUN-DATE DELIMITED BY SIZE
                  " [" DELIMITED BY SIZE
                  DB-ENV-NAME DELIMITED BY SPACE
                  "]" DELIMITED BY SIZE
             INTO RJ-LINE
           END-STRING.
           WRITE RJ-ALL-DATA FROM RJ-LINE.
           MOVE SPACE TO RR-LINE.
           STRING "Campaign response report - " DELIMITED BY SIZE
                  RS-RUN-DATE DELIMITED BY SIZE
                  " [" DELIMITED BY SIZE
                  DB-ENV-NAME DELIMITED BY SPACE
                  "]" DELIMITED BY SIZE
             INTO RR-LINE
           END-STRING.
           WRITE RR-ALL-DATA FROM RR-LINE.

       2000-CONNECT.
           EXEC SQL
              CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.
           IF SQLCODE NOT = ZERO
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.
           PERFORM 8500-ENSURE-TABLES.

       3000-PROCESS-RESPONSES.
           READ RESPONSE-FILE
              AT END MOVE "10" TO FS-RESPONSE
           END-READ.
           PERFORM UNTIL FS-RESPONSE = "10"
              IF RP-EMAIL NOT = SPACE
                 ADD 1 TO RS-READ-COUNT
                 PERFORM 4000-MATCH-ONE-RESPONSE THRU 4000-EXIT
              END-IF
              READ RESPONSE-FILE
                 AT END MOVE "10" TO FS-RESPONSE
              END-READ
           END-PERFORM.

      ******************************************************
      * 4000-MATCH-ONE-RESPONSE : controle de la ligne, cle  *
      * courante par email_alias, puis la ligne de            *
      * contact_history de la campagne qui a provoque la      *
      * reponse. Une ligne sans contact va au rejet ; un      *
      * contact deja repondu est compte, pas double.          *
      ******************************************************
       4000-MATCH-ONE-RESPONSE.
           MOVE RP-EMAIL TO RS-EMAIL.
           MOVE RP-CAMPAIGN TO RS-CAMPAIGN.
           MOVE RP-CODE TO RS-RESP-CODE.
           IF RP-CAMPAIGN = SPACE
              MOVE "no campaign identifier" TO RS-REASON
              PERFORM 4900-REJECT
              GO TO 4000-EXIT
           END-IF.
           IF RP-DATE = SPACE
              MOVE RS-RUN-DATE TO RS-RESP-DATE
           ELSE
              IF RP-DATE IS NOT NUMERIC
                 MOVE "response date not YYYYMMDD" TO RS-REASON
                 PERFORM 4900-REJECT
                 GO TO 4000-EXIT
              END-IF
              IF RP-DATE-YYYY < 1900
                 OR RP-DATE-MM < 1 OR RP-DATE-MM > 12
                 MOVE "response date not YYYYMMDD" TO RS-REASON
                 PERFORM 4900-REJECT
                 GO TO 4000-EXIT
              END-IF
              EVALUATE RP-DATE-MM
                 WHEN 4 WHEN 6 WHEN 9 WHEN 11
                    MOVE 30 TO RS-MAX-DD
                 WHEN 2
                    MOVE 28 TO RS-MAX-DD
                    DIVIDE RP-DATE-YYYY BY 4
                       GIVING RS-REM REMAINDER RS-REM
                    IF RS-REM = ZERO
                       MOVE 29 TO RS-MAX-DD
                    END-IF
                    DIVIDE RP-DATE-YYYY BY 100
                       GIVING RS-REM REMAINDER RS-REM
                    IF RS-REM = ZERO
                       MOVE 28 TO RS-MAX-DD
                       DIVIDE RP-DATE-YYYY BY 400
                          GIVING RS-REM REMAINDER RS-REM
                       IF RS-REM = ZERO
                          MOVE 29 TO RS-MAX-DD
                       END-IF
                    END-IF
                 WHEN OTHER
                    MOVE 31 TO RS-MAX-DD
              END-EVALUATE
              IF RP-DATE-DD < 1 OR RP-DATE-DD > RS-MAX-DD
                 MOVE "response date not a calendar date"
                    TO RS-REASON
                 PERFORM 4900-REJECT
                 GO TO 4000-EXIT
              END-IF
              MOVE RP-DATE TO RS-RESP-DATE
           END-IF.

           PERFORM 4100-RESOLVE-KEY.

           EXEC SQL
              SELECT TRIM(c.email),
                     TO_CHAR(c.contact_date, 'YYYYMMDD'),
                     COALESCE(TRIM(c.template_used), '')
              INTO :RS-CT-EMAIL, :RS-CT-DATE, :RS-CT-TEMPLATE
              FROM contact_history c
              WHERE TRIM(c.campaign_id) = RTRIM(:RS-CAMPAIGN)
                AND c.contact_date <= TO_DATE(:RS-RESP-DATE,
                                              'YYYYMMDD')
                AND TRIM(c.email) IN
                    (WITH RECURSIVE back (e) AS
                       (SELECT CAST(RTRIM(:RS-KEY) AS VARCHAR(50))
                        UNION
                        SELECT CAST(RTRIM(:RS-EMAIL) AS VARCHAR(50))
                        UNION
                        SELECT CAST(TRIM(a.old_email) AS VARCHAR(50))
                        FROM email_alias a, back b
                        WHERE TRIM(a.new_email) = b.e)
                     SELECT e FROM back)
              ORDER BY c.contact_date DESC
              LIMIT 1
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 PERFORM 4200-WHY-UNMATCHED
                 PERFORM 4900-REJECT
                 GO TO 4000-EXIT
              WHEN OTHER
                 PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-EVALUATE.

           MOVE ZERO TO RS-HITS.
           EXEC SQL
              SELECT COUNT(*) INTO :RS-HITS
              FROM campaign_response
              WHERE contact_email = RTRIM(:RS-CT-EMAIL)
                AND campaign_id = RTRIM(:RS-CAMPAIGN)
                AND contact_date = TO_DATE(:RS-CT-DATE, 'YYYYMMDD')
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.
           IF RS-HITS NOT = ZERO
              ADD 1 TO RS-ALREADY-COUNT
              GO TO 4000-EXIT
           END-IF.

           EXEC SQL
              INSERT INTO campaign_response
                 (email, current_email, campaign_id, response_date,
                  response_code, contact_email, contact_date,
                  template_used, load_date)
              VALUES
                 (RTRIM(:RS-EMAIL), RTRIM(:RS-KEY),
                  RTRIM(:RS-CAMPAIGN),
                  TO_DATE(:RS-RESP-DATE, 'YYYYMMDD'),
                  RTRIM(:RS-RESP-CODE), RTRIM(:RS-CT-EMAIL),
                  TO_DATE(:RS-CT-DATE, 'YYYYMMDD'),
                  RTRIM(:RS-CT-TEMPLATE), CURRENT_DATE)
           END-EXEC.
           IF SQLCODE NOT = ZERO
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.
           ADD 1 TO RS-LOADED-COUNT.
       4000-EXIT.
           EXIT.

      ******************************************************
      * 4100-RESOLVE-KEY : email_alias suivi vers l'avant    *
      * jusqu'a la cle courante, 20 sauts au plus comme dans *
      * sarpack - une chaine qui boucle s'arrete a la cle    *
      * atteinte.                                             *
      ******************************************************
       4100-RESOLVE-KEY.
           MOVE RS-EMAIL TO RS-KEY.
           MOVE ZERO TO RS-HOPS.
           MOVE "N" TO RS-LOOP-SW.
           MOVE ZERO TO SQLCODE.
           PERFORM UNTIL SQLCODE NOT = 0 OR RS-LOOP-SW = "Y"
              EXEC SQL
                 SELECT new_email INTO :RS-NEXT
                 FROM email_alias
                 WHERE TRIM(old_email) = RTRIM(:RS-KEY)
                 ORDER BY alias_date DESC
                 LIMIT 1
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    IF RS-NEXT = RS-KEY
                       MOVE 100 TO SQLCODE
                    ELSE
                       ADD 1 TO RS-HOPS
                       MOVE RS-NEXT TO RS-KEY
                       IF RS-HOPS NOT < 20
                          MOVE "Y" TO RS-LOOP-SW
                       END-IF
                    END-IF
                 WHEN 100
                    CONTINUE
                 WHEN OTHER
                    PERFORM 9900-ERROR-RTN-START
                       THRU 9900-ERROR-RTN-END
              END-EVALUATE
           END-PERFORM.

      ******************************************************
      * 4200-WHY-UNMATCHED : personne n'a ete ecrit sous     *
      * cette campagne, ou seulement apres la date de la     *
      * reponse - le rejet dit lequel.                        *
      ******************************************************
       4200-WHY-UNMATCHED.
           MOVE ZERO TO RS-HITS.
           EXEC SQL
              SELECT COUNT(*) INTO :RS-HITS
              FROM contact_history c
              WHERE TRIM(c.campaign_id) = RTRIM(:RS-CAMPAIGN)
                AND TRIM(c.email) IN
                    (WITH RECURSIVE back (e) AS
                       (SELECT CAST(RTRIM(:RS-KEY) AS VARCHAR(50))
                        UNION
                        SELECT CAST(RTRIM(:RS-EMAIL) AS VARCHAR(50))
                        UNION
                        SELECT CAST(TRIM(a.old_email) AS VARCHAR(50))
                        FROM email_alias a, back b
                        WHERE TRIM(a.new_email) = b.e)
                     SELECT e FROM back)
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.
           IF RS-HITS = ZERO
              MOVE "not written to under this campaign" TO RS-REASON
           ELSE
              MOVE "written to only after the response date"
                 TO RS-REASON
           END-IF.

       4900-REJECT.
           ADD 1 TO RS-REJECT-COUNT.
           MOVE SPACE TO RJ-LINE.
           STRING RP-EMAIL DELIMITED BY SPACE
                  " campaign " DELIMITED BY SIZE
                  RP-CAMPAIGN DELIMITED BY SPACE
                  " date " DELIMITED BY SIZE
                  RP-DATE DELIMITED BY SIZE
                  " unmatched: " DELIMITED BY SIZE
                  RS-REASON DELIMITED BY "  "
             INTO RJ-LINE
           END-STRING.
           WRITE RJ-ALL-DATA FROM RJ-LINE.
           DISPLAY RJ-LINE.

      ******************************************************
      * 6000-WRITE-REPORT : pour chaque campagne qui a au    *
      * moins une reponse enregistree, les contacts, ceux    *
      * qui ont repondu et le taux, par country_code et      *
      * langue du gabarit, avec rupture par campagne ; puis  *
      * par langue seule sur ces memes campagnes.            *
      * Le country_code vient de fw : chaque cle de databank  *
      * et toutes les adresses qu'email_alias a retirees vers *
      * elle, la plus proche de la cle gardee.                *
      ******************************************************
       6000-WRITE-REPORT.
           MOVE SPACE TO RR-LINE.
           WRITE RR-ALL-DATA FROM RR-LINE.
           WRITE RR-ALL-DATA FROM RR-HEADING.
           MOVE SPACE TO RS-PREV-CAMPAIGN.
           MOVE ZERO TO RS-CAMP-SENT RS-CAMP-ANSWERED.

           EXEC SQL
              DECLARE CRRSRPT CURSOR FOR
              WITH RECURSIVE fw (e, cc, n) AS
                (SELECT CAST(TRIM(d.email) AS VARCHAR(50)),
                        d.country_code, 0
                 FROM databank d
                 UNION ALL
                 SELECT CAST(TRIM(a.old_email) AS VARCHAR(50)),
                        f.cc, f.n + 1
                 FROM email_alias a, fw f
                 WHERE TRIM(a.new_email) = f.e
                   AND f.n < 20),
              fwc AS
                (SELECT DISTINCT ON (e) e, cc
                 FROM fw
                 ORDER BY e, n)
              SELECT x.campaign_id, x.cc, x.lang,
                     COUNT(*), SUM(x.hit)
              FROM (SELECT TRIM(c.campaign_id) AS campaign_id,
                      COALESCE(fwc.cc, '(unknown)') AS cc,
                      CASE WHEN TRIM(c.template_used) = 'LETTER.tpl'
                           THEN '(default)'
                           WHEN TRIM(c.template_used)
                                LIKE 'LETTER.%.tpl'
                           THEN SUBSTR(TRIM(c.template_used), 8,
                                LENGTH(TRIM(c.template_used)) - 11)
                           ELSE COALESCE(TRIM(c.template_used), '')
                      END AS lang,
                      CASE WHEN EXISTS
                        (SELECT 1 FROM campaign_response r
                         WHERE r.contact_email = TRIM(c.email)
                           AND r.campaign_id = TRIM(c.campaign_id)
                           AND r.contact_date = c.contact_date)
                           THEN 1 ELSE 0 END AS hit
                    FROM contact_history c
                         LEFT JOIN fwc ON fwc.e = TRIM(c.email)
                    WHERE TRIM(c.campaign_id) IN
                          (SELECT campaign_id FROM campaign_response))
                   x
              GROUP BY x.campaign_id, x.cc, x.lang
              ORDER BY x.campaign_id, x.cc, x.lang
           END-EXEC.
           EXEC SQL OPEN CRRSRPT END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH CRRSRPT
                 INTO :RS-R-CAMPAIGN, :RS-R-CODE, :RS-R-LANG,
                      :RS-R-SENT, :RS-R-ANSWERED
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    IF RS-R-CAMPAIGN NOT = RS-PREV-CAMPAIGN
                       AND RS-PREV-CAMPAIGN NOT = SPACE
                       PERFORM 6200-CAMPAIGN-TOTAL
                    END-IF
                    MOVE RS-R-CAMPAIGN TO RS-PREV-CAMPAIGN
                    MOVE SPACE TO RR-DETAIL
                    MOVE RS-R-CAMPAIGN TO RR-CAMPAIGN
                    MOVE RS-R-CODE TO RR-CODE
                    MOVE RS-R-LANG TO RR-LANG
                    PERFORM 6100-DETAIL-LINE
                    ADD RS-R-SENT TO RS-CAMP-SENT RS-ALL-SENT
                    ADD RS-R-ANSWERED TO RS-CAMP-ANSWERED
                                         RS-ALL-ANSWERED
                 WHEN 100
                    CONTINUE
                 WHEN OTHER
                    PERFORM 9900-ERROR-RTN-START
                       THRU 9900-ERROR-RTN-END
              END-EVALUATE
           END-PERFORM.
           EXEC SQL CLOSE CRRSRPT END-EXEC.

           IF RS-PREV-CAMPAIGN = SPACE
              MOVE "No campaign has a response on file." TO RR-LINE
              WRITE RR-ALL-DATA FROM RR-LINE
           ELSE
              PERFORM 6200-CAMPAIGN-TOTAL
              MOVE SPACE TO RR-DETAIL
              MOVE "All campaigns" TO RR-CAMPAIGN
              MOVE RS-ALL-SENT TO RS-R-SENT
              MOVE RS-ALL-ANSWERED TO RS-R-ANSWERED
              PERFORM 6100-DETAIL-LINE
              PERFORM 6500-LANGUAGE-SECTION
           END-IF.

      ******************************************************
      * 6100-DETAIL-LINE : compteurs et taux de la ligne     *
      * preparee dans RR-DETAIL ; taux a zero sans contact.  *
      ******************************************************
       6100-DETAIL-LINE.
           MOVE RS-R-SENT TO RR-SENT.
           MOVE RS-R-ANSWERED TO RR-ANSWERED.
           IF RS-R-SENT = ZERO
              MOVE ZERO TO RS-PCT
           ELSE
              COMPUTE RS-PCT ROUNDED =
                 RS-R-ANSWERED * 100 / RS-R-SENT
           END-IF.
           MOVE RS-PCT TO RR-RATE.
           WRITE RR-ALL-DATA FROM RR-DETAIL.

       6200-CAMPAIGN-TOTAL.
           MOVE SPACE TO RR-DETAIL.
           MOVE RS-PREV-CAMPAIGN TO RR-CAMPAIGN.
           MOVE "total" TO RR-CODE.
           MOVE RS-CAMP-SENT TO RS-R-SENT.
           MOVE RS-CAMP-ANSWERED TO RS-R-ANSWERED.
           PERFORM 6100-DETAIL-LINE.
           MOVE SPACE TO RR-LINE.
           WRITE RR-ALL-DATA FROM RR-LINE.
           MOVE ZERO TO RS-CAMP-SENT RS-CAMP-ANSWERED.

      ******************************************************
      * 6500-LANGUAGE-SECTION : la meme mesure par langue de *
      * gabarit, toutes campagnes du rapport confondues.     *
      ******************************************************
       6500-LANGUAGE-SECTION.
           MOVE SPACE TO RR-LINE.
           WRITE RR-ALL-DATA FROM RR-LINE.
           MOVE "By template language, campaigns above together:"
              TO RR-LINE.
           WRITE RR-ALL-DATA FROM RR-LINE.

           EXEC SQL
              DECLARE CRRSLANG CURSOR FOR
              SELECT x.lang, COUNT(*), SUM(x.hit)
              FROM (SELECT
                      CASE WHEN TRIM(c.template_used) = 'LETTER.tpl'
                           THEN '(default)'
                           WHEN TRIM(c.template_used)
                                LIKE 'LETTER.%.tpl'
                           THEN SUBSTR(TRIM(c.template_used), 8,
                                LENGTH(TRIM(c.template_used)) - 11)
                           ELSE COALESCE(TRIM(c.template_used), '')
                      END AS lang,
                      CASE WHEN EXISTS
                        (SELECT 1 FROM campaign_response r
                         WHERE r.contact_email = TRIM(c.email)
                           AND r.campaign_id = TRIM(c.campaign_id)
                           AND r.contact_date = c.contact_date)
                           THEN 1 ELSE 0 END AS hit
                    FROM contact_history c
                    WHERE TRIM(c.campaign_id) IN
                          (SELECT campaign_id FROM campaign_response))
                   x
              GROUP BY x.lang
              ORDER BY x.lang
           END-EXEC.
           EXEC SQL OPEN CRRSLANG END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH CRRSLANG
                 INTO :RS-R-LANG, :RS-R-SENT, :RS-R-ANSWERED
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    MOVE SPACE TO RR-DETAIL
                    MOVE RS-R-LANG TO RR-LANG
                    PERFORM 6100-DETAIL-LINE
                 WHEN 100
                    CONTINUE
                 WHEN OTHER
                    PERFORM 9900-ERROR-RTN-START
                       THRU 9900-ERROR-RTN-END
              END-EVALUATE
           END-PERFORM.
           EXEC SQL CLOSE CRRSLANG END-EXEC.

       9000-TERMINATE.
           MOVE SPACE TO RJ-LINE.
           STRING RS-READ-COUNT DELIMITED BY SIZE
                  " read, " DELIMITED BY SIZE
                  RS-LOADED-COUNT DELIMITED BY SIZE
                  " matched, " DELIMITED BY SIZE
                  RS-ALREADY-COUNT DELIMITED BY SIZE
                  " already on file, " DELIMITED BY SIZE
                  RS-REJECT-COUNT DELIMITED BY SIZE
                  " unmatched." DELIMITED BY SIZE
             INTO RJ-LINE
           END-STRING.
           WRITE RJ-ALL-DATA FROM RJ-LINE.
           DISPLAY RJ-LINE.
           MOVE SPACE TO RR-LINE.
           WRITE RR-ALL-DATA FROM RR-LINE.
           MOVE RJ-LINE TO RR-LINE.
           WRITE RR-ALL-DATA FROM RR-LINE.
           CLOSE RESPONSE-FILE.
           CLOSE RESPREJ-FILE.
           CLOSE RESPRPT-FILE.
           EXEC SQL DISCONNECT END-EXEC.
           MOVE ZERO TO RETURN-CODE.

      ******************************************************
      * 8500-ENSURE-TABLES : campaign_response, et les tables *
      * qu'elle relie - contact_history et email_alias -      *
      * creees au premier usage comme dans letters.           *
      ******************************************************
       8500-ENSURE-TABLES.
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
              CREATE TABLE IF NOT EXISTS email_alias
                 (old_email  VARCHAR(50),
                  new_email  VARCHAR(50),
                  alias_date DATE,
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
           CLOSE RESPONSE-FILE.
           CLOSE RESPREJ-FILE.
           CLOSE RESPRPT-FILE.
           GOBACK.
