      * letter prints in the addressee's (first member's)        *
      * language.                                                 *
      *                                                            *
      * Contact consent : a person whose letter_ok flag is N in   *
      * the contact_consent register consmaint keeps - under the  *
      * row's own email or any address email_alias retired into   *
      * it - gets no letter and no contact_history row, whatever  *
      * the campaign ; the summary counts them apart from the     *
      * re-contact suppression. In HOUSEHOLD mode such a member   *
      * drops out of the address line like a suppressed one.      *
      *                                                            *
      * MILESTONE : "letters MILESTONE" takes, instead of a       *
      * country, the population the milestone program last        *
      * selected (people reaching a milestone age within its      *
      * window, milestone_sel table). The campaign identifier     *
      * and the re-contact window are the selection's own -       *
      * CAMPAIGN.txt does not apply - so contact_history carries  *
      * the milestone campaign name, and a rerun within the       *
      * window writes nobody twice. The phrase rotation follows   *
      * each row's country_code. Two more markers are filled :    *
      *   &AGE         the milestone age reached                   *
      *   &BIRTHDAY    the day it is reached (YYYY-MM-DD)          *
      * Consent is honored as for a country run ; HOUSEHOLD does  *
      * not combine with MILESTONE.                                *
      *                                                            *
      * Postal address : every letter opens with an address block *
      * from person_address (dbmaint / csvload keep it) - name,   *
      * street and house number, postcode and city, the country's *
      * official name from country_ref - found under the row's    *
      * email or any address email_alias retired into it. A        *
      * person with no address on file, or an incomplete one,     *
      * gets no letter and no contact_history row ; they are      *
      * listed in NOADDR.txt with the reason and counted in the   *
      * summary. A household letter goes to the address of its   *
      * first member that has one ; a household where no member   *
      * has one lists all its members in NOADDR.txt.              *
      *                                                            *
      * Modification history                                      *
      * 2026-08-22 EDP  Initial version.                          *
      * 2026-09-03 EDP  contact_history row per letter,           *
      *                 household from hhgroup's grouping.          *
      * 2026-09-03 EDP  template per language from the record's    *
      *                 spoken value, LETTER.tpl as fallback.       *
      * 2026-10-15 EDP  contact_consent register honored - no      *
      *                 letter once letter consent is withdrawn.   *
      * 2026-10-15 EDP  MILESTONE population from the milestone    *
      *                 program's selection, &AGE and &BIRTHDAY.    *
      * 2026-10-15 EDP  address block from person_address on every *
      *                 letter, NOADDR.txt for people without one. *
      * 2026-10-15 EDP  consent and address followed through the  *
      *                 whole email_alias chain, not one hop.     *
      ******************************************************

       ENVIRONMENT DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT NOADDR-FILE ASSIGN TO "NOADDR.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT CAMPAIGN-FILE ASSIGN TO "CAMPAIGN.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
       FD  LETTERS-FILE.
       01  LT-ALL-DATA PIC X(132).

       FD  NOADDR-FILE.
       01  NA-ALL-DATA PIC X(132).

       FD  CAMPAIGN-FILE.
       01  CP-PARM-LINE.
           05 CP-CAMPAIGN PIC X(20).
       01  LT-CAMPAIGN     PIC X(20) VALUE "DEFAULT".
       01  LT-SUPPRESS-DAYS PIC 9(03) VALUE ZERO.
       01  LT-HIST-HITS    PIC 9(05).
       01  LT-OPTOUT-HITS  PIC 9(05).
       01  LT-TEMPLATE-USED PIC X(40) VALUE "LETTER.tpl".

       01  LT-HH-ID        PIC 9(09).

       01  LT-MS-CODE      PIC X(50).
       01  LT-MS-AGE       PIC 9(03).
       01  LT-MS-DATE      PIC X(10).
       01  LT-MS-COUNT     PIC 9(07).
       01  LT-MS-SEL-DATE  PIC X(10).

       01  LT-AD-STREET    PIC X(50).
       01  LT-AD-HOUSE-NO  PIC X(10).
       01  LT-AD-POSTCODE  PIC X(10).
       01  LT-AD-CITY      PIC X(50).
       01  LT-AD-COUNTRY   PIC X(50).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
       01  FS-CAMPAIGN  PIC X(02).

       01  LT-SUPPRESSED   PIC 9(05) VALUE ZERO.
       01  LT-WITHDRAWN    PIC 9(05) VALUE ZERO.

      * L'adresse postale du destinataire, et la liste de ceux
      * qui n'en ont pas (NOADDR.txt).
       01  LT-ADDR-SW      PIC X(01) VALUE "N".
           88 LT-HAS-ADDRESS           VALUE "Y".
       01  LT-ADDR-REASON  PIC X(30).
       01  LT-NO-ADDRESS   PIC 9(05) VALUE ZERO.
       01  LT-ADDR-PTR     PIC 9(03).
       01  NA-DETAIL.
           05 NA-EMAIL     PIC X(50).
           05 FILLER       PIC X(01) VALUE SPACE.
           05 NA-NAME      PIC X(40).
           05 FILLER       PIC X(01) VALUE SPACE.
           05 NA-CODE      PIC X(08).
           05 FILLER       PIC X(01) VALUE SPACE.
           05 NA-REASON    PIC X(30).

      * Le mode HOUSEHOLD et la rupture sur le numero de menage.
       01  LT-HH-MODE-SW   PIC X(01) VALUE "N".
       01  LT-MBR-CNTRY    PIC X(50).
       01  LT-MBR-SPOKEN   PIC X(50).
       01  LT-HH-LETTERS   PIC 9(05) VALUE ZERO.
      * L'adresse du menage : celle du premier membre retenu
      * qui en a une.
       01  LT-HHA-SW       PIC X(01) VALUE "N".
           88 LT-HH-HAS-ADDRESS        VALUE "Y".
       01  LT-HHA-STREET   PIC X(50).
       01  LT-HHA-HOUSE-NO PIC X(10).
       01  LT-HHA-POSTCODE PIC X(10).
       01  LT-HHA-CITY     PIC X(50).
       01  LT-HHA-COUNTRY  PIC X(50).

      * Le mode MILESTONE : la population est la selection du
      * programme milestone, le pays change au fil des lignes.
       01  LT-MS-MODE-SW   PIC X(01) VALUE "N".
           88 LT-MILESTONE-MODE        VALUE "Y".
       01  LT-SAVED        PIC 9(05) VALUE ZERO.

      * Le gabarit charge en memoire, une ligne par entree.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CONNECT
           EVALUATE TRUE
              WHEN LT-HOUSEHOLD-MODE
                 PERFORM 3000-LOAD-PHRASES
                 PERFORM 7000-PROCESS-HOUSEHOLD-MODE
              WHEN LT-MILESTONE-MODE
                 PERFORM 4100-PROCESS-MILESTONE
              WHEN OTHER
                 PERFORM 3000-LOAD-PHRASES
                 PERFORM 4000-PROCESS-CITIZENS
           END-EVALUATE
           PERFORM 9000-TERMINATE
           GOBACK.

           ACCEPT LT-COUNTRY-PARM FROM COMMAND-LINE.
           IF LT-COUNTRY-PARM = SPACE
              DISPLAY "Usage: letters <country-or-country-code> "
                 "[HOUSEHOLD] | letters MILESTONE"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           END-IF.
           MOVE LT-TPL-COUNT TO LT-SEL-COUNT.

           IF NOT LT-MILESTONE-MODE
              PERFORM 1100-READ-CAMPAIGN
           END-IF.

           OPEN OUTPUT LETTERS-FILE.
           OPEN OUTPUT NOADDR-FILE.

      ******************************************************
      * 1050-PARSE-OPTIONS : un mot-cle HOUSEHOLD en fin de   *
           END-PERFORM.
           IF LT-COUNTRY-PARM = SPACE
              DISPLAY "Usage: letters <country-or-country-code> "
                 "[HOUSEHOLD] | letters MILESTONE"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
      * MILESTONE remplace le pays ; la selection est par
      * personne, le regroupement par menage n'y a pas de sens.
           IF LT-COUNTRY-PARM = "MILESTONE"
              IF LT-HOUSEHOLD-MODE
                 DISPLAY "HOUSEHOLD does not combine with MILESTONE."
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
              MOVE "Y" TO LT-MS-MODE-SW
           END-IF.

      ******************************************************
      * 1100-READ-CAMPAIGN : identifiant de campagne et       *
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.
           PERFORM 8500-ENSURE-CONTACT-HIST.
           PERFORM 8510-ENSURE-CONSENT.
           PERFORM 8530-ENSURE-ALIAS.
           PERFORM 8550-ENSURE-ADDRESS.
           IF LT-HOUSEHOLD-MODE
              PERFORM 8520-ENSURE-HOUSEHOLD
           END-IF.
           IF LT-MILESTONE-MODE
              PERFORM 2100-READ-MILESTONE-SEL
           ELSE
              PERFORM 2050-RESOLVE-COUNTRY
           END-IF.

           MOVE SPACE TO NA-ALL-DATA.
           STRING "Not written - no postal address - campaign "
                  DELIMITED BY SIZE
                  LT-CAMPAIGN DELIMITED BY SPACE
                  " [" DELIMITED BY SIZE
                  DB-ENV-NAME DELIMITED BY SPACE
                  "]" DELIMITED BY SIZE
             INTO NA-ALL-DATA
           END-STRING.
           WRITE NA-ALL-DATA.
           MOVE SPACE TO NA-DETAIL.
           MOVE "email" TO NA-EMAIL.
           MOVE "name" TO NA-NAME.
           MOVE "code" TO NA-CODE.
           MOVE "reason" TO NA-REASON.
           WRITE NA-ALL-DATA FROM NA-DETAIL.

      * Meme resolution du pays que citation : en clair ou en
      * code, RTRIM pour les hotes PIC X(50).
       2050-RESOLVE-COUNTRY.
           EXEC SQL
              SELECT country_code INTO :LT-COUNTRY-CODE
              FROM databank
              DISPLAY "No databank record for: " LT-COUNTRY-PARM
              MOVE 8 TO RETURN-CODE
              CLOSE LETTERS-FILE
              CLOSE NOADDR-FILE
              EXEC SQL DISCONNECT END-EXEC
              GOBACK
           END-IF.
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.

      ******************************************************
      * 2100-READ-MILESTONE-SEL : la selection du programme   *
      * milestone ; vide ou absente, rien a imprimer (RC 8    *
      * comme un pays inconnu). Campagne et fenetre de        *
      * suppression sont celles de la selection.               *
      ******************************************************
       2100-READ-MILESTONE-SEL.
           PERFORM 8540-ENSURE-MILESTONE.
           EXEC SQL
              SELECT COUNT(*) INTO :LT-MS-COUNT
              FROM milestone_sel
           END-EXEC.
           IF SQLCODE NOT = ZERO
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.
           IF LT-MS-COUNT = ZERO
              DISPLAY "No milestone selection - run milestone first."
              MOVE 8 TO RETURN-CODE
              CLOSE LETTERS-FILE
              CLOSE NOADDR-FILE
              EXEC SQL DISCONNECT END-EXEC
              GOBACK
           END-IF.
           EXEC SQL
              SELECT campaign_id, window_days,
                     TO_CHAR(sel_date, 'YYYY-MM-DD')
              INTO :LT-CAMPAIGN, :LT-SUPPRESS-DAYS, :LT-MS-SEL-DATE
              FROM milestone_sel
              LIMIT 1
           END-EXEC.
           IF SQLCODE NOT = ZERO
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.
           DISPLAY "Milestone selection of " LT-MS-SEL-DATE
              ": " LT-MS-COUNT " people.".
           DISPLAY "Campaign: " LT-CAMPAIGN
              " suppress days: " LT-SUPPRESS-DAYS.

       3000-LOAD-PHRASES.
           MOVE ZERO TO LT-PH-COUNT.
           EXEC SQL
              DECLARE CRLPHR CURSOR FOR
              SELECT phrase, language
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    PERFORM 4600-CHECK-CONSENT
                    PERFORM 4500-CHECK-SUPPRESSION
                    IF LT-OPTOUT-HITS = ZERO AND LT-HIST-HITS = ZERO
                       PERFORM 4800-FETCH-ADDRESS
                    END-IF
                    EVALUATE TRUE
                       WHEN LT-OPTOUT-HITS > ZERO
                          ADD 1 TO LT-WITHDRAWN
                       WHEN LT-HIST-HITS > ZERO
                          ADD 1 TO LT-SUPPRESSED
                       WHEN NOT LT-HAS-ADDRESS
                          PERFORM 4900-WRITE-NOADDR
                       WHEN OTHER
                          PERFORM 4700-SELECT-TEMPLATE
                          PERFORM 5000-WRITE-LETTER
                          ADD 1 TO LT-ROWS
                          PERFORM 5500-RECORD-CONTACT
                    END-EVALUATE
                 WHEN 100
                    CONTINUE
                 WHEN OTHER

           EXEC SQL CLOSE CRLCIT END-EXEC.

      ******************************************************
      * 4100-PROCESS-MILESTONE : la selection milestone,      *
      * triee par pays pour recharger la table des citations  *
      * a chaque changement de country_code ; ensuite le      *
      * meme traitement par personne que 4000.                 *
      ******************************************************
       4100-PROCESS-MILESTONE.
           MOVE HIGH-VALUE TO LT-COUNTRY-CODE.

           EXEC SQL
              DECLARE CRLMS CURSOR FOR
              SELECT d.last_name, d.first_name, d.email, d.country,
                     d.spoken, COALESCE(d.country_code, ''),
                     m.milestone_age,
                     TO_CHAR(m.milestone_date, 'YYYY-MM-DD')
              FROM milestone_sel m, databank d
              WHERE d.email = m.email
              ORDER BY 6, m.milestone_date, d.email
           END-EXEC.

           EXEC SQL OPEN CRLMS END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH CRLMS
                    INTO :LT-LAST-NAME, :LT-FIRST-NAME,
                         :LT-EMAIL, :LT-COUNTRY, :LT-SPOKEN,
                         :LT-MS-CODE, :LT-MS-AGE, :LT-MS-DATE
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    IF LT-MS-CODE NOT = LT-COUNTRY-CODE
                       MOVE LT-MS-CODE TO LT-COUNTRY-CODE
                       PERFORM 3000-LOAD-PHRASES
                    END-IF
                    PERFORM 4600-CHECK-CONSENT
                    PERFORM 4500-CHECK-SUPPRESSION
                    IF LT-OPTOUT-HITS = ZERO AND LT-HIST-HITS = ZERO
                       PERFORM 4800-FETCH-ADDRESS
                    END-IF
                    EVALUATE TRUE
                       WHEN LT-OPTOUT-HITS > ZERO
                          ADD 1 TO LT-WITHDRAWN
                       WHEN LT-HIST-HITS > ZERO
                          ADD 1 TO LT-SUPPRESSED
                       WHEN NOT LT-HAS-ADDRESS
                          PERFORM 4900-WRITE-NOADDR
                       WHEN OTHER
                          PERFORM 4700-SELECT-TEMPLATE
                          PERFORM 5000-WRITE-LETTER
                          ADD 1 TO LT-ROWS
                          PERFORM 5500-RECORD-CONTACT
                    END-EVALUATE
                 WHEN 100
                    CONTINUE
                 WHEN OTHER
                    PERFORM 9900-ERROR-RTN-START
                       THRU 9900-ERROR-RTN-END
              END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE CRLMS END-EXEC.

      ******************************************************
      * 4500-CHECK-SUPPRESSION : deja contacte pour la meme   *
      * campagne dans la fenetre parametree ? Alors la lettre *
              END-IF
           END-IF.

      ******************************************************
      * 4600-CHECK-CONSENT : consentement courrier retire     *
      * dans contact_consent, sous l'adresse de la ligne ou   *
      * sous toute adresse qu'email_alias a retiree vers elle *
      * (fusions dupscan successives, reecriture emailstd -   *
      * la chaine est remontee en entier) ? Alors pas de      *
      * lettre, quelle que soit la campagne.                   *
      ******************************************************
       4600-CHECK-CONSENT.
           MOVE ZERO TO LT-OPTOUT-HITS.
           EXEC SQL
              SELECT COUNT(*) INTO :LT-OPTOUT-HITS
              FROM contact_consent c
              WHERE c.letter_ok = 'N'
                AND TRIM(c.email) IN
                    (WITH RECURSIVE back (e) AS
                       (SELECT CAST(RTRIM(:LT-EMAIL) AS VARCHAR(50))
                        UNION
                        SELECT CAST(TRIM(a.old_email) AS VARCHAR(50))
                        FROM email_alias a, back b
                        WHERE TRIM(a.new_email) = b.e)
                     SELECT e FROM back)
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.

      ******************************************************
      * 4700-SELECT-TEMPLATE : le gabarit de la lettre selon  *
      * la langue parlee du dossier - LETTER.<langue>.tpl,    *
                       "letters would print truncated."
                    CLOSE LANGTPL-FILE
                    CLOSE LETTERS-FILE
                    CLOSE NOADDR-FILE
                    EXEC SQL DISCONNECT END-EXEC
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                 DISPLAY LT-TPL-NAME " is empty - "
                    "nothing to generate."
                 CLOSE LETTERS-FILE
                 CLOSE NOADDR-FILE
                 EXEC SQL DISCONNECT END-EXEC
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              MOVE LT-TPLC-N TO LT-SEL-SLOT
           END-IF.

      ******************************************************
      * 4800-FETCH-ADDRESS : l'adresse postale sous l'adresse *
      * email de la ligne, a defaut sous une adresse          *
      * qu'email_alias a retiree vers elle - la chaine est    *
      * remontee en entier comme pour le consentement, car    *
      * dupscan laisse l'adresse sous la cle retiree. Le pays *
      * imprime est le libelle officiel de country_ref,       *
      * sinon le code. Une adresse sans rue, code postal ou   *
      * localite ne sert pas.                                  *
      ******************************************************
       4800-FETCH-ADDRESS.
           MOVE "N" TO LT-ADDR-SW.
           MOVE "no address on file" TO LT-ADDR-REASON.
           MOVE SPACE TO LT-AD-STREET LT-AD-HOUSE-NO LT-AD-POSTCODE
                         LT-AD-CITY LT-AD-COUNTRY.
           EXEC SQL
              SELECT COALESCE(a.street, ''),
                     COALESCE(a.house_no, ''),
                     COALESCE(a.postcode, ''),
                     COALESCE(a.city, ''),
                     COALESCE(r.country_name, a.country_code, '')
              INTO :LT-AD-STREET, :LT-AD-HOUSE-NO,
                   :LT-AD-POSTCODE, :LT-AD-CITY, :LT-AD-COUNTRY
              FROM person_address a
                   LEFT JOIN country_ref r
                   ON r.country_code = a.country_code
              WHERE TRIM(a.email) IN
                    (WITH RECURSIVE back (e) AS
                       (SELECT CAST(RTRIM(:LT-EMAIL) AS VARCHAR(50))
                        UNION
                        SELECT CAST(TRIM(s.old_email) AS VARCHAR(50))
                        FROM email_alias s, back b
                        WHERE TRIM(s.new_email) = b.e)
                     SELECT e FROM back)
              ORDER BY CASE WHEN TRIM(a.email) = RTRIM(:LT-EMAIL)
                            THEN 0 ELSE 1 END,
                       a.chg_date DESC
              LIMIT 1
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 IF LT-AD-STREET = SPACE OR LT-AD-POSTCODE = SPACE
                    OR LT-AD-CITY = SPACE
                    MOVE "address incomplete" TO LT-ADDR-REASON
                 ELSE
                    MOVE "Y" TO LT-ADDR-SW
                 END-IF
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-EVALUATE.

      ******************************************************
      * 4900-WRITE-NOADDR : pas d'adresse, pas de lettre ni   *
      * d'historique de contact - la personne est listee.     *
      ******************************************************
       4900-WRITE-NOADDR.
           MOVE SPACE TO NA-DETAIL.
           MOVE LT-EMAIL TO NA-EMAIL.
           MOVE SPACE TO LT-LINE.
           STRING LT-FIRST-NAME DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  LT-LAST-NAME DELIMITED BY "  "
             INTO LT-LINE
           END-STRING.
           IF LT-FIRST-NAME = SPACE
              MOVE LT-LAST-NAME TO LT-LINE
           END-IF.
           MOVE LT-LINE TO NA-NAME.
           MOVE LT-COUNTRY-CODE TO NA-CODE.
           MOVE LT-ADDR-REASON TO NA-REASON.
           WRITE NA-ALL-DATA FROM NA-DETAIL.
           ADD 1 TO LT-NO-ADDRESS.

       5500-RECORD-CONTACT.
           EXEC SQL
              INSERT INTO contact_history
              MOVE LT-HH-ID TO LT-HH-PREV
           END-IF.

           PERFORM 4600-CHECK-CONSENT.
           PERFORM 4500-CHECK-SUPPRESSION.
           EVALUATE TRUE
              WHEN LT-OPTOUT-HITS > ZERO
                 ADD 1 TO LT-WITHDRAWN
              WHEN LT-HIST-HITS > ZERO
                 ADD 1 TO LT-SUPPRESSED
              WHEN OTHER
                 IF NOT LT-HH-HAS-ADDRESS
                    PERFORM 4800-FETCH-ADDRESS
                    IF LT-HAS-ADDRESS
                       MOVE "Y" TO LT-HHA-SW
                       MOVE LT-AD-STREET TO LT-HHA-STREET
                       MOVE LT-AD-HOUSE-NO TO LT-HHA-HOUSE-NO
                       MOVE LT-AD-POSTCODE TO LT-HHA-POSTCODE
                       MOVE LT-AD-CITY TO LT-HHA-CITY
                       MOVE LT-AD-COUNTRY TO LT-HHA-COUNTRY
                    END-IF
                 END-IF
                 IF LT-HHM-COUNT < 20
                    ADD 1 TO LT-HHM-COUNT
                    MOVE LT-EMAIL TO LT-HHM-EMAIL(LT-HHM-COUNT)
                    IF LT-HHM-COUNT = 1
                       MOVE LT-EMAIL TO LT-HH-ADDR-EMAIL
                       MOVE LT-LAST-NAME TO LT-HH-LASTN
                       MOVE LT-COUNTRY TO LT-HH-CNTRY
                       MOVE LT-SPOKEN TO LT-HH-SPOKEN
                    END-IF
                    PERFORM 7200-APPEND-FIRST-NAME
                 ELSE
      * Au-dela de 20 noms : le membre ne tient plus sur la
      * ligne d'adresse mais la lettre du menage le couvre -
      * il est historise et compte, jamais perdu en silence.
                    ADD 1 TO LT-HH-OVERFLOW
                    IF LT-HHO-COUNT < 30
                       ADD 1 TO LT-HHO-COUNT
                       MOVE LT-EMAIL
                         TO LT-HHO-EMAIL(LT-HHO-COUNT)
                    ELSE
                       ADD 1 TO LT-HH-LOST
                       DISPLAY "household member not recorded "
                          "(member table full): " LT-EMAIL(1:40)
                    END-IF
                 END-IF
           END-EVALUATE.

      ******************************************************
      * 7200-APPEND-FIRST-NAME : les prenoms du menage, mis   *
           END-IF.

       7300-FLUSH-HOUSEHOLD.
           IF LT-HHM-COUNT > ZERO AND NOT LT-HH-HAS-ADDRESS
              MOVE LT-HH-LASTN TO LT-LAST-NAME
              MOVE SPACE TO LT-FIRST-NAME
              MOVE "no address in household" TO LT-ADDR-REASON
              PERFORM VARYING LT-HHM-IDX FROM 1 BY 1
                 UNTIL LT-HHM-IDX > LT-HHM-COUNT
                 MOVE LT-HHM-EMAIL(LT-HHM-IDX) TO LT-EMAIL
                 PERFORM 4900-WRITE-NOADDR
              END-PERFORM
              PERFORM VARYING LT-HHM-IDX FROM 1 BY 1
                 UNTIL LT-HHM-IDX > LT-HHO-COUNT
                 MOVE LT-HHO-EMAIL(LT-HHM-IDX) TO LT-EMAIL
                 PERFORM 4900-WRITE-NOADDR
              END-PERFORM
              MOVE ZERO TO LT-HHM-COUNT LT-HHO-COUNT
           END-IF.
           IF LT-HHM-COUNT > ZERO
              MOVE LT-HHA-STREET TO LT-AD-STREET
              MOVE LT-HHA-HOUSE-NO TO LT-AD-HOUSE-NO
              MOVE LT-HHA-POSTCODE TO LT-AD-POSTCODE
              MOVE LT-HHA-CITY TO LT-AD-CITY
              MOVE LT-HHA-COUNTRY TO LT-AD-COUNTRY
              MOVE LT-COMBINED TO LT-FIRST-NAME
              MOVE LT-HH-LASTN TO LT-LAST-NAME
              MOVE LT-HH-ADDR-EMAIL TO LT-EMAIL
           MOVE ZERO TO LT-HHM-COUNT LT-HHO-COUNT.
           MOVE SPACE TO LT-COMBINED.
           MOVE 1 TO LT-COMB-PTR.
           MOVE "N" TO LT-HHA-SW.

      ******************************************************
      * 7500-PROCESS-SINGLES : les lignes du pays hors de     *
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    PERFORM 4600-CHECK-CONSENT
                    PERFORM 4500-CHECK-SUPPRESSION
                    IF LT-OPTOUT-HITS = ZERO AND LT-HIST-HITS = ZERO
                       PERFORM 4800-FETCH-ADDRESS
                    END-IF
                    EVALUATE TRUE
                       WHEN LT-OPTOUT-HITS > ZERO
                          ADD 1 TO LT-WITHDRAWN
                       WHEN LT-HIST-HITS > ZERO
                          ADD 1 TO LT-SUPPRESSED
                       WHEN NOT LT-HAS-ADDRESS
                          PERFORM 4900-WRITE-NOADDR
                       WHEN OTHER
                          PERFORM 4700-SELECT-TEMPLATE
                          PERFORM 5000-WRITE-LETTER
                          ADD 1 TO LT-ROWS
                          PERFORM 5500-RECORD-CONTACT
                    END-EVALUATE
                 WHEN 100
                    CONTINUE
                 WHEN OTHER
              COMPUTE LT-PH-IDX = LT-REMAINDER + 1
           END-IF.

           PERFORM 5100-WRITE-ADDRESS-BLOCK.

           PERFORM VARYING LT-TPL-IDX FROM 1 BY 1
              UNTIL LT-TPL-IDX > LT-SEL-COUNT
              IF LT-SEL-SLOT = ZERO
                   TO LT-LINE
              END-IF
              PERFORM 6000-SUBSTITUTE-LINE
              WRITE LT-ALL-DATA FROM LT-LINE
           END-PERFORM.

           IF LT-SEL-SLOT = ZERO
              ADD 1 TO LT-TPLC-USED(LT-SEL-SLOT)
           END-IF.

      ******************************************************
      * 5100-WRITE-ADDRESS-BLOCK : le bloc adresse en tete de *
      * lettre (le saut de page passe sur sa premiere ligne)  *
      * - nom, rue et numero, code postal et localite, pays, *
      * puis une ligne blanche avant le corps du gabarit.      *
      ******************************************************
       5100-WRITE-ADDRESS-BLOCK.
           MOVE SPACE TO LT-LINE.
           MOVE 1 TO LT-ADDR-PTR.
           IF LT-FIRST-NAME NOT = SPACE
              STRING LT-FIRST-NAME DELIMITED BY "  "
                     " " DELIMITED BY SIZE
                INTO LT-LINE WITH POINTER LT-ADDR-PTR
              END-STRING
           END-IF.
           STRING LT-LAST-NAME DELIMITED BY "  "
             INTO LT-LINE WITH POINTER LT-ADDR-PTR
           END-STRING.
           IF LT-ROWS > ZERO
              WRITE LT-ALL-DATA FROM LT-LINE
                 AFTER ADVANCING PAGE
           ELSE
              WRITE LT-ALL-DATA FROM LT-LINE
           END-IF.

           MOVE SPACE TO LT-LINE.
           MOVE 1 TO LT-ADDR-PTR.
           STRING LT-AD-STREET DELIMITED BY "  "
             INTO LT-LINE WITH POINTER LT-ADDR-PTR
           END-STRING.
           IF LT-AD-HOUSE-NO NOT = SPACE
              STRING " " DELIMITED BY SIZE
                     LT-AD-HOUSE-NO DELIMITED BY "  "
                INTO LT-LINE WITH POINTER LT-ADDR-PTR
              END-STRING
           END-IF.
           WRITE LT-ALL-DATA FROM LT-LINE.

           MOVE SPACE TO LT-LINE.
           STRING LT-AD-POSTCODE DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  LT-AD-CITY DELIMITED BY "  "
             INTO LT-LINE
           END-STRING.
           WRITE LT-ALL-DATA FROM LT-LINE.

           MOVE LT-AD-COUNTRY TO LT-LINE.
           WRITE LT-ALL-DATA FROM LT-LINE.

           MOVE SPACE TO LT-LINE.
           WRITE LT-ALL-DATA FROM LT-LINE.

       6000-SUBSTITUTE-LINE.
           MOVE "&FIRSTNAME" TO LT-MARKER.
           MOVE 10 TO LT-MARKER-LEN.
           MOVE LT-PH-TEXT(LT-PH-IDX) TO LT-VALUE.
           PERFORM 6100-SUBSTITUTE-MARKER.

           IF LT-MILESTONE-MODE
              MOVE "&AGE" TO LT-MARKER
              MOVE 4 TO LT-MARKER-LEN
              EVALUATE TRUE
                 WHEN LT-MS-AGE < 10
                    MOVE LT-MS-AGE(3:1) TO LT-VALUE
                 WHEN LT-MS-AGE < 100
                    MOVE LT-MS-AGE(2:2) TO LT-VALUE
                 WHEN OTHER
                    MOVE LT-MS-AGE TO LT-VALUE
              END-EVALUATE
              PERFORM 6100-SUBSTITUTE-MARKER

              MOVE "&BIRTHDAY" TO LT-MARKER
              MOVE 9 TO LT-MARKER-LEN
              MOVE LT-MS-DATE TO LT-VALUE
              PERFORM 6100-SUBSTITUTE-MARKER
           END-IF.

      ******************************************************
      * 6100-SUBSTITUTE-MARKER : remplace chaque occurrence   *
      * du marqueur par la valeur (sans ses blancs de fin).   *
           STRING LT-ROWS DELIMITED BY SIZE
                  " letters generated, " DELIMITED BY SIZE
                  LT-SUPPRESSED DELIMITED BY SIZE
                  " suppressed (already contacted), "
                  DELIMITED BY SIZE
                  LT-WITHDRAWN DELIMITED BY SIZE
                  " skipped (consent withdrawn)."
                  DELIMITED BY SIZE
             INTO LT-LINE
           END-STRING.
           DISPLAY LT-LINE.
           MOVE SPACE TO LT-LINE.
           STRING LT-NO-ADDRESS DELIMITED BY SIZE
                  " not written (no postal address, see NOADDR.txt)."
                  DELIMITED BY SIZE
             INTO LT-LINE
           END-STRING.
           DISPLAY LT-LINE.
           MOVE SPACE TO NA-ALL-DATA.
           STRING LT-NO-ADDRESS DELIMITED BY SIZE
                  " listed." DELIMITED BY SIZE
             INTO NA-ALL-DATA
           END-STRING.
           WRITE NA-ALL-DATA.
           IF LT-HOUSEHOLD-MODE
              MOVE SPACE TO LT-LINE
              STRING LT-HH-LETTERS DELIMITED BY SIZE
                    LT-TPLC-USED(LT-TPLC-IDX) " letters."
              END-IF
           END-PERFORM.
           CLOSE LETTERS-FILE
           CLOSE NOADDR-FILE.
           EXEC SQL DISCONNECT END-EXEC.
           MOVE ZERO TO RETURN-CODE.

              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.

      ******************************************************
      * 8510-ENSURE-CONSENT : le registre de consentement est *
      * cree vide si consmaint n'a encore jamais tourne -      *
      * personne n'a alors retire son consentement, ce qui    *
      * est exact.                                             *
      ******************************************************
       8510-ENSURE-CONSENT.
           EXEC SQL
              CREATE TABLE IF NOT EXISTS contact_consent
                 (email       VARCHAR(50),
                  letter_ok   CHAR(1),
                  citation_ok CHAR(1),
                  bureau_ok   CHAR(1),
                  proof_date  DATE,
                  proof_ref   VARCHAR(30),
                  chg_date    DATE)
           END-EXEC.
           IF SQLCODE NOT = ZERO
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.

      ******************************************************
      * 8530-ENSURE-ALIAS : email_alias, lu par le controle   *
      * de consentement, cree au premier usage comme dans     *
      * dbmaint et inquiry.                                    *
      ******************************************************
       8530-ENSURE-ALIAS.
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
      * 8550-ENSURE-ADDRESS : l'adresse postale (dbmaint,     *
      * csvload) et la liste des pays pour son libelle,       *
      * creees vides au premier usage - personne n'a alors    *
      * d'adresse et tout part dans NOADDR.txt, ce qui est    *
      * exact.                                                  *
      ******************************************************
       8550-ENSURE-ADDRESS.
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
              CREATE TABLE IF NOT EXISTS country_ref
                 (country_code VARCHAR(50),
                  country_name VARCHAR(50))
           END-EXEC.
           IF SQLCODE NOT = ZERO
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.

      ******************************************************
      * 8520-ENSURE-HOUSEHOLD : la table des menages est      *
      * creee vide si hhgroup n'a encore jamais tourne - le   *
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.

      ******************************************************
      * 8540-ENSURE-MILESTONE : la selection du programme     *
      * milestone, creee vide s'il n'a encore jamais tourne - *
      * le mode MILESTONE n'a alors personne a ecrire.         *
      ******************************************************
       8540-ENSURE-MILESTONE.
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
       9900-ERROR-RTN-END.
           EXEC SQL DISCONNECT END-EXEC.
           MOVE 16 TO RETURN-CODE.
           CLOSE LETTERS-FILE
           CLOSE NOADDR-FILE.
           GOBACK.
