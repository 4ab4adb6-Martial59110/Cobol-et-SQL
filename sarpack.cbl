       IDENTIFICATION DIVISION.
       PROGRAM-ID. sarpack.
       AUTHOR. EDP-BATCH-TEAM.
       INSTALLATION. DBAGE-REPORTING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

      ******************************************************
      * Subject-access disclosure pack for one person.        *
      *                                                        *
      * When someone exercises the right of access, everything *
      * held on them must be gathered - until now by hand,     *
      * table by table. This program takes the email the       *
      * request came in under, follows email_alias forward to  *
      * the person's current key (the addresses dupscan,       *
      * emailstd and erasure retired), and gathers every       *
      * entry held under the current key or any address that  *
      * leads to it :                                            *
      *                                                            *
      *   DATABANK          the row itself, every column ;      *
      *   EMAIL_ALIAS       the alias entries, either side ;     *
      *   CHANGE_JOURNAL    every journaled change, before and  *
      *                     after images (as jrnquery) ;        *
      *   CONTACT_HISTORY   the campaigns written under ;        *
      *   CAMPAIGN_RESPONSE the responses recorded (respproc),   *
      *                     under the email answered, the        *
      *                     current key or the email written to ; *
      *   CONTACT_CONSENT   the consent register and its         *
      *   CONSENT_HISTORY   dated evidence (consmaint) ;         *
      *   UNDELIVERABLE     bounce flags with bounce codes ;     *
      *   HOUSEHOLD         household membership (hhgroup) ;     *
      *   PERSON_ADDRESS    the postal address on file and its   *
      *   ADDRESS_HISTORY   every dated change (dbmaint,         *
      *                     csvload) ;                            *
      *   CERTIFICATES      erasure and backout certificate      *
      *                     lines - ERASCERT.txt, BACKCERT.txt   *
      *                     and the dated generations filearch   *
      *                     saves of both each night and lists   *
      *                     in ARCHCAT.txt. A night without an   *
      *                     erasure run saves the same lines     *
      *                     again, so a line already shown is    *
      *                     shown (and counted) once.             *
      *                                                            *
      * Command line : the email. The pack goes to               *
      * SARPACK.<YYYYMMDD>.<HHMMSS>.txt - dated, never            *
      * overwritten, so the copy kept is the proof of what was   *
      * disclosed. It is paginated (60 lines, page heading with  *
      * subject, date and page number) and ends with the summary *
      * of sources searched and entries found in each, so it can *
      * go out as it stands. Other people's data is not          *
      * disclosed : the household section shows the person's own *
      * membership row and only the number of fellow members.    *
      *                                                            *
      * Modification history                                      *
      * 2026-10-15 EDP  Initial version.                          *
      * 2026-10-15 EDP  postal address and address history added   *
      *                 to the sources searched.                    *
      * 2026-10-15 EDP  campaign_response added ; certificate     *
      *                 lines repeated in generations shown once. *
      ******************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SARPACK-FILE ASSIGN TO DYNAMIC SA-PACK-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-SARPACK.

           SELECT CERT-FILE ASSIGN TO DYNAMIC SA-CERT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CERT.

           SELECT ARCHCAT-FILE ASSIGN TO "ARCHCAT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-ARCHCAT.



           SELECT DBCONFIG-FILE ASSIGN TO "DBCONFIG.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-DBCONFIG.

       DATA DIVISION.
       FILE SECTION.

       FD  DBCONFIG-FILE.
       01  DC-ALL-DATA PIC X(60).

       FD  SARPACK-FILE.
       01  SP-ALL-DATA PIC X(132).

       FD  CERT-FILE.
       01  SC-ALL-DATA PIC X(132).

       FD  ARCHCAT-FILE.
       01  AC-ALL-DATA PIC X(65).


       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  DBNAME PIC X(20) VALUE "dbage".
       01  USERNAME  PIC X(20) VALUE "cobol".
       01  PASSWD PIC X(10) VALUE SPACE.

       01  SA-SUBJECT       PIC X(50).
       01  SA-KEY           PIC X(50).
       01  SA-NEXT          PIC X(50).
       01  SA-KEY-EMAIL     PIC X(50).

       01  SA-FIRST-NAME    PIC X(50).
       01  SA-LAST-NAME     PIC X(50).
       01  SA-EMAIL         PIC X(50).
       01  SA-GENDER        PIC X(50).
       01  SA-AGE           PIC 9(05).
       01  SA-SPOKEN        PIC X(50).
       01  SA-COUNTRY       PIC X(50).
       01  SA-COUNTRY-CODE  PIC X(50).
       01  SA-INFO-PHONE    PIC X(50).
       01  SA-BIRTH-DATE    PIC X(10).

       01  SA-DATE          PIC X(10).
       01  SA-TIME          PIC X(08).
       01  SA-OLD-EMAIL     PIC X(50).
       01  SA-NEW-EMAIL     PIC X(50).
       01  SA-PROGRAM       PIC X(10).
       01  SA-ACTION        PIC X(10).
       01  SA-BEFORE        PIC X(400).
       01  SA-AFTER         PIC X(400).
       01  SA-CAMPAIGN      PIC X(20).
       01  SA-TEMPLATE      PIC X(40).
       01  SA-LETTER-OK     PIC X(01).
       01  SA-CITATION-OK   PIC X(01).
       01  SA-BUREAU-OK     PIC X(01).
       01  SA-CHANNEL       PIC X(01).
       01  SA-CONSENT       PIC X(01).
       01  SA-PROOF-DATE    PIC X(10).
       01  SA-PROOF-REF     PIC X(30).
       01  SA-BOUNCE-CODE   PIC X(10).
       01  SA-HOUSEHOLD-ID  PIC 9(09).
       01  SA-MEMBERS       PIC 9(05).
       01  SA-STREET        PIC X(50).
       01  SA-HOUSE-NO      PIC X(10).
       01  SA-POSTCODE      PIC X(10).
       01  SA-CITY          PIC X(50).
       01  SA-ADDR-CODE     PIC X(50).
       01  SA-ADDR-ACTION   PIC X(10).
       01  SA-ADDR-PROGRAM  PIC X(10).
       01  SA-RESP-CODE     PIC X(10).
       01  SA-CURRENT-EMAIL PIC X(50).
       01  SA-CONTACT-EMAIL PIC X(50).
       01  SA-CONTACT-DATE  PIC X(10).

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

       01  FS-SARPACK   PIC X(02).
       01  FS-CERT      PIC X(02).
       01  FS-ARCHCAT   PIC X(02).

       01  SA-PARM         PIC X(50).
       01  SA-AT-COUNT     PIC 9(02).
       01  SA-RUN-DATE     PIC 9(08).
       01  SA-RUN-TIME     PIC 9(08).
       01  SA-PACK-NAME    PIC X(40).
       01  SA-CERT-NAME    PIC X(40).
       01  SA-HOPS         PIC 9(02) VALUE ZERO.
       01  SA-LOOP-SW      PIC X(01) VALUE "N".

      * Les adresses sous lesquelles la personne est connue
      * (cle courante et toutes celles qui y menent).
       01  SA-KEY-COUNT    PIC 9(03) VALUE ZERO.
       01  SA-KEY-TABLE.
           05 SA-KEY-ENTRY PIC X(50) OCCURS 50 TIMES.
       01  SA-KEY-IDX      PIC 9(03).

      * Catalogue de filearch (ARCHCAT.txt) : les generations
      * datees des certificats sont fouillees aussi.
       01  AC-RECORD.
           05 AC-BUS-DATE   PIC X(08).
           05 AC-GEN-NAME   PIC X(40).
           05 AC-LINES      PIC 9(09).
           05 AC-STATUS     PIC X(08).

       01  SC-CERT-LINE    PIC X(132).
       01  SC-CERT-DATE    PIC X(08).
       01  SC-CERT-TIME    PIC X(08).
       01  SC-CERT-EMAIL   PIC X(50).
       01  SA-CERT-FILES   PIC 9(03) VALUE ZERO.
       01  SA-CERT-KIND    PIC X(08).

      * Lignes de certificat deja reportees : la meme ligne
      * revient dans chaque generation sauvee depuis son run.
       01  SA-SEEN-COUNT   PIC 9(03) VALUE ZERO.
       01  SA-SEEN-TABLE.
           05 SA-SEEN-LINE PIC X(132) OCCURS 200 TIMES.
       01  SA-SEEN-IDX     PIC 9(03).
       01  SA-SEEN-SW      PIC X(01).
           88 SA-SEEN      VALUE "Y".

      * Entrees trouvees, par source, pour le bilan final.
       01  SA-CNT-DATABANK   PIC 9(05) VALUE ZERO.
       01  SA-CNT-ALIAS      PIC 9(05) VALUE ZERO.
       01  SA-CNT-JOURNAL    PIC 9(05) VALUE ZERO.
       01  SA-CNT-CONTACT    PIC 9(05) VALUE ZERO.
       01  SA-CNT-RESPONSE   PIC 9(05) VALUE ZERO.
       01  SA-CNT-CONSENT    PIC 9(05) VALUE ZERO.
       01  SA-CNT-CONSHIST   PIC 9(05) VALUE ZERO.
       01  SA-CNT-UNDELIV    PIC 9(05) VALUE ZERO.
       01  SA-CNT-HOUSEHOLD  PIC 9(05) VALUE ZERO.
       01  SA-CNT-ADDRESS    PIC 9(05) VALUE ZERO.
       01  SA-CNT-ADDRHIST   PIC 9(05) VALUE ZERO.
       01  SA-CNT-CERT       PIC 9(05) VALUE ZERO.
       01  SA-CNT-TOTAL      PIC 9(06) VALUE ZERO.
       01  SA-CNT-ED         PIC ZZZZ9.
       01  SA-SUM-NAME       PIC X(20).
       01  SA-SUM-COUNT      PIC 9(05).

      * Mise en page : 60 lignes par page, en-tete de page
      * avec le sujet, la date et le numero de page.
       01  SA-PAGE         PIC 9(04) VALUE ZERO.
       01  SA-PAGE-LINES   PIC 9(03) VALUE 060.
       01  SA-LINE-NO      PIC 9(03) VALUE 999.
       01  SA-LINE         PIC X(132).
       01  SA-OUT-LINE     PIC X(132).
       01  SA-SECTION      PIC X(20).

      * Texte long (images du journal) : etiquette, puis le
      * texte par tranches de 110 caracteres.
       01  SA-LABEL        PIC X(12).
       01  SA-TEXT         PIC X(440).
       01  SA-TXT-POS      PIC 9(03).
       01  SA-AGE-ED       PIC ZZZZ9.
       01  SA-HH-ED        PIC ZZZZZZZZ9.
       01  SA-MEMBERS-ED   PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CONNECT
           PERFORM 3000-RESOLVE-KEY
           PERFORM 4000-DATABANK
           PERFORM 4100-EMAIL-ALIAS
           PERFORM 4200-CHANGE-JOURNAL
           PERFORM 4300-CONTACT-HISTORY
           PERFORM 4350-CAMPAIGN-RESPONSE
           PERFORM 4400-CONSENT
           PERFORM 4500-UNDELIVERABLE
           PERFORM 4600-HOUSEHOLD
           PERFORM 4650-POSTAL-ADDRESS
           PERFORM 4700-CERTIFICATES
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT SA-PARM FROM COMMAND-LINE.
           MOVE ZERO TO SA-AT-COUNT.
           INSPECT SA-PARM TALLYING SA-AT-COUNT FOR ALL "@".
           IF SA-AT-COUNT = ZERO
              DISPLAY "Usage: sarpack <email>"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE SA-PARM TO SA-SUBJECT.
           ACCEPT SA-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT SA-RUN-TIME FROM TIME.

           PERFORM 8800-READ-DBCONFIG.

           MOVE SPACE TO SA-PACK-NAME.
           STRING "SARPACK." DELIMITED BY SIZE
                  SA-RUN-DATE DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  SA-RUN-TIME(1:6) DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
             INTO SA-PACK-NAME
           END-STRING.
           OPEN OUTPUT SARPACK-FILE.

       2000-CONNECT.
           EXEC SQL
              CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.
           IF SQLCODE NOT = ZERO
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.
           PERFORM 8500-ENSURE-TABLES.

      ******************************************************
      * 3000-RESOLVE-KEY : email_alias suivi vers l'avant      *
      * jusqu'a la cle courante (20 sauts au plus - au-dela,   *
      * la chaine boucle et c'est dit dans le dossier), puis   *
      * a rebours toutes les adresses qui y menent : ce sont   *
      * les cles fouillees dans chaque source.                  *
      ******************************************************
       3000-RESOLVE-KEY.
           MOVE SA-SUBJECT TO SA-KEY.
           MOVE "IDENTIFICATION" TO SA-SECTION.
           PERFORM 7200-SECTION-HEAD.
           MOVE SPACE TO SA-LINE.
           STRING "  Request received for : " DELIMITED BY SIZE
                  SA-SUBJECT DELIMITED BY SPACE
             INTO SA-LINE
           END-STRING.
           PERFORM 7000-PRINT-LINE.

           MOVE ZERO TO SQLCODE.
           PERFORM UNTIL SQLCODE NOT = 0 OR SA-LOOP-SW = "Y"
              EXEC SQL
                 SELECT new_email INTO :SA-NEXT
                 FROM email_alias
                 WHERE old_email = :SA-KEY
                 ORDER BY alias_date DESC
                 LIMIT 1
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    IF SA-NEXT = SA-KEY
                       MOVE 100 TO SQLCODE
                    ELSE
                       ADD 1 TO SA-HOPS
                       MOVE SPACE TO SA-LINE
                       STRING "  retired address, now known as : "
                                 DELIMITED BY SIZE
                              SA-NEXT DELIMITED BY SPACE
                         INTO SA-LINE
                       END-STRING
                       PERFORM 7000-PRINT-LINE
                       MOVE SA-NEXT TO SA-KEY
                       IF SA-HOPS NOT < 20
                          MOVE "Y" TO SA-LOOP-SW
                       END-IF
                    END-IF
                 WHEN 100
                    CONTINUE
                 WHEN OTHER
                    PERFORM 9900-ERROR-RTN-START
                       THRU 9900-ERROR-RTN-END
              END-EVALUATE
           END-PERFORM.
           IF SA-LOOP-SW = "Y"
              MOVE "  Alias chain does not end after 20 steps - the"
                 TO SA-LINE
              PERFORM 7000-PRINT-LINE
              MOVE "  keys below are those met on the way." TO SA-LINE
              PERFORM 7000-PRINT-LINE
           END-IF.
           MOVE SPACE TO SA-LINE.
           STRING "  Current key          : " DELIMITED BY SIZE
                  SA-KEY DELIMITED BY SPACE
             INTO SA-LINE
           END-STRING.
           PERFORM 7000-PRINT-LINE.

           EXEC SQL
              DELETE FROM sar_key
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.
           EXEC SQL
              INSERT INTO sar_key (email)
              WITH RECURSIVE back (e) AS
                (SELECT CAST(RTRIM(:SA-KEY) AS VARCHAR(50))
                 UNION
                 SELECT CAST(RTRIM(:SA-SUBJECT) AS VARCHAR(50))
                 UNION
                 SELECT CAST(TRIM(a.old_email) AS VARCHAR(50))
                 FROM email_alias a, back b
                 WHERE TRIM(a.new_email) = b.e)
              SELECT e FROM back
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.

           MOVE "  Addresses searched   :" TO SA-LINE.
           PERFORM 7000-PRINT-LINE.
           EXEC SQL
              DECLARE CRSAKEY CURSOR FOR
              SELECT email FROM sar_key ORDER BY email
           END-EXEC.
           EXEC SQL OPEN CRSAKEY END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH CRSAKEY INTO :SA-KEY-EMAIL
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    IF SA-KEY-COUNT < 50
                       ADD 1 TO SA-KEY-COUNT
                       MOVE SA-KEY-EMAIL
                         TO SA-KEY-ENTRY(SA-KEY-COUNT)
                    END-IF
                    MOVE SPACE TO SA-LINE
                    MOVE SA-KEY-EMAIL TO SA-LINE(27:50)
                    PERFORM 7000-PRINT-LINE
                 WHEN 100
                    CONTINUE
                 WHEN OTHER
                    PERFORM 9900-ERROR-RTN-START
                       THRU 9900-ERROR-RTN-END
              END-EVALUATE
           END-PERFORM.
           EXEC SQL CLOSE CRSAKEY END-EXEC.

      ******************************************************
      * 4000-DATABANK : la ligne elle-meme, colonne par        *
      * colonne.                                                 *
      ******************************************************
       4000-DATABANK.
           MOVE "DATABANK" TO SA-SECTION.
           PERFORM 7200-SECTION-HEAD.
           EXEC SQL
              DECLARE CRSADB CURSOR FOR
              SELECT COALESCE(first_name, ''), COALESCE(last_name, ''),
                     COALESCE(email, ''), COALESCE(gender, ''),
                     COALESCE(age, 0), COALESCE(spoken, ''),
                     COALESCE(country, ''), COALESCE(country_code, ''),
                     COALESCE(info_phone, ''),
                     COALESCE(TO_CHAR(birth_date, 'YYYY-MM-DD'), '')
              FROM databank
              WHERE TRIM(email) IN (SELECT email FROM sar_key)
              ORDER BY email
           END-EXEC.
           EXEC SQL OPEN CRSADB END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH CRSADB
                    INTO :SA-FIRST-NAME, :SA-LAST-NAME, :SA-EMAIL,
                         :SA-GENDER, :SA-AGE, :SA-SPOKEN, :SA-COUNTRY,
                         :SA-COUNTRY-CODE, :SA-INFO-PHONE,
                         :SA-BIRTH-DATE
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    PERFORM 4010-PRINT-DATABANK-ROW
                 WHEN 100
                    CONTINUE
                 WHEN OTHER
                    PERFORM 9900-ERROR-RTN-START
                       THRU 9900-ERROR-RTN-END
              END-EVALUATE
           END-PERFORM.
           EXEC SQL CLOSE CRSADB END-EXEC.
           MOVE SA-CNT-DATABANK TO SA-SUM-COUNT.
           PERFORM 7300-NONE-FOUND.

       4010-PRINT-DATABANK-ROW.
           ADD 1 TO SA-CNT-DATABANK.
           MOVE "email" TO SA-LABEL.
           MOVE SA-EMAIL TO SA-TEXT.
           PERFORM 7100-PRINT-TEXT.
           MOVE "first_name" TO SA-LABEL.
           MOVE SA-FIRST-NAME TO SA-TEXT.
           PERFORM 7100-PRINT-TEXT.
           MOVE "last_name" TO SA-LABEL.
           MOVE SA-LAST-NAME TO SA-TEXT.
           PERFORM 7100-PRINT-TEXT.
           MOVE "gender" TO SA-LABEL.
           MOVE SA-GENDER TO SA-TEXT.
           PERFORM 7100-PRINT-TEXT.
           MOVE "age" TO SA-LABEL.
           MOVE SA-AGE TO SA-AGE-ED.
           MOVE SA-AGE-ED TO SA-TEXT.
           PERFORM 7100-PRINT-TEXT.
           MOVE "birth_date" TO SA-LABEL.
           MOVE SA-BIRTH-DATE TO SA-TEXT.
           PERFORM 7100-PRINT-TEXT.
           MOVE "spoken" TO SA-LABEL.
           MOVE SA-SPOKEN TO SA-TEXT.
           PERFORM 7100-PRINT-TEXT.
           MOVE "country" TO SA-LABEL.
           MOVE SA-COUNTRY TO SA-TEXT.
           PERFORM 7100-PRINT-TEXT.
           MOVE "country_code" TO SA-LABEL.
           MOVE SA-COUNTRY-CODE TO SA-TEXT.
           PERFORM 7100-PRINT-TEXT.
           MOVE "info_phone" TO SA-LABEL.
           MOVE SA-INFO-PHONE TO SA-TEXT.
           PERFORM 7100-PRINT-TEXT.

       4100-EMAIL-ALIAS.
           MOVE "EMAIL_ALIAS" TO SA-SECTION.
           PERFORM 7200-SECTION-HEAD.
           EXEC SQL
              DECLARE CRSAALIAS CURSOR FOR
              SELECT COALESCE(TO_CHAR(alias_date, 'YYYY-MM-DD'), ''),
                     COALESCE(old_email, ''), COALESCE(new_email, ''),
                     COALESCE(program, '')
              FROM email_alias
              WHERE TRIM(old_email) IN (SELECT email FROM sar_key)
                 OR TRIM(new_email) IN (SELECT email FROM sar_key)
              ORDER BY alias_date, old_email
           END-EXEC.
           EXEC SQL OPEN CRSAALIAS END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH CRSAALIAS
                    INTO :SA-DATE, :SA-OLD-EMAIL, :SA-NEW-EMAIL,
                         :SA-PROGRAM
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    ADD 1 TO SA-CNT-ALIAS
                    MOVE SPACE TO SA-LINE
                    STRING "  " DELIMITED BY SIZE
                           SA-DATE DELIMITED BY SIZE
                           "  " DELIMITED BY SIZE
                           SA-OLD-EMAIL DELIMITED BY SPACE
                           " -> " DELIMITED BY SIZE
                           SA-NEW-EMAIL DELIMITED BY SPACE
                           "  (" DELIMITED BY SIZE
                           SA-PROGRAM DELIMITED BY SPACE
                           ")" DELIMITED BY SIZE
                      INTO SA-LINE
                    END-STRING
                    PERFORM 7000-PRINT-LINE
                 WHEN 100
                    CONTINUE
                 WHEN OTHER
                    PERFORM 9900-ERROR-RTN-START
                       THRU 9900-ERROR-RTN-END
              END-EVALUATE
           END-PERFORM.
           EXEC SQL CLOSE CRSAALIAS END-EXEC.
           MOVE SA-CNT-ALIAS TO SA-SUM-COUNT.
           PERFORM 7300-NONE-FOUND.

      ******************************************************
      * 4200-CHANGE-JOURNAL : sous l'une des cles, ou dont     *
      * l'image apres porte l'une d'elles (changement de cle). *
      ******************************************************
       4200-CHANGE-JOURNAL.
           MOVE "CHANGE_JOURNAL" TO SA-SECTION.
           PERFORM 7200-SECTION-HEAD.
           EXEC SQL
              DECLARE CRSAJRN CURSOR FOR
              SELECT TO_CHAR(chg_date, 'YYYY-MM-DD'), chg_time,
                     COALESCE(program, ''), COALESCE(action, ''),
                     COALESCE(email, ''),
                     COALESCE(before_image, ''),
                     COALESCE(after_image, '')
              FROM change_journal
              WHERE TRIM(email) IN (SELECT email FROM sar_key)
                 OR TRIM(SPLIT_PART(after_image, '|', 3))
                    IN (SELECT email FROM sar_key)
              ORDER BY chg_date, chg_time
           END-EXEC.
           EXEC SQL OPEN CRSAJRN END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH CRSAJRN
                    INTO :SA-DATE, :SA-TIME, :SA-PROGRAM, :SA-ACTION,
                         :SA-EMAIL, :SA-BEFORE, :SA-AFTER
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    ADD 1 TO SA-CNT-JOURNAL
                    MOVE SPACE TO SA-LINE
                    STRING "  " DELIMITED BY SIZE
                           SA-DATE DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           SA-TIME DELIMITED BY SIZE
                           "  " DELIMITED BY SIZE
                           SA-PROGRAM DELIMITED BY SPACE
                           " " DELIMITED BY SIZE
                           SA-ACTION DELIMITED BY SPACE
                           "  " DELIMITED BY SIZE
                           SA-EMAIL DELIMITED BY SPACE
                      INTO SA-LINE
                    END-STRING
                    PERFORM 7000-PRINT-LINE
                    MOVE "before" TO SA-LABEL
                    MOVE SA-BEFORE TO SA-TEXT
                    PERFORM 7100-PRINT-TEXT
                    MOVE "after" TO SA-LABEL
                    MOVE SA-AFTER TO SA-TEXT
                    PERFORM 7100-PRINT-TEXT
                 WHEN 100
                    CONTINUE
                 WHEN OTHER
                    PERFORM 9900-ERROR-RTN-START
                       THRU 9900-ERROR-RTN-END
              END-EVALUATE
           END-PERFORM.
           EXEC SQL CLOSE CRSAJRN END-EXEC.
           MOVE SA-CNT-JOURNAL TO SA-SUM-COUNT.
           PERFORM 7300-NONE-FOUND.

       4300-CONTACT-HISTORY.
           MOVE "CONTACT_HISTORY" TO SA-SECTION.
           PERFORM 7200-SECTION-HEAD.
           EXEC SQL
              DECLARE CRSACONT CURSOR FOR
              SELECT COALESCE(TO_CHAR(contact_date, 'YYYY-MM-DD'),
                              ''),
                     COALESCE(campaign_id, ''),
                     COALESCE(template_used, ''),
                     COALESCE(program, ''), COALESCE(email, '')
              FROM contact_history
              WHERE TRIM(email) IN (SELECT email FROM sar_key)
              ORDER BY contact_date, campaign_id
           END-EXEC.
           EXEC SQL OPEN CRSACONT END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH CRSACONT
                    INTO :SA-DATE, :SA-CAMPAIGN, :SA-TEMPLATE,
                         :SA-PROGRAM, :SA-EMAIL
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    ADD 1 TO SA-CNT-CONTACT
                    MOVE SPACE TO SA-LINE
                    STRING "  " DELIMITED BY SIZE
                           SA-DATE DELIMITED BY SIZE
                           "  campaign " DELIMITED BY SIZE
                           SA-CAMPAIGN DELIMITED BY SPACE
                           "  template " DELIMITED BY SIZE
                           SA-TEMPLATE DELIMITED BY SPACE
                           "  by " DELIMITED BY SIZE
                           SA-PROGRAM DELIMITED BY SPACE
                           "  to " DELIMITED BY SIZE
                           SA-EMAIL DELIMITED BY SPACE
                      INTO SA-LINE
                    END-STRING
                    PERFORM 7000-PRINT-LINE
                 WHEN 100
                    CONTINUE
                 WHEN OTHER
                    PERFORM 9900-ERROR-RTN-START
                       THRU 9900-ERROR-RTN-END
              END-EVALUATE
           END-PERFORM.
           EXEC SQL CLOSE CRSACONT END-EXEC.
           MOVE SA-CNT-CONTACT TO SA-SUM-COUNT.
           PERFORM 7300-NONE-FOUND.

      ******************************************************
      * 4350-CAMPAIGN-RESPONSE : les reponses chargees par     *
      * respproc. La ligne porte trois adresses - celle de la  *
      * reponse, la cle courante au chargement, celle du       *
      * contact d'origine ; l'une quelconque dans les cles     *
      * suffit. Deux lignes par reponse : la reponse, puis le  *
      * contact auquel elle a ete rattachee.                    *
      ******************************************************
       4350-CAMPAIGN-RESPONSE.
           MOVE "CAMPAIGN_RESPONSE" TO SA-SECTION.
           PERFORM 7200-SECTION-HEAD.
           EXEC SQL
              DECLARE CRSARESP CURSOR FOR
              SELECT COALESCE(TO_CHAR(response_date, 'YYYY-MM-DD'),
                              ''),
                     COALESCE(campaign_id, ''),
                     COALESCE(response_code, ''),
                     COALESCE(email, ''),
                     COALESCE(current_email, ''),
                     COALESCE(TO_CHAR(contact_date, 'YYYY-MM-DD'),
                              ''),
                     COALESCE(contact_email, ''),
                     COALESCE(template_used, '')
              FROM campaign_response
              WHERE TRIM(email) IN (SELECT email FROM sar_key)
                 OR TRIM(current_email) IN (SELECT email FROM sar_key)
                 OR TRIM(contact_email) IN (SELECT email FROM sar_key)
              ORDER BY response_date, campaign_id
           END-EXEC.
           EXEC SQL OPEN CRSARESP END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH CRSARESP
                    INTO :SA-DATE, :SA-CAMPAIGN, :SA-RESP-CODE,
                         :SA-EMAIL, :SA-CURRENT-EMAIL,
                         :SA-CONTACT-DATE, :SA-CONTACT-EMAIL,
                         :SA-TEMPLATE
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    ADD 1 TO SA-CNT-RESPONSE
                    MOVE SPACE TO SA-LINE
                    STRING "  " DELIMITED BY SIZE
                           SA-DATE DELIMITED BY SIZE
                           "  campaign " DELIMITED BY SIZE
                           SA-CAMPAIGN DELIMITED BY SPACE
                           "  response " DELIMITED BY SIZE
                           SA-RESP-CODE DELIMITED BY SPACE
                           "  from " DELIMITED BY SIZE
                           SA-EMAIL DELIMITED BY SPACE
                           "  key " DELIMITED BY SIZE
                           SA-CURRENT-EMAIL DELIMITED BY SPACE
                      INTO SA-LINE
                    END-STRING
                    PERFORM 7000-PRINT-LINE
                    MOVE SPACE TO SA-LINE
                    STRING "              contact " DELIMITED BY SIZE
                           SA-CONTACT-DATE DELIMITED BY SIZE
                           "  template " DELIMITED BY SIZE
                           SA-TEMPLATE DELIMITED BY SPACE
                           "  to " DELIMITED BY SIZE
                           SA-CONTACT-EMAIL DELIMITED BY SPACE
                      INTO SA-LINE
                    END-STRING
                    PERFORM 7000-PRINT-LINE
                 WHEN 100
                    CONTINUE
                 WHEN OTHER
                    PERFORM 9900-ERROR-RTN-START
                       THRU 9900-ERROR-RTN-END
              END-EVALUATE
           END-PERFORM.
           EXEC SQL CLOSE CRSARESP END-EXEC.
           MOVE SA-CNT-RESPONSE TO SA-SUM-COUNT.
           PERFORM 7300-NONE-FOUND.

      ******************************************************
      * 4400-CONSENT : le registre (etat courant par canal)   *
      * puis ses preuves datees.                                *
      ******************************************************
       4400-CONSENT.
           MOVE "CONTACT_CONSENT" TO SA-SECTION.
           PERFORM 7200-SECTION-HEAD.
           EXEC SQL
              DECLARE CRSACONS CURSOR FOR
              SELECT COALESCE(email, ''), COALESCE(letter_ok, ' '),
                     COALESCE(citation_ok, ' '),
                     COALESCE(bureau_ok, ' '),
                     COALESCE(TO_CHAR(proof_date, 'YYYY-MM-DD'), ''),
                     COALESCE(proof_ref, '')
              FROM contact_consent
              WHERE TRIM(email) IN (SELECT email FROM sar_key)
              ORDER BY email
           END-EXEC.
           EXEC SQL OPEN CRSACONS END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH CRSACONS
                    INTO :SA-EMAIL, :SA-LETTER-OK, :SA-CITATION-OK,
                         :SA-BUREAU-OK, :SA-PROOF-DATE, :SA-PROOF-REF
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    ADD 1 TO SA-CNT-CONSENT
                    MOVE SPACE TO SA-LINE
                    STRING "  " DELIMITED BY SIZE
                           SA-EMAIL DELIMITED BY SPACE
                           "  letters " DELIMITED BY SIZE
                           SA-LETTER-OK DELIMITED BY SIZE
                           "  citation " DELIMITED BY SIZE
                           SA-CITATION-OK DELIMITED BY SIZE
                           "  bureau " DELIMITED BY SIZE
                           SA-BUREAU-OK DELIMITED BY SIZE
                           "  proof " DELIMITED BY SIZE
                           SA-PROOF-DATE DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           SA-PROOF-REF DELIMITED BY SPACE
                      INTO SA-LINE
                    END-STRING
                    PERFORM 7000-PRINT-LINE
                 WHEN 100
                    CONTINUE
                 WHEN OTHER
                    PERFORM 9900-ERROR-RTN-START
                       THRU 9900-ERROR-RTN-END
              END-EVALUATE
           END-PERFORM.
           EXEC SQL CLOSE CRSACONS END-EXEC.
           MOVE SA-CNT-CONSENT TO SA-SUM-COUNT.
           PERFORM 7300-NONE-FOUND.

           MOVE "CONSENT_HISTORY" TO SA-SECTION.
           PERFORM 7200-SECTION-HEAD.
           EXEC SQL
              DECLARE CRSACHST CURSOR FOR
              SELECT COALESCE(TO_CHAR(proof_date, 'YYYY-MM-DD'), ''),
                     COALESCE(channel, ' '), COALESCE(consent, ' '),
                     COALESCE(proof_ref, ''), COALESCE(email, ''),
                     COALESCE(TO_CHAR(load_date, 'YYYY-MM-DD'), '')
              FROM consent_history
              WHERE TRIM(email) IN (SELECT email FROM sar_key)
              ORDER BY load_date, load_time
           END-EXEC.
           EXEC SQL OPEN CRSACHST END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH CRSACHST
                    INTO :SA-PROOF-DATE, :SA-CHANNEL, :SA-CONSENT,
                         :SA-PROOF-REF, :SA-EMAIL, :SA-DATE
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    ADD 1 TO SA-CNT-CONSHIST
                    MOVE SPACE TO SA-LINE
                    STRING "  " DELIMITED BY SIZE
                           SA-PROOF-DATE DELIMITED BY SIZE
                           "  channel " DELIMITED BY SIZE
                           SA-CHANNEL DELIMITED BY SIZE
                           "  consent " DELIMITED BY SIZE
                           SA-CONSENT DELIMITED BY SIZE
                           "  proof " DELIMITED BY SIZE
                           SA-PROOF-REF DELIMITED BY SPACE
                           "  " DELIMITED BY SIZE
                           SA-EMAIL DELIMITED BY SPACE
                           "  recorded " DELIMITED BY SIZE
                           SA-DATE DELIMITED BY SIZE
                      INTO SA-LINE
                    END-STRING
                    PERFORM 7000-PRINT-LINE
                 WHEN 100
                    CONTINUE
                 WHEN OTHER
                    PERFORM 9900-ERROR-RTN-START
                       THRU 9900-ERROR-RTN-END
              END-EVALUATE
           END-PERFORM.
           EXEC SQL CLOSE CRSACHST END-EXEC.
           MOVE SA-CNT-CONSHIST TO SA-SUM-COUNT.
           PERFORM 7300-NONE-FOUND.

       4500-UNDELIVERABLE.
           MOVE "UNDELIVERABLE" TO SA-SECTION.
           PERFORM 7200-SECTION-HEAD.
           EXEC SQL
              DECLARE CRSAUND CURSOR FOR
              SELECT COALESCE(TO_CHAR(flagged_date, 'YYYY-MM-DD'),
                              ''),
                     COALESCE(email, ''), COALESCE(bounce_code, '')
              FROM undeliverable
              WHERE TRIM(email) IN (SELECT email FROM sar_key)
              ORDER BY flagged_date
           END-EXEC.
           EXEC SQL OPEN CRSAUND END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH CRSAUND
                    INTO :SA-DATE, :SA-EMAIL, :SA-BOUNCE-CODE
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    ADD 1 TO SA-CNT-UNDELIV
                    MOVE SPACE TO SA-LINE
                    STRING "  " DELIMITED BY SIZE
                           SA-DATE DELIMITED BY SIZE
                           "  " DELIMITED BY SIZE
                           SA-EMAIL DELIMITED BY SPACE
                           "  bounce code " DELIMITED BY SIZE
                           SA-BOUNCE-CODE DELIMITED BY SPACE
                      INTO SA-LINE
                    END-STRING
                    PERFORM 7000-PRINT-LINE
                 WHEN 100
                    CONTINUE
                 WHEN OTHER
                    PERFORM 9900-ERROR-RTN-START
                       THRU 9900-ERROR-RTN-END
              END-EVALUATE
           END-PERFORM.
           EXEC SQL CLOSE CRSAUND END-EXEC.
           MOVE SA-CNT-UNDELIV TO SA-SUM-COUNT.
           PERFORM 7300-NONE-FOUND.

      ******************************************************
      * 4600-HOUSEHOLD : la ligne d'appartenance de la        *
      * personne ; des autres membres, seulement le nombre.    *
      ******************************************************
       4600-HOUSEHOLD.
           MOVE "HOUSEHOLD" TO SA-SECTION.
           PERFORM 7200-SECTION-HEAD.
           EXEC SQL
              DECLARE CRSAHH CURSOR FOR
              SELECT COALESCE(h.household_id, 0),
                     COALESCE(h.email, ''),
                     COALESCE(h.last_name, ''),
                     COALESCE(h.info_phone, ''),
                     (SELECT COUNT(*) FROM household o
                      WHERE o.household_id = h.household_id
                        AND TRIM(o.email) NOT IN
                            (SELECT email FROM sar_key))
              FROM household h
              WHERE TRIM(h.email) IN (SELECT email FROM sar_key)
              ORDER BY h.household_id
           END-EXEC.
           EXEC SQL OPEN CRSAHH END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH CRSAHH
                    INTO :SA-HOUSEHOLD-ID, :SA-EMAIL, :SA-LAST-NAME,
                         :SA-INFO-PHONE, :SA-MEMBERS
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    ADD 1 TO SA-CNT-HOUSEHOLD
                    MOVE SA-HOUSEHOLD-ID TO SA-HH-ED
                    MOVE SA-MEMBERS TO SA-MEMBERS-ED
                    MOVE SPACE TO SA-LINE
                    STRING "  household " DELIMITED BY SIZE
                           SA-HH-ED DELIMITED BY SIZE
                           "  " DELIMITED BY SIZE
                           SA-EMAIL DELIMITED BY SPACE
                           "  " DELIMITED BY SIZE
                           SA-LAST-NAME DELIMITED BY "  "
                           "  " DELIMITED BY SIZE
                           SA-INFO-PHONE DELIMITED BY SPACE
                           "  other members " DELIMITED BY SIZE
                           SA-MEMBERS-ED DELIMITED BY SIZE
                      INTO SA-LINE
                    END-STRING
                    PERFORM 7000-PRINT-LINE
                 WHEN 100
                    CONTINUE
                 WHEN OTHER
                    PERFORM 9900-ERROR-RTN-START
                       THRU 9900-ERROR-RTN-END
              END-EVALUATE
           END-PERFORM.
           EXEC SQL CLOSE CRSAHH END-EXEC.
           MOVE SA-CNT-HOUSEHOLD TO SA-SUM-COUNT.
           PERFORM 7300-NONE-FOUND.

      ******************************************************
      * 4650-POSTAL-ADDRESS : l'adresse postale courante       *
      * (person_address) puis son historique                  *
      * (address_history), sous l'une des cles.                *
      ******************************************************
       4650-POSTAL-ADDRESS.
           MOVE "PERSON_ADDRESS" TO SA-SECTION.
           PERFORM 7200-SECTION-HEAD.
           EXEC SQL
              DECLARE CRSAADR CURSOR FOR
              SELECT COALESCE(email, ''), COALESCE(street, ''),
                     COALESCE(house_no, ''), COALESCE(postcode, ''),
                     COALESCE(city, ''), COALESCE(country_code, ''),
                     COALESCE(TO_CHAR(chg_date, 'YYYY-MM-DD'), ''),
                     COALESCE(program, '')
              FROM person_address
              WHERE TRIM(email) IN (SELECT email FROM sar_key)
              ORDER BY email
           END-EXEC.
           EXEC SQL OPEN CRSAADR END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH CRSAADR
                    INTO :SA-EMAIL, :SA-STREET, :SA-HOUSE-NO,
                         :SA-POSTCODE, :SA-CITY, :SA-ADDR-CODE,
                         :SA-DATE, :SA-ADDR-PROGRAM
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    ADD 1 TO SA-CNT-ADDRESS
                    MOVE "CURRENT" TO SA-ADDR-ACTION
                    PERFORM 4660-PRINT-ADDRESS
                 WHEN 100
                    CONTINUE
                 WHEN OTHER
                    PERFORM 9900-ERROR-RTN-START
                       THRU 9900-ERROR-RTN-END
              END-EVALUATE
           END-PERFORM.
           EXEC SQL CLOSE CRSAADR END-EXEC.
           MOVE SA-CNT-ADDRESS TO SA-SUM-COUNT.
           PERFORM 7300-NONE-FOUND.

           MOVE "ADDRESS_HISTORY" TO SA-SECTION.
           PERFORM 7200-SECTION-HEAD.
           EXEC SQL
              DECLARE CRSAAHST CURSOR FOR
              SELECT COALESCE(email, ''), COALESCE(street, ''),
                     COALESCE(house_no, ''), COALESCE(postcode, ''),
                     COALESCE(city, ''), COALESCE(country_code, ''),
                     COALESCE(TO_CHAR(chg_date, 'YYYY-MM-DD'), ''),
                     COALESCE(program, ''), COALESCE(action, '')
              FROM address_history
              WHERE TRIM(email) IN (SELECT email FROM sar_key)
              ORDER BY chg_date, chg_time
           END-EXEC.
           EXEC SQL OPEN CRSAAHST END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH CRSAAHST
                    INTO :SA-EMAIL, :SA-STREET, :SA-HOUSE-NO,
                         :SA-POSTCODE, :SA-CITY, :SA-ADDR-CODE,
                         :SA-DATE, :SA-ADDR-PROGRAM, :SA-ADDR-ACTION
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    ADD 1 TO SA-CNT-ADDRHIST
                    PERFORM 4660-PRINT-ADDRESS
                 WHEN 100
                    CONTINUE
                 WHEN OTHER
                    PERFORM 9900-ERROR-RTN-START
                       THRU 9900-ERROR-RTN-END
              END-EVALUATE
           END-PERFORM.
           EXEC SQL CLOSE CRSAAHST END-EXEC.
           MOVE SA-CNT-ADDRHIST TO SA-SUM-COUNT.
           PERFORM 7300-NONE-FOUND.

      ******************************************************
      * 4660-PRINT-ADDRESS : date, operation (CURRENT pour    *
      * l'adresse en cours), programme et cle sur une ligne,  *
      * l'adresse elle-meme sur la suivante.                   *
      ******************************************************
       4660-PRINT-ADDRESS.
           MOVE SPACE TO SA-LINE.
           STRING "  " DELIMITED BY SIZE
                  SA-DATE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  SA-ADDR-ACTION DELIMITED BY SPACE
                  " by " DELIMITED BY SIZE
                  SA-ADDR-PROGRAM DELIMITED BY SPACE
                  "  " DELIMITED BY SIZE
                  SA-EMAIL DELIMITED BY SPACE
             INTO SA-LINE
           END-STRING.
           PERFORM 7000-PRINT-LINE.
           MOVE SPACE TO SA-LINE.
           STRING "      " DELIMITED BY SIZE
                  SA-STREET DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  SA-HOUSE-NO DELIMITED BY "  "
                  ", " DELIMITED BY SIZE
                  SA-POSTCODE DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  SA-CITY DELIMITED BY "  "
                  " (" DELIMITED BY SIZE
                  SA-ADDR-CODE DELIMITED BY SPACE
                  ")" DELIMITED BY SIZE
             INTO SA-LINE
           END-STRING.
           PERFORM 7000-PRINT-LINE.

      ******************************************************
      * 4700-CERTIFICATES : les lignes d'ERASCERT.txt et de   *
      * BACKCERT.txt (date heure email action ...) dont       *
      * l'email est l'une des cles, puis les memes dans les   *
      * generations datees que le catalogue de filearch        *
      * connait encore. Une ligne deja vue (le fichier courant  *
      * et sa copie de la nuit, ou une nuit sans run) n'est    *
      * reportee qu'une fois.                                    *
      ******************************************************
       4700-CERTIFICATES.
           MOVE "CERTIFICATES" TO SA-SECTION.
           PERFORM 7200-SECTION-HEAD.
           MOVE "ERASCERT.txt" TO SA-CERT-NAME.
           PERFORM 4710-SEARCH-CERT-FILE.
           MOVE "BACKCERT.txt" TO SA-CERT-NAME.
           PERFORM 4710-SEARCH-CERT-FILE.

           OPEN INPUT ARCHCAT-FILE.
           IF FS-ARCHCAT = "00"
              READ ARCHCAT-FILE INTO AC-RECORD
                 AT END MOVE "10" TO FS-ARCHCAT
              END-READ
              PERFORM UNTIL FS-ARCHCAT NOT = "00"
                 IF AC-GEN-NAME(1:9) = "ERASCERT."
                    OR AC-GEN-NAME(1:9) = "BACKCERT."
                    MOVE AC-GEN-NAME TO SA-CERT-NAME
                    PERFORM 4710-SEARCH-CERT-FILE
                 END-IF
                 READ ARCHCAT-FILE INTO AC-RECORD
                    AT END MOVE "10" TO FS-ARCHCAT
                 END-READ
              END-PERFORM
              CLOSE ARCHCAT-FILE
           END-IF.
           MOVE SA-CNT-CERT TO SA-SUM-COUNT.
           PERFORM 7300-NONE-FOUND.

       4710-SEARCH-CERT-FILE.
           OPEN INPUT CERT-FILE.
           IF FS-CERT = "00"
              ADD 1 TO SA-CERT-FILES
              READ CERT-FILE INTO SC-CERT-LINE
                 AT END MOVE "10" TO FS-CERT
              END-READ
              PERFORM UNTIL FS-CERT NOT = "00"
                 MOVE SPACE TO SC-CERT-DATE SC-CERT-TIME
                               SC-CERT-EMAIL
                 UNSTRING SC-CERT-LINE DELIMITED BY ALL SPACE
                    INTO SC-CERT-DATE SC-CERT-TIME SC-CERT-EMAIL
                 END-UNSTRING
                 PERFORM VARYING SA-KEY-IDX FROM 1 BY 1
                    UNTIL SA-KEY-IDX > SA-KEY-COUNT
                    IF SC-CERT-EMAIL = SA-KEY-ENTRY(SA-KEY-IDX)
                       PERFORM 4720-CHECK-SEEN
                       IF NOT SA-SEEN
                          ADD 1 TO SA-CNT-CERT
                          MOVE SPACE TO SA-LINE
                          STRING "  " DELIMITED BY SIZE
                                 SA-CERT-NAME DELIMITED BY SPACE
                                 " : " DELIMITED BY SIZE
                                 SC-CERT-LINE DELIMITED BY "   "
                            INTO SA-LINE
                          END-STRING
                          PERFORM 7000-PRINT-LINE
                       END-IF
                    END-IF
                 END-PERFORM
                 READ CERT-FILE INTO SC-CERT-LINE
                    AT END MOVE "10" TO FS-CERT
                 END-READ
              END-PERFORM
              CLOSE CERT-FILE
           END-IF.

       4720-CHECK-SEEN.
           MOVE "N" TO SA-SEEN-SW.
           PERFORM VARYING SA-SEEN-IDX FROM 1 BY 1
              UNTIL SA-SEEN-IDX > SA-SEEN-COUNT
              IF SA-SEEN-LINE(SA-SEEN-IDX) = SC-CERT-LINE
                 MOVE "Y" TO SA-SEEN-SW
              END-IF
           END-PERFORM.
           IF NOT SA-SEEN AND SA-SEEN-COUNT < 200
              ADD 1 TO SA-SEEN-COUNT
              MOVE SC-CERT-LINE TO SA-SEEN-LINE(SA-SEEN-COUNT)
           END-IF.

      ******************************************************
      * 7000-PRINT-LINE : une ligne du dossier ; saut de page  *
      * et en-tete quand la page est pleine (et avant la        *
      * premiere ligne).                                          *
      ******************************************************
       7000-PRINT-LINE.
           IF SA-LINE-NO NOT < SA-PAGE-LINES
              PERFORM 7010-NEW-PAGE
           END-IF.
           WRITE SP-ALL-DATA FROM SA-LINE.
           ADD 1 TO SA-LINE-NO.

       7010-NEW-PAGE.
           ADD 1 TO SA-PAGE.
           MOVE SPACE TO SA-OUT-LINE.
           STRING "SUBJECT ACCESS DISCLOSURE - " DELIMITED BY SIZE
                  SA-SUBJECT DELIMITED BY SPACE
             INTO SA-OUT-LINE
           END-STRING.
           MOVE "Page" TO SA-OUT-LINE(118:4).
           MOVE SA-PAGE TO SA-OUT-LINE(123:4).
           IF SA-PAGE = 1
              WRITE SP-ALL-DATA FROM SA-OUT-LINE
           ELSE
              WRITE SP-ALL-DATA FROM SA-OUT-LINE
                 AFTER ADVANCING PAGE
           END-IF.
           MOVE SPACE TO SA-OUT-LINE.
           STRING "Prepared " DELIMITED BY SIZE
                  SA-RUN-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SA-RUN-TIME(1:6) DELIMITED BY SIZE
                  " from " DELIMITED BY SIZE
                  DB-ENV-NAME DELIMITED BY SPACE
                  " - " DELIMITED BY SIZE
                  SA-PACK-NAME DELIMITED BY SPACE
             INTO SA-OUT-LINE
           END-STRING.
           WRITE SP-ALL-DATA FROM SA-OUT-LINE.
           WRITE SP-ALL-DATA FROM SPACE.
           MOVE 3 TO SA-LINE-NO.

      * 7100-PRINT-TEXT : etiquette puis texte long, par
      * tranches de 110 caracteres sur des lignes de suite.
       7100-PRINT-TEXT.
           MOVE SPACE TO SA-LINE.
           MOVE SA-LABEL TO SA-LINE(5:12).
           MOVE ":" TO SA-LINE(17:1).
           MOVE SA-TEXT(1:110) TO SA-LINE(19:110).
           PERFORM 7000-PRINT-LINE.
           PERFORM VARYING SA-TXT-POS FROM 111 BY 110
              UNTIL SA-TXT-POS > 331
              IF SA-TEXT(SA-TXT-POS:110) NOT = SPACE
                 MOVE SPACE TO SA-LINE
                 MOVE SA-TEXT(SA-TXT-POS:110) TO SA-LINE(19:110)
                 PERFORM 7000-PRINT-LINE
              END-IF
           END-PERFORM.

       7200-SECTION-HEAD.
           IF SA-LINE-NO + 4 > SA-PAGE-LINES
              MOVE SA-PAGE-LINES TO SA-LINE-NO
           END-IF.
           MOVE SPACE TO SA-LINE.
           PERFORM 7000-PRINT-LINE.
           STRING "== " DELIMITED BY SIZE
                  SA-SECTION DELIMITED BY SPACE
                  " ==" DELIMITED BY SIZE
             INTO SA-LINE
           END-STRING.
           PERFORM 7000-PRINT-LINE.

       7300-NONE-FOUND.
           IF SA-SUM-COUNT = ZERO
              MOVE "  (nothing held)" TO SA-LINE
              PERFORM 7000-PRINT-LINE
           END-IF.

      ******************************************************
      * 9000-TERMINATE : le bilan - chaque source fouillee et *
      * le nombre d'entrees trouvees.                          *
      ******************************************************
       9000-TERMINATE.
           MOVE "SUMMARY" TO SA-SECTION.
           PERFORM 7200-SECTION-HEAD.
           MOVE "  Source searched           Entries" TO SA-LINE.
           PERFORM 7000-PRINT-LINE.
           MOVE "databank" TO SA-SUM-NAME.
           MOVE SA-CNT-DATABANK TO SA-SUM-COUNT.
           PERFORM 9100-SUMMARY-LINE.
           MOVE "email_alias" TO SA-SUM-NAME.
           MOVE SA-CNT-ALIAS TO SA-SUM-COUNT.
           PERFORM 9100-SUMMARY-LINE.
           MOVE "change_journal" TO SA-SUM-NAME.
           MOVE SA-CNT-JOURNAL TO SA-SUM-COUNT.
           PERFORM 9100-SUMMARY-LINE.
           MOVE "contact_history" TO SA-SUM-NAME.
           MOVE SA-CNT-CONTACT TO SA-SUM-COUNT.
           PERFORM 9100-SUMMARY-LINE.
           MOVE "campaign_response" TO SA-SUM-NAME.
           MOVE SA-CNT-RESPONSE TO SA-SUM-COUNT.
           PERFORM 9100-SUMMARY-LINE.
           MOVE "contact_consent" TO SA-SUM-NAME.
           MOVE SA-CNT-CONSENT TO SA-SUM-COUNT.
           PERFORM 9100-SUMMARY-LINE.
           MOVE "consent_history" TO SA-SUM-NAME.
           MOVE SA-CNT-CONSHIST TO SA-SUM-COUNT.
           PERFORM 9100-SUMMARY-LINE.
           MOVE "undeliverable" TO SA-SUM-NAME.
           MOVE SA-CNT-UNDELIV TO SA-SUM-COUNT.
           PERFORM 9100-SUMMARY-LINE.
           MOVE "household" TO SA-SUM-NAME.
           MOVE SA-CNT-HOUSEHOLD TO SA-SUM-COUNT.
           PERFORM 9100-SUMMARY-LINE.
           MOVE "person_address" TO SA-SUM-NAME.
           MOVE SA-CNT-ADDRESS TO SA-SUM-COUNT.
           PERFORM 9100-SUMMARY-LINE.
           MOVE "address_history" TO SA-SUM-NAME.
           MOVE SA-CNT-ADDRHIST TO SA-SUM-COUNT.
           PERFORM 9100-SUMMARY-LINE.
           MOVE "certificates" TO SA-SUM-NAME.
           MOVE SA-CNT-CERT TO SA-SUM-COUNT.
           PERFORM 9100-SUMMARY-LINE.

           MOVE SPACE TO SA-LINE.
           PERFORM 7000-PRINT-LINE.
           MOVE SA-CNT-TOTAL TO SA-CNT-ED.
           MOVE SPACE TO SA-LINE.
           STRING "  " DELIMITED BY SIZE
                  SA-CNT-ED DELIMITED BY SIZE
                  " entries under " DELIMITED BY SIZE
                  SA-KEY-COUNT DELIMITED BY SIZE
                  " address(es) ; " DELIMITED BY SIZE
                  SA-CERT-FILES DELIMITED BY SIZE
                  " certificate file(s) read." DELIMITED BY SIZE
             INTO SA-LINE
           END-STRING.
           PERFORM 7000-PRINT-LINE.
           MOVE "  End of disclosure." TO SA-LINE.
           PERFORM 7000-PRINT-LINE.
           CLOSE SARPACK-FILE.
           DISPLAY "sarpack: " SA-PACK-NAME " - " SA-CNT-ED
              " entries, " SA-PAGE " page(s).".
           EXEC SQL DISCONNECT END-EXEC.
           MOVE ZERO TO RETURN-CODE.

       9100-SUMMARY-LINE.
           ADD SA-SUM-COUNT TO SA-CNT-TOTAL.
           MOVE SA-SUM-COUNT TO SA-CNT-ED.
           MOVE SPACE TO SA-LINE.
           MOVE SA-SUM-NAME TO SA-LINE(3:20).
           MOVE SA-CNT-ED TO SA-LINE(31:5).
           PERFORM 7000-PRINT-LINE.

      ******************************************************
      * 8500-ENSURE-TABLES : chaque source est creee vide si   *
      * elle n'existe pas encore (le programme qui la tient    *
      * n'a peut-etre jamais tourne), avec la table de travail *
      * sar_key des adresses fouillees.                          *
      ******************************************************
       8500-ENSURE-TABLES.
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
           EXEC SQL
              CREATE TABLE IF NOT EXISTS consent_history
                 (email       VARCHAR(50),
                  channel     CHAR(1),
                  consent     CHAR(1),
                  proof_date  DATE,
                  proof_ref   VARCHAR(30),
                  load_date   DATE,
                  load_time   VARCHAR(8))
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
           EXEC SQL
              CREATE TABLE IF NOT EXISTS sar_key
                 (email VARCHAR(50))
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
           CLOSE SARPACK-FILE.
           GOBACK.
