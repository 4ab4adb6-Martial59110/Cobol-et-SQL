       IDENTIFICATION DIVISION.
       PROGRAM-ID. consmaint.
       AUTHOR. EDP-BATCH-TEAM.
       INSTALLATION. DBAGE-REPORTING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

      ******************************************************
      * Contact-consent register maintenance.                  *
      *                                                        *
      * Until now the only brake on writing to someone was     *
      * the CAMPAIGN.txt re-contact window of letters and      *
      * citation, and extract shipped every deliverable row    *
      * to the bureau. contact_consent holds, per person, a    *
      * separate flag per channel :                             *
      *   letter_ok    printed letters (letters)                *
      *   citation_ok  the citation listing (citation)          *
      *   bureau_ok    the mailing-bureau feed (extract)        *
      * Y = may be contacted, N = consent withdrawn. A person   *
      * with no row has never asked anything and is treated     *
      * as Y - the historic behaviour. letters, citation and    *
      * extract skip an N for their channel and count it in     *
      * their trailers.                                          *
      *                                                        *
      * The flags are kept from opt-in / opt-out requests in   *
      * CONSENT.txt, one per line, each with dated proof :     *
      *   col  1      action, O = opt-out (withdraw),          *
      *               I = opt-in (grant again)                  *
      *   col  2      channel, L = letters, C = citation,       *
      *               B = bureau feed, A = all three            *
      *   col  3- 52  email                                     *
      *   col 53- 60  proof date YYYYMMDD (date on the signed   *
      *               form, letter or mail)                     *
      *   col 61- 90  proof reference (scan or file number)     *
      * The email follows email_alias to the live row, as in    *
      * dbmaint ; an address no longer (or not yet) in databank *
      * is registered as given, so a withdrawal is never lost.  *
      * A request whose proof is older than a decision already  *
      * on file for the same channel is refused - a late paper  *
      * form must not overturn a newer one. Refused requests    *
      * go to CONSREJ.txt with the reason.                      *
      *                                                        *
      * Every accepted request also writes one consent_history *
      * row per channel (A writes three) ; that table is never  *
      * updated or deleted and is the evidence trail.           *
      *                                                        *
      * AUDIT mode : "consmaint AUDIT [email]" reads no         *
      * CONSENT.txt. For every withdrawal on consent_history    *
      * (or only that person's) it counts the contact_history   *
      * rows of the withdrawn channel dated after the day the   *
      * withdrawal was loaded, with no opt-in loaded in         *
      * between, and writes CONSAUD.txt : CLEAN when there are  *
      * none, BREACH otherwise (return code 4). The bureau      *
      * feed keeps no per-person history ; its lines read       *
      * EXCLUDED - extract's cursor leaves the row out, and      *
      * EXTCTL.txt's WITHDRAWN= total shows how many.            *
      *                                                        *
      * Modification history                                    *
      * 2026-10-15 EDP  Initial version.                        *
      * 2026-10-15 EDP  AUDIT counts contacts under every key   *
      *                 email_alias led the address to.         *
      ******************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONSENT-FILE ASSIGN TO "CONSENT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CONSENT.

           SELECT CONSREJ-FILE ASSIGN TO "CONSREJ.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT CONSAUD-FILE ASSIGN TO "CONSAUD.txt"
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

       FD  CONSENT-FILE.
       01  CN-TRANSACTION.
           05 CN-ACTION        PIC X(01).
           05 CN-CHANNEL       PIC X(01).
           05 CN-EMAIL         PIC X(50).
           05 CN-PROOF-DATE    PIC X(08).
           05 CN-PROOF-REF     PIC X(30).

       FD  CONSREJ-FILE.
       01  RJ-ALL-DATA PIC X(160).

       FD  CONSAUD-FILE.
       01  CA-ALL-DATA PIC X(160).


       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  DBNAME PIC X(20) VALUE "dbage".
       01  USERNAME  PIC X(20) VALUE "cobol".
       01  PASSWD PIC X(10) VALUE SPACE.

       01  CM-EMAIL         PIC X(50).
       01  CM-CHANNEL       PIC X(01).
       01  CM-CONSENT       PIC X(01).
       01  CM-PROOF-DATE    PIC X(08).
       01  CM-PROOF-REF     PIC X(30).
       01  CM-JRN-TIME      PIC X(08).
       01  CM-HITS          PIC 9(05).
       01  CM-ALIAS-OLD     PIC X(50).
       01  CM-ALIAS-NEW     PIC X(50).

       01  CM-AUD-EMAIL     PIC X(50).
       01  CM-AUD-CHANNEL   PIC X(01).
       01  CM-AUD-PROOF     PIC X(08).
       01  CM-AUD-REF       PIC X(30).
       01  CM-AUD-LOADED    PIC X(08).
       01  CM-AUD-CONTACTS  PIC 9(05).
       01  CM-AUD-FILTER    PIC X(50).
       01  CM-CHAN-LIST     PIC X(03).

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

       01  FS-CONSENT   PIC X(02).

      * Ligne de commande : vide = traitement de CONSENT.txt,
      * AUDIT [email] = la preuve de non-recontact.
       01  CM-PARM.
           05 CM-PARM-MODE  PIC X(06).
           05 CM-PARM-EMAIL PIC X(50).
           05 FILLER        PIC X(24).
       01  CM-MODE-SW   PIC X(01) VALUE "M".
           88 CM-MAINT-MODE            VALUE "M".
           88 CM-AUDIT-MODE            VALUE "A".

       01  CM-VALID-SW  PIC X(01) VALUE "Y".
           88 CM-IS-VALID              VALUE "Y".
           88 CM-IS-INVALID            VALUE "N".

       01  CM-REASON    PIC X(40).

      * Resolution d'alias, meme parcours que dbmaint 3170.
       01  CM-ARES-SW   PIC X(01).
           88 CM-ARES-SEARCHING        VALUE "N".
           88 CM-ARES-NONE             VALUE "X".
           88 CM-ARES-LIVE             VALUE "R".
       01  CM-HOP       PIC 9(01).

       01  CM-PD-CHECK.
           05 CM-PD-YYYY PIC 9(04).
           05 CM-PD-MM   PIC 9(02).
           05 CM-PD-DD   PIC 9(02).
       01  CM-PD-MAX-DD  PIC 9(02).
       01  CM-PD-REM     PIC 9(04).
       01  CM-RUN-DATE-X PIC X(08).

      * Canaux touches par la transaction (A = les trois) ; la
      * liste elle-meme est une variable hote, plus haut.
       01  CM-CHAN-COUNT PIC 9(01).
       01  CM-CHAN-IDX   PIC 9(01).

       01  CM-APPLIED-COUNT    PIC 9(10) VALUE ZERO.
       01  CM-REJECTED-COUNT   PIC 9(10) VALUE ZERO.
       01  CM-READ-COUNT       PIC 9(10) VALUE ZERO.
       01  CM-WITHDRAWN-COUNT  PIC 9(10) VALUE ZERO.
       01  CM-GRANTED-COUNT    PIC 9(10) VALUE ZERO.

       01  CM-AUD-COUNT        PIC 9(07) VALUE ZERO.
       01  CM-BREACH-COUNT     PIC 9(07) VALUE ZERO.
       01  CM-CHAN-NAME        PIC X(08).
       01  CM-VERDICT          PIC X(08).

       01  RJ-LINE PIC X(160).
       01  CA-LINE PIC X(160).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CONNECT
           IF CM-AUDIT-MODE
              PERFORM 5000-CONSENT-AUDIT
           ELSE
              PERFORM 3000-PROCESS-TRANSACTIONS
           END-IF
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           PERFORM 8800-READ-DBCONFIG.
           ACCEPT CM-RUN-DATE-X FROM DATE YYYYMMDD.
           ACCEPT CM-JRN-TIME FROM TIME.
           MOVE SPACE TO CM-PARM.
           ACCEPT CM-PARM FROM COMMAND-LINE.
           IF CM-PARM-MODE = "AUDIT"
              MOVE "A" TO CM-MODE-SW
              MOVE CM-PARM-EMAIL TO CM-AUD-FILTER
              OPEN OUTPUT CONSAUD-FILE
              MOVE SPACE TO CA-LINE
              STRING "Consent audit " DELIMITED BY SIZE
                     CM-RUN-DATE-X DELIMITED BY SIZE
                     " [" DELIMITED BY SIZE
                     DB-ENV-NAME DELIMITED BY SPACE
                     "]" DELIMITED BY SIZE
                INTO CA-LINE
              END-STRING
              WRITE CA-ALL-DATA FROM CA-LINE
              IF CM-AUD-FILTER NOT = SPACE
                 MOVE SPACE TO CA-LINE
                 STRING "Person: " DELIMITED BY SIZE
                        CM-AUD-FILTER DELIMITED BY SPACE
                   INTO CA-LINE
                 END-STRING
                 WRITE CA-ALL-DATA FROM CA-LINE
              END-IF
           ELSE
              OPEN INPUT CONSENT-FILE
              IF FS-CONSENT NOT = "00"
                 DISPLAY "Cannot open CONSENT.txt, status "
                    FS-CONSENT
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
              OPEN OUTPUT CONSREJ-FILE
              MOVE SPACE TO RJ-LINE
              STRING "consmaint run " DELIMITED BY SIZE
                     CM-RUN-DATE-X DELIMITED BY SIZE
                     " [" DELIMITED BY SIZE
                     DB-ENV-NAME DELIMITED BY SPACE
                     "]" DELIMITED BY SIZE
                INTO RJ-LINE
              END-STRING
              WRITE RJ-ALL-DATA FROM RJ-LINE
           END-IF.

       2000-CONNECT.
           EXEC SQL
              CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.
           IF SQLCODE NOT = ZERO
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.
           PERFORM 8500-ENSURE-CONSENT.
           PERFORM 8550-ENSURE-ALIAS.
           PERFORM 8560-ENSURE-CONTACT-HIST.

       3000-PROCESS-TRANSACTIONS.
           READ CONSENT-FILE
              AT END MOVE "10" TO FS-CONSENT
           END-READ.
           PERFORM UNTIL FS-CONSENT = "10"
              ADD 1 TO CM-READ-COUNT
              PERFORM 3100-VALIDATE-TRANSACTION
              IF CM-IS-VALID
                 PERFORM 3200-APPLY-TRANSACTION
                 ADD 1 TO CM-APPLIED-COUNT
              ELSE
                 PERFORM 3400-WRITE-REJECT
                 ADD 1 TO CM-REJECTED-COUNT
              END-IF
              READ CONSENT-FILE
                 AT END MOVE "10" TO FS-CONSENT
              END-READ
           END-PERFORM.

      ******************************************************
      * 3100-VALIDATE-TRANSACTION : action, channel, email,   *
      * a plausible proof date no later than today and a      *
      * proof reference are all required. The email is then   *
      * resolved (3170) and the proof must not be older than  *
      * the latest decision on file for the same channel.     *
      ******************************************************
       3100-VALIDATE-TRANSACTION.
           MOVE "Y" TO CM-VALID-SW.
           MOVE SPACE TO CM-REASON.

           IF CN-ACTION NOT = "O" AND CN-ACTION NOT = "I"
              MOVE "N" TO CM-VALID-SW
              MOVE "invalid action code" TO CM-REASON
           END-IF.

           IF CM-IS-VALID
              EVALUATE CN-CHANNEL
                 WHEN "L"
                    MOVE "L" TO CM-CHAN-LIST
                    MOVE 1 TO CM-CHAN-COUNT
                 WHEN "C"
                    MOVE "C" TO CM-CHAN-LIST
                    MOVE 1 TO CM-CHAN-COUNT
                 WHEN "B"
                    MOVE "B" TO CM-CHAN-LIST
                    MOVE 1 TO CM-CHAN-COUNT
                 WHEN "A"
                    MOVE "LCB" TO CM-CHAN-LIST
                    MOVE 3 TO CM-CHAN-COUNT
                 WHEN OTHER
                    MOVE "N" TO CM-VALID-SW
                    MOVE "invalid channel code" TO CM-REASON
              END-EVALUATE
           END-IF.

           IF CM-IS-VALID AND CN-EMAIL = SPACE
              MOVE "N" TO CM-VALID-SW
              MOVE "email is blank" TO CM-REASON
           END-IF.

           IF CM-IS-VALID
              IF CN-PROOF-DATE IS NOT NUMERIC
                 MOVE "N" TO CM-VALID-SW
                 MOVE "proof date is not numeric" TO CM-REASON
              ELSE
                 MOVE CN-PROOF-DATE TO CM-PD-CHECK
                 PERFORM 3150-CHECK-PROOF-DATE
              END-IF
           END-IF.

           IF CM-IS-VALID AND CN-PROOF-REF = SPACE
              MOVE "N" TO CM-VALID-SW
              MOVE "proof reference is blank" TO CM-REASON
           END-IF.

           IF CM-IS-VALID
              PERFORM 3170-RESOLVE-EMAIL
              MOVE CN-PROOF-DATE TO CM-PROOF-DATE
              MOVE ZERO TO CM-HITS
              EXEC SQL
                 SELECT COUNT(*) INTO :CM-HITS
                 FROM consent_history
                 WHERE email = RTRIM(:CM-EMAIL)
                   AND POSITION(channel IN :CM-CHAN-LIST) > 0
                   AND proof_date >
                       TO_DATE(:CM-PROOF-DATE, 'YYYYMMDD')
              END-EXEC
              IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
                 PERFORM 9900-ERROR-RTN-START
                    THRU 9900-ERROR-RTN-END
              END-IF
              IF CM-HITS NOT = ZERO
                 MOVE "N" TO CM-VALID-SW
                 MOVE "proof older than decision on file"
                    TO CM-REASON
              END-IF
           END-IF.

      ******************************************************
      * 3150-CHECK-PROOF-DATE : la meme vraisemblance         *
      * calendaire que la date de naissance dans dbmaint      *
      * (3150) - une date que TO_DATE refuserait ferait       *
      * tomber tout le run - et pas de preuve datee du futur. *
      ******************************************************
       3150-CHECK-PROOF-DATE.
           IF CM-PD-YYYY < 1900
              OR CM-PD-MM < 1 OR CM-PD-MM > 12
              MOVE "N" TO CM-VALID-SW
              MOVE "proof date implausible" TO CM-REASON
           END-IF.

           IF CM-IS-VALID
              EVALUATE CM-PD-MM
                 WHEN 4 WHEN 6 WHEN 9 WHEN 11
                    MOVE 30 TO CM-PD-MAX-DD
                 WHEN 2
                    MOVE 28 TO CM-PD-MAX-DD
                    DIVIDE CM-PD-YYYY BY 4
                       GIVING CM-PD-REM REMAINDER CM-PD-REM
                    IF CM-PD-REM = ZERO
                       MOVE 29 TO CM-PD-MAX-DD
                    END-IF
                    DIVIDE CM-PD-YYYY BY 100
                       GIVING CM-PD-REM REMAINDER CM-PD-REM
                    IF CM-PD-REM = ZERO
                       MOVE 28 TO CM-PD-MAX-DD
                       DIVIDE CM-PD-YYYY BY 400
                          GIVING CM-PD-REM REMAINDER CM-PD-REM
                       IF CM-PD-REM = ZERO
                          MOVE 29 TO CM-PD-MAX-DD
                       END-IF
                    END-IF
                 WHEN OTHER
                    MOVE 31 TO CM-PD-MAX-DD
              END-EVALUATE
              IF CM-PD-DD < 1 OR CM-PD-DD > CM-PD-MAX-DD
                 MOVE "N" TO CM-VALID-SW
                 MOVE "proof date implausible" TO CM-REASON
              END-IF
           END-IF.

           IF CM-IS-VALID AND CN-PROOF-DATE > CM-RUN-DATE-X
              MOVE "N" TO CM-VALID-SW
              MOVE "proof date in the future" TO CM-REASON
           END-IF.

      ******************************************************
      * 3170-RESOLVE-EMAIL : l'adresse telle que saisie si    *
      * elle est en base ; sinon email_alias, cinq bonds au   *
      * plus, jusqu'a une ligne encore en base ; a defaut,    *
      * l'adresse saisie quand meme - un retrait de           *
      * consentement s'enregistre toujours.                    *
      ******************************************************
       3170-RESOLVE-EMAIL.
           MOVE CN-EMAIL TO CM-EMAIL.
           MOVE ZERO TO CM-HITS.
           EXEC SQL
              SELECT COUNT(*) INTO :CM-HITS
              FROM databank
              WHERE email = RTRIM(:CM-EMAIL)
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.
           IF CM-HITS = ZERO
              MOVE CN-EMAIL TO CM-ALIAS-OLD
              MOVE "N" TO CM-ARES-SW
              MOVE ZERO TO CM-HOP
              PERFORM 3175-FOLLOW-ONE-ALIAS
                 UNTIL NOT CM-ARES-SEARCHING OR CM-HOP > 4
              IF CM-ARES-LIVE
                 DISPLAY CN-EMAIL(1:30) " follows alias to "
                    CM-EMAIL(1:30)
              ELSE
                 MOVE CN-EMAIL TO CM-EMAIL
              END-IF
           END-IF.

       3175-FOLLOW-ONE-ALIAS.
           ADD 1 TO CM-HOP.
           MOVE SPACE TO CM-ALIAS-NEW.
           EXEC SQL
              SELECT new_email INTO :CM-ALIAS-NEW
              FROM email_alias
              WHERE old_email = RTRIM(:CM-ALIAS-OLD)
              ORDER BY alias_date DESC
              LIMIT 1
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE = 100
                 MOVE "X" TO CM-ARES-SW
              WHEN SQLCODE NOT = ZERO
                 PERFORM 9900-ERROR-RTN-START
                    THRU 9900-ERROR-RTN-END
              WHEN OTHER
                 MOVE ZERO TO CM-HITS
                 EXEC SQL
                    SELECT COUNT(*) INTO :CM-HITS
                    FROM databank
                    WHERE email = RTRIM(:CM-ALIAS-NEW)
                 END-EXEC
                 IF CM-HITS NOT = ZERO
                    MOVE CM-ALIAS-NEW TO CM-EMAIL
                    MOVE "R" TO CM-ARES-SW
                 ELSE
                    MOVE CM-ALIAS-NEW TO CM-ALIAS-OLD
                 END-IF
           END-EVALUATE.

      ******************************************************
      * 3200-APPLY-TRANSACTION : la ligne du registre est     *
      * creee au premier contact (tout a Y), puis chaque      *
      * canal vise est mis a jour et trace dans               *
      * consent_history.                                       *
      ******************************************************
       3200-APPLY-TRANSACTION.
           MOVE CN-PROOF-DATE TO CM-PROOF-DATE.
           MOVE CN-PROOF-REF TO CM-PROOF-REF.
           IF CN-ACTION = "O"
              MOVE "N" TO CM-CONSENT
              ADD 1 TO CM-WITHDRAWN-COUNT
           ELSE
              MOVE "Y" TO CM-CONSENT
              ADD 1 TO CM-GRANTED-COUNT
           END-IF.

           MOVE ZERO TO CM-HITS.
           EXEC SQL
              SELECT COUNT(*) INTO :CM-HITS
              FROM contact_consent
              WHERE email = RTRIM(:CM-EMAIL)
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.
           IF CM-HITS = ZERO
              PERFORM 3210-INSERT-REGISTER
           END-IF.

           PERFORM VARYING CM-CHAN-IDX FROM 1 BY 1
              UNTIL CM-CHAN-IDX > CM-CHAN-COUNT
              MOVE CM-CHAN-LIST(CM-CHAN-IDX:1) TO CM-CHANNEL
              PERFORM 3220-UPDATE-CHANNEL
              PERFORM 3230-WRITE-HISTORY
           END-PERFORM.

       3210-INSERT-REGISTER.
           EXEC SQL
              INSERT INTO contact_consent
                 (email, letter_ok, citation_ok, bureau_ok,
                  proof_date, proof_ref, chg_date)
              VALUES
                 (RTRIM(:CM-EMAIL), 'Y', 'Y', 'Y',
                  TO_DATE(:CM-PROOF-DATE, 'YYYYMMDD'),
                  RTRIM(:CM-PROOF-REF), CURRENT_DATE)
           END-EXEC.
           IF SQLCODE NOT = ZERO
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.

       3220-UPDATE-CHANNEL.
           EVALUATE CM-CHANNEL
              WHEN "L"
                 EXEC SQL
                    UPDATE contact_consent
                    SET letter_ok = :CM-CONSENT,
                        proof_date =
                           TO_DATE(:CM-PROOF-DATE, 'YYYYMMDD'),
                        proof_ref = RTRIM(:CM-PROOF-REF),
                        chg_date = CURRENT_DATE
                    WHERE email = RTRIM(:CM-EMAIL)
                 END-EXEC
              WHEN "C"
                 EXEC SQL
                    UPDATE contact_consent
                    SET citation_ok = :CM-CONSENT,
                        proof_date =
                           TO_DATE(:CM-PROOF-DATE, 'YYYYMMDD'),
                        proof_ref = RTRIM(:CM-PROOF-REF),
                        chg_date = CURRENT_DATE
                    WHERE email = RTRIM(:CM-EMAIL)
                 END-EXEC
              WHEN "B"
                 EXEC SQL
                    UPDATE contact_consent
                    SET bureau_ok = :CM-CONSENT,
                        proof_date =
                           TO_DATE(:CM-PROOF-DATE, 'YYYYMMDD'),
                        proof_ref = RTRIM(:CM-PROOF-REF),
                        chg_date = CURRENT_DATE
                    WHERE email = RTRIM(:CM-EMAIL)
                 END-EXEC
           END-EVALUATE.
           IF SQLCODE NOT = ZERO
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.

       3230-WRITE-HISTORY.
           EXEC SQL
              INSERT INTO consent_history
                 (email, channel, consent, proof_date, proof_ref,
                  load_date, load_time)
              VALUES
                 (RTRIM(:CM-EMAIL), :CM-CHANNEL, :CM-CONSENT,
                  TO_DATE(:CM-PROOF-DATE, 'YYYYMMDD'),
                  RTRIM(:CM-PROOF-REF), CURRENT_DATE,
                  :CM-JRN-TIME)
           END-EXEC.
           IF SQLCODE NOT = ZERO
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.

       3400-WRITE-REJECT.
           MOVE SPACE TO RJ-LINE.
           STRING CN-ACTION DELIMITED BY SIZE
                  CN-CHANNEL DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CN-EMAIL DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  CN-PROOF-DATE DELIMITED BY SIZE
                  " rejected: " DELIMITED BY SIZE
                  CM-REASON DELIMITED BY SIZE
             INTO RJ-LINE
           END-STRING.
           WRITE RJ-ALL-DATA FROM RJ-LINE.
           DISPLAY RJ-LINE.

      ******************************************************
      * 5000-CONSENT-AUDIT : une ligne par retrait inscrit    *
      * dans consent_history. Pour lettres et citations, les  *
      * contacts du meme canal dates d'APRES le jour du       *
      * chargement du retrait, sans reinscription chargee      *
      * entre-temps - zero, c'est la preuve demandee lors      *
      * d'une plainte. Le jour meme n'est pas compte : le run  *
      * de lettres a pu passer avant le chargement. Les       *
      * contacts sont cherches sous l'adresse du retrait et    *
      * sous toutes celles qu'email_alias en a tirees depuis   *
      * (fusion dupscan, reecriture emailstd), chaine suivie   *
      * en entier.                                              *
      ******************************************************
       5000-CONSENT-AUDIT.
           EXEC SQL
              DECLARE CRCAUD CURSOR FOR
              SELECT h.email, h.channel,
                     TO_CHAR(h.proof_date, 'YYYYMMDD'),
                     h.proof_ref,
                     TO_CHAR(h.load_date, 'YYYYMMDD'),
                     (SELECT COUNT(*) FROM contact_history c
                      WHERE TRIM(c.email) IN
                            (WITH RECURSIVE fw (e) AS
                               (SELECT CAST(TRIM(h.email)
                                            AS VARCHAR(50))
                                UNION
                                SELECT CAST(TRIM(a.new_email)
                                            AS VARCHAR(50))
                                FROM email_alias a, fw w
                                WHERE TRIM(a.old_email) = w.e)
                             SELECT e FROM fw)
                        AND c.program =
                            CASE h.channel
                               WHEN 'L' THEN 'letters'
                               WHEN 'C' THEN 'citation'
                               ELSE '(none)' END
                        AND c.contact_date > h.load_date
                        AND NOT EXISTS
                           (SELECT 1 FROM consent_history r
                            WHERE r.email = h.email
                              AND r.channel = h.channel
                              AND r.consent = 'Y'
                              AND r.load_date > h.load_date
                              AND r.load_date <= c.contact_date))
              FROM consent_history h
              WHERE h.consent = 'N'
                AND (RTRIM(:CM-AUD-FILTER) = ''
                     OR h.email = RTRIM(:CM-AUD-FILTER))
              ORDER BY h.email, h.load_date, h.channel
           END-EXEC.

           EXEC SQL OPEN CRCAUD END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH CRCAUD
                    INTO :CM-AUD-EMAIL, :CM-AUD-CHANNEL,
                         :CM-AUD-PROOF, :CM-AUD-REF,
                         :CM-AUD-LOADED, :CM-AUD-CONTACTS
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    PERFORM 5100-WRITE-AUDIT-LINE
                 WHEN 100
                    CONTINUE
                 WHEN OTHER
                    PERFORM 9900-ERROR-RTN-START
                       THRU 9900-ERROR-RTN-END
              END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE CRCAUD END-EXEC.

       5100-WRITE-AUDIT-LINE.
           ADD 1 TO CM-AUD-COUNT.
           EVALUATE CM-AUD-CHANNEL
              WHEN "L"
                 MOVE "letters" TO CM-CHAN-NAME
              WHEN "C"
                 MOVE "citation" TO CM-CHAN-NAME
              WHEN OTHER
                 MOVE "bureau" TO CM-CHAN-NAME
           END-EVALUATE.
           EVALUATE TRUE
              WHEN CM-AUD-CHANNEL = "B"
                 MOVE "EXCLUDED" TO CM-VERDICT
              WHEN CM-AUD-CONTACTS = ZERO
                 MOVE "CLEAN" TO CM-VERDICT
              WHEN OTHER
                 MOVE "BREACH" TO CM-VERDICT
                 ADD 1 TO CM-BREACH-COUNT
           END-EVALUATE.

           MOVE SPACE TO CA-LINE.
           STRING CM-AUD-EMAIL DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  CM-CHAN-NAME DELIMITED BY SPACE
                  " withdrawn, proof " DELIMITED BY SIZE
                  CM-AUD-PROOF DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CM-AUD-REF DELIMITED BY SPACE
                  ", loaded " DELIMITED BY SIZE
                  CM-AUD-LOADED DELIMITED BY SIZE
                  ", contacts since: " DELIMITED BY SIZE
                  CM-AUD-CONTACTS DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  CM-VERDICT DELIMITED BY SPACE
             INTO CA-LINE
           END-STRING.
           WRITE CA-ALL-DATA FROM CA-LINE.

       9000-TERMINATE.
           IF CM-AUDIT-MODE
              MOVE SPACE TO CA-LINE
              STRING CM-AUD-COUNT DELIMITED BY SIZE
                     " withdrawals checked, " DELIMITED BY SIZE
                     CM-BREACH-COUNT DELIMITED BY SIZE
                     " with contact after withdrawal."
                     DELIMITED BY SIZE
                INTO CA-LINE
              END-STRING
              WRITE CA-ALL-DATA FROM CA-LINE
              DISPLAY CA-LINE
              CLOSE CONSAUD-FILE
              EXEC SQL DISCONNECT END-EXEC
              IF CM-BREACH-COUNT > ZERO
                 MOVE 4 TO RETURN-CODE
              ELSE
                 MOVE ZERO TO RETURN-CODE
              END-IF
           ELSE
              MOVE SPACE TO RJ-LINE
              STRING CM-READ-COUNT DELIMITED BY SIZE
                     " read, " DELIMITED BY SIZE
                     CM-APPLIED-COUNT DELIMITED BY SIZE
                     " applied (" DELIMITED BY SIZE
                     CM-WITHDRAWN-COUNT DELIMITED BY SIZE
                     " opt-out, " DELIMITED BY SIZE
                     CM-GRANTED-COUNT DELIMITED BY SIZE
                     " opt-in), " DELIMITED BY SIZE
                     CM-REJECTED-COUNT DELIMITED BY SIZE
                     " rejected." DELIMITED BY SIZE
                INTO RJ-LINE
              END-STRING
              WRITE RJ-ALL-DATA FROM RJ-LINE
              DISPLAY RJ-LINE
              CLOSE CONSENT-FILE
              CLOSE CONSREJ-FILE
              EXEC SQL DISCONNECT END-EXEC
              MOVE ZERO TO RETURN-CODE
           END-IF.

      ******************************************************
      * 8500-ENSURE-CONSENT : le registre et sa trace sont    *
      * crees au premier usage (meme motif que                *
      * country_language dans langchk) - letters, citation et *
      * extract creent aussi le registre, aucun ne depend de  *
      * l'ordre des runs.                                      *
      ******************************************************
       8500-ENSURE-CONSENT.
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

      ******************************************************
      * 8550-ENSURE-ALIAS : the retired-email cross-reference *
      * is created on first use, as in dbmaint.                *
      ******************************************************
       8550-ENSURE-ALIAS.
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
      * 8560-ENSURE-CONTACT-HIST : the audit reads            *
      * contact_history, created on first use as in letters.  *
      ******************************************************
       8560-ENSURE-CONTACT-HIST.
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
           IF CM-AUDIT-MODE
              CLOSE CONSAUD-FILE
           ELSE
              CLOSE CONSENT-FILE
              CLOSE CONSREJ-FILE
           END-IF.
           GOBACK.
