      * contact_history row. No file means campaign DEFAULT  *
      * with no suppression - the historic behaviour.         *
      *                                                      *
      * Contact consent : a person whose citation_ok flag is *
      * N in consmaint's contact_consent register (under the *
      * row's email or any address email_alias retired into *
      * it) is never listed, whatever the campaign, and is   *
      * counted on the trailer line.                          *
      *                                                      *
      * Modification history                                 *
      * 2026-08-08 EDP  Initial version, generalized from    *
      *                 belg.cbl's CRBELGIAN cursor.          *
      * 2026-09-03 EDP  contact_history row per person,       *
      *                 re-contact suppression via             *
      *                 CAMPAIGN.txt.                          *
      * 2026-10-15 EDP  contact_consent register honored,     *
      *                 withdrawn count on the trailer.        *
      * 2026-10-15 EDP  consent followed through the whole    *
      *                 email_alias chain, not one hop.        *
      ******************************************************

       ENVIRONMENT DIVISION.
       01  CT-CAMPAIGN     PIC X(20) VALUE "DEFAULT".
       01  CT-SUPPRESS-DAYS PIC 9(03) VALUE ZERO.
       01  CT-HIST-HITS    PIC 9(05).
       01  CT-OPTOUT-HITS  PIC 9(05).

       EXEC SQL END DECLARE SECTION END-EXEC.


       01  FS-CAMPAIGN     PIC X(02).
       01  CT-SUPPRESSED   PIC 9(05) VALUE ZERO.
       01  CT-WITHDRAWN    PIC 9(05) VALUE ZERO.

       01  CT-PH-COUNT     PIC 9(03) VALUE ZERO.
       01  CT-PH-IDX       PIC 9(03).
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.
           PERFORM 8500-ENSURE-CONTACT-HIST.
           PERFORM 8510-ENSURE-CONSENT.
           PERFORM 8530-ENSURE-ALIAS.

      * Le pays peut être fourni en clair ("Belgium") ou sous forme
      * de code ("BE") ; on résout le country_code une bonne fois.
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    PERFORM 4060-CHECK-CONSENT
                    PERFORM 4050-CHECK-SUPPRESSION
                    EVALUATE TRUE
                       WHEN CT-OPTOUT-HITS > ZERO
                          ADD 1 TO CT-WITHDRAWN
                       WHEN CT-HIST-HITS > ZERO
                          ADD 1 TO CT-SUPPRESSED
                       WHEN OTHER
                          PERFORM 4100-WRITE-CITATION
                          ADD 1 TO CT-ROWS
                          PERFORM 4200-RECORD-CONTACT
                    END-EVALUATE
                 WHEN 100
                    CONTINUE
                 WHEN OTHER
              END-IF
           END-IF.

      ******************************************************
      * 4060-CHECK-CONSENT : consentement au listage retire   *
      * dans contact_consent, sous l'adresse de la ligne ou   *
      * sous toute adresse qu'email_alias a retiree vers    *
      * elle, la chaine remontee en entier ? Alors jamais     *
      * liste, quelle que soit la campagne.                    *
      ******************************************************
       4060-CHECK-CONSENT.
           MOVE ZERO TO CT-OPTOUT-HITS.
           EXEC SQL
              SELECT COUNT(*) INTO :CT-OPTOUT-HITS
              FROM contact_consent c
              WHERE c.citation_ok = 'N'
                AND TRIM(c.email) IN
                    (WITH RECURSIVE back (e) AS
                       (SELECT CAST(RTRIM(:CT-EMAIL) AS VARCHAR(50))
                        UNION
                        SELECT CAST(TRIM(a.old_email) AS VARCHAR(50))
                        FROM email_alias a, back b
                        WHERE TRIM(a.new_email) = b.e)
                     SELECT e FROM back)
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.

       4200-RECORD-CONTACT.
           EXEC SQL
              INSERT INTO contact_history
           STRING CT-ROWS DELIMITED BY SIZE
                  " rows processed, " DELIMITED BY SIZE
                  CT-SUPPRESSED DELIMITED BY SIZE
                  " suppressed (already contacted), "
                  DELIMITED BY SIZE
                  CT-WITHDRAWN DELIMITED BY SIZE
                  " skipped (consent withdrawn)."
                  DELIMITED BY SIZE
             INTO CT-REPORT-LINE
           END-STRING.
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.

      ******************************************************
      * 8510-ENSURE-CONSENT : le registre de consentement est *
      * cree vide si consmaint n'a encore jamais tourne -      *
      * personne n'a alors retire son consentement.            *
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
      * 8800-READ-DBCONFIG : reglages de connexion lus dans   *
      * DBCONFIG.txt ; un champ en blanc garde la valeur      *
