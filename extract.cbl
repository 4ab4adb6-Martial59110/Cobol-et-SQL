      *                half-written feed. It repeats the count      *
      *                and hash for a cheap cross-check.            *
      *                                                            *
      * Rows whose bureau_ok flag is N in consmaint's              *
      * contact_consent register (under the row's email or any     *
      * address email_alias retired into it, however many merges *
      * back) are left out too ;                                   *
      * EXTCTL.txt ends with WITHDRAWN=, the number of otherwise   *
      * deliverable rows held back for that reason.                 *
      *                                                            *
      * Incremental feed (mode DELTA) : instead of the whole file, *
      * only what changed since the last feed the bureau has      *
      * acknowledged, read from change_journal. Three more files, *
      * in the same order and with the same handshake :            *
      *                                                            *
      *   EXTDELTA.txt one line per key touched, by email :        *
      *                A|<EXTRACT.txt line>  key new to the file   *
      *                C|<EXTRACT.txt line>  key already there     *
      *                D|email|reason        key to be dropped     *
      *                (A and C both mean "replace the row with    *
      *                this one" ; a D carries no personal data -   *
      *                reason ERASED for erasure, MERGED for a      *
      *                dupscan merge, RENAMED for a key changed     *
      *                away, WITHHELD for a row now undeliverable   *
      *                or whose bureau consent is withdrawn,        *
      *                REMOVED otherwise) ;                          *
      *   EXTDCTL.txt  the EXTCTL.txt line plus MODE=DELTA, the     *
      *                journal span FROM=/TO= (YYYYMMDDHHMMSScc)    *
      *                and ADDS=/CHANGES=/DELETES=/ERASED= ; COUNT= *
      *                counts every line, HASHAGE= sums the ages    *
      *                of the A and C lines ;                        *
      *   EXTDELTA.trg the trigger, written last.                  *
      * Keys touched are those journaled after the mark (before   *
      * or after image), plus those flagged undeliverable or with *
      * a consent change since the mark's day - neither of which   *
      * goes through the journal. A key sent twice is harmless :   *
      * the bureau applies the line as it stands.                  *
      *                                                            *
      * High-water mark : every feed sent, full or delta, is       *
      * recorded in feed_history with the journal position it     *
      * covers up to (status S). The bureau acknowledges a feed   *
      * by returning EXTACK.txt, the trigger's figures echoed :    *
      *   col  1-  8  feed date       col 17- 25  COUNT=            *
      *   col  9- 16  feed time       col 26- 37  HASHAGE=          *
      * A balancing acknowledgement marks the feed C (confirmed)  *
      * and only then does the mark move : a delta always starts   *
      * after the last confirmed feed, so a night the bureau never *
      * confirmed is sent again inside the next one, not skipped.  *
      * EXTACK.txt is taken at the start of every run ; mode       *
      * CONFIRM takes it alone (return code 8 if it does not       *
      * balance, 4 if absent). A delta with no confirmed feed yet  *
      * is refused (code 8) - the first baseline is a full        *
      * extract, and a full extract confirmed resets the mark.      *
      *                                                            *
      * Mode : FULL, DELTA or CONFIRM on the command line ; any    *
      * other value (batchrun's date or OVERRIDE) falls back to   *
      * EXTPRM.txt cols 1-7, and without that file to FULL.        *
      *                                                            *
      * Modification history                                      *
      * 2026-08-22 EDP  Initial version.                          *
      * 2026-09-03 EDP  Rows flagged undeliverable by bounceproc  *
      *                 are left out of the feed.                  *
      * 2026-10-15 EDP  Rows whose bureau consent is withdrawn in  *
      *                 contact_consent are left out and counted.  *
      * 2026-10-15 EDP  Incremental mode DELTA from change_journal *
      *                 (EXTDELTA.txt, EXTDCTL.txt, EXTDELTA.trg), *
      *                 feed_history and EXTACK.txt acknowledgement *
      *                 moving the high-water mark.                  *
      * 2026-10-15 EDP  Consent followed through the whole           *
      *                 email_alias chain, not one hop.              *
      ******************************************************

       ENVIRONMENT DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT DELTA-FILE ASSIGN TO "EXTDELTA.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT DELTACTL-FILE ASSIGN TO "EXTDCTL.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT DTRIGGER-FILE ASSIGN TO "EXTDELTA.trg"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT EXTACK-FILE ASSIGN TO "EXTACK.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-EXTACK.

           SELECT EXTPRM-FILE ASSIGN TO "EXTPRM.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-EXTPRM.



           SELECT DBCONFIG-FILE ASSIGN TO "DBCONFIG.txt"
       01  XT-ALL-DATA PIC X(320).

       FD  EXTCTL-FILE.
       01  XC-ALL-DATA PIC X(100).

       FD  TRIGGER-FILE.
       01  XG-ALL-DATA PIC X(80).

       FD  DELTA-FILE.
       01  XD-ALL-DATA PIC X(320).

       FD  DELTACTL-FILE.
       01  XE-ALL-DATA PIC X(200).

       FD  DTRIGGER-FILE.
       01  XH-ALL-DATA PIC X(80).

       FD  EXTACK-FILE.
       01  XA-ALL-DATA PIC X(80).

       FD  EXTPRM-FILE.
       01  XP-ALL-DATA PIC X(10).


       WORKING-STORAGE SECTION.

       01  XT-AGE          PIC 9(10).
       01  XT-COUNTRY-CODE PIC X(50).
       01  XT-SPOKEN       PIC X(50).
       01  XT-WITHDRAWN    PIC 9(09) VALUE ZERO.

      * Position dans le journal : date || heure, 16 caracteres
      * (YYYYMMDDHHMMSScc), comparable telle quelle.
       01  XT-RUN-STAMP    PIC X(16).
       01  XT-FROM-STAMP   PIC X(16).
       01  XT-FROM-DAY     PIC X(08).
       01  XT-TO-STAMP     PIC X(16).
       01  XT-FEED-KIND    PIC X(01).
       01  XT-FEED-COUNT   PIC 9(09).
       01  XT-FEED-HASH    PIC 9(12).
       01  XT-FEED-STATUS  PIC X(01).
       01  XD-ACTION       PIC X(01).
       01  XD-REASON       PIC X(10).

       EXEC SQL END DECLARE SECTION END-EXEC.

       01  XT-FLD-LEN      PIC 9(02).
       01  XT-AGE-ED       PIC 9(03).

       01  XC-LINE         PIC X(100).
       01  XT-TRG-NAME     PIC X(12) VALUE "EXTRACT.trg".
       01  XD-TRG-NAME     PIC X(12) VALUE "EXTDELTA.trg".

       01  FS-EXTACK       PIC X(02).
       01  FS-EXTPRM       PIC X(02).

       01  XT-PARM         PIC X(20).
       01  XT-MODE         PIC X(07).
           88 XT-MODE-FULL    VALUE "FULL".
           88 XT-MODE-DELTA   VALUE "DELTA".
           88 XT-MODE-CONFIRM VALUE "CONFIRM".
       01  XT-RC           PIC 9(02) VALUE ZERO.
       01  XT-OPEN-SW      PIC X(01) VALUE "N".

      * Accuse de reception du bureau (EXTACK.txt) : les chiffres
      * du declencheur, renvoyes tels quels.
       01  XA-ACK-LINE.
           05 XA-FEED-DATE  PIC X(08).
           05 XA-FEED-TIME  PIC X(08).
           05 XA-COUNT      PIC 9(09).
           05 XA-HASH       PIC 9(12).

       01  XD-ADDS         PIC 9(09) VALUE ZERO.
       01  XD-CHANGES      PIC 9(09) VALUE ZERO.
       01  XD-DELETES      PIC 9(09) VALUE ZERO.
       01  XD-ERASED       PIC 9(09) VALUE ZERO.
       01  XE-LINE         PIC X(200).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-CONNECT
           PERFORM 2500-TAKE-ACKNOWLEDGEMENT THRU 2500-EXIT
           EVALUATE TRUE
              WHEN XT-MODE-CONFIRM
                 CONTINUE
              WHEN XT-MODE-DELTA
                 PERFORM 6000-WRITE-DELTA THRU 6000-EXIT
                 IF XT-RC < 8
                    PERFORM 6500-WRITE-DELTA-CONTROL
                    PERFORM 6600-WRITE-DELTA-TRIGGER
                    PERFORM 6700-RECORD-FEED
                 END-IF
              WHEN OTHER
                 PERFORM 3000-WRITE-EXTRACT
                 PERFORM 4000-WRITE-CONTROL
                 PERFORM 5000-WRITE-TRIGGER
                 PERFORM 6700-RECORD-FEED
           END-EVALUATE
           PERFORM 9000-TERMINATE
           GOBACK.

           PERFORM 8800-READ-DBCONFIG.
           ACCEPT XT-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT XT-RUN-TIME FROM TIME.
           STRING XT-RUN-DATE DELIMITED BY SIZE
                  XT-RUN-TIME DELIMITED BY SIZE
             INTO XT-RUN-STAMP
           END-STRING.
           PERFORM 1100-SET-MODE.
           IF XT-MODE-CONFIRM
              GO TO 1000-EXIT
           END-IF.
      * Le declencheur de la nuit precedente est SUPPRIME avant
      * toute autre chose : son existence est le signal du
      * bureau, donc aucun EXTRACT.trg ne doit exister tant que
      * ramassage ne lit jamais un fichier a moitie ecrit.
      * (Code retour de la suppression ignore : l'absence du
      * fichier est un etat normal.)
      * Meme regle pour le declencheur du flux incremental.
           IF XT-MODE-DELTA
              CALL "CBL_DELETE_FILE" USING XD-TRG-NAME
              MOVE ZERO TO RETURN-CODE
           ELSE
              CALL "CBL_DELETE_FILE" USING XT-TRG-NAME
              MOVE ZERO TO RETURN-CODE
              OPEN OUTPUT EXTRACT-FILE
              MOVE "Y" TO XT-OPEN-SW
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************
      * 1100-SET-MODE : FULL, DELTA or CONFIRM from the       *
      * command line ; anything else (extract run as a       *
      * batchrun step sees batchrun's own parameter) defers   *
      * to EXTPRM.txt, and without it to the full feed.        *
      ******************************************************
       1100-SET-MODE.
           ACCEPT XT-PARM FROM COMMAND-LINE.
           INSPECT XT-PARM CONVERTING "acdefilmnortu"
                                   TO "ACDEFILMNORTU".
           MOVE "FULL" TO XT-MODE.
           IF XT-PARM = "FULL" OR "DELTA" OR "CONFIRM"
              MOVE XT-PARM TO XT-MODE
           ELSE
              OPEN INPUT EXTPRM-FILE
              IF FS-EXTPRM = "00"
                 READ EXTPRM-FILE INTO XT-PARM
                 INSPECT XT-PARM CONVERTING "acdefilmnortu"
                                         TO "ACDEFILMNORTU"
                 IF XT-PARM(1:7) = "FULL" OR "DELTA" OR "CONFIRM"
                    MOVE XT-PARM(1:7) TO XT-MODE
                 END-IF
                 CLOSE EXTPRM-FILE
              END-IF
           END-IF.

       2000-CONNECT.
           EXEC SQL
           IF SQLCODE NOT = ZERO
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.
           PERFORM 8600-ENSURE-JOURNAL.
           PERFORM 8610-ENSURE-FEED-HISTORY.

      * Position du journal au depart : ce que ce flux couvre,
      * tout ce qui est journalise ensuite ira au suivant.
           EXEC SQL
              SELECT COALESCE(MAX(TO_CHAR(chg_date, 'YYYYMMDD')
                                  || chg_time), '0000000000000000')
              INTO :XT-TO-STAMP
              FROM change_journal
           END-EXEC.
           IF SQLCODE NOT = ZERO
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.

      ******************************************************
      * 2500-TAKE-ACKNOWLEDGEMENT : EXTACK.txt, when the     *
      * bureau has returned one, is balanced against the     *
      * feed it names in feed_history. Only a feed found, not *
      * yet confirmed and balancing to the record is marked   *
      * C ; the high-water mark is the latest confirmed       *
      * feed's journal position, so it moves with it. A       *
      * confirmation never applies anything else - a feed or  *
      * delta run carries on whatever the outcome, with code  *
      * 4 to draw attention to an acknowledgement refused.    *
      ******************************************************
       2500-TAKE-ACKNOWLEDGEMENT.
           OPEN INPUT EXTACK-FILE.
           IF FS-EXTACK NOT = "00"
              IF XT-MODE-CONFIRM
                 DISPLAY "No EXTACK.txt - nothing confirmed."
                 MOVE 4 TO XT-RC
              END-IF
              GO TO 2500-EXIT
           END-IF.
           MOVE SPACE TO XA-ACK-LINE.
           READ EXTACK-FILE INTO XA-ACK-LINE
              AT END MOVE "10" TO FS-EXTACK
           END-READ.
           CLOSE EXTACK-FILE.
           IF FS-EXTACK NOT = "00"
              OR XA-COUNT IS NOT NUMERIC
              OR XA-HASH IS NOT NUMERIC
              DISPLAY "EXTACK.txt unreadable - nothing confirmed."
              PERFORM 2590-ACK-REFUSED
              GO TO 2500-EXIT
           END-IF.

           STRING XA-FEED-DATE DELIMITED BY SIZE
                  XA-FEED-TIME DELIMITED BY SIZE
             INTO XT-FROM-STAMP
           END-STRING.
           EXEC SQL
              SELECT status, rec_count, hash_age
              INTO :XT-FEED-STATUS, :XT-FEED-COUNT, :XT-FEED-HASH
              FROM feed_history
              WHERE run_stamp = :XT-FROM-STAMP
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 DISPLAY "EXTACK.txt names no feed sent : "
                    XT-FROM-STAMP
                 PERFORM 2590-ACK-REFUSED
                 GO TO 2500-EXIT
              WHEN OTHER
                 PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-EVALUATE.

           IF XT-FEED-STATUS = "C"
              DISPLAY "Feed " XT-FROM-STAMP " already confirmed."
              GO TO 2500-EXIT
           END-IF.
           IF XA-COUNT NOT = XT-FEED-COUNT
              OR XA-HASH NOT = XT-FEED-HASH
              DISPLAY "EXTACK.txt does not balance with feed "
                 XT-FROM-STAMP " : COUNT=" XA-COUNT
                 " HASHAGE=" XA-HASH " sent COUNT=" XT-FEED-COUNT
                 " HASHAGE=" XT-FEED-HASH
              PERFORM 2590-ACK-REFUSED
              GO TO 2500-EXIT
           END-IF.

           EXEC SQL
              UPDATE feed_history
              SET status = 'C', ack_date = CURRENT_DATE
              WHERE run_stamp = :XT-FROM-STAMP
           END-EXEC.
           IF SQLCODE NOT = ZERO
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.
           DISPLAY "Feed " XT-FROM-STAMP " confirmed by the bureau.".
       2500-EXIT.
           EXIT.

       2590-ACK-REFUSED.
           IF XT-MODE-CONFIRM
              MOVE 8 TO XT-RC
           ELSE
              MOVE 4 TO XT-RC
           END-IF.

      ******************************************************
      * 3000-WRITE-EXTRACT : rows the bureau already bounced  *
      * stay home - that is the whole point of keying the     *
      * bounce returns back in. The table is created here on  *
      * first use so the feed does not depend on bounceproc    *
      * having ever run. Rows whose bureau consent is          *
      * withdrawn stay home as well ; they are counted first   *
      * (among the deliverable rows only, so no row is counted *
      * twice) for the WITHDRAWN= total.                        *
      ******************************************************
       3000-WRITE-EXTRACT.
           PERFORM 8700-ENSURE-UNDELIV-TABLE.
           PERFORM 8710-ENSURE-CONSENT.
           PERFORM 8720-ENSURE-ALIAS.

           EXEC SQL
              SELECT COUNT(*) INTO :XT-WITHDRAWN
              FROM databank d
              WHERE NOT EXISTS
                 (SELECT 1 FROM undeliverable u
                  WHERE u.email = d.email)
                AND TRIM(d.email) IN
                (WITH RECURSIVE wd (e) AS
                   (SELECT CAST(TRIM(c.email) AS VARCHAR(50))
                    FROM contact_consent c
                    WHERE c.bureau_ok = 'N'
                    UNION
                    SELECT CAST(TRIM(a.new_email) AS VARCHAR(50))
                    FROM email_alias a, wd w
                    WHERE TRIM(a.old_email) = w.e)
                 SELECT e FROM wd WHERE e IS NOT NULL)
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.

           EXEC SQL
              DECLARE CREXTR CURSOR FOR
              SELECT email, first_name, last_name, gender, age,
              WHERE NOT EXISTS
                 (SELECT 1 FROM undeliverable u
                  WHERE u.email = d.email)
                AND TRIM(d.email) NOT IN
                (WITH RECURSIVE wd (e) AS
                   (SELECT CAST(TRIM(c.email) AS VARCHAR(50))
                    FROM contact_consent c
                    WHERE c.bureau_ok = 'N'
                    UNION
                    SELECT CAST(TRIM(a.new_email) AS VARCHAR(50))
                    FROM email_alias a, wd w
                    WHERE TRIM(a.old_email) = w.e)
                 SELECT e FROM wd WHERE e IS NOT NULL)
              ORDER BY email
           END-EXEC.

           EXEC SQL CLOSE CREXTR END-EXEC.

           CLOSE EXTRACT-FILE.
           MOVE "N" TO XT-OPEN-SW.

      ******************************************************
      * 3100-WRITE-ROW : the fields are trimmed of trailing  *
       3100-WRITE-ROW.
           MOVE SPACE TO XT-OUT-LINE.
           MOVE 1 TO XT-PTR.
           PERFORM 3110-BUILD-ROW.

           WRITE XT-ALL-DATA FROM XT-OUT-LINE.
           ADD 1 TO XT-REC-COUNT.
           ADD XT-AGE TO XT-HASH-AGE.

      * 3110-BUILD-ROW : the EXTRACT.txt fields, from XT-PTR on
      * (the delta feed puts its action code in front).
       3110-BUILD-ROW.
           MOVE XT-EMAIL TO XT-FIELD.
           PERFORM 3200-APPEND-FIELD.
           MOVE XT-FIRST-NAME TO XT-FIELD.
              END-STRING
           END-IF.

       3200-APPEND-FIELD.
           PERFORM 3300-FIELD-LENGTH.
           IF XT-FLD-LEN = ZERO
                  XT-HASH-AGE DELIMITED BY SIZE
                  " ENV=" DELIMITED BY SIZE
                  DB-ENV-NAME DELIMITED BY SPACE
                  " WITHDRAWN=" DELIMITED BY SIZE
                  XT-WITHDRAWN DELIMITED BY SIZE
             INTO XC-LINE
           END-STRING.
           WRITE XC-ALL-DATA FROM XC-LINE.
           WRITE XG-ALL-DATA FROM XC-LINE.
           CLOSE TRIGGER-FILE.

      ******************************************************
      * 6000-WRITE-DELTA : everything journaled after the     *
      * mark (the last confirmed feed) up to the position     *
      * taken at the start. One cursor over the keys touched,  *
      * each judged on tonight's databank : absent, or held   *
      * back by undeliverable or consent, it is a delete ;     *
      * otherwise an add when the key was created (or renamed *
      * into) within the span, a change when it was not.       *
      ******************************************************
       6000-WRITE-DELTA.
           PERFORM 8700-ENSURE-UNDELIV-TABLE.
           PERFORM 8710-ENSURE-CONSENT.
           PERFORM 8720-ENSURE-ALIAS.

           EXEC SQL
              SELECT to_stamp INTO :XT-FROM-STAMP
              FROM feed_history
              WHERE status = 'C'
              ORDER BY to_stamp DESC
              LIMIT 1
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 DISPLAY "No confirmed feed on record - run a full "
                    "extract and have it acknowledged first."
                 DISPLAY "Delta feed refused."
                 MOVE 8 TO XT-RC
                 GO TO 6000-EXIT
              WHEN OTHER
                 PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-EVALUATE.
           MOVE XT-FROM-STAMP(1:8) TO XT-FROM-DAY.

           OPEN OUTPUT DELTA-FILE.
           MOVE "Y" TO XT-OPEN-SW.

           EXEC SQL
              DECLARE CRDELTA CURSOR FOR
              WITH RECURSIVE wd (e) AS
                (SELECT CAST(TRIM(c.email) AS VARCHAR(50))
                 FROM contact_consent c
                 WHERE c.bureau_ok = 'N'
                 UNION
                 SELECT CAST(TRIM(a.new_email) AS VARCHAR(50))
                 FROM email_alias a, wd w
                 WHERE TRIM(a.old_email) = w.e),
              wc (e) AS
                (SELECT CAST(TRIM(c.email) AS VARCHAR(50))
                 FROM contact_consent c
                 WHERE c.chg_date
                       >= TO_DATE(:XT-FROM-DAY, 'YYYYMMDD')
                 UNION
                 SELECT CAST(TRIM(a.new_email) AS VARCHAR(50))
                 FROM email_alias a, wc w
                 WHERE TRIM(a.old_email) = w.e),
              j AS
                (SELECT TRIM(email) AS old_key, program, action,
                        before_image, after_image,
                        TRIM(SPLIT_PART(after_image, '|', 3))
                           AS new_key
                 FROM change_journal
                 WHERE TO_CHAR(chg_date, 'YYYYMMDD') || chg_time
                          > :XT-FROM-STAMP
                   AND TO_CHAR(chg_date, 'YYYYMMDD') || chg_time
                          <= :XT-TO-STAMP),
              k AS
                (SELECT old_key AS fkey FROM j
                 UNION
                 SELECT new_key FROM j
                 WHERE after_image LIKE '%|%'
                 UNION
                 SELECT TRIM(email) FROM undeliverable
                 WHERE flagged_date
                       >= TO_DATE(:XT-FROM-DAY, 'YYYYMMDD')
                 UNION
                 SELECT e FROM wc)
              SELECT k.fkey,
                 CASE
                   WHEN d.email IS NULL THEN 'D'
                   WHEN EXISTS
                     (SELECT 1 FROM undeliverable u
                      WHERE u.email = d.email) THEN 'D'
                   WHEN EXISTS
                     (SELECT 1 FROM wd
                      WHERE wd.e = TRIM(d.email)) THEN 'D'
                   WHEN EXISTS
                     (SELECT 1 FROM j
                      WHERE j.old_key = k.fkey
                        AND j.before_image = '(new row)')
                        THEN 'A'
                   WHEN EXISTS
                     (SELECT 1 FROM j
                      WHERE j.new_key = k.fkey
                        AND j.old_key <> k.fkey) THEN 'A'
                   ELSE 'C'
                 END,
                 CASE
                   WHEN d.email IS NOT NULL THEN 'WITHHELD'
                   WHEN EXISTS
                     (SELECT 1 FROM j
                      WHERE j.old_key = k.fkey
                        AND j.program = 'erasure') THEN 'ERASED'
                   WHEN EXISTS
                     (SELECT 1 FROM j
                      WHERE j.old_key = k.fkey
                        AND j.program = 'dupscan'
                        AND j.action = 'DELETE') THEN 'MERGED'
                   WHEN EXISTS
                     (SELECT 1 FROM j
                      WHERE j.old_key = k.fkey
                        AND j.after_image LIKE '%|%'
                        AND j.new_key <> k.fkey) THEN 'RENAMED'
                   ELSE 'REMOVED'
                 END,
                 COALESCE(d.first_name, ''),
                 COALESCE(d.last_name, ''),
                 COALESCE(d.gender, ''),
                 COALESCE(d.age, 0),
                 COALESCE(d.country_code, ''),
                 COALESCE(d.spoken, '')
              FROM k
              LEFT JOIN databank d ON TRIM(d.email) = k.fkey
              WHERE COALESCE(k.fkey, '') <> ''
              ORDER BY k.fkey
           END-EXEC.

           EXEC SQL OPEN CRDELTA END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH CRDELTA
                    INTO :XT-EMAIL, :XD-ACTION, :XD-REASON,
                         :XT-FIRST-NAME, :XT-LAST-NAME, :XT-GENDER,
                         :XT-AGE, :XT-COUNTRY-CODE, :XT-SPOKEN
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    PERFORM 6100-WRITE-DELTA-ROW
                 WHEN 100
                    CONTINUE
                 WHEN OTHER
                    PERFORM 9900-ERROR-RTN-START
                       THRU 9900-ERROR-RTN-END
              END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE CRDELTA END-EXEC.

           CLOSE DELTA-FILE.
           MOVE "N" TO XT-OPEN-SW.
       6000-EXIT.
           EXIT.

      ******************************************************
      * 6100-WRITE-DELTA-ROW : A/C carry the EXTRACT.txt line *
      * behind the code ; a delete carries the key and the    *
      * reason only - an erased person's data is not sent     *
      * again to tell the bureau to forget it.                 *
      ******************************************************
       6100-WRITE-DELTA-ROW.
           MOVE SPACE TO XT-OUT-LINE.
           MOVE 1 TO XT-PTR.
           STRING XD-ACTION DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
             INTO XT-OUT-LINE WITH POINTER XT-PTR
           END-STRING.
           IF XD-ACTION = "D"
              MOVE XT-EMAIL TO XT-FIELD
              PERFORM 3200-APPEND-FIELD
              STRING XD-REASON DELIMITED BY SPACE
                INTO XT-OUT-LINE WITH POINTER XT-PTR
              END-STRING
              ADD 1 TO XD-DELETES
              IF XD-REASON = "ERASED"
                 ADD 1 TO XD-ERASED
              END-IF
           ELSE
              PERFORM 3110-BUILD-ROW
              ADD XT-AGE TO XT-HASH-AGE
              IF XD-ACTION = "A"
                 ADD 1 TO XD-ADDS
              ELSE
                 ADD 1 TO XD-CHANGES
              END-IF
           END-IF.

           WRITE XD-ALL-DATA FROM XT-OUT-LINE.
           ADD 1 TO XT-REC-COUNT.

       6500-WRITE-DELTA-CONTROL.
           OPEN OUTPUT DELTACTL-FILE.
           MOVE SPACE TO XE-LINE.
           STRING "DATE=" DELIMITED BY SIZE
                  XT-RUN-DATE DELIMITED BY SIZE
                  " TIME=" DELIMITED BY SIZE
                  XT-RUN-TIME DELIMITED BY SIZE
                  " COUNT=" DELIMITED BY SIZE
                  XT-REC-COUNT DELIMITED BY SIZE
                  " HASHAGE=" DELIMITED BY SIZE
                  XT-HASH-AGE DELIMITED BY SIZE
                  " ENV=" DELIMITED BY SIZE
                  DB-ENV-NAME DELIMITED BY SPACE
                  " MODE=DELTA FROM=" DELIMITED BY SIZE
                  XT-FROM-STAMP DELIMITED BY SIZE
                  " TO=" DELIMITED BY SIZE
                  XT-TO-STAMP DELIMITED BY SIZE
                  " ADDS=" DELIMITED BY SIZE
                  XD-ADDS DELIMITED BY SIZE
                  " CHANGES=" DELIMITED BY SIZE
                  XD-CHANGES DELIMITED BY SIZE
                  " DELETES=" DELIMITED BY SIZE
                  XD-DELETES DELIMITED BY SIZE
                  " ERASED=" DELIMITED BY SIZE
                  XD-ERASED DELIMITED BY SIZE
             INTO XE-LINE
           END-STRING.
           WRITE XE-ALL-DATA FROM XE-LINE.
           DISPLAY XE-LINE.
           CLOSE DELTACTL-FILE.

      * 6600-WRITE-DELTA-TRIGGER : as 5000, for EXTDELTA.trg.
       6600-WRITE-DELTA-TRIGGER.
           OPEN OUTPUT DTRIGGER-FILE.
           MOVE SPACE TO XC-LINE.
           STRING "READY " DELIMITED BY SIZE
                  XT-RUN-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  XT-RUN-TIME DELIMITED BY SIZE
                  " COUNT=" DELIMITED BY SIZE
                  XT-REC-COUNT DELIMITED BY SIZE
                  " HASHAGE=" DELIMITED BY SIZE
                  XT-HASH-AGE DELIMITED BY SIZE
             INTO XC-LINE
           END-STRING.
           WRITE XH-ALL-DATA FROM XC-LINE.
           CLOSE DTRIGGER-FILE.

      ******************************************************
      * 6700-RECORD-FEED : the feed just handed over, with    *
      * the journal position it covers, waiting (S) for the   *
      * bureau's acknowledgement. A full feed covers the      *
      * journal from its beginning.                            *
      ******************************************************
       6700-RECORD-FEED.
           IF XT-MODE-DELTA
              MOVE "D" TO XT-FEED-KIND
           ELSE
              MOVE "F" TO XT-FEED-KIND
              MOVE SPACE TO XT-FROM-STAMP
           END-IF.
           MOVE XT-REC-COUNT TO XT-FEED-COUNT.
           MOVE XT-HASH-AGE TO XT-FEED-HASH.
           EXEC SQL
              INSERT INTO feed_history
                 (run_stamp, feed_kind, from_stamp, to_stamp,
                  rec_count, hash_age, status, ack_date)
              VALUES (:XT-RUN-STAMP, :XT-FEED-KIND,
                      RTRIM(:XT-FROM-STAMP), :XT-TO-STAMP,
                      :XT-FEED-COUNT, :XT-FEED-HASH, 'S', NULL)
           END-EXEC.
           IF SQLCODE NOT = ZERO
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.

       9000-TERMINATE.
           EVALUATE TRUE
              WHEN XT-MODE-CONFIRM
                 CONTINUE
              WHEN XT-MODE-DELTA
                 IF XT-RC < 8
                    DISPLAY XT-REC-COUNT " delta records ("
                       XD-ADDS " adds, " XD-CHANGES " changes, "
                       XD-DELETES " deletes of which " XD-ERASED
                       " erasures)."
                 END-IF
              WHEN OTHER
                 DISPLAY XT-REC-COUNT " rows extracted, "
                    XT-WITHDRAWN " withheld (consent withdrawn)."
           END-EVALUATE.
           EXEC SQL DISCONNECT END-EXEC.
           MOVE XT-RC TO RETURN-CODE.

      ******************************************************
      * 8600-ENSURE-JOURNAL : change_journal, as created by   *
      * every program that writes databank - the feed reads   *
      * its position even on a night nothing was journaled.   *
      ******************************************************
       8600-ENSURE-JOURNAL.
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

      ******************************************************
      * 8610-ENSURE-FEED-HISTORY : one row per feed sent ;    *
      * stamps are YYYYMMDDHHMMSScc, status S sent, C         *
      * confirmed by the bureau on ack_date.                   *
      ******************************************************
       8610-ENSURE-FEED-HISTORY.
           EXEC SQL
              CREATE TABLE IF NOT EXISTS feed_history
                 (run_stamp  VARCHAR(16),
                  feed_kind  CHAR(1),
                  from_stamp VARCHAR(16),
                  to_stamp   VARCHAR(16),
                  rec_count  INTEGER,
                  hash_age   BIGINT,
                  status     CHAR(1),
                  ack_date   DATE)
           END-EXEC.
           IF SQLCODE NOT = ZERO
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.

      ******************************************************
      * 8700-ENSURE-UNDELIV-TABLE : same first-use creation   *
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.

      ******************************************************
      * 8710-ENSURE-CONSENT : the consent register, created   *
      * empty on first use as in consmaint, letters and       *
      * citation - nobody has withdrawn until it has rows.     *
      ******************************************************
       8710-ENSURE-CONSENT.
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
      * 8720-ENSURE-ALIAS : email_alias, read by the consent  *
      * test, created on first use as in dbmaint.             *
      ******************************************************
       8720-ENSURE-ALIAS.
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
       9900-ERROR-RTN-END.
           EXEC SQL DISCONNECT END-EXEC.
           MOVE 16 TO RETURN-CODE.
           IF XT-OPEN-SW = "Y"
              IF XT-MODE-DELTA
                 CLOSE DELTA-FILE
              ELSE
                 CLOSE EXTRACT-FILE
              END-IF
           END-IF.
           GOBACK.
