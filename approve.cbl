       IDENTIFICATION DIVISION.
       PROGRAM-ID. approve.
       AUTHOR. EDP-BATCH-TEAM.
       INSTALLATION. DBAGE-REPORTING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

      ******************************************************
      * Maker-checker approval queue for the maintenance      *
      * transaction files.                                      *
      *                                                        *
      * dbmaint, phrmaint, regmaint and erasure used to apply  *
      * whatever MAINT.txt, PHRMAINT.txt, REGMAINT.txt or      *
      * ERASEREQ.txt held the moment it was there : one         *
      * operator's bad file went straight into production,      *
      * with backout as the only safety net. A file now goes    *
      * through this program first :                             *
      *                                                            *
      *   approve SUBMIT type [file]                               *
      *      type MAINT, PHRMAINT, REGMAINT or ERASEREQ ; the     *
      *      file (default type.txt) is staged, line for line,    *
      *      as one PENDING batch in table txn_pending, with the   *
      *      submitting operator in txn_batch, and then deleted - *
      *      the staged copy is the only one that counts.          *
      *   approve LIST [batch]                                     *
      *      every PENDING and APPROVED batch, or the one named,   *
      *      with its lines, for the checker to read.              *
      *   approve APPROVE batch                                    *
      *   approve REJECT batch [reason]                            *
      *      the decision on a PENDING batch, by an operator       *
      *      OTHER than the one who submitted it - refused        *
      *      otherwise. No type is exempt : an erasure is never   *
      *      applied on one person's say-so.                      *
      *   approve EXPIRE                                           *
      *      housekeeping only. Anything else on the command      *
      *      line means EXPIRE too : a batchrun step sees          *
      *      batchrun's own parameter.                             *
      *                                                            *
      * The operator is the login name (environment USER, else    *
      * LOGNAME), never typed, so each operator must work under   *
      * a personal login ; without one, nothing is submitted or   *
      * decided.                                                   *
      *                                                            *
      * Every run first expires the PENDING batches submitted     *
      * more than the allowed number of days ago (APPRPRM.txt    *
      * col 1-3, default 007) : they are marked EXPIRED and can   *
      * no longer be approved - the file has to be submitted      *
      * again. batchrun runs this program as a final step every  *
      * night, so expiry needs nobody ; morning lists the queue.  *
      *                                                            *
      * The applying programs read only APPROVED batches of their *
      * type, which they write out themselves at the start of    *
      * the run (MAINTAPR.txt, PHRMAPR.txt, REGMAPR.txt,          *
      * ERASEAPR.txt, kept as the record of what was applied),    *
      * and mark APPLIED at its end.                               *
      *                                                            *
      * APPROVE.txt reports what this run did. Return code 8 when *
      * a submission or decision was refused.                      *
      *                                                            *
      * Modification history                                      *
      * 2026-10-15 EDP  Initial version.                          *
      ******************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOURCE-FILE ASSIGN TO DYNAMIC AP-SRC-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-SOURCE.

           SELECT APPROVE-FILE ASSIGN TO "APPROVE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT APPRPRM-FILE ASSIGN TO "APPRPRM.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-APPRPRM.



           SELECT DBCONFIG-FILE ASSIGN TO "DBCONFIG.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-DBCONFIG.

       DATA DIVISION.
       FILE SECTION.

       FD  DBCONFIG-FILE.
       01  DC-ALL-DATA PIC X(60).

       FD  SOURCE-FILE.
       01  SF-ALL-DATA PIC X(600).

       FD  APPROVE-FILE.
       01  AF-ALL-DATA PIC X(620).

       FD  APPRPRM-FILE.
       01  AM-ALL-DATA PIC X(20).


       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  DBNAME PIC X(20) VALUE "dbage".
       01  USERNAME  PIC X(20) VALUE "cobol".
       01  PASSWD PIC X(10) VALUE SPACE.

       01  AP-BATCH        PIC 9(09).
       01  AP-TYPE         PIC X(08).
       01  AP-SRC-NAME     PIC X(40).
       01  AP-LINE-NO      PIC 9(07).
       01  AP-TXN-LINE     PIC X(600).
       01  AP-LINE-COUNT   PIC 9(07).
       01  AP-STATUS       PIC X(08).
       01  AP-OPERATOR     PIC X(20).
       01  AP-SUBMITTER    PIC X(20).
       01  AP-SUB-DATE     PIC X(08).
       01  AP-EXPIRES      PIC X(08).
       01  AP-DECIDED-BY   PIC X(20).
       01  AP-REASON       PIC X(60).
       01  AP-RUN-TIME     PIC X(08).
       01  AP-DAYS         PIC 9(03) VALUE 007.
       01  AP-NEW-STATUS   PIC X(08).

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

       01  FS-SOURCE    PIC X(02).
       01  FS-APPRPRM   PIC X(02).

       01  AM-PARM-LINE.
           05 AM-DAYS      PIC X(03).
           05 FILLER       PIC X(17).

       01  AP-PARM      PIC X(80).
       01  AP-VERB      PIC X(08).
       01  AP-ARG1      PIC X(40).
       01  AP-ARG2      PIC X(40).
       01  AP-PTR       PIC 9(03).
       01  AP-DIGITS    PIC 9(02).
       01  AP-MODE      PIC X(07) VALUE "EXPIRE".
           88 AP-MODE-SUBMIT           VALUE "SUBMIT".
           88 AP-MODE-APPROVE          VALUE "APPROVE".
           88 AP-MODE-REJECT           VALUE "REJECT".
           88 AP-MODE-LIST             VALUE "LIST".

       01  AP-RUN-DATE  PIC 9(08).
       01  AP-RC        PIC 9(02) VALUE ZERO.
       01  AP-EXPIRED   PIC 9(07) VALUE ZERO.

      * Les lots a lister, charges avant la lecture de leurs
      * lignes (un seul curseur ouvert a la fois).
       01  AP-BAT-TABLE.
           05 AP-BAT-ENTRY OCCURS 500 TIMES.
              10 AP-BAT-ID        PIC 9(09).
              10 AP-BAT-TYPE      PIC X(08).
              10 AP-BAT-LINES     PIC 9(07).
              10 AP-BAT-STATUS    PIC X(08).
              10 AP-BAT-BY        PIC X(20).
              10 AP-BAT-DATE      PIC X(08).
              10 AP-BAT-EXPIRES   PIC X(08).
              10 AP-BAT-DECIDED   PIC X(20).
       01  AP-BAT-COUNT  PIC 9(03) VALUE ZERO.
       01  AP-BAT-IDX    PIC 9(03).

       01  AP-BATCH-ED  PIC Z(8)9.
       01  AP-LINES-ED  PIC Z(6)9.
       01  AP-LINE-ED   PIC Z(6)9.
       01  AP-LINE      PIC X(620).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CONNECT
           EVALUATE TRUE
              WHEN AP-MODE-SUBMIT
                 PERFORM 3000-SUBMIT THRU 3000-EXIT
              WHEN AP-MODE-APPROVE
                 PERFORM 4000-DECIDE THRU 4000-EXIT
              WHEN AP-MODE-REJECT
                 PERFORM 4000-DECIDE THRU 4000-EXIT
              WHEN AP-MODE-LIST
                 PERFORM 5000-LIST-QUEUE
           END-EVALUATE
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           PERFORM 8800-READ-DBCONFIG.
           ACCEPT AP-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT AP-RUN-TIME FROM TIME.

           OPEN INPUT APPRPRM-FILE.
           IF FS-APPRPRM = "00"
              MOVE SPACE TO AM-PARM-LINE
              READ APPRPRM-FILE INTO AM-PARM-LINE
                 AT END MOVE "10" TO FS-APPRPRM
              END-READ
              IF FS-APPRPRM = "00" AND AM-DAYS IS NUMERIC
                 IF AM-DAYS NOT = "000"
                    MOVE AM-DAYS TO AP-DAYS
                 END-IF
              END-IF
              CLOSE APPRPRM-FILE
           END-IF.

           ACCEPT AP-PARM FROM COMMAND-LINE.
           INSPECT AP-PARM CONVERTING "abcdefghijklmnopqrstuvwxyz"
                                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE SPACE TO AP-VERB AP-ARG1 AP-ARG2.
           MOVE 1 TO AP-PTR.
           UNSTRING AP-PARM DELIMITED BY ALL SPACE
              INTO AP-VERB, AP-ARG1
              WITH POINTER AP-PTR
           END-UNSTRING.
           IF AP-PTR < 80
              MOVE AP-PARM(AP-PTR:) TO AP-ARG2
           END-IF.
           IF AP-VERB = "SUBMIT" OR "APPROVE" OR "REJECT" OR "LIST"
              MOVE AP-VERB TO AP-MODE
           END-IF.

           ACCEPT AP-OPERATOR FROM ENVIRONMENT "USER".
           IF AP-OPERATOR = SPACE
              ACCEPT AP-OPERATOR FROM ENVIRONMENT "LOGNAME"
           END-IF.

           OPEN OUTPUT APPROVE-FILE.
           MOVE SPACE TO AP-LINE.
           STRING "approve " DELIMITED BY SIZE
                  AP-MODE DELIMITED BY SPACE
                  " - " DELIMITED BY SIZE
                  AP-RUN-DATE DELIMITED BY SIZE
                  " by " DELIMITED BY SIZE
                  AP-OPERATOR DELIMITED BY SPACE
                  " [" DELIMITED BY SIZE
                  DB-ENV-NAME DELIMITED BY SPACE
                  "]" DELIMITED BY SIZE
             INTO AP-LINE
           END-STRING.
           WRITE AF-ALL-DATA FROM AP-LINE.
           WRITE AF-ALL-DATA FROM SPACE.

       2000-CONNECT.
           EXEC SQL
              CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.
           IF SQLCODE NOT = ZERO
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.
           PERFORM 8700-ENSURE-QUEUE.
           PERFORM 2100-EXPIRE-BATCHES.

      ******************************************************
      * 2100-EXPIRE-BATCHES : un lot PENDING soumis il y a    *
      * plus de AP-DAYS jours passe EXPIRED - liste d'abord,  *
      * puis marque.                                           *
      ******************************************************
       2100-EXPIRE-BATCHES.
           EXEC SQL
              DECLARE CRAPEXP CURSOR FOR
              SELECT batch_id, txn_type, line_count, submitted_by,
                     TO_CHAR(submit_date, 'YYYYMMDD')
              FROM txn_batch
              WHERE status = 'PENDING'
                AND submit_date < CURRENT_DATE - :AP-DAYS
              ORDER BY batch_id
           END-EXEC.

           EXEC SQL OPEN CRAPEXP END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH CRAPEXP
                    INTO :AP-BATCH, :AP-TYPE, :AP-LINE-COUNT,
                         :AP-SUBMITTER, :AP-SUB-DATE
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    ADD 1 TO AP-EXPIRED
                    MOVE AP-BATCH TO AP-BATCH-ED
                    MOVE AP-LINE-COUNT TO AP-LINES-ED
                    MOVE SPACE TO AP-LINE
                    STRING "Batch " DELIMITED BY SIZE
                           AP-BATCH-ED DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           AP-TYPE DELIMITED BY SPACE
                           AP-LINES-ED DELIMITED BY SIZE
                           " lines, submitted " DELIMITED BY SIZE
                           AP-SUB-DATE DELIMITED BY SIZE
                           " by " DELIMITED BY SIZE
                           AP-SUBMITTER DELIMITED BY SPACE
                           " - EXPIRED, not decided within "
                           DELIMITED BY SIZE
                           AP-DAYS DELIMITED BY SIZE
                           " days." DELIMITED BY SIZE
                      INTO AP-LINE
                    END-STRING
                    WRITE AF-ALL-DATA FROM AP-LINE
                    DISPLAY AP-LINE
                 WHEN 100
                    CONTINUE
                 WHEN OTHER
                    PERFORM 9900-ERROR-RTN-START
                       THRU 9900-ERROR-RTN-END
              END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE CRAPEXP END-EXEC.

           IF AP-EXPIRED > ZERO
              MOVE SPACE TO AP-REASON
              STRING "not decided within " DELIMITED BY SIZE
                     AP-DAYS DELIMITED BY SIZE
                     " days" DELIMITED BY SIZE
                INTO AP-REASON
              END-STRING
              EXEC SQL
                 UPDATE txn_batch
                 SET status = 'EXPIRED',
                     decided_by = 'approve',
                     decided_date = CURRENT_DATE,
                     decided_time = :AP-RUN-TIME,
                     reason = RTRIM(:AP-REASON)
                 WHERE status = 'PENDING'
                   AND submit_date < CURRENT_DATE - :AP-DAYS
              END-EXEC
              IF SQLCODE NOT = ZERO
                 PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
              END-IF
              WRITE AF-ALL-DATA FROM SPACE
           END-IF.

      ******************************************************
      * 3000-SUBMIT : le fichier du type devient un lot        *
      * PENDING, ligne pour ligne (lignes blanches ignorees),  *
      * puis il est supprime. Numero du lot : le plus grand    *
      * deja employe, lot ou ligne, plus un.                    *
      ******************************************************
       3000-SUBMIT.
           IF AP-OPERATOR = SPACE
              MOVE "Refused : no login name (USER / LOGNAME) to reco
      -            "rd as the submitting operator." TO AP-LINE
              PERFORM 3900-REFUSE
              GO TO 3000-EXIT
           END-IF.
           IF AP-ARG1 NOT = "MAINT" AND AP-ARG1 NOT = "PHRMAINT"
              AND AP-ARG1 NOT = "REGMAINT"
              AND AP-ARG1 NOT = "ERASEREQ"
              MOVE SPACE TO AP-LINE
              STRING "Refused : unknown type " DELIMITED BY SIZE
                     AP-ARG1 DELIMITED BY SPACE
                     " - MAINT, PHRMAINT, REGMAINT or ERASEREQ."
                     DELIMITED BY SIZE
                INTO AP-LINE
              END-STRING
              PERFORM 3900-REFUSE
              GO TO 3000-EXIT
           END-IF.
           MOVE AP-ARG1 TO AP-TYPE.

      * Le nom de fichier eventuel est repris tel que tape (la
      * ligne de commande a ete mise en majuscules).
           MOVE SPACE TO AP-SRC-NAME.
           IF AP-ARG2 = SPACE
              STRING AP-TYPE DELIMITED BY SPACE
                     ".txt" DELIMITED BY SIZE
                INTO AP-SRC-NAME
              END-STRING
           ELSE
              ACCEPT AP-PARM FROM COMMAND-LINE
              MOVE 1 TO AP-PTR
              UNSTRING AP-PARM DELIMITED BY ALL SPACE
                 INTO AP-VERB, AP-ARG1, AP-SRC-NAME
                 WITH POINTER AP-PTR
              END-UNSTRING
           END-IF.

           OPEN INPUT SOURCE-FILE.
           IF FS-SOURCE NOT = "00"
              MOVE SPACE TO AP-LINE
              STRING "Refused : cannot open " DELIMITED BY SIZE
                     AP-SRC-NAME DELIMITED BY SPACE
                     ", status " DELIMITED BY SIZE
                     FS-SOURCE DELIMITED BY SIZE
                INTO AP-LINE
              END-STRING
              PERFORM 3900-REFUSE
              GO TO 3000-EXIT
           END-IF.

           EXEC SQL
              SELECT COALESCE(MAX(q.batch_id), 0) + 1
              INTO :AP-BATCH
              FROM (SELECT batch_id FROM txn_batch
                    UNION ALL
                    SELECT batch_id FROM txn_pending) q
           END-EXEC.
           IF SQLCODE NOT = ZERO
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.

           MOVE ZERO TO AP-LINE-COUNT.
           READ SOURCE-FILE INTO AP-TXN-LINE
              AT END MOVE "10" TO FS-SOURCE
           END-READ.
           PERFORM UNTIL FS-SOURCE NOT = "00"
              IF AP-TXN-LINE NOT = SPACE
                 ADD 1 TO AP-LINE-COUNT
                 MOVE AP-LINE-COUNT TO AP-LINE-NO
                 EXEC SQL
                    INSERT INTO txn_pending
                       (batch_id, line_no, txn_line)
                    VALUES
                       (:AP-BATCH, :AP-LINE-NO, RTRIM(:AP-TXN-LINE))
                 END-EXEC
                 IF SQLCODE NOT = ZERO
                    PERFORM 9900-ERROR-RTN-START
                       THRU 9900-ERROR-RTN-END
                 END-IF
              END-IF
              MOVE SPACE TO AP-TXN-LINE
              READ SOURCE-FILE INTO AP-TXN-LINE
                 AT END MOVE "10" TO FS-SOURCE
              END-READ
           END-PERFORM.
           CLOSE SOURCE-FILE.

           IF AP-LINE-COUNT = ZERO
              MOVE SPACE TO AP-LINE
              STRING "Refused : " DELIMITED BY SIZE
                     AP-SRC-NAME DELIMITED BY SPACE
                     " holds no transaction." DELIMITED BY SIZE
                INTO AP-LINE
              END-STRING
              PERFORM 3900-REFUSE
              GO TO 3000-EXIT
           END-IF.

           EXEC SQL
              INSERT INTO txn_batch
                 (batch_id, txn_type, source_file, line_count,
                  status, submitted_by, submit_date, submit_time)
              VALUES
                 (:AP-BATCH, RTRIM(:AP-TYPE), RTRIM(:AP-SRC-NAME),
                  :AP-LINE-COUNT, 'PENDING', RTRIM(:AP-OPERATOR),
                  CURRENT_DATE, :AP-RUN-TIME)
           END-EXEC.
           IF SQLCODE NOT = ZERO
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.

      * Le fichier soumis est supprime : seul le lot compte
      * desormais, et le meme fichier ne peut etre soumis deux
      * fois par megarde. (Code retour ignore.)
           CALL "CBL_DELETE_FILE" USING AP-SRC-NAME.
           MOVE ZERO TO RETURN-CODE.

           MOVE AP-BATCH TO AP-BATCH-ED.
           MOVE AP-LINE-COUNT TO AP-LINES-ED.
           MOVE SPACE TO AP-LINE.
           STRING "Batch " DELIMITED BY SIZE
                  AP-BATCH-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AP-TYPE DELIMITED BY SPACE
                  AP-LINES-ED DELIMITED BY SIZE
                  " lines from " DELIMITED BY SIZE
                  AP-SRC-NAME DELIMITED BY SPACE
                  " submitted by " DELIMITED BY SIZE
                  AP-OPERATOR DELIMITED BY SPACE
                  " - PENDING, to be approved by another operator."
                  DELIMITED BY SIZE
             INTO AP-LINE
           END-STRING.
           WRITE AF-ALL-DATA FROM AP-LINE.
           DISPLAY AP-LINE.

       3000-EXIT.
           EXIT.

       3900-REFUSE.
           WRITE AF-ALL-DATA FROM AP-LINE.
           DISPLAY AP-LINE.
           MOVE 8 TO AP-RC.

      ******************************************************
      * 4000-DECIDE : APPROVE ou REJECT d'un lot PENDING, par *
      * un autre operateur que celui qui l'a soumis.           *
      ******************************************************
       4000-DECIDE.
           IF AP-OPERATOR = SPACE
              MOVE "Refused : no login name (USER / LOGNAME) to reco
      -            "rd as the deciding operator." TO AP-LINE
              PERFORM 3900-REFUSE
              GO TO 4000-EXIT
           END-IF.
           PERFORM 4050-GET-BATCH-NUMBER.
           IF AP-BATCH = ZERO
              MOVE SPACE TO AP-LINE
              STRING "Refused : no batch number given (" DELIMITED BY
                     SIZE
                     AP-ARG1 DELIMITED BY SPACE
                     ")." DELIMITED BY SIZE
                INTO AP-LINE
              END-STRING
              PERFORM 3900-REFUSE
              GO TO 4000-EXIT
           END-IF.
           MOVE AP-BATCH TO AP-BATCH-ED.

           MOVE SPACE TO AP-TYPE AP-STATUS AP-SUBMITTER.
           EXEC SQL
              SELECT txn_type, status, submitted_by, line_count
              INTO :AP-TYPE, :AP-STATUS, :AP-SUBMITTER,
                   :AP-LINE-COUNT
              FROM txn_batch
              WHERE batch_id = :AP-BATCH
           END-EXEC.
           IF SQLCODE = 100
              MOVE SPACE TO AP-LINE
              STRING "Refused : batch " DELIMITED BY SIZE
                     AP-BATCH-ED DELIMITED BY SIZE
                     " is not in the queue." DELIMITED BY SIZE
                INTO AP-LINE
              END-STRING
              PERFORM 3900-REFUSE
              GO TO 4000-EXIT
           END-IF.
           IF SQLCODE NOT = ZERO
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.

           IF AP-STATUS NOT = "PENDING"
              MOVE SPACE TO AP-LINE
              STRING "Refused : batch " DELIMITED BY SIZE
                     AP-BATCH-ED DELIMITED BY SIZE
                     " is " DELIMITED BY SIZE
                     AP-STATUS DELIMITED BY SPACE
                     ", not PENDING." DELIMITED BY SIZE
                INTO AP-LINE
              END-STRING
              PERFORM 3900-REFUSE
              GO TO 4000-EXIT
           END-IF.

           IF AP-SUBMITTER = AP-OPERATOR
              MOVE SPACE TO AP-LINE
              STRING "Refused : batch " DELIMITED BY SIZE
                     AP-BATCH-ED DELIMITED BY SIZE
                     " was submitted by " DELIMITED BY SIZE
                     AP-OPERATOR DELIMITED BY SPACE
                     " - another operator must decide it."
                     DELIMITED BY SIZE
                INTO AP-LINE
              END-STRING
              PERFORM 3900-REFUSE
              GO TO 4000-EXIT
           END-IF.

           IF AP-MODE-APPROVE
              MOVE "APPROVED" TO AP-NEW-STATUS
              MOVE SPACE TO AP-REASON
           ELSE
              MOVE "REJECTED" TO AP-NEW-STATUS
              MOVE SPACE TO AP-REASON
              ACCEPT AP-PARM FROM COMMAND-LINE
              IF AP-PTR < 80
                 MOVE AP-PARM(AP-PTR:) TO AP-REASON
              END-IF
           END-IF.

           EXEC SQL
              UPDATE txn_batch
              SET status = RTRIM(:AP-NEW-STATUS),
                  decided_by = RTRIM(:AP-OPERATOR),
                  decided_date = CURRENT_DATE,
                  decided_time = :AP-RUN-TIME,
                  reason = RTRIM(:AP-REASON)
              WHERE batch_id = :AP-BATCH
                AND status = 'PENDING'
           END-EXEC.
           IF SQLCODE NOT = ZERO
              PERFORM 9900-ERROR-RTN-START THRU 9900-ERROR-RTN-END
           END-IF.

           MOVE AP-LINE-COUNT TO AP-LINES-ED.
           MOVE SPACE TO AP-LINE.
           STRING "Batch " DELIMITED BY SIZE
                  AP-BATCH-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AP-TYPE DELIMITED BY SPACE
                  AP-LINES-ED DELIMITED BY SIZE
                  " lines, submitted by " DELIMITED BY SIZE
                  AP-SUBMITTER DELIMITED BY SPACE
                  " - " DELIMITED BY SIZE
                  AP-NEW-STATUS DELIMITED BY SPACE
                  " by " DELIMITED BY SIZE
                  AP-OPERATOR DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  AP-REASON DELIMITED BY "  "
             INTO AP-LINE
           END-STRING.
           WRITE AF-ALL-DATA FROM AP-LINE.
           DISPLAY AP-LINE.

       4000-EXIT.
           EXIT.

      ******************************************************
      * 4050-GET-BATCH-NUMBER : le numero de lot, cadre a      *
      * droite ; AP-BATCH reste a zero s'il n'est pas          *
      * numerique.                                              *
      ******************************************************
       4050-GET-BATCH-NUMBER.
           MOVE ZERO TO AP-BATCH.
           MOVE ZERO TO AP-DIGITS.
           INSPECT AP-ARG1 TALLYING AP-DIGITS
              FOR CHARACTERS BEFORE INITIAL SPACE.
           IF AP-DIGITS > ZERO AND AP-DIGITS NOT > 9
              IF AP-ARG1(1:AP-DIGITS) IS NUMERIC
                 MOVE AP-ARG1(1:AP-DIGITS) TO AP-BATCH
              END-IF
           END-IF.

      ******************************************************
      * 5000-LIST-QUEUE : les lots PENDING et APPROVED (ou le  *
      * lot nomme, quel que soit son etat), chacun suivi de    *
      * ses lignes telles qu'elles seront appliquees.          *
      ******************************************************
       5000-LIST-QUEUE.
           MOVE ZERO TO AP-BATCH.
           IF AP-ARG1 NOT = SPACE
              PERFORM 4050-GET-BATCH-NUMBER
           END-IF.

           EXEC SQL
              DECLARE CRAPBAT CURSOR FOR
              SELECT batch_id, txn_type, line_count, status,
                     submitted_by,
                     TO_CHAR(submit_date, 'YYYYMMDD'),
                     TO_CHAR(submit_date + :AP-DAYS, 'YYYYMMDD'),
                     COALESCE(decided_by, '')
              FROM txn_batch
              WHERE (:AP-BATCH = 0
                     AND status IN ('PENDING', 'APPROVED'))
                 OR batch_id = :AP-BATCH
              ORDER BY batch_id
           END-EXEC.

           EXEC SQL OPEN CRAPBAT END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH CRAPBAT
                    INTO :AP-BATCH, :AP-TYPE, :AP-LINE-COUNT,
                         :AP-STATUS, :AP-SUBMITTER, :AP-SUB-DATE,
                         :AP-EXPIRES, :AP-DECIDED-BY
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    IF AP-BAT-COUNT < 500
                       ADD 1 TO AP-BAT-COUNT
                       MOVE AP-BATCH TO AP-BAT-ID(AP-BAT-COUNT)
                       MOVE AP-TYPE TO AP-BAT-TYPE(AP-BAT-COUNT)
                       MOVE AP-LINE-COUNT
                         TO AP-BAT-LINES(AP-BAT-COUNT)
                       MOVE AP-STATUS TO AP-BAT-STATUS(AP-BAT-COUNT)
                       MOVE AP-SUBMITTER TO AP-BAT-BY(AP-BAT-COUNT)
                       MOVE AP-SUB-DATE TO AP-BAT-DATE(AP-BAT-COUNT)
                       MOVE AP-EXPIRES
                         TO AP-BAT-EXPIRES(AP-BAT-COUNT)
                       MOVE AP-DECIDED-BY
                         TO AP-BAT-DECIDED(AP-BAT-COUNT)
                    END-IF
                 WHEN 100
                    CONTINUE
                 WHEN OTHER
                    PERFORM 9900-ERROR-RTN-START
                       THRU 9900-ERROR-RTN-END
              END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE CRAPBAT END-EXEC.

           IF AP-BAT-COUNT = ZERO
              MOVE "No batch waiting in the queue." TO AP-LINE
              WRITE AF-ALL-DATA FROM AP-LINE
              DISPLAY AP-LINE
           END-IF.
           PERFORM VARYING AP-BAT-IDX FROM 1 BY 1
              UNTIL AP-BAT-IDX > AP-BAT-COUNT
              PERFORM 5100-LIST-ONE-BATCH
           END-PERFORM.

       5100-LIST-ONE-BATCH.
           MOVE AP-BAT-ID(AP-BAT-IDX) TO AP-BATCH AP-BATCH-ED.
           MOVE AP-BAT-LINES(AP-BAT-IDX) TO AP-LINES-ED.
           MOVE SPACE TO AP-LINE.
           IF AP-BAT-STATUS(AP-BAT-IDX) = "PENDING"
              STRING "Batch " DELIMITED BY SIZE
                     AP-BATCH-ED DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     AP-BAT-TYPE(AP-BAT-IDX) DELIMITED BY SPACE
                     AP-LINES-ED DELIMITED BY SIZE
                     " lines, submitted " DELIMITED BY SIZE
                     AP-BAT-DATE(AP-BAT-IDX) DELIMITED BY SIZE
                     " by " DELIMITED BY SIZE
                     AP-BAT-BY(AP-BAT-IDX) DELIMITED BY SPACE
                     " - PENDING, expires after " DELIMITED BY SIZE
                     AP-BAT-EXPIRES(AP-BAT-IDX) DELIMITED BY SIZE
                INTO AP-LINE
              END-STRING
           ELSE
              STRING "Batch " DELIMITED BY SIZE
                     AP-BATCH-ED DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     AP-BAT-TYPE(AP-BAT-IDX) DELIMITED BY SPACE
                     AP-LINES-ED DELIMITED BY SIZE
                     " lines, submitted " DELIMITED BY SIZE
                     AP-BAT-DATE(AP-BAT-IDX) DELIMITED BY SIZE
                     " by " DELIMITED BY SIZE
                     AP-BAT-BY(AP-BAT-IDX) DELIMITED BY SPACE
                     " - " DELIMITED BY SIZE
                     AP-BAT-STATUS(AP-BAT-IDX) DELIMITED BY SPACE
                     " by " DELIMITED BY SIZE
                     AP-BAT-DECIDED(AP-BAT-IDX) DELIMITED BY SPACE
                INTO AP-LINE
              END-STRING
           END-IF.
           WRITE AF-ALL-DATA FROM AP-LINE.
           DISPLAY AP-LINE(1:120).

           EXEC SQL
              DECLARE CRAPLIN CURSOR FOR
              SELECT line_no, txn_line
              FROM txn_pending
              WHERE batch_id = :AP-BATCH
              ORDER BY line_no
           END-EXEC.

           EXEC SQL OPEN CRAPLIN END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
              MOVE SPACE TO AP-TXN-LINE
              EXEC SQL
                 FETCH CRAPLIN
                    INTO :AP-LINE-NO, :AP-TXN-LINE
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    MOVE AP-LINE-NO TO AP-LINE-ED
                    MOVE SPACE TO AP-LINE
                    MOVE AP-LINE-ED TO AP-LINE(1:7)
                    MOVE AP-TXN-LINE TO AP-LINE(10:600)
                    WRITE AF-ALL-DATA FROM AP-LINE
                 WHEN 100
                    CONTINUE
                 WHEN OTHER
                    PERFORM 9900-ERROR-RTN-START
                       THRU 9900-ERROR-RTN-END
              END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE CRAPLIN END-EXEC.
           WRITE AF-ALL-DATA FROM SPACE.

       9000-TERMINATE.
           MOVE SPACE TO AP-LINE.
           STRING AP-EXPIRED DELIMITED BY SIZE
                  " batches expired (limit " DELIMITED BY SIZE
                  AP-DAYS DELIMITED BY SIZE
                  " days)." DELIMITED BY SIZE
             INTO AP-LINE
           END-STRING.
           WRITE AF-ALL-DATA FROM AP-LINE.
           DISPLAY AP-LINE.
           CLOSE APPROVE-FILE.
           EXEC SQL DISCONNECT END-EXEC.
           MOVE AP-RC TO RETURN-CODE.

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
           CLOSE SOURCE-FILE.
           CLOSE APPROVE-FILE.
           GOBACK.
