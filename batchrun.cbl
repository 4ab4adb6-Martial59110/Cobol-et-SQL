      * date is the business date, as before.                      *
      *                                                            *
      * Rows processed : belg3's row count is read back from its  *
      * CHECKPT.txt checkpoint ; the other steps publish no        *
      * machine-readable count, so their records carry zero.        *
      *                                                            *
      * Job stream : the steps, their order, their prerequisites  *
      * and the return codes that stop the night come from        *
      * JOBDEF.txt (optional), one step per line, in run order :  *
      *   col  1-8   program CALLed                                *
      *   col  9     S stream step, or F final step - run after    *
      *              the RUN record is closed, always, without     *
      *              changing the night's result (morning,         *
      *              filearch)                                      *
      *   col 10-12  highest return code still counted DONE        *
      *   col 13-15  return code from which the whole stream stops *
      *              (blank or zero : any failure stops it)         *
      *   col 16     D : the business date is passed USING         *
      *   col 17-40  up to three prerequisite steps, 8 cols each,  *
      *              each an earlier stream step ; a step whose    *
      *              prerequisite did not complete is SKIPPED      *
      *   col 41-48  program CALLed when it is not the step name - *
      *              one program run at several points of the     *
      *              night, each under its own step name           *
      * Lines beginning with * are comments. A file with one bad  *
      * line refuses the whole run (code 16) - half a night run   *
      * from a half-understood file is worse than none. Without   *
      * the file the historical stream runs : belg, belg3 after   *
      * belg, then steptime, approve, morning and filearch. The   *
      * nightly file reads :                                       *
      * (demosum rebuilds the demographic summary the reports    *
      * read ; it runs again after each databank writer that a   *
      * later report follows)                                     *
      *   demosum S000                                             *
      *   belg    S000    demosum                                  *
      *   demosum2S000    belg                    demosum          *
      *   belg3   S000    demosum2                                 *
      *   ageroll S000                                             *
      *   dbqual  S004999 ageroll                                  *
      *   phonestdS004999 belg                                     *
      *   emailstdS004999 belg                                     *
      *   langchk S004999 belg                                     *
      *   hhgroup S004999 phonestdemailstd                         *
      *   extract S004999 emailstdphonestd                         *
      *   demosum3S000    ageroll phonestdemailstddemosum          *
      *   cohort  S000999 demosum3                                 *
      *   regrpt  S000999 demosum3                                 *
      *   trendrptS000999 belg3   demosum3                         *
      *   qualcardS000999 phonestdemailstd                         *
      *   orphscanS004999 hhgroup                                  *
      *   ctrychk S004999                                          *
      *   steptimeF999                                             *
      *   approve F999                                             *
      *   morning F999                                             *
      *   filearchF999   D                                         *
      * Every step, stream or final, leaves one RUNCTL.txt record *
      * (DONE, FAILED or SKIPPED). Each CALLed program is         *
      * CANCELled afterwards so a CATCHUP night starts it fresh.   *
      *                                                            *
      * Restart : when the business date already has a FAILED    *
      * run (or an INPROG one forced with OVERRIDE after an       *
      * abend), the steps RUNCTL.txt shows DONE for it since its  *
      * last DONE run are not called again - the rerun resumes at *
      * the step that failed. A date whose last run is DONE,      *
      * forced again with OVERRIDE, reruns the whole stream.      *
      * Steps that CALL demosum are the exception : they are      *
      * always run again. belg, belg3 and the reports refuse a    *
      * demographic summary older than the last change_journal    *
      * entry, and the failed step has usually journaled changes  *
      * since the summary was built - carried forward, the old    *
      * build would refuse every rerun until demosum was run by   *
      * hand.                                                      *
      *                                                            *
      * Modification history                                      *
      * 2026-08-08 EDP  Initial version.                          *
      * 2026-09-03 EDP  batch calendar BATCHCAL.txt : business     *
      *                 date derivation, non-processing days,       *
      *                 catch-up of a missed business date.         *
      * 2026-10-15 EDP  job stream from JOBDEF.txt : steps, order, *
      *                 prerequisites and stop codes ; every step  *
      *                 in RUNCTL.txt ; a rerun resumes at the      *
      *                 failed step.                                *
      * 2026-10-15 EDP  JOBDEF.txt col 41-48 : program CALLed      *
      *                 under a different step name ; the          *
      *                 historical stream builds the demographic   *
      *                 summary before belg and again after it.    *
      * 2026-10-15 EDP  steptime called before morning : step      *
      *                 durations against their history, batch    *
      *                 window check.                               *
      * 2026-10-15 EDP  approve called before morning : expiry of  *
      *                 the batches left undecided in the approval *
      *                 queue.                                      *
      * 2026-10-15 EDP  restart : demosum steps always rerun, so   *
      *                 the summary is rebuilt after the changes   *
      *                 the failed step journaled.                  *
      ******************************************************

       ENVIRONMENT DIVISION.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-BATCHCAL.

           SELECT JOBDEF-FILE ASSIGN TO "JOBDEF.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-JOBDEF.


       DATA DIVISION.
       FILE SECTION.
           05 CA-DATE   PIC 9(08).
           05 CA-STATUS PIC X(01).

       FD  JOBDEF-FILE.
       01  JD-ALL-DATA PIC X(48).


       WORKING-STORAGE SECTION.

       01  BR-RUN-DATE       PIC 9(08).
       01  BR-OVERALL-STATUS PIC 9(03) VALUE ZERO.

       01  BL-LINE           PIC X(80).
       01  BR-STEP-EDATE     PIC 9(08).
       01  BR-STEP-ETIME     PIC 9(08).
       01  BR-STEP-NAME      PIC X(08).
       01  BR-STEP-PGM       PIC X(08).
       01  BR-STEP-RC        PIC 9(03).
       01  BR-STEP-ROWS      PIC 9(10).
       01  BR-STEP-STATUS    PIC X(08).
       01  BR-STEP-OK-MAX    PIC 9(03).

      * Le train de la nuit, charge de JOBDEF.txt (ou la liste
      * historique a defaut). BR-JOB-STATE est l'issue du pas
      * pour la date de gestion en cours ; BR-JOB-PRIOR dit
      * qu'il avait deja abouti lors d'un run precedent.
       01  FS-JOBDEF         PIC X(02).
       01  BR-JOB-TABLE.
           05 BR-JOB-ENTRY OCCURS 30 TIMES.
              10 BR-JOB-NAME    PIC X(08).
              10 BR-JOB-CLASS   PIC X(01).
              10 BR-JOB-OK-MAX  PIC 9(03).
              10 BR-JOB-STOP-AT PIC 9(03).
              10 BR-JOB-PARM    PIC X(01).
              10 BR-JOB-DEP     PIC X(08) OCCURS 3 TIMES.
              10 BR-JOB-PGM     PIC X(08).
              10 BR-JOB-STATE   PIC X(08).
              10 BR-JOB-PRIOR   PIC X(01).
       01  JD-RECORD.
           05 JD-STEP    PIC X(08).
           05 JD-CLASS   PIC X(01).
           05 JD-OK-MAX  PIC X(03).
           05 JD-STOP-AT PIC X(03).
           05 JD-PARM    PIC X(01).
           05 JD-DEP     PIC X(08) OCCURS 3 TIMES.
           05 JD-PGM     PIC X(08).
       01  BR-JOB-COUNT      PIC 9(02) VALUE ZERO.
       01  BR-JOB-IDX        PIC 9(02).
       01  BR-DEP-IDX        PIC 9(02).
       01  BR-FIND-IDX       PIC 9(02).
       01  BR-SCAN-IDX       PIC 9(02).
       01  BR-FIND-NAME      PIC X(08).
       01  BR-JD-LINE-NO     PIC 9(04) VALUE ZERO.
       01  BR-JD-ERRORS      PIC 9(04) VALUE ZERO.
       01  BR-JD-REASON      PIC X(40).
       01  BR-JOBDEF-SW      PIC X(01) VALUE "N".
           88 BR-JOBDEF-READ           VALUE "Y".
       01  BR-STOPPED-SW     PIC X(01) VALUE "N".
           88 BR-STOPPED               VALUE "Y".
       01  BR-PREREQ-SW      PIC X(01) VALUE "Y".
           88 BR-PREREQ-OK             VALUE "Y".
       01  BR-CALLED-SW      PIC X(01) VALUE "Y".
           88 BR-CALLED                VALUE "Y".
       01  BR-STOP-NAME      PIC X(08).
       01  BR-SKIP-REASON    PIC X(40).
       01  BR-RESUMED        PIC 9(02) VALUE ZERO.
       01  BR-LOG-PTR        PIC 9(03).

       01  CK-LINE.
           05 CK-COUNTRY PIC X(50).
              MOVE "Y" TO BR-CATCHUP-SW
           END-IF.

           PERFORM 0200-LOAD-JOBDEF
           PERFORM 0300-READ-CALENDAR
           PERFORM 0400-DERIVE-BUS-DATE
           PERFORM 0450-CHECK-MISSED-DATE
           PERFORM 0600-RUN-ONE-NIGHT
           GOBACK.

      ******************************************************
      * 0200-LOAD-JOBDEF : le train de la nuit. Fichier       *
      * absent : le train historique. Une seule ligne fausse  *
      * et le run est refuse (code 16), avant toute ecriture  *
      * dans RUNCTL.txt.                                        *
      ******************************************************
       0200-LOAD-JOBDEF.
           MOVE ZERO TO BR-JOB-COUNT BR-JD-ERRORS BR-JD-LINE-NO.
           OPEN INPUT JOBDEF-FILE.
           IF FS-JOBDEF NOT = "00"
              PERFORM 0250-DEFAULT-JOBDEF
           ELSE
              MOVE "Y" TO BR-JOBDEF-SW
              READ JOBDEF-FILE INTO JD-RECORD
                 AT END MOVE "10" TO FS-JOBDEF
              END-READ
              PERFORM UNTIL FS-JOBDEF NOT = "00"
                 ADD 1 TO BR-JD-LINE-NO
                 IF JD-RECORD NOT = SPACE AND JD-STEP(1:1) NOT = "*"
                    PERFORM 0210-CHECK-JOBDEF-LINE
                 END-IF
                 READ JOBDEF-FILE INTO JD-RECORD
                    AT END MOVE "10" TO FS-JOBDEF
                 END-READ
              END-PERFORM
              CLOSE JOBDEF-FILE
              IF BR-JD-ERRORS > ZERO
                 DISPLAY "Run refused: JOBDEF.txt has " BR-JD-ERRORS
                    " invalid line(s)."
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
              IF BR-JOB-COUNT = ZERO
                 DISPLAY "Run refused: JOBDEF.txt defines no step."
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.

       0210-CHECK-JOBDEF-LINE.
           MOVE SPACE TO BR-JD-REASON.
           MOVE JD-STEP TO BR-FIND-NAME.
           PERFORM 0290-FIND-JOB.
           EVALUATE TRUE
              WHEN JD-STEP = SPACE
                 MOVE "step name missing" TO BR-JD-REASON
              WHEN JD-STEP = "RUN" OR JD-STEP = "RUNCU"
                 MOVE "step name reserved for the run record"
                   TO BR-JD-REASON
              WHEN BR-FIND-IDX NOT = ZERO
                 MOVE "step defined twice" TO BR-JD-REASON
              WHEN JD-CLASS NOT = "S" AND JD-CLASS NOT = "F"
                 MOVE "class must be S or F" TO BR-JD-REASON
              WHEN JD-OK-MAX IS NOT NUMERIC
                 MOVE "highest DONE code not numeric"
                   TO BR-JD-REASON
              WHEN JD-STOP-AT NOT = SPACE
                 AND JD-STOP-AT IS NOT NUMERIC
                 MOVE "stop code not numeric" TO BR-JD-REASON
              WHEN JD-PARM NOT = SPACE AND JD-PARM NOT = "D"
                 MOVE "parameter flag must be D or blank"
                   TO BR-JD-REASON
              WHEN BR-JOB-COUNT NOT < 30
                 MOVE "more than 30 steps" TO BR-JD-REASON
              WHEN OTHER
                 PERFORM 0220-CHECK-JOBDEF-DEPS
           END-EVALUATE.
           IF BR-JD-REASON NOT = SPACE
              ADD 1 TO BR-JD-ERRORS
              DISPLAY "JOBDEF.txt line " BR-JD-LINE-NO ": "
                 BR-JD-REASON
           ELSE
              PERFORM 0230-ADD-JOB
           END-IF.

      ******************************************************
      * 0220-CHECK-JOBDEF-DEPS : un prerequis est un pas du   *
      * train defini plus haut - l'ordre du fichier reste     *
      * ainsi l'ordre d'execution, sans tri ni boucle.         *
      ******************************************************
       0220-CHECK-JOBDEF-DEPS.
           PERFORM VARYING BR-DEP-IDX FROM 1 BY 1
              UNTIL BR-DEP-IDX > 3
              IF JD-DEP(BR-DEP-IDX) NOT = SPACE
                 AND BR-JD-REASON = SPACE
                 MOVE JD-DEP(BR-DEP-IDX) TO BR-FIND-NAME
                 PERFORM 0290-FIND-JOB
                 EVALUATE TRUE
                    WHEN BR-FIND-IDX = ZERO
                       STRING "prerequisite " DELIMITED BY SIZE
                              BR-FIND-NAME DELIMITED BY SPACE
                              " is not an earlier step"
                              DELIMITED BY SIZE
                         INTO BR-JD-REASON
                       END-STRING
                    WHEN BR-JOB-CLASS(BR-FIND-IDX) NOT = "S"
                       STRING "prerequisite " DELIMITED BY SIZE
                              BR-FIND-NAME DELIMITED BY SPACE
                              " is a final step" DELIMITED BY SIZE
                         INTO BR-JD-REASON
                       END-STRING
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
              END-IF
           END-PERFORM.

      ******************************************************
      * 0230-ADD-JOB : code d'arret en blanc ou a zero : tout *
      * echec du pas arrete le train.                          *
      ******************************************************
       0230-ADD-JOB.
           ADD 1 TO BR-JOB-COUNT.
           MOVE JD-STEP TO BR-JOB-NAME(BR-JOB-COUNT).
           MOVE JD-CLASS TO BR-JOB-CLASS(BR-JOB-COUNT).
           MOVE JD-OK-MAX TO BR-JOB-OK-MAX(BR-JOB-COUNT).
           IF JD-STOP-AT = SPACE OR JD-STOP-AT = "000"
              IF BR-JOB-OK-MAX(BR-JOB-COUNT) < 999
                 COMPUTE BR-JOB-STOP-AT(BR-JOB-COUNT) =
                    BR-JOB-OK-MAX(BR-JOB-COUNT) + 1
              ELSE
                 MOVE 999 TO BR-JOB-STOP-AT(BR-JOB-COUNT)
              END-IF
           ELSE
              MOVE JD-STOP-AT TO BR-JOB-STOP-AT(BR-JOB-COUNT)
           END-IF.
           MOVE JD-PARM TO BR-JOB-PARM(BR-JOB-COUNT).
           PERFORM VARYING BR-DEP-IDX FROM 1 BY 1
              UNTIL BR-DEP-IDX > 3
              MOVE JD-DEP(BR-DEP-IDX)
                TO BR-JOB-DEP(BR-JOB-COUNT, BR-DEP-IDX)
           END-PERFORM.
           IF JD-PGM = SPACE
              MOVE JD-STEP TO BR-JOB-PGM(BR-JOB-COUNT)
           ELSE
              MOVE JD-PGM TO BR-JOB-PGM(BR-JOB-COUNT)
           END-IF.
           MOVE SPACE TO BR-JOB-STATE(BR-JOB-COUNT).
           MOVE "N" TO BR-JOB-PRIOR(BR-JOB-COUNT).

      ******************************************************
      * 0250-DEFAULT-JOBDEF : sans JOBDEF.txt, la nuit d'avant *
      * le fichier - belg, puis belg3 s'il a abouti, puis      *
      * steptime, approve, morning et filearch. belg lit la    *
      * synthese demographique puis corrige databank :        *
      * demosum la construit avant lui et la reconstruit      *
      * apres, pour belg3 et morning.                           *
      ******************************************************
       0250-DEFAULT-JOBDEF.
           MOVE "demosum S000999" TO JD-RECORD.
           PERFORM 0230-ADD-JOB.
           MOVE "belg    S000999 demosum" TO JD-RECORD.
           PERFORM 0230-ADD-JOB.
           MOVE SPACE TO JD-RECORD.
           MOVE "demosum2S000999 belg" TO JD-RECORD.
           MOVE "demosum" TO JD-PGM.
           PERFORM 0230-ADD-JOB.
           MOVE "belg3   S000999 belg    demosum2" TO JD-RECORD.
           PERFORM 0230-ADD-JOB.
           MOVE "steptimeF999999" TO JD-RECORD.
           PERFORM 0230-ADD-JOB.
           MOVE "approve F999999" TO JD-RECORD.
           PERFORM 0230-ADD-JOB.
           MOVE "morning F999999" TO JD-RECORD.
           PERFORM 0230-ADD-JOB.
           MOVE "filearchF999999D" TO JD-RECORD.
           PERFORM 0230-ADD-JOB.

       0290-FIND-JOB.
           MOVE ZERO TO BR-FIND-IDX.
           PERFORM VARYING BR-SCAN-IDX FROM 1 BY 1
              UNTIL BR-SCAN-IDX > BR-JOB-COUNT
                 OR BR-FIND-IDX NOT = ZERO
              IF BR-JOB-NAME(BR-SCAN-IDX) = BR-FIND-NAME
                 MOVE BR-SCAN-IDX TO BR-FIND-IDX
              END-IF
           END-PERFORM.

      ******************************************************
      * 0300-READ-CALENDAR : la table des jours de traitement *
      * (P) et chomes (N). Fichier absent : pas de calendrier, *
      ******************************************************
      * 0600-RUN-ONE-NIGHT : la nuit complete pour la date de *
      * gestion courante - controle de double lancement, les  *
      * pas deja aboutis, le train, le journal, puis les pas  *
      * de fin (morning, l'archivage). Sous CATCHUP elle est  *
      * jouee deux fois, date manquee d'abord.                  *
      ******************************************************
       0600-RUN-ONE-NIGHT.
           MOVE ZERO TO BR-OVERALL-STATUS.
           MOVE "N" TO BR-STOPPED-SW.
           PERFORM 0500-CHECK-PRIOR-RUN
           PERFORM 0700-FIND-DONE-STEPS
           PERFORM 1000-INITIALIZE
           PERFORM 2000-RUN-STREAM
           PERFORM 9000-TERMINATE
           PERFORM 9500-RUN-FINAL-STEPS.

      ******************************************************
      * 0500-CHECK-PRIOR-RUN : relit tout RUNCTL.txt et       *
              CLOSE RUNCTL-FILE
           END-IF.

      ******************************************************
      * 0700-FIND-DONE-STEPS : reprise. Si le dernier RUN de  *
      * la date est FAILED (ou INPROG force par OVERRIDE      *
      * apres un plantage), les pas du train que RUNCTL.txt   *
      * donne DONE depuis le dernier RUN DONE de la date ne   *
      * sont pas rappeles. Un RUN DONE relance par OVERRIDE   *
      * rejoue tout le train. Un pas qui appelle demosum n'est *
      * jamais repris DONE : le resume est reconstruit apres   *
      * les changements journalises par le pas en echec.        *
      ******************************************************
       0700-FIND-DONE-STEPS.
           MOVE ZERO TO BR-RESUMED.
           PERFORM VARYING BR-JOB-IDX FROM 1 BY 1
              UNTIL BR-JOB-IDX > BR-JOB-COUNT
              MOVE SPACE TO BR-JOB-STATE(BR-JOB-IDX)
              MOVE "N" TO BR-JOB-PRIOR(BR-JOB-IDX)
           END-PERFORM.
           IF BR-PRIOR-STATUS = "FAILED" OR BR-PRIOR-STATUS = "INPROG"
              OPEN INPUT RUNCTL-FILE
              IF FS-RUNCTL = "00" OR FS-RUNCTL = "05"
                 READ RUNCTL-FILE
                    AT END MOVE "10" TO FS-RUNCTL
                 END-READ
                 PERFORM UNTIL FS-RUNCTL NOT = "00"
                    IF RC-BUS-DATE = BR-RUN-DATE
                       PERFORM 0710-NOTE-PRIOR-STEP
                    END-IF
                    READ RUNCTL-FILE
                       AT END MOVE "10" TO FS-RUNCTL
                    END-READ
                 END-PERFORM
                 CLOSE RUNCTL-FILE
              END-IF
              PERFORM VARYING BR-JOB-IDX FROM 1 BY 1
                 UNTIL BR-JOB-IDX > BR-JOB-COUNT
                 IF BR-JOB-PRIOR(BR-JOB-IDX) = "Y"
                    ADD 1 TO BR-RESUMED
                 END-IF
              END-PERFORM
           END-IF.

       0710-NOTE-PRIOR-STEP.
           IF RC-STEP = "RUN" OR RC-STEP = "RUNCU"
              IF RC-STATUS = "DONE"
                 PERFORM VARYING BR-JOB-IDX FROM 1 BY 1
                    UNTIL BR-JOB-IDX > BR-JOB-COUNT
                    MOVE SPACE TO BR-JOB-STATE(BR-JOB-IDX)
                    MOVE "N" TO BR-JOB-PRIOR(BR-JOB-IDX)
                 END-PERFORM
              END-IF
           ELSE
              MOVE RC-STEP TO BR-FIND-NAME
              PERFORM 0290-FIND-JOB
              IF BR-FIND-IDX NOT = ZERO
                 IF BR-JOB-CLASS(BR-FIND-IDX) = "S"
                    IF RC-STATUS = "DONE"
                       AND BR-JOB-PGM(BR-FIND-IDX) NOT = "demosum"
                       MOVE "DONE" TO BR-JOB-STATE(BR-FIND-IDX)
                       MOVE "Y" TO BR-JOB-PRIOR(BR-FIND-IDX)
                    ELSE
                       MOVE SPACE TO BR-JOB-STATE(BR-FIND-IDX)
                       MOVE "N" TO BR-JOB-PRIOR(BR-FIND-IDX)
                    END-IF
                 END-IF
              END-IF
           END-IF.

       1000-INITIALIZE.
           PERFORM 8800-READ-DBCONFIG.
           OPEN OUTPUT BATCHLOG-FILE.
              WRITE BL-ALL-DATA FROM BL-LINE
              DISPLAY BL-LINE
           END-IF.
           MOVE SPACE TO BL-LINE.
           IF BR-JOBDEF-READ
              STRING "job stream from JOBDEF.txt - " DELIMITED BY SIZE
                     BR-JOB-COUNT DELIMITED BY SIZE
                     " steps" DELIMITED BY SIZE
                INTO BL-LINE
              END-STRING
           ELSE
              MOVE "built-in job stream (no JOBDEF.txt)" TO BL-LINE
           END-IF.
           WRITE BL-ALL-DATA FROM BL-LINE.
           IF BR-RESUMED > ZERO
              MOVE SPACE TO BL-LINE
              STRING "RESTART: " DELIMITED BY SIZE
                     BR-RESUMED DELIMITED BY SIZE
                     " steps already completed for this date"
                     DELIMITED BY SIZE
                     " - resuming at the failed step"
                     DELIMITED BY SIZE
                INTO BL-LINE
              END-STRING
              WRITE BL-ALL-DATA FROM BL-LINE
              DISPLAY BL-LINE
           END-IF.

           IF BR-CU-NIGHT
              MOVE "RUNCU" TO BR-STEP-NAME
           MOVE ZERO TO BR-STEP-EDATE BR-STEP-ETIME.
           PERFORM 7100-WRITE-RUNCTL.

      ******************************************************
      * 2000-RUN-STREAM : les pas S dans l'ordre du fichier.  *
      * Un pas deja abouti n'est pas rappele ; apres un arret *
      * du train, ou si un prerequis n'a pas abouti, le pas   *
      * est SKIPPED.                                            *
      ******************************************************
       2000-RUN-STREAM.
           PERFORM VARYING BR-JOB-IDX FROM 1 BY 1
              UNTIL BR-JOB-IDX > BR-JOB-COUNT
              IF BR-JOB-CLASS(BR-JOB-IDX) = "S"
                 PERFORM 2100-RUN-STREAM-STEP
              END-IF
           END-PERFORM.

       2100-RUN-STREAM-STEP.
           MOVE BR-JOB-NAME(BR-JOB-IDX) TO BR-STEP-NAME.
           EVALUATE TRUE
              WHEN BR-JOB-PRIOR(BR-JOB-IDX) = "Y"
                 PERFORM 2510-LOG-STEP-NAME
                 STRING "already completed - not rerun"
                   DELIMITED BY SIZE
                   INTO BL-LINE WITH POINTER BR-LOG-PTR
                 END-STRING
                 WRITE BL-ALL-DATA FROM BL-LINE
                 DISPLAY BL-LINE
              WHEN BR-STOPPED
                 MOVE SPACE TO BR-SKIP-REASON
                 STRING "stream stopped after " DELIMITED BY SIZE
                        BR-STOP-NAME DELIMITED BY SPACE
                   INTO BR-SKIP-REASON
                 END-STRING
                 PERFORM 2300-SKIP-STEP
              WHEN OTHER
                 PERFORM 2200-CHECK-PREREQS
                 IF BR-PREREQ-OK
                    PERFORM 2400-CALL-STEP
                    PERFORM 2500-LOG-STEP-RC
                    IF BR-STEP-STATUS = "FAILED"
                       PERFORM 2600-STEP-FAILED
                    END-IF
                 ELSE
                    PERFORM 2300-SKIP-STEP
                 END-IF
           END-EVALUATE.

      ******************************************************
      * 2200-CHECK-PREREQS : chaque prerequis doit etre DONE, *
      * cette nuit ou lors du run interrompu.                  *
      ******************************************************
       2200-CHECK-PREREQS.
           MOVE "Y" TO BR-PREREQ-SW.
           MOVE SPACE TO BR-SKIP-REASON.
           PERFORM VARYING BR-DEP-IDX FROM 1 BY 1
              UNTIL BR-DEP-IDX > 3 OR NOT BR-PREREQ-OK
              IF BR-JOB-DEP(BR-JOB-IDX, BR-DEP-IDX) NOT = SPACE
                 MOVE BR-JOB-DEP(BR-JOB-IDX, BR-DEP-IDX)
                   TO BR-FIND-NAME
                 PERFORM 0290-FIND-JOB
                 IF BR-JOB-STATE(BR-FIND-IDX) NOT = "DONE"
                    MOVE "N" TO BR-PREREQ-SW
                    IF BR-JOB-STATE(BR-FIND-IDX) = SPACE
                       STRING BR-FIND-NAME DELIMITED BY SPACE
                              " step not run" DELIMITED BY SIZE
                         INTO BR-SKIP-REASON
                       END-STRING
                    ELSE
                       STRING BR-FIND-NAME DELIMITED BY SPACE
                              " step " DELIMITED BY SIZE
                              BR-JOB-STATE(BR-FIND-IDX)
                              DELIMITED BY SPACE
                         INTO BR-SKIP-REASON
                       END-STRING
                       INSPECT BR-SKIP-REASON
                          CONVERTING "ADEFIKLNOPS"
                                  TO "adefiklnops"
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       2300-SKIP-STEP.
           MOVE SPACE TO BL-LINE.
           STRING BR-STEP-NAME DELIMITED BY SPACE
                  " skipped - " DELIMITED BY SIZE
                  BR-SKIP-REASON DELIMITED BY "  "
             INTO BL-LINE
           END-STRING.
           IF BR-JOB-CLASS(BR-JOB-IDX) = "S"
              WRITE BL-ALL-DATA FROM BL-LINE
           END-IF.
           DISPLAY BL-LINE.
           PERFORM 7000-STAMP-STEP-START.
           MOVE BR-STEP-SDATE TO BR-STEP-EDATE.
           MOVE BR-STEP-STIME TO BR-STEP-ETIME.
           MOVE ZERO TO BR-STEP-RC BR-STEP-ROWS.
           MOVE "SKIPPED" TO BR-STEP-STATUS.
           PERFORM 7100-WRITE-RUNCTL.
           MOVE "SKIPPED" TO BR-JOB-STATE(BR-JOB-IDX).

      ******************************************************
      * 2400-CALL-STEP : appel du programme du pas, avec la   *
      * date de gestion si le fichier le demande. Programme   *
      * introuvable : code 16. CANCEL ensuite, pour qu'une    *
      * nuit CATCHUP le reprenne a l'etat initial.             *
      ******************************************************
       2400-CALL-STEP.
           MOVE BR-JOB-PGM(BR-JOB-IDX) TO BR-STEP-PGM.
           PERFORM 7000-STAMP-STEP-START.
           MOVE BR-JOB-OK-MAX(BR-JOB-IDX) TO BR-STEP-OK-MAX.
           MOVE ZERO TO BR-STEP-RC BR-STEP-ROWS.
           MOVE "Y" TO BR-CALLED-SW.
           IF BR-JOB-PARM(BR-JOB-IDX) = "D"
              CALL BR-STEP-PGM USING BR-RUN-DATE
                 ON EXCEPTION
                    MOVE "N" TO BR-CALLED-SW
              END-CALL
           ELSE
              CALL BR-STEP-PGM
                 ON EXCEPTION
                    MOVE "N" TO BR-CALLED-SW
              END-CALL
           END-IF.
           IF BR-CALLED
              MOVE RETURN-CODE TO BR-STEP-RC
              CANCEL BR-STEP-PGM
           ELSE
              MOVE 16 TO BR-STEP-RC
              DISPLAY "Program not found: " BR-STEP-PGM
           END-IF.
           MOVE ZERO TO RETURN-CODE.
           IF BR-STEP-NAME = "belg3"
              PERFORM 3100-READ-BELG3-ROWS
           END-IF.
           PERFORM 7200-STAMP-STEP-END.
           PERFORM 7100-WRITE-RUNCTL.
           MOVE BR-STEP-STATUS TO BR-JOB-STATE(BR-JOB-IDX).

       2500-LOG-STEP-RC.
           PERFORM 2510-LOG-STEP-NAME.
           STRING "step return-code: " DELIMITED BY SIZE
                  BR-STEP-RC DELIMITED BY SIZE
             INTO BL-LINE WITH POINTER BR-LOG-PTR
           END-STRING.
           WRITE BL-ALL-DATA FROM BL-LINE.
           DISPLAY BL-LINE.

      ******************************************************
      * 2510-LOG-STEP-NAME : le nom du pas en tete de ligne,  *
      * cadre comme dans les logs d'avant le fichier.          *
      ******************************************************
       2510-LOG-STEP-NAME.
           MOVE SPACE TO BL-LINE.
           IF BR-STEP-NAME(7:1) = SPACE
              MOVE BR-STEP-NAME(1:7) TO BL-LINE(1:7)
              MOVE 8 TO BR-LOG-PTR
           ELSE
              MOVE BR-STEP-NAME TO BL-LINE(1:8)
              MOVE 10 TO BR-LOG-PTR
           END-IF.

      ******************************************************
      * 2600-STEP-FAILED : le premier echec donne le code de  *
      * la nuit ; au-dela du code d'arret du pas, le reste du *
      * train n'est pas lance.                                  *
      ******************************************************
       2600-STEP-FAILED.
           IF BR-OVERALL-STATUS = ZERO
              MOVE BR-STEP-RC TO BR-OVERALL-STATUS
           END-IF.
           IF BR-STEP-RC NOT < BR-JOB-STOP-AT(BR-JOB-IDX)
              MOVE "Y" TO BR-STOPPED-SW
              MOVE BR-STEP-NAME TO BR-STOP-NAME
              MOVE SPACE TO BL-LINE
              STRING "stream stopped after " DELIMITED BY SIZE
                     BR-STEP-NAME DELIMITED BY SPACE
                     " (stop code " DELIMITED BY SIZE
                     BR-JOB-STOP-AT(BR-JOB-IDX) DELIMITED BY SIZE
                     ")" DELIMITED BY SIZE
                INTO BL-LINE
              END-STRING
              WRITE BL-ALL-DATA FROM BL-LINE
              DISPLAY BL-LINE
           END-IF.

      ******************************************************
      * 3100-READ-BELG3-ROWS : le compte de lignes du pas     *
      * belg3 est relu dans son fichier de reprise.            *
       7200-STAMP-STEP-END.
           ACCEPT BR-STEP-EDATE FROM DATE YYYYMMDD.
           ACCEPT BR-STEP-ETIME FROM TIME.
           IF BR-STEP-RC NOT > BR-STEP-OK-MAX
              MOVE "DONE" TO BR-STEP-STATUS
           ELSE
              MOVE "FAILED" TO BR-STEP-STATUS
              + BR-JD-D - 32075.

       9000-TERMINATE.
           MOVE SPACE TO BL-LINE.
           IF BR-OVERALL-STATUS = ZERO
              STRING "OVERALL RESULT: SUCCESS" DELIMITED BY SIZE
           MOVE BR-RUN-SDATE TO BR-STEP-SDATE.
           MOVE BR-RUN-STIME TO BR-STEP-STIME.
           MOVE BR-OVERALL-STATUS TO BR-STEP-RC.
           MOVE ZERO TO BR-STEP-ROWS BR-STEP-OK-MAX.
           PERFORM 7200-STAMP-STEP-END.
           PERFORM 7100-WRITE-RUNCTL.

           END-IF.

      ******************************************************
      * 9500-RUN-FINAL-STEPS : les pas F (morning, filearch), *
      * apres le journal et le log - morning lit les fichiers *
      * que la nuit vient d'ecrire, filearch en fait les      *
      * copies datees. Toujours joues, meme sur une reprise ; *
      * leur sort ne change pas le resultat de la nuit.        *
      ******************************************************
       9500-RUN-FINAL-STEPS.
           PERFORM VARYING BR-JOB-IDX FROM 1 BY 1
              UNTIL BR-JOB-IDX > BR-JOB-COUNT
              IF BR-JOB-CLASS(BR-JOB-IDX) = "F"
                 MOVE BR-JOB-NAME(BR-JOB-IDX) TO BR-STEP-NAME
                 PERFORM 2200-CHECK-PREREQS
                 IF BR-PREREQ-OK
                    PERFORM 2400-CALL-STEP
                    MOVE SPACE TO BL-LINE
                    STRING BR-STEP-NAME DELIMITED BY SPACE
                           " step return-code: " DELIMITED BY SIZE
                           BR-STEP-RC DELIMITED BY SIZE
                      INTO BL-LINE
                    END-STRING
                    DISPLAY BL-LINE
                 ELSE
                    PERFORM 2300-SKIP-STEP
                 END-IF
              END-IF
           END-PERFORM.
           MOVE BR-OVERALL-STATUS TO RETURN-CODE.
