       IDENTIFICATION DIVISION.
       PROGRAM-ID. steptime.
       AUTHOR. EDP-BATCH-TEAM.
       INSTALLATION. DBAGE-REPORTING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

      ******************************************************
      * Batch step duration history and window check.         *
      *                                                        *
      * RUNCTL.txt keeps the start and end of every step of   *
      * every night. This report reads that history and       *
      * writes STEPTIME.txt :                                  *
      *   one line per step of tonight - tonight's duration,  *
      *   the average and the worst case over the previous    *
      *   nights of history, tonight as a percentage of the   *
      *   average, SLOWER when the step has grown longer two  *
      *   nights running and is now above its average, and a *
      *   verdict WARNING / ACTION when it ran well over its  *
      *   normal time (at least 3 nights of history needed) ; *
      *   the batch window - the run's end against the        *
      *   deadline ; a run that failed, or is still going,    *
      *   is predicted : its end (or now) plus the average    *
      *   time of every step not yet DONE ;                   *
      *   ALERT lines, one per WARNING / ACTION, which morning *
      *   repeats on its page.                                  *
      *                                                        *
      * Tonight is the business date of the last RUN record ; *
      * a step's last record of a night counts (a rerun after *
      * a failure replaces the failed attempt). Only DONE     *
      * nights make the history. Steps run after the RUN      *
      * record is closed (morning, filearch) are reported but *
      * are not part of the window.                            *
      *                                                        *
      * STEPPRM.txt, optional :                                *
      *   col  1- 4  deadline HHMM (default 0600), the first   *
      *              such time after the run started           *
      *   col  5- 6  nights of history (default 10, max 30)    *
      *   col  7- 9  WARNING from this % over average (050)   *
      *   col 10-12  ACTION from this % over average (100)    *
      *   col 13-16  seconds over average below which a step  *
      *              is never flagged (default 0060)          *
      *                                                        *
      * Return code 4 when any ALERT line was written.         *
      *                                                        *
      * Modification history                                   *
      * 2026-10-15 EDP  Initial version.                       *
      ******************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-RUNCTL.

           SELECT STEPPRM-FILE ASSIGN TO "STEPPRM.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-STEPPRM.

           SELECT STEPTIME-FILE ASSIGN TO "STEPTIME.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  RUNCTL-FILE.
       01  RC-RECORD.
           05 RC-BUS-DATE   PIC 9(08).
           05 RC-STEP       PIC X(08).
           05 RC-START-DATE PIC 9(08).
           05 RC-START-TIME PIC 9(08).
           05 RC-END-DATE   PIC 9(08).
           05 RC-END-TIME   PIC 9(08).
           05 RC-RC         PIC 9(03).
           05 RC-ROWS       PIC 9(10).
           05 RC-STATUS     PIC X(08).

       FD  STEPPRM-FILE.
       01  SP-PARM-LINE.
           05 SP-DEADLINE   PIC X(04).
           05 SP-NIGHTS     PIC X(02).
           05 SP-WARN-PCT   PIC X(03).
           05 SP-ACT-PCT    PIC X(03).
           05 SP-MIN-SECS   PIC X(04).

       FD  STEPTIME-FILE.
       01  ST-ALL-DATA PIC X(100).


       WORKING-STORAGE SECTION.

       01  FS-RUNCTL    PIC X(02).
       01  FS-STEPPRM   PIC X(02).

      * Parametres de STEPPRM.txt, valeurs par defaut.
       01  ST-DEADLINE  PIC 9(04) VALUE 0600.
       01  ST-DEADLINE-R REDEFINES ST-DEADLINE.
           05 ST-DL-HH  PIC 9(02).
           05 ST-DL-MM  PIC 9(02).
       01  ST-NIGHTS    PIC 9(02) VALUE 10.
       01  ST-WARN-PCT  PIC 9(03) VALUE 050.
       01  ST-ACT-PCT   PIC 9(03) VALUE 100.
       01  ST-MIN-SECS  PIC 9(04) VALUE 0060.
       01  ST-MIN-NIGHTS PIC 9(02) VALUE 3.

      * Les dates de gestion des enregistrements RUN, sans
      * doublon, dans l'ordre du fichier (les 60 dernieres).
       01  ST-DATE-TABLE.
           05 ST-DT-DATE OCCURS 60 TIMES PIC 9(08).
       01  ST-DATE-COUNT PIC 9(02) VALUE ZERO.
       01  ST-DT-IDX     PIC 9(02).
       01  ST-DT-NEWER   PIC 9(02).
       01  ST-TONIGHT    PIC 9(08) VALUE ZERO.
       01  ST-HIST-SW    PIC X(01).
           88 ST-HIST-DATE             VALUE "Y".

      * Les pas : la nuit, puis l'historique d'une ligne par
      * nuit DONE (une reprise remplace la tentative echouee).
       01  ST-STEP-TABLE.
           05 ST-STEP-ENTRY OCCURS 40 TIMES.
              10 ST-SP-NAME    PIC X(08).
              10 ST-SP-FINAL   PIC X(01).
              10 ST-SP-TN-STAT PIC X(08).
              10 ST-SP-TN-SECS PIC 9(07).
              10 ST-SP-HIST-N  PIC 9(02).
              10 ST-SP-HIST OCCURS 30 TIMES.
                 15 ST-SP-H-DATE PIC 9(08).
                 15 ST-SP-H-SECS PIC 9(07).
       01  ST-STEP-COUNT PIC 9(02) VALUE ZERO.
       01  ST-SP-IDX     PIC 9(02).
       01  ST-H-IDX      PIC 9(02).
       01  ST-FIND-IDX   PIC 9(02).
       01  ST-IN-RUN-SW  PIC X(01) VALUE "N".
           88 ST-IN-RUN                VALUE "Y".

      * Le RUN de la nuit : premier depart, derniere fin.
       01  ST-RUN-SDATE  PIC 9(08) VALUE ZERO.
       01  ST-RUN-STIME  PIC 9(08) VALUE ZERO.
       01  ST-RUN-EDATE  PIC 9(08) VALUE ZERO.
       01  ST-RUN-ETIME  PIC 9(08) VALUE ZERO.
       01  ST-RUN-STATUS PIC X(08) VALUE SPACE.
       01  ST-RUN-START-SECS PIC 9(12).
       01  ST-RUN-END-SECS   PIC 9(12).
       01  ST-DEADLINE-SECS  PIC 9(12).
       01  ST-FINISH-SECS    PIC 9(12).
       01  ST-REMAIN-SECS    PIC 9(09).
       01  ST-REMAIN-STEPS   PIC 9(02).
       01  ST-MARGIN-SECS    PIC 9(09).
       01  ST-NOW-DATE       PIC 9(08).
       01  ST-NOW-TIME       PIC 9(08).

      * Conversion date/heure en secondes : numero de jour
      * julien (Fliegel - Van Flandern) fois 86400, plus
      * l'heure. Seules les differences servent.
       01  ST-CV-DATE    PIC 9(08).
       01  ST-CV-DATE-R REDEFINES ST-CV-DATE.
           05 ST-CV-YYYY PIC 9(04).
           05 ST-CV-MM   PIC 9(02).
           05 ST-CV-DD   PIC 9(02).
       01  ST-CV-TIME    PIC 9(08).
       01  ST-CV-TIME-R REDEFINES ST-CV-TIME.
           05 ST-CV-HH   PIC 9(02).
           05 ST-CV-MI   PIC 9(02).
           05 ST-CV-SS   PIC 9(02).
           05 ST-CV-CC   PIC 9(02).
       01  ST-CV-SECS    PIC 9(12).
       01  ST-CV-START   PIC 9(12).
       01  ST-JA         PIC 9(02).
       01  ST-JY         PIC 9(05).
       01  ST-JM         PIC 9(02).
       01  ST-J1         PIC 9(05).
       01  ST-J2         PIC 9(05).
       01  ST-J3         PIC 9(05).
       01  ST-J4         PIC 9(05).
       01  ST-JDN        PIC 9(08).

      * Jugement d'un pas.
       01  ST-SUM        PIC 9(09).
       01  ST-AVG        PIC 9(07).
       01  ST-WORST      PIC 9(07).
       01  ST-PCT        PIC 9(05).
       01  ST-LAST-DATE  PIC 9(08).
       01  ST-LAST-SECS  PIC 9(07).
       01  ST-PREV-DATE  PIC 9(08).
       01  ST-PREV-SECS  PIC 9(07).
       01  ST-LHS        PIC 9(12).
       01  ST-RHS        PIC 9(12).
       01  ST-TREND      PIC X(06).
       01  ST-VERDICT    PIC X(07).

      * Les lignes ALERT, ecrites en fin de rapport.
       01  ST-ALERT-TABLE.
           05 ST-ALERT-LINE OCCURS 41 TIMES PIC X(100).
       01  ST-ALERT-COUNT PIC 9(02) VALUE ZERO.
       01  ST-AL-IDX      PIC 9(02).

       01  ST-FS-SECS    PIC 9(09).
       01  ST-FS-HH      PIC 9(02).
       01  ST-FS-MI      PIC 9(02).
       01  ST-FS-SS      PIC 9(02).
       01  ST-FS-REST    PIC 9(09).
       01  ST-FS-TEXT.
           05 ST-FS-T-HH PIC 9(02).
           05 FILLER     PIC X(01) VALUE ":".
           05 ST-FS-T-MI PIC 9(02).
           05 FILLER     PIC X(01) VALUE ":".
           05 ST-FS-T-SS PIC 9(02).

       01  ST-NIGHTS-ED  PIC Z9.
       01  ST-PCT-ED     PIC ZZZZZ9.
       01  ST-LEAD       PIC 9(02).
       01  ST-LINE       PIC X(100).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-FIND-DATES THRU 2000-EXIT
           IF ST-TONIGHT = ZERO
              MOVE "No RUN record in RUNCTL.txt - nothing to report."
                 TO ST-LINE
              WRITE ST-ALL-DATA FROM ST-LINE
              DISPLAY ST-LINE
              CLOSE STEPTIME-FILE
              MOVE ZERO TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 3000-LOAD-STEPS
           PERFORM 4000-REPORT-STEPS
           PERFORM 5000-CHECK-WINDOW THRU 5000-EXIT
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT ST-NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT ST-NOW-TIME FROM TIME.
           OPEN INPUT STEPPRM-FILE.
           IF FS-STEPPRM = "00"
              READ STEPPRM-FILE
                 AT END MOVE "10" TO FS-STEPPRM
              END-READ
              IF FS-STEPPRM = "00"
                 IF SP-DEADLINE IS NUMERIC
                    MOVE SP-DEADLINE TO ST-DEADLINE
                 END-IF
                 IF SP-NIGHTS IS NUMERIC AND SP-NIGHTS > "00"
                    AND SP-NIGHTS NOT > "30"
                    MOVE SP-NIGHTS TO ST-NIGHTS
                 END-IF
                 IF SP-WARN-PCT IS NUMERIC
                    MOVE SP-WARN-PCT TO ST-WARN-PCT
                 END-IF
                 IF SP-ACT-PCT IS NUMERIC
                    MOVE SP-ACT-PCT TO ST-ACT-PCT
                 END-IF
                 IF SP-MIN-SECS IS NUMERIC
                    MOVE SP-MIN-SECS TO ST-MIN-SECS
                 END-IF
              END-IF
              CLOSE STEPPRM-FILE
           END-IF.
           IF ST-DL-HH > 23 OR ST-DL-MM > 59
              MOVE 0600 TO ST-DEADLINE
           END-IF.
           OPEN OUTPUT STEPTIME-FILE.

      ******************************************************
      * 2000-FIND-DATES : premiere lecture - les dates de     *
      * gestion des RUN et la nuit a juger (celle du dernier  *
      * RUN du fichier).                                        *
      ******************************************************
       2000-FIND-DATES.
           OPEN INPUT RUNCTL-FILE.
           IF FS-RUNCTL NOT = "00"
              GO TO 2000-EXIT
           END-IF.
           READ RUNCTL-FILE
              AT END MOVE "10" TO FS-RUNCTL
           END-READ.
           PERFORM UNTIL FS-RUNCTL NOT = "00"
              IF RC-STEP = "RUN" OR RC-STEP = "RUNCU"
                 MOVE RC-BUS-DATE TO ST-TONIGHT
                 PERFORM 2100-ADD-DATE
              END-IF
              READ RUNCTL-FILE
                 AT END MOVE "10" TO FS-RUNCTL
              END-READ
           END-PERFORM.
           CLOSE RUNCTL-FILE.
       2000-EXIT.
           EXIT.

       2100-ADD-DATE.
           MOVE ZERO TO ST-FIND-IDX.
           PERFORM VARYING ST-DT-IDX FROM 1 BY 1
              UNTIL ST-DT-IDX > ST-DATE-COUNT
              IF ST-DT-DATE(ST-DT-IDX) = RC-BUS-DATE
                 MOVE ST-DT-IDX TO ST-FIND-IDX
              END-IF
           END-PERFORM.
           IF ST-FIND-IDX = ZERO
              IF ST-DATE-COUNT = 60
                 PERFORM VARYING ST-DT-IDX FROM 1 BY 1
                    UNTIL ST-DT-IDX > 59
                    MOVE ST-DT-DATE(ST-DT-IDX + 1)
                      TO ST-DT-DATE(ST-DT-IDX)
                 END-PERFORM
              ELSE
                 ADD 1 TO ST-DATE-COUNT
              END-IF
              MOVE RC-BUS-DATE TO ST-DT-DATE(ST-DATE-COUNT)
           END-IF.

      ******************************************************
      * 2200-CHECK-HIST-DATE : une date est dans l'historique *
      * si elle precede la nuit et que moins de ST-NIGHTS     *
      * dates de RUN la separent de la nuit.                   *
      ******************************************************
       2200-CHECK-HIST-DATE.
           MOVE "N" TO ST-HIST-SW.
           IF RC-BUS-DATE < ST-TONIGHT
              MOVE ZERO TO ST-DT-NEWER
              PERFORM VARYING ST-DT-IDX FROM 1 BY 1
                 UNTIL ST-DT-IDX > ST-DATE-COUNT
                 IF ST-DT-DATE(ST-DT-IDX) > RC-BUS-DATE
                    AND ST-DT-DATE(ST-DT-IDX) < ST-TONIGHT
                    ADD 1 TO ST-DT-NEWER
                 END-IF
              END-PERFORM
              IF ST-DT-NEWER < ST-NIGHTS
                 MOVE "Y" TO ST-HIST-SW
              END-IF
           END-IF.

      ******************************************************
      * 3000-LOAD-STEPS : deuxieme lecture - le RUN de la     *
      * nuit, les pas de la nuit et leur historique. Un pas   *
      * lu entre la cloture d'un RUN et le RUN suivant est un *
      * pas final.                                             *
      ******************************************************
       3000-LOAD-STEPS.
           OPEN INPUT RUNCTL-FILE.
           READ RUNCTL-FILE
              AT END MOVE "10" TO FS-RUNCTL
           END-READ.
           PERFORM UNTIL FS-RUNCTL NOT = "00"
              IF RC-STEP = "RUN" OR RC-STEP = "RUNCU"
                 PERFORM 3100-RUN-RECORD
              ELSE
                 PERFORM 3200-STEP-RECORD THRU 3200-EXIT
              END-IF
              READ RUNCTL-FILE
                 AT END MOVE "10" TO FS-RUNCTL
              END-READ
           END-PERFORM.
           CLOSE RUNCTL-FILE.

       3100-RUN-RECORD.
           IF RC-STATUS = "INPROG"
              MOVE "Y" TO ST-IN-RUN-SW
           ELSE
              MOVE "N" TO ST-IN-RUN-SW
           END-IF.
           IF RC-BUS-DATE = ST-TONIGHT
              IF RC-STATUS = "INPROG" AND ST-RUN-SDATE = ZERO
                 MOVE RC-START-DATE TO ST-RUN-SDATE
                 MOVE RC-START-TIME TO ST-RUN-STIME
              END-IF
              MOVE RC-STATUS TO ST-RUN-STATUS
              IF RC-STATUS = "INPROG"
                 MOVE ZERO TO ST-RUN-EDATE ST-RUN-ETIME
              ELSE
                 MOVE RC-END-DATE TO ST-RUN-EDATE
                 MOVE RC-END-TIME TO ST-RUN-ETIME
              END-IF
           END-IF.

       3200-STEP-RECORD.
           PERFORM 2200-CHECK-HIST-DATE.
           IF RC-BUS-DATE NOT = ST-TONIGHT AND NOT ST-HIST-DATE
              GO TO 3200-EXIT
           END-IF.
           PERFORM 3300-FIND-STEP.
           IF ST-FIND-IDX = ZERO
              GO TO 3200-EXIT
           END-IF.
           IF NOT ST-IN-RUN
              MOVE "Y" TO ST-SP-FINAL(ST-FIND-IDX)
           END-IF.

           MOVE ZERO TO ST-CV-SECS.
           IF (RC-STATUS = "DONE" OR RC-STATUS = "FAILED")
              AND RC-END-DATE NOT = ZERO
              MOVE RC-START-DATE TO ST-CV-DATE
              MOVE RC-START-TIME TO ST-CV-TIME
              PERFORM 8100-TO-SECS
              MOVE ST-CV-SECS TO ST-CV-START
              MOVE RC-END-DATE TO ST-CV-DATE
              MOVE RC-END-TIME TO ST-CV-TIME
              PERFORM 8100-TO-SECS
              IF ST-CV-SECS > ST-CV-START
                 SUBTRACT ST-CV-START FROM ST-CV-SECS
              ELSE
                 MOVE ZERO TO ST-CV-SECS
              END-IF
           END-IF.

           IF RC-BUS-DATE = ST-TONIGHT
              MOVE RC-STATUS TO ST-SP-TN-STAT(ST-FIND-IDX)
              MOVE ST-CV-SECS TO ST-SP-TN-SECS(ST-FIND-IDX)
           ELSE
              IF RC-STATUS = "DONE"
                 PERFORM 3400-ADD-HISTORY
              END-IF
           END-IF.
       3200-EXIT.
           EXIT.

       3300-FIND-STEP.
           MOVE ZERO TO ST-FIND-IDX.
           PERFORM VARYING ST-SP-IDX FROM 1 BY 1
              UNTIL ST-SP-IDX > ST-STEP-COUNT
              OR ST-FIND-IDX NOT = ZERO
              IF ST-SP-NAME(ST-SP-IDX) = RC-STEP
                 MOVE ST-SP-IDX TO ST-FIND-IDX
              END-IF
           END-PERFORM.
           IF ST-FIND-IDX = ZERO AND ST-STEP-COUNT < 40
              ADD 1 TO ST-STEP-COUNT
              MOVE ST-STEP-COUNT TO ST-FIND-IDX
              MOVE RC-STEP TO ST-SP-NAME(ST-FIND-IDX)
              MOVE "N" TO ST-SP-FINAL(ST-FIND-IDX)
              MOVE SPACE TO ST-SP-TN-STAT(ST-FIND-IDX)
              MOVE ZERO TO ST-SP-TN-SECS(ST-FIND-IDX)
              MOVE ZERO TO ST-SP-HIST-N(ST-FIND-IDX)
           END-IF.

       3400-ADD-HISTORY.
           MOVE ZERO TO ST-SP-IDX.
           PERFORM VARYING ST-H-IDX FROM 1 BY 1
              UNTIL ST-H-IDX > ST-SP-HIST-N(ST-FIND-IDX)
              IF ST-SP-H-DATE(ST-FIND-IDX, ST-H-IDX) = RC-BUS-DATE
                 MOVE ST-H-IDX TO ST-SP-IDX
              END-IF
           END-PERFORM.
           IF ST-SP-IDX = ZERO
              IF ST-SP-HIST-N(ST-FIND-IDX) < 30
                 ADD 1 TO ST-SP-HIST-N(ST-FIND-IDX)
                 MOVE ST-SP-HIST-N(ST-FIND-IDX) TO ST-SP-IDX
              END-IF
           END-IF.
           IF ST-SP-IDX NOT = ZERO
              MOVE RC-BUS-DATE
                TO ST-SP-H-DATE(ST-FIND-IDX, ST-SP-IDX)
              MOVE ST-CV-SECS
                TO ST-SP-H-SECS(ST-FIND-IDX, ST-SP-IDX)
           END-IF.

      ******************************************************
      * 4000-REPORT-STEPS : une ligne par pas vu cette nuit.  *
      ******************************************************
       4000-REPORT-STEPS.
           MOVE ST-NIGHTS TO ST-NIGHTS-ED.
           MOVE SPACE TO ST-LINE.
           STRING "Step duration report - business date "
                     DELIMITED BY SIZE
                  ST-TONIGHT DELIMITED BY SIZE
                  " - history up to " DELIMITED BY SIZE
                  ST-NIGHTS-ED DELIMITED BY SIZE
                  " nights" DELIMITED BY SIZE
             INTO ST-LINE
           END-STRING.
           WRITE ST-ALL-DATA FROM ST-LINE.
           WRITE ST-ALL-DATA FROM SPACE.
           MOVE SPACE TO ST-LINE.
           MOVE "Step" TO ST-LINE(1:4).
           MOVE "Tonight" TO ST-LINE(11:7).
           MOVE "Average" TO ST-LINE(21:7).
           MOVE "Worst" TO ST-LINE(31:5).
           MOVE "N" TO ST-LINE(42:1).
           MOVE "Pct" TO ST-LINE(46:3).
           MOVE "Trend" TO ST-LINE(52:5).
           MOVE "Verdict" TO ST-LINE(60:7).
           MOVE "Status" TO ST-LINE(69:6).
           WRITE ST-ALL-DATA FROM ST-LINE.

           PERFORM VARYING ST-SP-IDX FROM 1 BY 1
              UNTIL ST-SP-IDX > ST-STEP-COUNT
              IF ST-SP-TN-STAT(ST-SP-IDX) NOT = SPACE
                 PERFORM 4100-JUDGE-STEP
              END-IF
           END-PERFORM.

      ******************************************************
      * 4100-JUDGE-STEP : moyenne et pire cas de l'historique, *
      * tendance sur les deux dernieres nuits, verdict contre *
      * les seuils - un depassement de moins de ST-MIN-SECS   *
      * secondes n'est jamais signale.                          *
      ******************************************************
       4100-JUDGE-STEP.
           MOVE ZERO TO ST-SUM ST-AVG ST-WORST ST-PCT.
           MOVE ZERO TO ST-LAST-DATE ST-LAST-SECS.
           MOVE ZERO TO ST-PREV-DATE ST-PREV-SECS.
           PERFORM VARYING ST-H-IDX FROM 1 BY 1
              UNTIL ST-H-IDX > ST-SP-HIST-N(ST-SP-IDX)
              ADD ST-SP-H-SECS(ST-SP-IDX, ST-H-IDX) TO ST-SUM
              IF ST-SP-H-SECS(ST-SP-IDX, ST-H-IDX) > ST-WORST
                 MOVE ST-SP-H-SECS(ST-SP-IDX, ST-H-IDX) TO ST-WORST
              END-IF
              EVALUATE TRUE
                 WHEN ST-SP-H-DATE(ST-SP-IDX, ST-H-IDX)
                      > ST-LAST-DATE
                    MOVE ST-LAST-DATE TO ST-PREV-DATE
                    MOVE ST-LAST-SECS TO ST-PREV-SECS
                    MOVE ST-SP-H-DATE(ST-SP-IDX, ST-H-IDX)
                      TO ST-LAST-DATE
                    MOVE ST-SP-H-SECS(ST-SP-IDX, ST-H-IDX)
                      TO ST-LAST-SECS
                 WHEN ST-SP-H-DATE(ST-SP-IDX, ST-H-IDX)
                      > ST-PREV-DATE
                    MOVE ST-SP-H-DATE(ST-SP-IDX, ST-H-IDX)
                      TO ST-PREV-DATE
                    MOVE ST-SP-H-SECS(ST-SP-IDX, ST-H-IDX)
                      TO ST-PREV-SECS
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-PERFORM.
           IF ST-SP-HIST-N(ST-SP-IDX) > ZERO
              COMPUTE ST-AVG = ST-SUM / ST-SP-HIST-N(ST-SP-IDX)
           END-IF.
           IF ST-AVG > ZERO
              COMPUTE ST-PCT = ST-SP-TN-SECS(ST-SP-IDX) * 100
                               / ST-AVG
           END-IF.

           MOVE SPACE TO ST-TREND.
           IF ST-SP-HIST-N(ST-SP-IDX) >= 2
              AND ST-PREV-SECS < ST-LAST-SECS
              AND ST-LAST-SECS < ST-SP-TN-SECS(ST-SP-IDX)
              AND ST-SP-TN-SECS(ST-SP-IDX) > ST-AVG
              MOVE "SLOWER" TO ST-TREND
           END-IF.

           MOVE "OK" TO ST-VERDICT.
           IF ST-SP-HIST-N(ST-SP-IDX) < ST-MIN-NIGHTS
              MOVE "NEW" TO ST-VERDICT
           ELSE
              IF ST-SP-TN-SECS(ST-SP-IDX) >= ST-AVG + ST-MIN-SECS
                 COMPUTE ST-LHS = ST-SP-TN-SECS(ST-SP-IDX) * 100
                 COMPUTE ST-RHS = ST-AVG * (100 + ST-ACT-PCT)
                 IF ST-LHS >= ST-RHS
                    MOVE "ACTION" TO ST-VERDICT
                 ELSE
                    COMPUTE ST-RHS = ST-AVG * (100 + ST-WARN-PCT)
                    IF ST-LHS >= ST-RHS
                       MOVE "WARNING" TO ST-VERDICT
                    END-IF
                 END-IF
              END-IF
           END-IF.

           MOVE SPACE TO ST-LINE.
           MOVE ST-SP-NAME(ST-SP-IDX) TO ST-LINE(1:8).
           IF ST-SP-TN-STAT(ST-SP-IDX) = "SKIPPED"
              MOVE "-" TO ST-LINE(18:1)
           ELSE
              MOVE ST-SP-TN-SECS(ST-SP-IDX) TO ST-FS-SECS
              PERFORM 8200-FORMAT-SECS
              MOVE ST-FS-TEXT TO ST-LINE(11:8)
           END-IF.
           MOVE ST-AVG TO ST-FS-SECS.
           PERFORM 8200-FORMAT-SECS.
           MOVE ST-FS-TEXT TO ST-LINE(21:8).
           MOVE ST-WORST TO ST-FS-SECS.
           PERFORM 8200-FORMAT-SECS.
           MOVE ST-FS-TEXT TO ST-LINE(31:8).
           MOVE ST-SP-HIST-N(ST-SP-IDX) TO ST-NIGHTS-ED.
           MOVE ST-NIGHTS-ED TO ST-LINE(41:2).
           MOVE ST-PCT TO ST-PCT-ED.
           MOVE ST-PCT-ED TO ST-LINE(43:6).
           MOVE "%" TO ST-LINE(49:1).
           MOVE ST-TREND TO ST-LINE(52:6).
           MOVE ST-VERDICT TO ST-LINE(60:7).
           MOVE ST-SP-TN-STAT(ST-SP-IDX) TO ST-LINE(69:8).
           IF ST-SP-FINAL(ST-SP-IDX) = "Y"
              MOVE "final" TO ST-LINE(78:5)
           END-IF.
           WRITE ST-ALL-DATA FROM ST-LINE.

           IF ST-VERDICT = "WARNING" OR ST-VERDICT = "ACTION"
              MOVE ST-PCT TO ST-PCT-ED
              MOVE ZERO TO ST-LEAD
              INSPECT ST-PCT-ED TALLYING ST-LEAD FOR LEADING SPACE
              MOVE ST-AVG TO ST-FS-SECS
              PERFORM 8200-FORMAT-SECS
              ADD 1 TO ST-ALERT-COUNT
              MOVE SPACE TO ST-ALERT-LINE(ST-ALERT-COUNT)
              STRING "ALERT " DELIMITED BY SIZE
                     ST-VERDICT DELIMITED BY SIZE
                     " step " DELIMITED BY SIZE
                     ST-SP-NAME(ST-SP-IDX) DELIMITED BY SPACE
                     " ran " DELIMITED BY SIZE
                     ST-PCT-ED(ST-LEAD + 1:) DELIMITED BY SIZE
                     "% of its average " DELIMITED BY SIZE
                     ST-FS-TEXT DELIMITED BY SIZE
                INTO ST-ALERT-LINE(ST-ALERT-COUNT)
              END-STRING
           END-IF.

      ******************************************************
      * 5000-CHECK-WINDOW : fin du RUN contre l'echeance. Un  *
      * RUN en echec ou en cours est predit : sa fin (ou      *
      * maintenant) plus la moyenne de chaque pas du train    *
      * qui n'est pas DONE.                                     *
      ******************************************************
       5000-CHECK-WINDOW.
           WRITE ST-ALL-DATA FROM SPACE.
           IF ST-RUN-SDATE = ZERO
              MOVE "Batch window: no run start on file for tonight."
                 TO ST-LINE
              WRITE ST-ALL-DATA FROM ST-LINE
              GO TO 5000-EXIT
           END-IF.

           MOVE ST-RUN-SDATE TO ST-CV-DATE.
           MOVE ST-RUN-STIME TO ST-CV-TIME.
           PERFORM 8100-TO-SECS.
           MOVE ST-CV-SECS TO ST-RUN-START-SECS.
           MOVE ST-RUN-SDATE TO ST-CV-DATE.
           MOVE ZERO TO ST-CV-TIME.
           MOVE ST-DL-HH TO ST-CV-HH.
           MOVE ST-DL-MM TO ST-CV-MI.
           PERFORM 8100-TO-SECS.
           MOVE ST-CV-SECS TO ST-DEADLINE-SECS.
           IF ST-DEADLINE-SECS NOT > ST-RUN-START-SECS
              ADD 86400 TO ST-DEADLINE-SECS
           END-IF.

           IF ST-RUN-STATUS = "INPROG"
              MOVE ST-NOW-DATE TO ST-CV-DATE
              MOVE ST-NOW-TIME TO ST-CV-TIME
           ELSE
              MOVE ST-RUN-EDATE TO ST-CV-DATE
              MOVE ST-RUN-ETIME TO ST-CV-TIME
           END-IF.
           PERFORM 8100-TO-SECS.
           MOVE ST-CV-SECS TO ST-RUN-END-SECS.

           MOVE ZERO TO ST-REMAIN-SECS ST-REMAIN-STEPS.
           PERFORM VARYING ST-SP-IDX FROM 1 BY 1
              UNTIL ST-SP-IDX > ST-STEP-COUNT
              IF ST-SP-FINAL(ST-SP-IDX) NOT = "Y"
                 AND ST-SP-TN-STAT(ST-SP-IDX) NOT = SPACE
                 AND ST-SP-TN-STAT(ST-SP-IDX) NOT = "DONE"
                 ADD 1 TO ST-REMAIN-STEPS
                 MOVE ZERO TO ST-SUM
                 PERFORM VARYING ST-H-IDX FROM 1 BY 1
                    UNTIL ST-H-IDX > ST-SP-HIST-N(ST-SP-IDX)
                    ADD ST-SP-H-SECS(ST-SP-IDX, ST-H-IDX) TO ST-SUM
                 END-PERFORM
                 IF ST-SP-HIST-N(ST-SP-IDX) > ZERO
                    COMPUTE ST-AVG =
                       ST-SUM / ST-SP-HIST-N(ST-SP-IDX)
                    ADD ST-AVG TO ST-REMAIN-SECS
                 END-IF
              END-IF
           END-PERFORM.
           COMPUTE ST-FINISH-SECS = ST-RUN-END-SECS + ST-REMAIN-SECS.

           MOVE SPACE TO ST-LINE.
           STRING "Batch window: run " DELIMITED BY SIZE
                  ST-RUN-STATUS DELIMITED BY SPACE
                  ", started " DELIMITED BY SIZE
                  ST-RUN-SDATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ST-RUN-STIME(1:6) DELIMITED BY SIZE
                  ", deadline " DELIMITED BY SIZE
                  ST-DEADLINE DELIMITED BY SIZE
             INTO ST-LINE
           END-STRING.
           WRITE ST-ALL-DATA FROM ST-LINE.

           MOVE SPACE TO ST-LINE.
           EVALUATE TRUE
              WHEN ST-REMAIN-STEPS = ZERO
                   AND ST-RUN-STATUS NOT = "INPROG"
                 IF ST-FINISH-SECS NOT > ST-DEADLINE-SECS
                    COMPUTE ST-MARGIN-SECS =
                       ST-DEADLINE-SECS - ST-FINISH-SECS
                    MOVE ST-MARGIN-SECS TO ST-FS-SECS
                    PERFORM 8200-FORMAT-SECS
                    STRING "  finished INSIDE the window, "
                              DELIMITED BY SIZE
                           ST-FS-TEXT DELIMITED BY SIZE
                           " to spare" DELIMITED BY SIZE
                      INTO ST-LINE
                    END-STRING
                 ELSE
                    COMPUTE ST-MARGIN-SECS =
                       ST-FINISH-SECS - ST-DEADLINE-SECS
                    MOVE ST-MARGIN-SECS TO ST-FS-SECS
                    PERFORM 8200-FORMAT-SECS
                    STRING "  window MISSED by " DELIMITED BY SIZE
                           ST-FS-TEXT DELIMITED BY SIZE
                      INTO ST-LINE
                    END-STRING
                    PERFORM 5100-WINDOW-ALERT
                 END-IF
              WHEN ST-FINISH-SECS NOT > ST-DEADLINE-SECS
                 COMPUTE ST-MARGIN-SECS =
                    ST-DEADLINE-SECS - ST-FINISH-SECS
                 MOVE ST-MARGIN-SECS TO ST-FS-SECS
                 PERFORM 8200-FORMAT-SECS
                 MOVE ST-REMAIN-STEPS TO ST-NIGHTS-ED
                 STRING "  predicted INSIDE the window, "
                           DELIMITED BY SIZE
                        ST-FS-TEXT DELIMITED BY SIZE
                        " to spare, steps not DONE:"
                           DELIMITED BY SIZE
                        ST-NIGHTS-ED DELIMITED BY SIZE
                   INTO ST-LINE
                 END-STRING
              WHEN OTHER
                 COMPUTE ST-MARGIN-SECS =
                    ST-FINISH-SECS - ST-DEADLINE-SECS
                 MOVE ST-MARGIN-SECS TO ST-FS-SECS
                 PERFORM 8200-FORMAT-SECS
                 MOVE ST-REMAIN-STEPS TO ST-NIGHTS-ED
                 STRING "  predicted to MISS the window by "
                           DELIMITED BY SIZE
                        ST-FS-TEXT DELIMITED BY SIZE
                        ", steps not DONE:" DELIMITED BY SIZE
                        ST-NIGHTS-ED DELIMITED BY SIZE
                   INTO ST-LINE
                 END-STRING
                 PERFORM 5100-WINDOW-ALERT
           END-EVALUATE.
           WRITE ST-ALL-DATA FROM ST-LINE.
       5000-EXIT.
           EXIT.

      ******************************************************
      * 5100-WINDOW-ALERT : fenetre manquee, ACTION ; encore  *
      * seulement predite (run a reprendre), WARNING - sauf   *
      * si l'echeance est deja passee.                          *
      ******************************************************
       5100-WINDOW-ALERT.
           ADD 1 TO ST-ALERT-COUNT.
           MOVE SPACE TO ST-ALERT-LINE(ST-ALERT-COUNT).
           IF ST-REMAIN-STEPS = ZERO
              AND ST-RUN-STATUS NOT = "INPROG"
              STRING "ALERT ACTION  batch window missed by "
                        DELIMITED BY SIZE
                     ST-FS-TEXT DELIMITED BY SIZE
                INTO ST-ALERT-LINE(ST-ALERT-COUNT)
              END-STRING
           ELSE
              IF ST-RUN-END-SECS > ST-DEADLINE-SECS
                 STRING "ALERT ACTION  batch window missed, run "
                           DELIMITED BY SIZE
                        ST-RUN-STATUS DELIMITED BY SPACE
                   INTO ST-ALERT-LINE(ST-ALERT-COUNT)
                 END-STRING
              ELSE
                 STRING "ALERT WARNING batch window predicted "
                           DELIMITED BY SIZE
                        "missed by " DELIMITED BY SIZE
                        ST-FS-TEXT DELIMITED BY SIZE
                   INTO ST-ALERT-LINE(ST-ALERT-COUNT)
                 END-STRING
              END-IF
           END-IF.

       9000-TERMINATE.
           WRITE ST-ALL-DATA FROM SPACE.
           PERFORM VARYING ST-AL-IDX FROM 1 BY 1
              UNTIL ST-AL-IDX > ST-ALERT-COUNT
              WRITE ST-ALL-DATA FROM ST-ALERT-LINE(ST-AL-IDX)
              DISPLAY ST-ALERT-LINE(ST-AL-IDX)
           END-PERFORM.
           MOVE SPACE TO ST-LINE.
           MOVE ST-ALERT-COUNT TO ST-NIGHTS-ED.
           STRING "Alerts written:" DELIMITED BY SIZE
                  ST-NIGHTS-ED DELIMITED BY SIZE
             INTO ST-LINE
           END-STRING.
           WRITE ST-ALL-DATA FROM ST-LINE.
           DISPLAY ST-LINE.
           CLOSE STEPTIME-FILE.
           IF ST-ALERT-COUNT > ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE ZERO TO RETURN-CODE
           END-IF.

      ******************************************************
      * 8100-TO-SECS : ST-CV-DATE/ST-CV-TIME en secondes.     *
      * Chaque division est faite seule, pour la troncature   *
      * entiere que la formule suppose.                        *
      ******************************************************
       8100-TO-SECS.
           COMPUTE ST-JA = (14 - ST-CV-MM) / 12.
           COMPUTE ST-JY = ST-CV-YYYY + 4800 - ST-JA.
           COMPUTE ST-JM = ST-CV-MM + 12 * ST-JA - 3.
           COMPUTE ST-J1 = (153 * ST-JM + 2) / 5.
           COMPUTE ST-J2 = ST-JY / 4.
           COMPUTE ST-J3 = ST-JY / 100.
           COMPUTE ST-J4 = ST-JY / 400.
           COMPUTE ST-JDN = ST-CV-DD + ST-J1 + 365 * ST-JY
                          + ST-J2 - ST-J3 + ST-J4 - 32045.
           COMPUTE ST-CV-SECS = ST-JDN * 86400
                              + ST-CV-HH * 3600
                              + ST-CV-MI * 60
                              + ST-CV-SS.

       8200-FORMAT-SECS.
           DIVIDE ST-FS-SECS BY 3600 GIVING ST-FS-REST
              REMAINDER ST-FS-SECS.
           IF ST-FS-REST > 99
              MOVE 99 TO ST-FS-HH
           ELSE
              MOVE ST-FS-REST TO ST-FS-HH
           END-IF.
           DIVIDE ST-FS-SECS BY 60 GIVING ST-FS-MI
              REMAINDER ST-FS-SS.
           MOVE ST-FS-HH TO ST-FS-T-HH.
           MOVE ST-FS-MI TO ST-FS-T-MI.
           MOVE ST-FS-SS TO ST-FS-T-SS.
