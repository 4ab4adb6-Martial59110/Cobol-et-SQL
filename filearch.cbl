      * A source file missing on a given night (CSVREJ.txt on    *
      * a night without a csvload run, say) is simply skipped.    *
      *                                                            *
      * ERASCERT.txt and BACKCERT.txt, the erasure and backout    *
      * certificates, are saved the same way : both programs      *
      * open them OUTPUT, so without a generation the previous    *
      * run's certificate is lost. sarpack reads them back from   *
      * the catalog.                                               *
      *                                                            *
      * Modification history                                      *
      * 2026-09-03 EDP  Initial version.                          *
      * 2026-10-15 EDP  ERASCERT.txt and BACKCERT.txt saved too.  *
      ******************************************************

       ENVIRONMENT DIVISION.
           05 AP-RETENTION PIC 9(03).
       01  FA-RETENTION PIC 9(03) VALUE 30.

      * Les huit fichiers de la nuit : la racine sert a composer
      * le nom de generation (racine.YYYYMMDD.txt).
       01  FA-SOURCE-TABLE.
           05 FILLER PIC X(30) VALUE "BATCHLOG.txt  BATCHLOG".
           05 FILLER PIC X(30) VALUE "REJECTS.txt   REJECTS".
           05 FILLER PIC X(30) VALUE "EXCEPT.txt    EXCEPT".
           05 FILLER PIC X(30) VALUE "CSVREJ.txt    CSVREJ".
           05 FILLER PIC X(30) VALUE "ERASCERT.txt  ERASCERT".
           05 FILLER PIC X(30) VALUE "BACKCERT.txt  BACKCERT".
       01  FILLER REDEFINES FA-SOURCE-TABLE.
           05 FA-SOURCE-ENTRY OCCURS 8 TIMES.
              10 FA-SRC-NAME PIC X(14).
              10 FA-SRC-STEM PIC X(16).
       01  FA-SRC-IDX   PIC 9(02).
       3000-COPY-GENERATIONS.
           PERFORM 3100-COPY-ONE-FILE
              VARYING FA-SRC-IDX FROM 1 BY 1
              UNTIL FA-SRC-IDX > 8.

      ******************************************************
      * 3100-COPY-ONE-FILE : une copie ligne a ligne vers le  *
