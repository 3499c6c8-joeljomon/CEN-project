      *> Records the control totals for one batch step's pass over
      *> one file, so BATCH-DRIVER can balance the nightly run
      *> instead of a dropped row surfacing weeks later as a
      *> student's complaint. Called by the steps that rewrite or
      *> load a file (RETENTION-RUN, DEADLINE-CLOSE, OFFER-EXPIRE,
      *> JOB-IMPORT, APP-FEED-IN, RECORD-SCRUB) once each file is
      *> done. Appends to data/control-totals.dat, one row per step
      *> and file:
      *>
      *>   run date (YYYYMMDD, the same day key BATCH-DRIVER uses),
      *>   time, step, file, and the records read, written back,
      *>   rejected and moved elsewhere (archived, quarantined)
      *>
      *> A pass balances when read = written + rejected + moved.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTROL-TOTALS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TOTALS-FILE ASSIGN TO "data/control-totals.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOTALS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TOTALS-FILE.
       01 TOTALS-REC.
          05 CT-DATE        PIC X(8).
          05 CT-TIME        PIC X(6).
          05 CT-STEP        PIC X(20).
          05 CT-FILE        PIC X(30).
          05 CT-READ        PIC 9(7).
          05 CT-WRITTEN     PIC 9(7).
          05 CT-REJECTED    PIC 9(7).
          05 CT-MOVED       PIC 9(7).

       WORKING-STORAGE SECTION.
       77 WS-TOTALS-STATUS PIC XX.
       77 WS-CURR-DATE     PIC X(21).

       LINKAGE SECTION.
       01 TL-STEP          PIC X(20).
       01 TL-FILE          PIC X(30).
       01 TL-COUNTS.
          05 TL-READ       PIC 9(7).
          05 TL-WRITTEN    PIC 9(7).
          05 TL-REJECTED   PIC 9(7).
          05 TL-MOVED      PIC 9(7).

       PROCEDURE DIVISION USING TL-STEP TL-FILE TL-COUNTS.
       MAIN-PROGRAM.
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE
           OPEN EXTEND TOTALS-FILE
           IF WS-TOTALS-STATUS NOT = "00"
              OPEN OUTPUT TOTALS-FILE
           END-IF
           MOVE WS-CURR-DATE(1:8) TO CT-DATE
           MOVE WS-CURR-DATE(9:6) TO CT-TIME
           MOVE TL-STEP TO CT-STEP
           MOVE TL-FILE TO CT-FILE
           MOVE TL-READ TO CT-READ
           MOVE TL-WRITTEN TO CT-WRITTEN
           MOVE TL-REJECTED TO CT-REJECTED
           MOVE TL-MOVED TO CT-MOVED
           WRITE TOTALS-REC
           CLOSE TOTALS-FILE
           GOBACK.

       END PROGRAM CONTROL-TOTALS.
