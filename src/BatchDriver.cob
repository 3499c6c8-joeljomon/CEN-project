      *> its RUNNING row behind, which reads as not-OK and is
      *> retried on the next run. The special step name BACKUP runs
      *> BACKUP-UTILITY in backup mode.
      *> Once the step list is done (or halted), the control totals
      *> the file-rewriting steps left today in
      *> data/control-totals.dat (see CONTROL-TOTALS) are balanced
      *> into reports/batch-balance-YYYYMMDD.txt: any pass where the
      *> records read do not equal those written back plus rejected
      *> plus moved (archived, quarantined) is flagged OUT OF
      *> BALANCE there and on the console, so a dropped row is
      *> caught the morning after rather than weeks later.
      *> Before any step runs, LAYOUT-CHECK compares each core data
      *> file's layout version header with the version these
      *> programs read; a file still at an older layout stops the
      *> run until LAYOUT-MIGRATE has converted it, rather than
      *> letting every step misread it.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH-DRIVER.

           SELECT STATUS-FILE ASSIGN TO "data/batch-run-status.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-STATUS.
           SELECT TOTALS-FILE ASSIGN TO "data/control-totals.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOTALS-STATUS.
           SELECT BALANCE-FILE ASSIGN USING WS-BALANCE-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
          05 RS-END     PIC X(19).
          05 RS-OUTCOME PIC X(8).

      *> data/control-totals.dat: the same layout CONTROL-TOTALS
      *> writes.
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

       FD BALANCE-FILE.
       01 BALANCE-REC PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-STEPS-STATUS  PIC XX.
       77 WS-STATUS-STATUS PIC XX.
       77 WS-DISPLAY-LINE  PIC X(132).
       77 WS-MM-COMMAND    PIC X(10).
       77 WS-MM-INFO       PIC X(17).
       77 WS-TOTALS-STATUS PIC XX.
       77 WS-BALANCE-PATH  PIC X(40).
       77 WS-BALANCE-LINE  PIC X(132).
       77 WS-ACCOUNTED     PIC 9(7).
       77 WS-DIFFERENCE    PIC S9(8).
       77 WS-DIFF-DISP     PIC -(8)9.
       77 WS-PASS-COUNT    PIC 9(04) VALUE 0.
       77 WS-UNBALANCED    PIC 9(04) VALUE 0.
       77 WS-LC-COMMAND    PIC X(10).
       77 WS-LC-FILE       PIC X(30).
       77 WS-LC-VERSION    PIC 9(03).
       77 WS-LC-RESULT     PIC X(10).

       01 WS-STEP-TABLE.
          05 WS-STEP-NAME PIC X(20) OCCURS 50 TIMES.

           COPY "REGIONINF.cpy".
           COPY "RPTINF.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL "REGION-CONFIG" USING REGION-INFO
           IF RI-RESULT NOT = "OK"
              GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE
           MOVE WS-CURR-DATE(1:8) TO WS-TODAY

              GOBACK
           END-IF

           MOVE "CHECKALL" TO WS-LC-COMMAND
           MOVE SPACES TO WS-LC-FILE
           CALL "LAYOUT-CHECK" USING WS-LC-COMMAND WS-LC-FILE
                WS-LC-VERSION WS-LC-RESULT
           IF WS-LC-RESULT NOT = "OK"
              DISPLAY "BATCH-DRIVER: data file layouts do not match "
                      "these programs - nothing run."
              GOBACK
           END-IF

           PERFORM VARYING WS-STEP-SEQ FROM 1 BY 1
                   UNTIL WS-STEP-SEQ > WS-STEP-COUNT
                          OR WS-HALTED = "Y"
              MOVE "CLEAR" TO WS-MM-COMMAND
              CALL "MAINT-MODE" USING WS-MM-COMMAND WS-MM-INFO
           END-IF

           PERFORM WRITE-BALANCING-REPORT
           GOBACK.

       LOAD-STEP-LIST.
           WRITE RUN-STATUS-REC
           CLOSE STATUS-FILE.

      *> One line per step-and-file pass recorded today, in the
      *> order the passes ran; a rerun step shows each attempt.
       WRITE-BALANCING-REPORT.
           MOVE 0 TO WS-PASS-COUNT
           MOVE 0 TO WS-UNBALANCED
           MOVE SPACES TO WS-BALANCE-PATH
           STRING "reports/batch-balance-" WS-TODAY ".txt"
                  DELIMITED BY SIZE INTO WS-BALANCE-PATH
           END-STRING
           OPEN OUTPUT BALANCE-FILE
           MOVE SPACES TO WS-BALANCE-LINE
           STRING "Nightly run control totals for " WS-TODAY
                  DELIMITED BY SIZE INTO WS-BALANCE-LINE
           END-STRING
           PERFORM WRITE-BALANCE-LINE
           MOVE "====================================================="
                TO WS-BALANCE-LINE
           PERFORM WRITE-BALANCE-LINE
           MOVE "Time  Step                 File                     "
             & "         Read  Written Rejected    Moved"
                TO WS-BALANCE-LINE
           PERFORM WRITE-BALANCE-LINE

           MOVE "N" TO WS-SCAN-EOF
           OPEN INPUT TOTALS-FILE
           IF WS-TOTALS-STATUS = "00"
              PERFORM UNTIL WS-SCAN-EOF = "Y"
                 READ TOTALS-FILE
                    AT END MOVE "Y" TO WS-SCAN-EOF
                    NOT AT END
                       IF CT-DATE = WS-TODAY
                          PERFORM BALANCE-ONE-PASS
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TOTALS-FILE
           END-IF

           IF WS-PASS-COUNT = 0
              MOVE "(no control totals recorded today)"
                   TO WS-BALANCE-LINE
              PERFORM WRITE-BALANCE-LINE
           END-IF
           MOVE SPACES TO WS-BALANCE-LINE
           PERFORM WRITE-BALANCE-LINE
           MOVE SPACES TO WS-BALANCE-LINE
           STRING WS-PASS-COUNT " pass(es) recorded, "
                  WS-UNBALANCED " out of balance"
                  DELIMITED BY SIZE INTO WS-BALANCE-LINE
           END-STRING
           PERFORM WRITE-BALANCE-LINE
           CLOSE BALANCE-FILE

           MOVE WS-BALANCE-PATH TO RPI-PATH
           MOVE "BATCH-BALANCE" TO RPI-REPORT-ID
           MOVE "Nightly run control totals" TO RPI-TITLE
           MOVE SPACES TO RPI-SELECTION
           STRING "control totals recorded " WS-TODAY
                  DELIMITED BY SIZE INTO RPI-SELECTION
           END-STRING
           MOVE WS-PASS-COUNT TO RPI-RECORDS
           MOVE "passes recorded" TO RPI-RECORD-NOUN
           CALL "REPORT-FORMAT" USING REPORT-PAGE-INFO

           MOVE SPACES TO WS-DISPLAY-LINE
           STRING "BATCH-DRIVER: control totals balanced for "
                  WS-PASS-COUNT " pass(es), " WS-UNBALANCED
                  " out of balance; see "
                  FUNCTION TRIM(WS-BALANCE-PATH) "."
                  DELIMITED BY SIZE INTO WS-DISPLAY-LINE
           END-STRING
           DISPLAY FUNCTION TRIM(WS-DISPLAY-LINE).

       BALANCE-ONE-PASS.
           ADD 1 TO WS-PASS-COUNT
           COMPUTE WS-ACCOUNTED = CT-WRITTEN + CT-REJECTED + CT-MOVED
           COMPUTE WS-DIFFERENCE = CT-READ - WS-ACCOUNTED
           MOVE SPACES TO WS-BALANCE-LINE
           STRING CT-TIME(1:2) ":" CT-TIME(3:2) " " CT-STEP " "
                  CT-FILE " " CT-READ "  " CT-WRITTEN "  "
                  CT-REJECTED "  " CT-MOVED
                  DELIMITED BY SIZE INTO WS-BALANCE-LINE
           END-STRING
           PERFORM WRITE-BALANCE-LINE
           IF WS-DIFFERENCE NOT = 0
              ADD 1 TO WS-UNBALANCED
              MOVE WS-DIFFERENCE TO WS-DIFF-DISP
              MOVE SPACES TO WS-BALANCE-LINE
              STRING "      ** OUT OF BALANCE: read " CT-READ
                     " but written + rejected + moved = "
                     WS-ACCOUNTED " (difference "
                     FUNCTION TRIM(WS-DIFF-DISP) ")"
                     DELIMITED BY SIZE INTO WS-BALANCE-LINE
              END-STRING
              PERFORM WRITE-BALANCE-LINE
              MOVE SPACES TO WS-DISPLAY-LINE
              STRING "BATCH-DRIVER: OUT OF BALANCE - "
                     FUNCTION TRIM(CT-STEP) " on "
                     FUNCTION TRIM(CT-FILE) ": read " CT-READ
                     ", accounted for " WS-ACCOUNTED "."
                     DELIMITED BY SIZE INTO WS-DISPLAY-LINE
              END-STRING
              DISPLAY FUNCTION TRIM(WS-DISPLAY-LINE)
           END-IF.

       WRITE-BALANCE-LINE.
           MOVE WS-BALANCE-LINE TO BALANCE-REC
           WRITE BALANCE-REC.

       BUILD-NOW-TS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE
           STRING WS-CURR-DATE(1:4)  "-" WS-CURR-DATE(5:2)  "-"
