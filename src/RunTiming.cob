      *> Records how long one run of a nightly batch took, so the
      *> effect of a change on the maintenance window can be seen
      *> and a step that starts creeping up is noticed before the
      *> window overruns. A batch calls it twice:
      *>
      *>   START  as its first action, to take the start time
      *>   STOP   as its last, with the number of rows it processed
      *>
      *> STOP appends one row to data/batch-timings.dat - run date
      *> (YYYYMMDD, the same day key BATCH-DRIVER uses), step, start
      *> time, elapsed hundredths of a second and rows processed -
      *> and prints the elapsed time beside the step's recent
      *> average. A run taking more than twice the average of its
      *> last five runs (and over a second) is a regression: it is
      *> flagged on the console and to the admin account, the same
      *> way GROWTH-MONITOR raises its capacity warnings.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUN-TIMING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TIMING-FILE ASSIGN TO "data/batch-timings.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIMING-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TIMING-FILE.
       01 TIMING-REC.
          05 BT-DATE        PIC X(8).
          05 BT-STEP        PIC X(20).
          05 BT-START       PIC X(8).
          05 BT-ELAPSED     PIC 9(8).
          05 BT-ROWS        PIC 9(8).

       WORKING-STORAGE SECTION.
       77 WS-TIMING-STATUS PIC XX.
       77 WS-EOF           PIC X VALUE "N".
       77 WS-CURR-DATE     PIC X(21).
       77 WS-DATE-NUM      PIC 9(8).
       77 WS-START-STEP    PIC X(20) VALUE SPACES.
       77 WS-START-DATE    PIC X(8).
       77 WS-START-TIME    PIC X(8).
       77 WS-START-HUND    PIC 9(12) VALUE 0.
       77 WS-STOP-HUND     PIC 9(12) VALUE 0.
       77 WS-STAMP-HUND    PIC 9(12) VALUE 0.
       77 WS-ELAPSED       PIC 9(8) VALUE 0.
       77 WS-RECENT-COUNT  PIC 9(1) VALUE 0.
       77 WS-RECENT-SUM    PIC 9(10) VALUE 0.
       77 WS-AVERAGE       PIC 9(8) VALUE 0.
       77 WS-SECS-DISP     PIC Z(5)9.99.
       77 WS-AVG-DISP      PIC Z(5)9.99.
       77 WS-ROWS-DISP     PIC Z(7)9.
       77 WS-DISPLAY-LINE  PIC X(132).
       77 WS-NOTIF-TO      PIC X(20).
       77 WS-NOTIF-MSG     PIC X(100).
       77 WS-NOTIF-CAT     PIC X(12).
       77 R                PIC 9(1).

      *> The step's last five elapsed times, oldest first.
       01 WS-RECENT-TABLE.
          05 WS-RECENT      PIC 9(8) OCCURS 5 TIMES.

       LINKAGE SECTION.
       01 RT-COMMAND       PIC X(10).
       01 RT-STEP          PIC X(20).
       01 RT-ROWS          PIC 9(8).

       PROCEDURE DIVISION USING RT-COMMAND RT-STEP RT-ROWS.
       MAIN-PROGRAM.
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE
           PERFORM COMPUTE-STAMP

           EVALUATE RT-COMMAND
              WHEN "START"
                 MOVE RT-STEP TO WS-START-STEP
                 MOVE WS-CURR-DATE(1:8) TO WS-START-DATE
                 MOVE WS-CURR-DATE(9:8) TO WS-START-TIME
                 MOVE WS-STAMP-HUND TO WS-START-HUND
              WHEN "STOP"
                 IF RT-STEP NOT = WS-START-STEP
                    DISPLAY "RUN-TIMING: " FUNCTION TRIM(RT-STEP)
                            " stopped without a start - not timed."
                    GOBACK
                 END-IF
                 MOVE WS-STAMP-HUND TO WS-STOP-HUND
                 COMPUTE WS-ELAPSED = WS-STOP-HUND - WS-START-HUND
                 PERFORM LOAD-RECENT-RUNS
                 PERFORM APPEND-TIMING-ROW
                 PERFORM REPORT-ELAPSED
                 MOVE SPACES TO WS-START-STEP
           END-EVALUATE
           GOBACK.

      *> Now, in hundredths of a second since the start of the
      *> calendar, so a run that crosses midnight still subtracts.
       COMPUTE-STAMP.
           MOVE WS-CURR-DATE(1:8) TO WS-DATE-NUM
           COMPUTE WS-STAMP-HUND =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) * 8640000
               + FUNCTION NUMVAL(WS-CURR-DATE(9:2)) * 360000
               + FUNCTION NUMVAL(WS-CURR-DATE(11:2)) * 6000
               + FUNCTION NUMVAL(WS-CURR-DATE(13:2)) * 100
               + FUNCTION NUMVAL(WS-CURR-DATE(15:2)).

       LOAD-RECENT-RUNS.
           MOVE 0 TO WS-RECENT-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT TIMING-FILE
           IF WS-TIMING-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ TIMING-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF BT-STEP = RT-STEP
                          PERFORM KEEP-RECENT-RUN
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TIMING-FILE
           END-IF

           MOVE 0 TO WS-RECENT-SUM
           MOVE 0 TO WS-AVERAGE
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-RECENT-COUNT
              ADD WS-RECENT(R) TO WS-RECENT-SUM
           END-PERFORM
           IF WS-RECENT-COUNT > 0
              COMPUTE WS-AVERAGE ROUNDED =
                  WS-RECENT-SUM / WS-RECENT-COUNT
           END-IF.

      *> Keeps the five latest rows, dropping the oldest when full.
       KEEP-RECENT-RUN.
           IF WS-RECENT-COUNT < 5
              ADD 1 TO WS-RECENT-COUNT
           ELSE
              PERFORM VARYING R FROM 1 BY 1 UNTIL R > 4
                 MOVE WS-RECENT(R + 1) TO WS-RECENT(R)
              END-PERFORM
           END-IF
           MOVE BT-ELAPSED TO WS-RECENT(WS-RECENT-COUNT).

       APPEND-TIMING-ROW.
           OPEN EXTEND TIMING-FILE
           IF WS-TIMING-STATUS NOT = "00"
              OPEN OUTPUT TIMING-FILE
           END-IF
           MOVE WS-START-DATE TO BT-DATE
           MOVE RT-STEP TO BT-STEP
           MOVE WS-START-TIME TO BT-START
           MOVE WS-ELAPSED TO BT-ELAPSED
           MOVE RT-ROWS TO BT-ROWS
           WRITE TIMING-REC
           CLOSE TIMING-FILE.

       REPORT-ELAPSED.
           COMPUTE WS-SECS-DISP = WS-ELAPSED / 100
           COMPUTE WS-AVG-DISP = WS-AVERAGE / 100
           MOVE RT-ROWS TO WS-ROWS-DISP
           MOVE SPACES TO WS-DISPLAY-LINE
           IF WS-RECENT-COUNT = 0
              STRING FUNCTION TRIM(RT-STEP) ": "
                     FUNCTION TRIM(WS-SECS-DISP) "s elapsed for "
                     FUNCTION TRIM(WS-ROWS-DISP)
                     " row(s) (first timed run)."
                     DELIMITED BY SIZE INTO WS-DISPLAY-LINE
              END-STRING
           ELSE
              STRING FUNCTION TRIM(RT-STEP) ": "
                     FUNCTION TRIM(WS-SECS-DISP) "s elapsed for "
                     FUNCTION TRIM(WS-ROWS-DISP)
                     " row(s) (recent average "
                     FUNCTION TRIM(WS-AVG-DISP) "s)."
                     DELIMITED BY SIZE INTO WS-DISPLAY-LINE
              END-STRING
           END-IF
           DISPLAY FUNCTION TRIM(WS-DISPLAY-LINE)

           IF WS-RECENT-COUNT > 0 AND WS-ELAPSED >= 100 AND
              WS-ELAPSED > WS-AVERAGE * 2
              MOVE SPACES TO WS-NOTIF-MSG
              STRING "Batch slowdown: " FUNCTION TRIM(RT-STEP)
                     " took " FUNCTION TRIM(WS-SECS-DISP)
                     "s against a recent average of "
                     FUNCTION TRIM(WS-AVG-DISP) "s."
                     DELIMITED BY SIZE INTO WS-NOTIF-MSG
              END-STRING
              DISPLAY "RUN-TIMING: " FUNCTION TRIM(WS-NOTIF-MSG)
              MOVE "admin" TO WS-NOTIF-TO
              MOVE "JOBS" TO WS-NOTIF-CAT
              CALL "NOTIFY-USER" USING WS-NOTIF-TO WS-NOTIF-MSG
                                       WS-NOTIF-CAT
           END-IF.

       END PROGRAM RUN-TIMING.
