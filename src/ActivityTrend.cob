      *> BATCH-DRIVER step after ACTIVITY-SUMMARY. Reads the per-run
      *> history rows ACTIVITY-SUMMARY persists in
      *> data/activity-history.dat and writes a period-over-period
      *> trend report to reports/activity-trend.txt: this week against
      *> last week, and this semester against the same semester last
      *> year, for logins, new accounts, new postings, new
      *> applications and new hires. Logins are summed per period;
           SELECT HISTORY-FILE ASSIGN TO "data/activity-history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT REPORT-FILE ASSIGN TO "reports/activity-trend.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       77 WS-ROW-SEMESTER    PIC X(6).
       77 WS-THIS-SEMESTER   PIC X(6).
       77 WS-REPORT-LINE     PIC X(132).
       77 WS-HIST-ROWS       PIC 9(7) VALUE 0.
       77 WS-METRIC-LABEL    PIC X(20).
       77 WS-CUR-DISP        PIC -(7)9.
       77 WS-PRV-DISP        PIC -(7)9.
       77 WS-CUR-VALUE       PIC S9(8) COMP.
       77 WS-PRV-VALUE       PIC S9(8) COMP.

           COPY "REGIONINF.cpy".
           COPY "RPTINF.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL "REGION-CONFIG" USING REGION-INFO
           IF RI-RESULT NOT = "OK"
              GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE
           MOVE WS-CURR-DATE(1:8) TO WS-TODAY-NUM
           COMPUTE WS-TODAY-INT =
           PERFORM WRITE-REPORT-LINE

           CLOSE REPORT-FILE

           MOVE "reports/activity-trend.txt" TO RPI-PATH
           MOVE "ACTIVITY-TREND" TO RPI-REPORT-ID
           MOVE "Activity trend, period over period" TO RPI-TITLE
           MOVE "this week and semester against the last"
              TO RPI-SELECTION
           MOVE WS-HIST-ROWS TO RPI-RECORDS
           MOVE "history rows read" TO RPI-RECORD-NOUN
           CALL "REPORT-FORMAT" USING REPORT-PAGE-INFO
           GOBACK.

       WRITE-REPORT-LINE.
              PERFORM UNTIL WS-EOF = "Y"
                 READ HISTORY-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       ADD 1 TO WS-HIST-ROWS
                       PERFORM TALLY-ONE-ROW
                 END-READ
              END-PERFORM
              CLOSE HISTORY-FILE
