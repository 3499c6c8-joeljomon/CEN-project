      *> the day (or week, by eyeballing up to seven date lines) from
      *> data/login-audit.dat, plus a point-in-time row-count snapshot
      *> of the other data files. Read-only.
      *>
      *> Given a term code on the command line (e.g. FALL2026) it
      *> reports that term instead: the dates come from the term
      *> calendar (TERM-CALENDAR), logins are tallied by month
      *> within the term, the snapshot is followed by the postings,
      *> applications and hires that fall in the term, and the
      *> output goes to reports/activity-summary-<TERM>.txt. A term run
      *> adds no row to the daily history.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACTIVITY-SUMMARY.

           SELECT MESSAGE-FILE ASSIGN TO "data/messages.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MSG-STATUS.
           SELECT REPORT-FILE ASSIGN USING WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HISTORY-FILE ASSIGN TO "data/activity-history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
          05 AUDIT-USERNAME     PIC X(20).
          05 AUDIT-TIMESTAMP    PIC X(19).
          05 AUDIT-RESULT       PIC X(7).
          05 AUDIT-LINK         PIC X(20).

       FD ACCOUNT-FILE.
       01 ACCOUNT-REC          PIC X(40).
       77 WS-LOOKUP-DATE      PIC X(10).
       77 WS-DAY-FOUND        PIC X VALUE "N".
       77 WS-ROW-COUNT        PIC 9(7).
       77 WS-AUDIT-ROWS       PIC 9(7) VALUE 0.
       77 WS-REPORT-LINE      PIC X(132).
       77 WS-SC-FILE          PIC X(30).
       77 WS-SC-TYPE          PIC X(12).
       77 WS-POSTINGS-TOTAL   PIC 9(7) VALUE 0.
       77 WS-APPS-TOTAL       PIC 9(7) VALUE 0.
       77 WS-HIRES-TOTAL      PIC 9(7) VALUE 0.
       77 WS-ARG              PIC X(80).
       77 WS-REPORT-PATH      PIC X(60).
       77 WS-TERM-OK          PIC X VALUE "Y".
       77 WS-IN-TERM          PIC X VALUE "Y".
       77 WS-CHECK-DATE       PIC X(10).
       77 WS-TERM-POSTINGS    PIC 9(7) VALUE 0.
       77 WS-TERM-APPS        PIC 9(7) VALUE 0.
       77 WS-TERM-HIRES       PIC 9(7) VALUE 0.
       77 WS-TC-COMMAND       PIC X(10) VALUE "LOOKUP".
       77 WS-TC-CODE          PIC X(10) VALUE SPACES.
       77 WS-TC-START         PIC X(10).
       77 WS-TC-END           PIC X(10).
       77 WS-TC-RESULT        PIC X(10).

           COPY "REGIONINF.cpy".
           COPY "RPTINF.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL "REGION-CONFIG" USING REGION-INFO
           IF RI-RESULT NOT = "OK"
              GOBACK
           END-IF

      *> Garbled login-audit.dat rows are moved aside first, with a
      *> count so ops hears about corruption the day it happens.
           MOVE "login-audit.dat" TO WS-SC-FILE
                      "login-audit.dat."
           END-IF

           PERFORM PICK-TERM
           IF WS-TERM-OK = "N"
              GOBACK
           END-IF
           OPEN OUTPUT REPORT-FILE

           IF WS-TC-CODE = SPACES
              MOVE "InCollege daily/weekly activity summary"
                 TO WS-REPORT-LINE
           ELSE
              MOVE "InCollege term activity summary" TO WS-REPORT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE
           MOVE "===================================================="
              TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-TERM-HEADING

           PERFORM SUMMARIZE-LOGIN-ACTIVITY

           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "System snapshot (current row counts):"
              TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE "data/accounts.dat" TO WS-REPORT-LINE
           PERFORM COUNT-MSG-ROWS
           PERFORM WRITE-ROW-COUNT-LINE

           IF WS-TC-CODE NOT = SPACES
              PERFORM WRITE-TERM-COUNTS
           END-IF

           MOVE "===================================================="
              TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           CLOSE REPORT-FILE

           MOVE WS-REPORT-PATH TO RPI-PATH
           MOVE "ACTIVITY-SUMMARY" TO RPI-REPORT-ID
           MOVE "Activity summary" TO RPI-TITLE
           IF WS-TC-CODE = SPACES
              MOVE "login activity by day, row counts as of today"
                 TO RPI-SELECTION
           ELSE
              MOVE SPACES TO RPI-SELECTION
              STRING "term " FUNCTION TRIM(WS-TC-CODE) ", "
                     WS-TC-START " to " WS-TC-END
                     DELIMITED BY SIZE INTO RPI-SELECTION
              END-STRING
           END-IF
           MOVE WS-AUDIT-ROWS TO RPI-RECORDS
           MOVE "login audit rows read" TO RPI-RECORD-NOUN
           CALL "REPORT-FORMAT" USING REPORT-PAGE-INFO

           IF WS-TC-CODE = SPACES
              PERFORM APPEND-HISTORY-ROW
           END-IF
           GOBACK.

      *> A term code on the command line scopes the run to that
      *> term's dates on the calendar; with none, everything on
      *> file is summarized as before.
       PICK-TERM.
           MOVE "reports/activity-summary.txt" TO WS-REPORT-PATH
           MOVE SPACES TO WS-ARG
           ACCEPT WS-ARG FROM COMMAND-LINE
           IF WS-ARG = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE WS-ARG TO WS-TC-CODE
           CALL "TERM-CALENDAR" USING WS-TC-COMMAND WS-TC-CODE
                WS-TC-START WS-TC-END WS-TC-RESULT
           IF WS-TC-RESULT = "NOTFOUND"
              DISPLAY "ACTIVITY-SUMMARY: term " FUNCTION TRIM(WS-ARG)
                      " is not on the term calendar."
              MOVE "N" TO WS-TERM-OK
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-REPORT-PATH
           STRING "reports/activity-summary-" FUNCTION TRIM(WS-TC-CODE)
                  ".txt" DELIMITED BY SIZE INTO WS-REPORT-PATH
           END-STRING.

       WRITE-TERM-HEADING.
           IF WS-TC-CODE = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Term " FUNCTION TRIM(WS-TC-CODE) ": "
                  WS-TC-START " to " WS-TC-END
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           IF WS-TC-RESULT = "CLOSED"
              MOVE SPACES TO WS-REPORT-LINE
              STRING "Term closed - the frozen figures are in "
                     "reports/term-close-" FUNCTION TRIM(WS-TC-CODE)
                     ".txt; these are recomputed from current rows."
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-STRING
              PERFORM WRITE-REPORT-LINE
           END-IF.

      *> WS-IN-TERM is Y when no term is in force or WS-CHECK-DATE
      *> falls inside it.
       CHECK-IN-TERM.
           MOVE "Y" TO WS-IN-TERM
           IF WS-TC-CODE NOT = SPACES
              IF WS-CHECK-DATE < WS-TC-START OR
                 WS-CHECK-DATE > WS-TC-END
                 MOVE "N" TO WS-IN-TERM
              END-IF
           END-IF.

       WRITE-TERM-COUNTS.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "Term activity:" TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "postings opened: " WS-TERM-POSTINGS
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "applications made: " WS-TERM-APPS
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "hires: " WS-TERM-HIRES
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE.

      *> Persists this run's numbers so ACTIVITY-TREND has something
      *> to compare after the snapshot scrolls away. Today's login
      *> successes come from the daily tally above; the hire count
           WRITE HISTORY-REC
           CLOSE HISTORY-FILE.

      *> Writes one line to reports/activity-summary.txt and echoes it
      *> to the console, the same two-destination behaviour
      *> IntegrityCheck.cob's WRITE-REPORT-LINE uses.
       WRITE-REPORT-LINE.
           DISPLAY FUNCTION TRIM(WS-REPORT-LINE)
                 READ AUDIT-FILE
                     AT END MOVE "Y" TO WS-EOF
                     NOT AT END
                         ADD 1 TO WS-AUDIT-ROWS
                         PERFORM TALLY-AUDIT-ROW
                 END-READ
              END-PERFORM
              CLOSE AUDIT-FILE
           END-IF

           IF WS-DAY-COUNT = 0
              IF WS-TC-CODE = SPACES
                 MOVE "No login activity recorded yet."
                    TO WS-REPORT-LINE
              ELSE
                 MOVE "No login activity recorded in the term."
                    TO WS-REPORT-LINE
              END-IF
              PERFORM WRITE-REPORT-LINE
           ELSE
              PERFORM VARYING DAY-IDX FROM 1 BY 1
              END-PERFORM
           END-IF.

      *> A term run buckets by month (YYYY-MM) rather than by day,
      *> and only the term's rows count.
       TALLY-AUDIT-ROW.
           MOVE AUDIT-TIMESTAMP(1:10) TO WS-CHECK-DATE
           PERFORM CHECK-IN-TERM
           IF WS-IN-TERM = "N"
              EXIT PARAGRAPH
           END-IF
           IF WS-TC-CODE = SPACES
              MOVE AUDIT-TIMESTAMP(1:10) TO WS-LOOKUP-DATE
           ELSE
              MOVE AUDIT-TIMESTAMP(1:7) TO WS-LOOKUP-DATE
           END-IF
           PERFORM FIND-OR-ADD-DAY
           IF FUNCTION TRIM(AUDIT-RESULT) = "SUCCESS"
              ADD 1 TO WS-DAY-SUCCESS(DAY-IDX)
           ELSE
              ADD 1 TO WS-DAY-FAILURE(DAY-IDX)
           END-IF.

      *> Positions DAY-IDX on the entry for WS-LOOKUP-DATE, adding a
      *> new zero-tally entry (up to 31, a week-plus-margin of daily
      *> buckets) if this date hasn't been seen yet this run.
              PERFORM UNTIL WS-EOF = "Y"
                 READ JOBS-FILE
                     AT END MOVE "Y" TO WS-EOF
                     NOT AT END
                         ADD 1 TO WS-ROW-COUNT
                         MOVE JOB-POSTED-DATE TO WS-CHECK-DATE
                         PERFORM CHECK-IN-TERM
                         IF WS-IN-TERM = "Y"
                            ADD 1 TO WS-TERM-POSTINGS
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE JOBS-FILE
                         IF APP-STATUS-HIRED
                            ADD 1 TO WS-HIRES-TOTAL
                         END-IF
                         PERFORM TALLY-TERM-APPLICATION
                 END-READ
              END-PERFORM
              CLOSE APPLICATION-FILE
           END-IF.

      *> An application belongs to the term it was made in (older
      *> rows without an applied date fall back on the status
      *> date); a hire to the term the Hired status was set in.
       TALLY-TERM-APPLICATION.
           MOVE APP-APPLIED-DATE TO WS-CHECK-DATE
           IF WS-CHECK-DATE = SPACES
              MOVE APP-STATUS-DATE TO WS-CHECK-DATE
           END-IF
           PERFORM CHECK-IN-TERM
           IF WS-IN-TERM = "Y"
              ADD 1 TO WS-TERM-APPS
           END-IF
           IF APP-STATUS-HIRED
              MOVE APP-STATUS-DATE TO WS-CHECK-DATE
              PERFORM CHECK-IN-TERM
              IF WS-IN-TERM = "Y"
                 ADD 1 TO WS-TERM-HIRES
              END-IF
           END-IF.

       COUNT-MSG-ROWS.
           MOVE 0 TO WS-ROW-COUNT
           MOVE "N" TO WS-EOF
