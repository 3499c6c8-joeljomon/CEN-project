      *> student's major (via profiles.dat) and by the posting's
      *> category (via jobs.dat) - so the office finally learns what
      *> is knocking students out. Output goes to
      *> reports/rejection-report.txt and the console. Read-only.
      *> Given a term code on the command line (e.g. FALL2026) only
      *> rejections recorded within that term's dates on the term
      *> calendar are counted, and the report goes to
      *> reports/rejection-report-<TERM>.txt.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REJECTION-REPORT.

           SELECT JOBS-FILE ASSIGN TO "data/jobs.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBS-STATUS.
           SELECT REPORT-FILE ASSIGN USING WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       77 WS-TOTAL-ROWS    PIC 9(05) VALUE 0.
       77 G                PIC 9(02).
       77 I                PIC 9(02).
       77 WS-ARG           PIC X(80).
       77 WS-REPORT-PATH   PIC X(60).
       77 WS-TERM-OK       PIC X VALUE "Y".
       77 WS-IN-TERM       PIC X VALUE "Y".
       77 WS-TC-COMMAND    PIC X(10) VALUE "LOOKUP".
       77 WS-TC-CODE       PIC X(10) VALUE SPACES.
       77 WS-TC-START      PIC X(10).
       77 WS-TC-END        PIC X(10).
       77 WS-TC-RESULT     PIC X(10).

      *> One tally row per major or category, with a counter per
      *> controlled reason code (01-04, then 05 "posting closed" -
      *> AUTO-DISPOSITION's close-out - sharing the "other" bucket).
       77 WS-GROUP-COUNT   PIC 9(02) VALUE 0.
       01 WS-GROUP-TABLE.
          05 WS-GRP-ENTRY OCCURS 60 TIMES.
             10 WS-GRP-KEY     PIC X(50).
             10 WS-GRP-REASON  PIC 9(05) OCCURS 5 TIMES.

           COPY "REGIONINF.cpy".
           COPY "RPTINF.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL "REGION-CONFIG" USING REGION-INFO
           IF RI-RESULT NOT = "OK"
              GOBACK
           END-IF

           PERFORM PICK-TERM
           IF WS-TERM-OK = "N"
              GOBACK
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE "InCollege rejection reasons report"
              TO WS-REPORT-LINE
              TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "Reason codes: 1 position filled, 2 experience "
              & "mismatch, 3 incomplete, 4 after deadline, 5 posting "
              & "closed/other"
              TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-TERM-HEADING

           INITIALIZE WS-GROUP-TABLE
           PERFORM TALLY-BY-MAJOR
           MOVE "By major of the rejected student (counts per code):"
              TO WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-TC-CODE = SPACES
              STRING WS-TOTAL-ROWS " rejection(s) on file in total."
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-STRING
           ELSE
              STRING WS-TOTAL-ROWS " rejection(s) in term "
                     FUNCTION TRIM(WS-TC-CODE) "."
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-STRING
           END-IF
           PERFORM WRITE-REPORT-LINE
           CLOSE REPORT-FILE

           MOVE WS-REPORT-PATH TO RPI-PATH
           MOVE "REJECTION-REPORT" TO RPI-REPORT-ID
           MOVE "Rejection reasons" TO RPI-TITLE
           MOVE "all rejections on file" TO RPI-SELECTION
           IF WS-TC-CODE NOT = SPACES
              MOVE SPACES TO RPI-SELECTION
              STRING "term " FUNCTION TRIM(WS-TC-CODE) ", "
                     WS-TC-START " to " WS-TC-END
                     DELIMITED BY SIZE INTO RPI-SELECTION
              END-STRING
           END-IF
           MOVE WS-TOTAL-ROWS TO RPI-RECORDS
           MOVE "rejections" TO RPI-RECORD-NOUN
           CALL "REPORT-FORMAT" USING REPORT-PAGE-INFO
           GOBACK.

      *> A term code on the command line scopes the report to that
      *> term's dates on the calendar; with none, every rejection on
      *> file is counted as before.
       PICK-TERM.
           MOVE "reports/rejection-report.txt" TO WS-REPORT-PATH
           MOVE SPACES TO WS-ARG
           ACCEPT WS-ARG FROM COMMAND-LINE
           IF WS-ARG = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE WS-ARG TO WS-TC-CODE
           CALL "TERM-CALENDAR" USING WS-TC-COMMAND WS-TC-CODE
                WS-TC-START WS-TC-END WS-TC-RESULT
           IF WS-TC-RESULT = "NOTFOUND"
              DISPLAY "REJECTION-REPORT: term " FUNCTION TRIM(WS-ARG)
                      " is not on the term calendar."
              MOVE "N" TO WS-TERM-OK
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-REPORT-PATH
           STRING "reports/rejection-report-" FUNCTION TRIM(WS-TC-CODE)
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

      *> WS-IN-TERM is Y when no term is in force or the rejection
      *> was recorded inside it.
       CHECK-IN-TERM.
           MOVE "Y" TO WS-IN-TERM
           IF WS-TC-CODE NOT = SPACES
              IF RJ-DATE < WS-TC-START OR RJ-DATE > WS-TC-END
                 MOVE "N" TO WS-IN-TERM
              END-IF
           END-IF.

       WRITE-REPORT-LINE.
           DISPLAY FUNCTION TRIM(WS-REPORT-LINE)
           MOVE WS-REPORT-LINE TO REPORT-REC
                 READ REASON-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       PERFORM CHECK-IN-TERM
                       IF WS-IN-TERM = "Y"
                          ADD 1 TO WS-TOTAL-ROWS
                          PERFORM FIND-APPLICANT-MAJOR
                          PERFORM ADD-ROW-TO-GROUP
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE REASON-FILE
                 READ REASON-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       PERFORM CHECK-IN-TERM
                       IF WS-IN-TERM = "Y"
                          PERFORM FIND-POSTING-CATEGORY
                          PERFORM ADD-ROW-TO-GROUP
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE REASON-FILE
