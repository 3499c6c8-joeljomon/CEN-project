      *> Standalone maintenance batch job. Not reachable from any menu
      *> in InCollege.cob - an operator compiles and runs this program
      *> for career services, the same way ActivitySummary.cob is run,
      *> to write reports/posting-funnel.txt: one funnel block per
      *> posting in jobs.dat - view events and distinct viewers from
      *> data/job-views.dat, applications by status from
      *> applications.dat, click-throughs to an employer-site apply
      *> link from data/apply-clicks.dat, and days from posting to
      *> the first Hired - the batch twin of the poster-facing
      *> POSTING-STATS screen in JOB-MGMT.
      *>
      *> Given a term code on the command line (e.g. FALL2026) only
      *> the postings opened within that term's dates on the term
      *> calendar are reported - each still with its whole funnel -
      *> to reports/posting-funnel-<TERM>.txt.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSTING-FUNNEL.

           SELECT VIEWLOG-FILE ASSIGN TO "data/job-views.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VIEWLOG-STATUS.
           SELECT CLICK-FILE ASSIGN TO "data/apply-clicks.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLICK-STATUS.
           SELECT REPORT-FILE ASSIGN USING WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
          05 VIEW-VIEWER           PIC X(20).
          05 VIEW-DATE             PIC X(10).

      *> data/apply-clicks.dat: one row per click-through to an
      *> employer's own apply link, the same layout JOB-MGMT's
      *> APPLY-ON-EMPLOYER-SITE writes. Those postings take no
      *> InCollege applications, so the clicks are their funnel.
       FD CLICK-FILE.
       01 CLICK-REC.
          05 CK-JOB-ID             PIC 9(05).
          05 CK-USERNAME           PIC X(20).
          05 CK-TIMESTAMP          PIC X(19).

       FD REPORT-FILE.
       01 REPORT-REC PIC X(132).

       77 WS-EOF             PIC X VALUE "N".
       77 WS-APPS-EOF        PIC X VALUE "N".
       77 WS-VIEWS-EOF       PIC X VALUE "N".
       77 WS-CLICK-STATUS    PIC XX.
       77 WS-CLICKS-EOF      PIC X VALUE "N".
       77 WS-POSTING-COUNT   PIC 9(05) VALUE 0.
       77 WS-REPORT-LINE     PIC X(132).
       77 WS-CUR-JOB-ID      PIC 9(05).
       77 WS-FN-VIEWS        PIC 9(05).
       77 WS-FN-UNIQUE       PIC 9(03).
       77 WS-FN-APPS         PIC 9(05).
       77 WS-FN-CLICKS       PIC 9(05).
       77 WS-FN-CLICKERS     PIC 9(03).
       77 WS-FN-APPLIED      PIC 9(05).
       77 WS-FN-REVIEW       PIC 9(05).
       77 WS-FN-INTERVIEW    PIC 9(05).
       77 WS-FN-UIDX         PIC 9(03).
       01 WS-FN-VIEWERS.
          05 WS-FN-VIEWER     PIC X(20) OCCURS 100 TIMES.
       01 WS-FN-CLICKER-LIST.
          05 WS-FN-CLICKER    PIC X(20) OCCURS 100 TIMES.

       77 WS-FN-SEATS-LEFT   PIC 9(02).

       77 WS-ARG             PIC X(80).
       77 WS-REPORT-PATH     PIC X(60).
       77 WS-TERM-OK         PIC X VALUE "Y".
       77 WS-TC-COMMAND      PIC X(10) VALUE "LOOKUP".
       77 WS-TC-CODE         PIC X(10) VALUE SPACES.
       77 WS-TC-START        PIC X(10).
       77 WS-TC-END          PIC X(10).
       77 WS-TC-RESULT       PIC X(10).

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

           MOVE "InCollege posting funnel report" TO WS-REPORT-LINE
           MOVE "====================================================="
              TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-TERM-HEADING

           MOVE "N" TO WS-EOF
           OPEN INPUT JOBS-FILE
                 READ JOBS-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF WS-TC-CODE = SPACES OR
                          (JOB-POSTED-DATE >= WS-TC-START AND
                           JOB-POSTED-DATE <= WS-TC-END)
                          ADD 1 TO WS-POSTING-COUNT
                          MOVE JOB-ID TO WS-CUR-JOB-ID
                          MOVE JOB-POSTED-DATE TO WS-FN-POSTED-DATE
                          PERFORM REPORT-ONE-POSTING
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE JOBS-FILE
           END-IF

           IF WS-POSTING-COUNT = 0
              IF WS-TC-CODE = SPACES
                 MOVE "(no postings on file)" TO WS-REPORT-LINE
              ELSE
                 MOVE "(no postings opened in the term)"
                    TO WS-REPORT-LINE
              END-IF
              PERFORM WRITE-REPORT-LINE
           END-IF

           CLOSE REPORT-FILE

           MOVE WS-REPORT-PATH TO RPI-PATH
           MOVE "POSTING-FUNNEL" TO RPI-REPORT-ID
           MOVE "Posting funnel" TO RPI-TITLE
           MOVE "all postings on file" TO RPI-SELECTION
           IF WS-TC-CODE NOT = SPACES
              MOVE SPACES TO RPI-SELECTION
              STRING "term " FUNCTION TRIM(WS-TC-CODE) ", "
                     WS-TC-START " to " WS-TC-END
                     DELIMITED BY SIZE INTO RPI-SELECTION
              END-STRING
           END-IF
           MOVE WS-POSTING-COUNT TO RPI-RECORDS
           MOVE "postings" TO RPI-RECORD-NOUN
           CALL "REPORT-FORMAT" USING REPORT-PAGE-INFO

           MOVE SPACES TO WS-REPORT-LINE
           STRING "POSTING-FUNNEL: " WS-POSTING-COUNT
                  " posting(s) reported to "
                  FUNCTION TRIM(WS-REPORT-PATH) "."
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           DISPLAY FUNCTION TRIM(WS-REPORT-LINE)
           GOBACK.

      *> A term code on the command line scopes the report to the
      *> postings opened within that term's dates on the calendar;
      *> with none, every posting on file is reported as before.
       PICK-TERM.
           MOVE "reports/posting-funnel.txt" TO WS-REPORT-PATH
           MOVE SPACES TO WS-ARG
           ACCEPT WS-ARG FROM COMMAND-LINE
           IF WS-ARG = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE WS-ARG TO WS-TC-CODE
           CALL "TERM-CALENDAR" USING WS-TC-COMMAND WS-TC-CODE
                WS-TC-START WS-TC-END WS-TC-RESULT
           IF WS-TC-RESULT = "NOTFOUND"
              DISPLAY "POSTING-FUNNEL: term " FUNCTION TRIM(WS-ARG)
                      " is not on the term calendar."
              MOVE "N" TO WS-TERM-OK
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-REPORT-PATH
           STRING "reports/posting-funnel-" FUNCTION TRIM(WS-TC-CODE)
                  ".txt" DELIMITED BY SIZE INTO WS-REPORT-PATH
           END-STRING.

       WRITE-TERM-HEADING.
           IF WS-TC-CODE = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Postings opened in term " FUNCTION TRIM(WS-TC-CODE)
                  ": " WS-TC-START " to " WS-TC-END
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
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       REPORT-ONE-POSTING.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Posting " JOB-ID ": "
           STRING "  Views: " WS-FN-VIEWS
                  "  Unique viewers: " WS-FN-UNIQUE
                  "  Applications: " WS-FN-APPS
                  "  Click-throughs: " WS-FN-CLICKS
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE

           IF WS-FN-CLICKS > 0
              MOVE SPACES TO WS-REPORT-LINE
              STRING "  Students clicking through to the employer's "
                     "site: " WS-FN-CLICKERS
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-STRING
              PERFORM WRITE-REPORT-LINE
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           STRING "  Applied: " WS-FN-APPLIED
                  "  Review: " WS-FN-REVIEW

       TALLY-POSTING-FUNNEL.
           MOVE 0 TO WS-FN-VIEWS WS-FN-UNIQUE WS-FN-APPS
                     WS-FN-CLICKS WS-FN-CLICKERS
                     WS-FN-APPLIED WS-FN-REVIEW WS-FN-INTERVIEW
                     WS-FN-REJECTED WS-FN-HIRED
           MOVE SPACES TO WS-FN-HIRE-DATE
              CLOSE VIEWLOG-FILE
           END-IF

           MOVE "N" TO WS-CLICKS-EOF
           OPEN INPUT CLICK-FILE
           IF WS-CLICK-STATUS = "00"
              PERFORM UNTIL WS-CLICKS-EOF = "Y"
                 READ CLICK-FILE
                     AT END MOVE "Y" TO WS-CLICKS-EOF
                     NOT AT END
                         IF CK-JOB-ID = WS-CUR-JOB-ID
                            ADD 1 TO WS-FN-CLICKS
                            PERFORM NOTE-UNIQUE-CLICKER
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE CLICK-FILE
           END-IF

           MOVE "N" TO WS-APPS-EOF
           OPEN INPUT APPLICATION-FILE
           IF WS-APP-STATUS = "00"
              MOVE VIEW-VIEWER TO WS-FN-VIEWER(WS-FN-UNIQUE)
           END-IF.

       NOTE-UNIQUE-CLICKER.
           MOVE "N" TO WS-FN-SEEN
           PERFORM VARYING WS-FN-UIDX FROM 1 BY 1
                   UNTIL WS-FN-UIDX > WS-FN-CLICKERS
              IF WS-FN-CLICKER(WS-FN-UIDX) = CK-USERNAME
                 MOVE "Y" TO WS-FN-SEEN
              END-IF
           END-PERFORM
           IF WS-FN-SEEN = "N" AND WS-FN-CLICKERS < 100
              ADD 1 TO WS-FN-CLICKERS
              MOVE CK-USERNAME TO WS-FN-CLICKER(WS-FN-CLICKERS)
           END-IF.

      *> Whole days between the posting date and the first hire's
      *> status date, via INTEGER-OF-DATE the way PendingRequests.cob
      *> ages a pending request. Malformed dates yield no line.
