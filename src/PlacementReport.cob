      *> Standalone maintenance batch job. Not reachable from any menu
      *> in InCollege.cob - an operator compiles and runs this program
      *> for career services, the same way ActivitySummary.cob is run,
      *> to write reports/placement-report.txt: every applications.dat
      *> row that reached Hired, joined against profiles.dat for the
      *> student's major, university and graduating class, and broken
      *> down by each of those plus the hiring employer, alongside the
      *> overall application-to-hire conversion rate. Formatted like
      *> activity-summary.txt so it can go straight into the dean's
      *> packet. Offers and hires students reported on applications
      *> made outside InCollege (data/outside-apps.dat, kept by
      *> MY-OUTSIDE-APPS) are counted on their own lines and in
      *> the total placements, so those placements are not lost; the
      *> conversion rate stays on in-system applications only.
      *>
      *> Given a term code on the command line (e.g. FALL2026) it
      *> reports that term from the term calendar's dates instead:
      *> applications made in the term, hires whose Hired status was
      *> set in it, outside offers and hires whose stage was set in
      *> it, and work terms that started in it, written to
      *> reports/placement-report-<TERM>.txt.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLACEMENT-REPORT.

           SELECT WORKTERM-FILE ASSIGN TO "data/work-terms.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WT-STATUS.
           SELECT OUTSIDE-FILE ASSIGN TO "data/outside-apps.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OA-STATUS.
           SELECT REPORT-FILE ASSIGN USING WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
          05 WT-FIN-COMMENT    PIC X(80).
          05 WT-COMPLETE       PIC X(01).

      *> data/outside-apps.dat: the same layout MY-OUTSIDE-APPS
      *> writes - applications students made outside InCollege and
      *> logged themselves.
       FD OUTSIDE-FILE.
       01 OUTSIDE-REC.
          05 OA-USERNAME       PIC X(20).
          05 OA-COMPANY        PIC X(50).
          05 OA-ROLE           PIC X(50).
          05 OA-APPLIED-DATE   PIC X(10).
          05 OA-STAGE          PIC X(10).
             88 OA-OFFER           VALUE "Offer".
             88 OA-HIRED           VALUE "Hired".
          05 OA-STAGE-DATE     PIC X(10).

       FD REPORT-FILE.
       01 REPORT-REC PIC X(132).

       77 WS-WT-EVALUATED   PIC 9(05) VALUE 0.
       77 WS-WT-COMPLETED   PIC 9(05) VALUE 0.

       77 WS-OA-STATUS      PIC XX.
       77 WS-OA-EOF         PIC X VALUE "N".
       77 WS-OA-OFFERS      PIC 9(07) VALUE 0.
       77 WS-OA-HIRES       PIC 9(07) VALUE 0.
       77 WS-TOTAL-PLACED   PIC 9(07) VALUE 0.

       77 WS-ARG            PIC X(80).
       77 WS-REPORT-PATH    PIC X(60).
       77 WS-TERM-OK        PIC X VALUE "Y".
       77 WS-IN-TERM        PIC X VALUE "Y".
       77 WS-CHECK-DATE     PIC X(10).
       77 WS-TC-COMMAND     PIC X(10) VALUE "LOOKUP".
       77 WS-TC-CODE        PIC X(10) VALUE SPACES.
       77 WS-TC-START       PIC X(10).
       77 WS-TC-END         PIC X(10).
       77 WS-TC-RESULT      PIC X(10).

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
           PERFORM LOAD-PROFILES
           PERFORM TALLY-APPLICATIONS
           PERFORM WRITE-REPORT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "PLACEMENT-REPORT: " WS-TOTAL-HIRED
                  " hire(s) among " WS-TOTAL-APPS
                  " application(s), " WS-OA-HIRES
                  " outside hire(s); see "
                  FUNCTION TRIM(WS-REPORT-PATH) "."
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
           DISPLAY FUNCTION TRIM(WS-REPORT-LINE)
           GOBACK.

      *> A term code on the command line scopes the report to that
      *> term's dates on the calendar; with none, everything on file
      *> is reported as before.
       PICK-TERM.
           MOVE "reports/placement-report.txt" TO WS-REPORT-PATH
           MOVE SPACES TO WS-ARG
           ACCEPT WS-ARG FROM COMMAND-LINE
           IF WS-ARG = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE WS-ARG TO WS-TC-CODE
           CALL "TERM-CALENDAR" USING WS-TC-COMMAND WS-TC-CODE
                WS-TC-START WS-TC-END WS-TC-RESULT
           IF WS-TC-RESULT = "NOTFOUND"
              DISPLAY "PLACEMENT-REPORT: term " FUNCTION TRIM(WS-ARG)
                      " is not on the term calendar."
              MOVE "N" TO WS-TERM-OK
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-REPORT-PATH
           STRING "reports/placement-report-" FUNCTION TRIM(WS-TC-CODE)
                  ".txt" DELIMITED BY SIZE INTO WS-REPORT-PATH
           END-STRING.

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

       LOAD-PROFILES.
           MOVE "N" TO WS-EOF
           OPEN INPUT PROFILE-FILE
                 READ APPLICATION-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       PERFORM TALLY-ONE-APPLICATION
                 END-READ
              END-PERFORM
              CLOSE APPLICATION-FILE
           END-IF.

      *> An application counts toward the term it was made in (older
      *> rows without an applied date fall back on the status
      *> date); a hire toward the term the Hired status was set in.
       TALLY-ONE-APPLICATION.
           MOVE APP-APPLIED-DATE TO WS-CHECK-DATE
           IF WS-CHECK-DATE = SPACES
              MOVE APP-STATUS-DATE TO WS-CHECK-DATE
           END-IF
           PERFORM CHECK-IN-TERM
           IF WS-IN-TERM = "Y"
              ADD 1 TO WS-TOTAL-APPS
           END-IF
           IF APP-STATUS-HIRED
              MOVE APP-STATUS-DATE TO WS-CHECK-DATE
              PERFORM CHECK-IN-TERM
              IF WS-IN-TERM = "Y"
                 ADD 1 TO WS-TOTAL-HIRED
                 PERFORM TALLY-ONE-HIRE
              END-IF
           END-IF.

       TALLY-ONE-HIRE.
           MOVE SPACES TO WS-HIRE-MAJOR
           MOVE SPACES TO WS-HIRE-UNIV
              MOVE 1 TO WS-E-HIRES(WS-EMPL-COUNT)
           END-IF.

      *> Student-reported outcomes on applications made outside
      *> InCollege: a row at Offer or Hired counts toward the term
      *> its stage was set in.
       COUNT-OUTSIDE-OUTCOMES.
           MOVE "N" TO WS-OA-EOF
           OPEN INPUT OUTSIDE-FILE
           IF WS-OA-STATUS = "00"
              PERFORM UNTIL WS-OA-EOF = "Y"
                 READ OUTSIDE-FILE
                    AT END MOVE "Y" TO WS-OA-EOF
                    NOT AT END
                       MOVE OA-STAGE-DATE TO WS-CHECK-DATE
                       PERFORM CHECK-IN-TERM
                       IF WS-IN-TERM = "Y"
                          IF OA-OFFER
                             ADD 1 TO WS-OA-OFFERS
                          END-IF
                          IF OA-HIRED
                             ADD 1 TO WS-OA-HIRES
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE OUTSIDE-FILE
           END-IF.

      *> Completed placements rather than extended offers: the
      *> work-term follow-through MY-OFFERS opens and the Work Terms
      *> screen finishes.
                 READ WORKTERM-FILE
                    AT END MOVE "Y" TO WS-WT-EOF
                    NOT AT END
                       MOVE WT-START TO WS-CHECK-DATE
                       PERFORM CHECK-IN-TERM
                       IF WS-IN-TERM = "Y"
                          ADD 1 TO WS-WT-TOTAL
                          IF WT-FIN-SCORE NOT = SPACE
                             ADD 1 TO WS-WT-EVALUATED
                          END-IF
                          IF WT-COMPLETE = "Y"
                             ADD 1 TO WS-WT-COMPLETED
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           IF WS-TC-CODE = SPACES
              STRING "Total applications on file: " WS-TOTAL-APPS
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-STRING
           ELSE
              STRING "Term " FUNCTION TRIM(WS-TC-CODE) ": "
                     WS-TC-START " to " WS-TC-END
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-STRING
              PERFORM WRITE-REPORT-LINE
              IF WS-TC-RESULT = "CLOSED"
                 MOVE SPACES TO WS-REPORT-LINE
                 STRING "Term closed - the frozen figures are in "
                        "reports/term-close-" FUNCTION TRIM(WS-TC-CODE)
                        ".txt; these are recomputed from current "
                        "rows."
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
                 END-STRING
                 PERFORM WRITE-REPORT-LINE
              END-IF
              MOVE SPACES TO WS-REPORT-LINE
              STRING "Applications made in the term: " WS-TOTAL-APPS
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-STRING
           END-IF
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           STRING "Total hires: " WS-TOTAL-HIRED
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE

           PERFORM COUNT-OUTSIDE-OUTCOMES
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Outside hires reported by students: " WS-OA-HIRES
                  ", outside offers pending: " WS-OA-OFFERS
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE

           COMPUTE WS-TOTAL-PLACED = WS-TOTAL-HIRED + WS-OA-HIRES
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Total placements (InCollege and outside hires): "
                  WS-TOTAL-PLACED
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
              PERFORM WRITE-REPORT-LINE
           END-PERFORM

           CLOSE REPORT-FILE

           MOVE WS-REPORT-PATH TO RPI-PATH
           MOVE "PLACEMENT-REPORT" TO RPI-REPORT-ID
           MOVE "Placement outcomes" TO RPI-TITLE
           MOVE "all applications on file" TO RPI-SELECTION
           IF WS-TC-CODE NOT = SPACES
              MOVE SPACES TO RPI-SELECTION
              STRING "term " FUNCTION TRIM(WS-TC-CODE) ", "
                     WS-TC-START " to " WS-TC-END
                     DELIMITED BY SIZE INTO RPI-SELECTION
              END-STRING
           END-IF
           MOVE WS-TOTAL-APPS TO RPI-RECORDS
           MOVE "applications" TO RPI-RECORD-NOUN
           CALL "REPORT-FORMAT" USING REPORT-PAGE-INFO.

       WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO REPORT-REC
