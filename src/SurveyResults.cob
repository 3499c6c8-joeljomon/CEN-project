      *> answers in data/survey-responses.dat with the Hired rows in
      *> applications.dat so the dean gets one placement number
      *> instead of two that disagree: a graduate counts as placed
      *> when they were hired through the platform, reported an
      *> outside hire through MY-OUTSIDE-APPS
      *> (data/outside-apps.dat), OR answered Y to survey question 1
      *> (by convention, "are you employed"). Graduates holding an
      *> outside offer but no placement yet are counted on their
      *> own line.
      *> Writes reports/survey-results.txt: response and decline
      *> counts, per-question answer tallies, and the combined
      *> placement figure for the target class. Read-only.
       IDENTIFICATION DIVISION.
           SELECT PROFILE-FILE ASSIGN TO "data/profiles.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROF-STATUS.
           SELECT OUTSIDE-FILE ASSIGN TO "data/outside-apps.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OA-STATUS.
           SELECT REPORT-FILE ASSIGN TO "reports/survey-results.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FD PROFILE-FILE.
           COPY "PROFREC.cpy".

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

       77 WS-DECL-STATUS   PIC XX.
       77 WS-APP-STATUS    PIC XX.
       77 WS-PROF-STATUS   PIC XX.
       77 WS-OA-STATUS     PIC XX.
       77 WS-OFFER-COUNT   PIC 9(5) VALUE 0.
       77 WS-EOF           PIC X VALUE "N".
       77 WS-REPORT-LINE   PIC X(132).
       77 WS-TARGET-YEAR   PIC 9(4) VALUE 0.
       77 Q                PIC 9(2).

      *> Every graduate counted exactly once: respondents, platform
      *> hires, outside hires and offers, and the union of them.
       77 WS-PLACED-COUNT  PIC 9(5) VALUE 0.
       77 WS-GRAD-COUNT    PIC 9(5) VALUE 0.
       01 WS-GRAD-TABLE.
             10 WS-G-HIRED     PIC X(1).
             10 WS-G-RESPONDED PIC X(1).
             10 WS-G-EMPLOYED  PIC X(1).
             10 WS-G-OUT-HIRED PIC X(1).
             10 WS-G-OUT-OFFER PIC X(1).

      *> Per-question Y/N/other tallies.
       01 WS-Q-TALLY.
             10 WS-QT-NO    PIC 9(5) VALUE 0.
             10 WS-QT-OTHER PIC 9(5) VALUE 0.

           COPY "REGIONINF.cpy".
           COPY "RPTINF.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL "REGION-CONFIG" USING REGION-INFO
           IF RI-RESULT NOT = "OK"
              GOBACK
           END-IF

           PERFORM LOAD-TARGET-YEAR
           IF WS-TARGET-YEAR = 0
              DISPLAY "SURVEY-RESULTS: no target class set - run the "

           PERFORM LOAD-TARGET-CLASS
           PERFORM MARK-PLATFORM-HIRES
           PERFORM MARK-OUTSIDE-OUTCOMES
           PERFORM MARK-RESPONSES
           PERFORM COUNT-DECLINES


           MOVE 0 TO WS-CLASS-SIZE
           MOVE 0 TO WS-PLACED-COUNT
           MOVE 0 TO WS-OFFER-COUNT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-GRAD-COUNT
              ADD 1 TO WS-CLASS-SIZE
              IF WS-G-HIRED(I) = "Y" OR WS-G-EMPLOYED(I) = "Y" OR
                 WS-G-OUT-HIRED(I) = "Y"
                 ADD 1 TO WS-PLACED-COUNT
              ELSE
                 IF WS-G-OUT-OFFER(I) = "Y"
                    ADD 1 TO WS-OFFER-COUNT
                 END-IF
              END-IF
           END-PERFORM

           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           STRING "Placed (platform hire, outside hire or "
                  "survey-reported employment): " WS-PLACED-COUNT
                  " of " WS-CLASS-SIZE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           STRING "Not yet placed but holding an outside offer: "
                  WS-OFFER-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "Answers by question (yes / no / other):"
           END-PERFORM
           CLOSE REPORT-FILE

           MOVE "reports/survey-results.txt" TO RPI-PATH
           MOVE "SURVEY-RESULTS" TO RPI-REPORT-ID
           MOVE "First-destination survey results" TO RPI-TITLE
           MOVE SPACES TO RPI-SELECTION
           STRING "graduating class of " WS-TARGET-YEAR
                  DELIMITED BY SIZE INTO RPI-SELECTION
           END-STRING
           MOVE WS-CLASS-SIZE TO RPI-RECORDS
           MOVE "graduates" TO RPI-RECORD-NOUN
           CALL "REPORT-FORMAT" USING REPORT-PAGE-INFO

           DISPLAY "SURVEY-RESULTS: written to "
                   "reports/survey-results.txt."
           GOBACK.

       WRITE-REPORT-LINE.
                          MOVE "N"
                               TO WS-G-RESPONDED(WS-GRAD-COUNT)
                          MOVE "N" TO WS-G-EMPLOYED(WS-GRAD-COUNT)
                          MOVE "N"
                               TO WS-G-OUT-HIRED(WS-GRAD-COUNT)
                          MOVE "N"
                               TO WS-G-OUT-OFFER(WS-GRAD-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE APPLICATION-FILE
           END-IF.

       MARK-OUTSIDE-OUTCOMES.
           MOVE "N" TO WS-EOF
           OPEN INPUT OUTSIDE-FILE
           IF WS-OA-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ OUTSIDE-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF OA-HIRED OR OA-OFFER
                          PERFORM VARYING I FROM 1 BY 1
                                  UNTIL I > WS-GRAD-COUNT
                             IF FUNCTION TRIM(WS-G-USER(I)) =
                                FUNCTION TRIM(OA-USERNAME)
                                IF OA-HIRED
                                   MOVE "Y" TO WS-G-OUT-HIRED(I)
                                ELSE
                                   MOVE "Y" TO WS-G-OUT-OFFER(I)
                                END-IF
                             END-IF
                          END-PERFORM
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE OUTSIDE-FILE
           END-IF.

       MARK-RESPONSES.
           MOVE "N" TO WS-EOF
           OPEN INPUT RESPONSE-FILE
