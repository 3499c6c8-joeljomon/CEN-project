      *> number, so the data is finally clean enough to use. This
      *> batch computes salary minimum, median and maximum across
      *> every posting carrying a numeric salary - open and
      *> historical - grouped four ways: by JOB-CATEGORY, by hiring
      *> employer, by the geographic region of the posting's mapped
      *> location (LOCATION-REF; unmapped postings group together),
      *> and (joined through Hired applications to profiles.dat) by
      *> the major of who actually got hired. Two
      *> outputs: reports/salary-report.txt, the career-services detail,
      *> and reports/salary-summary.txt, a student-facing summary by
      *> category with figures rounded to the nearest thousand,
      *> which the job menu's Campus Salary Snapshot shows. Read-only.
      *> The detail carries the standard report pages; the summary
      *> does not, since it is screen text that MY-OFFERS also reads
      *> back a category at a time.
      *>
      *> Given a term code on the command line (e.g. FALL2026) the
      *> detail covers only postings opened, and hires made, within
      *> that term's dates on the term calendar, and goes to
      *> reports/salary-report-<TERM>.txt; the student summary is left
      *> as the all-postings figure.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALARY-ANALYTICS.

           SELECT PROFILE-FILE ASSIGN TO "data/profiles.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROF-STATUS.
           SELECT REPORT-FILE ASSIGN USING WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUMMARY-FILE ASSIGN TO "reports/salary-summary.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       77 WS-GROUP-FOUND   PIC X VALUE "N".
       77 WS-JOB-SALARY-W  PIC 9(7) VALUE 0.
       77 WS-SALARY-OK     PIC X VALUE "N".
       77 WS-SALARY-POSTINGS PIC 9(07) VALUE 0.
       77 WS-LOOKUP-JOB    PIC 9(05).
       77 WS-LOOKUP-USER   PIC X(20).
       77 WS-MAJOR-W       PIC X(50).
       77 G                PIC 9(02).
       77 I                PIC 9(03).
       77 J                PIC 9(03).
       77 WS-ARG           PIC X(80).
       77 WS-REPORT-PATH   PIC X(60).
       77 WS-TERM-OK       PIC X VALUE "Y".
       77 WS-IN-TERM       PIC X VALUE "Y".
       77 WS-CHECK-DATE    PIC X(10).
       77 WS-TC-COMMAND    PIC X(10) VALUE "LOOKUP".
       77 WS-TC-CODE       PIC X(10) VALUE SPACES.
       77 WS-TC-START      PIC X(10).
       77 WS-TC-END        PIC X(10).
       77 WS-TC-RESULT     PIC X(10).

      *> One group per distinct key per pass, each holding its raw
      *> salary values so a true median can be taken.
             10 WS-GRP-N      PIC 9(03) VALUE 0.
             10 WS-GRP-VALUE  PIC 9(7) OCCURS 200 TIMES.

           COPY "REGIONINF.cpy".
           COPY "RPTINF.cpy".
           COPY "LOCINF.cpy".

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

           MOVE "InCollege salary analytics" TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "===================================================="
              TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-TERM-HEADING

           IF WS-TC-CODE = SPACES
              OPEN OUTPUT SUMMARY-FILE
              MOVE "What does a posting on InCollege actually pay?"
                   TO SUMMARY-REC
              WRITE SUMMARY-REC
              MOVE "(figures rounded to the nearest thousand)"
                   TO SUMMARY-REC
              WRITE SUMMARY-REC
           END-IF

           PERFORM TALLY-BY-CATEGORY
           MOVE "By job category:" TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM REPORT-ALL-GROUPS
           IF WS-TC-CODE = SPACES
              PERFORM SUMMARIZE-ALL-GROUPS
           END-IF

           PERFORM RESET-GROUPS
           PERFORM TALLY-BY-EMPLOYER
           PERFORM WRITE-REPORT-LINE
           PERFORM REPORT-ALL-GROUPS

           PERFORM RESET-GROUPS
           PERFORM TALLY-BY-REGION
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "By region:" TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM REPORT-ALL-GROUPS

           PERFORM RESET-GROUPS
           PERFORM TALLY-BY-HIRED-MAJOR
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM REPORT-ALL-GROUPS

           CLOSE REPORT-FILE

           MOVE WS-REPORT-PATH TO RPI-PATH
           MOVE "SALARY-ANALYTICS" TO RPI-REPORT-ID
           MOVE "Salary analytics" TO RPI-TITLE
           MOVE "all postings and hires on file" TO RPI-SELECTION
           IF WS-TC-CODE NOT = SPACES
              MOVE SPACES TO RPI-SELECTION
              STRING "term " FUNCTION TRIM(WS-TC-CODE) ", "
                     WS-TC-START " to " WS-TC-END
                     DELIMITED BY SIZE INTO RPI-SELECTION
              END-STRING
           END-IF
           MOVE WS-SALARY-POSTINGS TO RPI-RECORDS
           MOVE "postings with a salary" TO RPI-RECORD-NOUN
           CALL "REPORT-FORMAT" USING REPORT-PAGE-INFO
           IF WS-TC-CODE = SPACES
              CLOSE SUMMARY-FILE
              DISPLAY "SALARY-ANALYTICS: detail in "
                      "reports/salary-report.txt, student summary in "
                      "reports/salary-summary.txt."
           ELSE
              DISPLAY "SALARY-ANALYTICS: term detail in "
                      FUNCTION TRIM(WS-REPORT-PATH) "."
           END-IF
           GOBACK.

      *> A term code on the command line scopes the detail to that
      *> term's dates on the calendar; with none, every posting on
      *> file is analysed and the student summary refreshed.
       PICK-TERM.
           MOVE "reports/salary-report.txt" TO WS-REPORT-PATH
           MOVE SPACES TO WS-ARG
           ACCEPT WS-ARG FROM COMMAND-LINE
           IF WS-ARG = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE WS-ARG TO WS-TC-CODE
           CALL "TERM-CALENDAR" USING WS-TC-COMMAND WS-TC-CODE
                WS-TC-START WS-TC-END WS-TC-RESULT
           IF WS-TC-RESULT = "NOTFOUND"
              DISPLAY "SALARY-ANALYTICS: term " FUNCTION TRIM(WS-ARG)
                      " is not on the term calendar."
              MOVE "N" TO WS-TERM-OK
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-REPORT-PATH
           STRING "reports/salary-report-" FUNCTION TRIM(WS-TC-CODE)
                  ".txt" DELIMITED BY SIZE INTO WS-REPORT-PATH
           END-STRING.

       WRITE-TERM-HEADING.
           IF WS-TC-CODE = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Term " FUNCTION TRIM(WS-TC-CODE) ": "
                  WS-TC-START " to " WS-TC-END
                  " (postings opened and hires made in the term)"
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

       WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC.
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       PERFORM PARSE-JOB-SALARY
                       MOVE JOB-POSTED-DATE TO WS-CHECK-DATE
                       PERFORM CHECK-IN-TERM
                       IF WS-SALARY-OK = "Y" AND WS-IN-TERM = "Y"
                          ADD 1 TO WS-SALARY-POSTINGS
                          IF FUNCTION TRIM(JOB-CATEGORY) = SPACES
                             MOVE "(uncategorized)" TO WS-GROUP-KEY
                          ELSE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       PERFORM PARSE-JOB-SALARY
                       MOVE JOB-POSTED-DATE TO WS-CHECK-DATE
                       PERFORM CHECK-IN-TERM
                       IF WS-SALARY-OK = "Y" AND WS-IN-TERM = "Y"
                          MOVE JOB-EMPLOYER TO WS-GROUP-KEY
                          PERFORM ADD-VALUE-TO-GROUP
                       END-IF
              CLOSE JOBS-FILE
           END-IF.

      *> The region filed for the posting in job-locations.dat; a
      *> posting never mapped to the location list (LOCATION-NORMALIZE
      *> not yet run, or a location the list cannot place) counts
      *> under "(not mapped)".
       TALLY-BY-REGION.
           MOVE "N" TO WS-EOF
           OPEN INPUT JOBS-FILE
           IF WS-JOBS-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ JOBS-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       PERFORM PARSE-JOB-SALARY
                       MOVE JOB-POSTED-DATE TO WS-CHECK-DATE
                       PERFORM CHECK-IN-TERM
                       IF WS-SALARY-OK = "Y" AND WS-IN-TERM = "Y"
                          MOVE "LOOKUP" TO LI-COMMAND
                          MOVE JOB-ID TO LI-JOB-ID
                          CALL "LOCATION-REF" USING LOCATION-INFO
                          IF LI-RESULT = "ON-FILE" AND
                             LI-REGION NOT = SPACES
                             MOVE LI-REGION TO WS-GROUP-KEY
                          ELSE
                             MOVE "(not mapped)" TO WS-GROUP-KEY
                          END-IF
                          PERFORM ADD-VALUE-TO-GROUP
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE JOBS-FILE
           END-IF.

      *> Hired applications joined to the posting's salary and the
      *> student's declared major.
       TALLY-BY-HIRED-MAJOR.
                 READ APPLICATION-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       MOVE APP-STATUS-DATE TO WS-CHECK-DATE
                       PERFORM CHECK-IN-TERM
                       IF APP-STATUS-HIRED AND WS-IN-TERM = "Y"
                          MOVE APP-JOB-ID TO WS-LOOKUP-JOB
                          MOVE JOB-APPLIER TO WS-LOOKUP-USER
                          PERFORM FIND-JOB-SALARY
