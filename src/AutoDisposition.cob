      *> Standalone maintenance batch job, runnable by itself or as a
      *> BATCH-DRIVER step after DEADLINE-CLOSE. Finds every Closed
      *> posting in jobs.dat that has sat closed for at least the
      *> number of days in data/disposition-days.dat (14 when the
      *> control file is absent, the same fallback DORMANT-REVIEW
      *> uses) with applicants still Applied or Under Review - the
      *> employer never used EDIT-POSTING's one-step close-out - and
      *> closes them out through APP-DISPOSITION: Rejected, reason
      *> code 05 "Posting closed", one templated notice each. The
      *> poster is told how many were closed out for them. The close
      *> date is the latest data/job-closures.dat row for the
      *> posting; a Closed posting with no row (closed before
      *> closures were dated, or by MOD-QUEUE) is dated today, which
      *> starts its clock. Every change is listed in
      *> reports/auto-disposition-report.txt. Run with PREVIEW on the
      *> command line to walk the same logic and write the
      *> would-change list to reports/auto-disposition-preview.txt
      *> without touching anything.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTO-DISPOSITION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOBS-FILE ASSIGN TO "data/jobs.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBS-STATUS.
           SELECT CLOSURE-FILE ASSIGN TO "data/job-closures.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSURE-STATUS.
           SELECT DAYS-FILE ASSIGN TO "data/disposition-days.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DAYS-STATUS.
           SELECT REPORT-FILE ASSIGN USING WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD JOBS-FILE.
           COPY "JOBREC.cpy".

      *> data/job-closures.dat: the same layout APP-DISPOSITION
      *> appends.
       FD CLOSURE-FILE.
       01 CLOSURE-REC.
          05 CL-JOB-ID     PIC 9(05).
          05 CL-DATE       PIC X(10).
          05 CL-BY         PIC X(20).

       FD DAYS-FILE.
       01 DAYS-REC PIC 9(05).

       FD REPORT-FILE.
       01 REPORT-REC PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-JOBS-STATUS     PIC XX.
       77 WS-CLOSURE-STATUS  PIC XX.
       77 WS-DAYS-STATUS     PIC XX.
       77 WS-EOF             PIC X VALUE "N".
       77 WS-GRACE-DAYS      PIC 9(05) VALUE 14.
       77 WS-CURR-DATE       PIC X(21).
       77 WS-TODAY           PIC X(10).
       77 WS-TODAY-NUM       PIC 9(8).
       77 WS-TODAY-INT       PIC S9(8) COMP.
       77 WS-CL-STR          PIC X(8).
       77 WS-CL-NUM          PIC 9(8).
       77 WS-CL-INT          PIC S9(8) COMP.
       77 WS-AGE-DAYS        PIC S9(8) COMP.
       77 WS-AGE-SHOW        PIC 9(05).
       77 WS-CLOSED-ON       PIC X(10).
       77 WS-REPORT-LINE     PIC X(132).
       77 WS-REPORT-PATH     PIC X(40)
          VALUE "reports/auto-disposition-report.txt".
       77 WS-ARG             PIC X(20).
       77 WS-PREVIEW         PIC X VALUE "N".
       77 WS-JOB-COUNT       PIC 9(05) VALUE 0.
       77 WS-APP-COUNT       PIC 9(05) VALUE 0.
       77 WS-DATED-COUNT     PIC 9(05) VALUE 0.
       77 WS-BUSY-COUNT      PIC 9(05) VALUE 0.
       77 I                  PIC 9(04).
       77 J                  PIC 9(03).

       77 WS-AD-COMMAND      PIC X(10).
       77 WS-AD-ACTOR        PIC X(20) VALUE "AUTO-DISPOSITION".
       77 WS-AD-RESULT       PIC X(10).
       01 WS-AD-REASON.
          05 WS-AD-CODE      PIC X(02) VALUE "05".
          05 WS-AD-TEXT      PIC X(25) VALUE "Posting closed".
       01 WS-AD-CHANGES.
          05 WS-AD-COUNT     PIC 9(03).
          05 WS-AD-ENTRY OCCURS 200 TIMES.
             10 WS-AD-APPLICANT PIC X(20).
             10 WS-AD-PRIOR     PIC X(15).
       77 WS-NOTIF-TO        PIC X(20).
       77 WS-NOTIF-MSG       PIC X(100).
       77 WS-NOTIF-CATEGORY  PIC X(12) VALUE "JOBS".

      *> The close in force per posting, loaded once from
      *> data/job-closures.dat; a later row for the same Job ID
      *> (closed, reopened, closed again) replaces the earlier one.
       77 WS-CLOSE-COUNT     PIC 9(04) VALUE 0.
       01 WS-CLOSE-TABLE.
          05 WS-CLOSE-ENTRY OCCURS 2000 TIMES.
             10 WS-C-JOB-ID  PIC 9(05).
             10 WS-C-DATE    PIC X(10).

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
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
           MOVE SPACES TO WS-TODAY
           STRING WS-CURR-DATE(1:4) "-" WS-CURR-DATE(5:2) "-"
                  WS-CURR-DATE(7:2)
                  DELIMITED BY SIZE INTO WS-TODAY
           END-STRING

           OPEN INPUT DAYS-FILE
           IF WS-DAYS-STATUS = "00"
              READ DAYS-FILE
                  AT END CONTINUE
                  NOT AT END
                      IF DAYS-REC > 0
                         MOVE DAYS-REC TO WS-GRACE-DAYS
                      END-IF
              END-READ
              CLOSE DAYS-FILE
           END-IF

           ACCEPT WS-ARG FROM COMMAND-LINE
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ARG)) = "PREVIEW"
              MOVE "Y" TO WS-PREVIEW
              MOVE "reports/auto-disposition-preview.txt"
                 TO WS-REPORT-PATH
           END-IF

           PERFORM LOAD-CLOSURES

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-PREVIEW = "Y"
              STRING "InCollege auto-disposition report - " WS-TODAY
                     " (PREVIEW - nothing changed)"
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-STRING
           ELSE
              STRING "InCollege auto-disposition report - " WS-TODAY
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-STRING
           END-IF
           PERFORM WRITE-REPORT-LINE
           MOVE "====================================================="
              TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Closed postings left " WS-GRACE-DAYS
                  " day(s) or more with applicants still Applied or"
                  " Under Review"
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE "N" TO WS-EOF
           OPEN INPUT JOBS-FILE
           IF WS-JOBS-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ JOBS-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF JOB-CLOSED
                          PERFORM CHECK-ONE-POSTING
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE JOBS-FILE
           END-IF

           IF WS-JOB-COUNT = 0
              MOVE "(nothing to close out)" TO WS-REPORT-LINE
              PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-PREVIEW = "Y"
              STRING WS-JOB-COUNT " posting(s), " WS-APP-COUNT
                     " applicant(s) would be moved to Rejected; "
                     WS-DATED-COUNT " undated closed posting(s)"
                     " would be dated today"
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-STRING
           ELSE
              STRING WS-JOB-COUNT " posting(s), " WS-APP-COUNT
                     " applicant(s) moved to Rejected; "
                     WS-DATED-COUNT " undated closed posting(s) dated"
                     " today; " WS-BUSY-COUNT " skipped (file busy)"
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-STRING
           END-IF
           PERFORM WRITE-REPORT-LINE
           CLOSE REPORT-FILE

           MOVE WS-REPORT-PATH TO RPI-PATH
           MOVE "AUTO-DISPOSITION" TO RPI-REPORT-ID
           MOVE SPACES TO RPI-SELECTION
           IF WS-PREVIEW = "Y"
              MOVE "Auto-disposition preview" TO RPI-TITLE
              STRING "preview only; closed postings " WS-GRACE-DAYS
                     "+ days with open applicants"
                     DELIMITED BY SIZE INTO RPI-SELECTION
              END-STRING
           ELSE
              MOVE "Auto-disposition of closed postings" TO RPI-TITLE
              STRING "closed postings " WS-GRACE-DAYS
                     "+ days with open applicants"
                     DELIMITED BY SIZE INTO RPI-SELECTION
              END-STRING
           END-IF
           MOVE WS-APP-COUNT TO RPI-RECORDS
           MOVE "applicants" TO RPI-RECORD-NOUN
           CALL "REPORT-FORMAT" USING REPORT-PAGE-INFO

           MOVE SPACES TO WS-REPORT-LINE
           IF WS-PREVIEW = "Y"
              STRING "AUTO-DISPOSITION (preview): " WS-APP-COUNT
                     " applicant(s) on " WS-JOB-COUNT
                     " posting(s) would be closed out; see "
                     FUNCTION TRIM(WS-REPORT-PATH) "."
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-STRING
           ELSE
              STRING "AUTO-DISPOSITION: " WS-APP-COUNT
                     " applicant(s) on " WS-JOB-COUNT
                     " posting(s) closed out; see "
                     FUNCTION TRIM(WS-REPORT-PATH) "."
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-STRING
           END-IF
           DISPLAY FUNCTION TRIM(WS-REPORT-LINE)
           GOBACK.

       WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC.

       LOAD-CLOSURES.
           MOVE 0 TO WS-CLOSE-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT CLOSURE-FILE
           IF WS-CLOSURE-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ CLOSURE-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       PERFORM KEEP-CLOSURE
                 END-READ
              END-PERFORM
              CLOSE CLOSURE-FILE
           END-IF.

       KEEP-CLOSURE.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WS-CLOSE-COUNT OR
                         WS-C-JOB-ID(I) = CL-JOB-ID
              CONTINUE
           END-PERFORM
           IF I > WS-CLOSE-COUNT
              IF WS-CLOSE-COUNT >= 2000
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-CLOSE-COUNT
              MOVE WS-CLOSE-COUNT TO I
              MOVE CL-JOB-ID TO WS-C-JOB-ID(I)
           END-IF
           MOVE CL-DATE TO WS-C-DATE(I).

      *> JOBS-RECORD is Closed: date it if nobody has, else close out
      *> its remaining applicants once the grace period has run.
       CHECK-ONE-POSTING.
           MOVE SPACES TO WS-CLOSED-ON
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CLOSE-COUNT
              IF WS-C-JOB-ID(I) = JOB-ID
                 MOVE WS-C-DATE(I) TO WS-CLOSED-ON
              END-IF
           END-PERFORM

           IF WS-CLOSED-ON = SPACES
              ADD 1 TO WS-DATED-COUNT
              IF WS-PREVIEW = "N"
                 MOVE "CLOSED" TO WS-AD-COMMAND
                 CALL "APP-DISPOSITION" USING WS-AD-COMMAND JOB-ID
                      WS-AD-ACTOR WS-AD-REASON WS-AD-CHANGES
                      WS-AD-RESULT
              END-IF
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-CL-STR
           STRING WS-CLOSED-ON(1:4) WS-CLOSED-ON(6:2)
                  WS-CLOSED-ON(9:2)
                  DELIMITED BY SIZE INTO WS-CL-STR
           END-STRING
           IF WS-CL-STR IS NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           MOVE WS-CL-STR TO WS-CL-NUM
           COMPUTE WS-CL-INT = FUNCTION INTEGER-OF-DATE(WS-CL-NUM)
           COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-CL-INT
           IF WS-AGE-DAYS < WS-GRACE-DAYS
              EXIT PARAGRAPH
           END-IF

           MOVE "PENDING" TO WS-AD-COMMAND
           CALL "APP-DISPOSITION" USING WS-AD-COMMAND JOB-ID
                WS-AD-ACTOR WS-AD-REASON WS-AD-CHANGES WS-AD-RESULT
           IF WS-AD-COUNT = 0
              EXIT PARAGRAPH
           END-IF

           MOVE WS-AGE-DAYS TO WS-AGE-SHOW
           IF WS-PREVIEW = "Y"
              ADD 1 TO WS-JOB-COUNT
              ADD WS-AD-COUNT TO WS-APP-COUNT
              MOVE SPACES TO WS-REPORT-LINE
              STRING "Job ID " JOB-ID " " FUNCTION TRIM(JOB-TITLE)
                     " by " FUNCTION TRIM(JOB-POSTER)
                     " - closed " WS-CLOSED-ON " (" WS-AGE-SHOW
                     " days): " WS-AD-COUNT
                     " applicant(s) would be rejected"
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-STRING
              PERFORM WRITE-REPORT-LINE
              EXIT PARAGRAPH
           END-IF

           MOVE "DISPOSE" TO WS-AD-COMMAND
           CALL "APP-DISPOSITION" USING WS-AD-COMMAND JOB-ID
                WS-AD-ACTOR WS-AD-REASON WS-AD-CHANGES WS-AD-RESULT
           IF WS-AD-RESULT = "BUSY"
              ADD 1 TO WS-BUSY-COUNT
              MOVE SPACES TO WS-REPORT-LINE
              STRING "Job ID " JOB-ID " " FUNCTION TRIM(JOB-TITLE)
                     " - applications file busy, left for the next"
                     " run"
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-STRING
              PERFORM WRITE-REPORT-LINE
              EXIT PARAGRAPH
           END-IF
           IF WS-AD-COUNT = 0
              EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-JOB-COUNT
           ADD WS-AD-COUNT TO WS-APP-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Job ID " JOB-ID " " FUNCTION TRIM(JOB-TITLE)
                  " by " FUNCTION TRIM(JOB-POSTER)
                  " - closed " WS-CLOSED-ON " (" WS-AGE-SHOW
                  " days): " WS-AD-COUNT
                  " applicant(s) moved to Rejected"
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-AD-COUNT
              MOVE SPACES TO WS-REPORT-LINE
              STRING "    " WS-AD-APPLICANT(J) " was "
                     FUNCTION TRIM(WS-AD-PRIOR(J))
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-STRING
              PERFORM WRITE-REPORT-LINE
           END-PERFORM

           MOVE SPACES TO WS-NOTIF-MSG
           STRING WS-AD-COUNT " applicant(s) left waiting on closed"
                  " Job ID " JOB-ID " were notified and closed out."
                  DELIMITED BY SIZE INTO WS-NOTIF-MSG
           END-STRING
           MOVE JOB-POSTER TO WS-NOTIF-TO
           CALL "NOTIFY-USER" USING WS-NOTIF-TO WS-NOTIF-MSG
                WS-NOTIF-CATEGORY.

       END PROGRAM AUTO-DISPOSITION.
