      *> file is absent, the same fallback pattern DORMANT-REVIEW
      *> uses for its window) the posting's owner gets a nudge
      *> NOTIFICATION-REC through the shared NOTIFY-USER module.
      *> Read-only on applications.dat and jobs.dat. Every nudge is
      *> also listed in reports/stale-app-nudge.txt, with the total,
      *> for REPORT-DISTRIB to hand to the staff who follow up on
      *> stale applications.
      *> The wait is counted through BUSINESS-DAYS under the
      *> STALE-APP-NUDGE rule, so once that rule is on business days
      *> weekends and campus closures do not count toward it.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STALE-APP-NUDGE.

           SELECT DAYS-FILE ASSIGN TO "data/stale-days.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DAYS-STATUS.
           SELECT REPORT-FILE ASSIGN TO "reports/stale-app-nudge.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD DAYS-FILE.
       01 DAYS-REC PIC 9(05).

       FD REPORT-FILE.
       01 REPORT-REC PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-APP-STATUS    PIC XX.
       77 WS-JOBS-STATUS   PIC XX.
       77 WS-SCAN-EOF      PIC X VALUE "N".
       77 WS-STALE-DAYS    PIC 9(05) VALUE 14.
       77 WS-CURR-DATE     PIC X(21).
       77 WS-TS-STR        PIC X(8).
       77 WS-AGE-DAYS      PIC S9(8) COMP.
       77 WS-TODAY         PIC X(10).
       77 WS-BD-COMMAND    PIC X(10) VALUE "ELAPSED".
       77 WS-BD-RULE       PIC X(20) VALUE "STALE-APP-NUDGE".
       77 WS-BD-FROM       PIC X(10).
       77 WS-BD-TO         PIC X(10).
       77 WS-BD-DAYS       PIC 9(05).
       77 WS-BD-RESULT     PIC X(10).
       77 WS-AGE-DISP      PIC 9(5).
       77 WS-POSTER        PIC X(20).
       77 WS-NUDGE-COUNT   PIC 9(05) VALUE 0.
       77 WS-NOTIF-TO      PIC X(20).
       77 WS-NOTIF-MSG     PIC X(100).
       77 WS-NOTIF-CAT     PIC X(12).
       77 WS-REPORT-LINE   PIC X(132).

           COPY "REGIONINF.cpy".
           COPY "RPTINF.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL "REGION-CONFIG" USING REGION-INFO
           IF RI-RESULT NOT = "OK"
              GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE
           MOVE SPACES TO WS-TODAY
           STRING WS-CURR-DATE(1:4) "-" WS-CURR-DATE(5:2) "-"
                  WS-CURR-DATE(7:2)
                  DELIMITED BY SIZE INTO WS-TODAY
           END-STRING

           OPEN INPUT DAYS-FILE
           IF WS-DAYS-STATUS = "00"
              CLOSE DAYS-FILE
           END-IF

           OPEN OUTPUT REPORT-FILE
           MOVE "Applications waiting for the poster's review"
             TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "Job ID | applicant | poster | days waiting"
             TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE "N" TO WS-EOF
           OPEN INPUT APPLICATION-FILE
           IF WS-APP-STATUS = "00"
              CLOSE APPLICATION-FILE
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           STRING "Total nudged: " WS-NUDGE-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           CLOSE REPORT-FILE

           MOVE "reports/stale-app-nudge.txt" TO RPI-PATH
           MOVE "STALE-APP-NUDGE" TO RPI-REPORT-ID
           MOVE "Applications waiting for review" TO RPI-TITLE
           MOVE SPACES TO RPI-SELECTION
           STRING "Applied and untouched for " WS-STALE-DAYS
                  " day(s) as of " WS-TODAY
                  DELIMITED BY SIZE INTO RPI-SELECTION
           END-STRING
           MOVE WS-NUDGE-COUNT TO RPI-RECORDS
           MOVE "applications nudged" TO RPI-RECORD-NOUN
           CALL "REPORT-FORMAT" USING REPORT-PAGE-INFO

           DISPLAY "STALE-APP-NUDGE: " WS-NUDGE-COUNT
                   " untouched application(s) nudged."
           GOBACK.

       WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC.

       CHECK-ONE-APPLICATION.
           IF APP-STATUS-DATE = SPACES
              EXIT PARAGRAPH
           IF WS-TS-STR IS NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           MOVE APP-STATUS-DATE TO WS-BD-FROM
           MOVE WS-TODAY TO WS-BD-TO
           CALL "BUSINESS-DAYS" USING WS-BD-COMMAND WS-BD-RULE
                WS-BD-FROM WS-BD-TO WS-BD-DAYS WS-BD-RESULT
           IF WS-BD-RESULT = "BADDATE"
              EXIT PARAGRAPH
           END-IF
           MOVE WS-BD-DAYS TO WS-AGE-DAYS
           IF WS-AGE-DAYS <= WS-STALE-DAYS
              EXIT PARAGRAPH
           END-IF
           MOVE "JOBS" TO WS-NOTIF-CAT
           CALL "NOTIFY-USER" USING WS-NOTIF-TO WS-NOTIF-MSG
                                    WS-NOTIF-CAT
           ADD 1 TO WS-NUDGE-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING APP-JOB-ID " | " FUNCTION TRIM(JOB-APPLIER)
                  " | " FUNCTION TRIM(WS-POSTER)
                  " | " WS-AGE-DISP
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE.

       FIND-POSTING-OWNER.
           MOVE SPACES TO WS-POSTER
