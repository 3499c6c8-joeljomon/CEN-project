      *> replace cycle every other jobs.dat writer uses. Postings with
      *> a blank or malformed deadline are left untouched. Run with
      *> PREVIEW on the command line to walk the same logic and write
      *> the would-close list to reports/deadline-preview.txt without
      *> touching jobs.dat. A real run leaves its control totals
      *> (read, written back) with CONTROL-TOTALS for BATCH-DRIVER's
      *> balancing report, and dates each close through
      *> APP-DISPOSITION so AUTO-DISPOSITION can close out the
      *> applicants the employer never gets round to. When the
      *> JOB-DEADLINE rule is set to business days in CALENDAR-ADMIN,
      *> a deadline landing on a weekend or campus closure rolls
      *> forward through BUSINESS-DAYS to the next business day, and
      *> the preview lists the postings held open by that roll.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEADLINE-CLOSE.

           SELECT JOB-TEMP-FILE ASSIGN TO "data/jobtemp.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEMP-STATUS.
           SELECT PREVIEW-FILE ASSIGN TO "reports/deadline-preview.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           COPY "JOBREC.cpy".

       FD JOB-TEMP-FILE.
       01 JOB-TEMP-REC PIC X(581).

       FD PREVIEW-FILE.
       01 PREVIEW-REC PIC X(132).
       77 WS-ARG             PIC X(20).
       77 WS-PREVIEW         PIC X VALUE "N".
       77 WS-WOULD-CLOSE     PIC X VALUE "N".
       77 WS-HELD-OPEN       PIC X VALUE "N".
       77 WS-HELD-COUNT      PIC 9(05) VALUE 0.
       77 WS-DUE-DATE-NUM    PIC 9(8).
       77 WS-DUE-INT         PIC S9(8) COMP.
       77 WS-BD-COMMAND      PIC X(10) VALUE "DUE".
       77 WS-BD-RULE         PIC X(20) VALUE "JOB-DEADLINE".
       77 WS-BD-FROM         PIC X(10).
       77 WS-BD-TO           PIC X(10).
       77 WS-BD-DAYS         PIC 9(05).
       77 WS-BD-RESULT       PIC X(10).
       77 WS-CT-STEP         PIC X(20) VALUE "DEADLINE-CLOSE".
       77 WS-CT-FILE         PIC X(30) VALUE "jobs.dat".
       01 WS-CT-COUNTS.
          05 WS-CT-READ      PIC 9(7) VALUE 0.
          05 WS-CT-WRITTEN   PIC 9(7) VALUE 0.
          05 WS-CT-REJECTED  PIC 9(7) VALUE 0.
          05 WS-CT-MOVED     PIC 9(7) VALUE 0.
       77 WS-AD-COMMAND      PIC X(10) VALUE "CLOSED".
       77 WS-AD-ACTOR        PIC X(20) VALUE "DEADLINE-CLOSE".
       77 WS-AD-RESULT       PIC X(10).
       01 WS-AD-REASON.
          05 WS-AD-CODE      PIC X(02).
          05 WS-AD-TEXT      PIC X(25).
       01 WS-AD-CHANGES.
          05 WS-AD-COUNT     PIC 9(03).
          05 WS-AD-ENTRY OCCURS 200 TIMES.
             10 WS-AD-APPLICANT PIC X(20).
             10 WS-AD-PRIOR     PIC X(15).

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
                 READ JOBS-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       ADD 1 TO WS-CT-READ
                       PERFORM CHECK-AND-CLOSE
                       WRITE JOB-TEMP-REC FROM JOBS-RECORD
                 END-READ
           PERFORM UNTIL WS-EOF = "Y"
              READ JOB-TEMP-FILE INTO JOBS-RECORD
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    WRITE JOBS-RECORD
                    ADD 1 TO WS-CT-WRITTEN
              END-READ
           END-PERFORM
           CLOSE JOB-TEMP-FILE
           CLOSE JOBS-FILE
           CALL "CONTROL-TOTALS" USING WS-CT-STEP WS-CT-FILE
                WS-CT-COUNTS

           MOVE SPACES TO WS-DISPLAY-LINE
           STRING "DEADLINE-CLOSE: " WS-CLOSED-COUNT
           IF WS-WOULD-CLOSE = "Y"
              SET JOB-CLOSED TO TRUE
              ADD 1 TO WS-CLOSED-COUNT
              CALL "APP-DISPOSITION" USING WS-AD-COMMAND JOB-ID
                   WS-AD-ACTOR WS-AD-REASON WS-AD-CHANGES
                   WS-AD-RESULT
           END-IF.

      *> The deadline is first rolled off any weekend or closure the
      *> rule skips; WS-HELD-OPEN marks a posting only that roll is
      *> keeping open.
       JUDGE-DEADLINE.
           MOVE "N" TO WS-WOULD-CLOSE
           MOVE "N" TO WS-HELD-OPEN
           IF JOB-OPEN AND JOB-DEADLINE NOT = SPACES
              MOVE SPACES TO WS-DL-DATE-STR
              STRING JOB-DEADLINE(1:4) JOB-DEADLINE(6:2)
                 MOVE WS-DL-DATE-STR TO WS-DL-DATE-NUM
                 COMPUTE WS-DL-INT =
                     FUNCTION INTEGER-OF-DATE(WS-DL-DATE-NUM)
                 MOVE JOB-DEADLINE TO WS-BD-FROM
                 CALL "BUSINESS-DAYS" USING WS-BD-COMMAND WS-BD-RULE
                      WS-BD-FROM WS-BD-TO WS-BD-DAYS WS-BD-RESULT
                 IF WS-DL-INT > 0 AND WS-BD-RESULT NOT = "BADDATE"
                    MOVE WS-BD-TO(1:4) TO WS-DUE-DATE-NUM(1:4)
                    MOVE WS-BD-TO(6:2) TO WS-DUE-DATE-NUM(5:2)
                    MOVE WS-BD-TO(9:2) TO WS-DUE-DATE-NUM(7:2)
                    COMPUTE WS-DUE-INT =
                        FUNCTION INTEGER-OF-DATE(WS-DUE-DATE-NUM)
                    IF WS-TODAY-INT > WS-DUE-INT
                       MOVE "Y" TO WS-WOULD-CLOSE
                    ELSE
                       IF WS-TODAY-INT > WS-DL-INT
                          MOVE "Y" TO WS-HELD-OPEN
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.
                          WRITE PREVIEW-REC
                          DISPLAY FUNCTION TRIM(WS-DISPLAY-LINE)
                       END-IF
                       IF WS-HELD-OPEN = "Y"
                          PERFORM WRITE-HELD-OPEN-LINE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE JOBS-FILE
           END-IF
           CLOSE PREVIEW-FILE

           MOVE "reports/deadline-preview.txt" TO RPI-PATH
           MOVE "DEADLINE-CLOSE" TO RPI-REPORT-ID
           MOVE "Posting deadline close preview" TO RPI-TITLE
           MOVE "preview only; open postings past their deadline"
              TO RPI-SELECTION
           MOVE WS-CLOSED-COUNT TO RPI-RECORDS
           MOVE "postings that would close" TO RPI-RECORD-NOUN
           CALL "REPORT-FORMAT" USING REPORT-PAGE-INFO

           MOVE SPACES TO WS-DISPLAY-LINE
           STRING "DEADLINE-CLOSE (preview): " WS-CLOSED-COUNT
                  " posting(s) would be closed; see "
                  "reports/deadline-preview.txt."
                  DELIMITED BY SIZE
                  INTO WS-DISPLAY-LINE
           END-STRING
           DISPLAY FUNCTION TRIM(WS-DISPLAY-LINE)
           IF WS-HELD-COUNT > 0
              DISPLAY "DEADLINE-CLOSE (preview): " WS-HELD-COUNT
                      " posting(s) held open by a rolled deadline."
           END-IF.

       WRITE-HELD-OPEN-LINE.
           ADD 1 TO WS-HELD-COUNT
           MOVE SPACES TO WS-DISPLAY-LINE
           STRING "stays open: Job ID " JOB-ID
                  " - " FUNCTION TRIM(JOB-TITLE)
                  " (deadline " JOB-DEADLINE " rolls to " WS-BD-TO
                  ")"
                  DELIMITED BY SIZE
                  INTO WS-DISPLAY-LINE
           END-STRING
           MOVE WS-DISPLAY-LINE TO PREVIEW-REC
           WRITE PREVIEW-REC
           DISPLAY FUNCTION TRIM(WS-DISPLAY-LINE).

       END PROGRAM DEADLINE-CLOSE.
