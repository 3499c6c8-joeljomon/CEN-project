      *> Preview of the campus calendar's effect, run from the admin
      *> console's closure calendar screen (CALENDAR-ADMIN) or
      *> standalone by an operator after the calendar has changed.
      *> Read-only. Lists every date rule with the way it counts
      *> today (BUSINESS-DAYS), then every open posting deadline and
      *> every extended offer's respond-by date that lands on a
      *> weekend or campus closure, with the business day it rolls
      *> forward to - marked "moves" when its rule is already on
      *> business days and "would move" when the rule still counts
      *> calendar days. Past dates are left out; they have already
      *> been acted on. Goes to reports/calendar-preview.txt.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALENDAR-PREVIEW.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOBS-FILE ASSIGN TO "data/jobs.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBS-STATUS.
           SELECT OFFER-FILE ASSIGN TO "data/offers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OFF-STATUS.
           SELECT PREVIEW-FILE ASSIGN TO "reports/calendar-preview.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD JOBS-FILE.
           COPY "JOBREC.cpy".

      *> data/offers.dat: the same layout OFFER-EXPIRE reads.
       FD OFFER-FILE.
       01 OFFER-REC.
          05 OFF-JOB-ID            PIC 9(05).
          05 OFF-EMPLOYER          PIC X(20).
          05 OFF-APPLICANT         PIC X(20).
          05 OFF-SALARY            PIC X(20).
          05 OFF-START             PIC X(10).
          05 OFF-RESPOND-BY        PIC X(10).
          05 OFF-STATUS            PIC X(10).
             88 OFF-EXTENDED           VALUE "Extended".

       FD PREVIEW-FILE.
       01 PREVIEW-REC PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-JOBS-STATUS     PIC XX.
       77 WS-OFF-STATUS      PIC XX.
       77 WS-EOF             PIC X VALUE "N".
       77 WS-CURR-DATE       PIC X(21).
       77 WS-TODAY           PIC X(10).
       77 WS-DISPLAY-LINE    PIC X(132).
       77 WS-MOVE-COUNT      PIC 9(05) VALUE 0.
       77 WS-MOVE-DISP       PIC Z(4)9.
       77 WS-DATE            PIC X(10).
       77 WS-WHAT            PIC X(60).
       77 WS-WHY             PIC X(34).
       77 WS-RULE-MODE       PIC X(10).
       77 WS-VERDICT         PIC X(10).
       77 WS-BD-COMMAND      PIC X(10).
       77 WS-BD-RULE         PIC X(20).
       77 WS-BD-FROM         PIC X(10).
       77 WS-BD-TO           PIC X(10).
       77 WS-BD-DAYS         PIC 9(05).
       77 WS-BD-RESULT       PIC X(10).
       77 R                  PIC 9(02).

      *> Every rule that asks BUSINESS-DAYS, in the order the
      *> nightly batches run.
       01 WS-RULE-LIST.
          05 FILLER PIC X(20) VALUE "JOB-DEADLINE".
          05 FILLER PIC X(20) VALUE "OFFER-RESPOND-BY".
          05 FILLER PIC X(20) VALUE "STALE-APP-NUDGE".
          05 FILLER PIC X(20) VALUE "PENDING-EXPIRY".
          05 FILLER PIC X(20) VALUE "EVENT-REMIND".
          05 FILLER PIC X(20) VALUE "INTERVIEW-REMIND".
          05 FILLER PIC X(20) VALUE "OFFICE-HOUR-REMIND".
       01 WS-RULE-TABLE REDEFINES WS-RULE-LIST.
          05 WS-RULE-NAME PIC X(20) OCCURS 7 TIMES.

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

           OPEN OUTPUT PREVIEW-FILE
           MOVE SPACES TO WS-DISPLAY-LINE
           STRING "Campus calendar preview as of " WS-TODAY
                  " - no rows were changed."
                  DELIMITED BY SIZE INTO WS-DISPLAY-LINE
           END-STRING
           PERFORM WRITE-PREVIEW-LINE
           MOVE " " TO WS-DISPLAY-LINE
           PERFORM WRITE-PREVIEW-LINE
           MOVE "Date rules:" TO WS-DISPLAY-LINE
           PERFORM WRITE-PREVIEW-LINE
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > 7
              PERFORM LIST-ONE-RULE
           END-PERFORM
           MOVE " " TO WS-DISPLAY-LINE
           PERFORM WRITE-PREVIEW-LINE
           MOVE "Dates landing on a weekend or closure:"
             TO WS-DISPLAY-LINE
           PERFORM WRITE-PREVIEW-LINE

           PERFORM SCAN-JOB-DEADLINES
           PERFORM SCAN-OFFER-DATES

           IF WS-MOVE-COUNT = 0
              MOVE "  (none)" TO WS-DISPLAY-LINE
              PERFORM WRITE-PREVIEW-LINE
           END-IF
           CLOSE PREVIEW-FILE
           MOVE "reports/calendar-preview.txt" TO RPI-PATH
           MOVE "CALENDAR-PREVIEW" TO RPI-REPORT-ID
           MOVE "Campus calendar preview" TO RPI-TITLE
           MOVE "preview only; open deadlines and offer dates"
              TO RPI-SELECTION
           MOVE WS-MOVE-COUNT TO RPI-RECORDS
           MOVE "dates on a weekend or closure" TO RPI-RECORD-NOUN
           CALL "REPORT-FORMAT" USING REPORT-PAGE-INFO

           MOVE WS-MOVE-COUNT TO WS-MOVE-DISP
           MOVE SPACES TO WS-DISPLAY-LINE
           STRING "CALENDAR-PREVIEW: " FUNCTION TRIM(WS-MOVE-DISP)
                  " date(s) land on a weekend or closure; see "
                  "reports/calendar-preview.txt."
                  DELIMITED BY SIZE INTO WS-DISPLAY-LINE
           END-STRING
           DISPLAY FUNCTION TRIM(WS-DISPLAY-LINE)
           GOBACK.

       LIST-ONE-RULE.
           MOVE WS-RULE-NAME(R) TO WS-BD-RULE
           MOVE "MODE" TO WS-BD-COMMAND
           CALL "BUSINESS-DAYS" USING WS-BD-COMMAND WS-BD-RULE
                WS-BD-FROM WS-BD-TO WS-BD-DAYS WS-BD-RESULT
           MOVE SPACES TO WS-DISPLAY-LINE
           IF WS-BD-RESULT = "BUSINESS"
              STRING "  " WS-RULE-NAME(R) " business days"
                     DELIMITED BY SIZE INTO WS-DISPLAY-LINE
              END-STRING
           ELSE
              STRING "  " WS-RULE-NAME(R) " calendar days"
                     DELIMITED BY SIZE INTO WS-DISPLAY-LINE
              END-STRING
           END-IF
           PERFORM WRITE-PREVIEW-LINE.

       SCAN-JOB-DEADLINES.
           MOVE "N" TO WS-EOF
           OPEN INPUT JOBS-FILE
           IF WS-JOBS-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
              READ JOBS-FILE
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    IF JOB-OPEN AND JOB-DEADLINE NOT = SPACES AND
                       JOB-DEADLINE >= WS-TODAY
                       MOVE JOB-DEADLINE TO WS-DATE
                       MOVE "JOB-DEADLINE" TO WS-BD-RULE
                       MOVE SPACES TO WS-WHAT
                       STRING "Job ID " JOB-ID " "
                              FUNCTION TRIM(JOB-TITLE)
                              DELIMITED BY SIZE INTO WS-WHAT
                       END-STRING
                       PERFORM CHECK-ONE-DATE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE JOBS-FILE.

       SCAN-OFFER-DATES.
           MOVE "N" TO WS-EOF
           OPEN INPUT OFFER-FILE
           IF WS-OFF-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
              READ OFFER-FILE
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    IF OFF-EXTENDED AND OFF-RESPOND-BY NOT = SPACES
                       AND OFF-RESPOND-BY >= WS-TODAY
                       MOVE OFF-RESPOND-BY TO WS-DATE
                       MOVE "OFFER-RESPOND-BY" TO WS-BD-RULE
                       MOVE SPACES TO WS-WHAT
                       STRING "Offer for Job ID " OFF-JOB-ID " to "
                              FUNCTION TRIM(OFF-APPLICANT)
                              DELIMITED BY SIZE INTO WS-WHAT
                       END-STRING
                       PERFORM CHECK-ONE-DATE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE OFFER-FILE.

      *> WS-DATE under WS-BD-RULE: the calendar itself (a blank
      *> rule) says whether and where the date rolls; the rule's own
      *> mode says whether that happens today.
       CHECK-ONE-DATE.
           MOVE "MODE" TO WS-BD-COMMAND
           CALL "BUSINESS-DAYS" USING WS-BD-COMMAND WS-BD-RULE
                WS-BD-FROM WS-BD-TO WS-BD-DAYS WS-BD-RESULT
           MOVE WS-BD-RESULT TO WS-RULE-MODE
           IF WS-RULE-MODE = "BUSINESS"
              MOVE "moves" TO WS-VERDICT
           ELSE
              MOVE "would move" TO WS-VERDICT
           END-IF

           MOVE SPACES TO WS-BD-RULE
           MOVE WS-DATE TO WS-BD-FROM
           MOVE "OPEN" TO WS-BD-COMMAND
           CALL "BUSINESS-DAYS" USING WS-BD-COMMAND WS-BD-RULE
                WS-BD-FROM WS-BD-TO WS-BD-DAYS WS-BD-RESULT
           EVALUATE WS-BD-RESULT
              WHEN "WEEKEND"
                 MOVE "weekend" TO WS-WHY
              WHEN "CLOSURE"
                 MOVE SPACES TO WS-WHY
                 STRING "closure from " WS-BD-TO
                        DELIMITED BY SIZE INTO WS-WHY
                 END-STRING
              WHEN OTHER
                 EXIT PARAGRAPH
           END-EVALUATE

           MOVE "DUE" TO WS-BD-COMMAND
           CALL "BUSINESS-DAYS" USING WS-BD-COMMAND WS-BD-RULE
                WS-BD-FROM WS-BD-TO WS-BD-DAYS WS-BD-RESULT
           ADD 1 TO WS-MOVE-COUNT
           MOVE SPACES TO WS-DISPLAY-LINE
           STRING "  " FUNCTION TRIM(WS-WHAT) " | " WS-DATE
                  " (" FUNCTION TRIM(WS-WHY) ") "
                  FUNCTION TRIM(WS-VERDICT) " to " WS-BD-TO
                  DELIMITED BY SIZE INTO WS-DISPLAY-LINE
           END-STRING
           PERFORM WRITE-PREVIEW-LINE
           DISPLAY FUNCTION TRIM(WS-DISPLAY-LINE).

       WRITE-PREVIEW-LINE.
           MOVE WS-DISPLAY-LINE TO PREVIEW-REC
           WRITE PREVIEW-REC.

       END PROGRAM CALENDAR-PREVIEW.
