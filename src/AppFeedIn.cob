      *> applied with the normal status-change notification; rejects
      *> go to data/feed-in-<employer>-rejects.csv with the reason
      *> appended so the employer can fix and resubmit just those.
      *> Control totals - feed rows read, applied and rejected, and
      *> the applications.dat rows read and written back over every
      *> rewrite - go to CONTROL-TOTALS for BATCH-DRIVER's balancing
      *> report.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APP-FEED-IN.

       77 WS-NOTIF-TO      PIC X(20).
       77 WS-NOTIF-MSG     PIC X(100).
       77 WS-NOTIF-CAT     PIC X(12).
       77 WS-FEED-ROWS     PIC 9(7) VALUE 0.
       77 WS-APPS-READ     PIC 9(7) VALUE 0.
       77 WS-APPS-WRITTEN  PIC 9(7) VALUE 0.
       77 WS-CT-STEP       PIC X(20) VALUE "APP-FEED-IN".
       77 WS-CT-FILE       PIC X(30).
       01 WS-CT-COUNTS.
          05 WS-CT-READ     PIC 9(7) VALUE 0.
          05 WS-CT-WRITTEN  PIC 9(7) VALUE 0.
          05 WS-CT-REJECTED PIC 9(7) VALUE 0.
          05 WS-CT-MOVED    PIC 9(7) VALUE 0.

           COPY "REGIONINF.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL "REGION-CONFIG" USING REGION-INFO
           IF RI-RESULT NOT = "OK"
              GOBACK
           END-IF

           DISPLAY "--- Inbound employer status feed ---"
           DISPLAY "Employer username whose feed file to apply:"
           MOVE SPACES TO WS-EMPLOYER
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    IF FUNCTION TRIM(FEED-REC) NOT = SPACES
                       ADD 1 TO WS-FEED-ROWS
                       PERFORM PROCESS-ONE-UPDATE
                    END-IF
              END-READ
              CLOSE REJECT-FILE
           END-IF

           MOVE ZEROS TO WS-CT-COUNTS
           MOVE WS-FEED-PATH(6:55) TO WS-CT-FILE
           MOVE WS-FEED-ROWS TO WS-CT-READ
           MOVE WS-GOOD-COUNT TO WS-CT-WRITTEN
           MOVE WS-REJECT-COUNT TO WS-CT-REJECTED
           CALL "CONTROL-TOTALS" USING WS-CT-STEP WS-CT-FILE
                WS-CT-COUNTS
           IF WS-GOOD-COUNT > 0
              MOVE ZEROS TO WS-CT-COUNTS
              MOVE "applications.dat" TO WS-CT-FILE
              MOVE WS-APPS-READ TO WS-CT-READ
              MOVE WS-APPS-WRITTEN TO WS-CT-WRITTEN
              CALL "CONTROL-TOTALS" USING WS-CT-STEP WS-CT-FILE
                   WS-CT-COUNTS
           END-IF

           DISPLAY "APP-FEED-IN: " WS-GOOD-COUNT
                   " update(s) applied, " WS-REJECT-COUNT
                   " rejected."
                 READ APPLICATION-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       ADD 1 TO WS-APPS-READ
                       IF APP-JOB-ID = WS-F-JOB-ID AND
                          FUNCTION TRIM(JOB-APPLIER) =
                          FUNCTION TRIM(WS-F-APPLICANT)
           PERFORM UNTIL WS-EOF = "Y"
              READ APP-TEMP-FILE INTO APP-RECORD
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    WRITE APP-RECORD
                    ADD 1 TO WS-APPS-WRITTEN
              END-READ
           END-PERFORM
           CLOSE APP-TEMP-FILE
