      *> A row older than its rule's window that matches the state
      *> criterion is MOVED to data/archive-<file> - never deleted -
      *> and the counts moved per file go to the console and to
      *> reports/retention-report.txt. Rows whose dates predate the
      *> date-stamping changes (blank dates) are left alone. Run with
      *> PREVIEW on the command line to walk the same rules and write
      *> the exact rows that would move to reports/retention-preview.txt
      *> without touching anything - the way to eyeball a new policy
      *> rule's blast radius before the real run. Each real sweep
      *> leaves its control totals (read, written back, archived)
      *> with CONTROL-TOTALS for BATCH-DRIVER's balancing report.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETENTION-RUN.

       77 WS-ROW-USER      PIC X(20).
       77 WS-LH-HELD       PIC X(01) VALUE "N".
       77 WS-HELD-KEPT     PIC 9(05) VALUE 0.
       77 WS-ROWS-EXAMINED PIC 9(07) VALUE 0.
       77 WS-STATE-OK      PIC X VALUE "N".
       77 WS-REPORT-LINE   PIC X(132).
       77 WS-REPORT-PATH   PIC X(40)
          VALUE "reports/retention-report.txt".
       77 WS-ARG           PIC X(20).
       77 WS-PREVIEW       PIC X VALUE "N".
       77 WS-CT-STEP       PIC X(20) VALUE "RETENTION-RUN".
       77 WS-CT-FILE       PIC X(30).
       77 WS-AC-COMMAND    PIC X(10).
       77 WS-AC-PATH       PIC X(40).
       77 WS-AC-ACTOR      PIC X(20) VALUE "RETENTION-RUN".
       77 WS-AC-ROW        PIC X(700).
       77 WS-AC-RESULT     PIC X(10).
       01 WS-CT-COUNTS.
          05 WS-CT-READ     PIC 9(7) VALUE 0.
          05 WS-CT-WRITTEN  PIC 9(7) VALUE 0.
          05 WS-CT-REJECTED PIC 9(7) VALUE 0.
          05 WS-CT-MOVED    PIC 9(7) VALUE 0.

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
           ACCEPT WS-ARG FROM COMMAND-LINE
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ARG)) = "PREVIEW"
              MOVE "Y" TO WS-PREVIEW
              MOVE "reports/retention-preview.txt" TO WS-REPORT-PATH
           END-IF

           OPEN OUTPUT REPORT-FILE
           END-IF

           CLOSE REPORT-FILE

           MOVE WS-REPORT-PATH TO RPI-PATH
           MOVE "RETENTION-RUN" TO RPI-REPORT-ID
           IF WS-PREVIEW = "Y"
              MOVE "Retention archiving preview" TO RPI-TITLE
              MOVE "preview only; rules in data/retention-policy.dat"
                 TO RPI-SELECTION
           ELSE
              MOVE "Retention archiving" TO RPI-TITLE
              MOVE "rules in data/retention-policy.dat"
                 TO RPI-SELECTION
           END-IF
           MOVE WS-ROWS-EXAMINED TO RPI-RECORDS
           MOVE "rows examined" TO RPI-RECORD-NOUN
           CALL "REPORT-FORMAT" USING REPORT-PAGE-INFO
           IF WS-PREVIEW = "Y"
              DISPLAY "RETENTION-RUN: preview done; see "
                      "reports/retention-preview.txt."
           ELSE
              DISPLAY "RETENTION-RUN: done; see "
                      "reports/retention-report.txt."
           END-IF
           GOBACK.

           END-IF

           MOVE 0 TO WS-HELD-KEPT
           MOVE ZEROS TO WS-CT-COUNTS
           PERFORM UNTIL WS-EOF = "Y"
              READ DATA-FILE
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    ADD 1 TO WS-CT-READ
                    ADD 1 TO WS-ROWS-EXAMINED
                    PERFORM JUDGE-ONE-ROW
                    IF WS-MOVE-IT = "Y"
                       PERFORM CHECK-ROW-LEGAL-HOLD
                 NOT AT END
                    MOVE KEEP-REC TO DATA-REC
                    WRITE DATA-REC
                    ADD 1 TO WS-CT-WRITTEN
              END-READ
           END-PERFORM
           CLOSE KEEP-FILE
           CLOSE DATA-FILE
           IF WS-MOVED > 0
              PERFORM RESEAL-AUDIT-CHAIN
           END-IF

           MOVE WS-MOVED TO WS-CT-MOVED
           MOVE WS-RULE-FILE TO WS-CT-FILE
           CALL "CONTROL-TOTALS" USING WS-CT-STEP WS-CT-FILE
                WS-CT-COUNTS

           MOVE SPACES TO WS-REPORT-LINE
           STRING FUNCTION TRIM(WS-RULE-FILE) ": "
              READ DATA-FILE
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    ADD 1 TO WS-ROWS-EXAMINED
                    PERFORM JUDGE-ONE-ROW
                    IF WS-MOVE-IT = "Y"
                       ADD 1 TO WS-MOVED
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC.

      *> A rewrite of a hash-chained evidence file (login-audit.dat,
      *> change-audit.dat, a journal) has to be resealed, or the
      *> next AUDIT-VERIFY reports it as tampering; AUDIT-CHAIN
      *> answers NOTCHAINED for every other file and does nothing.
       RESEAL-AUDIT-CHAIN.
           MOVE "RESEAL" TO WS-AC-COMMAND
           MOVE WS-DATA-PATH TO WS-AC-PATH
           MOVE SPACES TO WS-AC-ROW
           CALL "AUDIT-CHAIN" USING WS-AC-COMMAND WS-AC-PATH
                WS-AC-ACTOR WS-AC-ROW WS-AC-RESULT
           IF WS-AC-RESULT = "BUSY"
              DISPLAY "RETENTION-RUN: " FUNCTION TRIM(WS-DATA-PATH)
                      " could not be resealed (audit chain busy) -"
                      " reseal it with AUDIT-VERIFY RESEAL."
           END-IF.

       END PROGRAM RETENTION-RUN.
