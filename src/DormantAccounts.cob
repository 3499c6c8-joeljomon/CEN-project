      *> data/login-audit.dat for the configurable number of days in
      *> data/dormant-days.dat (365 when the control file is absent,
      *> the same fallback pattern LOAD-CAPACITY uses). Each dormant
      *> account is written to reports/dormant-report.txt for ops and
      *> moved to data/deactivated.dat, which blocks its logins with
      *> a contact-support message instead of deleting anything -
      *> the roster stays honest without destroying alumni history.
      *> Reactivation is an admin-console action. Run with PREVIEW
      *> on the command line to walk the same logic and write the
      *> would-deactivate list to reports/dormant-preview.txt without
      *> touching data/deactivated.dat.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DORMANT-REVIEW.
          05 ACC-PASSWORD PIC X(20).

      *> data/login-audit.dat: one row per login attempt, the same
      *> layout login.cob's 2110-WRITE-LOGIN-AUDIT appends, then the
      *> AUDIT-CHAIN link.
       FD AUDIT-FILE.
       01 AUDIT-REC.
          05 AUDIT-USERNAME     PIC X(20).
          05 AUDIT-TIMESTAMP    PIC X(19).
          05 AUDIT-RESULT       PIC X(7).
          05 AUDIT-LINK         PIC X(20).

       FD DAYS-FILE.
       01 DAYS-REC PIC 9(05).
       77 WS-DORMANT-COUNT   PIC 9(05) VALUE 0.
       77 WS-REPORT-LINE     PIC X(132).
       77 WS-REPORT-PATH     PIC X(40)
          VALUE "reports/dormant-report.txt".
       77 WS-ARG             PIC X(20).
       77 WS-PREVIEW         PIC X VALUE "N".
       77 WS-LH-HELD         PIC X(01) VALUE "N".

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
              MOVE "reports/dormant-preview.txt" TO WS-REPORT-PATH
           END-IF

           OPEN OUTPUT REPORT-FILE
           END-IF
           CLOSE REPORT-FILE

           MOVE WS-REPORT-PATH TO RPI-PATH
           MOVE "DORMANT-REVIEW" TO RPI-REPORT-ID
           MOVE SPACES TO RPI-SELECTION
           IF WS-PREVIEW = "Y"
              MOVE "Dormant account preview" TO RPI-TITLE
              STRING "preview only; no login in " WS-DORMANT-DAYS
                     " days or more"
                     DELIMITED BY SIZE INTO RPI-SELECTION
              END-STRING
           ELSE
              MOVE "Dormant account deactivations" TO RPI-TITLE
              STRING "no login in " WS-DORMANT-DAYS " days or more"
                     DELIMITED BY SIZE INTO RPI-SELECTION
              END-STRING
           END-IF
           MOVE WS-DORMANT-COUNT TO RPI-RECORDS
           MOVE "dormant accounts" TO RPI-RECORD-NOUN
           CALL "REPORT-FORMAT" USING REPORT-PAGE-INFO

           MOVE SPACES TO WS-REPORT-LINE
           IF WS-PREVIEW = "Y"
              STRING "DORMANT-REVIEW (preview): " WS-DORMANT-COUNT
                     " account(s) would be deactivated; see "
                     "reports/dormant-preview.txt."
                     DELIMITED BY SIZE
                     INTO WS-REPORT-LINE
              END-STRING
           ELSE
              STRING "DORMANT-REVIEW: " WS-DORMANT-COUNT
                     " account(s) deactivated; see "
                     "reports/dormant-report.txt."
                     DELIMITED BY SIZE
                     INTO WS-REPORT-LINE
              END-STRING
