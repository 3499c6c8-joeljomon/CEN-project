      *> Standalone security batch job, runnable nightly as a
      *> BATCH-DRIVER step (LOGIN-THREAT). LOGIN's lockout only ever
      *> looks at one account, so a credential-stuffing run that
      *> tries one password against hundreds of usernames never trips
      *> it. This job looks across accounts instead, over the last
      *> lookback period of data/login-audit.dat and data/sessions.dat:
      *>   BURST    - many distinct usernames failing LOGIN within a
      *>              short window; any of those accounts that then
      *>              logs in successfully inside the window is
      *>              flagged STUFFED (the guess worked)
      *>   NEW-HOUR - an account with an established history logging
      *>              in at an hour of the day it has never used
      *>   TAKEOVER - repeated "take over the session" events (rows
      *>              SESSION-TRACK closed as "crash") for one account
      *> Thresholds come from data/login-threat.dat, one row
      *>   window minutes|distinct usernames|takeovers|lookback days
      *> and default to 10|20|3|1 when the file is absent. An account
      *> needs 5 successful logins before the lookback before its
      *> hours count as a history.
      *> Findings go to reports/login-threat-report.txt; flagged
      *> accounts are rewritten each run to data/threat-flags.dat
      *> (username|reason|date), which AdminConsole's "force password
      *> change on flagged accounts" option works from. When anything
      *> is found every admin-role account in data/account-roles.dat
      *> is paged in the SECURITY category, the same way AUDIT-VERIFY
      *> pages a broken chain.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOGIN-THREAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "data/login-threat.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "data/login-audit.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT SESSION-FILE ASSIGN TO "data/sessions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SES-STATUS.
           SELECT FLAGS-FILE ASSIGN TO "data/threat-flags.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ROLES-FILE ASSIGN TO "data/account-roles.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROLES-STATUS.
           SELECT REPORT-FILE
               ASSIGN TO "reports/login-threat-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CONTROL-FILE.
       01 CONTROL-REC PIC X(80).

      *> data/login-audit.dat: the row LOGIN writes, chain link and
      *> all, read at the width AUDIT-VERIFY reads it.
       FD AUDIT-FILE.
       01 AUDIT-REC.
          05 AUDIT-USERNAME  PIC X(20).
          05 AUDIT-TIMESTAMP PIC X(19).
          05 AUDIT-RESULT    PIC X(7).
          05 FILLER          PIC X(654).

      *> data/sessions.dat: the same layout SESSION-TRACK writes.
       FD SESSION-FILE.
       01 SESSION-REC.
          05 SES-USERNAME PIC X(20).
          05 SES-START    PIC X(19).
          05 SES-END      PIC X(19).
          05 SES-REASON   PIC X(08).

       FD FLAGS-FILE.
       01 FLAGS-REC PIC X(60).

      *> data/account-roles.dat: the same row ACCOUNT-MGMT's CREATE
      *> writes.
       FD ROLES-FILE.
       01 ROLE-REC.
          05 ROLE-USERNAME PIC X(20).
          05 ROLE-TYPE     PIC X(10).

       FD REPORT-FILE.
       01 REPORT-REC PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-CONTROL-STATUS PIC XX.
       77 WS-AUDIT-STATUS   PIC XX.
       77 WS-SES-STATUS     PIC XX.
       77 WS-ROLES-STATUS   PIC XX.
       77 WS-EOF            PIC X VALUE "N".
       77 WS-REPORT-LINE    PIC X(132).
       77 WS-CURR-DATE      PIC X(21).
       77 WS-TODAY          PIC X(10).
       77 WS-CT-WINDOW      PIC X(10).
       77 WS-CT-DISTINCT    PIC X(10).
       77 WS-CT-TAKEOVERS   PIC X(10).
       77 WS-CT-LOOKBACK    PIC X(10).
       77 WS-WINDOW-MIN     PIC 9(05) VALUE 10.
       77 WS-DISTINCT-MIN   PIC 9(05) VALUE 20.
       77 WS-TAKEOVER-MIN   PIC 9(05) VALUE 3.
       77 WS-LOOKBACK-DAYS  PIC 9(05) VALUE 1.
       77 WS-HISTORY-MIN    PIC 9(05) VALUE 5.
       77 WS-NOW-MIN        PIC 9(09).
       77 WS-SINCE-MIN      PIC 9(09).
       77 WS-ROW-MIN        PIC 9(09).
       77 WS-ROW-HOUR       PIC 9(02).
       77 WS-TS             PIC X(19).
       77 WS-TS-OK          PIC X VALUE "N".
       77 WS-WINDOW-END     PIC 9(09).
       77 WS-DISTINCT       PIC 9(05).
       77 WS-SEEN           PIC X.
       77 WS-LAST-IN        PIC 9(05).
       77 WS-BURSTS         PIC 9(05) VALUE 0.
       77 WS-FLAG-USER      PIC X(20).
       77 WS-FLAG-REASON    PIC X(10).
       77 WS-PAGED          PIC 9(03) VALUE 0.
       77 I                 PIC 9(05) COMP.
       77 J                 PIC 9(05) COMP.
       77 K                 PIC 9(05) COMP.
       77 U                 PIC 9(05) COMP.
       77 WS-NOTIF-TO       PIC X(20).
       77 WS-NOTIF-MSG      PIC X(100).
       77 WS-NOTIF-CAT      PIC X(12) VALUE "SECURITY".

      *> Recent LOGIN failures and successes, in file (time) order.
       01 WS-FAIL-TABLE.
          05 WS-FAIL-COUNT     PIC 9(05) COMP VALUE 0.
          05 WS-FAIL-ENTRY OCCURS 5000 TIMES.
             10 WS-FL-MIN      PIC 9(09).
             10 WS-FL-TS       PIC X(19).
             10 WS-FL-USER     PIC X(20).
       01 WS-OK-TABLE.
          05 WS-OK-COUNT       PIC 9(05) COMP VALUE 0.
          05 WS-OK-ENTRY OCCURS 5000 TIMES.
             10 WS-OK-MIN      PIC 9(09).
             10 WS-OK-TS       PIC X(19).
             10 WS-OK-HOUR     PIC 9(02).
             10 WS-OK-USER     PIC X(20).

      *> Per-account history from before the lookback: which of the
      *> 24 hours the account has ever logged in at, and how often.
      *> The same table counts takeovers within the lookback.
       01 WS-USER-TABLE.
          05 WS-USER-COUNT     PIC 9(05) COMP VALUE 0.
          05 WS-USER-ENTRY OCCURS 3000 TIMES.
             10 WS-UT-USER     PIC X(20).
             10 WS-UT-HOURS    PIC X(24).
             10 WS-UT-LOGINS   PIC 9(05).
             10 WS-UT-TAKEOVER PIC 9(05).

       01 WS-FLAG-TABLE.
          05 WS-FLAG-COUNT     PIC 9(05) VALUE 0.
          05 WS-FLAG-ENTRY OCCURS 1000 TIMES.
             10 WS-FT-USER     PIC X(20).
             10 WS-FT-REASON   PIC X(10).

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
           COMPUTE WS-NOW-MIN =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-CURR-DATE(1:8))) * 1440
             + FUNCTION NUMVAL(WS-CURR-DATE(9:2)) * 60
             + FUNCTION NUMVAL(WS-CURR-DATE(11:2))
           END-COMPUTE

           MOVE 0 TO WS-FAIL-COUNT WS-OK-COUNT WS-USER-COUNT
                     WS-FLAG-COUNT WS-BURSTS WS-PAGED
           PERFORM LOAD-CONTROL
           COMPUTE WS-SINCE-MIN = WS-NOW-MIN - WS-LOOKBACK-DAYS * 1440

           OPEN OUTPUT REPORT-FILE
           MOVE "InCollege login threat report" TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "====================================================="
              TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Run date: " WS-TODAY "   Lookback: "
                  WS-LOOKBACK-DAYS " day(s)   Window: "
                  WS-WINDOW-MIN " min   Burst at: "
                  WS-DISTINCT-MIN " accounts   Takeovers at: "
                  WS-TAKEOVER-MIN
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE

           PERFORM LOAD-LOGIN-AUDIT
           PERFORM FIND-FAILURE-BURSTS
           PERFORM FIND-NEW-HOURS
           PERFORM FIND-TAKEOVERS

           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "Flagged accounts" TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "----------------" TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           OPEN OUTPUT FLAGS-FILE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-FLAG-COUNT
              MOVE SPACES TO FLAGS-REC
              STRING FUNCTION TRIM(WS-FT-USER(I)) "|"
                     FUNCTION TRIM(WS-FT-REASON(I)) "|"
                     WS-TODAY
                     DELIMITED BY SIZE INTO FLAGS-REC
              END-STRING
              WRITE FLAGS-REC
              MOVE SPACES TO WS-REPORT-LINE
              STRING "  " WS-FT-USER(I) " " WS-FT-REASON(I)
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-STRING
              PERFORM WRITE-REPORT-LINE
           END-PERFORM
           CLOSE FLAGS-FILE
           IF WS-FLAG-COUNT = 0
              MOVE "  (none)" TO WS-REPORT-LINE
              PERFORM WRITE-REPORT-LINE
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-BURSTS " failure burst(s), "
                  WS-FLAG-COUNT " account flag(s)."
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE

           IF WS-BURSTS > 0 OR WS-FLAG-COUNT > 0
              PERFORM PAGE-ADMINS
              MOVE SPACES TO WS-REPORT-LINE
              STRING WS-PAGED " admin account(s) paged."
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-STRING
              PERFORM WRITE-REPORT-LINE
           END-IF
           CLOSE REPORT-FILE

           MOVE "reports/login-threat-report.txt" TO RPI-PATH
           MOVE "LOGIN-THREAT" TO RPI-REPORT-ID
           MOVE "Cross-account login threat report" TO RPI-TITLE
           MOVE SPACES TO RPI-SELECTION
           STRING "login audit for the last " WS-LOOKBACK-DAYS
                  " day(s)"
                  DELIMITED BY SIZE INTO RPI-SELECTION
           END-STRING
           COMPUTE RPI-RECORDS = WS-FAIL-COUNT + WS-OK-COUNT
           MOVE "login attempts examined" TO RPI-RECORD-NOUN
           CALL "REPORT-FORMAT" USING REPORT-PAGE-INFO

           DISPLAY "LOGIN-THREAT: " WS-BURSTS " burst(s), "
                   WS-FLAG-COUNT " flag(s) - see "
                   "reports/login-threat-report.txt."
           GOBACK.

       WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC.

      *> Optional data/login-threat.dat overrides the thresholds; a
      *> missing, blank or zero field keeps its default.
       LOAD-CONTROL.
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ CONTROL-FILE
              AT END
                 CLOSE CONTROL-FILE
                 EXIT PARAGRAPH
           END-READ
           CLOSE CONTROL-FILE
           MOVE SPACES TO WS-CT-WINDOW WS-CT-DISTINCT
                          WS-CT-TAKEOVERS WS-CT-LOOKBACK
           UNSTRING CONTROL-REC DELIMITED BY "|"
               INTO WS-CT-WINDOW WS-CT-DISTINCT
                    WS-CT-TAKEOVERS WS-CT-LOOKBACK
           END-UNSTRING
           IF FUNCTION TRIM(WS-CT-WINDOW) IS NUMERIC
              AND FUNCTION NUMVAL(WS-CT-WINDOW) > 0
              MOVE FUNCTION NUMVAL(WS-CT-WINDOW) TO WS-WINDOW-MIN
           END-IF
           IF FUNCTION TRIM(WS-CT-DISTINCT) IS NUMERIC
              AND FUNCTION NUMVAL(WS-CT-DISTINCT) > 0
              MOVE FUNCTION NUMVAL(WS-CT-DISTINCT) TO WS-DISTINCT-MIN
           END-IF
           IF FUNCTION TRIM(WS-CT-TAKEOVERS) IS NUMERIC
              AND FUNCTION NUMVAL(WS-CT-TAKEOVERS) > 0
              MOVE FUNCTION NUMVAL(WS-CT-TAKEOVERS)
                 TO WS-TAKEOVER-MIN
           END-IF
           IF FUNCTION TRIM(WS-CT-LOOKBACK) IS NUMERIC
              AND FUNCTION NUMVAL(WS-CT-LOOKBACK) > 0
              MOVE FUNCTION NUMVAL(WS-CT-LOOKBACK)
                 TO WS-LOOKBACK-DAYS
           END-IF.

      *> Turns WS-TS ("YYYY-MM-DD HH:MM:SS", or the ISO form with a
      *> "T") into minutes since the calendar epoch in WS-ROW-MIN and
      *> the hour in WS-ROW-HOUR; WS-TS-OK is "N" for anything that
      *> is not a timestamp.
       TS-TO-MINUTES.
           MOVE "N" TO WS-TS-OK
           IF WS-TS(1:4) IS NOT NUMERIC OR WS-TS(6:2) IS NOT NUMERIC
              OR WS-TS(9:2) IS NOT NUMERIC
              OR WS-TS(12:2) IS NOT NUMERIC
              OR WS-TS(15:2) IS NOT NUMERIC
              OR WS-TS(5:1) NOT = "-"
              EXIT PARAGRAPH
           END-IF
           IF WS-TS(6:2) < "01" OR WS-TS(6:2) > "12"
              OR WS-TS(9:2) < "01" OR WS-TS(9:2) > "31"
              OR WS-TS(12:2) > "23"
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ROW-MIN =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-TS(1:4)) * 10000
                 + FUNCTION NUMVAL(WS-TS(6:2)) * 100
                 + FUNCTION NUMVAL(WS-TS(9:2))) * 1440
             + FUNCTION NUMVAL(WS-TS(12:2)) * 60
             + FUNCTION NUMVAL(WS-TS(15:2))
           END-COMPUTE
           MOVE WS-TS(12:2) TO WS-ROW-HOUR
           MOVE "Y" TO WS-TS-OK.

      *> One pass over login-audit.dat: LOGIN rows before the
      *> lookback build each account's hour history; rows inside it
      *> are kept for the checks below. OTP-VERIFY's rows (OTP-OK,
      *> OTPFAIL) are not password attempts and are left out.
       LOAD-LOGIN-AUDIT.
           MOVE "N" TO WS-EOF
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
              READ AUDIT-FILE
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    PERFORM TAKE-AUDIT-ROW
              END-READ
           END-PERFORM
           CLOSE AUDIT-FILE.

       TAKE-AUDIT-ROW.
           IF AUDIT-RESULT NOT = "SUCCESS" AND
              AUDIT-RESULT NOT = "FAILURE"
              EXIT PARAGRAPH
           END-IF
           IF AUDIT-USERNAME = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE AUDIT-TIMESTAMP TO WS-TS
           PERFORM TS-TO-MINUTES
           IF WS-TS-OK NOT = "Y"
              EXIT PARAGRAPH
           END-IF
           IF WS-ROW-MIN < WS-SINCE-MIN
              IF AUDIT-RESULT = "SUCCESS"
                 MOVE AUDIT-USERNAME TO WS-FLAG-USER
                 PERFORM FIND-USER
                 IF U > 0
                    MOVE "Y" TO WS-UT-HOURS(U)(WS-ROW-HOUR + 1:1)
                    ADD 1 TO WS-UT-LOGINS(U)
                 END-IF
              END-IF
              EXIT PARAGRAPH
           END-IF
           IF AUDIT-RESULT = "FAILURE"
              IF WS-FAIL-COUNT < 5000
                 ADD 1 TO WS-FAIL-COUNT
                 MOVE WS-ROW-MIN TO WS-FL-MIN(WS-FAIL-COUNT)
                 MOVE AUDIT-TIMESTAMP TO WS-FL-TS(WS-FAIL-COUNT)
                 MOVE AUDIT-USERNAME TO WS-FL-USER(WS-FAIL-COUNT)
              END-IF
           ELSE
              IF WS-OK-COUNT < 5000
                 ADD 1 TO WS-OK-COUNT
                 MOVE WS-ROW-MIN TO WS-OK-MIN(WS-OK-COUNT)
                 MOVE AUDIT-TIMESTAMP TO WS-OK-TS(WS-OK-COUNT)
                 MOVE WS-ROW-HOUR TO WS-OK-HOUR(WS-OK-COUNT)
                 MOVE AUDIT-USERNAME TO WS-OK-USER(WS-OK-COUNT)
              END-IF
           END-IF.

      *> Finds WS-FLAG-USER in the account table, adding it when new;
      *> U is 0 only when the table is full.
       FIND-USER.
           PERFORM VARYING U FROM 1 BY 1 UNTIL U > WS-USER-COUNT
              IF WS-UT-USER(U) = WS-FLAG-USER
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM
           IF WS-USER-COUNT >= 3000
              MOVE 0 TO U
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-USER-COUNT
           MOVE WS-USER-COUNT TO U
           MOVE WS-FLAG-USER TO WS-UT-USER(U)
           MOVE ALL "N" TO WS-UT-HOURS(U)
           MOVE 0 TO WS-UT-LOGINS(U) WS-UT-TAKEOVER(U).

      *> Records WS-FLAG-USER / WS-FLAG-REASON once.
       ADD-FLAG.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-FLAG-COUNT
              IF WS-FT-USER(K) = WS-FLAG-USER AND
                 WS-FT-REASON(K) = WS-FLAG-REASON
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM
           IF WS-FLAG-COUNT < 1000
              ADD 1 TO WS-FLAG-COUNT
              MOVE WS-FLAG-USER TO WS-FT-USER(WS-FLAG-COUNT)
              MOVE WS-FLAG-REASON TO WS-FT-REASON(WS-FLAG-COUNT)
           END-IF.

      *> Slides a window of WS-WINDOW-MIN minutes across the recent
      *> failures. When the failures starting at row I cover
      *> WS-DISTINCT-MIN or more different usernames, that is a
      *> burst: it is reported, any of its usernames with a
      *> successful login inside the window is flagged STUFFED, and
      *> the scan resumes after the burst's last failure.
       FIND-FAILURE-BURSTS.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "Failure bursts across accounts" TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "------------------------------" TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 1 TO I
           PERFORM UNTIL I > WS-FAIL-COUNT
              COMPUTE WS-WINDOW-END = WS-FL-MIN(I) + WS-WINDOW-MIN
              MOVE 0 TO WS-DISTINCT
              MOVE I TO WS-LAST-IN
              PERFORM VARYING J FROM I BY 1
                 UNTIL J > WS-FAIL-COUNT
                    OR WS-FL-MIN(J) > WS-WINDOW-END
                 MOVE J TO WS-LAST-IN
                 MOVE "N" TO WS-SEEN
                 PERFORM VARYING K FROM I BY 1 UNTIL K >= J
                    IF WS-FL-USER(K) = WS-FL-USER(J)
                       MOVE "Y" TO WS-SEEN
                       EXIT PERFORM
                    END-IF
                 END-PERFORM
                 IF WS-SEEN = "N"
                    ADD 1 TO WS-DISTINCT
                 END-IF
              END-PERFORM
              IF WS-DISTINCT >= WS-DISTINCT-MIN
                 PERFORM REPORT-BURST
                 COMPUTE I = WS-LAST-IN + 1
              ELSE
                 ADD 1 TO I
              END-IF
           END-PERFORM
           IF WS-BURSTS = 0
              MOVE "  (none)" TO WS-REPORT-LINE
              PERFORM WRITE-REPORT-LINE
           END-IF.

       REPORT-BURST.
           ADD 1 TO WS-BURSTS
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  " WS-FL-TS(I) " to " WS-FL-TS(WS-LAST-IN) ": "
                  WS-DISTINCT " usernames failed"
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-OK-COUNT
              IF WS-OK-MIN(J) >= WS-FL-MIN(I) AND
                 WS-OK-MIN(J) <= WS-FL-MIN(WS-LAST-IN) + WS-WINDOW-MIN
                 MOVE "N" TO WS-SEEN
                 PERFORM VARYING K FROM I BY 1 UNTIL K > WS-LAST-IN
                    IF WS-FL-USER(K) = WS-OK-USER(J)
                       MOVE "Y" TO WS-SEEN
                       EXIT PERFORM
                    END-IF
                 END-PERFORM
                 IF WS-SEEN = "Y"
                    MOVE WS-OK-USER(J) TO WS-FLAG-USER
                    MOVE "STUFFED" TO WS-FLAG-REASON
                    PERFORM ADD-FLAG
                    MOVE SPACES TO WS-REPORT-LINE
                    STRING "    then logged in: "
                           FUNCTION TRIM(WS-OK-USER(J))
                           " at " WS-OK-TS(J)
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                    END-STRING
                    PERFORM WRITE-REPORT-LINE
                 END-IF
              END-IF
           END-PERFORM.

      *> A recent successful login at an hour the account has never
      *> used before, for an account with enough history to judge.
      *> The hour is then marked used, so the same new hour is
      *> reported once.
       FIND-NEW-HOURS.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "Logins at never-used hours" TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "--------------------------" TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 0 TO J
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-OK-COUNT
              MOVE WS-OK-USER(I) TO WS-FLAG-USER
              PERFORM FIND-USER
              IF U > 0
                 IF WS-UT-LOGINS(U) >= WS-HISTORY-MIN AND
                    WS-UT-HOURS(U)(WS-OK-HOUR(I) + 1:1) = "N"
                    MOVE "Y" TO WS-UT-HOURS(U)(WS-OK-HOUR(I) + 1:1)
                    MOVE "NEW-HOUR" TO WS-FLAG-REASON
                    PERFORM ADD-FLAG
                    ADD 1 TO J
                    MOVE SPACES TO WS-REPORT-LINE
                    STRING "  " WS-OK-USER(I) " at " WS-OK-TS(I)
                           " (" WS-UT-LOGINS(U) " earlier logins)"
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                    END-STRING
                    PERFORM WRITE-REPORT-LINE
                 END-IF
              END-IF
           END-PERFORM
           IF J = 0
              MOVE "  (none)" TO WS-REPORT-LINE
              PERFORM WRITE-REPORT-LINE
           END-IF.

      *> Sessions SESSION-TRACK closed as "crash" are the ones a
      *> second terminal took over; count them per account over the
      *> lookback.
       FIND-TAKEOVERS.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "Repeated session takeovers" TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "--------------------------" TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "N" TO WS-EOF
           OPEN INPUT SESSION-FILE
           IF WS-SES-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ SESSION-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF FUNCTION TRIM(SES-REASON) = "crash"
                          MOVE SES-END TO WS-TS
                          PERFORM TS-TO-MINUTES
                          IF WS-TS-OK = "Y" AND
                             WS-ROW-MIN >= WS-SINCE-MIN
                             MOVE SES-USERNAME TO WS-FLAG-USER
                             PERFORM FIND-USER
                             IF U > 0
                                ADD 1 TO WS-UT-TAKEOVER(U)
                             END-IF
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SESSION-FILE
           END-IF
           MOVE 0 TO J
           PERFORM VARYING U FROM 1 BY 1 UNTIL U > WS-USER-COUNT
              IF WS-UT-TAKEOVER(U) >= WS-TAKEOVER-MIN
                 MOVE WS-UT-USER(U) TO WS-FLAG-USER
                 MOVE "TAKEOVER" TO WS-FLAG-REASON
                 PERFORM ADD-FLAG
                 ADD 1 TO J
                 MOVE SPACES TO WS-REPORT-LINE
                 STRING "  " WS-UT-USER(U) " "
                        WS-UT-TAKEOVER(U) " takeover(s)"
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
                 END-STRING
                 PERFORM WRITE-REPORT-LINE
              END-IF
           END-PERFORM
           IF J = 0
              MOVE "  (none)" TO WS-REPORT-LINE
              PERFORM WRITE-REPORT-LINE
           END-IF.

       PAGE-ADMINS.
           MOVE SPACES TO WS-NOTIF-MSG
           STRING "Login threat: " WS-BURSTS " burst(s), "
                  WS-FLAG-COUNT " flagged account(s) - see "
                  "reports/login-threat-report.txt."
                  DELIMITED BY SIZE INTO WS-NOTIF-MSG
           END-STRING
           MOVE "N" TO WS-EOF
           OPEN INPUT ROLES-FILE
           IF WS-ROLES-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
              READ ROLES-FILE
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    IF FUNCTION TRIM(ROLE-TYPE) = "admin"
                       MOVE ROLE-USERNAME TO WS-NOTIF-TO
                       CALL "NOTIFY-USER" USING WS-NOTIF-TO
                            WS-NOTIF-MSG WS-NOTIF-CAT
                       ADD 1 TO WS-PAGED
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ROLES-FILE.

       END PROGRAM LOGIN-THREAT.
