      *> Acceptance of the terms of use and privacy notice. Legal
      *> publishes a numbered policy version through ADMIN-CONSOLE
      *> (data/policy-versions.dat - the highest number is the one
      *> in force); every user has to accept the version in force
      *> before they reach MAIN-MENU, and an employer before they
      *> can post. An ANNOUNCE-SHOW acknowledgment was never a legal
      *> acceptance; this is: every answer, accept or decline, is a
      *> row in data/policy-accepts.dat - username, version,
      *> timestamp, ACCEPTED or DECLINED - appended through
      *> AUDIT-CHAIN, so the history is hash-chained evidence like
      *> login-audit.dat and AUDIT-VERIFY walks it nightly.
      *> Commands:
      *>   CHECK   - PA-RESULT "OK" when PA-USERNAME has accepted the
      *>             version in force (or none has been published
      *>             yet), else "PENDING"
      *>   REQUIRE - the same check, and when pending show the
      *>             version and hold at an ACCEPT / DECLINE prompt;
      *>             PA-RESULT "OK" once accepted, "DECLINED" when
      *>             the user declines (or the input runs out)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLICY-ACCEPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VERSION-FILE ASSIGN TO "data/policy-versions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VER-STATUS.
           SELECT ACCEPT-FILE ASSIGN TO "data/policy-accepts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACC-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> data/policy-versions.dat: one row per published version,
      *> the same layout ADMIN-CONSOLE's PUBLISH-POLICY writes.
       FD VERSION-FILE.
       01 VERSION-REC.
          05 PV-VERSION   PIC 9(04).
          05 PV-DATE      PIC X(10).
          05 PV-BY        PIC X(20).
          05 PV-SUMMARY   PIC X(100).

      *> data/policy-accepts.dat: one row per answer, then the
      *> AUDIT-CHAIN link.
       FD ACCEPT-FILE.
       01 ACCEPT-REC.
          05 PAR-USERNAME PIC X(20).
          05 PAR-VERSION  PIC 9(04).
          05 PAR-TS       PIC X(19).
          05 PAR-ACTION   PIC X(08).
          05 PAR-LINK     PIC X(20).

       WORKING-STORAGE SECTION.
       77 WS-VER-STATUS   PIC XX.
       77 WS-ACC-STATUS   PIC XX.
       77 WS-EOF          PIC X VALUE "N".
       77 WS-COMMAND      PIC X(20).
       77 WS-LINE         PIC X(500).
       77 WS-SX-COMMAND   PIC X(10).
       77 WS-MSG-ID       PIC X(12).
       77 WS-CURR-DATE    PIC X(21).
       77 WS-CUR-VERSION  PIC 9(04) VALUE 0.
       77 WS-CUR-DATE     PIC X(10).
       77 WS-CUR-SUMMARY  PIC X(100).
       77 WS-ACCEPTED     PIC X VALUE "N".
       77 WS-ANSWER       PIC X(10).
       77 WS-AC-COMMAND   PIC X(10) VALUE "APPEND".
       77 WS-AC-PATH      PIC X(40) VALUE "data/policy-accepts.dat".
       77 WS-AC-ACTOR     PIC X(20) VALUE "POLICY-ACCEPT".
       77 WS-AC-RESULT    PIC X(10).

      *> The row appended through AUDIT-CHAIN, at the width it takes.
       01 WS-ACCEPT-ROW.
          05 WS-PA-USERNAME PIC X(20).
          05 WS-PA-VERSION  PIC 9(04).
          05 WS-PA-TS       PIC X(19).
          05 WS-PA-ACTION   PIC X(08).
          05 FILLER         PIC X(649) VALUE SPACES.

       LINKAGE SECTION.
       01 PA-COMMAND  PIC X(10).
       01 PA-USERNAME PIC X(20).
       01 PA-RESULT   PIC X(10).

       PROCEDURE DIVISION USING PA-COMMAND PA-USERNAME PA-RESULT.
       MAIN-PROGRAM.
           MOVE "OK" TO PA-RESULT
           PERFORM FIND-CURRENT-VERSION
           IF WS-CUR-VERSION = 0
              GOBACK
           END-IF
           PERFORM CHECK-ACCEPTED
           IF WS-ACCEPTED = "Y"
              GOBACK
           END-IF
           MOVE "PENDING" TO PA-RESULT
           IF FUNCTION TRIM(PA-COMMAND) = "REQUIRE"
              PERFORM REQUIRE-ACCEPTANCE
           END-IF
           GOBACK.

       FIND-CURRENT-VERSION.
           MOVE 0 TO WS-CUR-VERSION
           MOVE SPACES TO WS-CUR-DATE WS-CUR-SUMMARY
           MOVE "N" TO WS-EOF
           OPEN INPUT VERSION-FILE
           IF WS-VER-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ VERSION-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF PV-VERSION IS NUMERIC AND
                          PV-VERSION > WS-CUR-VERSION
                          MOVE PV-VERSION TO WS-CUR-VERSION
                          MOVE PV-DATE TO WS-CUR-DATE
                          MOVE PV-SUMMARY TO WS-CUR-SUMMARY
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE VERSION-FILE
           END-IF.

      *> The latest answer for the version in force decides, so an
      *> accept after an earlier decline counts.
       CHECK-ACCEPTED.
           MOVE "N" TO WS-ACCEPTED
           MOVE "N" TO WS-EOF
           OPEN INPUT ACCEPT-FILE
           IF WS-ACC-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ ACCEPT-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF PAR-USERNAME = PA-USERNAME AND
                          PAR-VERSION = WS-CUR-VERSION
                          IF PAR-ACTION = "ACCEPTED"
                             MOVE "Y" TO WS-ACCEPTED
                          ELSE
                             MOVE "N" TO WS-ACCEPTED
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ACCEPT-FILE
           END-IF.

       REQUIRE-ACCEPTANCE.
           MOVE SPACES TO WS-LINE
           STRING "The terms of use and privacy notice have been "
                  "updated - version " WS-CUR-VERSION
                  " (published " WS-CUR-DATE "):"
                  DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           PERFORM OUT
           MOVE SPACES TO WS-LINE
           STRING "  " FUNCTION TRIM(WS-CUR-SUMMARY)
                  DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           PERFORM OUT

           MOVE SPACES TO WS-ANSWER
           PERFORM UNTIL WS-ANSWER = "ACCEPT" OR
                         WS-ANSWER = "DECLINE"
              MOVE "Type ACCEPT to accept them, or DECLINE:"
                 TO WS-LINE
              MOVE "PLCY-001" TO WS-MSG-ID
              PERFORM SAY-LINE
              MOVE SPACES TO WS-LINE
              MOVE "READ" TO WS-COMMAND
              CALL "IO-MODULE" USING WS-COMMAND WS-LINE
              IF WS-LINE = HIGH-VALUES
                 MOVE "DECLINE" TO WS-ANSWER
              ELSE
                 MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-LINE))
                    TO WS-ANSWER
              END-IF
           END-PERFORM

           IF WS-ANSWER = "ACCEPT"
              MOVE "ACCEPTED" TO WS-PA-ACTION
              MOVE "OK" TO PA-RESULT
              MOVE "Thank you - your acceptance has been recorded."
                 TO WS-LINE
              MOVE "PLCY-002" TO WS-MSG-ID
           ELSE
              MOVE "DECLINED" TO WS-PA-ACTION
              MOVE "DECLINED" TO PA-RESULT
              MOVE "The terms were not accepted." TO WS-LINE
              MOVE "PLCY-003" TO WS-MSG-ID
           END-IF
           PERFORM SAY-LINE
           PERFORM RECORD-ANSWER.

       RECORD-ANSWER.
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE
           MOVE PA-USERNAME TO WS-PA-USERNAME
           MOVE WS-CUR-VERSION TO WS-PA-VERSION
           MOVE SPACES TO WS-PA-TS
           STRING WS-CURR-DATE(1:4) "-" WS-CURR-DATE(5:2) "-"
                  WS-CURR-DATE(7:2) " " WS-CURR-DATE(9:2) ":"
                  WS-CURR-DATE(11:2) ":" WS-CURR-DATE(13:2)
                  DELIMITED BY SIZE INTO WS-PA-TS
           END-STRING
           CALL "AUDIT-CHAIN" USING WS-AC-COMMAND WS-AC-PATH
                WS-AC-ACTOR WS-ACCEPT-ROW WS-AC-RESULT.

       OUT.
           MOVE "WRITE" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE.

      *> OUT in the account's screen language: WS-LINE
      *> holds the English wording, WS-MSG-ID its data/msg-catalog.dat
      *> ID.
       SAY-LINE.
           MOVE "TEXT" TO WS-SX-COMMAND
           CALL "SCREEN-TEXT" USING WS-SX-COMMAND PA-USERNAME
                                    WS-MSG-ID WS-LINE
           PERFORM OUT.

       END PROGRAM POLICY-ACCEPT.
