      *> screen where the four categories (job activity, connection
      *> activity, messages, events) can be switched off;
      *> NOTIFY-USER consults those switches before writing anything.
      *> The same screen holds the nightly digest switch and the
      *> address the digest is emailed to; entering a new address is
      *> what lifts the hold DIGEST-REPLY puts on one the campus
      *> gateway hard-bounced.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *> keeps the user in NOTIF-DIGEST's nightly email export;
      *> N opts them out.
          05 NP-DIGEST            PIC X(01).
      *> Where the digest is emailed - blank means the campus
      *> directory address the gateway already knows - and B once the
      *> gateway has hard-bounced it, with the day it did.
          05 NP-DIGEST-ADDR       PIC X(60).
          05 NP-ADDR-STATUS       PIC X(01).
          05 NP-BOUNCE-DATE       PIC X(10).

       FD PREFS-TEMP-FILE.
       01 PREFS-TEMP-REC PIC X(96).

       WORKING-STORAGE SECTION.
       77 WS-NOTIF-STATUS    PIC XX.
       77 WS-EOF             PIC X VALUE "N".
       77 WS-COMMAND         PIC X(20).
       77 WS-LINE            PIC X(500).
       77 WS-SX-COMMAND      PIC X(10).
       77 WS-MSG-ID          PIC X(12).
       77 WS-CHOICE          PIC 9(01) VALUE 0.
       77 WS-MY-COUNT        PIC 9(03) VALUE 0.
       77 WS-PAGE-START      PIC 9(03) VALUE 1.
          05 WS-P-MSGS        PIC X VALUE "Y".
          05 WS-P-EVTS        PIC X VALUE "Y".
          05 WS-P-DIG         PIC X VALUE "Y".
          05 WS-P-ADDR        PIC X(60) VALUE SPACES.
          05 WS-P-ADDR-STATUS PIC X VALUE SPACE.
          05 WS-P-BOUNCE-DATE PIC X(10) VALUE SPACES.
       77 WS-AT-COUNT        PIC 9(03) VALUE 0.

      *> This user's notifications, loaded once per pass; the index
      *> into this table is what the user picks from the page.

              MOVE "1. Next page  2. Mark one read  3. Delete one"
                  TO WS-LINE
              MOVE "NOTC-001" TO WS-MSG-ID
              PERFORM SAY-LINE
              MOVE "4. Notification preferences  5. Back" TO WS-LINE
              MOVE "NOTC-002" TO WS-MSG-ID
              PERFORM SAY-LINE
              MOVE "Enter your choice:" TO WS-LINE
              MOVE "ENTER-CHOICE" TO WS-MSG-ID
              PERFORM SAY-LINE
              MOVE SPACES TO WS-LINE
              MOVE "READ" TO WS-COMMAND
              CALL "IO-MODULE" USING WS-COMMAND WS-LINE
                 WHEN OTHER
                      MOVE "Invalid choice. Please try again."
                          TO WS-LINE
                      MOVE "RETRY-CHOICE" TO WS-MSG-ID
                      PERFORM SAY-LINE
              END-EVALUATE
           END-PERFORM
           GOBACK.

       SHOW-PAGE.
           MOVE "--- Notifications ---" TO WS-LINE
           MOVE "NOTC-003" TO WS-MSG-ID
           PERFORM SAY-LINE

      *> An empty list still falls through to the menu below - the
      *> preferences option has to stay reachable for exactly the
      *> users who have turned everything off.
           IF WS-MY-COUNT = 0
              MOVE "You have no notifications." TO WS-LINE
              MOVE "NOTC-004" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF

              GOBACK
           END-IF
           MOVE "Enter the notification number:" TO WS-LINE
           MOVE "NOTC-005" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE SPACES TO WS-LINE
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE

           IF WS-PICK-NUM < 1 OR WS-PICK-NUM > WS-MY-COUNT
              MOVE "Invalid selection." TO WS-LINE
              MOVE "NOTC-006" TO WS-MSG-ID
              PERFORM SAY-LINE
              GOBACK
           END-IF

           PERFORM APPLY-TO-ROW
           IF WS-ACTION = "R"
              MOVE "Notification marked read." TO WS-LINE
              MOVE "NOTC-007" TO WS-MSG-ID
           ELSE
              MOVE "Notification deleted." TO WS-LINE
              MOVE "NOTC-008" TO WS-MSG-ID
           END-IF
           PERFORM SAY-LINE.

      *> Rewrites notifications.dat applying the action to the Nth
      *> row addressed to this user - the same temp-file replace
           PERFORM LOAD-MY-PREFS

           MOVE "--- Notification Preferences ---" TO WS-LINE
           MOVE "NOTC-009" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE SPACES TO WS-LINE
           STRING "Job activity: " WS-P-JOBS
                  "  Connections: " WS-P-CONN

           MOVE "Receive job activity notifications? (Y/N):"
               TO WS-LINE
           MOVE "NOTC-010" TO WS-MSG-ID
           PERFORM SAY-LINE
           PERFORM READ-YN
           MOVE WS-ACTION TO WS-P-JOBS
           MOVE "Receive connection activity notifications? (Y/N):"
               TO WS-LINE
           MOVE "NOTC-011" TO WS-MSG-ID
           PERFORM SAY-LINE
           PERFORM READ-YN
           MOVE WS-ACTION TO WS-P-CONN
           MOVE "Receive message notifications? (Y/N):" TO WS-LINE
           MOVE "NOTC-012" TO WS-MSG-ID
           PERFORM SAY-LINE
           PERFORM READ-YN
           MOVE WS-ACTION TO WS-P-MSGS
           MOVE "Receive event notifications? (Y/N):" TO WS-LINE
           MOVE "NOTC-013" TO WS-MSG-ID
           PERFORM SAY-LINE
           PERFORM READ-YN
           MOVE WS-ACTION TO WS-P-EVTS
           MOVE "Receive the nightly email digest of unread notificati"
            & "ons? (Y/N):" TO WS-LINE
           MOVE "NOTC-014" TO WS-MSG-ID
           PERFORM SAY-LINE
           PERFORM READ-YN
           MOVE WS-ACTION TO WS-P-DIG
           PERFORM EDIT-DIGEST-ADDRESS

           PERFORM SAVE-MY-PREFS
           MOVE "Preferences saved." TO WS-LINE
           MOVE "NOTC-015" TO WS-MSG-ID
           PERFORM SAY-LINE.

      *> A bounced address is called out first; any new address
      *> clears the bounce, a blank answer keeps what is on file.
       EDIT-DIGEST-ADDRESS.
           IF WS-P-ADDR-STATUS = "B"
              MOVE SPACES TO WS-LINE
              STRING "Your digest address "
                     FUNCTION TRIM(WS-P-ADDR)
                     " bounced on " WS-P-BOUNCE-DATE
                     " - digests are paused until you enter a new one."
                     DELIMITED BY SIZE INTO WS-LINE
              END-STRING
              PERFORM OUT
           END-IF
           MOVE SPACES TO WS-LINE
           IF WS-P-ADDR = SPACES
              MOVE "Digest email address (blank keeps your campus addr"
               & "ess):" TO WS-LINE
              MOVE "NOTC-017" TO WS-MSG-ID
              PERFORM SAY-LINE
           ELSE
              STRING "Digest email address (blank keeps "
                     FUNCTION TRIM(WS-P-ADDR) "):"
                     DELIMITED BY SIZE INTO WS-LINE
              END-STRING
              PERFORM OUT
           END-IF
           MOVE SPACES TO WS-LINE
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE
           IF WS-LINE = HIGH-VALUES OR FUNCTION TRIM(WS-LINE) = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-AT-COUNT
           INSPECT WS-LINE TALLYING WS-AT-COUNT FOR ALL "@"
           IF WS-AT-COUNT NOT = 1 OR
              FUNCTION LENGTH(FUNCTION TRIM(WS-LINE)) > 60
              MOVE "That is not an email address - address unchanged."
                 TO WS-LINE
              MOVE "NOTC-016" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-LINE) TO WS-P-ADDR
           MOVE SPACE TO WS-P-ADDR-STATUS
           MOVE SPACES TO WS-P-BOUNCE-DATE.

       READ-YN.
           MOVE SPACES TO WS-LINE
       LOAD-MY-PREFS.
           MOVE "Y" TO WS-P-JOBS WS-P-CONN WS-P-MSGS WS-P-EVTS
                        WS-P-DIG
           MOVE SPACES TO WS-P-ADDR WS-P-ADDR-STATUS WS-P-BOUNCE-DATE
           MOVE "N" TO WS-EOF
           OPEN INPUT PREFS-FILE
           IF WS-PREFS-STATUS = "00"
                          ELSE
                             MOVE "Y" TO WS-P-DIG
                          END-IF
                          MOVE NP-DIGEST-ADDR TO WS-P-ADDR
                          MOVE NP-ADDR-STATUS TO WS-P-ADDR-STATUS
                          MOVE NP-BOUNCE-DATE TO WS-P-BOUNCE-DATE
                       END-IF
                 END-READ
              END-PERFORM
           MOVE WS-P-CONN TO NP-CONNECTIONS
           MOVE WS-P-MSGS TO NP-MESSAGES
           MOVE WS-P-EVTS TO NP-EVENTS
           MOVE WS-P-DIG TO NP-DIGEST
           MOVE WS-P-ADDR TO NP-DIGEST-ADDR
           MOVE WS-P-ADDR-STATUS TO NP-ADDR-STATUS
           MOVE WS-P-BOUNCE-DATE TO NP-BOUNCE-DATE.

       OUT.
           MOVE "WRITE" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE.

      *> OUT in the account's screen language: WS-LINE
      *> holds the English wording, WS-MSG-ID its data/msg-catalog.dat
      *> ID.
       SAY-LINE.
           MOVE "TEXT" TO WS-SX-COMMAND
           CALL "SCREEN-TEXT" USING WS-SX-COMMAND NC-USERNAME
                                    WS-MSG-ID WS-LINE
           PERFORM OUT.

       END PROGRAM NOTIF-CENTER.
