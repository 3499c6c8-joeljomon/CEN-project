       WORKING-STORAGE SECTION.
       77 WS-COMMAND         PIC X(20).
       77 WS-LINE            PIC X(120).
       77 WS-SX-COMMAND      PIC X(10).
       77 WS-MSG-ID          PIC X(12).
       77 WS-CONN-STATUS     PIC XX.
       77 WS-PROF-STATUS     PIC XX.
       77 WS-CURRENT-USER    PIC X(20).
       77 WS-SC-FILE         PIC X(30).
       77 WS-SC-TYPE         PIC X(12).
       77 WS-SC-COUNT        PIC 9(04).
       77 WS-IS-DIRECT       PIC X VALUE 'N'.
       77 WS-VIEW-DONE       PIC X VALUE 'N'.
       77 WS-FILTER-TAG      PIC X(20) VALUE SPACES.
       77 WS-CT-COMMAND      PIC X(10).
       77 WS-CT-CONTACT      PIC X(20).
       77 WS-CT-TAG          PIC X(20).
       77 WS-CT-RESULT       PIC X(10).

       LINKAGE SECTION.
       01 LS-USERNAME        PIC X(20).
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE

           MOVE "================== View My Network ==================" TO WS-LINE
           MOVE "NETW-001" TO WS-MSG-ID
           PERFORM SAY-LINE

      *> Garbled connections.dat rows are moved aside before the
      *> network walk, with a count so ops hears about corruption.
              CALL "IO-MODULE" USING WS-COMMAND WS-LINE
           END-IF

      *> Someone who has tagged their connections can list just the
      *> ones under one tag, or take the tagged list away as a CSV.
           MOVE 'N' TO WS-VIEW-DONE
           MOVE SPACES TO WS-FILTER-TAG
           MOVE "TAGS" TO WS-CT-COMMAND
           MOVE SPACES TO WS-CT-CONTACT WS-CT-TAG
           CALL "CONNECTION-TAGS" USING WS-CT-COMMAND WS-CURRENT-USER
                WS-CT-CONTACT WS-CT-TAG WS-CT-RESULT
           IF WS-CT-RESULT = "SOME"
              PERFORM CHOOSE-NETWORK-VIEW
           END-IF
           IF WS-VIEW-DONE = 'Y'
              MOVE "CLOSE" TO WS-COMMAND
              CALL "IO-MODULE" USING WS-COMMAND WS-LINE
              GOBACK
           END-IF

           MOVE 'N' TO FOUND-FLAG.
           OPEN INPUT CONNECTIONS-FILE.
           IF WS-CONN-STATUS = "00"
                          MOVE USERNAME-TWO TO WS-CONNECTED-USER
                          MOVE CONN-DATE TO WS-CONNECTED-DATE
                          PERFORM ADD-DIRECT-ENTRY
                          PERFORM SHOW-DIRECT-CONNECTION
                       ELSE
                          IF USERNAME-TWO = WS-CURRENT-USER
                             MOVE USERNAME-ONE TO WS-CONNECTED-USER
                             MOVE CONN-DATE TO WS-CONNECTED-DATE
                             PERFORM ADD-DIRECT-ENTRY
                             PERFORM SHOW-DIRECT-CONNECTION
                          END-IF
                       END-IF
                 END-READ
              CLOSE CONNECTIONS-FILE
           END-IF.

           IF FOUND-FLAG = 'N' AND WS-FILTER-TAG NOT = SPACES
              MOVE SPACES TO WS-LINE
              STRING "None of your connections are tagged "
                     FUNCTION TRIM(WS-FILTER-TAG) "."
                     DELIMITED BY SIZE INTO WS-LINE
              END-STRING
              MOVE "WRITE" TO WS-COMMAND
              CALL "IO-MODULE" USING WS-COMMAND WS-LINE
           END-IF.

           IF FOUND-FLAG = 'N' AND WS-FILTER-TAG = SPACES
              MOVE "You have no established connections." TO WS-LINE
              MOVE "NETW-002" TO WS-MSG-ID
              PERFORM SAY-LINE
           END-IF.

           IF WS-DIRECT-COUNT > 0 AND WS-FILTER-TAG = SPACES
              PERFORM SHOW-SECOND-DEGREE
           END-IF.

           MOVE "WRITE" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE

      *> The user's own tags and note on a direct connection; nobody
      *> else's are ever shown.
           IF WS-IS-DIRECT = 'Y'
              MOVE "SHOW" TO WS-CT-COMMAND
              CALL "CONNECTION-TAGS" USING WS-CT-COMMAND WS-CURRENT-USER
                   WS-CONNECTED-USER WS-CT-TAG WS-CT-RESULT
           END-IF

           PERFORM PROMPT-MESSAGE-CONNECTION
           EXIT.

      *> already uses after a profile match.
       PROMPT-MESSAGE-CONNECTION.
           MOVE "  1. Send a Message" TO WS-LINE
           MOVE "NETW-003" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "  2. Continue" TO WS-LINE
           MOVE "NETW-004" TO WS-MSG-ID
           PERFORM SAY-LINE
           IF WS-IS-DIRECT = 'Y'
              MOVE "  3. Tag or add a note" TO WS-LINE
              MOVE "NETW-005" TO WS-MSG-ID
              PERFORM SAY-LINE
           END-IF

           MOVE SPACES TO WS-LINE
           CALL "IO-MODULE" USING "READ" WS-LINE
           IF FUNCTION TRIM(WS-LINE) = "1"
              CALL "SEND-MESSAGE" USING WS-CURRENT-USER WS-CONNECTED-USER
           END-IF.
           IF FUNCTION TRIM(WS-LINE) = "3" AND WS-IS-DIRECT = 'Y'
              MOVE "EDIT" TO WS-CT-COMMAND
              CALL "CONNECTION-TAGS" USING WS-CT-COMMAND WS-CURRENT-USER
                   WS-CONNECTED-USER WS-CT-TAG WS-CT-RESULT
           END-IF.
           EXIT.

      *> A direct connection is listed unless a tag filter is on and
      *> the user has not put that tag on them.
       SHOW-DIRECT-CONNECTION.
           MOVE "YES" TO WS-CT-RESULT
           IF WS-FILTER-TAG NOT = SPACES
              MOVE "MATCH" TO WS-CT-COMMAND
              MOVE WS-FILTER-TAG TO WS-CT-TAG
              CALL "CONNECTION-TAGS" USING WS-CT-COMMAND WS-CURRENT-USER
                   WS-CONNECTED-USER WS-CT-TAG WS-CT-RESULT
           END-IF.
           IF WS-CT-RESULT = "YES"
              MOVE 'Y' TO WS-IS-DIRECT
              PERFORM DISPLAY-CONNECTION
              MOVE 'N' TO WS-IS-DIRECT
           END-IF.
           EXIT.

      *> Shown only to users with tags: all connections, one tag's
      *> worth (the second-degree list is left off), or the CSV.
       CHOOSE-NETWORK-VIEW.
           MOVE "  1. Show all my connections" TO WS-LINE
           MOVE "NETW-006" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "  2. Show connections with one tag" TO WS-LINE
           MOVE "NETW-007" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "  3. Export my tagged contacts (CSV)" TO WS-LINE
           MOVE "NETW-008" TO WS-MSG-ID
           PERFORM SAY-LINE

           MOVE SPACES TO WS-LINE
           CALL "IO-MODULE" USING "READ" WS-LINE

           IF FUNCTION TRIM(WS-LINE) = "2"
              MOVE "Enter the tag:" TO WS-LINE
              MOVE "NETW-009" TO WS-MSG-ID
              PERFORM SAY-LINE
              MOVE SPACES TO WS-LINE
              CALL "IO-MODULE" USING "READ" WS-LINE
              IF WS-LINE NOT = HIGH-VALUES
                 MOVE FUNCTION TRIM(WS-LINE) TO WS-FILTER-TAG
              END-IF
           END-IF.
           IF FUNCTION TRIM(WS-LINE) = "3"
              MOVE "EXPORT" TO WS-CT-COMMAND
              CALL "CONNECTION-TAGS" USING WS-CT-COMMAND WS-CURRENT-USER
                   WS-CT-CONTACT WS-CT-TAG WS-CT-RESULT
              MOVE 'Y' TO WS-VIEW-DONE
           END-IF.
           EXIT.

       ADD-DIRECT-ENTRY.
           MOVE "WRITE" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE
           MOVE "People you may know (2nd degree):" TO WS-LINE
           MOVE "NETW-010" TO WS-MSG-ID
           PERFORM SAY-LINE

           MOVE 0 TO WS-SECOND-COUNT
           MOVE 1 TO WS-DIRECT-IDX

           IF WS-SECOND-COUNT = 0
              MOVE "No second-degree connections found." TO WS-LINE
              MOVE "NETW-011" TO WS-MSG-ID
              PERFORM SAY-LINE
           END-IF.
           EXIT.

              PERFORM DISPLAY-CONNECTION
           END-IF.
           EXIT.

      *> Writes WS-LINE in the account's screen language: the
      *> line holds the English wording, WS-MSG-ID its
      *> data/msg-catalog.dat ID.
       SAY-LINE.
           MOVE "TEXT" TO WS-SX-COMMAND
           CALL "SCREEN-TEXT" USING WS-SX-COMMAND LS-USERNAME
                                    WS-MSG-ID WS-LINE
           MOVE "WRITE" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE.
