       77 WS-EOF             PIC X VALUE "N".
       77 WS-COMMAND         PIC X(20).
       77 WS-LINE            PIC X(500).
       77 WS-SX-COMMAND      PIC X(10).
       77 WS-MSG-ID          PIC X(12).
       77 WS-CHOICE          PIC 9(01) VALUE 0.
       77 WS-LIST-COUNT      PIC 9(02) VALUE 0.
       77 WS-PICK-NUM        PIC 9(02) VALUE 0.
           MOVE 0 TO WS-CHOICE
           PERFORM UNTIL WS-CHOICE = 3
              MOVE "--- Manage Blocked Users ---" TO WS-LINE
              MOVE "BLKU-001" TO WS-MSG-ID
              PERFORM SAY-LINE
              PERFORM LIST-MY-BLOCKS
              MOVE "1. Block a user" TO WS-LINE
              MOVE "BLKU-002" TO WS-MSG-ID
              PERFORM SAY-LINE
              MOVE "2. Unblock a user" TO WS-LINE
              MOVE "BLKU-003" TO WS-MSG-ID
              PERFORM SAY-LINE
              MOVE "3. Back to Main Menu" TO WS-LINE
              MOVE "BLKU-004" TO WS-MSG-ID
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
           END-IF
           IF WS-LIST-COUNT = 0
              MOVE "(you have not blocked anyone)" TO WS-LINE
              MOVE "BLKU-005" TO WS-MSG-ID
              PERFORM SAY-LINE
           END-IF.

      *> Appends one block row, refusing self-blocks and duplicates -
      *> VIEW-MESSAGES offer in place.
       BLOCK-A-USER.
           MOVE "Enter the username to block:" TO WS-LINE
           MOVE "BLKU-006" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE SPACES TO WS-LINE
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE
           END-IF
           IF FUNCTION TRIM(WS-TARGET) = FUNCTION TRIM(MB-USERNAME)
              MOVE "You cannot block yourself." TO WS-LINE
              MOVE "BLKU-007" TO WS-MSG-ID
              PERFORM SAY-LINE
              GOBACK
           END-IF

           PERFORM CHECK-ALREADY-BLOCKED
           IF WS-ALREADY = "Y"
              MOVE "That user is already blocked." TO WS-LINE
              MOVE "BLKU-008" TO WS-MSG-ID
              PERFORM SAY-LINE
              GOBACK
           END-IF

           CLOSE BLOCKED-FILE

           MOVE "User blocked." TO WS-LINE
           MOVE "BLKU-009" TO WS-MSG-ID
           PERFORM SAY-LINE.

       CHECK-ALREADY-BLOCKED.
           MOVE "N" TO WS-ALREADY
       UNBLOCK-A-USER.
           IF WS-LIST-COUNT = 0
              MOVE "There is nobody to unblock." TO WS-LINE
              MOVE "BLKU-010" TO WS-MSG-ID
              PERFORM SAY-LINE
              GOBACK
           END-IF

           MOVE "Enter the number of the user to unblock:" TO WS-LINE
           MOVE "BLKU-011" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE SPACES TO WS-LINE
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE
           END-IF
           IF WS-PICK-NUM < 1 OR WS-PICK-NUM > WS-LIST-COUNT
              MOVE "Invalid selection." TO WS-LINE
              MOVE "BLKU-012" TO WS-MSG-ID
              PERFORM SAY-LINE
              GOBACK
           END-IF

           CLOSE BLOCKED-FILE

           MOVE "User unblocked." TO WS-LINE
           MOVE "BLKU-013" TO WS-MSG-ID
           PERFORM SAY-LINE.

       OUT.
           MOVE "WRITE" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE.

      *> OUT in the account's screen language: WS-LINE
      *> holds the English wording, WS-MSG-ID its data/msg-catalog.dat
      *> ID.
       SAY-LINE.
           MOVE "TEXT" TO WS-SX-COMMAND
           CALL "SCREEN-TEXT" USING WS-SX-COMMAND MB-USERNAME
                                    WS-MSG-ID WS-LINE
           PERFORM OUT.

       END PROGRAM MANAGE-BLOCKED.
