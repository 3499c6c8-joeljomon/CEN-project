       WORKING-STORAGE SECTION.
       01 WS-CHOICE      PIC 9 VALUE 0.
       01 WS-OUTPUT-LINE PIC X(80).
       01 WS-SX-COMMAND  PIC X(10).
       01 WS-MSG-ID      PIC X(12).
       01 WS-COMMAND     PIC X(20).
    01 WS-LINE        PIC X(500).


       SHOW-MENU.
           MOVE "================== Messaging Menu ==================" TO WS-OUTPUT-LINE
           MOVE "MMNU-001" TO WS-MSG-ID
           PERFORM SAY-BOTH
           MOVE "1. Send a New Message" TO WS-OUTPUT-LINE
           MOVE "MMNU-002" TO WS-MSG-ID
           PERFORM SAY-BOTH
           MOVE "2. View My Messages" TO WS-OUTPUT-LINE
           MOVE "MMNU-003" TO WS-MSG-ID
           PERFORM SAY-BOTH
           MOVE "3. Search My Messages" TO WS-OUTPUT-LINE
           MOVE "MMNU-004" TO WS-MSG-ID
           PERFORM SAY-BOTH
           MOVE "4. Back to Main Menu" TO WS-OUTPUT-LINE
           MOVE "MMNU-005" TO WS-MSG-ID
           PERFORM SAY-BOTH.

       PROCESS-CHOICE.
           EVALUATE WS-CHOICE
               WHEN 1
                   MOVE "================== Send New Message ==================" TO WS-OUTPUT-LINE
                   MOVE "MMNU-006" TO WS-MSG-ID
                   PERFORM SAY-BOTH
                   CALL "SEND-MESSAGE" USING MSG-USERNAME SPACES
                   CANCEL "SEND-MESSAGE"

               WHEN 2
                   MOVE "================== View My Messages ==================" TO WS-OUTPUT-LINE
                   MOVE "MMNU-007" TO WS-MSG-ID
                   PERFORM SAY-BOTH
                   CALL "VIEW-MESSAGES" USING MSG-USERNAME

               WHEN 3
                   MOVE "================== Search My Messages ==================" TO WS-OUTPUT-LINE
                   MOVE "MMNU-008" TO WS-MSG-ID
                   PERFORM SAY-BOTH
                   CALL "MESSAGE-SEARCH" USING MSG-USERNAME

               WHEN 4

               WHEN OTHER
                   MOVE "Invalid choice. Please try again." TO WS-OUTPUT-LINE
                   MOVE "RETRY-CHOICE" TO WS-MSG-ID
                   PERFORM SAY-BOTH
           END-EVALUATE.

       GET-VALID-CHOICE.
           MOVE 0 TO WS-CHOICE
           PERFORM UNTIL WS-CHOICE >= 1 AND WS-CHOICE <= 4
               MOVE "Enter your choice: " TO WS-OUTPUT-LINE
               MOVE "ENTER-CHOICE" TO WS-MSG-ID
               PERFORM SAY-BOTH
               MOVE "READ" TO WS-COMMAND
               CALL "IO-MODULE" USING WS-COMMAND WS-LINE

                   MOVE FUNCTION NUMVAL(WS-LINE(1:1)) TO WS-CHOICE
                   IF WS-CHOICE < 1 OR WS-CHOICE > 4
                       MOVE "Invalid choice. Please enter 1 through 4." TO WS-OUTPUT-LINE
                       MOVE "MMNU-009" TO WS-MSG-ID
                       PERFORM SAY-BOTH
                   END-IF
               END-IF
           END-PERFORM.
           MOVE "WRITE" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE.

      *> WRITE-BOTH in the account's screen language: WS-OUTPUT-LINE
      *> holds the English wording, WS-MSG-ID its data/msg-catalog.dat
      *> ID.
       SAY-BOTH.
           MOVE "TEXT" TO WS-SX-COMMAND
           CALL "SCREEN-TEXT" USING WS-SX-COMMAND MSG-USERNAME
                                    WS-MSG-ID WS-OUTPUT-LINE
           PERFORM WRITE-BOTH.

       END PROGRAM MESSAGE-MENU.
