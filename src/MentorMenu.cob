      *> Prompt/read buffer sized to IO-MODULE's own line, the way
      *> SEARCH-USER sizes its read fields.
       77 WS-LINE            PIC X(500).
       77 WS-SX-COMMAND      PIC X(10).
       77 WS-MSG-ID          PIC X(12).
       77 WS-LIST-COUNT      PIC 9(03) VALUE 0.
       77 WS-MEET-COUNT      PIC 9(03) VALUE 0.
       77 WS-PICK-NUM        PIC 9(03) VALUE 0.
       PROCEDURE DIVISION USING MM-USERNAME.
       MAIN-PROGRAM.
           MOVE "--- My Mentoring ---" TO WS-LINE
           MOVE "MENT-001" TO WS-MSG-ID
           PERFORM SAY-LINE

           PERFORM LIST-MY-PAIRINGS

           IF WS-LIST-COUNT = 0
              MOVE "You have no mentoring pairings on file."
                   TO WS-LINE
              MOVE "MENT-002" TO WS-MSG-ID
              PERFORM SAY-LINE
           ELSE
              PERFORM OFFER-PAIR-ACTIONS
           END-IF

       OFFER-PAIR-ACTIONS.
           MOVE "1. Log a meeting" TO WS-LINE
           MOVE "MENT-003" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "2. Close a pairing" TO WS-LINE
           MOVE "MENT-004" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "3. Go back" TO WS-LINE
           MOVE "MENT-005" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "Enter your choice:" TO WS-LINE
           MOVE "ENTER-CHOICE" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE SPACES TO WS-LINE
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE

           IF WS-ACTION = 1 OR WS-ACTION = 2
              MOVE "Enter the pairing number:" TO WS-LINE
              MOVE "MENT-006" TO WS-MSG-ID
              PERFORM SAY-LINE
              MOVE SPACES TO WS-LINE
              MOVE "READ" TO WS-COMMAND
              CALL "IO-MODULE" USING WS-COMMAND WS-LINE
              MOVE FUNCTION NUMVAL(WS-LINE) TO WS-PICK-NUM
              IF WS-PICK-NUM < 1 OR WS-PICK-NUM > WS-LIST-COUNT
                 MOVE "No pairing has that number." TO WS-LINE
                 MOVE "MENT-007" TO WS-MSG-ID
                 PERFORM SAY-LINE
                 GOBACK
              END-IF
              IF WS-ACTION = 1

       LOG-A-MEETING.
           MOVE "Enter the meeting date (YYYY-MM-DD):" TO WS-LINE
           MOVE "MENT-008" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE SPACES TO WS-LINE
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE
           MOVE WS-LINE TO MEET-DATE

           MOVE "Enter a short note about the meeting:" TO WS-LINE
           MOVE "MENT-009" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE SPACES TO WS-LINE
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE
           CLOSE MEETINGS-FILE

           MOVE "Meeting logged." TO WS-LINE
           MOVE "MENT-010" TO WS-MSG-ID
           PERFORM SAY-LINE.

       CLOSE-A-PAIRING.
           IF WS-PT-STATUS(WS-PICK-NUM) = "C"
              MOVE "That pairing is already closed." TO WS-LINE
              MOVE "MENT-011" TO WS-MSG-ID
              PERFORM SAY-LINE
              GOBACK
           END-IF

           MOVE "Why is the pairing ending?" TO WS-LINE
           MOVE "MENT-012" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "1. Completed - goals met" TO WS-LINE
           MOVE "MENT-013" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "2. Went inactive" TO WS-LINE
           MOVE "MENT-014" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "3. Not a good match" TO WS-LINE
           MOVE "MENT-015" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "4. Student graduated" TO WS-LINE
           MOVE "MENT-016" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "Enter your choice:" TO WS-LINE
           MOVE "ENTER-CHOICE" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE SPACES TO WS-LINE
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE
              WHEN 4 MOVE "GRADUATED" TO WS-OUTCOME-CODE
              WHEN OTHER
                   MOVE "Invalid choice." TO WS-LINE
                   MOVE "MENT-017" TO WS-MSG-ID
                   PERFORM SAY-LINE
                   GOBACK
           END-EVALUATE

              CALL "NOTIFY-USER" USING WS-NOTIF-TO WS-NOTIF-MSG
                                       WS-NOTIF-CATEGORY
              MOVE "Pairing closed." TO WS-LINE
              MOVE "MENT-018" TO WS-MSG-ID
              PERFORM SAY-LINE
           END-IF.

       REWRITE-PAIR-CLOSED.
           MOVE "WRITE" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE.

      *> OUT in the account's screen language: WS-LINE
      *> holds the English wording, WS-MSG-ID its data/msg-catalog.dat
      *> ID.
       SAY-LINE.
           MOVE "TEXT" TO WS-SX-COMMAND
           CALL "SCREEN-TEXT" USING WS-SX-COMMAND MM-USERNAME
                                    WS-MSG-ID WS-LINE
           PERFORM OUT.

       END PROGRAM MENTOR-MENU.
