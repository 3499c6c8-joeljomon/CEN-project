       77 WS-EMP-EOF         PIC X VALUE "N".
       77 WS-COMMAND         PIC X(20).
       77 WS-LINE            PIC X(500).
       77 WS-SX-COMMAND      PIC X(10).
       77 WS-MSG-ID          PIC X(12).
       77 WS-LIST-COUNT      PIC 9(03) VALUE 0.
       77 WS-PICK-NUM        PIC 9(03) VALUE 0.
       77 WS-COMPANY-NAME    PIC X(50).
       PROCEDURE DIVISION USING FC-USERNAME.
       MAIN-PROGRAM.
           MOVE "--- Companies I Follow ---" TO WS-LINE
           MOVE "FOLC-001" TO WS-MSG-ID
           PERFORM SAY-LINE

           PERFORM LIST-FOLLOWED-COMPANIES

           IF WS-LIST-COUNT = 0
              MOVE "You are not following any companies yet - use"
               & " Follow this Company" TO WS-LINE
              MOVE "FOLC-002" TO WS-MSG-ID
              PERFORM SAY-LINE
              MOVE "from a job's details." TO WS-LINE
              MOVE "FOLC-005" TO WS-MSG-ID
              PERFORM SAY-LINE
           ELSE
              PERFORM OFFER-UNFOLLOW
           END-IF
       OFFER-UNFOLLOW.
           MOVE "Enter a number to unfollow (or 0 to go back):"
                TO WS-LINE
           MOVE "FOLC-003" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE SPACES TO WS-LINE
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE
           CLOSE FOLLOWERS-FILE

           MOVE "Unfollowed." TO WS-LINE
           MOVE "FOLC-004" TO WS-MSG-ID
           PERFORM SAY-LINE.

       OUT.
           MOVE "WRITE" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE.

      *> OUT in the account's screen language: WS-LINE
      *> holds the English wording, WS-MSG-ID its data/msg-catalog.dat
      *> ID.
       SAY-LINE.
           MOVE "TEXT" TO WS-SX-COMMAND
           CALL "SCREEN-TEXT" USING WS-SX-COMMAND FC-USERNAME
                                    WS-MSG-ID WS-LINE
           PERFORM OUT.

       END PROGRAM FOLLOWED-COMPANIES.
