       77 WS-CHK-EOF         PIC X VALUE "N".
       77 WS-COMMAND         PIC X(20).
       77 WS-LINE            PIC X(500).
       77 WS-SX-COMMAND      PIC X(10).
       77 WS-MSG-ID          PIC X(12).
       77 WS-MY-UNIV         PIC X(50).
       77 WS-MY-MAJOR        PIC X(50).
       77 WS-EXCLUDED        PIC X VALUE "N".
       PROCEDURE DIVISION USING CS-USERNAME.
       MAIN-PROGRAM.
           MOVE "--- People You May Know ---" TO WS-LINE
           MOVE "SUGG-001" TO WS-MSG-ID
           PERFORM SAY-LINE

           PERFORM LOAD-MY-PROFILE
           PERFORM LOAD-CONNECTION-PAIRS
           IF WS-SUGG-COUNT = 0
              MOVE "No suggestions right now - check back after more"
                   TO WS-LINE
              MOVE "SUGG-002" TO WS-MSG-ID
              PERFORM SAY-LINE
              MOVE "students fill in their profiles." TO WS-LINE
              MOVE "SUGG-003" TO WS-MSG-ID
              PERFORM SAY-LINE
           ELSE
              PERFORM SORT-BY-MUTUALS
              PERFORM SHOW-SUGGESTIONS
       OFFER-REQUEST.
           MOVE "Enter a number to send a connection request"
                TO WS-LINE
           MOVE "SUGG-004" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "(or 0 to go back):" TO WS-LINE
           MOVE "SUGG-005" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE SPACES TO WS-LINE
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE
           MOVE "WRITE" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE.

      *> OUT in the account's screen language: WS-LINE
      *> holds the English wording, WS-MSG-ID its data/msg-catalog.dat
      *> ID.
       SAY-LINE.
           MOVE "TEXT" TO WS-SX-COMMAND
           CALL "SCREEN-TEXT" USING WS-SX-COMMAND CS-USERNAME
                                    WS-MSG-ID WS-LINE
           PERFORM OUT.

       END PROGRAM CONNECTION-SUGGEST.
