       77 WS-EOF           PIC X VALUE "N".
       77 WS-COMMAND       PIC X(20).
       77 WS-LINE          PIC X(500).
       77 WS-SX-COMMAND    PIC X(10).
       77 WS-MSG-ID        PIC X(12).
       77 WS-TARGET-YEAR   PIC 9(4) VALUE 0.
       77 WS-MY-YEAR       PIC 9(4) VALUE 0.
       77 WS-ALREADY       PIC X VALUE "N".
           END-IF

           MOVE "Career services asks every graduate of your class a"
            & " short" TO WS-LINE
           MOVE "SRVY-001" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "first-destination survey." TO WS-LINE
           MOVE "SRVY-005" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "Answer it now? (Y = yes, N = decline, Enter = ask "
            & "me next login):" TO WS-LINE
           MOVE "SRVY-002" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE SPACES TO WS-LINE
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE

           MOVE "Thank you - your answers help the next class."
                TO WS-LINE
           MOVE "SRVY-003" TO WS-MSG-ID
           PERFORM SAY-LINE.

       RECORD-DECLINE.
           OPEN EXTEND DECLINE-FILE
           CLOSE DECLINE-FILE
           MOVE "Understood - you will not be asked again."
                TO WS-LINE
           MOVE "SRVY-004" TO WS-MSG-ID
           PERFORM SAY-LINE.

       OUT.
           MOVE "WRITE" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE.

      *> OUT in the account's screen language: WS-LINE
      *> holds the English wording, WS-MSG-ID its data/msg-catalog.dat
      *> ID.
       SAY-LINE.
           MOVE "TEXT" TO WS-SX-COMMAND
           CALL "SCREEN-TEXT" USING WS-SX-COMMAND SP-USERNAME
                                    WS-MSG-ID WS-LINE
           PERFORM OUT.

       END PROGRAM SURVEY-PROMPT.
