       77 WS-ACK-EOF         PIC X VALUE "N".
       77 WS-COMMAND         PIC X(20).
       77 WS-LINE            PIC X(500).
       77 WS-SX-COMMAND      PIC X(10).
       77 WS-MSG-ID          PIC X(12).
       77 WS-CURR-DATE       PIC X(21).
       77 WS-TODAY           PIC X(10).
       77 WS-HAS-ACKED       PIC X VALUE "N".
           PERFORM UNTIL WS-HAS-ACKED = "Y"
              MOVE "Type ACK to confirm you have read this notice:"
                  TO WS-LINE
              MOVE "ANNC-001" TO WS-MSG-ID
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
           CALL "SCREEN-TEXT" USING WS-SX-COMMAND AS-USERNAME
                                    WS-MSG-ID WS-LINE
           PERFORM OUT.

       END PROGRAM ANNOUNCE-SHOW.
