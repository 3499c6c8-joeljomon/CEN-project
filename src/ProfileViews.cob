       77 WS-EOF             PIC X VALUE "N".
       77 WS-COMMAND         PIC X(20).
       77 WS-LINE            PIC X(500).
       77 WS-SX-COMMAND      PIC X(10).
       77 WS-MSG-ID          PIC X(12).
       77 WS-WINDOW-DAYS     PIC 9(03) VALUE 30.
       77 WS-CURR-DATE       PIC X(21).
       77 WS-TODAY-NUM       PIC 9(8).
       MAIN-PROGRAM.
           MOVE "--- Who Viewed My Profile (last 30 days) ---"
                TO WS-LINE
           MOVE "PVWS-001" TO WS-MSG-ID
           PERFORM SAY-LINE

           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE
           MOVE WS-CURR-DATE(1:8) TO WS-TODAY-NUM
           IF WS-VIEWER-COUNT = 0
              MOVE "Nobody has viewed your profile in the last 30 days."
                   TO WS-LINE
              MOVE "PVWS-002" TO WS-MSG-ID
              PERFORM SAY-LINE
           ELSE
              PERFORM VARYING I FROM 1 BY 1
                      UNTIL I > WS-VIEWER-COUNT
           MOVE "WRITE" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE.

      *> OUT in the account's screen language: WS-LINE
      *> holds the English wording, WS-MSG-ID its data/msg-catalog.dat
      *> ID.
       SAY-LINE.
           MOVE "TEXT" TO WS-SX-COMMAND
           CALL "SCREEN-TEXT" USING WS-SX-COMMAND PV-USERNAME
                                    WS-MSG-ID WS-LINE
           PERFORM OUT.

       END PROGRAM WHO-VIEWED-ME.
