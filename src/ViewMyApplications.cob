       77  WS-APP-COUNT            PIC 9(3) VALUE 0.
       77  WS-COMMAND              PIC X(20).
       77  WS-LINE                 PIC X(200).
       77  WS-SX-COMMAND           PIC X(10).
       77  WS-MSG-ID               PIC X(12).
       77  WS-COUNT-STR            PIC ZZ9.
       77  WS-LOOP-IDX             PIC 9(3) VALUE 0.

              CLOSE APPLICATIONS-FILE
           ELSE
              MOVE "Error opening applications file." TO WS-LINE
              MOVE "VAPP-001" TO WS-MSG-ID
              PERFORM SAY-LINE
           END-IF.

       DISPLAY-APPLICATION-REPORT.
           MOVE "--- Your Job Applications ---" TO WS-LINE.
           MOVE "VAPP-002" TO WS-MSG-ID.
           PERFORM SAY-LINE.
           
           MOVE SPACES TO WS-LINE.
           STRING "Application Summary for " 
              MOVE " " TO WS-LINE
              PERFORM WRITE-LINE
              MOVE "You have not applied to any jobs yet." TO WS-LINE
              MOVE "VAPP-003" TO WS-MSG-ID
              PERFORM SAY-LINE
           ELSE
              PERFORM DISPLAY-EACH-APPLICATION
              PERFORM DISPLAY-TOTAL-COUNT
           MOVE "WRITE" TO WS-COMMAND.
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE.

      *> WRITE-LINE in the account's screen language: WS-LINE
      *> holds the English wording, WS-MSG-ID its data/msg-catalog.dat
      *> ID.
       SAY-LINE.
           MOVE "TEXT" TO WS-SX-COMMAND
           CALL "SCREEN-TEXT" USING WS-SX-COMMAND LS-USERNAME
                                    WS-MSG-ID WS-LINE
           PERFORM WRITE-LINE.

       END PROGRAM VIEW-MY-APPLICATIONS.

