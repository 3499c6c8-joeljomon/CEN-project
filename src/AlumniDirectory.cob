       77 WS-PROF-EOF        PIC X VALUE "N".
       77 WS-COMMAND         PIC X(20).
       77 WS-LINE            PIC X(500).
       77 WS-SX-COMMAND      PIC X(10).
       77 WS-MSG-ID          PIC X(12).
       77 WS-SRCH-MAJOR      PIC X(50).
       77 WS-SRCH-YEAR       PIC 9(4) VALUE 0.
       77 WS-LIST-COUNT      PIC 9(03) VALUE 0.
       PROCEDURE DIVISION USING AD-USERNAME.
       MAIN-PROGRAM.
           MOVE "--- Alumni Directory ---" TO WS-LINE
           MOVE "ALUM-001" TO WS-MSG-ID
           PERFORM SAY-LINE

           MOVE "Major to search for (or press Enter for any):"
                TO WS-LINE
           MOVE "ALUM-002" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE SPACES TO WS-LINE
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE

           MOVE "Class year to search for (or press Enter for any):"
                TO WS-LINE
           MOVE "ALUM-003" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE SPACES TO WS-LINE
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE

           IF WS-LIST-COUNT = 0
              MOVE "No alumni match that search." TO WS-LINE
              MOVE "ALUM-004" TO WS-MSG-ID
              PERFORM SAY-LINE
           END-IF

           IF WS-I-AM-ALUMNUS = "Y"
           IF WS-MY-MENTOR-FLAG = "Y"
              MOVE "You are a mentor. Leave the mentor program? (Y/N):"
                  TO WS-LINE
              MOVE "ALUM-005" TO WS-MSG-ID
           ELSE
              MOVE "Volunteer as a mentor for current students? (Y/N):"
                  TO WS-LINE
              MOVE "ALUM-006" TO WS-MSG-ID
           END-IF
           PERFORM SAY-LINE
           MOVE SPACES TO WS-LINE
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE
              IF WS-MY-MENTOR-FLAG = "Y"
                 MOVE "N" TO WS-MY-MENTOR-FLAG
                 MOVE "You have left the mentor program." TO WS-LINE
                 MOVE "ALUM-007" TO WS-MSG-ID
              ELSE
                 MOVE "Y" TO WS-MY-MENTOR-FLAG
                 MOVE "Welcome to the mentor program!" TO WS-LINE
                 MOVE "ALUM-008" TO WS-MSG-ID
              END-IF
              PERFORM UPDATE-MENTOR-FLAG
              PERFORM SAY-LINE
           END-IF.

      *> Rewrites the caller's alumni row with the new flag, the same
           MOVE "WRITE" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE.

      *> OUT in the account's screen language: WS-LINE
      *> holds the English wording, WS-MSG-ID its data/msg-catalog.dat
      *> ID.
       SAY-LINE.
           MOVE "TEXT" TO WS-SX-COMMAND
           CALL "SCREEN-TEXT" USING WS-SX-COMMAND AD-USERNAME
                                    WS-MSG-ID WS-LINE
           PERFORM OUT.

       END PROGRAM ALUMNI-DIRECTORY.
