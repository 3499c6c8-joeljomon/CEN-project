       77 WS-SHOWN        PIC 9(03) VALUE 0.
       77 WS-COMMAND      PIC X(20).
       77 WS-LINE         PIC X(500).
       77 WS-SX-COMMAND   PIC X(10).
       77 WS-MSG-ID       PIC X(12).
       77 WS-CHOICE       PIC 9(01) VALUE 0.
       77 WS-SELECTION    PIC X(10).
       77 WS-MESSAGE      PIC X(80).
              END-STRING
              PERFORM OUT
              MOVE "1. View their profile" TO WS-LINE
              MOVE "IMPS-001" TO WS-MSG-ID
              PERFORM SAY-LINE
              MOVE "2. View their applications" TO WS-LINE
              MOVE "IMPS-002" TO WS-MSG-ID
              PERFORM SAY-LINE
              MOVE "3. View their interviews and offers" TO WS-LINE
              MOVE "IMPS-003" TO WS-MSG-ID
              PERFORM SAY-LINE
              MOVE "4. End the impersonation session" TO WS-LINE
              MOVE "IMPS-004" TO WS-MSG-ID
              PERFORM SAY-LINE
              MOVE "Enter your choice:" TO WS-LINE
              MOVE "ENTER-CHOICE" TO WS-MSG-ID
              PERFORM SAY-LINE
              MOVE SPACES TO WS-LINE
              MOVE "READ" TO WS-COMMAND
              CALL "IO-MODULE" USING WS-COMMAND WS-LINE
                      CONTINUE
                 WHEN OTHER
                      MOVE "Invalid choice." TO WS-LINE
                      MOVE "IMPS-005" TO WS-MSG-ID
                      PERFORM SAY-LINE
                      MOVE 0 TO WS-CHOICE
              END-EVALUATE
           END-PERFORM
      *> student, without the respond/edit prompts that screen offers.
       SHOW-INTERVIEWS-READ-ONLY.
           MOVE "--- Their Interviews (read-only) ---" TO WS-LINE
           MOVE "IMPS-006" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE 0 TO WS-SHOWN
           MOVE "N" TO WS-EOF
           OPEN INPUT INTERVIEW-FILE
           END-IF
           IF WS-SHOWN = 0
              MOVE "No interviews on file." TO WS-LINE
              MOVE "IMPS-007" TO WS-MSG-ID
              PERFORM SAY-LINE
           END-IF.

      *> Same idea for MY-OFFERS: list, never respond.
       SHOW-OFFERS-READ-ONLY.
           MOVE "--- Their Offers (read-only) ---" TO WS-LINE
           MOVE "IMPS-008" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE 0 TO WS-SHOWN
           MOVE "N" TO WS-EOF
           OPEN INPUT OFFER-FILE
           END-IF
           IF WS-SHOWN = 0
              MOVE "No offers on file." TO WS-LINE
              MOVE "IMPS-009" TO WS-MSG-ID
              PERFORM SAY-LINE
           END-IF.

       AUDIT-START.
           MOVE "WRITE" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE.

      *> OUT in the account's screen language: WS-LINE
      *> holds the English wording, WS-MSG-ID its data/msg-catalog.dat
      *> ID.
       SAY-LINE.
           MOVE "TEXT" TO WS-SX-COMMAND
           CALL "SCREEN-TEXT" USING WS-SX-COMMAND IM-ADMIN
                                    WS-MSG-ID WS-LINE
           PERFORM OUT.

       END PROGRAM IMPERSONATE.
