       77 WS-REJ-AGE-DAYS      PIC S9(8) COMP.

       77 WS-LINE             PIC X(200).
       77 WS-SX-COMMAND       PIC X(10).
       77 WS-MSG-ID           PIC X(12).
       77 WS-CMD              PIC X(20).

       *> Validation flags
           IF WS-RL-ALLOWED NOT = "Y"
               MOVE "You have reached today's connection-request limi"
                & "t - please try again tomorrow." TO WS-LINE
               MOVE "CONR-001" TO WS-MSG-ID
               PERFORM SAY-LINE
               GOBACK
           END-IF

           PERFORM CHECK-SELF
           IF WS-SELF = "Y"
               MOVE "You cannot connect with yourself." TO WS-LINE
               MOVE "CONR-002" TO WS-MSG-ID
               PERFORM SAY-LINE
               GOBACK
           END-IF

           PERFORM CHECK-RECIP-EXISTS
           IF WS-RECIP-EXIST NOT = "Y"
               MOVE "User does not exist." TO WS-LINE
               MOVE "CONR-003" TO WS-MSG-ID
               PERFORM SAY-LINE
               GOBACK
           END-IF

           PERFORM CHECK-ALREADY-CONNECTED
           IF WS-ALR-CONN = "Y"
               MOVE "You are already connected with this user." TO WS-LINE
               MOVE "CONR-004" TO WS-MSG-ID
               PERFORM SAY-LINE
               GOBACK
           END-IF

           PERFORM CHECK-PENDING-DUPLICATES
           IF WS-OUT-DUP = "Y"
               MOVE "You already sent a connection request to this user." TO WS-LINE
               MOVE "CONR-005" TO WS-MSG-ID
               PERFORM SAY-LINE
               GOBACK
           END-IF
           IF WS-IN-DUP = "Y"
               MOVE "This user has already sent you a connection request." TO WS-LINE
               MOVE "CONR-006" TO WS-MSG-ID
               PERFORM SAY-LINE
               GOBACK
           END-IF

           IF WS-REJ-BLOCKED = "Y"
               MOVE "This user recently declined your request. Please try again later."
                    TO WS-LINE
               MOVE "CONR-007" TO WS-MSG-ID
               PERFORM SAY-LINE
               GOBACK
           END-IF

              CLOSE PENDING-FILE
           ELSE
              MOVE "Error: Cannot open pending file." TO WS-LINE
              MOVE "CONR-008" TO WS-MSG-ID
              PERFORM SAY-LINE
           END-IF.

      *> Builds an ISO-8601 "YYYY-MM-DDTHH:MM:SS" send time from the
       OUT.
           MOVE "WRITE" TO WS-CMD
           CALL "IO-MODULE" USING WS-CMD WS-LINE.

      *> OUT in the account's screen language: WS-LINE
      *> holds the English wording, WS-MSG-ID its data/msg-catalog.dat
      *> ID.
       SAY-LINE.
           MOVE "TEXT" TO WS-SX-COMMAND
           CALL "SCREEN-TEXT" USING WS-SX-COMMAND L-SENDER-USERNAME
                                    WS-MSG-ID WS-LINE
           PERFORM OUT.
