       77 WS-EXP-FILE-STATUS PIC XX.
       77 WS-REJ-FILE-STATUS PIC XX.
       77 WS-LINE         PIC X(200).
       77 WS-SX-COMMAND   PIC X(10).
       77 WS-MSG-ID       PIC X(12).
       77 EOF-FLAG        PIC X VALUE "N".
       77 WS-FOUND        PIC X VALUE "N".
       77 SENDER          PIC X(20).
       77 WS-EXPIRE-DAYS     PIC 9(05) VALUE 30.
       77 WS-REQ-EXPIRED     PIC X VALUE "N".
       77 WS-CURR-DATE       PIC X(21).
       77 WS-AGE-DAYS        PIC S9(8) COMP.
       77 WS-TODAY           PIC X(10).
       77 WS-BD-COMMAND      PIC X(10) VALUE "ELAPSED".
       77 WS-BD-RULE         PIC X(20) VALUE "PENDING-EXPIRY".
       77 WS-BD-FROM         PIC X(10).
       77 WS-BD-TO           PIC X(10).
       77 WS-BD-DAYS         PIC 9(05).
       77 WS-BD-RESULT       PIC X(10).
       77 WS-CHOICE       PIC X(80).
       77 WS-CURRENT-REQ  PIC X(200).
       77 WS-REQUEST-COUNT PIC 999 VALUE 0.
           IF WS-REQUEST-COUNT = 0
              MOVE "You have no pending connection requests at this time." 
                   TO WS-LINE
              MOVE "PEND-001" TO WS-MSG-ID
              PERFORM SAY-LINE
           ELSE
              PERFORM DISPLAY-ALL-REQUESTS
              PERFORM PROCESS-SELECTED-REQUEST
           
       LOAD-PENDING-REQUESTS.
           MOVE "---- Pending Connection Requests ----" TO WS-LINE
           MOVE "PEND-002" TO WS-MSG-ID
           PERFORM SAY-LINE
           
           OPEN INPUT PENDING-FILE
           IF WS-STATUS = "00"
           IF WS-LK-RESULT NOT = "OK"
              MOVE "The pending file is busy - expiry skipped."
                  TO WS-LINE
              MOVE "PEND-003" TO WS-MSG-ID
              PERFORM SAY-LINE
              GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE
           MOVE SPACES TO WS-TODAY
           STRING WS-CURR-DATE(1:4) "-" WS-CURR-DATE(5:2) "-"
                  WS-CURR-DATE(7:2)
                  DELIMITED BY SIZE INTO WS-TODAY
           END-STRING

           OPEN INPUT PENDING-FILE
           OPEN OUTPUT TEMP-FILE
           CALL "FILE-LOCK" USING WS-LK-COMMAND WS-LK-FILE
                L-USERNAME WS-LK-RESULT.

      *> P-TS is "YYYY-MM-DDTHH:MM:SS"; the date portion is aged
      *> through BUSINESS-DAYS under the PENDING-EXPIRY rule, so with
      *> that rule on business days a request does not run out over
      *> a weekend or campus closure. Records with a blank/malformed
      *> timestamp (written before real timestamps were tracked) are
      *> left alone rather than guessed at.
       CHECK-REQUEST-EXPIRED.
           MOVE "N" TO WS-REQ-EXPIRED
           IF P-TS(1:1) NOT = SPACE
              MOVE P-TS(1:10) TO WS-BD-FROM
              MOVE WS-TODAY TO WS-BD-TO
              CALL "BUSINESS-DAYS" USING WS-BD-COMMAND WS-BD-RULE
                   WS-BD-FROM WS-BD-TO WS-BD-DAYS WS-BD-RESULT
              IF WS-BD-RESULT NOT = "BADDATE"
                 MOVE WS-BD-DAYS TO WS-AGE-DAYS
                 IF WS-AGE-DAYS > WS-EXPIRE-DAYS
                    MOVE "Y" TO WS-REQ-EXPIRED
                 END-IF
              END-IF
           END-IF.


       PROCESS-SELECTED-REQUEST.
           MOVE "Enter number to process (or 0 to go back):" TO WS-LINE
           MOVE "PEND-004" TO WS-MSG-ID
           PERFORM SAY-LINE
           
           MOVE SPACES TO WS-CHOICE
           MOVE "READ" TO WS-COMMAND
              PERFORM SHOW-ACCEPT-REJECT-OPTIONS
           ELSE
              MOVE "Invalid selection." TO WS-LINE
              MOVE "PEND-005" TO WS-MSG-ID
              PERFORM SAY-LINE
           END-IF.

       SHOW-ACCEPT-REJECT-OPTIONS.
           PERFORM OUT
           
           MOVE "1. Accept" TO WS-LINE
           MOVE "PEND-006" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "2. Reject" TO WS-LINE
           MOVE "PEND-007" TO WS-MSG-ID
           PERFORM SAY-LINE
           
           MOVE SPACES TO WS-CHOICE
           MOVE "READ" TO WS-COMMAND
                   PERFORM REJECT-REQUEST
              WHEN OTHER
                   MOVE "Invalid choice." TO WS-LINE
                   MOVE "PEND-008" TO WS-MSG-ID
                   PERFORM SAY-LINE
           END-EVALUATE
           
           MOVE "-----------------------------------" TO WS-LINE
           IF WS-LK-RESULT NOT = "OK"
              MOVE "The pending file is busy - try again shortly."
                  TO WS-LINE
              MOVE "PEND-009" TO WS-MSG-ID
              PERFORM SAY-LINE
              GOBACK
           END-IF

           MOVE "WRITE" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE.

      *> OUT in the account's screen language: WS-LINE
      *> holds the English wording, WS-MSG-ID its data/msg-catalog.dat
      *> ID.
       SAY-LINE.
           MOVE "TEXT" TO WS-SX-COMMAND
           CALL "SCREEN-TEXT" USING WS-SX-COMMAND L-USERNAME
                                    WS-MSG-ID WS-LINE
           PERFORM OUT.

       END PROGRAM VIEW-PENDING-REQUESTS.
