       77 WS-UNREAD-COUNT    PIC 9(3) VALUE 0.
       77 WS-COMMAND         PIC X(20).
       77 WS-LINE            PIC X(500).
       77 WS-SX-COMMAND      PIC X(10).
       77 WS-MSG-ID          PIC X(12).
       77 WS-LOOP-IDX        PIC 9(3) VALUE 0.
       77 WS-COUNT-STR       PIC ZZ9.
       77 WS-UNREAD-STR      PIC ZZ9.
       77 WS-IA-SERIES       PIC X(10).
       77 WS-IA-SEED         PIC 9(9).
       77 WS-IA-NUMBER       PIC 9(9).
       77 WS-FC-COMMAND      PIC X(10).
       77 WS-FC-TEXT         PIC X(480).
       77 WS-FC-WIDTH        PIC 9(03).
       77 WS-FC-RESULT       PIC X(10).

       LINKAGE SECTION.
       01 MSG-USERNAME   PIC X(20).
       OFFER-BLOCK-SENDER.
           MOVE "Enter a username to block (or press Enter to skip):"
                TO WS-LINE
           MOVE "VMSG-001" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE SPACES TO WS-LINE
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE
           IF FUNCTION TRIM(WS-BLOCK-TARGET) =
              FUNCTION TRIM(MSG-USERNAME)
              MOVE "You cannot block yourself." TO WS-LINE
              MOVE "VMSG-002" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF


           IF WS-ALREADY-BLOCKED = "Y"
              MOVE "That user is already blocked." TO WS-LINE
              MOVE "VMSG-003" TO WS-MSG-ID
              PERFORM SAY-LINE
           ELSE
              OPEN EXTEND BLOCKED-FILE
              MOVE "|" TO BLOCKED-SEP
              WRITE BLOCKED-RECORD
              CLOSE BLOCKED-FILE
              MOVE "User blocked." TO WS-LINE
              MOVE "VMSG-004" TO WS-MSG-ID
              PERFORM SAY-LINE
           END-IF.

      *> "Report this" from the thread view: files an Open
       OFFER-REPORT-MESSAGE.
           MOVE "Report a sender's messages? Enter the username"
                TO WS-LINE
           MOVE "VMSG-005" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "(or press Enter to skip):" TO WS-LINE
           MOVE "VMSG-006" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE SPACES TO WS-LINE
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE
           END-IF

           MOVE "Why are you reporting these messages?" TO WS-LINE
           MOVE "VMSG-007" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE SPACES TO WS-LINE
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE
           CLOSE MODERATION-FILE

           MOVE "Thank you - the report has been filed." TO WS-LINE
           MOVE "VMSG-008" TO WS-MSG-ID
           PERFORM SAY-LINE.

       FIND-NEXT-MOD-ID.
           MOVE 0 TO WS-MOD-MAX-ID
                     ADD 1 TO WS-MSG-COUNT
                     MOVE MSG-SENDER TO
                          WS-MSG-SENDER(WS-MSG-COUNT)
                     PERFORM OPEN-MESSAGE-TEXT
                     MOVE WS-FC-TEXT TO
                          WS-MSG-TEXT(WS-MSG-COUNT)
                     MOVE MSG-SENT-DATE TO
                          WS-MSG-SENT-DATE(WS-MSG-COUNT)
              CLOSE MESSAGE-FILE
           ELSE
              MOVE "Error opening messages file." TO WS-LINE
              MOVE "VMSG-009" TO WS-MSG-ID
              PERFORM SAY-LINE
           END-IF.

      *> Only the inbox copy is opened; MARK-MESSAGES-READ copies
      *> each row across still sealed.
       OPEN-MESSAGE-TEXT.
           MOVE "DECRYPT" TO WS-FC-COMMAND
           MOVE MSG-TEXT TO WS-FC-TEXT
           MOVE 480 TO WS-FC-WIDTH
           CALL "FIELD-CRYPT" USING WS-FC-COMMAND WS-FC-TEXT
                WS-FC-WIDTH WS-FC-RESULT.

      *> Records MSG-SENDER in WS-THREAD-TABLE the first time it is
      *> seen, so each distinct sender gets exactly one thread slot
      *> in the order their first message was loaded.
           IF WS-LK-RESULT NOT = "OK"
              MOVE "The message file is busy - flags left unread."
                  TO WS-LINE
              MOVE "VMSG-010" TO WS-MSG-ID
              PERFORM SAY-LINE
              GOBACK
           END-IF


       DISPLAY-MESSAGES.
           MOVE "--- Your Messages ---" TO WS-LINE
           MOVE "VMSG-011" TO WS-MSG-ID
           PERFORM SAY-LINE
           
           MOVE SPACES TO WS-LINE
           STRING "Messages for " 
              MOVE " " TO WS-LINE
              PERFORM WRITE-LINE
              MOVE "You have no messages at this time." TO WS-LINE
              MOVE "VMSG-012" TO WS-MSG-ID
              PERFORM SAY-LINE
           ELSE
              PERFORM DISPLAY-EACH-MESSAGE
              PERFORM DISPLAY-TOTAL-COUNT
           MOVE "WRITE" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND, WS-LINE.

      *> WRITE-LINE in the account's screen language: WS-LINE
      *> holds the English wording, WS-MSG-ID its data/msg-catalog.dat
      *> ID.
       SAY-LINE.
           MOVE "TEXT" TO WS-SX-COMMAND
           CALL "SCREEN-TEXT" USING WS-SX-COMMAND MSG-USERNAME
                                    WS-MSG-ID WS-LINE
           PERFORM WRITE-LINE.

       END PROGRAM VIEW-MESSAGES.
