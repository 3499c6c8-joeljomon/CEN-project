       77 WS-EOF             PIC X VALUE "N".
       77 WS-COMMAND         PIC X(20).
       77 WS-LINE            PIC X(500).
       77 WS-SX-COMMAND      PIC X(10).
       77 WS-MSG-ID          PIC X(12).
       77 WS-KEYWORD         PIC X(50).
       77 WS-SENDER-FILTER   PIC X(20).
       77 WS-DATE-FROM       PIC X(10).
       77 WS-SRCH-LIMIT      PIC 9(03).
       77 WS-SRCH-TEXT-LEN   PIC 9(03).
       77 WS-SRCH-PAT-LEN    PIC 9(03).
       77 WS-FC-COMMAND      PIC X(10).
       77 WS-FC-TEXT         PIC X(480).
       77 WS-FC-WIDTH        PIC 9(03).
       77 WS-FC-RESULT       PIC X(10).

       LINKAGE SECTION.
       01 MS-USERNAME PIC X(20).
       PROCEDURE DIVISION USING MS-USERNAME.
       MAIN-PROGRAM.
           MOVE "--- Search My Messages ---" TO WS-LINE
           MOVE "MSRC-001" TO WS-MSG-ID
           PERFORM SAY-LINE

           MOVE "Keyword to search for (or press Enter for any):"
                TO WS-LINE
           MOVE "MSRC-002" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE SPACES TO WS-LINE
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE

           MOVE "Sender to search for (or press Enter for any):"
                TO WS-LINE
           MOVE "MSRC-003" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE SPACES TO WS-LINE
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE

           MOVE "Earliest date YYYY-MM-DD (or press Enter for any):"
                TO WS-LINE
           MOVE "MSRC-004" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE SPACES TO WS-LINE
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE

           MOVE "Latest date YYYY-MM-DD (or press Enter for any):"
                TO WS-LINE
           MOVE "MSRC-005" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE SPACES TO WS-LINE
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE

           IF WS-HIT-COUNT = 0
              MOVE "No messages match your search." TO WS-LINE
              MOVE "MSRC-006" TO WS-MSG-ID
              PERFORM SAY-LINE
           ELSE
              PERFORM OFFER-THREAD-VIEW
           END-IF
                          FUNCTION TRIM(MSG-SENDER) =
                          FUNCTION TRIM(MS-USERNAME)) AND
                          NOT MSG-HIDDEN
                          PERFORM OPEN-MESSAGE-TEXT
                          PERFORM CHECK-MESSAGE-MATCH
                          IF WS-MATCHES = "Y"
                             ADD 1 TO WS-HIT-COUNT
       OFFER-THREAD-VIEW.
           MOVE "Enter a username to view that full conversation"
                TO WS-LINE
           MOVE "MSRC-007" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "(or press Enter to finish):" TO WS-LINE
           MOVE "MSRC-008" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE SPACES TO WS-LINE
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE
                           FUNCTION TRIM(MSG-SENDER) =
                           FUNCTION TRIM(WS-THREAD-WITH))
                          IF NOT MSG-HIDDEN
                             PERFORM OPEN-MESSAGE-TEXT
                             PERFORM SHOW-ONE-HIT
                          END-IF
                       END-IF
              CLOSE MESSAGE-FILE
           END-IF.

      *> MSG-TEXT is kept sealed on file; the keyword has to be
      *> matched against, and the hit shown as, the opened text.
      *> The file is only ever read here, so the buffer is safe
      *> to overwrite.
       OPEN-MESSAGE-TEXT.
           MOVE "DECRYPT" TO WS-FC-COMMAND
           MOVE MSG-TEXT TO WS-FC-TEXT
           MOVE 480 TO WS-FC-WIDTH
           CALL "FIELD-CRYPT" USING WS-FC-COMMAND WS-FC-TEXT
                WS-FC-WIDTH WS-FC-RESULT
           MOVE WS-FC-TEXT TO MSG-TEXT.

      *> Classic reference-modification substring scan, the same
      *> sliding-window idiom JOB-MGMT's FIND-SUBSTRING uses.
       FIND-SUBSTRING.
           MOVE "WRITE" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE.

      *> OUT in the account's screen language: WS-LINE
      *> holds the English wording, WS-MSG-ID its data/msg-catalog.dat
      *> ID.
       SAY-LINE.
           MOVE "TEXT" TO WS-SX-COMMAND
           CALL "SCREEN-TEXT" USING WS-SX-COMMAND MS-USERNAME
                                    WS-MSG-ID WS-LINE
           PERFORM OUT.

       END PROGRAM MESSAGE-SEARCH.
