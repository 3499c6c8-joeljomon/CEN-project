       77 WS-EOF            PIC X VALUE "N".
       77 WS-COMMAND        PIC X(20).
       77 WS-LINE           PIC X(500).
       77 WS-SX-COMMAND     PIC X(10).
       77 WS-MSG-ID         PIC X(12).
       77 WS-ACTION         PIC 9(01) VALUE 0.
       77 WS-LIST-COUNT     PIC 9(03) VALUE 0.
       77 WS-POOL-NAME      PIC X(30).
           END-STRING

           MOVE "--- Talent Pools ---" TO WS-LINE
           MOVE "TPOL-001" TO WS-MSG-ID
           PERFORM SAY-LINE

           PERFORM LIST-MY-POOLS
           IF WS-LIST-COUNT = 0
              MOVE "You have no pooled candidates yet." TO WS-LINE
              MOVE "TPOL-002" TO WS-MSG-ID
              PERFORM SAY-LINE
           END-IF

           MOVE "1. Save a candidate to a pool" TO WS-LINE
           MOVE "TPOL-003" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "2. Annotate a pooled candidate" TO WS-LINE
           MOVE "TPOL-004" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "3. Invite a whole pool to a posting" TO WS-LINE
           MOVE "TPOL-005" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "4. Remove a candidate from a pool" TO WS-LINE
           MOVE "TPOL-006" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "5. Go back" TO WS-LINE
           MOVE "TPOL-007" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "Enter your choice:" TO WS-LINE
           MOVE "ENTER-CHOICE" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE SPACES TO WS-LINE
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE

       ASK-POOL-AND-CANDIDATE.
           MOVE "Pool name:" TO WS-LINE
           MOVE "TPOL-008" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE SPACES TO WS-LINE
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE
           MOVE WS-LINE TO WS-POOL-NAME
           MOVE "Candidate's username:" TO WS-LINE
           MOVE "TPOL-009" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE SPACES TO WS-LINE
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE
       SAVE-CANDIDATE.
           PERFORM ASK-POOL-AND-CANDIDATE
           MOVE "A note about why they stood out:" TO WS-LINE
           MOVE "TPOL-010" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE SPACES TO WS-LINE
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE
           WRITE POOL-REC
           CLOSE POOLS-FILE
           MOVE "Candidate saved to the pool." TO WS-LINE
           MOVE "TPOL-011" TO WS-MSG-ID
           PERFORM SAY-LINE.

       ANNOTATE-CANDIDATE.
           PERFORM ASK-POOL-AND-CANDIDATE
           MOVE "New note:" TO WS-LINE
           MOVE "TPOL-012" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE SPACES TO WS-LINE
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE

           IF WS-UPDATE-DONE = "N"
              MOVE "No pooled candidate matches that." TO WS-LINE
              MOVE "TPOL-013" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF
           PERFORM REWRITE-FROM-TEMP
           MOVE "Note updated." TO WS-LINE
           MOVE "TPOL-014" TO WS-MSG-ID
           PERFORM SAY-LINE.

      *> The one-action rebuild our repeat employers asked for: the
      *> whole pool hears about the new posting at once, with the
      *> same invitation wording TALENT-SEARCH sends.
       INVITE-POOL.
           MOVE "Pool name to invite:" TO WS-LINE
           MOVE "TPOL-015" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE SPACES TO WS-LINE
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE
           MOVE WS-LINE TO WS-POOL-NAME
           MOVE "Job ID to invite them to apply to:" TO WS-LINE
           MOVE "TPOL-016" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE SPACES TO WS-LINE
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE

           IF WS-UPDATE-DONE = "N"
              MOVE "No pooled candidate matches that." TO WS-LINE
              MOVE "TPOL-013" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF
           PERFORM REWRITE-FROM-TEMP
           MOVE "Candidate removed from the pool." TO WS-LINE
           MOVE "TPOL-017" TO WS-MSG-ID
           PERFORM SAY-LINE.

       REWRITE-FROM-TEMP.
           OPEN OUTPUT POOLS-FILE
           MOVE "WRITE" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE.

      *> OUT in the account's screen language: WS-LINE
      *> holds the English wording, WS-MSG-ID its data/msg-catalog.dat
      *> ID.
       SAY-LINE.
           MOVE "TEXT" TO WS-SX-COMMAND
           CALL "SCREEN-TEXT" USING WS-SX-COMMAND TP-USERNAME
                                    WS-MSG-ID WS-LINE
           PERFORM OUT.

       END PROGRAM TALENT-POOLS.
