      *> Prompt/read buffer sized to IO-MODULE's own line, the way
      *> SEARCH-USER sizes its read fields.
       77 WS-LINE            PIC X(500).
       77 WS-SX-COMMAND      PIC X(10).
       77 WS-MSG-ID          PIC X(12).
       77 WS-SRCH-MAJOR      PIC X(50).
       77 WS-SRCH-UNIV       PIC X(50).
       77 WS-SRCH-YEAR-FROM  PIC 9(4) VALUE 0.
       77 WS-NOTIF-CATEGORY  PIC X(12).
       77 WS-PV-STATUS       PIC XX.
       77 WS-PRIV-OK         PIC X VALUE "Y".
       77 WS-DL-COMMAND    PIC X(10) VALUE "LOG".
       77 WS-DL-STUDENT    PIC X(20).
       77 WS-DL-RECIPIENT  PIC X(20).
       77 WS-DL-SOURCE     PIC X(16) VALUE "TALENT-SEARCH".
       77 WS-DL-ITEM       PIC X(40).

       01 WS-MATCH-TABLE.
          05 WS-MATCH-ENTRY OCCURS 50 TIMES.
       MAIN-PROGRAM.
           CALL "CAMPUS-LOOKUP" USING TS-USERNAME WS-VIEWER-CAMPUS
           MOVE "--- Talent Search ---" TO WS-LINE
           MOVE "TSRC-001" TO WS-MSG-ID
           PERFORM SAY-LINE

           MOVE "Major to search for (or press Enter for any):"
                TO WS-LINE
           MOVE "TSRC-002" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE SPACES TO WS-LINE
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE

           MOVE "University to search for (or press Enter for any):"
                TO WS-LINE
           MOVE "TSRC-003" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE SPACES TO WS-LINE
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE

           MOVE "Earliest graduation year (or press Enter for any):"
                TO WS-LINE
           MOVE "TSRC-004" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE SPACES TO WS-LINE
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE

           MOVE "Latest graduation year (or press Enter for any):"
                TO WS-LINE
           MOVE "TSRC-005" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE SPACES TO WS-LINE
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE

           MOVE "Skill to search for (or press Enter for any):"
                TO WS-LINE
           MOVE "TSRC-006" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE SPACES TO WS-LINE
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE

           MOVE "Project keyword (e.g. compiler; Enter for any):"
                TO WS-LINE
           MOVE "TSRC-007" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE SPACES TO WS-LINE
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE
           IF WS-MATCH-COUNT = 0
              MOVE "No open-to-opportunities students match."
                   TO WS-LINE
              MOVE "TSRC-008" TO WS-MSG-ID
              PERFORM SAY-LINE
           ELSE
              PERFORM OFFER-INVITATION
              PERFORM OFFER-POOL-SAVE
                  INTO PV-DATE
           END-STRING
           WRITE PROFILE-VIEW-REC
           CLOSE PROFILE-VIEW-FILE

      *> It is also a release of the profile summary to an outside
      *> party, for the student's disclosure history.
           MOVE PROF-USERNAME TO WS-DL-STUDENT
           MOVE TS-USERNAME TO WS-DL-RECIPIENT
           MOVE "Profile summary via talent search" TO WS-DL-ITEM
           CALL "DISCLOSURE-LOG" USING WS-DL-COMMAND WS-DL-STUDENT
                WS-DL-RECIPIENT WS-DL-SOURCE WS-DL-ITEM.

      *> Lets the employer pick a match and send an invitation naming
      *> one of their postings; the student decides from there.
       OFFER-INVITATION.
           MOVE "Enter the number of a student to invite to apply"
                TO WS-LINE
           MOVE "TSRC-009" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "(or 0 to go back):" TO WS-LINE
           MOVE "TSRC-010" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE SPACES TO WS-LINE
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE

           MOVE "Enter the Job ID to invite them to apply to:"
                TO WS-LINE
           MOVE "TSRC-011" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE SPACES TO WS-LINE
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE
           PERFORM WRITE-INVITATION

           MOVE "Invitation sent." TO WS-LINE
           MOVE "TSRC-012" TO WS-MSG-ID
           PERFORM SAY-LINE.

      *> Raises one notification through the shared NOTIFY-USER
      *> module, which honors the recipient's category preferences.
      *> the same rows the Talent Pools screen browses and invites.
       OFFER-POOL-SAVE.
           MOVE "Save a match to a talent pool? (Y/N):" TO WS-LINE
           MOVE "TSRC-013" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE SPACES TO WS-LINE
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE
           END-IF

           MOVE "Enter the number of the match to save:" TO WS-LINE
           MOVE "TSRC-014" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE SPACES TO WS-LINE
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE
           MOVE FUNCTION NUMVAL(WS-LINE) TO WS-PICK-NUM
           IF WS-PICK-NUM < 1 OR WS-PICK-NUM > WS-MATCH-COUNT
              MOVE "No match has that number." TO WS-LINE
              MOVE "TSRC-015" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF

           MOVE "Pool name:" TO WS-LINE
           MOVE "TSRC-016" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE SPACES TO WS-LINE
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE
           MOVE WS-LINE TO WS-POOL-NAME

           MOVE "A note about why they stood out:" TO WS-LINE
           MOVE "TSRC-017" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE SPACES TO WS-LINE
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE
           CLOSE POOLS-FILE

           MOVE "Saved to the pool." TO WS-LINE
           MOVE "TSRC-018" TO WS-MSG-ID
           PERFORM SAY-LINE.

       OUT.
           MOVE "WRITE" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE.

      *> OUT in the account's screen language: WS-LINE
      *> holds the English wording, WS-MSG-ID its data/msg-catalog.dat
      *> ID.
       SAY-LINE.
           MOVE "TEXT" TO WS-SX-COMMAND
           CALL "SCREEN-TEXT" USING WS-SX-COMMAND TS-USERNAME
                                    WS-MSG-ID WS-LINE
           PERFORM OUT.

       END PROGRAM TALENT-SEARCH.
