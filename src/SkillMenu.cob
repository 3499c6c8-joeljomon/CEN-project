       WORKING-STORAGE SECTION.
       01 WS-CHOICE      PIC 99 VALUE 0.
       01 WS-OUTPUT-LINE PIC X(80).
       01 WS-SX-COMMAND  PIC X(10).
       01 WS-MSG-ID      PIC X(12).
       01 WS-COMMAND     PIC X(20).
      *> Prompt/read buffer sized to IO-MODULE's own line, the way
      *> SEARCH-USER sizes its read fields.
           MOVE 0 TO WS-CHOICE
           PERFORM UNTIL WS-CHOICE = WS-MENU-BACK
               MOVE "===============Choose to learn a New Skill===================" TO WS-OUTPUT-LINE
               MOVE "SKIL-001" TO WS-MSG-ID
               PERFORM SAY-BOTH
               PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                       UNTIL WS-CAT-IDX > WS-CAT-COUNT
                   MOVE SPACES TO WS-OUTPUT-LINE
               END-STRING
               PERFORM WRITE-BOTH
               MOVE "Enter your choice:" TO WS-OUTPUT-LINE
               MOVE "ENTER-CHOICE" TO WS-MSG-ID
               PERFORM SAY-BOTH

               PERFORM GET-VALID-SKILL-CHOICE

               PERFORM GET-CHOICE
               IF WS-CHOICE < 1 OR WS-CHOICE > WS-MENU-BACK
                   MOVE "Invalid choice. Please try again." TO WS-OUTPUT-LINE
                   MOVE "RETRY-CHOICE" TO WS-MSG-ID
                   PERFORM SAY-BOTH
               END-IF
           END-PERFORM.

           IF WS-DONE-COUNT = 4
              MOVE "Course complete - certificate earned!"
                  TO WS-OUTPUT-LINE
              MOVE "SKIL-002" TO WS-MSG-ID
              PERFORM SAY-BOTH
              GOBACK
           END-IF

           MOVE "Enter a lesson number to mark complete (0 to skip):"
               TO WS-OUTPUT-LINE
           MOVE "SKIL-003" TO WS-MSG-ID
           PERFORM SAY-BOTH
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE
           MOVE FUNCTION NUMVAL(WS-LINE(1:1)) TO WS-LESSON-PICK
           END-IF
           IF WS-LESSON-DONE(WS-LESSON-PICK) = "Y"
              MOVE "That lesson is already complete." TO WS-OUTPUT-LINE
              MOVE "SKIL-004" TO WS-MSG-ID
              PERFORM SAY-BOTH
              GOBACK
           END-IF

           ADD 1 TO WS-DONE-COUNT

           MOVE "Lesson marked complete." TO WS-OUTPUT-LINE
           MOVE "SKIL-005" TO WS-MSG-ID
           PERFORM SAY-BOTH

           IF WS-DONE-COUNT = 4
              PERFORM AWARD-CERTIFICATE
      *> they were added.
       SHOW-MY-SKILLS.
           MOVE "--- My Skills ---" TO WS-OUTPUT-LINE
           MOVE "SKIL-006" TO WS-MSG-ID
           PERFORM SAY-BOTH
           MOVE 0 TO WS-SKILL-COUNT
           MOVE "N" TO WS-END-FILE
           OPEN INPUT SKILLS-FILE
           IF WS-SKILL-COUNT = 0
              MOVE "You have not started learning any skills yet."
                  TO WS-OUTPUT-LINE
              MOVE "SKIL-007" TO WS-MSG-ID
              PERFORM SAY-BOTH
           END-IF
           MOVE "------------------" TO WS-OUTPUT-LINE
           PERFORM WRITE-BOTH.
           MOVE WS-OUTPUT-LINE TO WS-LINE
           MOVE "WRITE" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE.

      *> WRITE-BOTH in the account's screen language: WS-OUTPUT-LINE
      *> holds the English wording, WS-MSG-ID its data/msg-catalog.dat
      *> ID.
       SAY-BOTH.
           MOVE "TEXT" TO WS-SX-COMMAND
           CALL "SCREEN-TEXT" USING WS-SX-COMMAND SM-USERNAME
                                    WS-MSG-ID WS-OUTPUT-LINE
           PERFORM WRITE-BOTH.
       END PROGRAM SKILL-MENU.
