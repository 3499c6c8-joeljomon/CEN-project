       WORKING-STORAGE SECTION.
       77 WS-COMMAND        PIC X(20).
       77 WS-LINE           PIC X(500).
       77 WS-SX-COMMAND     PIC X(10).
       77 WS-MSG-ID         PIC X(12).
       77 WS-PROFILE-STATUS PIC XX.
       77 WS-END            PIC X VALUE "N".
       77 WS-FOUND          PIC X VALUE "N".
           *> --- Ask for First Name ---
           MOVE "================== Search for User ===================" 
               TO WS-LINE
           MOVE "SRCH-001" TO WS-MSG-ID
           PERFORM SAY-LINE

           MOVE "Enter First Name:" TO WS-LINE
           MOVE "SRCH-002" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE SPACES TO WS-FIRST-NAME
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-FIRST-NAME

           *> --- Ask for Last Name ---
           MOVE "Enter Last Name:" TO WS-LINE
           MOVE "SRCH-003" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE SPACES TO WS-LAST-NAME
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LAST-NAME
              END-IF
           ELSE
              MOVE "! No profile found for this name." TO WS-LINE
              MOVE "SRCH-004" TO WS-MSG-ID
              PERFORM SAY-LINE
           END-IF

           GOBACK.
           END-PERFORM

           MOVE "Enter the number of the profile to view:" TO WS-LINE
           MOVE "SRCH-005" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE SPACES TO WS-TMP
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-TMP
           END-IF
           IF WS-PICK-NUM < 1 OR WS-PICK-NUM > WS-MATCH-COUNT
              MOVE "! Invalid selection." TO WS-LINE
              MOVE "SRCH-006" TO WS-MSG-ID
              PERFORM SAY-LINE
              MOVE 0 TO WS-PICK-NUM
           END-IF.

           PERFORM OUT

           MOVE "> About:" TO WS-LINE
           MOVE "SRCH-007" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE PROF-ABOUT TO WS-LINE
           PERFORM OUT


       PROMPT-CONNECTION.
           MOVE "1. Send Connection Request" TO WS-LINE
           MOVE "SRCH-008" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "2. Endorse a Skill" TO WS-LINE
           MOVE "SRCH-009" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "3. Write a Recommendation" TO WS-LINE
           MOVE "SRCH-010" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "4. Block This User" TO WS-LINE
           MOVE "SRCH-011" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "5. Back to Main Menu" TO WS-LINE
           MOVE "SRCH-012" TO WS-MSG-ID
           PERFORM SAY-LINE

           MOVE SPACES TO WS-TMP
           MOVE "READ" TO WS-COMMAND
           PERFORM CHECK-PAIR-BLOCKED
           IF WS-PAIR-BLOCKED = "Y"
              MOVE "! That user is already blocked." TO WS-LINE
              MOVE "SRCH-013" TO WS-MSG-ID
              PERFORM SAY-LINE
              GOBACK
           END-IF
           OPEN EXTEND BLOCKED-FILE
           WRITE BLOCKED-RECORD
           CLOSE BLOCKED-FILE
           MOVE "User blocked." TO WS-LINE
           MOVE "SRCH-014" TO WS-MSG-ID
           PERFORM SAY-LINE.

      *> Is the (L-USERNAME, PROF-USERNAME) pair blocked in either
      *> direction? Works off the profile record current in the
       WRITE-RECOMMENDATION.
           IF FUNCTION TRIM(WS-MATCH-USER) = FUNCTION TRIM(L-USERNAME)
              MOVE "! You cannot recommend yourself." TO WS-LINE
              MOVE "SRCH-015" TO WS-MSG-ID
              PERFORM SAY-LINE
              GOBACK
           END-IF

           IF WS-IS-CONNECTED NOT = "Y"
              MOVE "! Only first-degree connections can write one."
                   TO WS-LINE
              MOVE "SRCH-016" TO WS-MSG-ID
              PERFORM SAY-LINE
              GOBACK
           END-IF

           MOVE "Enter your recommendation (one line, max 200 chars):"
                TO WS-LINE
           MOVE "SRCH-017" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE SPACES TO WS-TMP
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-TMP

           IF FUNCTION TRIM(WS-TMP) = SPACES
              MOVE "! A recommendation cannot be blank." TO WS-LINE
              MOVE "SRCH-018" TO WS-MSG-ID
              PERFORM SAY-LINE
              GOBACK
           END-IF


           MOVE "Recommendation submitted for the owner's approval."
                TO WS-LINE
           MOVE "SRCH-019" TO WS-MSG-ID
           PERFORM SAY-LINE.

      *> Lets a first-degree connection vouch for one of this
      *> student's skills.dat rows. Self-endorsement and a second
       ENDORSE-SKILL.
           IF FUNCTION TRIM(WS-MATCH-USER) = FUNCTION TRIM(L-USERNAME)
              MOVE "! You cannot endorse your own skills." TO WS-LINE
              MOVE "SRCH-020" TO WS-MSG-ID
              PERFORM SAY-LINE
              GOBACK
           END-IF

           IF WS-IS-CONNECTED NOT = "Y"
              MOVE "! Only first-degree connections can endorse."
                   TO WS-LINE
              MOVE "SRCH-021" TO WS-MSG-ID
              PERFORM SAY-LINE
              GOBACK
           END-IF

           PERFORM LIST-THEIR-SKILLS
           IF WS-SKILL-LIST-CNT = 0
              MOVE "! This student has no skills on file." TO WS-LINE
              MOVE "SRCH-022" TO WS-MSG-ID
              PERFORM SAY-LINE
              GOBACK
           END-IF

           MOVE "Enter the number of the skill to endorse:" TO WS-LINE
           MOVE "SRCH-023" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE SPACES TO WS-TMP
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-TMP
           IF WS-SKILL-PICK < 1 OR
              WS-SKILL-PICK > WS-SKILL-LIST-CNT
              MOVE "! Invalid selection." TO WS-LINE
              MOVE "SRCH-006" TO WS-MSG-ID
              PERFORM SAY-LINE
              GOBACK
           END-IF

           IF WS-ALREADY-ENDORSED = "Y"
              MOVE "! You have already endorsed that skill."
                   TO WS-LINE
              MOVE "SRCH-024" TO WS-MSG-ID
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

       END PROGRAM SEARCH-USER.
