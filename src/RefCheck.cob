      *> released reference checked with a date. MY-OFFERS shows the
      *> released/checked tally on the offer line so an acceptance
      *> can be gated on checks complete where the employer requires
      *> it. What the reference said is kept with the check, for the
      *> employer's eyes only, sealed on file like messages and
      *> applicant notes (see FIELD-CRYPT).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REF-CHECK.


      *> data/ref-releases.dat: one row per reference the student
      *> released against one offer; the employer flips the checked
      *> flag once they have spoken to the person, and may keep a
      *> short sealed record of what the reference said.
       FD RELEASE-FILE.
       01 REF-RELEASE-REC.
          05 RR-JOB-ID     PIC 9(05).
          05 RR-SEQ        PIC 9(01).
          05 RR-CHECKED    PIC X(01).
          05 RR-CHECK-DATE PIC X(10).
          05 RR-RESPONSE   PIC X(100).

       FD RELEASE-TEMP-FILE.
       01 RELEASE-TEMP-REC PIC X(157).

       WORKING-STORAGE SECTION.
       77 WS-REFS-STATUS     PIC XX.
       77 WS-EOF             PIC X VALUE "N".
       77 WS-COMMAND         PIC X(20).
       77 WS-LINE            PIC X(500).
       77 WS-SX-COMMAND      PIC X(10).
       77 WS-MSG-ID          PIC X(12).
       77 WS-ACTION          PIC 9(01) VALUE 0.
       77 WS-REF-COUNT       PIC 9(01) VALUE 0.
       77 WS-MAX-SEQ         PIC 9(01) VALUE 0.
       77 WS-NOTIF-TO        PIC X(20).
       77 WS-NOTIF-MSG       PIC X(100).
       77 WS-NOTIF-CATEGORY  PIC X(12).
       77 WS-RESPONSE        PIC X(100).
       77 WS-FC-COMMAND      PIC X(10).
       77 WS-FC-TEXT         PIC X(480).
       77 WS-FC-WIDTH        PIC 9(03).
       77 WS-FC-RESULT       PIC X(10).

       LINKAGE SECTION.
       01 RC-USERNAME PIC X(20).
       PROCEDURE DIVISION USING RC-USERNAME.
       MAIN-PROGRAM.
           MOVE "--- References ---" TO WS-LINE
           MOVE "REFC-001" TO WS-MSG-ID
           PERFORM SAY-LINE

           PERFORM LIST-MY-REFERENCES
           PERFORM LIST-REQUESTS-FOR-ME
           PERFORM LIST-RELEASES-TO-ME

           MOVE "1. Add a reference (student)" TO WS-LINE
           MOVE "REFC-002" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "2. Release references to a requesting employer (stu"
            & "dent)" TO WS-LINE
           MOVE "REFC-003" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "3. Mark a released reference checked (employer)"
                TO WS-LINE
           MOVE "REFC-004" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "4. Go back" TO WS-LINE
           MOVE "REFC-005" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "Enter your choice:" TO WS-LINE
           MOVE "ENTER-CHOICE" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE SPACES TO WS-LINE
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE
                                    " [checked " RR-CHECK-DATE "]"
                                    DELIMITED BY SIZE INTO WS-LINE
                             END-STRING
                             IF RR-RESPONSE NOT = SPACES
                                PERFORM OUT
                                MOVE SPACES TO WS-FC-TEXT
                                MOVE RR-RESPONSE TO WS-FC-TEXT
                                PERFORM OPEN-RESPONSE
                                MOVE SPACES TO WS-LINE
                                STRING "  Response: "
                                       FUNCTION TRIM(WS-FC-TEXT(1:100))
                                       DELIMITED BY SIZE INTO WS-LINE
                                END-STRING
                             END-IF
                          ELSE
                             STRING "Released to you: "
                                    FUNCTION TRIM(RR-STUDENT)
           IF WS-MAX-SEQ >= 9
              MOVE "You already list nine references - plenty."
                   TO WS-LINE
              MOVE "REFC-006" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF
           OPEN EXTEND REFS-FILE
           MOVE RC-USERNAME TO REF-OWNER
           COMPUTE REF-SEQ = WS-MAX-SEQ + 1
           MOVE "Reference's name:" TO WS-LINE
           MOVE "REFC-007" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE SPACES TO WS-LINE
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE
           MOVE WS-LINE TO REF-NAME
           MOVE "Relation (e.g. professor, past manager):" TO WS-LINE
           MOVE "REFC-008" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE SPACES TO WS-LINE
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE
           MOVE WS-LINE TO REF-RELATION
           MOVE "Contact (email or phone):" TO WS-LINE
           MOVE "REFC-009" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE SPACES TO WS-LINE
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE
           WRITE REFERENCE-REC
           CLOSE REFS-FILE
           MOVE "Reference added." TO WS-LINE
           MOVE "REFC-010" TO WS-MSG-ID
           PERFORM SAY-LINE.

      *> The student chooses which reference goes to which offer -
      *> releasing is theirs to decide, reference by reference.
       RELEASE-REFERENCES.
           MOVE "Enter the Job ID of the requesting offer:"
                TO WS-LINE
           MOVE "REFC-011" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE SPACES TO WS-LINE
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE
           IF WS-REQ-FOUND = "N"
              MOVE "No employer has requested references for that "
               & "offer." TO WS-LINE
              MOVE "REFC-012" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF

           MOVE "Enter the reference number to release:" TO WS-LINE
           MOVE "REFC-013" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE SPACES TO WS-LINE
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE
           MOVE WS-PICK-SEQ TO RR-SEQ
           MOVE "N" TO RR-CHECKED
           MOVE SPACES TO RR-CHECK-DATE
           MOVE SPACES TO RR-RESPONSE
           WRITE REF-RELEASE-REC
           CLOSE RELEASE-FILE

                                    WS-NOTIF-CATEGORY

           MOVE "Reference released to the employer." TO WS-LINE
           MOVE "REFC-014" TO WS-MSG-ID
           PERFORM SAY-LINE.

       FIND-REQUEST.
           MOVE "N" TO WS-REQ-FOUND

       MARK-REFERENCE-CHECKED.
           MOVE "Enter the Job ID:" TO WS-LINE
           MOVE "REFC-015" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE SPACES TO WS-LINE
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE
           MOVE FUNCTION NUMVAL(WS-LINE) TO WS-PICK-JOB-ID

           MOVE "Enter the student's username:" TO WS-LINE
           MOVE "REFC-016" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE SPACES TO WS-LINE
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE
           MOVE WS-LINE TO WS-PICK-STUDENT

           MOVE "Enter the reference number:" TO WS-LINE
           MOVE "REFC-017" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE SPACES TO WS-LINE
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE
           MOVE FUNCTION NUMVAL(WS-LINE(1:1)) TO WS-PICK-SEQ

           MOVE "What did the reference say? (up to 92 chars, only"
                TO WS-LINE
           MOVE "REFC-018" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "you will see it - press Enter to skip):" TO WS-LINE
           MOVE "REFC-019" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE SPACES TO WS-LINE
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE
           MOVE SPACES TO WS-FC-TEXT
           MOVE WS-LINE(1:92) TO WS-FC-TEXT
           PERFORM SEAL-RESPONSE
           MOVE WS-FC-TEXT TO WS-RESPONSE

           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE
           MOVE "N" TO WS-UPDATE-DONE
           MOVE "N" TO WS-EOF
                                 DELIMITED BY SIZE
                                 INTO RR-CHECK-DATE
                          END-STRING
                          IF WS-RESPONSE NOT = SPACES
                             MOVE WS-RESPONSE TO RR-RESPONSE
                          END-IF
                       END-IF
                       WRITE RELEASE-TEMP-REC FROM REF-RELEASE-REC
                 END-READ

           IF WS-UPDATE-DONE = "N"
              MOVE "No released reference matches that." TO WS-LINE
              MOVE "REFC-020" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF

           CLOSE RELEASE-FILE

           MOVE "Reference marked checked." TO WS-LINE
           MOVE "REFC-021" TO WS-MSG-ID
           PERFORM SAY-LINE.

      *> RR-RESPONSE is 100 wide and the seal header takes 8 of it,
      *> hence the 92-character prompt. With no key on file yet the
      *> response is kept plain until KEY-ROTATE seals it.
       SEAL-RESPONSE.
           MOVE "ENCRYPT" TO WS-FC-COMMAND
           MOVE 100 TO WS-FC-WIDTH
           CALL "FIELD-CRYPT" USING WS-FC-COMMAND WS-FC-TEXT
                WS-FC-WIDTH WS-FC-RESULT.

       OPEN-RESPONSE.
           MOVE "DECRYPT" TO WS-FC-COMMAND
           MOVE 100 TO WS-FC-WIDTH
           CALL "FIELD-CRYPT" USING WS-FC-COMMAND WS-FC-TEXT
                WS-FC-WIDTH WS-FC-RESULT.

       OUT.
           MOVE "WRITE" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE.

      *> OUT in the account's screen language: WS-LINE
      *> holds the English wording, WS-MSG-ID its data/msg-catalog.dat
      *> ID.
       SAY-LINE.
           MOVE "TEXT" TO WS-SX-COMMAND
           CALL "SCREEN-TEXT" USING WS-SX-COMMAND RC-USERNAME
                                    WS-MSG-ID WS-LINE
           PERFORM OUT.

       END PROGRAM REF-CHECK.
