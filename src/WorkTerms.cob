      *> once the term actually finished. Rewrites use the same
      *> temp-file replace pattern every data-file update here uses;
      *> PLACEMENT-REPORT counts the confirmed completions.
      *> A term taken for academic credit carries a learning
      *> agreement (LEARN-AGREE): the student sets it up, the
      *> employer and the faculty supervisor approve it here, and at
      *> term end the supervisor - who also sees the rows they
      *> supervise - enters the grade.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WORK-TERMS.

       77 WS-EOF             PIC X VALUE "N".
       77 WS-COMMAND         PIC X(20).
       77 WS-LINE            PIC X(500).
       77 WS-SX-COMMAND      PIC X(10).
       77 WS-MSG-ID          PIC X(12).
       77 WS-LIST-COUNT      PIC 9(03) VALUE 0.
       77 WS-ACTION          PIC 9(01) VALUE 0.
       77 WS-PICK-JOB-ID     PIC 9(05) VALUE 0.
       77 WS-NOTIF-TO        PIC X(20).
       77 WS-NOTIF-MSG       PIC X(100).
       77 WS-NOTIF-CATEGORY  PIC X(12).
       77 WS-LA-COMMAND      PIC X(10).
       77 WS-LA-RESULT       PIC X(10).
       01 WS-WT-ROW          PIC X(228).

       LINKAGE SECTION.
       01 WT-USERNAME PIC X(20).
       PROCEDURE DIVISION USING WT-USERNAME.
       MAIN-PROGRAM.
           MOVE "--- Work Terms ---" TO WS-LINE
           MOVE "WTRM-001" TO WS-MSG-ID
           PERFORM SAY-LINE

           PERFORM LIST-MY-WORK-TERMS

           IF WS-LIST-COUNT = 0
              MOVE "You have no work terms on file." TO WS-LINE
              MOVE "WTRM-002" TO WS-MSG-ID
              PERFORM SAY-LINE
           ELSE
              PERFORM OFFER-ACTIONS
           END-IF
                 READ WORKTERM-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       MOVE "SUPER" TO WS-LA-COMMAND
                       CALL "LEARN-AGREE" USING WS-LA-COMMAND
                            WT-USERNAME WORKTERM-REC WS-LA-RESULT
                       IF FUNCTION TRIM(WT-EMPLOYER) =
                          FUNCTION TRIM(WT-USERNAME) OR
                          FUNCTION TRIM(WT-STUDENT) =
                          FUNCTION TRIM(WT-USERNAME) OR
                          WS-LA-RESULT = "Y"
                          ADD 1 TO WS-LIST-COUNT
                          PERFORM SHOW-ONE-WORK-TERM
                       END-IF
           MOVE SPACES TO WS-LINE
           IF WT-MID-SCORE = SPACE
              MOVE "  mid-term: not evaluated" TO WS-LINE
              MOVE "WTRM-020" TO WS-MSG-ID
              PERFORM SAY-LINE
           ELSE
              STRING "  mid-term: " WT-MID-SCORE "/5 - "
                     FUNCTION TRIM(WT-MID-COMMENT)
                     DELIMITED BY SIZE INTO WS-LINE
              END-STRING
              PERFORM OUT
           END-IF
           MOVE SPACES TO WS-LINE
           IF WT-FIN-SCORE = SPACE
              MOVE "  final: not evaluated" TO WS-LINE
              MOVE "WTRM-021" TO WS-MSG-ID
              PERFORM SAY-LINE
           ELSE
              STRING "  final: " WT-FIN-SCORE "/5 - "
                     FUNCTION TRIM(WT-FIN-COMMENT)
                     DELIMITED BY SIZE INTO WS-LINE
              END-STRING
              PERFORM OUT
           END-IF
           IF WT-COMPLETE = "Y"
              MOVE "  [completed - confirmed by the student]"
                   TO WS-LINE
              MOVE "WTRM-003" TO WS-MSG-ID
              PERFORM SAY-LINE
           END-IF
           MOVE "SHOW" TO WS-LA-COMMAND
           CALL "LEARN-AGREE" USING WS-LA-COMMAND WT-USERNAME
                WORKTERM-REC WS-LA-RESULT.

       OFFER-ACTIONS.
           MOVE "1. Record a mid-term evaluation (employer)"
                TO WS-LINE
           MOVE "WTRM-004" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "2. Record a final evaluation (employer)" TO WS-LINE
           MOVE "WTRM-005" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "3. Confirm the term completed (student)" TO WS-LINE
           MOVE "WTRM-006" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "4. Set up a learning agreement for credit (student)"
                TO WS-LINE
           MOVE "WTRM-007" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "5. Approve a learning agreement (employer or"
                & " supervisor)" TO WS-LINE
           MOVE "WTRM-008" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "6. Enter the credit grade (faculty supervisor)"
                TO WS-LINE
           MOVE "WTRM-009" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "7. Go back" TO WS-LINE
           MOVE "WTRM-010" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "Enter your choice:" TO WS-LINE
           MOVE "ENTER-CHOICE" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE SPACES TO WS-LINE
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE
           MOVE FUNCTION NUMVAL(WS-LINE(1:1)) TO WS-ACTION

           IF WS-ACTION < 1 OR WS-ACTION > 6
              EXIT PARAGRAPH
           END-IF

           MOVE "Enter the Job ID of the work term:" TO WS-LINE
           MOVE "WTRM-011" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE SPACES TO WS-LINE
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE
           MOVE FUNCTION NUMVAL(WS-LINE) TO WS-PICK-JOB-ID

           IF WS-ACTION > 3
              PERFORM AGREEMENT-ACTION
              EXIT PARAGRAPH
           END-IF

           IF WS-ACTION = 1 OR WS-ACTION = 2
              MOVE "Enter the student's username:" TO WS-LINE
              MOVE "WTRM-012" TO WS-MSG-ID
              PERFORM SAY-LINE
              MOVE SPACES TO WS-LINE
              MOVE "READ" TO WS-COMMAND
              CALL "IO-MODULE" USING WS-COMMAND WS-LINE
              MOVE WS-LINE TO WS-PICK-STUDENT

              MOVE "Enter the score (1-5):" TO WS-LINE
              MOVE "WTRM-013" TO WS-MSG-ID
              PERFORM SAY-LINE
              MOVE SPACES TO WS-LINE
              MOVE "READ" TO WS-COMMAND
              CALL "IO-MODULE" USING WS-COMMAND WS-LINE
              END-IF

              MOVE "Enter a short comment:" TO WS-LINE
              MOVE "WTRM-014" TO WS-MSG-ID
              PERFORM SAY-LINE
              MOVE SPACES TO WS-LINE
              MOVE "READ" TO WS-COMMAND
              CALL "IO-MODULE" USING WS-COMMAND WS-LINE
           IF WS-UPDATE-DONE = "N"
              MOVE "No work term of yours matches that Job ID and "
               & "student." TO WS-LINE
              MOVE "WTRM-015" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF

                                    WS-NOTIF-CATEGORY

           MOVE "Evaluation recorded." TO WS-LINE
           MOVE "WTRM-016" TO WS-MSG-ID
           PERFORM SAY-LINE.

       CONFIRM-COMPLETION.
           MOVE "N" TO WS-UPDATE-DONE
           IF WS-UPDATE-DONE = "N"
              MOVE "No work term of yours matches that Job ID."
                   TO WS-LINE
              MOVE "WTRM-017" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF


           MOVE "Completion confirmed - congratulations on finishing "
            & "your term." TO WS-LINE
           MOVE "WTRM-018" TO WS-MSG-ID
           PERFORM SAY-LINE.

      *> Finds the work term the agreement belongs to - the user's
      *> own for the student, otherwise the named student's - and
      *> hands the row to LEARN-AGREE, which checks the user's part
      *> in it.
       AGREEMENT-ACTION.
           IF WS-ACTION = 4
              MOVE WT-USERNAME TO WS-PICK-STUDENT
           ELSE
              MOVE "Enter the student's username:" TO WS-LINE
              MOVE "WTRM-012" TO WS-MSG-ID
              PERFORM SAY-LINE
              MOVE SPACES TO WS-LINE
              MOVE "READ" TO WS-COMMAND
              CALL "IO-MODULE" USING WS-COMMAND WS-LINE
              MOVE WS-LINE TO WS-PICK-STUDENT
           END-IF

           MOVE "N" TO WS-UPDATE-DONE
           MOVE "N" TO WS-EOF
           OPEN INPUT WORKTERM-FILE
           IF WS-WT-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ WORKTERM-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF WT-JOB-ID = WS-PICK-JOB-ID AND
                          FUNCTION TRIM(WT-STUDENT) =
                          FUNCTION TRIM(WS-PICK-STUDENT)
                          MOVE "Y" TO WS-UPDATE-DONE
                          MOVE WORKTERM-REC TO WS-WT-ROW
                          MOVE "Y" TO WS-EOF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE WORKTERM-FILE
           END-IF
           IF WS-UPDATE-DONE = "N"
              MOVE "No work term matches that Job ID and student."
                   TO WS-LINE
              MOVE "WTRM-019" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF

           EVALUATE WS-ACTION
              WHEN 4 MOVE "SETUP" TO WS-LA-COMMAND
              WHEN 5 MOVE "APPROVE" TO WS-LA-COMMAND
              WHEN 6 MOVE "GRADE" TO WS-LA-COMMAND
           END-EVALUATE
           CALL "LEARN-AGREE" USING WS-LA-COMMAND WT-USERNAME
                WS-WT-ROW WS-LA-RESULT.

       REWRITE-FROM-TEMP.
           OPEN OUTPUT WORKTERM-FILE
           MOVE "WRITE" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE.

      *> OUT in the account's screen language: WS-LINE
      *> holds the English wording, WS-MSG-ID its data/msg-catalog.dat
      *> ID.
       SAY-LINE.
           MOVE "TEXT" TO WS-SX-COMMAND
           CALL "SCREEN-TEXT" USING WS-SX-COMMAND WT-USERNAME
                                    WS-MSG-ID WS-LINE
           PERFORM OUT.

       END PROGRAM WORK-TERMS.
