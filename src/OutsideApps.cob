      *> "My Outside Applications" screen, reached from the main menu.
      *> Most students also apply through company sites and other job
      *> boards, which applications.dat never sees. Here a student
      *> keeps their own log of those applications - company, role,
      *> date applied and current stage - in data/outside-apps.dat,
      *> and moves each one along as it progresses. ADVISOR-DASH
      *> shows the stages next to the in-system counts, and
      *> PLACEMENT-REPORT and SURVEY-RESULTS count an outside offer or
      *> hire so the placement is not lost. Stage changes rewrite the
      *> file with the same temp-file replace pattern every data-file
      *> update here uses.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MY-OUTSIDE-APPS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTSIDE-FILE ASSIGN TO "data/outside-apps.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OA-STATUS.
           SELECT OUTSIDE-TEMP-FILE ASSIGN TO "data/oatemp.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEMP-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> data/outside-apps.dat: one row per application a student
      *> made outside InCollege. OA-STAGE-DATE is when the current
      *> stage was set, so the term-scoped reports can place an
      *> outside hire in the term it happened.
       FD OUTSIDE-FILE.
       01 OUTSIDE-REC.
          05 OA-USERNAME       PIC X(20).
          05 OA-COMPANY        PIC X(50).
          05 OA-ROLE           PIC X(50).
          05 OA-APPLIED-DATE   PIC X(10).
          05 OA-STAGE          PIC X(10).
             88 OA-APPLIED         VALUE "Applied".
             88 OA-INTERVIEW       VALUE "Interview".
             88 OA-OFFER           VALUE "Offer".
             88 OA-HIRED           VALUE "Hired".
             88 OA-REJECTED        VALUE "Rejected".
             88 OA-WITHDRAWN       VALUE "Withdrawn".
          05 OA-STAGE-DATE     PIC X(10).

       FD OUTSIDE-TEMP-FILE.
       01 OUTSIDE-TEMP-REC PIC X(150).

       WORKING-STORAGE SECTION.
       77 WS-OA-STATUS       PIC XX.
       77 WS-TEMP-STATUS     PIC XX.
       77 WS-EOF             PIC X VALUE "N".
       77 WS-COMMAND         PIC X(20).
       77 WS-LINE            PIC X(500).
       77 WS-SX-COMMAND      PIC X(10).
       77 WS-MSG-ID          PIC X(12).
       77 WS-LIST-COUNT      PIC 9(03) VALUE 0.
       77 WS-SEEN-COUNT      PIC 9(03) VALUE 0.
       77 WS-ACTION          PIC 9(01) VALUE 0.
       77 WS-PICK-NUM        PIC 9(03) VALUE 0.
       77 WS-STAGE-PICK      PIC 9(01) VALUE 0.
       77 WS-NEW-STAGE       PIC X(10).
       77 WS-IS-VALID        PIC X VALUE "N".
       77 WS-CANCELLED       PIC X VALUE "N".
       77 WS-CURR-DATE       PIC X(21).
       77 WS-TODAY           PIC X(10).
       77 WS-DATE-TEXT       PIC X(10).
       77 WS-DATE-STR        PIC X(8).
       77 WS-DATE-NUM        PIC 9(8).
       77 WS-DATE-INT        PIC S9(8) COMP.
       77 WS-NEW-COMPANY     PIC X(50).
       77 WS-NEW-ROLE        PIC X(50).
       77 WS-NEW-APPLIED     PIC X(10).

      *> The stage names, in the order the stage prompt numbers them.
       01 WS-STAGE-VALUES.
          05 FILLER PIC X(10) VALUE "Applied".
          05 FILLER PIC X(10) VALUE "Interview".
          05 FILLER PIC X(10) VALUE "Offer".
          05 FILLER PIC X(10) VALUE "Hired".
          05 FILLER PIC X(10) VALUE "Rejected".
          05 FILLER PIC X(10) VALUE "Withdrawn".
       01 WS-STAGE-TABLE REDEFINES WS-STAGE-VALUES.
          05 WS-STAGE-NAME PIC X(10) OCCURS 6 TIMES.

       LINKAGE SECTION.
       01 OA-USER PIC X(20).

       PROCEDURE DIVISION USING OA-USER.
       MAIN-PROGRAM.
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE
           MOVE SPACES TO WS-TODAY
           STRING WS-CURR-DATE(1:4) "-" WS-CURR-DATE(5:2) "-"
                  WS-CURR-DATE(7:2)
                  DELIMITED BY SIZE INTO WS-TODAY
           END-STRING

           MOVE "--- My Outside Applications ---" TO WS-LINE
           MOVE "OUTA-001" TO WS-MSG-ID
           PERFORM SAY-LINE

           PERFORM LIST-OUTSIDE-APPS

           IF WS-LIST-COUNT = 0
              MOVE "You have not logged any applications made outside"
               & " InCollege." TO WS-LINE
              MOVE "OUTA-002" TO WS-MSG-ID
              PERFORM SAY-LINE
           END-IF

           PERFORM OFFER-ACTIONS

           MOVE "-------------------------------" TO WS-LINE
           PERFORM OUT
           GOBACK.

       LIST-OUTSIDE-APPS.
           MOVE 0 TO WS-LIST-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT OUTSIDE-FILE
           IF WS-OA-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ OUTSIDE-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF FUNCTION TRIM(OA-USERNAME) =
                          FUNCTION TRIM(OA-USER)
                          ADD 1 TO WS-LIST-COUNT
                          PERFORM SHOW-ONE-OUTSIDE-APP
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE OUTSIDE-FILE
           END-IF.

       SHOW-ONE-OUTSIDE-APP.
           MOVE SPACES TO WS-LINE
           STRING WS-LIST-COUNT ". "
                  FUNCTION TRIM(OA-ROLE) " at "
                  FUNCTION TRIM(OA-COMPANY)
                  DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           PERFORM OUT
           MOVE SPACES TO WS-LINE
           STRING "     Applied " OA-APPLIED-DATE
                  "   Stage: " FUNCTION TRIM(OA-STAGE)
                  " (since " OA-STAGE-DATE ")"
                  DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           PERFORM OUT.

       OFFER-ACTIONS.
           MOVE "1. Log an outside application" TO WS-LINE
           MOVE "OUTA-003" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "2. Update an application's stage" TO WS-LINE
           MOVE "OUTA-004" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "3. Remove an entry" TO WS-LINE
           MOVE "OUTA-005" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "4. Go back" TO WS-LINE
           MOVE "OUTA-006" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "Enter your choice:" TO WS-LINE
           MOVE "ENTER-CHOICE" TO WS-MSG-ID
           PERFORM SAY-LINE
           PERFORM READ-ANSWER
           MOVE FUNCTION NUMVAL(WS-LINE(1:1)) TO WS-ACTION

           EVALUATE WS-ACTION
              WHEN 1
                 PERFORM LOG-OUTSIDE-APP
              WHEN 2
                 PERFORM PICK-ENTRY
                 IF WS-PICK-NUM > 0
                    PERFORM ASK-STAGE
                    IF WS-CANCELLED = "N"
                       PERFORM REWRITE-OUTSIDE-APPS
                       MOVE "Stage updated." TO WS-LINE
                       MOVE "OUTA-007" TO WS-MSG-ID
                       PERFORM SAY-LINE
                    END-IF
                 END-IF
              WHEN 3
                 PERFORM PICK-ENTRY
                 IF WS-PICK-NUM > 0
                    MOVE SPACES TO WS-NEW-STAGE
                    PERFORM REWRITE-OUTSIDE-APPS
                    MOVE "Entry removed." TO WS-LINE
                    MOVE "OUTA-008" TO WS-MSG-ID
                    PERFORM SAY-LINE
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *> Company and role are required; the date applied defaults to
      *> today and may not be in the future; the stage defaults to
      *> Applied.
       LOG-OUTSIDE-APP.
           MOVE "Company name:" TO WS-LINE
           MOVE "OUTA-009" TO WS-MSG-ID
           PERFORM SAY-LINE
           PERFORM READ-ANSWER
           IF WS-LINE = HIGH-VALUES OR FUNCTION TRIM(WS-LINE) = SPACES
              MOVE "A company name is required - nothing logged."
                   TO WS-LINE
              MOVE "OUTA-010" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-LINE) TO WS-NEW-COMPANY

           MOVE "Role or position title:" TO WS-LINE
           MOVE "OUTA-011" TO WS-MSG-ID
           PERFORM SAY-LINE
           PERFORM READ-ANSWER
           IF WS-LINE = HIGH-VALUES OR FUNCTION TRIM(WS-LINE) = SPACES
              MOVE "A role is required - nothing logged." TO WS-LINE
              MOVE "OUTA-012" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-LINE) TO WS-NEW-ROLE

           PERFORM ASK-APPLIED-DATE
           IF WS-CANCELLED = "Y"
              EXIT PARAGRAPH
           END-IF

           PERFORM ASK-STAGE
           IF WS-CANCELLED = "Y"
              MOVE "Applied" TO WS-NEW-STAGE
           END-IF

           OPEN EXTEND OUTSIDE-FILE
           IF WS-OA-STATUS NOT = "00"
              OPEN OUTPUT OUTSIDE-FILE
           END-IF
           MOVE OA-USER TO OA-USERNAME
           MOVE WS-NEW-COMPANY TO OA-COMPANY
           MOVE WS-NEW-ROLE TO OA-ROLE
           MOVE WS-NEW-APPLIED TO OA-APPLIED-DATE
           MOVE WS-NEW-STAGE TO OA-STAGE
           MOVE WS-TODAY TO OA-STAGE-DATE
           WRITE OUTSIDE-REC
           CLOSE OUTSIDE-FILE

           MOVE "Outside application logged." TO WS-LINE
           MOVE "OUTA-013" TO WS-MSG-ID
           PERFORM SAY-LINE.

       ASK-APPLIED-DATE.
           MOVE "N" TO WS-CANCELLED
           MOVE "N" TO WS-IS-VALID
           PERFORM UNTIL WS-IS-VALID = "Y"
              MOVE "Date applied as YYYY-MM-DD (press Enter for"
               & " today):" TO WS-LINE
              MOVE "OUTA-014" TO WS-MSG-ID
              PERFORM SAY-LINE
              PERFORM READ-ANSWER
              IF WS-LINE = HIGH-VALUES
                 MOVE "Y" TO WS-CANCELLED
                 EXIT PARAGRAPH
              END-IF
              IF FUNCTION TRIM(WS-LINE) = SPACES
                 MOVE WS-TODAY TO WS-NEW-APPLIED
                 MOVE "Y" TO WS-IS-VALID
              ELSE
                 MOVE FUNCTION TRIM(WS-LINE) TO WS-DATE-TEXT
                 PERFORM CHECK-APPLIED-DATE
              END-IF
           END-PERFORM.

      *> A real YYYY-MM-DD date no later than today, checked with
      *> INTEGER-OF-DATE the way POST-JOB checks a deadline.
       CHECK-APPLIED-DATE.
           MOVE SPACES TO WS-DATE-STR
           STRING WS-DATE-TEXT(1:4) WS-DATE-TEXT(6:2)
                  WS-DATE-TEXT(9:2)
                  DELIMITED BY SIZE INTO WS-DATE-STR
           END-STRING
           IF WS-DATE-STR IS NOT NUMERIC OR
              WS-DATE-TEXT(5:1) NOT = "-" OR
              WS-DATE-TEXT(8:1) NOT = "-"
              MOVE "Enter the date as YYYY-MM-DD." TO WS-LINE
              MOVE "OUTA-015" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF
           MOVE WS-DATE-STR TO WS-DATE-NUM
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           IF WS-DATE-INT = 0
              MOVE "That is not a valid calendar date." TO WS-LINE
              MOVE "OUTA-016" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF
           IF WS-DATE-TEXT > WS-TODAY
              MOVE "The date applied cannot be in the future."
                   TO WS-LINE
              MOVE "OUTA-017" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF
           MOVE WS-DATE-TEXT TO WS-NEW-APPLIED
           MOVE "Y" TO WS-IS-VALID.

       ASK-STAGE.
           MOVE "N" TO WS-CANCELLED
           MOVE "Current stage - 1 Applied, 2 Interview, 3 Offer, 4"
            & " Hired, 5 Rejected," TO WS-LINE
           MOVE "OUTA-018" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "6 Withdrawn (press Enter for Applied):" TO WS-LINE
           MOVE "OUTA-019" TO WS-MSG-ID
           PERFORM SAY-LINE
           PERFORM READ-ANSWER
           IF WS-LINE = HIGH-VALUES
              MOVE "Y" TO WS-CANCELLED
              EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-STAGE-PICK
           IF WS-LINE(1:1) >= "1" AND WS-LINE(1:1) <= "6"
              MOVE FUNCTION NUMVAL(WS-LINE(1:1)) TO WS-STAGE-PICK
           END-IF
           MOVE WS-STAGE-NAME(WS-STAGE-PICK) TO WS-NEW-STAGE.

       PICK-ENTRY.
           MOVE 0 TO WS-PICK-NUM
           IF WS-LIST-COUNT = 0
              EXIT PARAGRAPH
           END-IF
           MOVE "Enter the entry number:" TO WS-LINE
           MOVE "OUTA-020" TO WS-MSG-ID
           PERFORM SAY-LINE
           PERFORM READ-ANSWER
           IF WS-LINE = HIGH-VALUES
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-LINE) TO WS-PICK-NUM
           IF WS-PICK-NUM > WS-LIST-COUNT
              MOVE "No entry has that number." TO WS-LINE
              MOVE "OUTA-021" TO WS-MSG-ID
              PERFORM SAY-LINE
              MOVE 0 TO WS-PICK-NUM
           END-IF.

      *> Copies every row through the temp file; the student's
      *> WS-PICK-NUM-th row takes WS-NEW-STAGE (dated today), or is
      *> dropped when WS-NEW-STAGE is blank.
       REWRITE-OUTSIDE-APPS.
           MOVE 0 TO WS-SEEN-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT OUTSIDE-FILE
           OPEN OUTPUT OUTSIDE-TEMP-FILE
           IF WS-OA-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ OUTSIDE-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       PERFORM COPY-ONE-OUTSIDE-APP
                 END-READ
              END-PERFORM
              CLOSE OUTSIDE-FILE
           END-IF
           CLOSE OUTSIDE-TEMP-FILE

           OPEN OUTPUT OUTSIDE-FILE
           OPEN INPUT OUTSIDE-TEMP-FILE
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
              READ OUTSIDE-TEMP-FILE INTO OUTSIDE-REC
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END WRITE OUTSIDE-REC
              END-READ
           END-PERFORM
           CLOSE OUTSIDE-TEMP-FILE
           CLOSE OUTSIDE-FILE.

       COPY-ONE-OUTSIDE-APP.
           IF FUNCTION TRIM(OA-USERNAME) = FUNCTION TRIM(OA-USER)
              ADD 1 TO WS-SEEN-COUNT
              IF WS-SEEN-COUNT = WS-PICK-NUM
                 IF WS-NEW-STAGE = SPACES
                    EXIT PARAGRAPH
                 END-IF
                 MOVE WS-NEW-STAGE TO OA-STAGE
                 MOVE WS-TODAY TO OA-STAGE-DATE
              END-IF
           END-IF
           WRITE OUTSIDE-TEMP-REC FROM OUTSIDE-REC.

       READ-ANSWER.
           MOVE SPACES TO WS-LINE
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE.

       OUT.
           MOVE "WRITE" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE.

      *> OUT in the account's screen language: WS-LINE
      *> holds the English wording, WS-MSG-ID its data/msg-catalog.dat
      *> ID.
       SAY-LINE.
           MOVE "TEXT" TO WS-SX-COMMAND
           CALL "SCREEN-TEXT" USING WS-SX-COMMAND OA-USER
                                    WS-MSG-ID WS-LINE
           PERFORM OUT.

       END PROGRAM MY-OUTSIDE-APPS.
