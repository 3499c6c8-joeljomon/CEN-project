      *> Learning agreements: academic credit for a work term. The
      *> student attaches an agreement to one of their work-terms.dat
      *> rows naming the faculty supervisor (an account carrying the
      *> faculty role in account-roles.dat), the course, the credit
      *> hours and up to three learning objectives. The student,
      *> the employer and the faculty supervisor must each approve
      *> it; either of the other two can send it back to the student
      *> with a reason, which clears every approval. Once the term
      *> has ended and the employer's final evaluation (WT-FIN-SCORE)
      *> is on file, the supervisor enters the grade, and
      *> REGISTRAR-GRADES sends it to the registrar.
      *>
      *> One row per student and posting in
      *> data/learning-agreements.dat:
      *>
      *>   student, Job ID, employer, faculty supervisor, course,
      *>   term (the term-calendar term the work term starts in,
      *>   e.g. SUMMER2026), credit hours, objectives,
      *>   the three approval flags, status, date set up, date fully
      *>   approved, grade, date graded, date sent to the registrar
      *>
      *> Status runs Pending -> Approved -> Graded -> Reported, or
      *> Returned when sent back (the student then sets it up again).
      *>
      *> Called from WORK-TERMS with the work-terms.dat row in
      *> LW-WORKTERM. Commands (LA-COMMAND):
      *>   SHOW    - the agreement lines under that row's listing
      *>   SETUP   - the student sets up (or redoes) the agreement
      *>   APPROVE - the employer's or supervisor's approval screen
      *>   GRADE   - the supervisor's grade entry
      *>   SUPER   - result Y when LA-USER supervises the row's
      *>             agreement, so WORK-TERMS lists it for them
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEARN-AGREE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGREE-FILE ASSIGN TO "data/learning-agreements.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGR-STATUS.
           SELECT AGREE-TEMP-FILE ASSIGN TO "data/agreetemp.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGRTMP-STATUS.
           SELECT ROLES-FILE ASSIGN TO "data/account-roles.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROLES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD AGREE-FILE.
       01 AGREE-REC.
          05 LA-STUDENT      PIC X(20).
          05 LA-JOB-ID       PIC 9(05).
          05 LA-EMPLOYER     PIC X(20).
          05 LA-FACULTY      PIC X(20).
          05 LA-COURSE       PIC X(10).
          05 LA-TERM         PIC X(10).
          05 LA-CREDITS      PIC 9(02).
          05 LA-OBJECTIVE    PIC X(60) OCCURS 3 TIMES.
          05 LA-STUDENT-OK   PIC X(01).
          05 LA-EMPLOYER-OK  PIC X(01).
          05 LA-FACULTY-OK   PIC X(01).
          05 LA-STATUS       PIC X(10).
             88 LA-PENDING       VALUE "Pending".
             88 LA-RETURNED      VALUE "Returned".
             88 LA-APPROVED      VALUE "Approved".
             88 LA-GRADED        VALUE "Graded".
             88 LA-REPORTED      VALUE "Reported".
          05 LA-CREATED      PIC X(10).
          05 LA-APPROVED-ON  PIC X(10).
          05 LA-GRADE        PIC X(02).
          05 LA-GRADED-ON    PIC X(10).
          05 LA-REPORTED-ON  PIC X(10).

       FD AGREE-TEMP-FILE.
       01 AGREE-TEMP-REC PIC X(322).

      *> data/account-roles.dat: the same layout ADVISOR-DASH reads.
       FD ROLES-FILE.
       01 ROLE-REC.
          05 ROLE-USERNAME PIC X(20).
          05 ROLE-TYPE     PIC X(10).

       WORKING-STORAGE SECTION.
       77 WS-AGR-STATUS      PIC XX.
       77 WS-AGRTMP-STATUS   PIC XX.
       77 WS-ROLES-STATUS    PIC XX.
       77 WS-EOF             PIC X VALUE "N".
       77 WS-CURR-DATE       PIC X(21).
       77 WS-TODAY           PIC X(10).
       77 WS-IO-COMMAND      PIC X(20).
       77 WS-LINE            PIC X(500).
       77 WS-SX-COMMAND      PIC X(10).
       77 WS-MSG-ID          PIC X(12).
       77 WS-FOUND           PIC X VALUE "N".
       77 WS-IS-FACULTY      PIC X VALUE "N".
       77 WS-PARTY           PIC X(01).
       77 WS-MONTH           PIC 9(02).
       77 WS-YEAR            PIC X(04).
       77 WS-SEMESTER        PIC X(06).
       77 WS-TC-COMMAND      PIC X(10) VALUE "FIND".
       77 WS-TC-CODE         PIC X(10).
       77 WS-TC-START        PIC X(10).
       77 WS-TC-END          PIC X(10).
       77 WS-TC-RESULT       PIC X(10).
       77 WS-NUM-IN          PIC 9(03) VALUE 0.
       77 WS-CREDITS-DISP    PIC Z9.
       77 WS-GRADE-IN        PIC X(02).
       77 WS-REASON          PIC X(60).
       77 K                  PIC 9(01).
       77 WS-NOTIF-TO        PIC X(20).
       77 WS-NOTIF-MSG       PIC X(100).
       77 WS-NOTIF-CAT       PIC X(12).

      *> The agreement being worked on, held across the rewrite.
       01 WS-AGREE           PIC X(322).

      *> Grades the registrar accepts.
       01 WS-GRADE-LIST.
          05 FILLER PIC X(26) VALUE "A A-B+B B-C+C C-D+D F P NP".
       01 WS-GRADE-TABLE REDEFINES WS-GRADE-LIST.
          05 WS-GRADE-OK     PIC X(02) OCCURS 13 TIMES.
       77 G                  PIC 9(02).

       LINKAGE SECTION.
       01 LA-COMMAND    PIC X(10).
       01 LA-USER       PIC X(20).
      *> The work-terms.dat row, in the layout MY-OFFERS opens.
       01 LW-WORKTERM.
          05 LW-EMPLOYER       PIC X(20).
          05 LW-STUDENT        PIC X(20).
          05 LW-JOB-ID         PIC 9(05).
          05 LW-START          PIC X(10).
          05 LW-END            PIC X(10).
          05 LW-MID-SCORE      PIC X(01).
          05 LW-MID-COMMENT    PIC X(80).
          05 LW-FIN-SCORE      PIC X(01).
          05 LW-FIN-COMMENT    PIC X(80).
          05 LW-COMPLETE       PIC X(01).
       01 LA-RESULT     PIC X(10).

       PROCEDURE DIVISION USING LA-COMMAND LA-USER LW-WORKTERM
                                LA-RESULT.
       MAIN-PROGRAM.
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE
           MOVE SPACES TO WS-TODAY
           STRING WS-CURR-DATE(1:4) "-" WS-CURR-DATE(5:2) "-"
                  WS-CURR-DATE(7:2)
                  DELIMITED BY SIZE INTO WS-TODAY
           END-STRING
           MOVE SPACES TO LA-RESULT

           PERFORM FIND-AGREEMENT
           EVALUATE FUNCTION TRIM(LA-COMMAND)
              WHEN "SHOW"
                 IF WS-FOUND = "Y"
                    PERFORM SHOW-AGREEMENT
                 END-IF
              WHEN "SUPER"
                 IF WS-FOUND = "Y" AND
                    FUNCTION TRIM(LA-FACULTY) = FUNCTION TRIM(LA-USER)
                    MOVE "Y" TO LA-RESULT
                 ELSE
                    MOVE "N" TO LA-RESULT
                 END-IF
              WHEN "SETUP"
                 PERFORM SET-UP-AGREEMENT
              WHEN "APPROVE"
                 PERFORM APPROVE-AGREEMENT
              WHEN "GRADE"
                 PERFORM GRADE-AGREEMENT
           END-EVALUATE
           GOBACK.

      *> Loads the row for this work term's student and posting into
      *> AGREE-REC (and WS-AGREE); WS-FOUND says whether there is one.
       FIND-AGREEMENT.
           MOVE "N" TO WS-FOUND
           MOVE SPACES TO WS-AGREE
           MOVE "N" TO WS-EOF
           OPEN INPUT AGREE-FILE
           IF WS-AGR-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
              READ AGREE-FILE
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    IF FUNCTION TRIM(LA-STUDENT) =
                       FUNCTION TRIM(LW-STUDENT) AND
                       LA-JOB-ID = LW-JOB-ID
                       MOVE "Y" TO WS-FOUND
                       MOVE AGREE-REC TO WS-AGREE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE AGREE-FILE
           MOVE WS-AGREE TO AGREE-REC.

       SHOW-AGREEMENT.
           MOVE LA-CREDITS TO WS-CREDITS-DISP
           MOVE SPACES TO WS-LINE
           STRING "  credit: " FUNCTION TRIM(LA-COURSE) " "
                  FUNCTION TRIM(LA-TERM) ", "
                  FUNCTION TRIM(WS-CREDITS-DISP)
                  " hr(s), supervisor " FUNCTION TRIM(LA-FACULTY)
                  " - " FUNCTION TRIM(LA-STATUS)
                  DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           PERFORM OUT
           MOVE SPACES TO WS-LINE
           EVALUATE TRUE
              WHEN LA-PENDING
                 STRING "    approved by student " LA-STUDENT-OK
                        ", employer " LA-EMPLOYER-OK
                        ", supervisor " LA-FACULTY-OK
                        DELIMITED BY SIZE INTO WS-LINE
                 END-STRING
              WHEN LA-RETURNED
                 MOVE "    sent back to the student to set up again"
                      TO WS-LINE
                 MOVE "LAGR-025" TO WS-MSG-ID
              WHEN LA-APPROVED
                 STRING "    approved by all three on " LA-APPROVED-ON
                        DELIMITED BY SIZE INTO WS-LINE
                 END-STRING
              WHEN LA-GRADED
                 STRING "    grade " FUNCTION TRIM(LA-GRADE)
                        " entered " LA-GRADED-ON
                        DELIMITED BY SIZE INTO WS-LINE
                 END-STRING
              WHEN LA-REPORTED
                 STRING "    grade " FUNCTION TRIM(LA-GRADE)
                        " sent to the registrar " LA-REPORTED-ON
                        DELIMITED BY SIZE INTO WS-LINE
                 END-STRING
           END-EVALUATE
           IF LA-RETURNED
              PERFORM SAY-LINE
           ELSE
              PERFORM OUT
           END-IF
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 3
              IF LA-OBJECTIVE(K) NOT = SPACES
                 MOVE SPACES TO WS-LINE
                 STRING "    objective " K ": "
                        FUNCTION TRIM(LA-OBJECTIVE(K))
                        DELIMITED BY SIZE INTO WS-LINE
                 END-STRING
                 PERFORM OUT
              END-IF
           END-PERFORM.

      *> The student's side. Setting up again replaces a Pending or
      *> Returned agreement and restarts its approvals; an approved
      *> one stands.
       SET-UP-AGREEMENT.
           IF FUNCTION TRIM(LW-STUDENT) NOT = FUNCTION TRIM(LA-USER)
              MOVE "Only the student can set up the agreement."
                   TO WS-LINE
              MOVE "LAGR-001" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF
           IF WS-FOUND = "Y" AND NOT LA-PENDING AND NOT LA-RETURNED
              MOVE "This agreement is already approved." TO WS-LINE
              MOVE "LAGR-002" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO AGREE-REC
           MOVE LW-STUDENT TO LA-STUDENT
           MOVE LW-JOB-ID TO LA-JOB-ID
           MOVE LW-EMPLOYER TO LA-EMPLOYER

           MOVE "Faculty supervisor's username:" TO WS-LINE
           MOVE "LAGR-003" TO WS-MSG-ID
           PERFORM SAY-LINE
           PERFORM READ-ANSWER
           IF WS-LINE = HIGH-VALUES
              MOVE SPACES TO WS-LINE
           END-IF
           MOVE WS-LINE(1:20) TO LA-FACULTY
           PERFORM CHECK-FACULTY-ROLE
           IF WS-IS-FACULTY = "N"
              MOVE "That account is not a faculty supervisor."
                   TO WS-LINE
              MOVE "LAGR-004" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF

           MOVE "Course code (e.g. COOP 300):" TO WS-LINE
           MOVE "LAGR-005" TO WS-MSG-ID
           PERFORM SAY-LINE
           PERFORM READ-ANSWER
           IF WS-LINE = HIGH-VALUES OR FUNCTION TRIM(WS-LINE) = SPACES
              MOVE "A course code is needed." TO WS-LINE
              MOVE "LAGR-006" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-LINE(1:10)) TO LA-COURSE

           MOVE "Credit hours (1-12):" TO WS-LINE
           MOVE "LAGR-007" TO WS-MSG-ID
           PERFORM SAY-LINE
           PERFORM READ-ANSWER
           IF WS-LINE = HIGH-VALUES OR
              FUNCTION TRIM(WS-LINE) IS NOT NUMERIC
              MOVE 0 TO WS-NUM-IN
           ELSE
              MOVE FUNCTION NUMVAL(WS-LINE) TO WS-NUM-IN
           END-IF
           IF WS-NUM-IN < 1 OR WS-NUM-IN > 12
              MOVE "Credit hours must be 1 to 12." TO WS-LINE
              MOVE "LAGR-008" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF
           MOVE WS-NUM-IN TO LA-CREDITS

           MOVE "Learning objectives, up to three (blank line ends):"
                TO WS-LINE
           MOVE "LAGR-009" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE 1 TO K
           PERFORM UNTIL K > 3
              MOVE SPACES TO WS-LINE
              STRING "Objective " K ":" DELIMITED BY SIZE INTO WS-LINE
              END-STRING
              PERFORM OUT
              PERFORM READ-ANSWER
              IF WS-LINE = HIGH-VALUES OR
                 FUNCTION TRIM(WS-LINE) = SPACES
                 MOVE 4 TO K
              ELSE
                 MOVE WS-LINE(1:60) TO LA-OBJECTIVE(K)
                 ADD 1 TO K
              END-IF
           END-PERFORM
           IF LA-OBJECTIVE(1) = SPACES
              MOVE "At least one learning objective is needed."
                   TO WS-LINE
              MOVE "LAGR-010" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF

           PERFORM PICK-TERM
           MOVE "Y" TO LA-STUDENT-OK
           MOVE "N" TO LA-EMPLOYER-OK
           MOVE "N" TO LA-FACULTY-OK
           SET LA-PENDING TO TRUE
           MOVE WS-TODAY TO LA-CREATED
           MOVE AGREE-REC TO WS-AGREE
           PERFORM SAVE-AGREEMENT
           MOVE "SAVED" TO LA-RESULT

           MOVE SPACES TO WS-NOTIF-MSG
           STRING FUNCTION TRIM(LA-STUDENT)
                  " asks you to approve a learning agreement for"
                  " Job ID " LA-JOB-ID " (see Work Terms)."
                  DELIMITED BY SIZE INTO WS-NOTIF-MSG
           END-STRING
           MOVE LA-EMPLOYER TO WS-NOTIF-TO
           PERFORM SEND-NOTIFICATION
           MOVE LA-FACULTY TO WS-NOTIF-TO
           PERFORM SEND-NOTIFICATION
           MOVE "Agreement saved and sent to your employer and"
                & " supervisor for approval." TO WS-LINE
           MOVE "LAGR-011" TO WS-MSG-ID
           PERFORM SAY-LINE.

      *> The term on the term calendar that takes in the work
      *> term's start; a start outside every calendared term falls
      *> back to ACTIVITY-TREND's semesters: FALL August to December,
      *> SPRING January to May, SUMMER June and July.
       PICK-TERM.
           IF LW-START(6:2) IS NUMERIC AND LW-START(1:4) IS NUMERIC
              MOVE LW-START TO WS-TC-START
           ELSE
              MOVE WS-TODAY TO WS-TC-START
           END-IF
           MOVE SPACES TO WS-TC-CODE
           CALL "TERM-CALENDAR" USING WS-TC-COMMAND WS-TC-CODE
                WS-TC-START WS-TC-END WS-TC-RESULT
           IF WS-TC-RESULT NOT = "NOTFOUND"
              MOVE WS-TC-CODE TO LA-TERM
              EXIT PARAGRAPH
           END-IF
           IF LW-START(6:2) IS NUMERIC AND LW-START(1:4) IS NUMERIC
              MOVE LW-START(6:2) TO WS-MONTH
              MOVE LW-START(1:4) TO WS-YEAR
           ELSE
              MOVE WS-CURR-DATE(5:2) TO WS-MONTH
              MOVE WS-CURR-DATE(1:4) TO WS-YEAR
           END-IF
           EVALUATE TRUE
              WHEN WS-MONTH >= 8
                 MOVE "FALL" TO WS-SEMESTER
              WHEN WS-MONTH <= 5
                 MOVE "SPRING" TO WS-SEMESTER
              WHEN OTHER
                 MOVE "SUMMER" TO WS-SEMESTER
           END-EVALUATE
           MOVE SPACES TO LA-TERM
           STRING FUNCTION TRIM(WS-SEMESTER) WS-YEAR
                  DELIMITED BY SIZE INTO LA-TERM
           END-STRING.

       CHECK-FACULTY-ROLE.
           MOVE "N" TO WS-IS-FACULTY
           IF LA-FACULTY = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           OPEN INPUT ROLES-FILE
           IF WS-ROLES-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
              READ ROLES-FILE
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    IF FUNCTION TRIM(ROLE-USERNAME) =
                       FUNCTION TRIM(LA-FACULTY) AND
                       FUNCTION TRIM(ROLE-TYPE) = "faculty"
                       MOVE "Y" TO WS-IS-FACULTY
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ROLES-FILE.

      *> The employer's and supervisor's side: approve, or send it
      *> back to the student with a reason.
       APPROVE-AGREEMENT.
           MOVE SPACE TO WS-PARTY
           IF WS-FOUND = "Y"
              IF FUNCTION TRIM(LA-EMPLOYER) = FUNCTION TRIM(LA-USER)
                 MOVE "E" TO WS-PARTY
              END-IF
              IF FUNCTION TRIM(LA-FACULTY) = FUNCTION TRIM(LA-USER)
                 MOVE "F" TO WS-PARTY
              END-IF
           END-IF
           IF WS-PARTY = SPACE
              MOVE "No learning agreement awaits your approval there."
                   TO WS-LINE
              MOVE "LAGR-012" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF
           IF NOT LA-PENDING
              MOVE "That agreement is not waiting for approval."
                   TO WS-LINE
              MOVE "LAGR-013" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF

           PERFORM SHOW-AGREEMENT
           MOVE "1. Approve  2. Send it back to the student" TO WS-LINE
           MOVE "LAGR-014" TO WS-MSG-ID
           PERFORM SAY-LINE
           PERFORM READ-ANSWER
           EVALUATE WS-LINE(1:1)
              WHEN "1"
                 IF WS-PARTY = "E"
                    MOVE "Y" TO LA-EMPLOYER-OK
                 ELSE
                    MOVE "Y" TO LA-FACULTY-OK
                 END-IF
                 IF LA-STUDENT-OK = "Y" AND LA-EMPLOYER-OK = "Y" AND
                    LA-FACULTY-OK = "Y"
                    SET LA-APPROVED TO TRUE
                    MOVE WS-TODAY TO LA-APPROVED-ON
                 END-IF
              WHEN "2"
                 MOVE "Reason, for the student:" TO WS-LINE
                 MOVE "LAGR-015" TO WS-MSG-ID
                 PERFORM SAY-LINE
                 PERFORM READ-ANSWER
                 IF WS-LINE = HIGH-VALUES
                    MOVE SPACES TO WS-LINE
                 END-IF
                 MOVE WS-LINE(1:60) TO WS-REASON
                 MOVE "N" TO LA-STUDENT-OK
                 MOVE "N" TO LA-EMPLOYER-OK
                 MOVE "N" TO LA-FACULTY-OK
                 SET LA-RETURNED TO TRUE
              WHEN OTHER
                 MOVE "Invalid choice." TO WS-LINE
                 MOVE "LAGR-016" TO WS-MSG-ID
                 PERFORM SAY-LINE
                 EXIT PARAGRAPH
           END-EVALUATE
           MOVE AGREE-REC TO WS-AGREE
           PERFORM SAVE-AGREEMENT

           MOVE LA-STUDENT TO WS-NOTIF-TO
           MOVE SPACES TO WS-NOTIF-MSG
           EVALUATE TRUE
              WHEN LA-RETURNED
                 STRING "Learning agreement for Job ID " LA-JOB-ID
                        " sent back: " FUNCTION TRIM(WS-REASON)
                        DELIMITED BY SIZE INTO WS-NOTIF-MSG
                 END-STRING
                 MOVE "Sent back to the student." TO WS-LINE
                 MOVE "LAGR-022" TO WS-MSG-ID
              WHEN LA-APPROVED
                 STRING "Your learning agreement for Job ID " LA-JOB-ID
                        " is approved by all three parties."
                        DELIMITED BY SIZE INTO WS-NOTIF-MSG
                 END-STRING
                 MOVE "Approved - the agreement is now in force."
                      TO WS-LINE
                 MOVE "LAGR-023" TO WS-MSG-ID
              WHEN OTHER
                 STRING FUNCTION TRIM(LA-USER)
                        " approved your learning agreement for Job ID "
                        LA-JOB-ID "."
                        DELIMITED BY SIZE INTO WS-NOTIF-MSG
                 END-STRING
                 MOVE "Approved." TO WS-LINE
                 MOVE "LAGR-024" TO WS-MSG-ID
           END-EVALUATE
           PERFORM SEND-NOTIFICATION
           PERFORM SAY-LINE.

      *> The supervisor's grade, read against the employer's final
      *> evaluation. It can be corrected until it goes to the
      *> registrar.
       GRADE-AGREEMENT.
           IF WS-FOUND = "N" OR
              FUNCTION TRIM(LA-FACULTY) NOT = FUNCTION TRIM(LA-USER)
              MOVE "You do not supervise a learning agreement there."
                   TO WS-LINE
              MOVE "LAGR-017" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF
           IF NOT LA-APPROVED AND NOT LA-GRADED
              MOVE SPACES TO WS-LINE
              STRING "The agreement is " FUNCTION TRIM(LA-STATUS)
                     " - it cannot be graded now."
                     DELIMITED BY SIZE INTO WS-LINE
              END-STRING
              PERFORM OUT
              EXIT PARAGRAPH
           END-IF
           IF LW-END > WS-TODAY
              MOVE SPACES TO WS-LINE
              STRING "The work term runs until " LW-END "."
                     DELIMITED BY SIZE INTO WS-LINE
              END-STRING
              PERFORM OUT
              EXIT PARAGRAPH
           END-IF
           IF LW-FIN-SCORE = SPACE
              MOVE "The employer's final evaluation is not in yet."
                   TO WS-LINE
              MOVE "LAGR-018" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF

           PERFORM SHOW-AGREEMENT
           MOVE SPACES TO WS-LINE
           STRING "Employer's final evaluation: " LW-FIN-SCORE "/5 - "
                  FUNCTION TRIM(LW-FIN-COMMENT)
                  DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           PERFORM OUT
           MOVE "Grade (A, A-, B+, B, B-, C+, C, C-, D+, D, F, P, NP):"
                TO WS-LINE
           MOVE "LAGR-019" TO WS-MSG-ID
           PERFORM SAY-LINE
           PERFORM READ-ANSWER
           IF WS-LINE = HIGH-VALUES
              MOVE SPACES TO WS-LINE
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-LINE(1:2)) TO WS-GRADE-IN
           MOVE "N" TO WS-FOUND
           PERFORM VARYING G FROM 1 BY 1 UNTIL G > 13
              IF WS-GRADE-OK(G) = WS-GRADE-IN
                 MOVE "Y" TO WS-FOUND
              END-IF
           END-PERFORM
           IF WS-FOUND = "N" OR WS-GRADE-IN = SPACES
              MOVE "That is not a grade the registrar accepts."
                   TO WS-LINE
              MOVE "LAGR-020" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF

           MOVE WS-GRADE-IN TO LA-GRADE
           MOVE WS-TODAY TO LA-GRADED-ON
           SET LA-GRADED TO TRUE
           MOVE AGREE-REC TO WS-AGREE
           PERFORM SAVE-AGREEMENT

           MOVE LA-STUDENT TO WS-NOTIF-TO
           MOVE SPACES TO WS-NOTIF-MSG
           STRING "Your work term credit for Job ID " LA-JOB-ID
                  " has been graded " FUNCTION TRIM(LA-GRADE) "."
                  DELIMITED BY SIZE INTO WS-NOTIF-MSG
           END-STRING
           PERFORM SEND-NOTIFICATION
           MOVE "Grade recorded; it goes to the registrar with the"
                & " next grade file." TO WS-LINE
           MOVE "LAGR-021" TO WS-MSG-ID
           PERFORM SAY-LINE.

      *> Replaces (or adds) this student's row for this posting with
      *> WS-AGREE - the usual temp-file rewrite.
       SAVE-AGREEMENT.
           MOVE "N" TO WS-EOF
           OPEN OUTPUT AGREE-TEMP-FILE
           OPEN INPUT AGREE-FILE
           IF WS-AGR-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ AGREE-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF FUNCTION TRIM(LA-STUDENT) NOT =
                          FUNCTION TRIM(LW-STUDENT) OR
                          LA-JOB-ID NOT = LW-JOB-ID
                          WRITE AGREE-TEMP-REC FROM AGREE-REC
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE AGREE-FILE
           END-IF
           WRITE AGREE-TEMP-REC FROM WS-AGREE
           CLOSE AGREE-TEMP-FILE

           OPEN OUTPUT AGREE-FILE
           OPEN INPUT AGREE-TEMP-FILE
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
              READ AGREE-TEMP-FILE INTO AGREE-REC
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END WRITE AGREE-REC
              END-READ
           END-PERFORM
           CLOSE AGREE-TEMP-FILE
           CLOSE AGREE-FILE
           MOVE WS-AGREE TO AGREE-REC.

      *> Work-term traffic is job activity.
       SEND-NOTIFICATION.
           MOVE "JOBS" TO WS-NOTIF-CAT
           CALL "NOTIFY-USER" USING WS-NOTIF-TO WS-NOTIF-MSG
                WS-NOTIF-CAT.

       READ-ANSWER.
           MOVE SPACES TO WS-LINE
           MOVE "READ" TO WS-IO-COMMAND
           CALL "IO-MODULE" USING WS-IO-COMMAND WS-LINE.

       OUT.
           MOVE "WRITE" TO WS-IO-COMMAND
           CALL "IO-MODULE" USING WS-IO-COMMAND WS-LINE.

      *> OUT in the account's screen language: WS-LINE
      *> holds the English wording, WS-MSG-ID its data/msg-catalog.dat
      *> ID.
       SAY-LINE.
           MOVE "TEXT" TO WS-SX-COMMAND
           CALL "SCREEN-TEXT" USING WS-SX-COMMAND LA-USER
                                    WS-MSG-ID WS-LINE
           PERFORM OUT.

       END PROGRAM LEARN-AGREE.
