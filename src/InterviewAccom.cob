      *> Interview accommodation requests. A student answering an
      *> interview proposal in MY-INTERVIEWS can ask for extra time,
      *> an accessible room, a sign-language interpreter or some
      *> other arrangement; the request goes to career services, not
      *> to the recruiter. Career services arranges it with the
      *> employer directly and confirms it here. The employer is
      *> only ever told that an accommodation is being arranged and
      *> later that it is confirmed - never its type or the student's
      *> details, which stay in this file and on the staff screen.
      *>
      *> Each request is one row in data/accommodations.dat, keyed
      *> by student and posting (it covers every round of that
      *> posting's interviews):
      *>
      *>   request number, student, Job ID, employer account, the
      *>   slot being answered when it was asked, type, the
      *>   student's details, status (Open / Confirmed / Closed),
      *>   date requested, date confirmed or closed, the staff
      *>   member and their note to the student
      *>
      *> Commands (IA-COMMAND):
      *>   REQUEST - the student's request screen for IA-JOB-ID with
      *>             IA-EMPLOYER at IA-SLOT; IA-USER is the student.
      *>             Result REQUESTED, EXISTS (already Open or
      *>             Confirmed for that posting) or NONE.
      *>   STATUS  - for IA-USER (the student) and IA-JOB-ID, result
      *>             ARRANGING, CONFIRMED or spaces. This is all the
      *>             employer-facing screens may show.
      *>   QUEUE   - the career services tracking screen: open and
      *>             confirmed requests with days to arrange. IA-USER
      *>             is the staff member; ADVISOR-DASH checks the
      *>             role before calling.
      *>   REMOVE  - drops IA-USER's rows, from ACCOUNT-MGMT's delete
      *>             sweep.
      *> Like the self-identification file, USER-EXTRACT leaves this
      *> file out: extracts can go to third parties.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTERVIEW-ACCOM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOM-FILE ASSIGN TO "data/accommodations.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACC-STATUS.
           SELECT ACCOM-TEMP-FILE ASSIGN TO "data/accomtemp.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCTMP-STATUS.
           SELECT ROLES-FILE ASSIGN TO "data/account-roles.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROLES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ACCOM-FILE.
       01 ACCOM-REC.
          05 AC-ID           PIC 9(05).
          05 AC-STUDENT      PIC X(20).
          05 AC-JOB-ID       PIC 9(05).
          05 AC-EMPLOYER     PIC X(20).
          05 AC-SLOT         PIC X(16).
          05 AC-TYPE         PIC X(01).
             88 AC-EXTRA-TIME    VALUE "T".
             88 AC-ROOM          VALUE "R".
             88 AC-INTERPRETER   VALUE "I".
             88 AC-OTHER         VALUE "O".
          05 AC-DETAIL       PIC X(60).
          05 AC-STATUS       PIC X(10).
             88 AC-OPEN          VALUE "Open".
             88 AC-CONFIRMED     VALUE "Confirmed".
             88 AC-CLOSED        VALUE "Closed".
          05 AC-REQUESTED    PIC X(10).
          05 AC-DONE-DATE    PIC X(10).
          05 AC-STAFF        PIC X(20).
          05 AC-NOTE         PIC X(60).

       FD ACCOM-TEMP-FILE.
       01 ACCOM-TEMP-REC PIC X(237).

      *> data/account-roles.dat: the same layout ADVISOR-DASH reads.
       FD ROLES-FILE.
       01 ROLE-REC.
          05 ROLE-USERNAME PIC X(20).
          05 ROLE-TYPE     PIC X(10).

       WORKING-STORAGE SECTION.
       77 WS-ACC-STATUS      PIC XX.
       77 WS-ACCTMP-STATUS   PIC XX.
       77 WS-ROLES-STATUS    PIC XX.
       77 WS-EOF             PIC X VALUE "N".
       77 WS-CURR-DATE       PIC X(21).
       77 WS-TODAY           PIC X(10).
       77 WS-TODAY-INT       PIC S9(8) COMP.
       77 WS-FROM-INT        PIC S9(8) COMP.
       77 WS-TO-INT          PIC S9(8) COMP.
       77 WS-DATE-NUM        PIC 9(8).
       77 WS-IO-COMMAND      PIC X(20).
       77 WS-LINE            PIC X(500).
       77 WS-SX-COMMAND      PIC X(10).
       77 WS-MSG-ID          PIC X(12).
       77 WS-MAX-ID          PIC 9(05) VALUE 0.
       77 WS-FOUND           PIC X VALUE "N".
       77 WS-DONE            PIC X VALUE "N".
       77 WS-CHOICE          PIC X(01).
       77 WS-TYPE            PIC X(01).
       77 WS-TYPE-NAME       PIC X(26).
       77 WS-DETAIL          PIC X(60).
       77 WS-PICK-ID         PIC 9(05) VALUE 0.
       77 WS-NEW-STATUS      PIC X(10).
       77 WS-NEW-NOTE        PIC X(60).
       77 WS-OPEN-COUNT      PIC 9(03) VALUE 0.
       77 WS-CONF-COUNT      PIC 9(03) VALUE 0.
       77 WS-DAYS            PIC 9(04) VALUE 0.
       77 WS-DAYS-TOTAL      PIC 9(07) VALUE 0.
       77 WS-DAYS-AVG        PIC 9(04) VALUE 0.
       77 WS-DAYS-DISP       PIC Z(3)9.
       77 WS-COUNT-DISP      PIC ZZ9.
       77 WS-ID-DISP         PIC Z(4)9.
       77 WS-PICK-STUDENT    PIC X(20).
       77 WS-PICK-EMPLOYER   PIC X(20).
       77 WS-PICK-JOB        PIC 9(05).
       77 WS-NOTIF-TO        PIC X(20).
       77 WS-NOTIF-MSG       PIC X(100).
       77 WS-NOTIF-CAT       PIC X(12).

       LINKAGE SECTION.
       01 IA-COMMAND    PIC X(10).
       01 IA-USER       PIC X(20).
       01 IA-JOB-ID     PIC 9(05).
       01 IA-EMPLOYER   PIC X(20).
       01 IA-SLOT       PIC X(16).
       01 IA-RESULT     PIC X(10).

       PROCEDURE DIVISION USING IA-COMMAND IA-USER IA-JOB-ID
                                IA-EMPLOYER IA-SLOT IA-RESULT.
       MAIN-PROGRAM.
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE
           MOVE SPACES TO WS-TODAY
           STRING WS-CURR-DATE(1:4) "-" WS-CURR-DATE(5:2) "-"
                  WS-CURR-DATE(7:2)
                  DELIMITED BY SIZE INTO WS-TODAY
           END-STRING
           MOVE WS-CURR-DATE(1:8) TO WS-DATE-NUM
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           MOVE SPACES TO IA-RESULT

           EVALUATE FUNCTION TRIM(IA-COMMAND)
              WHEN "REQUEST"
                 PERFORM REQUEST-ACCOMMODATION
              WHEN "STATUS"
                 PERFORM CHECK-STATUS
              WHEN "QUEUE"
                 PERFORM STAFF-QUEUE
              WHEN "REMOVE"
                 PERFORM REMOVE-MY-ROWS
           END-EVALUATE
           GOBACK.

      *> The student's side. Nothing typed here reaches the employer;
      *> the employer's notice names neither the type nor details.
       REQUEST-ACCOMMODATION.
           PERFORM CHECK-STATUS
           IF IA-RESULT NOT = SPACES
              MOVE SPACES TO WS-LINE
              IF IA-RESULT = "CONFIRMED"
                 STRING "Career services has confirmed your"
                        " accommodation for Job ID " IA-JOB-ID "."
                        DELIMITED BY SIZE INTO WS-LINE
                 END-STRING
              ELSE
                 STRING "Career services is already arranging your"
                        " accommodation for Job ID " IA-JOB-ID "."
                        DELIMITED BY SIZE INTO WS-LINE
                 END-STRING
              END-IF
              PERFORM OUT
              MOVE "EXISTS" TO IA-RESULT
              EXIT PARAGRAPH
           END-IF

           MOVE "NONE" TO IA-RESULT
           MOVE "Do you need an accommodation for this interview (for"
                TO WS-LINE
           MOVE "ACCM-001" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "example extra time, an accessible room or an"
                & " interpreter)? (Y/N)" TO WS-LINE
           MOVE "ACCM-002" TO WS-MSG-ID
           PERFORM SAY-LINE
           PERFORM READ-ANSWER
           IF WS-LINE = HIGH-VALUES OR
              FUNCTION UPPER-CASE(WS-LINE(1:1)) NOT = "Y"
              EXIT PARAGRAPH
           END-IF

           MOVE "Your request goes to career services only. The"
                & " employer is told just that" TO WS-LINE
           MOVE "ACCM-003" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "an accommodation is being arranged, never what it is."
                TO WS-LINE
           MOVE "ACCM-004" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "1. Extra time" TO WS-LINE
           MOVE "ACCM-005" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "2. Accessible room" TO WS-LINE
           MOVE "ACCM-006" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "3. Sign-language interpreter" TO WS-LINE
           MOVE "ACCM-007" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "4. Something else" TO WS-LINE
           MOVE "ACCM-008" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "Enter your choice:" TO WS-LINE
           MOVE "ENTER-CHOICE" TO WS-MSG-ID
           PERFORM SAY-LINE
           PERFORM READ-ANSWER
           IF WS-LINE = HIGH-VALUES
              MOVE SPACES TO WS-LINE
           END-IF
           EVALUATE WS-LINE(1:1)
              WHEN "1" MOVE "T" TO WS-TYPE
              WHEN "2" MOVE "R" TO WS-TYPE
              WHEN "3" MOVE "I" TO WS-TYPE
              WHEN "4" MOVE "O" TO WS-TYPE
              WHEN OTHER
                 MOVE "Invalid choice. No request was made." TO WS-LINE
                 MOVE "ACCM-009" TO WS-MSG-ID
                 PERFORM SAY-LINE
                 EXIT PARAGRAPH
           END-EVALUATE
           MOVE "Anything career services should know (optional):"
                TO WS-LINE
           MOVE "ACCM-010" TO WS-MSG-ID
           PERFORM SAY-LINE
           PERFORM READ-ANSWER
           IF WS-LINE = HIGH-VALUES
              MOVE SPACES TO WS-LINE
           END-IF
           MOVE WS-LINE(1:60) TO WS-DETAIL

           PERFORM FIND-MAX-ID
           OPEN EXTEND ACCOM-FILE
           IF WS-ACC-STATUS NOT = "00"
              OPEN OUTPUT ACCOM-FILE
           END-IF
           MOVE SPACES TO ACCOM-REC
           ADD 1 TO WS-MAX-ID
           MOVE WS-MAX-ID TO AC-ID
           MOVE IA-USER TO AC-STUDENT
           MOVE IA-JOB-ID TO AC-JOB-ID
           MOVE IA-EMPLOYER TO AC-EMPLOYER
           MOVE IA-SLOT TO AC-SLOT
           MOVE WS-TYPE TO AC-TYPE
           MOVE WS-DETAIL TO AC-DETAIL
           SET AC-OPEN TO TRUE
           MOVE WS-TODAY TO AC-REQUESTED
           WRITE ACCOM-REC
           CLOSE ACCOM-FILE
           MOVE "REQUESTED" TO IA-RESULT

           MOVE IA-EMPLOYER TO WS-NOTIF-TO
           MOVE SPACES TO WS-NOTIF-MSG
           STRING "Career services is arranging an interview"
                  " accommodation for " FUNCTION TRIM(IA-USER)
                  ", Job ID " IA-JOB-ID "."
                  DELIMITED BY SIZE INTO WS-NOTIF-MSG
           END-STRING
           PERFORM SEND-NOTIFICATION
           PERFORM NOTIFY-STAFF

           MOVE "Your request has been sent to career services, who"
                & " will contact you." TO WS-LINE
           MOVE "ACCM-011" TO WS-MSG-ID
           PERFORM SAY-LINE.

      *> Every advisor and admin account hears that the queue has a
      *> new request - by number only.
       NOTIFY-STAFF.
           MOVE WS-MAX-ID TO WS-ID-DISP
           MOVE SPACES TO WS-NOTIF-MSG
           STRING "Interview accommodation request #"
                  FUNCTION TRIM(WS-ID-DISP)
                  " is waiting on the Advisor Dashboard."
                  DELIMITED BY SIZE INTO WS-NOTIF-MSG
           END-STRING
           MOVE "N" TO WS-EOF
           OPEN INPUT ROLES-FILE
           IF WS-ROLES-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
              READ ROLES-FILE
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    IF FUNCTION TRIM(ROLE-TYPE) = "advisor" OR
                       FUNCTION TRIM(ROLE-TYPE) = "admin"
                       MOVE ROLE-USERNAME TO WS-NOTIF-TO
                       PERFORM SEND-NOTIFICATION
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ROLES-FILE.

       FIND-MAX-ID.
           MOVE 0 TO WS-MAX-ID
           MOVE "N" TO WS-EOF
           OPEN INPUT ACCOM-FILE
           IF WS-ACC-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ ACCOM-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF AC-ID > WS-MAX-ID
                          MOVE AC-ID TO WS-MAX-ID
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ACCOM-FILE
           END-IF.

      *> The last Open or Confirmed row for this student and posting
      *> decides; Closed rows no longer show anywhere.
       CHECK-STATUS.
           MOVE SPACES TO IA-RESULT
           MOVE "N" TO WS-EOF
           OPEN INPUT ACCOM-FILE
           IF WS-ACC-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
              READ ACCOM-FILE
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    IF FUNCTION TRIM(AC-STUDENT) =
                       FUNCTION TRIM(IA-USER) AND
                       AC-JOB-ID = IA-JOB-ID
                       IF AC-OPEN
                          MOVE "ARRANGING" TO IA-RESULT
                       END-IF
                       IF AC-CONFIRMED
                          MOVE "CONFIRMED" TO IA-RESULT
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ACCOM-FILE.

       STAFF-QUEUE.
           MOVE "N" TO WS-DONE
           PERFORM UNTIL WS-DONE = "Y"
              PERFORM LIST-QUEUE
              MOVE "1. Confirm a request as arranged" TO WS-LINE
              MOVE "ACCM-012" TO WS-MSG-ID
              PERFORM SAY-LINE
              MOVE "2. Close a request no longer needed" TO WS-LINE
              MOVE "ACCM-013" TO WS-MSG-ID
              PERFORM SAY-LINE
              MOVE "3. Return" TO WS-LINE
              MOVE "ACCM-014" TO WS-MSG-ID
              PERFORM SAY-LINE
              MOVE "Enter your choice:" TO WS-LINE
              MOVE "ENTER-CHOICE" TO WS-MSG-ID
              PERFORM SAY-LINE
              PERFORM READ-ANSWER
              IF WS-LINE = HIGH-VALUES
                 MOVE "3" TO WS-CHOICE
              ELSE
                 MOVE WS-LINE(1:1) TO WS-CHOICE
              END-IF
              EVALUATE WS-CHOICE
                 WHEN "1"
                    MOVE "Confirmed" TO WS-NEW-STATUS
                    PERFORM SETTLE-REQUEST
                 WHEN "2"
                    MOVE "Closed" TO WS-NEW-STATUS
                    PERFORM SETTLE-REQUEST
                 WHEN "3"
                    MOVE "Y" TO WS-DONE
                 WHEN OTHER
                    MOVE "Invalid choice." TO WS-LINE
                    MOVE "ACCM-015" TO WS-MSG-ID
                    PERFORM SAY-LINE
              END-EVALUATE
           END-PERFORM.

      *> Open requests first, with days waiting so far, then the
      *> confirmed ones with the days each took to arrange.
       LIST-QUEUE.
           MOVE "--- Interview Accommodation Requests ---" TO WS-LINE
           MOVE "ACCM-016" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE 0 TO WS-OPEN-COUNT
           MOVE 0 TO WS-CONF-COUNT
           MOVE 0 TO WS-DAYS-TOTAL
           MOVE "Open:" TO WS-LINE
           MOVE "ACCM-017" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "N" TO WS-EOF
           OPEN INPUT ACCOM-FILE
           IF WS-ACC-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ ACCOM-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF AC-OPEN
                          ADD 1 TO WS-OPEN-COUNT
                          MOVE WS-TODAY TO AC-DONE-DATE
                          PERFORM SHOW-REQUEST-LINES
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ACCOM-FILE
           END-IF
           IF WS-OPEN-COUNT = 0
              MOVE "  No open requests." TO WS-LINE
              MOVE "ACCM-018" TO WS-MSG-ID
              PERFORM SAY-LINE
           END-IF

           MOVE "Confirmed:" TO WS-LINE
           MOVE "ACCM-019" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "N" TO WS-EOF
           OPEN INPUT ACCOM-FILE
           IF WS-ACC-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ ACCOM-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF AC-CONFIRMED
                          ADD 1 TO WS-CONF-COUNT
                          PERFORM SHOW-REQUEST-LINES
                          ADD WS-DAYS TO WS-DAYS-TOTAL
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ACCOM-FILE
           END-IF
           IF WS-CONF-COUNT = 0
              MOVE "  No confirmed requests." TO WS-LINE
              MOVE "ACCM-020" TO WS-MSG-ID
              PERFORM SAY-LINE
           ELSE
              COMPUTE WS-DAYS-AVG ROUNDED =
                  WS-DAYS-TOTAL / WS-CONF-COUNT
              MOVE WS-CONF-COUNT TO WS-COUNT-DISP
              MOVE WS-DAYS-AVG TO WS-DAYS-DISP
              MOVE SPACES TO WS-LINE
              STRING "  " FUNCTION TRIM(WS-COUNT-DISP)
                     " confirmed, taking " FUNCTION TRIM(WS-DAYS-DISP)
                     " day(s) to arrange on average."
                     DELIMITED BY SIZE INTO WS-LINE
              END-STRING
              PERFORM OUT
           END-IF.

      *> Two lines per request; WS-DAYS is left holding the days
      *> from request to AC-DONE-DATE (today, for an open one).
       SHOW-REQUEST-LINES.
           PERFORM NAME-THE-TYPE
           MOVE 0 TO WS-DAYS
           IF AC-REQUESTED(1:4) IS NUMERIC AND
              AC-DONE-DATE(1:4) IS NUMERIC
              MOVE AC-REQUESTED(1:4) TO WS-DATE-NUM(1:4)
              MOVE AC-REQUESTED(6:2) TO WS-DATE-NUM(5:2)
              MOVE AC-REQUESTED(9:2) TO WS-DATE-NUM(7:2)
              COMPUTE WS-FROM-INT =
                  FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
              MOVE AC-DONE-DATE(1:4) TO WS-DATE-NUM(1:4)
              MOVE AC-DONE-DATE(6:2) TO WS-DATE-NUM(5:2)
              MOVE AC-DONE-DATE(9:2) TO WS-DATE-NUM(7:2)
              COMPUTE WS-TO-INT =
                  FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
              IF WS-TO-INT > WS-FROM-INT
                 COMPUTE WS-DAYS = WS-TO-INT - WS-FROM-INT
              END-IF
           END-IF
           MOVE AC-ID TO WS-ID-DISP
           MOVE WS-DAYS TO WS-DAYS-DISP
           MOVE SPACES TO WS-LINE
           IF AC-OPEN
              STRING "  #" FUNCTION TRIM(WS-ID-DISP) " "
                     FUNCTION TRIM(AC-STUDENT) " - Job ID " AC-JOB-ID
                     " (" FUNCTION TRIM(AC-EMPLOYER) ") "
                     FUNCTION TRIM(WS-TYPE-NAME) ", requested "
                     AC-REQUESTED ", open "
                     FUNCTION TRIM(WS-DAYS-DISP) " day(s)"
                     DELIMITED BY SIZE INTO WS-LINE
              END-STRING
           ELSE
              STRING "  #" FUNCTION TRIM(WS-ID-DISP) " "
                     FUNCTION TRIM(AC-STUDENT) " - Job ID " AC-JOB-ID
                     " (" FUNCTION TRIM(AC-EMPLOYER) ") "
                     FUNCTION TRIM(WS-TYPE-NAME) ", arranged in "
                     FUNCTION TRIM(WS-DAYS-DISP) " day(s) by "
                     FUNCTION TRIM(AC-STAFF)
                     DELIMITED BY SIZE INTO WS-LINE
              END-STRING
           END-IF
           PERFORM OUT
           IF AC-DETAIL NOT = SPACES
              MOVE SPACES TO WS-LINE
              STRING "      Student: " FUNCTION TRIM(AC-DETAIL)
                     DELIMITED BY SIZE INTO WS-LINE
              END-STRING
              PERFORM OUT
           END-IF
           IF AC-NOTE NOT = SPACES
              MOVE SPACES TO WS-LINE
              STRING "      Note: " FUNCTION TRIM(AC-NOTE)
                     DELIMITED BY SIZE INTO WS-LINE
              END-STRING
              PERFORM OUT
           END-IF.

       NAME-THE-TYPE.
           EVALUATE TRUE
              WHEN AC-EXTRA-TIME
                 MOVE "Extra time" TO WS-TYPE-NAME
              WHEN AC-ROOM
                 MOVE "Accessible room" TO WS-TYPE-NAME
              WHEN AC-INTERPRETER
                 MOVE "Sign-language interpreter" TO WS-TYPE-NAME
              WHEN OTHER
                 MOVE "Other" TO WS-TYPE-NAME
           END-EVALUATE.

      *> Confirms or closes one Open request. A confirmation tells
      *> the student (with the staff note) and the employer (without
      *> it); a closure tells the student only.
       SETTLE-REQUEST.
           MOVE "Request number:" TO WS-LINE
           MOVE "ACCM-021" TO WS-MSG-ID
           PERFORM SAY-LINE
           PERFORM READ-ANSWER
           IF WS-LINE = HIGH-VALUES OR
              FUNCTION TRIM(WS-LINE) IS NOT NUMERIC
              MOVE "Invalid request number." TO WS-LINE
              MOVE "ACCM-022" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-LINE) TO WS-PICK-ID
           MOVE "Note for the student:" TO WS-LINE
           MOVE "ACCM-023" TO WS-MSG-ID
           PERFORM SAY-LINE
           PERFORM READ-ANSWER
           IF WS-LINE = HIGH-VALUES
              MOVE SPACES TO WS-LINE
           END-IF
           MOVE WS-LINE(1:60) TO WS-NEW-NOTE

           MOVE "N" TO WS-FOUND
           MOVE "N" TO WS-EOF
           OPEN INPUT ACCOM-FILE
           OPEN OUTPUT ACCOM-TEMP-FILE
           IF WS-ACC-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ ACCOM-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF AC-ID = WS-PICK-ID AND AC-OPEN
                          MOVE "Y" TO WS-FOUND
                          MOVE WS-NEW-STATUS TO AC-STATUS
                          MOVE WS-TODAY TO AC-DONE-DATE
                          MOVE IA-USER TO AC-STAFF
                          MOVE WS-NEW-NOTE TO AC-NOTE
                          MOVE AC-STUDENT TO WS-PICK-STUDENT
                          MOVE AC-EMPLOYER TO WS-PICK-EMPLOYER
                          MOVE AC-JOB-ID TO WS-PICK-JOB
                       END-IF
                       WRITE ACCOM-TEMP-REC FROM ACCOM-REC
                 END-READ
              END-PERFORM
              CLOSE ACCOM-FILE
           END-IF
           CLOSE ACCOM-TEMP-FILE

           IF WS-FOUND = "N"
              MOVE "No open request has that number." TO WS-LINE
              MOVE "ACCM-024" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT ACCOM-FILE
           OPEN INPUT ACCOM-TEMP-FILE
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
              READ ACCOM-TEMP-FILE INTO ACCOM-REC
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END WRITE ACCOM-REC
              END-READ
           END-PERFORM
           CLOSE ACCOM-TEMP-FILE
           CLOSE ACCOM-FILE

           MOVE WS-PICK-STUDENT TO WS-NOTIF-TO
           MOVE SPACES TO WS-NOTIF-MSG
           IF WS-NEW-STATUS = "Confirmed"
              STRING "Accommodation confirmed for Job ID "
                     WS-PICK-JOB ": " FUNCTION TRIM(WS-NEW-NOTE)
                     DELIMITED BY SIZE INTO WS-NOTIF-MSG
              END-STRING
           ELSE
              STRING "Your accommodation request for Job ID "
                     WS-PICK-JOB " was closed: "
                     FUNCTION TRIM(WS-NEW-NOTE)
                     DELIMITED BY SIZE INTO WS-NOTIF-MSG
              END-STRING
           END-IF
           PERFORM SEND-NOTIFICATION

           IF WS-NEW-STATUS = "Confirmed"
              MOVE WS-PICK-EMPLOYER TO WS-NOTIF-TO
              MOVE SPACES TO WS-NOTIF-MSG
              STRING "The interview accommodation for "
                     FUNCTION TRIM(WS-PICK-STUDENT) ", Job ID "
                     WS-PICK-JOB ", is confirmed."
                     DELIMITED BY SIZE INTO WS-NOTIF-MSG
              END-STRING
              PERFORM SEND-NOTIFICATION
              MOVE "Request confirmed." TO WS-LINE
              MOVE "ACCM-025" TO WS-MSG-ID
           ELSE
              MOVE "Request closed." TO WS-LINE
              MOVE "ACCM-026" TO WS-MSG-ID
           END-IF
           PERFORM SAY-LINE.

       REMOVE-MY-ROWS.
           MOVE "N" TO WS-EOF
           OPEN INPUT ACCOM-FILE
           IF WS-ACC-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ACCOM-TEMP-FILE
           PERFORM UNTIL WS-EOF = "Y"
              READ ACCOM-FILE
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    IF FUNCTION TRIM(AC-STUDENT) NOT =
                       FUNCTION TRIM(IA-USER)
                       WRITE ACCOM-TEMP-REC FROM ACCOM-REC
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ACCOM-FILE
           CLOSE ACCOM-TEMP-FILE

           OPEN OUTPUT ACCOM-FILE
           OPEN INPUT ACCOM-TEMP-FILE
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
              READ ACCOM-TEMP-FILE INTO ACCOM-REC
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END WRITE ACCOM-REC
              END-READ
           END-PERFORM
           CLOSE ACCOM-TEMP-FILE
           CLOSE ACCOM-FILE.

      *> Interview traffic is job activity.
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
           CALL "SCREEN-TEXT" USING WS-SX-COMMAND IA-USER
                                    WS-MSG-ID WS-LINE
           PERFORM OUT.

       END PROGRAM INTERVIEW-ACCOM.
