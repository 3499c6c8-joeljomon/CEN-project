      *> "Practice Interviews" screen, reached from the main menu.
      *> Career services can only run a handful of staff mock
      *> interviews a term, so students practise on each other here
      *> before their real rounds in MY-INTERVIEWS. A student
      *> volunteers as a practice partner for a role type or
      *> category (data/practice-volunteers.dat, one row per
      *> category); another student asks for a session in that
      *> category and is offered the volunteers in it, the ones
      *> sharing their major first, leaving out anyone either side
      *> has blocked. The session slot has to sit inside both
      *> students' weekly windows in data/availability.dat - the
      *> same windows MY-INTERVIEWS keeps for employers - and clear
      *> of any other practice session or real interview either
      *> side holds at that time.
      *>
      *> A session is a row in data/practice-sessions.dat: Requested
      *> until the partner accepts (Confirmed) or declines, and
      *> either side can cancel it before it starts. Once a
      *> Confirmed session's slot has passed, each side fills in
      *> the feedback form once - four 1-5 scores and two short
      *> comments - kept in data/practice-feedback.dat and read by
      *> the other side here. ADVISOR-DASH counts the Confirmed
      *> sessions an advisee has done. Both sides hear about every
      *> step through NOTIFY-USER as job activity.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRACTICE-INTERVIEWS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VOLUNTEER-FILE
               ASSIGN TO "data/practice-volunteers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VOL-STATUS.
           SELECT VOLUNTEER-TEMP-FILE ASSIGN TO "data/pvoltemp.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VTEMP-STATUS.
           SELECT SESSION-FILE ASSIGN TO "data/practice-sessions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SES-STATUS.
           SELECT SESSION-TEMP-FILE ASSIGN TO "data/psestemp.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEMP-STATUS.
           SELECT FEEDBACK-FILE ASSIGN TO "data/practice-feedback.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FB-STATUS.
           SELECT AVAIL-FILE ASSIGN TO "data/availability.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AVAIL-STATUS.
           SELECT INTERVIEW-FILE ASSIGN TO "data/interviews.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IVW-STATUS.
           SELECT BLOCKED-FILE ASSIGN TO "data/blocked.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BLK-STATUS.
           SELECT PROFILE-FILE ASSIGN TO "data/profiles.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROF-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> data/practice-volunteers.dat: one row per volunteer per
      *> category they will practise with others.
       FD VOLUNTEER-FILE.
       01 VOLUNTEER-REC.
          05 PV-USERNAME          PIC X(20).
          05 PV-CATEGORY          PIC X(15).
          05 PV-SINCE             PIC X(10).

       FD VOLUNTEER-TEMP-FILE.
       01 VOLUNTEER-TEMP-REC PIC X(45).

      *> data/practice-sessions.dat: one row per session asked for.
      *> PS-SLOT is YYYY-MM-DD HH:MM; PS-BOOKED the day it was
      *> asked for.
       FD SESSION-FILE.
       01 SESSION-REC.
          05 PS-ID                PIC 9(05).
          05 PS-REQUESTER         PIC X(20).
          05 PS-PARTNER           PIC X(20).
          05 PS-CATEGORY          PIC X(15).
          05 PS-SLOT              PIC X(16).
          05 PS-STATUS            PIC X(10).
             88 PS-REQUESTED          VALUE "Requested".
             88 PS-CONFIRMED          VALUE "Confirmed".
             88 PS-DECLINED           VALUE "Declined".
             88 PS-CANCELLED          VALUE "Cancelled".
          05 PS-BOOKED            PIC X(10).

       FD SESSION-TEMP-FILE.
       01 SESSION-TEMP-REC PIC X(96).

      *> data/practice-feedback.dat: one row per side per session,
      *> a 1-5 score against each of the form's four questions in
      *> the order of WS-QUESTION-LIST.
       FD FEEDBACK-FILE.
       01 FEEDBACK-REC.
          05 PF-ID                PIC 9(05).
          05 PF-FROM              PIC X(20).
          05 PF-ABOUT             PIC X(20).
          05 PF-DATE              PIC X(10).
          05 PF-SCORE             PIC 9(01) OCCURS 4 TIMES.
          05 PF-WENT-WELL         PIC X(100).
          05 PF-WORK-ON           PIC X(100).

      *> data/availability.dat: the same layout MY-INTERVIEWS
      *> writes; AV-DAY 1 is Monday.
       FD AVAIL-FILE.
       01 AVAIL-REC.
          05 AV-USERNAME          PIC X(20).
          05 AV-DAY               PIC 9(01).
          05 AV-FROM              PIC X(05).
          05 AV-TO                PIC X(05).

      *> data/interviews.dat: the same layout JOB-MGMT writes.
       FD INTERVIEW-FILE.
       01 INTERVIEW-REC.
          05 IV-JOB-ID             PIC 9(05).
          05 IV-EMPLOYER           PIC X(20).
          05 IV-APPLICANT          PIC X(20).
          05 IV-SLOT               PIC X(16).
          05 IV-STATUS             PIC X(10).
             88 IV-PROPOSED            VALUE "Proposed".
             88 IV-CONFIRMED           VALUE "Confirmed".
          05 IV-ROUND              PIC X(02).
          05 IV-ROUND-TYPE         PIC X(12).
          05 IV-OUTCOME            PIC X(10).
          05 IV-SCORE              PIC X(03).
          05 IV-COMMENT            PIC X(60).

      *> data/blocked.dat: the same row SEND-MESSAGE checks.
       FD BLOCKED-FILE.
       01 BLOCKED-RECORD.
          05 BLOCKED-BY       PIC X(20).
          05 FILLER           PIC X.
          05 BLOCKED-USER     PIC X(20).

       FD PROFILE-FILE.
           COPY "PROFREC.cpy".

       WORKING-STORAGE SECTION.
       77 WS-VOL-STATUS      PIC XX.
       77 WS-VTEMP-STATUS    PIC XX.
       77 WS-SES-STATUS      PIC XX.
       77 WS-STEMP-STATUS    PIC XX.
       77 WS-FB-STATUS       PIC XX.
       77 WS-AVAIL-STATUS    PIC XX.
       77 WS-IVW-STATUS      PIC XX.
       77 WS-BLK-STATUS      PIC XX.
       77 WS-PROF-STATUS     PIC XX.
       77 WS-EOF             PIC X VALUE "N".
       77 WS-SCAN-EOF        PIC X VALUE "N".
       77 WS-COMMAND         PIC X(20).
       77 WS-LINE            PIC X(500).
       77 WS-SX-COMMAND      PIC X(10).
       77 WS-MSG-ID          PIC X(12).
       77 WS-ACTION          PIC 9(01) VALUE 0.
       77 WS-CURR-DATE       PIC X(21).
       77 WS-TODAY           PIC X(10).
       77 WS-NOW             PIC X(16).
       77 WS-MY-MAJOR        PIC X(50).
       77 WS-MY-CAT-COUNT    PIC 9(03) VALUE 0.
       77 WS-SESSION-COUNT   PIC 9(03) VALUE 0.
       77 WS-WAITING-COUNT   PIC 9(03) VALUE 0.
       77 WS-DUE-COUNT       PIC 9(03) VALUE 0.
       77 WS-SHOWN           PIC 9(03) VALUE 0.
       77 WS-CATEGORY        PIC X(15).
       77 WS-VOLUNTEERING    PIC X VALUE "N".
       77 WS-PICK-ID         PIC 9(05) VALUE 0.
       77 WS-PICK-NUM        PIC 9(03) VALUE 0.
       77 WS-NEXT-ID         PIC 9(05) VALUE 0.
       77 WS-FOUND           PIC X VALUE "N".
       77 WS-OTHER           PIC X(20).
       77 WS-BLOCKED         PIC X VALUE "N".
       77 WS-GAVE-FEEDBACK   PIC X VALUE "N".
       77 WS-NEW-STATUS      PIC X(10).
       77 WS-SLOT            PIC X(16).
       77 WS-SKIP-ID         PIC 9(05) VALUE 0.
       77 WS-CHK-USER        PIC X(20).
       77 WS-CONFLICT        PIC X VALUE "N".
       77 WS-AV-USER         PIC X(20).
       77 WS-AV-COUNT        PIC 9(03) VALUE 0.
       77 WS-AV-DAY-NAME     PIC X(9).
       77 WS-AV-IN-WINDOW    PIC X VALUE "N".
       77 WS-AV-DATE-STR     PIC X(8).
       77 WS-AV-DATE-NUM     PIC 9(8).
       77 WS-AV-DATE-INT     PIC S9(8) COMP.
       77 WS-AV-DOW          PIC 9(01) VALUE 0.
       77 WS-AV-SLOT-TIME    PIC X(05).
       77 WS-SLOT-OK         PIC X VALUE "N".
       77 WS-LOOKUP-USER     PIC X(20).
       77 WS-LK-FOUND        PIC X VALUE "N".
       77 WS-LK-FIRST        PIC X(20).
       77 WS-LK-LAST         PIC X(20).
       77 WS-LK-MAJOR        PIC X(50).
       77 WS-STOP            PIC X VALUE "N".
       77 WS-SCORE-OK        PIC X VALUE "N".
       77 WS-NUM-DISP        PIC Z9.
       77 WS-NOTIF-TO        PIC X(20).
       77 WS-NOTIF-MSG       PIC X(100).
       77 WS-NOTIF-CATEGORY  PIC X(12) VALUE "JOBS".
       77 C                  PIC 9(03) VALUE 0.
       77 D                  PIC 9(03) VALUE 0.
       77 Q                  PIC 9(01) VALUE 0.

      *> The feedback form's questions, in PF-SCORE order.
       01 WS-QUESTION-LIST.
          05 FILLER PIC X(20) VALUE "Preparation".
          05 FILLER PIC X(20) VALUE "Communication".
          05 FILLER PIC X(20) VALUE "Answer structure".
          05 FILLER PIC X(20) VALUE "Overall".
       01 WS-QUESTION-TABLE REDEFINES WS-QUESTION-LIST.
          05 WS-QUESTION PIC X(20) OCCURS 4 TIMES.

      *> The session being answered, cancelled or given feedback,
      *> copied out of SESSION-REC so the file can be rewritten
      *> underneath it.
       01 WS-SESSION.
          05 WS-SS-ID             PIC 9(05).
          05 WS-SS-REQUESTER      PIC X(20).
          05 WS-SS-PARTNER        PIC X(20).
          05 WS-SS-CATEGORY       PIC X(15).
          05 WS-SS-SLOT           PIC X(16).
          05 WS-SS-STATUS         PIC X(10).

      *> Categories that have a volunteer other than this student.
       01 WS-CAT-TABLE.
          05 WS-CAT-COUNT         PIC 9(03) VALUE 0.
          05 WS-CAT-NAME          PIC X(15) OCCURS 50 TIMES.

      *> Volunteers in the picked category, same major first.
       01 WS-CAND-TABLE.
          05 WS-CAND-COUNT        PIC 9(03) VALUE 0.
          05 WS-CAND OCCURS 50 TIMES.
             10 CD-USERNAME       PIC X(20).
             10 CD-FIRST          PIC X(20).
             10 CD-LAST           PIC X(20).
             10 CD-MAJOR          PIC X(50).
             10 CD-SAME-MAJOR     PIC X(01).
       01 WS-CAND-HOLD            PIC X(111).

      *> The answers being given on one feedback form.
       01 WS-NEW-SCORES.
          05 WS-NEW-SCORE         PIC 9(01) OCCURS 4 TIMES.

       LINKAGE SECTION.
       01 PI-USER PIC X(20).

       PROCEDURE DIVISION USING PI-USER.
       MAIN-PROGRAM.
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE
           MOVE SPACES TO WS-TODAY
           STRING WS-CURR-DATE(1:4) "-" WS-CURR-DATE(5:2) "-"
                  WS-CURR-DATE(7:2)
                  DELIMITED BY SIZE INTO WS-TODAY
           END-STRING
           MOVE SPACES TO WS-NOW
           STRING WS-TODAY " " WS-CURR-DATE(9:2) ":"
                  WS-CURR-DATE(11:2)
                  DELIMITED BY SIZE INTO WS-NOW
           END-STRING

           MOVE PI-USER TO WS-LOOKUP-USER
           PERFORM LOOKUP-PROFILE
           MOVE WS-LK-MAJOR TO WS-MY-MAJOR

           MOVE "--- Practice Interviews ---" TO WS-LINE
           MOVE "PRAC-001" TO WS-MSG-ID
           PERFORM SAY-LINE

           PERFORM LIST-MY-CATEGORIES
           PERFORM LIST-MY-SESSIONS

           PERFORM OFFER-ACTIONS

           MOVE "---------------------------" TO WS-LINE
           PERFORM OUT
           GOBACK.

      *> The categories this student has volunteered for.
       LIST-MY-CATEGORIES.
           MOVE 0 TO WS-MY-CAT-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT VOLUNTEER-FILE
           IF WS-VOL-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ VOLUNTEER-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF FUNCTION TRIM(PV-USERNAME) =
                          FUNCTION TRIM(PI-USER)
                          ADD 1 TO WS-MY-CAT-COUNT
                          IF WS-MY-CAT-COUNT = 1
                             MOVE "You volunteer as a practice partner"
                              & " for:" TO WS-LINE
                             MOVE "PRAC-002" TO WS-MSG-ID
                             PERFORM SAY-LINE
                          END-IF
                          MOVE SPACES TO WS-LINE
                          STRING "  " FUNCTION TRIM(PV-CATEGORY)
                                 " (since " PV-SINCE ")"
                                 DELIMITED BY SIZE INTO WS-LINE
                          END-STRING
                          PERFORM OUT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE VOLUNTEER-FILE
           END-IF.

      *> The student's live sessions on either side: requests still
      *> ahead of their slot, and every Confirmed session with
      *> whether this side's feedback is still owed once it is past.
       LIST-MY-SESSIONS.
           MOVE 0 TO WS-SESSION-COUNT
           MOVE 0 TO WS-WAITING-COUNT
           MOVE 0 TO WS-DUE-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT SESSION-FILE
           IF WS-SES-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ SESSION-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF (FUNCTION TRIM(PS-REQUESTER) =
                           FUNCTION TRIM(PI-USER) OR
                           FUNCTION TRIM(PS-PARTNER) =
                           FUNCTION TRIM(PI-USER)) AND
                          (PS-CONFIRMED OR
                           (PS-REQUESTED AND PS-SLOT > WS-NOW))
                          PERFORM SHOW-MY-SESSION
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SESSION-FILE
           END-IF
           IF WS-SESSION-COUNT = 0
              MOVE "You have no practice sessions booked." TO WS-LINE
              MOVE "PRAC-003" TO WS-MSG-ID
              PERFORM SAY-LINE
           END-IF.

       SHOW-MY-SESSION.
           ADD 1 TO WS-SESSION-COUNT
           IF WS-SESSION-COUNT = 1
              MOVE "Your practice sessions:" TO WS-LINE
              MOVE "PRAC-004" TO WS-MSG-ID
              PERFORM SAY-LINE
           END-IF
           PERFORM KEEP-SESSION
           PERFORM SET-OTHER-SIDE
           MOVE SPACES TO WS-LINE
           STRING "  " PS-ID " " PS-SLOT " "
                  FUNCTION TRIM(PS-CATEGORY) " with "
                  FUNCTION TRIM(WS-OTHER) " - "
                  FUNCTION TRIM(PS-STATUS)
                  DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           PERFORM OUT

           EVALUATE TRUE
              WHEN PS-REQUESTED AND
                   FUNCTION TRIM(PS-PARTNER) = FUNCTION TRIM(PI-USER)
                 ADD 1 TO WS-WAITING-COUNT
                 MOVE "       Waiting on your answer." TO WS-LINE
                 MOVE "PRAC-005" TO WS-MSG-ID
                 PERFORM SAY-LINE
              WHEN PS-CONFIRMED AND PS-SLOT < WS-NOW
                 PERFORM CHECK-GAVE-FEEDBACK
                 IF WS-GAVE-FEEDBACK = "Y"
                    MOVE "       Done - you gave your feedback."
                         TO WS-LINE
                    MOVE "PRAC-045" TO WS-MSG-ID
                 ELSE
                    ADD 1 TO WS-DUE-COUNT
                    MOVE "       Done - your feedback is due."
                         TO WS-LINE
                    MOVE "PRAC-046" TO WS-MSG-ID
                 END-IF
                 PERFORM SAY-LINE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       OFFER-ACTIONS.
           MOVE "1. Volunteer as a practice partner (or stop)"
                TO WS-LINE
           MOVE "PRAC-006" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "2. Ask for a practice session" TO WS-LINE
           MOVE "PRAC-007" TO WS-MSG-ID
           PERFORM SAY-LINE
           IF WS-WAITING-COUNT > 0
              MOVE "3. Answer session requests" TO WS-LINE
              MOVE "PRAC-008" TO WS-MSG-ID
              PERFORM SAY-LINE
           END-IF
           IF WS-DUE-COUNT > 0
              MOVE "4. Give feedback on a session" TO WS-LINE
              MOVE "PRAC-009" TO WS-MSG-ID
              PERFORM SAY-LINE
           END-IF
           MOVE "5. Read feedback you have received" TO WS-LINE
           MOVE "PRAC-010" TO WS-MSG-ID
           PERFORM SAY-LINE
           IF WS-SESSION-COUNT > 0
              MOVE "6. Cancel a session" TO WS-LINE
              MOVE "PRAC-011" TO WS-MSG-ID
              PERFORM SAY-LINE
           END-IF
           MOVE "7. Go back" TO WS-LINE
           MOVE "PRAC-012" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "Enter your choice:" TO WS-LINE
           MOVE "ENTER-CHOICE" TO WS-MSG-ID
           PERFORM SAY-LINE
           PERFORM READ-ANSWER
           MOVE 0 TO WS-ACTION
           IF WS-LINE(1:1) >= "1" AND WS-LINE(1:1) <= "7"
              MOVE FUNCTION NUMVAL(WS-LINE(1:1)) TO WS-ACTION
           END-IF

           EVALUATE TRUE
              WHEN WS-ACTION = 1
                 PERFORM VOLUNTEER-FOR-CATEGORY
              WHEN WS-ACTION = 2
                 PERFORM ASK-FOR-SESSION
              WHEN WS-ACTION = 3 AND WS-WAITING-COUNT > 0
                 PERFORM ANSWER-REQUEST
              WHEN WS-ACTION = 4 AND WS-DUE-COUNT > 0
                 PERFORM GIVE-FEEDBACK
              WHEN WS-ACTION = 5
                 PERFORM READ-MY-FEEDBACK
              WHEN WS-ACTION = 6 AND WS-SESSION-COUNT > 0
                 PERFORM CANCEL-SESSION
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *> Adds a category the student will practise with others in,
      *> or - when they already volunteer for it - takes it away.
      *> Volunteering needs published availability, since every
      *> session is booked inside it.
       VOLUNTEER-FOR-CATEGORY.
           MOVE "Enter the role type or category (Engineering,"
            & " Finance, ...):" TO WS-LINE
           MOVE "PRAC-013" TO WS-MSG-ID
           PERFORM SAY-LINE
           PERFORM READ-ANSWER
           IF WS-LINE = HIGH-VALUES OR FUNCTION TRIM(WS-LINE) = SPACES
              EXIT PARAGRAPH
           END-IF
           IF WS-LINE(16:485) NOT = SPACES
              MOVE "Keep the category to 15 characters." TO WS-LINE
              MOVE "PRAC-014" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-LINE) TO WS-CATEGORY

           PERFORM CHECK-VOLUNTEERING
           IF WS-VOLUNTEERING = "Y"
              MOVE SPACES TO WS-LINE
              STRING "You already volunteer for "
                     FUNCTION TRIM(WS-CATEGORY) ". Stop? (Y/N)"
                     DELIMITED BY SIZE INTO WS-LINE
              END-STRING
              PERFORM OUT
              PERFORM READ-ANSWER
              IF WS-LINE = HIGH-VALUES OR
                 FUNCTION UPPER-CASE(WS-LINE(1:1)) NOT = "Y"
                 EXIT PARAGRAPH
              END-IF
              PERFORM DROP-VOLUNTEER-ROW
              MOVE SPACES TO WS-LINE
              STRING "You no longer volunteer for "
                     FUNCTION TRIM(WS-CATEGORY)
                     ". Sessions already booked still stand."
                     DELIMITED BY SIZE INTO WS-LINE
              END-STRING
              PERFORM OUT
              EXIT PARAGRAPH
           END-IF

           MOVE PI-USER TO WS-AV-USER
           PERFORM COUNT-WINDOWS
           IF WS-AV-COUNT = 0
              MOVE "Publish your weekly availability under My"
               & " Interviews first -" TO WS-LINE
              MOVE "PRAC-015" TO WS-MSG-ID
              PERFORM SAY-LINE
              MOVE "practice sessions are booked inside it." TO WS-LINE
              MOVE "PRAC-049" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF

           OPEN EXTEND VOLUNTEER-FILE
           IF WS-VOL-STATUS NOT = "00"
              OPEN OUTPUT VOLUNTEER-FILE
           END-IF
           MOVE SPACES TO VOLUNTEER-REC
           MOVE PI-USER TO PV-USERNAME
           MOVE WS-CATEGORY TO PV-CATEGORY
           MOVE WS-TODAY TO PV-SINCE
           WRITE VOLUNTEER-REC
           CLOSE VOLUNTEER-FILE

           MOVE SPACES TO WS-LINE
           STRING "Thanks - students practising for "
                  FUNCTION TRIM(WS-CATEGORY)
                  " roles can now ask you for a session."
                  DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           PERFORM OUT.

       CHECK-VOLUNTEERING.
           MOVE "N" TO WS-VOLUNTEERING
           MOVE "N" TO WS-SCAN-EOF
           OPEN INPUT VOLUNTEER-FILE
           IF WS-VOL-STATUS = "00"
              PERFORM UNTIL WS-SCAN-EOF = "Y"
                 READ VOLUNTEER-FILE
                    AT END MOVE "Y" TO WS-SCAN-EOF
                    NOT AT END
                       IF FUNCTION TRIM(PV-USERNAME) =
                          FUNCTION TRIM(PI-USER) AND
                          FUNCTION UPPER-CASE(PV-CATEGORY) =
                          FUNCTION UPPER-CASE(WS-CATEGORY)
                          MOVE "Y" TO WS-VOLUNTEERING
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE VOLUNTEER-FILE
           END-IF.

       DROP-VOLUNTEER-ROW.
           MOVE "N" TO WS-EOF
           OPEN INPUT VOLUNTEER-FILE
           OPEN OUTPUT VOLUNTEER-TEMP-FILE
           PERFORM UNTIL WS-EOF = "Y"
              READ VOLUNTEER-FILE
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    IF FUNCTION TRIM(PV-USERNAME) NOT =
                       FUNCTION TRIM(PI-USER) OR
                       FUNCTION UPPER-CASE(PV-CATEGORY) NOT =
                       FUNCTION UPPER-CASE(WS-CATEGORY)
                       WRITE VOLUNTEER-TEMP-REC FROM VOLUNTEER-REC
                    END-IF
              END-READ
           END-PERFORM
           CLOSE VOLUNTEER-FILE
           CLOSE VOLUNTEER-TEMP-FILE

           OPEN OUTPUT VOLUNTEER-FILE
           OPEN INPUT VOLUNTEER-TEMP-FILE
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
              READ VOLUNTEER-TEMP-FILE INTO VOLUNTEER-REC
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END WRITE VOLUNTEER-REC
              END-READ
           END-PERFORM
           CLOSE VOLUNTEER-TEMP-FILE
           CLOSE VOLUNTEER-FILE.

      *> Pairs the student with a volunteer in the category they are
      *> preparing for and books a slot inside both sides' windows.
       ASK-FOR-SESSION.
           MOVE PI-USER TO WS-AV-USER
           PERFORM COUNT-WINDOWS
           IF WS-AV-COUNT = 0
              MOVE "Publish your weekly availability under My"
               & " Interviews first -" TO WS-LINE
              MOVE "PRAC-015" TO WS-MSG-ID
              PERFORM SAY-LINE
              MOVE "practice sessions are booked inside it." TO WS-LINE
              MOVE "PRAC-049" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-CATEGORIES
           IF WS-CAT-COUNT = 0
              MOVE "No one has volunteered as a practice partner yet."
                   TO WS-LINE
              MOVE "PRAC-016" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF
           MOVE "Categories with practice partners:" TO WS-LINE
           MOVE "PRAC-017" TO WS-MSG-ID
           PERFORM SAY-LINE
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-CAT-COUNT
              MOVE SPACES TO WS-LINE
              STRING "  " FUNCTION TRIM(WS-CAT-NAME(C))
                     DELIMITED BY SIZE INTO WS-LINE
              END-STRING
              PERFORM OUT
           END-PERFORM
           MOVE "Which category are you preparing for?" TO WS-LINE
           MOVE "PRAC-018" TO WS-MSG-ID
           PERFORM SAY-LINE
           PERFORM READ-ANSWER
           IF WS-LINE = HIGH-VALUES OR FUNCTION TRIM(WS-LINE) = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-LINE) TO WS-CATEGORY

           PERFORM LOAD-CANDIDATES
           IF WS-CAND-COUNT = 0
              MOVE SPACES TO WS-LINE
              STRING "No practice partners are available for "
                     FUNCTION TRIM(WS-CATEGORY) "."
                     DELIMITED BY SIZE INTO WS-LINE
              END-STRING
              PERFORM OUT
              EXIT PARAGRAPH
           END-IF
           PERFORM SORT-BY-MAJOR

           MOVE "Practice partners:" TO WS-LINE
           MOVE "PRAC-019" TO WS-MSG-ID
           PERFORM SAY-LINE
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-CAND-COUNT
              PERFORM SHOW-ONE-CANDIDATE
           END-PERFORM
           MOVE "Enter the partner's number (Enter to go back):"
                TO WS-LINE
           MOVE "PRAC-020" TO WS-MSG-ID
           PERFORM SAY-LINE
           PERFORM READ-ANSWER
           IF WS-LINE = HIGH-VALUES OR
              FUNCTION TRIM(WS-LINE) = SPACES OR
              FUNCTION TEST-NUMVAL(WS-LINE) NOT = 0
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-LINE) TO WS-PICK-NUM
           IF WS-PICK-NUM < 1 OR WS-PICK-NUM > WS-CAND-COUNT
              MOVE "No partner has that number." TO WS-LINE
              MOVE "PRAC-021" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF
           MOVE CD-USERNAME(WS-PICK-NUM) TO WS-OTHER

           MOVE SPACES TO WS-LINE
           STRING FUNCTION TRIM(WS-OTHER) " is available:"
                  DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           PERFORM OUT
           MOVE WS-OTHER TO WS-AV-USER
           PERFORM SHOW-WINDOWS
           MOVE "You are available:" TO WS-LINE
           MOVE "PRAC-022" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE PI-USER TO WS-AV-USER
           PERFORM SHOW-WINDOWS

           MOVE "Enter the session slot (YYYY-MM-DD HH:MM):"
                TO WS-LINE
           MOVE "PRAC-023" TO WS-MSG-ID
           PERFORM SAY-LINE
           PERFORM READ-ANSWER
           IF WS-LINE = HIGH-VALUES
              EXIT PARAGRAPH
           END-IF
           MOVE WS-LINE(1:16) TO WS-SLOT
           PERFORM CHECK-SLOT-FORMAT
           IF WS-SLOT-OK = "N"
              MOVE "Enter the slot as YYYY-MM-DD HH:MM, later than"
               & " now." TO WS-LINE
              MOVE "PRAC-024" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF

           MOVE PI-USER TO WS-AV-USER
           PERFORM CHECK-IN-WINDOW
           IF WS-AV-IN-WINDOW = "N"
              MOVE "That slot is outside your published availability."
                   TO WS-LINE
              MOVE "PRAC-025" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF
           MOVE WS-OTHER TO WS-AV-USER
           PERFORM CHECK-IN-WINDOW
           IF WS-AV-IN-WINDOW = "N"
              MOVE SPACES TO WS-LINE
              STRING "That slot is outside "
                     FUNCTION TRIM(WS-OTHER)
                     "'s published availability."
                     DELIMITED BY SIZE INTO WS-LINE
              END-STRING
              PERFORM OUT
              EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-SKIP-ID
           MOVE PI-USER TO WS-CHK-USER
           PERFORM CHECK-SLOT-CONFLICT
           IF WS-CONFLICT = "Y"
              MOVE "You already have a session or interview at that"
               & " time - pick another slot." TO WS-LINE
              MOVE "PRAC-026" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF
           MOVE WS-OTHER TO WS-CHK-USER
           PERFORM CHECK-SLOT-CONFLICT
           IF WS-CONFLICT = "Y"
              MOVE SPACES TO WS-LINE
              STRING FUNCTION TRIM(WS-OTHER)
                     " is already booked at that time - pick another"
                     " slot." DELIMITED BY SIZE INTO WS-LINE
              END-STRING
              PERFORM OUT
              EXIT PARAGRAPH
           END-IF

           PERFORM FIND-NEXT-ID
           OPEN EXTEND SESSION-FILE
           IF WS-SES-STATUS NOT = "00"
              OPEN OUTPUT SESSION-FILE
           END-IF
           MOVE SPACES TO SESSION-REC
           MOVE WS-NEXT-ID TO PS-ID
           MOVE PI-USER TO PS-REQUESTER
           MOVE WS-OTHER TO PS-PARTNER
           MOVE WS-CATEGORY TO PS-CATEGORY
           MOVE WS-SLOT TO PS-SLOT
           MOVE "Requested" TO PS-STATUS
           MOVE WS-TODAY TO PS-BOOKED
           WRITE SESSION-REC
           CLOSE SESSION-FILE

           MOVE WS-OTHER TO WS-NOTIF-TO
           MOVE SPACES TO WS-NOTIF-MSG
           STRING FUNCTION TRIM(PI-USER)
                  " asked you for a practice interview ("
                  FUNCTION TRIM(WS-CATEGORY) ") on " WS-SLOT "."
                  DELIMITED BY SIZE INTO WS-NOTIF-MSG
           END-STRING
           PERFORM WRITE-NOTIFICATION

           MOVE SPACES TO WS-LINE
           STRING "Session " WS-NEXT-ID " requested. "
                  FUNCTION TRIM(WS-OTHER)
                  " has been asked to confirm it."
                  DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           PERFORM OUT.

       SHOW-ONE-CANDIDATE.
           MOVE C TO WS-NUM-DISP
           MOVE SPACES TO WS-LINE
           IF CD-FIRST(C) = SPACES
              STRING "  " WS-NUM-DISP ". " FUNCTION TRIM(CD-USERNAME(C))
                     DELIMITED BY SIZE INTO WS-LINE
              END-STRING
           ELSE
              STRING "  " WS-NUM-DISP ". " FUNCTION TRIM(CD-FIRST(C))
                     " " FUNCTION TRIM(CD-LAST(C)) " ("
                     FUNCTION TRIM(CD-USERNAME(C)) ")"
                     DELIMITED BY SIZE INTO WS-LINE
              END-STRING
           END-IF
           PERFORM OUT
           IF CD-MAJOR(C) NOT = SPACES
              MOVE SPACES TO WS-LINE
              IF CD-SAME-MAJOR(C) = "Y"
                 STRING "      " FUNCTION TRIM(CD-MAJOR(C))
                        " - your major"
                        DELIMITED BY SIZE INTO WS-LINE
                 END-STRING
              ELSE
                 STRING "      " FUNCTION TRIM(CD-MAJOR(C))
                        DELIMITED BY SIZE INTO WS-LINE
                 END-STRING
              END-IF
              PERFORM OUT
           END-IF.

      *> WS-CAT-TABLE: each category someone other than this
      *> student volunteers for, once, in the order first seen.
       LOAD-CATEGORIES.
           MOVE 0 TO WS-CAT-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT VOLUNTEER-FILE
           IF WS-VOL-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ VOLUNTEER-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF FUNCTION TRIM(PV-USERNAME) NOT =
                          FUNCTION TRIM(PI-USER)
                          PERFORM ADD-ONE-CATEGORY
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE VOLUNTEER-FILE
           END-IF.

       ADD-ONE-CATEGORY.
           MOVE "N" TO WS-FOUND
           PERFORM VARYING D FROM 1 BY 1 UNTIL D > WS-CAT-COUNT
              IF FUNCTION UPPER-CASE(WS-CAT-NAME(D)) =
                 FUNCTION UPPER-CASE(PV-CATEGORY)
                 MOVE "Y" TO WS-FOUND
              END-IF
           END-PERFORM
           IF WS-FOUND = "N" AND WS-CAT-COUNT < 50
              ADD 1 TO WS-CAT-COUNT
              MOVE PV-CATEGORY TO WS-CAT-NAME(WS-CAT-COUNT)
           END-IF.

      *> WS-CAND-TABLE: the volunteers for WS-CATEGORY, without this
      *> student, anyone either side has blocked, or a repeat.
       LOAD-CANDIDATES.
           MOVE 0 TO WS-CAND-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT VOLUNTEER-FILE
           IF WS-VOL-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ VOLUNTEER-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF FUNCTION TRIM(PV-USERNAME) NOT =
                          FUNCTION TRIM(PI-USER) AND
                          FUNCTION UPPER-CASE(PV-CATEGORY) =
                          FUNCTION UPPER-CASE(WS-CATEGORY)
                          PERFORM ADD-ONE-CANDIDATE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE VOLUNTEER-FILE
           END-IF.

       ADD-ONE-CANDIDATE.
           MOVE "N" TO WS-FOUND
           PERFORM VARYING D FROM 1 BY 1 UNTIL D > WS-CAND-COUNT
              IF CD-USERNAME(D) = PV-USERNAME
                 MOVE "Y" TO WS-FOUND
              END-IF
           END-PERFORM
           IF WS-FOUND = "Y" OR WS-CAND-COUNT >= 50
              EXIT PARAGRAPH
           END-IF
           MOVE PV-USERNAME TO WS-OTHER
           PERFORM CHECK-BLOCKED
           IF WS-BLOCKED = "Y"
              EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-CAND-COUNT
           MOVE PV-USERNAME TO CD-USERNAME(WS-CAND-COUNT)
           MOVE PV-USERNAME TO WS-LOOKUP-USER
           PERFORM LOOKUP-PROFILE
           MOVE WS-LK-FIRST TO CD-FIRST(WS-CAND-COUNT)
           MOVE WS-LK-LAST TO CD-LAST(WS-CAND-COUNT)
           MOVE WS-LK-MAJOR TO CD-MAJOR(WS-CAND-COUNT)
           IF WS-MY-MAJOR NOT = SPACES AND
              FUNCTION UPPER-CASE(WS-LK-MAJOR) =
              FUNCTION UPPER-CASE(WS-MY-MAJOR)
              MOVE "Y" TO CD-SAME-MAJOR(WS-CAND-COUNT)
           ELSE
              MOVE "N" TO CD-SAME-MAJOR(WS-CAND-COUNT)
           END-IF.

      *> Simple neighbor swap until every same-major volunteer sits
      *> ahead of the rest, each group keeping file order - the list
      *> is small.
       SORT-BY-MAJOR.
           MOVE "Y" TO WS-FOUND
           PERFORM UNTIL WS-FOUND = "N"
              MOVE "N" TO WS-FOUND
              PERFORM VARYING C FROM 1 BY 1
                      UNTIL C >= WS-CAND-COUNT
                 IF CD-SAME-MAJOR(C) = "N" AND
                    CD-SAME-MAJOR(C + 1) = "Y"
                    MOVE WS-CAND(C) TO WS-CAND-HOLD
                    MOVE WS-CAND(C + 1) TO WS-CAND(C)
                    MOVE WS-CAND-HOLD TO WS-CAND(C + 1)
                    MOVE "Y" TO WS-FOUND
                 END-IF
              END-PERFORM
           END-PERFORM.

      *> The partner accepts or declines one session they were asked
      *> for; accepting re-checks the slot, since another request
      *> for the same time may have been accepted since.
       ANSWER-REQUEST.
           MOVE "Enter the session number to answer:" TO WS-LINE
           MOVE "PRAC-027" TO WS-MSG-ID
           PERFORM SAY-LINE
           PERFORM READ-ANSWER
           IF WS-LINE = HIGH-VALUES OR
              FUNCTION TEST-NUMVAL(WS-LINE) NOT = 0
              MOVE "No request to you has that number." TO WS-LINE
              MOVE "PRAC-028" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-LINE) TO WS-PICK-ID
           PERFORM FIND-SESSION
           IF WS-FOUND = "N" OR WS-SS-STATUS NOT = "Requested" OR
              FUNCTION TRIM(WS-SS-PARTNER) NOT =
              FUNCTION TRIM(PI-USER) OR
              WS-SS-SLOT NOT > WS-NOW
              MOVE "No request to you has that number." TO WS-LINE
              MOVE "PRAC-028" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF

           MOVE "Accept (A) or decline (D)?" TO WS-LINE
           MOVE "PRAC-029" TO WS-MSG-ID
           PERFORM SAY-LINE
           PERFORM READ-ANSWER
           IF WS-LINE = HIGH-VALUES
              EXIT PARAGRAPH
           END-IF
           EVALUATE FUNCTION UPPER-CASE(WS-LINE(1:1))
              WHEN "A"
                 MOVE "Confirmed" TO WS-NEW-STATUS
              WHEN "D"
                 MOVE "Declined" TO WS-NEW-STATUS
              WHEN OTHER
                 MOVE "Nothing changed." TO WS-LINE
                 MOVE "PRAC-030" TO WS-MSG-ID
                 PERFORM SAY-LINE
                 EXIT PARAGRAPH
           END-EVALUATE

           IF WS-NEW-STATUS = "Confirmed"
              MOVE WS-SS-SLOT TO WS-SLOT
              MOVE WS-SS-ID TO WS-SKIP-ID
              MOVE PI-USER TO WS-CHK-USER
              PERFORM CHECK-SLOT-CONFLICT
              IF WS-CONFLICT = "N"
                 MOVE WS-SS-REQUESTER TO WS-CHK-USER
                 PERFORM CHECK-SLOT-CONFLICT
              END-IF
              IF WS-CONFLICT = "Y"
                 MOVE "One of you is already booked at that time -"
                  & " decline it and ask for another slot." TO WS-LINE
                 MOVE "PRAC-031" TO WS-MSG-ID
                 PERFORM SAY-LINE
                 EXIT PARAGRAPH
              END-IF
           END-IF

           PERFORM SET-SESSION-STATUS
           MOVE WS-SS-REQUESTER TO WS-NOTIF-TO
           MOVE SPACES TO WS-NOTIF-MSG
           IF WS-NEW-STATUS = "Confirmed"
              STRING FUNCTION TRIM(PI-USER)
                     " confirmed your practice interview on "
                     WS-SS-SLOT "."
                     DELIMITED BY SIZE INTO WS-NOTIF-MSG
              END-STRING
              MOVE "Session confirmed." TO WS-LINE
              MOVE "PRAC-047" TO WS-MSG-ID
           ELSE
              STRING FUNCTION TRIM(PI-USER)
                     " can't do your practice interview on "
                     WS-SS-SLOT " - ask someone else."
                     DELIMITED BY SIZE INTO WS-NOTIF-MSG
              END-STRING
              MOVE "Session declined." TO WS-LINE
              MOVE "PRAC-048" TO WS-MSG-ID
           END-IF
           PERFORM SAY-LINE
           PERFORM WRITE-NOTIFICATION.

      *> Either side calls off a session that has not started yet.
       CANCEL-SESSION.
           MOVE "Enter the session number to cancel:" TO WS-LINE
           MOVE "PRAC-032" TO WS-MSG-ID
           PERFORM SAY-LINE
           PERFORM READ-ANSWER
           IF WS-LINE = HIGH-VALUES OR
              FUNCTION TEST-NUMVAL(WS-LINE) NOT = 0
              MOVE "None of your upcoming sessions has that number."
                   TO WS-LINE
              MOVE "PRAC-033" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-LINE) TO WS-PICK-ID
           PERFORM FIND-SESSION
           IF WS-FOUND = "N" OR
              (WS-SS-STATUS NOT = "Requested" AND
               WS-SS-STATUS NOT = "Confirmed") OR
              (FUNCTION TRIM(WS-SS-REQUESTER) NOT =
               FUNCTION TRIM(PI-USER) AND
               FUNCTION TRIM(WS-SS-PARTNER) NOT =
               FUNCTION TRIM(PI-USER)) OR
              WS-SS-SLOT NOT > WS-NOW
              MOVE "None of your upcoming sessions has that number."
                   TO WS-LINE
              MOVE "PRAC-033" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF

           MOVE "Cancelled" TO WS-NEW-STATUS
           PERFORM SET-SESSION-STATUS
           IF FUNCTION TRIM(WS-SS-REQUESTER) = FUNCTION TRIM(PI-USER)
              MOVE WS-SS-PARTNER TO WS-NOTIF-TO
           ELSE
              MOVE WS-SS-REQUESTER TO WS-NOTIF-TO
           END-IF
           MOVE SPACES TO WS-NOTIF-MSG
           STRING FUNCTION TRIM(PI-USER)
                  " cancelled the practice interview on "
                  WS-SS-SLOT "."
                  DELIMITED BY SIZE INTO WS-NOTIF-MSG
           END-STRING
           PERFORM WRITE-NOTIFICATION
           MOVE "Session cancelled." TO WS-LINE
           MOVE "PRAC-034" TO WS-MSG-ID
           PERFORM SAY-LINE.

      *> The structured form: a 1-5 score on each question and two
      *> short comments, once per side per session.
       GIVE-FEEDBACK.
           MOVE "Enter the session number:" TO WS-LINE
           MOVE "PRAC-035" TO WS-MSG-ID
           PERFORM SAY-LINE
           PERFORM READ-ANSWER
           IF WS-LINE = HIGH-VALUES OR
              FUNCTION TEST-NUMVAL(WS-LINE) NOT = 0
              MOVE "No finished session of yours has that number."
                   TO WS-LINE
              MOVE "PRAC-036" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-LINE) TO WS-PICK-ID
           PERFORM FIND-SESSION
           IF WS-FOUND = "N" OR WS-SS-STATUS NOT = "Confirmed" OR
              (FUNCTION TRIM(WS-SS-REQUESTER) NOT =
               FUNCTION TRIM(PI-USER) AND
               FUNCTION TRIM(WS-SS-PARTNER) NOT =
               FUNCTION TRIM(PI-USER)) OR
              WS-SS-SLOT NOT < WS-NOW
              MOVE "No finished session of yours has that number."
                   TO WS-LINE
              MOVE "PRAC-036" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-GAVE-FEEDBACK
           IF WS-GAVE-FEEDBACK = "Y"
              MOVE "You have already given feedback on that session."
                   TO WS-LINE
              MOVE "PRAC-037" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-SS-REQUESTER) = FUNCTION TRIM(PI-USER)
              MOVE WS-SS-PARTNER TO WS-OTHER
           ELSE
              MOVE WS-SS-REQUESTER TO WS-OTHER
           END-IF

           MOVE SPACES TO WS-LINE
           STRING "Rate " FUNCTION TRIM(WS-OTHER)
                  " from 1 (needs work) to 5 (excellent):"
                  DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           PERFORM OUT
           MOVE "N" TO WS-STOP
           PERFORM VARYING Q FROM 1 BY 1
                   UNTIL Q > 4 OR WS-STOP = "Y"
              PERFORM ASK-ONE-SCORE
           END-PERFORM
           IF WS-STOP = "Y"
              MOVE "Nothing saved." TO WS-LINE
              MOVE "PRAC-038" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO FEEDBACK-REC
           MOVE "One thing that went well (up to 100 characters):"
                TO WS-LINE
           MOVE "PRAC-039" TO WS-MSG-ID
           PERFORM SAY-LINE
           PERFORM READ-ANSWER
           IF WS-LINE NOT = HIGH-VALUES
              MOVE FUNCTION TRIM(WS-LINE) TO PF-WENT-WELL
           END-IF
           MOVE "One thing to work on (up to 100 characters):"
                TO WS-LINE
           MOVE "PRAC-040" TO WS-MSG-ID
           PERFORM SAY-LINE
           PERFORM READ-ANSWER
           IF WS-LINE NOT = HIGH-VALUES
              MOVE FUNCTION TRIM(WS-LINE) TO PF-WORK-ON
           END-IF

           MOVE WS-SS-ID TO PF-ID
           MOVE PI-USER TO PF-FROM
           MOVE WS-OTHER TO PF-ABOUT
           MOVE WS-TODAY TO PF-DATE
           PERFORM VARYING Q FROM 1 BY 1 UNTIL Q > 4
              MOVE WS-NEW-SCORE(Q) TO PF-SCORE(Q)
           END-PERFORM
           OPEN EXTEND FEEDBACK-FILE
           IF WS-FB-STATUS NOT = "00"
              OPEN OUTPUT FEEDBACK-FILE
           END-IF
           WRITE FEEDBACK-REC
           CLOSE FEEDBACK-FILE

           MOVE WS-OTHER TO WS-NOTIF-TO
           MOVE SPACES TO WS-NOTIF-MSG
           STRING FUNCTION TRIM(PI-USER)
                  " left feedback on your practice interview of "
                  WS-SS-SLOT(1:10) "."
                  DELIMITED BY SIZE INTO WS-NOTIF-MSG
           END-STRING
           PERFORM WRITE-NOTIFICATION
           MOVE "Feedback saved - thank you." TO WS-LINE
           MOVE "PRAC-041" TO WS-MSG-ID
           PERFORM SAY-LINE.

       ASK-ONE-SCORE.
           MOVE "N" TO WS-SCORE-OK
           PERFORM UNTIL WS-SCORE-OK = "Y"
              MOVE SPACES TO WS-LINE
              STRING "  " FUNCTION TRIM(WS-QUESTION(Q)) " (1-5):"
                     DELIMITED BY SIZE INTO WS-LINE
              END-STRING
              PERFORM OUT
              PERFORM READ-ANSWER
              IF WS-LINE = HIGH-VALUES
                 MOVE "Y" TO WS-STOP
                 EXIT PARAGRAPH
              END-IF
              IF WS-LINE(1:1) >= "1" AND WS-LINE(1:1) <= "5" AND
                 WS-LINE(2:1) = SPACE
                 MOVE FUNCTION NUMVAL(WS-LINE(1:1)) TO WS-NEW-SCORE(Q)
                 MOVE "Y" TO WS-SCORE-OK
              ELSE
                 MOVE "  Enter a whole number from 1 to 5." TO WS-LINE
                 MOVE "PRAC-042" TO WS-MSG-ID
                 PERFORM SAY-LINE
              END-IF
           END-PERFORM.

      *> Every feedback form written about this student, newest
      *> last.
       READ-MY-FEEDBACK.
           MOVE 0 TO WS-SHOWN
           MOVE "N" TO WS-EOF
           OPEN INPUT FEEDBACK-FILE
           IF WS-FB-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ FEEDBACK-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF FUNCTION TRIM(PF-ABOUT) =
                          FUNCTION TRIM(PI-USER)
                          PERFORM SHOW-ONE-FEEDBACK
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FEEDBACK-FILE
           END-IF
           IF WS-SHOWN = 0
              MOVE "No one has left you feedback yet." TO WS-LINE
              MOVE "PRAC-043" TO WS-MSG-ID
              PERFORM SAY-LINE
           END-IF.

       SHOW-ONE-FEEDBACK.
           ADD 1 TO WS-SHOWN
           MOVE SPACES TO WS-LINE
           STRING "Session " PF-ID " - from "
                  FUNCTION TRIM(PF-FROM) " on " PF-DATE ":"
                  DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           PERFORM OUT
           MOVE SPACES TO WS-LINE
           STRING "  " FUNCTION TRIM(WS-QUESTION(1)) " "
                  PF-SCORE(1) "/5, "
                  FUNCTION TRIM(WS-QUESTION(2)) " "
                  PF-SCORE(2) "/5, "
                  FUNCTION TRIM(WS-QUESTION(3)) " "
                  PF-SCORE(3) "/5, "
                  FUNCTION TRIM(WS-QUESTION(4)) " "
                  PF-SCORE(4) "/5"
                  DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           PERFORM OUT
           IF PF-WENT-WELL NOT = SPACES
              MOVE SPACES TO WS-LINE
              STRING "  Went well: " FUNCTION TRIM(PF-WENT-WELL)
                     DELIMITED BY SIZE INTO WS-LINE
              END-STRING
              PERFORM OUT
           END-IF
           IF PF-WORK-ON NOT = SPACES
              MOVE SPACES TO WS-LINE
              STRING "  Work on: " FUNCTION TRIM(PF-WORK-ON)
                     DELIMITED BY SIZE INTO WS-LINE
              END-STRING
              PERFORM OUT
           END-IF.

      *> WS-GAVE-FEEDBACK: whether this student has filled in the
      *> form for session WS-SS-ID.
       CHECK-GAVE-FEEDBACK.
           MOVE "N" TO WS-GAVE-FEEDBACK
           MOVE "N" TO WS-SCAN-EOF
           OPEN INPUT FEEDBACK-FILE
           IF WS-FB-STATUS = "00"
              PERFORM UNTIL WS-SCAN-EOF = "Y"
                 READ FEEDBACK-FILE
                    AT END MOVE "Y" TO WS-SCAN-EOF
                    NOT AT END
                       IF PF-ID = WS-SS-ID AND
                          FUNCTION TRIM(PF-FROM) =
                          FUNCTION TRIM(PI-USER)
                          MOVE "Y" TO WS-GAVE-FEEDBACK
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FEEDBACK-FILE
           END-IF.

      *> WS-SLOT-OK: WS-SLOT is a real YYYY-MM-DD HH:MM later than
      *> now.
       CHECK-SLOT-FORMAT.
           MOVE "N" TO WS-SLOT-OK
           MOVE SPACES TO WS-AV-DATE-STR
           STRING WS-SLOT(1:4) WS-SLOT(6:2) WS-SLOT(9:2)
                  DELIMITED BY SIZE INTO WS-AV-DATE-STR
           END-STRING
           IF WS-AV-DATE-STR IS NOT NUMERIC OR
              WS-SLOT(5:1) NOT = "-" OR WS-SLOT(8:1) NOT = "-" OR
              WS-SLOT(11:1) NOT = SPACE OR WS-SLOT(14:1) NOT = ":" OR
              WS-SLOT(12:2) IS NOT NUMERIC OR
              WS-SLOT(15:2) IS NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           MOVE WS-AV-DATE-STR TO WS-AV-DATE-NUM
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-AV-DATE-NUM) NOT = 0 OR
              WS-SLOT(12:2) > "23" OR WS-SLOT(15:2) > "59" OR
              WS-SLOT NOT > WS-NOW
              EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-SLOT-OK.

      *> WS-AV-IN-WINDOW: WS-SLOT falls inside one of WS-AV-USER's
      *> weekly windows. WS-SLOT has passed CHECK-SLOT-FORMAT.
       CHECK-IN-WINDOW.
           MOVE "N" TO WS-AV-IN-WINDOW
           MOVE SPACES TO WS-AV-DATE-STR
           STRING WS-SLOT(1:4) WS-SLOT(6:2) WS-SLOT(9:2)
                  DELIMITED BY SIZE INTO WS-AV-DATE-STR
           END-STRING
           MOVE WS-AV-DATE-STR TO WS-AV-DATE-NUM
           COMPUTE WS-AV-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-AV-DATE-NUM)
           COMPUTE WS-AV-DOW = FUNCTION REM(WS-AV-DATE-INT, 7)
           IF WS-AV-DOW = 0
              MOVE 7 TO WS-AV-DOW
           END-IF
           MOVE WS-SLOT(12:5) TO WS-AV-SLOT-TIME

           MOVE "N" TO WS-SCAN-EOF
           OPEN INPUT AVAIL-FILE
           IF WS-AVAIL-STATUS = "00"
              PERFORM UNTIL WS-SCAN-EOF = "Y"
                 READ AVAIL-FILE
                    AT END MOVE "Y" TO WS-SCAN-EOF
                    NOT AT END
                       IF FUNCTION TRIM(AV-USERNAME) =
                          FUNCTION TRIM(WS-AV-USER) AND
                          AV-DAY = WS-AV-DOW AND
                          WS-AV-SLOT-TIME >= AV-FROM AND
                          WS-AV-SLOT-TIME <= AV-TO
                          MOVE "Y" TO WS-AV-IN-WINDOW
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE AVAIL-FILE
           END-IF.

       COUNT-WINDOWS.
           MOVE 0 TO WS-AV-COUNT
           MOVE "N" TO WS-SCAN-EOF
           OPEN INPUT AVAIL-FILE
           IF WS-AVAIL-STATUS = "00"
              PERFORM UNTIL WS-SCAN-EOF = "Y"
                 READ AVAIL-FILE
                    AT END MOVE "Y" TO WS-SCAN-EOF
                    NOT AT END
                       IF FUNCTION TRIM(AV-USERNAME) =
                          FUNCTION TRIM(WS-AV-USER)
                          ADD 1 TO WS-AV-COUNT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE AVAIL-FILE
           END-IF.

       SHOW-WINDOWS.
           MOVE 0 TO WS-AV-COUNT
           MOVE "N" TO WS-SCAN-EOF
           OPEN INPUT AVAIL-FILE
           IF WS-AVAIL-STATUS = "00"
              PERFORM UNTIL WS-SCAN-EOF = "Y"
                 READ AVAIL-FILE
                    AT END MOVE "Y" TO WS-SCAN-EOF
                    NOT AT END
                       IF FUNCTION TRIM(AV-USERNAME) =
                          FUNCTION TRIM(WS-AV-USER)
                          ADD 1 TO WS-AV-COUNT
                          PERFORM DAY-NUMBER-TO-NAME
                          MOVE SPACES TO WS-LINE
                          STRING "  " FUNCTION TRIM(WS-AV-DAY-NAME)
                                 " " AV-FROM " - " AV-TO
                                 DELIMITED BY SIZE INTO WS-LINE
                          END-STRING
                          PERFORM OUT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE AVAIL-FILE
           END-IF
           IF WS-AV-COUNT = 0
              MOVE "  (no windows published)" TO WS-LINE
              MOVE "PRAC-044" TO WS-MSG-ID
              PERFORM SAY-LINE
           END-IF.

       DAY-NUMBER-TO-NAME.
           EVALUATE AV-DAY
              WHEN 1 MOVE "Monday" TO WS-AV-DAY-NAME
              WHEN 2 MOVE "Tuesday" TO WS-AV-DAY-NAME
              WHEN 3 MOVE "Wednesday" TO WS-AV-DAY-NAME
              WHEN 4 MOVE "Thursday" TO WS-AV-DAY-NAME
              WHEN 5 MOVE "Friday" TO WS-AV-DAY-NAME
              WHEN 6 MOVE "Saturday" TO WS-AV-DAY-NAME
              WHEN 7 MOVE "Sunday" TO WS-AV-DAY-NAME
              WHEN OTHER MOVE "Day ?" TO WS-AV-DAY-NAME
           END-EVALUATE.

      *> WS-CONFLICT: WS-CHK-USER already holds WS-SLOT - a live
      *> practice session on either side (other than WS-SKIP-ID) or
      *> a Proposed or Confirmed real interview.
       CHECK-SLOT-CONFLICT.
           MOVE "N" TO WS-CONFLICT
           MOVE "N" TO WS-SCAN-EOF
           OPEN INPUT SESSION-FILE
           IF WS-SES-STATUS = "00"
              PERFORM UNTIL WS-SCAN-EOF = "Y"
                 READ SESSION-FILE
                    AT END MOVE "Y" TO WS-SCAN-EOF
                    NOT AT END
                       IF PS-SLOT = WS-SLOT AND PS-ID NOT = WS-SKIP-ID
                          AND (PS-REQUESTED OR PS-CONFIRMED) AND
                          (FUNCTION TRIM(PS-REQUESTER) =
                           FUNCTION TRIM(WS-CHK-USER) OR
                           FUNCTION TRIM(PS-PARTNER) =
                           FUNCTION TRIM(WS-CHK-USER))
                          MOVE "Y" TO WS-CONFLICT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SESSION-FILE
           END-IF

           MOVE "N" TO WS-SCAN-EOF
           OPEN INPUT INTERVIEW-FILE
           IF WS-IVW-STATUS = "00"
              PERFORM UNTIL WS-SCAN-EOF = "Y"
                 READ INTERVIEW-FILE
                    AT END MOVE "Y" TO WS-SCAN-EOF
                    NOT AT END
                       IF IV-SLOT = WS-SLOT AND
                          (IV-PROPOSED OR IV-CONFIRMED) AND
                          FUNCTION TRIM(IV-APPLICANT) =
                          FUNCTION TRIM(WS-CHK-USER)
                          MOVE "Y" TO WS-CONFLICT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE INTERVIEW-FILE
           END-IF.

      *> WS-BLOCKED: either this student or WS-OTHER has blocked the
      *> other.
       CHECK-BLOCKED.
           MOVE "N" TO WS-BLOCKED
           MOVE "N" TO WS-SCAN-EOF
           OPEN INPUT BLOCKED-FILE
           IF WS-BLK-STATUS = "00"
              PERFORM UNTIL WS-SCAN-EOF = "Y"
                 READ BLOCKED-FILE
                    AT END MOVE "Y" TO WS-SCAN-EOF
                    NOT AT END
                       IF (FUNCTION TRIM(BLOCKED-BY) =
                           FUNCTION TRIM(PI-USER) AND
                           FUNCTION TRIM(BLOCKED-USER) =
                           FUNCTION TRIM(WS-OTHER)) OR
                          (FUNCTION TRIM(BLOCKED-USER) =
                           FUNCTION TRIM(PI-USER) AND
                           FUNCTION TRIM(BLOCKED-BY) =
                           FUNCTION TRIM(WS-OTHER))
                          MOVE "Y" TO WS-BLOCKED
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE BLOCKED-FILE
           END-IF.

      *> WS-SESSION for session WS-PICK-ID; WS-FOUND says whether it
      *> is on file.
       FIND-SESSION.
           MOVE "N" TO WS-FOUND
           MOVE SPACES TO WS-SESSION
           MOVE 0 TO WS-SS-ID
           MOVE "N" TO WS-SCAN-EOF
           OPEN INPUT SESSION-FILE
           IF WS-SES-STATUS = "00"
              PERFORM UNTIL WS-SCAN-EOF = "Y"
                 READ SESSION-FILE
                    AT END MOVE "Y" TO WS-SCAN-EOF
                    NOT AT END
                       IF PS-ID = WS-PICK-ID
                          MOVE "Y" TO WS-FOUND
                          MOVE "Y" TO WS-SCAN-EOF
                          PERFORM KEEP-SESSION
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SESSION-FILE
           END-IF.

       KEEP-SESSION.
           MOVE PS-ID TO WS-SS-ID
           MOVE PS-REQUESTER TO WS-SS-REQUESTER
           MOVE PS-PARTNER TO WS-SS-PARTNER
           MOVE PS-CATEGORY TO WS-SS-CATEGORY
           MOVE PS-SLOT TO WS-SS-SLOT
           MOVE PS-STATUS TO WS-SS-STATUS.

       SET-OTHER-SIDE.
           IF FUNCTION TRIM(WS-SS-REQUESTER) = FUNCTION TRIM(PI-USER)
              MOVE WS-SS-PARTNER TO WS-OTHER
           ELSE
              MOVE WS-SS-REQUESTER TO WS-OTHER
           END-IF.

      *> Moves session WS-SS-ID to WS-NEW-STATUS.
       SET-SESSION-STATUS.
           MOVE "N" TO WS-EOF
           OPEN INPUT SESSION-FILE
           OPEN OUTPUT SESSION-TEMP-FILE
           PERFORM UNTIL WS-EOF = "Y"
              READ SESSION-FILE
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    IF PS-ID = WS-SS-ID
                       MOVE WS-NEW-STATUS TO PS-STATUS
                    END-IF
                    WRITE SESSION-TEMP-REC FROM SESSION-REC
              END-READ
           END-PERFORM
           CLOSE SESSION-FILE
           CLOSE SESSION-TEMP-FILE

           OPEN OUTPUT SESSION-FILE
           OPEN INPUT SESSION-TEMP-FILE
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
              READ SESSION-TEMP-FILE INTO SESSION-REC
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END WRITE SESSION-REC
              END-READ
           END-PERFORM
           CLOSE SESSION-TEMP-FILE
           CLOSE SESSION-FILE.

       FIND-NEXT-ID.
           MOVE 0 TO WS-NEXT-ID
           MOVE "N" TO WS-SCAN-EOF
           OPEN INPUT SESSION-FILE
           IF WS-SES-STATUS = "00"
              PERFORM UNTIL WS-SCAN-EOF = "Y"
                 READ SESSION-FILE
                    AT END MOVE "Y" TO WS-SCAN-EOF
                    NOT AT END
                       IF PS-ID > WS-NEXT-ID
                          MOVE PS-ID TO WS-NEXT-ID
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SESSION-FILE
           END-IF
           ADD 1 TO WS-NEXT-ID.

      *> Profile summary for WS-LOOKUP-USER.
       LOOKUP-PROFILE.
           MOVE "N" TO WS-LK-FOUND
           MOVE SPACES TO WS-LK-FIRST WS-LK-LAST WS-LK-MAJOR
           MOVE "N" TO WS-SCAN-EOF
           OPEN INPUT PROFILE-FILE
           IF WS-PROF-STATUS = "00"
              PERFORM UNTIL WS-SCAN-EOF = "Y"
                 READ PROFILE-FILE
                    AT END MOVE "Y" TO WS-SCAN-EOF
                    NOT AT END
                       IF FUNCTION TRIM(PROF-USERNAME) =
                          FUNCTION TRIM(WS-LOOKUP-USER)
                          MOVE "Y" TO WS-LK-FOUND
                          MOVE "Y" TO WS-SCAN-EOF
                          MOVE PROF-FIRST-NAME TO WS-LK-FIRST
                          MOVE PROF-LAST-NAME TO WS-LK-LAST
                          MOVE PROF-MAJOR TO WS-LK-MAJOR
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PROFILE-FILE
           END-IF.

      *> Raises one notification through the shared NOTIFY-USER
      *> module, which honors the recipient's category preferences;
      *> practice interviews are job activity.
       WRITE-NOTIFICATION.
           CALL "NOTIFY-USER" USING WS-NOTIF-TO WS-NOTIF-MSG
                                    WS-NOTIF-CATEGORY.

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
           CALL "SCREEN-TEXT" USING WS-SX-COMMAND PI-USER
                                    WS-MSG-ID WS-LINE
           PERFORM OUT.

       END PROGRAM PRACTICE-INTERVIEWS.
