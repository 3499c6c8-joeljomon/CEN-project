      *> "Scholarships" screen, reached from the main menu.
      *> Departments' scholarships used to be paper forms even though
      *> what they ask for already sits in profiles.dat. Here a
      *> student sees every award still taking applications (kept by
      *> career services through SCHOLARSHIP-ADMIN in
      *> data/scholarships.dat) with whether they are eligible - the
      *> award's major, graduation-year range and campus against
      *> their profile and CAMPUS-LOOKUP - and applies by answering
      *> the award's essay question; the application is a row in
      *> data/scholarship-apps.dat. An account with no campus code
      *> on file passes any campus rule, the way every campus-scoped
      *> screen treats it.
      *>
      *> Committee members (data/scholarship-committee.dat) score
      *> each application from here, 0-10 against each of the
      *> award's criteria, reading the applicant's profile summary
      *> and essay; scores go to data/scholarship-scores.dat and
      *> SCHOLARSHIP-RESULTS ranks them once the deadline passes,
      *> awards and declines, and notifies the students. A student
      *> who has been awarded chooses here whether the award shows
      *> on their profile (VIEW-PROFILE's Awards section).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCHOLARSHIPS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHOLARSHIP-FILE ASSIGN TO "data/scholarships.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCH-STATUS.
           SELECT COMMITTEE-FILE
               ASSIGN TO "data/scholarship-committee.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCM-STATUS.
           SELECT SCH-APP-FILE ASSIGN TO "data/scholarship-apps.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAP-STATUS.
           SELECT SCH-APP-TEMP-FILE ASSIGN TO "data/saptemp.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEMP-STATUS.
           SELECT SCORE-FILE ASSIGN TO "data/scholarship-scores.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SSC-STATUS.
           SELECT PROFILE-FILE ASSIGN TO "data/profiles.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROF-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> data/scholarships.dat: the same layout SCHOLARSHIP-ADMIN
      *> writes.
       FD SCHOLARSHIP-FILE.
       01 SCHOLARSHIP-REC.
          05 SCH-ID               PIC 9(04).
          05 SCH-TITLE            PIC X(50).
          05 SCH-DEPT             PIC X(30).
          05 SCH-AMOUNT           PIC 9(06).
          05 SCH-AWARDS           PIC 9(02).
          05 SCH-DEADLINE         PIC X(10).
          05 SCH-MAJOR            PIC X(20).
          05 SCH-GRAD-FROM        PIC 9(04).
          05 SCH-GRAD-TO          PIC 9(04).
          05 SCH-CAMPUS           PIC X(06).
          05 SCH-ESSAY            PIC X(100).
          05 SCH-CRITERION        PIC X(20) OCCURS 3 TIMES.
          05 SCH-STATUS           PIC X(08).
             88 SCH-OPEN              VALUE "Open".
             88 SCH-CLOSED            VALUE "Closed".
             88 SCH-DECIDED           VALUE "Decided".

       FD COMMITTEE-FILE.
       01 COMMITTEE-REC.
          05 SCM-ID               PIC 9(04).
          05 SCM-MEMBER           PIC X(20).

      *> data/scholarship-apps.dat: one row per application.
      *> SAP-STATUS is Submitted until SCHOLARSHIP-RESULTS sets
      *> Awarded or Declined (dated in SAP-DECIDED); SAP-SHOW is
      *> the student's choice to show an award on their profile.
       FD SCH-APP-FILE.
       01 SCH-APP-REC.
          05 SAP-ID               PIC 9(04).
          05 SAP-STUDENT          PIC X(20).
          05 SAP-APPLIED          PIC X(10).
          05 SAP-STATUS           PIC X(10).
             88 SAP-SUBMITTED         VALUE "Submitted".
             88 SAP-AWARDED           VALUE "Awarded".
             88 SAP-DECLINED          VALUE "Declined".
          05 SAP-DECIDED          PIC X(10).
          05 SAP-SHOW             PIC X(01).
          05 SAP-ESSAY            PIC X(400).

       FD SCH-APP-TEMP-FILE.
       01 SCH-APP-TEMP-REC PIC X(455).

      *> data/scholarship-scores.dat: one row per committee member
      *> per application, a 0-10 score for each of the award's
      *> criteria in the award's order.
       FD SCORE-FILE.
       01 SCORE-REC.
          05 SSC-ID               PIC 9(04).
          05 SSC-STUDENT          PIC X(20).
          05 SSC-MEMBER           PIC X(20).
          05 SSC-SCORE            PIC 9(02) OCCURS 3 TIMES.
          05 SSC-DATE             PIC X(10).

       FD PROFILE-FILE.
           COPY "PROFREC.cpy".

       WORKING-STORAGE SECTION.
       77 WS-SCH-STATUS      PIC XX.
       77 WS-SCM-STATUS      PIC XX.
       77 WS-SAP-STATUS      PIC XX.
       77 WS-STEMP-STATUS    PIC XX.
       77 WS-SSC-STATUS      PIC XX.
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
       77 WS-OPEN-COUNT      PIC 9(03) VALUE 0.
       77 WS-MY-APP-COUNT    PIC 9(03) VALUE 0.
       77 WS-AWARDED-COUNT   PIC 9(03) VALUE 0.
       77 WS-COMMITTEE-COUNT PIC 9(03) VALUE 0.
       77 WS-PICK-ID         PIC 9(04) VALUE 0.
       77 WS-FOUND           PIC X VALUE "N".
       77 WS-APPLIED         PIC X VALUE "N".
       77 WS-APPLIED-ON      PIC X(10).
       77 WS-ON-COMMITTEE    PIC X VALUE "N".
       77 WS-ELIGIBLE        PIC X VALUE "N".
       77 WS-WHY             PIC X(60).
       77 WS-YEAR-DISP       PIC 9(04).
       77 WS-YEAR-DISP-2     PIC 9(04).
       77 WS-AMOUNT-DISP     PIC $$$$,$$9.
       77 WS-AWARDS-DISP     PIC Z9.
       77 WS-CNT-DISP        PIC ZZ9.
       77 WS-CNT-DISP-2      PIC ZZ9.
       77 WS-MY-CAMPUS       PIC X(06).
       77 WS-MY-PROFILE      PIC X VALUE "N".
       77 WS-MY-MAJOR        PIC X(50).
       77 WS-MY-GRAD         PIC 9(04) VALUE 0.
       77 WS-LOOKUP-USER     PIC X(20).
       77 WS-LK-FOUND        PIC X VALUE "N".
       77 WS-LK-FIRST        PIC X(20).
       77 WS-LK-LAST         PIC X(20).
       77 WS-LK-MAJOR        PIC X(50).
       77 WS-LK-GRAD         PIC 9(04) VALUE 0.
       77 WS-LK-HEADLINE     PIC X(60).
       77 WS-NEW-SHOW        PIC X(01).
       77 WS-TO-SCORE        PIC 9(03) VALUE 0.
       77 WS-HAS-SCORE       PIC X VALUE "N".
       77 WS-STOP            PIC X VALUE "N".
       77 WS-SCORE-OK        PIC X VALUE "N".
       77 WS-SCORED-NOW      PIC 9(03) VALUE 0.
       77 WS-PART            PIC 9(03) VALUE 0.
       77 WS-PART-POS        PIC 9(03) VALUE 0.
       77 A                  PIC 9(03) VALUE 0.
       77 C                  PIC 9(01) VALUE 0.

      *> The award being listed, applied for or scored, copied out
      *> of SCHOLARSHIP-REC so the file can be closed and read
      *> again underneath it.
       01 WS-AWARD.
          05 WS-AW-ID             PIC 9(04).
          05 WS-AW-TITLE          PIC X(50).
          05 WS-AW-DEADLINE       PIC X(10).
          05 WS-AW-MAJOR          PIC X(20).
          05 WS-AW-GRAD-FROM      PIC 9(04).
          05 WS-AW-GRAD-TO        PIC 9(04).
          05 WS-AW-CAMPUS         PIC X(06).
          05 WS-AW-ESSAY          PIC X(100).
          05 WS-AW-CRITERION      PIC X(20) OCCURS 3 TIMES.
          05 WS-AW-STATUS         PIC X(08).

      *> The picked award's applications while a committee member
      *> scores them.
       01 WS-APP-TABLE.
          05 WS-APP-COUNT        PIC 9(03) VALUE 0.
          05 WS-AP OCCURS 200 TIMES.
             10 AP-STUDENT       PIC X(20).
             10 AP-APPLIED       PIC X(10).
             10 AP-ESSAY         PIC X(400).

      *> The scores being given to one application.
       01 WS-NEW-SCORES.
          05 WS-NEW-SCORE        PIC 9(02) OCCURS 3 TIMES.

       LINKAGE SECTION.
       01 SC-USER PIC X(20).

       PROCEDURE DIVISION USING SC-USER.
       MAIN-PROGRAM.
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE
           MOVE SPACES TO WS-TODAY
           STRING WS-CURR-DATE(1:4) "-" WS-CURR-DATE(5:2) "-"
                  WS-CURR-DATE(7:2)
                  DELIMITED BY SIZE INTO WS-TODAY
           END-STRING

           MOVE SC-USER TO WS-LOOKUP-USER
           PERFORM LOOKUP-PROFILE
           MOVE WS-LK-FOUND TO WS-MY-PROFILE
           MOVE WS-LK-MAJOR TO WS-MY-MAJOR
           MOVE WS-LK-GRAD TO WS-MY-GRAD
           CALL "CAMPUS-LOOKUP" USING SC-USER WS-MY-CAMPUS

           MOVE "--- Scholarships ---" TO WS-LINE
           MOVE "SCHL-001" TO WS-MSG-ID
           PERFORM SAY-LINE

           PERFORM LIST-OPEN-AWARDS
           IF WS-OPEN-COUNT = 0
              MOVE "No scholarships are taking applications right now."
                   TO WS-LINE
              MOVE "SCHL-002" TO WS-MSG-ID
              PERFORM SAY-LINE
           END-IF

           PERFORM LIST-MY-APPLICATIONS
           PERFORM COUNT-MY-COMMITTEES

           PERFORM OFFER-ACTIONS

           MOVE "---------------------" TO WS-LINE
           PERFORM OUT
           GOBACK.

      *> Every award still taking applications, with where the
      *> student stands on it.
       LIST-OPEN-AWARDS.
           MOVE 0 TO WS-OPEN-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT SCHOLARSHIP-FILE
           IF WS-SCH-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ SCHOLARSHIP-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF SCH-OPEN AND SCH-DEADLINE >= WS-TODAY
                          ADD 1 TO WS-OPEN-COUNT
                          PERFORM SHOW-ONE-AWARD
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SCHOLARSHIP-FILE
           END-IF.

       SHOW-ONE-AWARD.
           IF WS-OPEN-COUNT = 1
              MOVE "Open scholarships:" TO WS-LINE
              MOVE "SCHL-003" TO WS-MSG-ID
              PERFORM SAY-LINE
           END-IF
           MOVE SPACES TO WS-LINE
           IF SCH-DEPT = SPACES
              STRING "  " SCH-ID " " FUNCTION TRIM(SCH-TITLE)
                     DELIMITED BY SIZE INTO WS-LINE
              END-STRING
           ELSE
              STRING "  " SCH-ID " " FUNCTION TRIM(SCH-TITLE)
                     " - " FUNCTION TRIM(SCH-DEPT)
                     DELIMITED BY SIZE INTO WS-LINE
              END-STRING
           END-IF
           PERFORM OUT

           MOVE SCH-AMOUNT TO WS-AMOUNT-DISP
           MOVE SCH-AWARDS TO WS-AWARDS-DISP
           MOVE SPACES TO WS-LINE
           STRING "       " FUNCTION TRIM(WS-AMOUNT-DISP) ", "
                  FUNCTION TRIM(WS-AWARDS-DISP) " award(s) - apply by "
                  SCH-DEADLINE
                  DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           PERFORM OUT

           MOVE SCH-ID TO WS-PICK-ID
           PERFORM KEEP-AWARD
           PERFORM CHECK-ALREADY-APPLIED
           PERFORM CHECK-ELIGIBILITY
           MOVE SPACES TO WS-LINE
           EVALUATE TRUE
              WHEN WS-APPLIED = "Y"
                 STRING "       You applied on " WS-APPLIED-ON "."
                        DELIMITED BY SIZE INTO WS-LINE
                 END-STRING
              WHEN WS-ELIGIBLE = "Y"
                 MOVE "       You are eligible." TO WS-LINE
                 MOVE "SCHL-030" TO WS-MSG-ID
              WHEN OTHER
                 STRING "       Not eligible: " FUNCTION TRIM(WS-WHY)
                        "." DELIMITED BY SIZE INTO WS-LINE
                 END-STRING
           END-EVALUATE
           IF WS-APPLIED NOT = "Y" AND WS-ELIGIBLE = "Y"
              PERFORM SAY-LINE
           ELSE
              PERFORM OUT
           END-IF.

      *> The award in WS-AWARD against the student's profile and
      *> campus; WS-WHY is the first rule that fails.
       CHECK-ELIGIBILITY.
           MOVE "Y" TO WS-ELIGIBLE
           MOVE SPACES TO WS-WHY
           IF WS-MY-PROFILE = "N"
              MOVE "N" TO WS-ELIGIBLE
              MOVE "create your profile first" TO WS-WHY
              EXIT PARAGRAPH
           END-IF

           IF WS-AW-MAJOR NOT = SPACES AND
              FUNCTION UPPER-CASE(WS-AW-MAJOR) NOT =
              FUNCTION UPPER-CASE(WS-MY-MAJOR)
              MOVE "N" TO WS-ELIGIBLE
              STRING "open to " FUNCTION TRIM(WS-AW-MAJOR) " majors"
                     DELIMITED BY SIZE INTO WS-WHY
              END-STRING
              EXIT PARAGRAPH
           END-IF

           IF (WS-AW-GRAD-FROM NOT = 0 AND
               WS-MY-GRAD < WS-AW-GRAD-FROM) OR
              (WS-AW-GRAD-TO NOT = 0 AND WS-MY-GRAD > WS-AW-GRAD-TO)
              MOVE "N" TO WS-ELIGIBLE
              MOVE WS-AW-GRAD-FROM TO WS-YEAR-DISP
              MOVE WS-AW-GRAD-TO TO WS-YEAR-DISP-2
              EVALUATE TRUE
                 WHEN WS-AW-GRAD-FROM = 0
                    STRING "open to the class of " WS-YEAR-DISP-2
                           " or earlier"
                           DELIMITED BY SIZE INTO WS-WHY
                    END-STRING
                 WHEN WS-AW-GRAD-TO = 0
                    STRING "open to the class of " WS-YEAR-DISP
                           " or later"
                           DELIMITED BY SIZE INTO WS-WHY
                    END-STRING
                 WHEN OTHER
                    STRING "open to the classes of " WS-YEAR-DISP
                           "-" WS-YEAR-DISP-2
                           DELIMITED BY SIZE INTO WS-WHY
                    END-STRING
              END-EVALUATE
              EXIT PARAGRAPH
           END-IF

           IF WS-AW-CAMPUS NOT = SPACES AND WS-MY-CAMPUS NOT = SPACES
              AND WS-AW-CAMPUS NOT = WS-MY-CAMPUS
              MOVE "N" TO WS-ELIGIBLE
              STRING "open to campus " FUNCTION TRIM(WS-AW-CAMPUS)
                     " students only"
                     DELIMITED BY SIZE INTO WS-WHY
              END-STRING
           END-IF.

      *> WS-APPLIED / WS-APPLIED-ON: whether the student already has
      *> an application in for award WS-PICK-ID.
       CHECK-ALREADY-APPLIED.
           MOVE "N" TO WS-APPLIED
           MOVE SPACES TO WS-APPLIED-ON
           MOVE "N" TO WS-SCAN-EOF
           OPEN INPUT SCH-APP-FILE
           IF WS-SAP-STATUS = "00"
              PERFORM UNTIL WS-SCAN-EOF = "Y"
                 READ SCH-APP-FILE
                    AT END MOVE "Y" TO WS-SCAN-EOF
                    NOT AT END
                       IF SAP-ID = WS-PICK-ID AND
                          FUNCTION TRIM(SAP-STUDENT) =
                          FUNCTION TRIM(SC-USER)
                          MOVE "Y" TO WS-APPLIED
                          MOVE SAP-APPLIED TO WS-APPLIED-ON
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SCH-APP-FILE
           END-IF.

       LIST-MY-APPLICATIONS.
           MOVE 0 TO WS-MY-APP-COUNT
           MOVE 0 TO WS-AWARDED-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT SCH-APP-FILE
           IF WS-SAP-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ SCH-APP-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF FUNCTION TRIM(SAP-STUDENT) =
                          FUNCTION TRIM(SC-USER)
                          ADD 1 TO WS-MY-APP-COUNT
                          PERFORM SHOW-MY-APPLICATION
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SCH-APP-FILE
           END-IF.

       SHOW-MY-APPLICATION.
           IF WS-MY-APP-COUNT = 1
              MOVE "My scholarship applications:" TO WS-LINE
              MOVE "SCHL-004" TO WS-MSG-ID
              PERFORM SAY-LINE
           END-IF
           MOVE SAP-ID TO WS-PICK-ID
           PERFORM FIND-AWARD
           MOVE SPACES TO WS-LINE
           EVALUATE TRUE
              WHEN SAP-AWARDED
                 ADD 1 TO WS-AWARDED-COUNT
                 IF SAP-SHOW = "Y"
                    STRING "  " SAP-ID " " FUNCTION TRIM(WS-AW-TITLE)
                           " - Awarded " SAP-DECIDED
                           " (on your profile)"
                           DELIMITED BY SIZE INTO WS-LINE
                    END-STRING
                 ELSE
                    STRING "  " SAP-ID " " FUNCTION TRIM(WS-AW-TITLE)
                           " - Awarded " SAP-DECIDED
                           " (not on your profile)"
                           DELIMITED BY SIZE INTO WS-LINE
                    END-STRING
                 END-IF
              WHEN SAP-DECLINED
                 STRING "  " SAP-ID " " FUNCTION TRIM(WS-AW-TITLE)
                        " - Not awarded"
                        DELIMITED BY SIZE INTO WS-LINE
                 END-STRING
              WHEN OTHER
                 STRING "  " SAP-ID " " FUNCTION TRIM(WS-AW-TITLE)
                        " - Submitted " SAP-APPLIED
                        ", decision after " WS-AW-DEADLINE
                        DELIMITED BY SIZE INTO WS-LINE
                 END-STRING
           END-EVALUATE
           PERFORM OUT.

       COUNT-MY-COMMITTEES.
           MOVE 0 TO WS-COMMITTEE-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT COMMITTEE-FILE
           IF WS-SCM-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ COMMITTEE-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF FUNCTION TRIM(SCM-MEMBER) =
                          FUNCTION TRIM(SC-USER)
                          ADD 1 TO WS-COMMITTEE-COUNT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE COMMITTEE-FILE
           END-IF.

       OFFER-ACTIONS.
           MOVE "1. Apply for a scholarship" TO WS-LINE
           MOVE "SCHL-005" TO WS-MSG-ID
           PERFORM SAY-LINE
           IF WS-AWARDED-COUNT > 0
              MOVE "2. Show or hide an award on my profile" TO WS-LINE
              MOVE "SCHL-006" TO WS-MSG-ID
              PERFORM SAY-LINE
           END-IF
           IF WS-COMMITTEE-COUNT > 0
              MOVE "3. Score applications (committee)" TO WS-LINE
              MOVE "SCHL-007" TO WS-MSG-ID
              PERFORM SAY-LINE
           END-IF
           MOVE "4. Go back" TO WS-LINE
           MOVE "SCHL-008" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "Enter your choice:" TO WS-LINE
           MOVE "ENTER-CHOICE" TO WS-MSG-ID
           PERFORM SAY-LINE
           PERFORM READ-ANSWER
           MOVE 0 TO WS-ACTION
           IF WS-LINE(1:1) >= "1" AND WS-LINE(1:1) <= "4"
              MOVE FUNCTION NUMVAL(WS-LINE(1:1)) TO WS-ACTION
           END-IF

           EVALUATE TRUE
              WHEN WS-ACTION = 1
                 PERFORM APPLY-FOR-AWARD
              WHEN WS-ACTION = 2 AND WS-AWARDED-COUNT > 0
                 PERFORM TOGGLE-PROFILE-SHOW
              WHEN WS-ACTION = 3 AND WS-COMMITTEE-COUNT > 0
                 PERFORM COMMITTEE-REVIEW
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *> One application per student per award, while the award is
      *> open and the student meets its rules; the essay answer is
      *> required.
       APPLY-FOR-AWARD.
           IF WS-OPEN-COUNT = 0
              MOVE "There is nothing to apply for right now." TO WS-LINE
              MOVE "SCHL-009" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF
           MOVE "Enter the scholarship number:" TO WS-LINE
           MOVE "SCHL-010" TO WS-MSG-ID
           PERFORM SAY-LINE
           PERFORM READ-ANSWER
           IF WS-LINE = HIGH-VALUES OR
              FUNCTION TEST-NUMVAL(WS-LINE) NOT = 0
              MOVE "No scholarship has that number." TO WS-LINE
              MOVE "SCHL-011" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-LINE) TO WS-PICK-ID
           PERFORM FIND-AWARD
           IF WS-FOUND = "N" OR WS-AW-STATUS NOT = "Open" OR
              WS-AW-DEADLINE < WS-TODAY
              MOVE "That scholarship is not taking applications."
                   TO WS-LINE
              MOVE "SCHL-012" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-ALREADY-APPLIED
           IF WS-APPLIED = "Y"
              MOVE "You have already applied for that scholarship."
                   TO WS-LINE
              MOVE "SCHL-013" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-ELIGIBILITY
           IF WS-ELIGIBLE = "N"
              MOVE SPACES TO WS-LINE
              STRING "You are not eligible: " FUNCTION TRIM(WS-WHY) "."
                     DELIMITED BY SIZE INTO WS-LINE
              END-STRING
              PERFORM OUT
              EXIT PARAGRAPH
           END-IF

           MOVE "Essay question:" TO WS-LINE
           MOVE "SCHL-014" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE SPACES TO WS-LINE
           STRING "  " FUNCTION TRIM(WS-AW-ESSAY)
                  DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           PERFORM OUT
           MOVE "Your answer (one paragraph, up to 400 characters):"
                TO WS-LINE
           MOVE "SCHL-015" TO WS-MSG-ID
           PERFORM SAY-LINE
           PERFORM READ-ANSWER
           IF WS-LINE = HIGH-VALUES OR FUNCTION TRIM(WS-LINE) = SPACES
              MOVE "An essay answer is required - nothing submitted."
                   TO WS-LINE
              MOVE "SCHL-016" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF
           IF WS-LINE(401:100) NOT = SPACES
              MOVE "Keep the answer to 400 characters - nothing"
               & " submitted." TO WS-LINE
              MOVE "SCHL-017" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF

           OPEN EXTEND SCH-APP-FILE
           IF WS-SAP-STATUS NOT = "00"
              OPEN OUTPUT SCH-APP-FILE
           END-IF
           MOVE SPACES TO SCH-APP-REC
           MOVE WS-PICK-ID TO SAP-ID
           MOVE SC-USER TO SAP-STUDENT
           MOVE WS-TODAY TO SAP-APPLIED
           MOVE "Submitted" TO SAP-STATUS
           MOVE "N" TO SAP-SHOW
           MOVE FUNCTION TRIM(WS-LINE) TO SAP-ESSAY
           WRITE SCH-APP-REC
           CLOSE SCH-APP-FILE

           MOVE SPACES TO WS-LINE
           STRING "Application submitted. You will be notified once "
                  "the award is decided after " WS-AW-DEADLINE "."
                  DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           PERFORM OUT.

      *> Flips SAP-SHOW on one of the student's awarded rows.
       TOGGLE-PROFILE-SHOW.
           MOVE "Enter the number of the award to show or hide:"
                TO WS-LINE
           MOVE "SCHL-018" TO WS-MSG-ID
           PERFORM SAY-LINE
           PERFORM READ-ANSWER
           IF WS-LINE = HIGH-VALUES OR
              FUNCTION TEST-NUMVAL(WS-LINE) NOT = 0
              MOVE "None of your awards has that number." TO WS-LINE
              MOVE "SCHL-019" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-LINE) TO WS-PICK-ID

           MOVE SPACES TO WS-NEW-SHOW
           MOVE "N" TO WS-EOF
           OPEN INPUT SCH-APP-FILE
           OPEN OUTPUT SCH-APP-TEMP-FILE
           PERFORM UNTIL WS-EOF = "Y"
              READ SCH-APP-FILE
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    IF SAP-ID = WS-PICK-ID AND SAP-AWARDED AND
                       FUNCTION TRIM(SAP-STUDENT) =
                       FUNCTION TRIM(SC-USER)
                       IF SAP-SHOW = "Y"
                          MOVE "N" TO SAP-SHOW
                       ELSE
                          MOVE "Y" TO SAP-SHOW
                       END-IF
                       MOVE SAP-SHOW TO WS-NEW-SHOW
                    END-IF
                    WRITE SCH-APP-TEMP-REC FROM SCH-APP-REC
              END-READ
           END-PERFORM
           CLOSE SCH-APP-FILE
           CLOSE SCH-APP-TEMP-FILE

           IF WS-NEW-SHOW = SPACES
              MOVE "None of your awards has that number." TO WS-LINE
              MOVE "SCHL-019" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT SCH-APP-FILE
           OPEN INPUT SCH-APP-TEMP-FILE
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
              READ SCH-APP-TEMP-FILE INTO SCH-APP-REC
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END WRITE SCH-APP-REC
              END-READ
           END-PERFORM
           CLOSE SCH-APP-TEMP-FILE
           CLOSE SCH-APP-FILE

           IF WS-NEW-SHOW = "Y"
              MOVE "The award now shows on your profile." TO WS-LINE
              MOVE "SCHL-020" TO WS-MSG-ID
           ELSE
              MOVE "The award is now hidden from your profile."
                   TO WS-LINE
              MOVE "SCHL-021" TO WS-MSG-ID
           END-IF
           PERFORM SAY-LINE.

      *> The member's awards with how many applications are still
      *> waiting on their scores; picking one walks those
      *> applications in the order they came in.
       COMMITTEE-REVIEW.
           MOVE "Your scholarship committees:" TO WS-LINE
           MOVE "SCHL-022" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "N" TO WS-EOF
           OPEN INPUT COMMITTEE-FILE
           PERFORM UNTIL WS-EOF = "Y"
              READ COMMITTEE-FILE
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    IF FUNCTION TRIM(SCM-MEMBER) =
                       FUNCTION TRIM(SC-USER)
                       MOVE SCM-ID TO WS-PICK-ID
                       PERFORM SHOW-ONE-COMMITTEE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE COMMITTEE-FILE

           MOVE "Enter the scholarship number to score (Enter to go"
            & " back):" TO WS-LINE
           MOVE "SCHL-023" TO WS-MSG-ID
           PERFORM SAY-LINE
           PERFORM READ-ANSWER
           IF WS-LINE = HIGH-VALUES OR WS-LINE = SPACES OR
              FUNCTION TEST-NUMVAL(WS-LINE) NOT = 0
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-LINE) TO WS-PICK-ID

           PERFORM CHECK-ON-COMMITTEE
           IF WS-ON-COMMITTEE = "N"
              MOVE "You are not on that scholarship's committee."
                   TO WS-LINE
              MOVE "SCHL-024" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF
           PERFORM FIND-AWARD
           IF WS-FOUND = "N" OR WS-AW-STATUS = "Decided"
              MOVE "That scholarship has already been decided."
                   TO WS-LINE
              MOVE "SCHL-025" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-AWARD-APPLICATIONS
           MOVE 0 TO WS-SCORED-NOW
           MOVE "N" TO WS-STOP
           PERFORM VARYING A FROM 1 BY 1
                   UNTIL A > WS-APP-COUNT OR WS-STOP = "Y"
              PERFORM CHECK-MY-SCORE
              IF WS-HAS-SCORE = "N"
                 PERFORM SCORE-ONE-APPLICATION
              END-IF
           END-PERFORM

           MOVE WS-SCORED-NOW TO WS-CNT-DISP
           MOVE SPACES TO WS-LINE
           STRING "Scored " FUNCTION TRIM(WS-CNT-DISP)
                  " application(s) this session."
                  DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           PERFORM OUT.

       SHOW-ONE-COMMITTEE.
           PERFORM FIND-AWARD
           PERFORM LOAD-AWARD-APPLICATIONS
           MOVE 0 TO WS-TO-SCORE
           PERFORM VARYING A FROM 1 BY 1 UNTIL A > WS-APP-COUNT
              PERFORM CHECK-MY-SCORE
              IF WS-HAS-SCORE = "N"
                 ADD 1 TO WS-TO-SCORE
              END-IF
           END-PERFORM
           MOVE WS-APP-COUNT TO WS-CNT-DISP
           MOVE WS-TO-SCORE TO WS-CNT-DISP-2
           MOVE SPACES TO WS-LINE
           STRING "  " WS-PICK-ID " " FUNCTION TRIM(WS-AW-TITLE)
                  " [" FUNCTION TRIM(WS-AW-STATUS) "] - "
                  FUNCTION TRIM(WS-CNT-DISP) " application(s), "
                  FUNCTION TRIM(WS-CNT-DISP-2) " to score"
                  DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           PERFORM OUT.

      *> Shows application A - the applicant's profile summary and
      *> essay - and takes a 0-10 score for each of the award's
      *> criteria. N skips it for now; Q stops for this session.
       SCORE-ONE-APPLICATION.
           MOVE AP-STUDENT(A) TO WS-LOOKUP-USER
           PERFORM LOOKUP-PROFILE
           MOVE SPACES TO WS-LINE
           IF WS-LK-FOUND = "Y"
              STRING "Applicant: " FUNCTION TRIM(WS-LK-FIRST) " "
                     FUNCTION TRIM(WS-LK-LAST) " ("
                     FUNCTION TRIM(AP-STUDENT(A)) "), applied "
                     AP-APPLIED(A)
                     DELIMITED BY SIZE INTO WS-LINE
              END-STRING
           ELSE
              STRING "Applicant: " FUNCTION TRIM(AP-STUDENT(A))
                     ", applied " AP-APPLIED(A)
                     DELIMITED BY SIZE INTO WS-LINE
              END-STRING
           END-IF
           PERFORM OUT
           IF WS-LK-FOUND = "Y"
              MOVE WS-LK-GRAD TO WS-YEAR-DISP
              MOVE SPACES TO WS-LINE
              STRING "  " FUNCTION TRIM(WS-LK-MAJOR) ", class of "
                     WS-YEAR-DISP
                     DELIMITED BY SIZE INTO WS-LINE
              END-STRING
              PERFORM OUT
              IF WS-LK-HEADLINE NOT = SPACES
                 MOVE SPACES TO WS-LINE
                 STRING "  " FUNCTION TRIM(WS-LK-HEADLINE)
                        DELIMITED BY SIZE INTO WS-LINE
                 END-STRING
                 PERFORM OUT
              END-IF
           END-IF
           MOVE "  Essay:" TO WS-LINE
           MOVE "SCHL-026" TO WS-MSG-ID
           PERFORM SAY-LINE
           PERFORM VARYING WS-PART FROM 1 BY 1 UNTIL WS-PART > 6
              COMPUTE WS-PART-POS = (WS-PART - 1) * 70 + 1
              IF WS-PART-POS <= 400
                 IF AP-ESSAY(A)(WS-PART-POS:) NOT = SPACES
                    MOVE SPACES TO WS-LINE
                    IF WS-PART < 6
                       STRING "    " AP-ESSAY(A)(WS-PART-POS:70)
                              DELIMITED BY SIZE INTO WS-LINE
                       END-STRING
                    ELSE
                       STRING "    " AP-ESSAY(A)(WS-PART-POS:50)
                              DELIMITED BY SIZE INTO WS-LINE
                       END-STRING
                    END-IF
                    PERFORM OUT
                 END-IF
              END-IF
           END-PERFORM

           MOVE "Score it now? (Y, N to skip, Q to stop):" TO WS-LINE
           MOVE "SCHL-027" TO WS-MSG-ID
           PERFORM SAY-LINE
           PERFORM READ-ANSWER
           IF WS-LINE = HIGH-VALUES OR
              FUNCTION UPPER-CASE(WS-LINE(1:1)) = "Q"
              MOVE "Y" TO WS-STOP
              EXIT PARAGRAPH
           END-IF
           IF FUNCTION UPPER-CASE(WS-LINE(1:1)) NOT = "Y"
              EXIT PARAGRAPH
           END-IF

           MOVE ZEROS TO WS-NEW-SCORES
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > 3
              IF WS-AW-CRITERION(C) NOT = SPACES
                 PERFORM ASK-ONE-SCORE
                 IF WS-STOP = "Y"
                    EXIT PARAGRAPH
                 END-IF
              END-IF
           END-PERFORM

           OPEN EXTEND SCORE-FILE
           IF WS-SSC-STATUS NOT = "00"
              OPEN OUTPUT SCORE-FILE
           END-IF
           MOVE WS-AW-ID TO SSC-ID
           MOVE AP-STUDENT(A) TO SSC-STUDENT
           MOVE SC-USER TO SSC-MEMBER
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > 3
              MOVE WS-NEW-SCORE(C) TO SSC-SCORE(C)
           END-PERFORM
           MOVE WS-TODAY TO SSC-DATE
           WRITE SCORE-REC
           CLOSE SCORE-FILE
           ADD 1 TO WS-SCORED-NOW
           MOVE "Scores saved." TO WS-LINE
           MOVE "SCHL-028" TO WS-MSG-ID
           PERFORM SAY-LINE.

      *> Criterion C, asked until a whole number 0-10 comes back;
      *> end of input stops the session with nothing saved.
       ASK-ONE-SCORE.
           MOVE "N" TO WS-SCORE-OK
           PERFORM UNTIL WS-SCORE-OK = "Y"
              MOVE SPACES TO WS-LINE
              STRING "  " FUNCTION TRIM(WS-AW-CRITERION(C))
                     " (0-10):" DELIMITED BY SIZE INTO WS-LINE
              END-STRING
              PERFORM OUT
              PERFORM READ-ANSWER
              IF WS-LINE = HIGH-VALUES
                 MOVE "Y" TO WS-STOP
                 EXIT PARAGRAPH
              END-IF
              IF FUNCTION TRIM(WS-LINE) IS NUMERIC AND
                 FUNCTION NUMVAL(WS-LINE) <= 10
                 MOVE FUNCTION NUMVAL(WS-LINE) TO WS-NEW-SCORE(C)
                 MOVE "Y" TO WS-SCORE-OK
              ELSE
                 MOVE "  Enter a whole number from 0 to 10." TO WS-LINE
                 MOVE "SCHL-029" TO WS-MSG-ID
                 PERFORM SAY-LINE
              END-IF
           END-PERFORM.

      *> WS-APP-TABLE: award WS-PICK-ID's applications in file
      *> order.
       LOAD-AWARD-APPLICATIONS.
           MOVE 0 TO WS-APP-COUNT
           MOVE "N" TO WS-SCAN-EOF
           OPEN INPUT SCH-APP-FILE
           IF WS-SAP-STATUS = "00"
              PERFORM UNTIL WS-SCAN-EOF = "Y"
                 READ SCH-APP-FILE
                    AT END MOVE "Y" TO WS-SCAN-EOF
                    NOT AT END
                       IF SAP-ID = WS-PICK-ID AND WS-APP-COUNT < 200
                          ADD 1 TO WS-APP-COUNT
                          MOVE SAP-STUDENT TO AP-STUDENT(WS-APP-COUNT)
                          MOVE SAP-APPLIED TO AP-APPLIED(WS-APP-COUNT)
                          MOVE SAP-ESSAY TO AP-ESSAY(WS-APP-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SCH-APP-FILE
           END-IF.

      *> WS-HAS-SCORE: whether this member has scored application
      *> A of award WS-PICK-ID.
       CHECK-MY-SCORE.
           MOVE "N" TO WS-HAS-SCORE
           MOVE "N" TO WS-SCAN-EOF
           OPEN INPUT SCORE-FILE
           IF WS-SSC-STATUS = "00"
              PERFORM UNTIL WS-SCAN-EOF = "Y"
                 READ SCORE-FILE
                    AT END MOVE "Y" TO WS-SCAN-EOF
                    NOT AT END
                       IF SSC-ID = WS-PICK-ID AND
                          SSC-STUDENT = AP-STUDENT(A) AND
                          FUNCTION TRIM(SSC-MEMBER) =
                          FUNCTION TRIM(SC-USER)
                          MOVE "Y" TO WS-HAS-SCORE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SCORE-FILE
           END-IF.

       CHECK-ON-COMMITTEE.
           MOVE "N" TO WS-ON-COMMITTEE
           MOVE "N" TO WS-SCAN-EOF
           OPEN INPUT COMMITTEE-FILE
           IF WS-SCM-STATUS = "00"
              PERFORM UNTIL WS-SCAN-EOF = "Y"
                 READ COMMITTEE-FILE
                    AT END MOVE "Y" TO WS-SCAN-EOF
                    NOT AT END
                       IF SCM-ID = WS-PICK-ID AND
                          FUNCTION TRIM(SCM-MEMBER) =
                          FUNCTION TRIM(SC-USER)
                          MOVE "Y" TO WS-ON-COMMITTEE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE COMMITTEE-FILE
           END-IF.

      *> WS-AWARD for award WS-PICK-ID; WS-FOUND says whether it is
      *> on file.
       FIND-AWARD.
           MOVE "N" TO WS-FOUND
           MOVE SPACES TO WS-AWARD
           MOVE WS-PICK-ID TO WS-AW-ID
           MOVE "N" TO WS-SCAN-EOF
           OPEN INPUT SCHOLARSHIP-FILE
           IF WS-SCH-STATUS = "00"
              PERFORM UNTIL WS-SCAN-EOF = "Y"
                 READ SCHOLARSHIP-FILE
                    AT END MOVE "Y" TO WS-SCAN-EOF
                    NOT AT END
                       IF SCH-ID = WS-PICK-ID
                          MOVE "Y" TO WS-FOUND
                          MOVE "Y" TO WS-SCAN-EOF
                          PERFORM KEEP-AWARD
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SCHOLARSHIP-FILE
           END-IF.

       KEEP-AWARD.
           MOVE SCH-ID TO WS-AW-ID
           MOVE SCH-TITLE TO WS-AW-TITLE
           MOVE SCH-DEADLINE TO WS-AW-DEADLINE
           MOVE SCH-MAJOR TO WS-AW-MAJOR
           MOVE SCH-GRAD-FROM TO WS-AW-GRAD-FROM
           MOVE SCH-GRAD-TO TO WS-AW-GRAD-TO
           MOVE SCH-CAMPUS TO WS-AW-CAMPUS
           MOVE SCH-ESSAY TO WS-AW-ESSAY
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > 3
              MOVE SCH-CRITERION(C) TO WS-AW-CRITERION(C)
           END-PERFORM
           MOVE SCH-STATUS TO WS-AW-STATUS.

      *> Profile summary for WS-LOOKUP-USER.
       LOOKUP-PROFILE.
           MOVE "N" TO WS-LK-FOUND
           MOVE SPACES TO WS-LK-FIRST WS-LK-LAST WS-LK-MAJOR
                          WS-LK-HEADLINE
           MOVE 0 TO WS-LK-GRAD
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
                          MOVE PROF-HEADLINE TO WS-LK-HEADLINE
                          IF PROF-GRAD-YEAR IS NUMERIC
                             MOVE PROF-GRAD-YEAR TO WS-LK-GRAD
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PROFILE-FILE
           END-IF.

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
           CALL "SCREEN-TEXT" USING WS-SX-COMMAND SC-USER
                                    WS-MSG-ID WS-LINE
           PERFORM OUT.

       END PROGRAM SCHOLARSHIPS.
