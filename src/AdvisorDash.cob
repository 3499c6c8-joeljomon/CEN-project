      *> account carrying the advisor role in account-roles.dat.
      *> Advisors used to ask students to log in and drive during
      *> appointments; this shows each advisee's pipeline read-only -
      *> applications by status, the applications they logged from
      *> outside InCollege by stage (MY-OUTSIDE-APPS), upcoming
      *> confirmed interviews, open offers, peer practice interviews
      *> done (PRACTICE-INTERVIEWS) and a couple of readiness
      *> signals - plus a caseload summary that flags advisees with
      *> no successful login in the last thirty days, so the
      *> appointment starts from the data.
      *> The caseload itself (data/advisor-caseload.dat) is admin
      *> maintained from the console.
      *> Below the caseload sits the resume review queue: requests
      *> advisees filed from USER-PROFILE, oldest first. The advisor
      *> opens one, reads the resume with line numbers, leaves line
      *> comments and marks it Reviewed, which notifies the student.
      *> Last comes the professional conduct register: reneges,
      *> no-shows and rescinded offers recorded across the system,
      *> which the advisor upholds or excuses through CONDUCT-LOG.
      *> Then the interview accommodation queue (INTERVIEW-ACCOM):
      *> requests students sent to career services rather than to
      *> the recruiter, open and confirmed, with days to arrange.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADVISOR-DASH.

           SELECT AUDIT-FILE ASSIGN TO "data/login-audit.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT OUTSIDE-FILE ASSIGN TO "data/outside-apps.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OA-STATUS.
           SELECT PRACTICE-FILE ASSIGN TO "data/practice-sessions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PS-STATUS.
           SELECT REVIEW-FILE ASSIGN TO "data/resume-reviews.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RR-STATUS.
           SELECT REVIEW-TEMP-FILE ASSIGN TO "data/rrtemp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REVIEW-NOTE-FILE
               ASSIGN TO "data/resume-review-notes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RN-STATUS.
           SELECT RESUME-DOC-FILE ASSIGN USING WS-RV-REF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DOC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PROFILE-FILE.
           COPY "PROFREC.cpy".

      *> data/outside-apps.dat: the same layout MY-OUTSIDE-APPS
      *> writes.
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

      *> data/practice-sessions.dat: the same layout
      *> PRACTICE-INTERVIEWS writes.
       FD PRACTICE-FILE.
       01 PRACTICE-REC.
          05 PS-ID                PIC 9(05).
          05 PS-REQUESTER         PIC X(20).
          05 PS-PARTNER           PIC X(20).
          05 PS-CATEGORY          PIC X(15).
          05 PS-SLOT              PIC X(16).
          05 PS-STATUS            PIC X(10).
             88 PS-CONFIRMED          VALUE "Confirmed".
          05 PS-BOOKED            PIC X(10).

       FD AUDIT-FILE.
       01 AUDIT-REC.
          05 AUDIT-USERNAME     PIC X(20).
          05 AUDIT-TIMESTAMP    PIC X(19).
          05 AUDIT-RESULT       PIC X(7).
          05 AUDIT-LINK         PIC X(20).

      *> data/resume-reviews.dat: the same layout USER-PROFILE
      *> writes when a student asks for a review.
       FD REVIEW-FILE.
       01 REVIEW-REC.
          05 RR-ID                 PIC 9(05).
          05 RR-STUDENT            PIC X(20).
          05 RR-ADVISOR            PIC X(20).
          05 RR-RESUME-REF         PIC X(50).
          05 RR-REQUESTED          PIC X(10).
          05 RR-STATUS             PIC X(10).
             88 RR-PENDING             VALUE "Pending".
             88 RR-REVIEWED            VALUE "Reviewed".
          05 RR-REVIEWED-ON        PIC X(10).

       FD REVIEW-TEMP-FILE.
       01 REVIEW-TEMP-REC PIC X(125).

      *> data/resume-review-notes.dat: one row per advisor comment;
      *> line 000 is a general comment on the whole resume.
       FD REVIEW-NOTE-FILE.
       01 REVIEW-NOTE-REC.
          05 RN-REQ-ID             PIC 9(05).
          05 RN-LINE-NO            PIC 9(03).
          05 RN-AUTHOR             PIC X(20).
          05 RN-DATE               PIC X(10).
          05 RN-TEXT               PIC X(150).

      *> The resume under review, whatever file the request names.
       FD RESUME-DOC-FILE.
       01 RESUME-DOC-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       77 WS-ROLES-STATUS PIC XX.
       77 WS-EOF          PIC X VALUE "N".
       77 WS-COMMAND      PIC X(20).
       77 WS-LINE         PIC X(500).
       77 WS-SX-COMMAND   PIC X(10).
       77 WS-MSG-ID       PIC X(12).
       77 WS-IS-ADVISOR   PIC X VALUE "N".
       77 WS-CURR-DATE    PIC X(21).
       77 WS-TODAY        PIC X(10).
       77 WS-IVW-CNT      PIC 9(03).
       77 WS-REJ-CNT      PIC 9(03).
       77 WS-HIRED-CNT    PIC 9(03).
       77 WS-OA-STATUS    PIC XX.
       77 WS-OA-EOF       PIC X VALUE "N".
       77 WS-OA-TOTAL     PIC 9(03).
       77 WS-OA-APPLIED   PIC 9(03).
       77 WS-OA-IVW       PIC 9(03).
       77 WS-OA-OFFERS    PIC 9(03).
       77 WS-OA-HIRED     PIC 9(03).
       77 WS-OA-CLOSED    PIC 9(03).
       77 WS-UPCOMING-CNT PIC 9(03).
       77 WS-OPEN-OFFERS  PIC 9(03).
       77 WS-PS-STATUS    PIC XX.
       77 WS-PRACTICE-DONE PIC 9(03).
       77 WS-PRACTICE-DUE PIC 9(03).
       77 WS-LAST-LOGIN   PIC X(10).
       77 WS-LL-INT       PIC S9(8) COMP.
       77 WS-QUIET-DAYS   PIC S9(8) COMP.
       77 WS-READY-NOTES  PIC X(60).
       77 WS-RR-STATUS    PIC XX.
       77 WS-RN-STATUS    PIC XX.
       77 WS-DOC-STATUS   PIC XX.
       77 WS-QUEUE-COUNT  PIC 9(03) VALUE 0.
       77 WS-WAIT-DAYS    PIC S9(8) COMP.
       77 WS-WAIT-DISP    PIC Z(4)9.
       77 WS-PICK-ID      PIC 9(05) VALUE 0.
       77 WS-RV-FOUND     PIC X VALUE "N".
       77 WS-RV-DONE      PIC X VALUE "N".
       77 WS-RV-STUDENT   PIC X(20).
       77 WS-RV-REF       PIC X(50).
       77 WS-RV-NOTES     PIC 9(03) VALUE 0.
       77 WS-DOC-LINE-NO  PIC 9(03) VALUE 0.
       77 WS-NOTE-LINE    PIC 9(03) VALUE 0.
       77 WS-NOTIF-TO     PIC X(20).
       77 WS-NOTIF-MSG    PIC X(100).
       77 WS-NOTIF-CAT    PIC X(12).
       77 WS-CI-COMMAND   PIC X(10).
       77 WS-CI-PARTY     PIC X(20).
       77 WS-CI-TYPE      PIC X(10).
       77 WS-CI-REF       PIC X(30).
       77 WS-CI-RESULT    PIC X(10).
       77 WS-IA-COMMAND   PIC X(10).
       77 WS-IA-JOB-ID    PIC 9(05) VALUE 0.
       77 WS-IA-EMPLOYER  PIC X(20).
       77 WS-IA-SLOT      PIC X(16).
       77 WS-IA-RESULT    PIC X(10).

       LINKAGE SECTION.
       01 AD-USERNAME PIC X(20).
           PERFORM CHECK-ADVISOR-ROLE
           IF WS-IS-ADVISOR = "N"
              MOVE "This screen is for advisor accounts." TO WS-LINE
              MOVE "ADVD-001" TO WS-MSG-ID
              PERFORM SAY-LINE
              GOBACK
           END-IF

           END-STRING

           MOVE "--- Advisor Dashboard ---" TO WS-LINE
           MOVE "ADVD-002" TO WS-MSG-ID
           PERFORM SAY-LINE

           MOVE 0 TO WS-CASE-COUNT
           MOVE 0 TO WS-QUIET-COUNT

           IF WS-CASE-COUNT = 0
              MOVE "No advisees are assigned to you yet." TO WS-LINE
              MOVE "ADVD-003" TO WS-MSG-ID
              PERFORM SAY-LINE
           ELSE
              MOVE SPACES TO WS-LINE
              STRING "Caseload: " WS-CASE-COUNT " advisee(s), "

           MOVE "-------------------------" TO WS-LINE
           PERFORM OUT

           PERFORM SHOW-REVIEW-QUEUE
           PERFORM UNTIL WS-QUEUE-COUNT = 0
              MOVE "Enter a request number to review, or press Enter"
                   TO WS-LINE
              MOVE "ADVD-004" TO WS-MSG-ID
              PERFORM SAY-LINE
              MOVE "to return:" TO WS-LINE
              MOVE "ADVD-005" TO WS-MSG-ID
              PERFORM SAY-LINE
              PERFORM READ-ANSWER
              IF WS-LINE = HIGH-VALUES OR
                 FUNCTION TRIM(WS-LINE) = SPACES OR
                 FUNCTION TRIM(WS-LINE) IS NOT NUMERIC
                 MOVE 0 TO WS-QUEUE-COUNT
              ELSE
                 MOVE FUNCTION NUMVAL(WS-LINE) TO WS-PICK-ID
                 PERFORM REVIEW-ONE-REQUEST
                 PERFORM SHOW-REVIEW-QUEUE
              END-IF
           END-PERFORM

           MOVE "Review professional conduct incidents? (Y/N)"
                TO WS-LINE
           MOVE "ADVD-006" TO WS-MSG-ID
           PERFORM SAY-LINE
           PERFORM READ-ANSWER
           IF WS-LINE NOT = HIGH-VALUES AND
              FUNCTION UPPER-CASE(WS-LINE(1:1)) = "Y"
              MOVE "REVIEW" TO WS-CI-COMMAND
              MOVE SPACES TO WS-CI-PARTY
              MOVE SPACES TO WS-CI-TYPE
              MOVE SPACES TO WS-CI-REF
              CALL "CONDUCT-LOG" USING WS-CI-COMMAND WS-CI-PARTY
                   WS-CI-TYPE WS-CI-REF AD-USERNAME WS-CI-RESULT
           END-IF

           MOVE "Open the interview accommodation queue? (Y/N)"
                TO WS-LINE
           MOVE "ADVD-007" TO WS-MSG-ID
           PERFORM SAY-LINE
           PERFORM READ-ANSWER
           IF WS-LINE NOT = HIGH-VALUES AND
              FUNCTION UPPER-CASE(WS-LINE(1:1)) = "Y"
              MOVE "QUEUE" TO WS-IA-COMMAND
              MOVE SPACES TO WS-IA-EMPLOYER
              MOVE SPACES TO WS-IA-SLOT
              CALL "INTERVIEW-ACCOM" USING WS-IA-COMMAND AD-USERNAME
                   WS-IA-JOB-ID WS-IA-EMPLOYER WS-IA-SLOT WS-IA-RESULT
           END-IF
           GOBACK.

       CHECK-ADVISOR-ROLE.

       SHOW-ONE-ADVISEE.
           PERFORM COUNT-APPLICATIONS
           PERFORM COUNT-OUTSIDE-APPS
           PERFORM COUNT-UPCOMING-INTERVIEWS
           PERFORM COUNT-OPEN-OFFERS
           PERFORM COUNT-PRACTICE-SESSIONS
           PERFORM CHECK-READINESS
           PERFORM FIND-LAST-LOGIN

           END-STRING
           PERFORM OUT

           IF WS-OA-TOTAL > 0
              MOVE SPACES TO WS-LINE
              STRING "  Outside InCollege - applied " WS-OA-APPLIED
                     ", interviewing " WS-OA-IVW
                     ", offers " WS-OA-OFFERS
                     ", hired " WS-OA-HIRED
                     ", closed " WS-OA-CLOSED
                     DELIMITED BY SIZE INTO WS-LINE
              END-STRING
              PERFORM OUT
           END-IF

           MOVE SPACES TO WS-LINE
           STRING "  Upcoming interviews: " WS-UPCOMING-CNT
                  "   Open offers: " WS-OPEN-OFFERS
           END-STRING
           PERFORM OUT

           MOVE SPACES TO WS-LINE
           STRING "  Practice interviews done: " WS-PRACTICE-DONE
                  "   Booked: " WS-PRACTICE-DUE
                  DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           PERFORM OUT

           IF FUNCTION TRIM(WS-READY-NOTES) NOT = SPACES
              MOVE SPACES TO WS-LINE
              STRING "  Readiness: "

           IF WS-LAST-LOGIN = SPACES
              MOVE "  Never logged in." TO WS-LINE
              MOVE "ADVD-008" TO WS-MSG-ID
              PERFORM SAY-LINE
              ADD 1 TO WS-QUIET-COUNT
           ELSE
              PERFORM JUDGE-QUIETNESS
              CLOSE APPLICATION-FILE
           END-IF.

      *> The advisee's self-reported outside applications by stage;
      *> Rejected and Withdrawn rows count together as closed.
       COUNT-OUTSIDE-APPS.
           MOVE 0 TO WS-OA-TOTAL WS-OA-APPLIED WS-OA-IVW
                     WS-OA-OFFERS WS-OA-HIRED WS-OA-CLOSED
           MOVE "N" TO WS-OA-EOF
           OPEN INPUT OUTSIDE-FILE
           IF WS-OA-STATUS = "00"
              PERFORM UNTIL WS-OA-EOF = "Y"
                 READ OUTSIDE-FILE
                    AT END MOVE "Y" TO WS-OA-EOF
                    NOT AT END
                       IF FUNCTION TRIM(OA-USERNAME) =
                          FUNCTION TRIM(WS-ADVISEE)
                          ADD 1 TO WS-OA-TOTAL
                          EVALUATE TRUE
                             WHEN OA-APPLIED
                                  ADD 1 TO WS-OA-APPLIED
                             WHEN OA-INTERVIEW
                                  ADD 1 TO WS-OA-IVW
                             WHEN OA-OFFER
                                  ADD 1 TO WS-OA-OFFERS
                             WHEN OA-HIRED
                                  ADD 1 TO WS-OA-HIRED
                             WHEN OTHER
                                  ADD 1 TO WS-OA-CLOSED
                          END-EVALUATE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE OUTSIDE-FILE
           END-IF.

       COUNT-UPCOMING-INTERVIEWS.
           MOVE 0 TO WS-UPCOMING-CNT
           MOVE "N" TO WS-EOF
              CLOSE OFFER-FILE
           END-IF.

      *> Confirmed peer practice interviews on either side: done
      *> once the slot's day has passed, booked while it is ahead.
       COUNT-PRACTICE-SESSIONS.
           MOVE 0 TO WS-PRACTICE-DONE WS-PRACTICE-DUE
           MOVE "N" TO WS-EOF
           OPEN INPUT PRACTICE-FILE
           IF WS-PS-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ PRACTICE-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF PS-CONFIRMED AND
                          (FUNCTION TRIM(PS-REQUESTER) =
                           FUNCTION TRIM(WS-ADVISEE) OR
                           FUNCTION TRIM(PS-PARTNER) =
                           FUNCTION TRIM(WS-ADVISEE))
                          IF PS-SLOT(1:10) < WS-TODAY
                             ADD 1 TO WS-PRACTICE-DONE
                          ELSE
                             ADD 1 TO WS-PRACTICE-DUE
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PRACTICE-FILE
           END-IF.

      *> Readiness at a glance: the gaps an advisor would chase
      *> first - no headline, no resume on file, not open to work.
       CHECK-READINESS.
           IF WS-QUIET-DAYS > 30
              ADD 1 TO WS-QUIET-COUNT
              MOVE "  [no activity in over 30 days]" TO WS-LINE
              MOVE "ADVD-009" TO WS-MSG-ID
              PERFORM SAY-LINE
           END-IF.

      *> Pending requests addressed to this advisor, in the order
      *> they were filed, with how long each has waited.
       SHOW-REVIEW-QUEUE.
           MOVE "--- Resume Review Queue ---" TO WS-LINE
           MOVE "ADVD-010" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE 0 TO WS-QUEUE-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT REVIEW-FILE
           IF WS-RR-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ REVIEW-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF FUNCTION TRIM(RR-ADVISOR) =
                          FUNCTION TRIM(AD-USERNAME) AND
                          RR-PENDING
                          ADD 1 TO WS-QUEUE-COUNT
                          PERFORM DAYS-WAITING
                          MOVE WS-WAIT-DAYS TO WS-WAIT-DISP
                          MOVE SPACES TO WS-LINE
                          STRING "#" RR-ID " "
                                 FUNCTION TRIM(RR-STUDENT)
                                 " - filed " RR-REQUESTED ", waiting "
                                 FUNCTION TRIM(WS-WAIT-DISP) " day(s)"
                                 DELIMITED BY SIZE INTO WS-LINE
                          END-STRING
                          PERFORM OUT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE REVIEW-FILE
           END-IF
           IF WS-QUEUE-COUNT = 0
              MOVE "No resumes are waiting for your review." TO WS-LINE
              MOVE "ADVD-011" TO WS-MSG-ID
              PERFORM SAY-LINE
           END-IF.

      *> Whole days from RR-REQUESTED to today, zero if unreadable.
       DAYS-WAITING.
           MOVE 0 TO WS-WAIT-DAYS
           MOVE SPACES TO WS-DATE-STR
           STRING RR-REQUESTED(1:4) RR-REQUESTED(6:2)
                  RR-REQUESTED(9:2)
                  DELIMITED BY SIZE INTO WS-DATE-STR
           END-STRING
           IF WS-DATE-STR IS NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           MOVE WS-DATE-STR TO WS-DATE-NUM
           COMPUTE WS-LL-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           COMPUTE WS-WAIT-DAYS = WS-TODAY-INT - WS-LL-INT
           IF WS-WAIT-DAYS < 0
              MOVE 0 TO WS-WAIT-DAYS
           END-IF.

       REVIEW-ONE-REQUEST.
           MOVE "N" TO WS-RV-FOUND
           MOVE "N" TO WS-EOF
           OPEN INPUT REVIEW-FILE
           IF WS-RR-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ REVIEW-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF RR-ID = WS-PICK-ID AND
                          FUNCTION TRIM(RR-ADVISOR) =
                          FUNCTION TRIM(AD-USERNAME) AND
                          RR-PENDING
                          MOVE "Y" TO WS-RV-FOUND
                          MOVE RR-STUDENT TO WS-RV-STUDENT
                          MOVE RR-RESUME-REF TO WS-RV-REF
                          MOVE "Y" TO WS-EOF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE REVIEW-FILE
           END-IF
           IF WS-RV-FOUND = "N"
              MOVE "No waiting request of yours has that number."
                   TO WS-LINE
              MOVE "ADVD-012" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF

           PERFORM SHOW-RESUME-DOCUMENT
           PERFORM COUNT-REVIEW-NOTES

           MOVE "N" TO WS-RV-DONE
           PERFORM UNTIL WS-RV-DONE = "Y"
              MOVE "1. Comment on a line" TO WS-LINE
              MOVE "ADVD-013" TO WS-MSG-ID
              PERFORM SAY-LINE
              MOVE "2. General comment" TO WS-LINE
              MOVE "ADVD-014" TO WS-MSG-ID
              PERFORM SAY-LINE
              MOVE "3. Mark Reviewed and notify the student" TO WS-LINE
              MOVE "ADVD-015" TO WS-MSG-ID
              PERFORM SAY-LINE
              MOVE "4. Back to the queue" TO WS-LINE
              MOVE "ADVD-016" TO WS-MSG-ID
              PERFORM SAY-LINE
              MOVE "Enter your choice:" TO WS-LINE
              MOVE "ENTER-CHOICE" TO WS-MSG-ID
              PERFORM SAY-LINE
              PERFORM READ-ANSWER
              IF WS-LINE = HIGH-VALUES
                 MOVE "4" TO WS-LINE
              END-IF
              EVALUATE WS-LINE(1:1)
                 WHEN "1"
                      PERFORM ASK-NOTE-LINE
                      IF WS-NOTE-LINE > 0
                         PERFORM ADD-REVIEW-NOTE
                      END-IF
                 WHEN "2"
                      MOVE 0 TO WS-NOTE-LINE
                      PERFORM ADD-REVIEW-NOTE
                 WHEN "3"
                      PERFORM MARK-REQUEST-REVIEWED
                 WHEN "4"
                      MOVE "Y" TO WS-RV-DONE
                 WHEN OTHER
                      MOVE "Invalid choice." TO WS-LINE
                      MOVE "ADVD-017" TO WS-MSG-ID
                      PERFORM SAY-LINE
              END-EVALUATE
           END-PERFORM.

      *> Numbers every line so the comments can point at them. A
      *> reference that is not a file here (an outside document
      *> name typed on the profile) can still get general comments.
       SHOW-RESUME-DOCUMENT.
           MOVE SPACES TO WS-LINE
           STRING "Resume of " FUNCTION TRIM(WS-RV-STUDENT) ": "
                  FUNCTION TRIM(WS-RV-REF)
                  DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           PERFORM OUT
           MOVE 0 TO WS-DOC-LINE-NO
           MOVE "N" TO WS-EOF
           OPEN INPUT RESUME-DOC-FILE
           IF WS-DOC-STATUS NOT = "00"
              MOVE "(that document is not on file here - review it"
                   TO WS-LINE
              MOVE "ADVD-018" TO WS-MSG-ID
              PERFORM SAY-LINE
              MOVE " from the student's copy and comment below)"
                   TO WS-LINE
              MOVE "ADVD-019" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
              READ RESUME-DOC-FILE
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    IF WS-DOC-LINE-NO < 999
                       ADD 1 TO WS-DOC-LINE-NO
                    END-IF
                    MOVE SPACES TO WS-LINE
                    STRING WS-DOC-LINE-NO "  " RESUME-DOC-LINE
                           DELIMITED BY SIZE INTO WS-LINE
                    END-STRING
                    PERFORM OUT
              END-READ
           END-PERFORM
           CLOSE RESUME-DOC-FILE.

       COUNT-REVIEW-NOTES.
           MOVE 0 TO WS-RV-NOTES
           MOVE "N" TO WS-EOF
           OPEN INPUT REVIEW-NOTE-FILE
           IF WS-RN-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ REVIEW-NOTE-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF RN-REQ-ID = WS-PICK-ID
                          ADD 1 TO WS-RV-NOTES
                          MOVE SPACES TO WS-LINE
                          STRING "  [line " RN-LINE-NO "] "
                                 FUNCTION TRIM(RN-TEXT)
                                 DELIMITED BY SIZE INTO WS-LINE
                          END-STRING
                          PERFORM OUT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE REVIEW-NOTE-FILE
           END-IF.

      *> A line comment must point at a line of the document when
      *> the document could be read; otherwise any number will do.
       ASK-NOTE-LINE.
           MOVE 0 TO WS-NOTE-LINE
           MOVE "Line number:" TO WS-LINE
           MOVE "ADVD-020" TO WS-MSG-ID
           PERFORM SAY-LINE
           PERFORM READ-ANSWER
           IF WS-LINE = HIGH-VALUES OR
              FUNCTION TRIM(WS-LINE) = SPACES OR
              FUNCTION TRIM(WS-LINE) IS NOT NUMERIC
              MOVE "Enter the number shown beside the line." TO WS-LINE
              MOVE "ADVD-021" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(WS-LINE) < 1 OR
              FUNCTION NUMVAL(WS-LINE) > 999 OR
              (WS-DOC-LINE-NO > 0 AND
               FUNCTION NUMVAL(WS-LINE) > WS-DOC-LINE-NO)
              MOVE "That line is not on the resume." TO WS-LINE
              MOVE "ADVD-022" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-LINE) TO WS-NOTE-LINE.

       ADD-REVIEW-NOTE.
           MOVE "Comment:" TO WS-LINE
           MOVE "ADVD-023" TO WS-MSG-ID
           PERFORM SAY-LINE
           PERFORM READ-ANSWER
           IF WS-LINE = HIGH-VALUES OR
              FUNCTION TRIM(WS-LINE) = SPACES
              MOVE "Nothing recorded." TO WS-LINE
              MOVE "ADVD-024" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF
           OPEN EXTEND REVIEW-NOTE-FILE
           IF WS-RN-STATUS NOT = "00"
              OPEN OUTPUT REVIEW-NOTE-FILE
           END-IF
           MOVE WS-PICK-ID TO RN-REQ-ID
           MOVE WS-NOTE-LINE TO RN-LINE-NO
           MOVE AD-USERNAME TO RN-AUTHOR
           MOVE WS-TODAY TO RN-DATE
           MOVE FUNCTION TRIM(WS-LINE) TO RN-TEXT
           WRITE REVIEW-NOTE-REC
           CLOSE REVIEW-NOTE-FILE
           ADD 1 TO WS-RV-NOTES
           MOVE "Comment saved." TO WS-LINE
           MOVE "ADVD-025" TO WS-MSG-ID
           PERFORM SAY-LINE.

      *> Stamps the request Reviewed through the usual temp-file
      *> rewrite and tells the student their comments are ready.
       MARK-REQUEST-REVIEWED.
           IF WS-RV-NOTES = 0
              MOVE "Leave at least one comment before marking it"
                   TO WS-LINE
              MOVE "ADVD-026" TO WS-MSG-ID
              PERFORM SAY-LINE
              MOVE "Reviewed." TO WS-LINE
              MOVE "ADVD-027" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           OPEN INPUT REVIEW-FILE
           OPEN OUTPUT REVIEW-TEMP-FILE
           IF WS-RR-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ REVIEW-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF RR-ID = WS-PICK-ID
                          SET RR-REVIEWED TO TRUE
                          MOVE WS-TODAY TO RR-REVIEWED-ON
                       END-IF
                       WRITE REVIEW-TEMP-REC FROM REVIEW-REC
                 END-READ
              END-PERFORM
              CLOSE REVIEW-FILE
           END-IF
           CLOSE REVIEW-TEMP-FILE

           OPEN OUTPUT REVIEW-FILE
           OPEN INPUT REVIEW-TEMP-FILE
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
              READ REVIEW-TEMP-FILE INTO REVIEW-REC
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END WRITE REVIEW-REC
              END-READ
           END-PERFORM
           CLOSE REVIEW-TEMP-FILE
           CLOSE REVIEW-FILE
           MOVE "Y" TO WS-RV-DONE

           MOVE WS-RV-STUDENT TO WS-NOTIF-TO
           MOVE SPACES TO WS-NOTIF-MSG
           STRING FUNCTION TRIM(AD-USERNAME)
                  " reviewed your resume (request #" WS-PICK-ID
                  ") - see Request Resume Review on your profile."
                  DELIMITED BY SIZE INTO WS-NOTIF-MSG
           END-STRING
           MOVE "ADVISING" TO WS-NOTIF-CAT
           CALL "NOTIFY-USER" USING WS-NOTIF-TO WS-NOTIF-MSG
                WS-NOTIF-CAT

           MOVE SPACES TO WS-LINE
           STRING "Request #" WS-PICK-ID " marked Reviewed; "
                  FUNCTION TRIM(WS-RV-STUDENT) " has been notified."
                  DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           PERFORM OUT.

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
           CALL "SCREEN-TEXT" USING WS-SX-COMMAND AD-USERNAME
                                    WS-MSG-ID WS-LINE
           PERFORM OUT.

       END PROGRAM ADVISOR-DASH.
