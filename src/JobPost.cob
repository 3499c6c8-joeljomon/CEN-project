           SELECT FOLLOWERS-FILE ASSIGN TO "data/company-followers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLW-STATUS.
           SELECT APPLY-LINK-FILE ASSIGN TO "data/job-apply-links.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LINK-STATUS.
           SELECT DRAFT-FILE ASSIGN TO "data/job-drafts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRAFT-STATUS.
           SELECT DRAFT-TEMP-FILE ASSIGN TO "data/jdtemp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05 FW-EMPLOYER           PIC X(20).
           05 FW-FOLLOWER           PIC X(20).

      *> data/job-apply-links.dat: the employer's own apply link for
      *> a posting that takes applications off InCollege. JOB-MGMT
      *> sends students to the link (and logs the click-through) in
      *> place of DO-APPLY for any posting with a row here.
       FD  APPLY-LINK-FILE.
       01  APPLY-LINK-REC.
           05 AL-JOB-ID             PIC 9(05).
           05 AL-URL                PIC X(100).

      *> data/job-drafts.dat: postings an employer has started but not
      *> published, one row per draft. Nothing else reads this file,
      *> so a draft never reaches Browse, job alerts, the board feed
      *> or the credit ledger; it becomes a jobs.dat row only when it
      *> is published. DR-JOB holds the posting as entered so far in
      *> the jobs.dat layout, with the screening questions, rubric
      *> and apply link beside it, and the location code and work
      *> mode picked at the Location step. DR-NEXT-STEP is the step
      *> the employer stopped at (17: every step answered).
       FD  DRAFT-FILE.
       01  DRAFT-REC.
           05 DR-POSTER             PIC X(20).
           05 DR-DRAFT-NO           PIC 9(05).
           05 DR-SAVED-DATE         PIC X(10).
           05 DR-NEXT-STEP          PIC 9(02).
           05 DR-JOB.
              10 FILLER             PIC X(25).
              10 DR-JOB-TITLE       PIC X(50).
              10 FILLER             PIC X(506).
           05 DR-Q-COUNT            PIC 9(01).
           05 DR-QUESTIONS          PIC X(300).
           05 DR-R-COUNT            PIC 9(01).
           05 DR-RUBRIC             PIC X(160).
           05 DR-APPLY-URL          PIC X(100).
           05 DR-LOC-CODE           PIC X(08).
           05 DR-WORK-MODE          PIC X(01).

       FD  DRAFT-TEMP-FILE.
       01  DRAFT-TEMP-REC           PIC X(1189).

       WORKING-STORAGE SECTION.
       77  WS-JOBS-STATUS           PIC XX.
       77  WS-COMMAND               PIC X(20).
       77  WS-LINE                  PIC X(200).
       77  WS-SX-COMMAND            PIC X(10).
       77  WS-MSG-ID                PIC X(12).
       77  WS-IS-VALID              PIC X VALUE 'N'.

       77  WS-TEMP-DESC             PIC X(200).
       77  WS-DL-DATE-STR           PIC X(8).
       77  WS-DL-DATE-NUM           PIC 9(8).
       77  WS-DL-INT                PIC S9(8) COMP.
       77  WS-GO-LIVE               PIC X(10) VALUE SPACES.
       77  WS-TODAY-INT             PIC S9(8) COMP.
       77  WS-QST-STATUS            PIC XX.
       77  WS-CURR-DATE             PIC X(21).
       77  WS-EMP-STATUS            PIC XX.
              10 WS-R-NAME          PIC X(30).
              10 WS-R-WEIGHT        PIC 9(02).
       77  WS-FLW-STATUS            PIC XX.
       77  WS-LINK-STATUS           PIC XX.
       77  WS-APPLY-URL             PIC X(100).
      *> The posting's place on the location reference list (blank
      *> when the employer typed one that is not on it) and its
      *> work mode, O on-site, H hybrid or R remote - kept beside
      *> the posting in data/job-locations.dat through LOCATION-REF.
       77  WS-LOC-CODE              PIC X(08).
       77  WS-WORK-MODE             PIC X(01).
       77  WS-LOC-IDX               PIC 9(03).
       77  WS-MODE-NAME             PIC X(08).
       77  WS-URL-LEN               PIC 9(03).
       77  WS-URL-SPACES            PIC 9(03).
       77  WS-POSTER-CAMPUS         PIC X(06).
       77  WS-DRAFT-STATUS          PIC XX.
       77  WS-DRAFT-EOF             PIC X VALUE 'N'.
       77  WS-DRAFT-STOP            PIC X VALUE 'N'.
       77  WS-DRAFT-ALLOWED         PIC X VALUE 'N'.
       77  WS-DRAFT-NO              PIC 9(05) VALUE 0.
       77  WS-MAX-DRAFT-NO          PIC 9(05) VALUE 0.
       77  WS-KEEP-DRAFT            PIC X VALUE 'N'.
       77  WS-STEP                  PIC 9(02) VALUE 0.
       77  WS-FIRST-STEP            PIC 9(02) VALUE 1.
       77  WS-STOP-STEP             PIC 9(02) VALUE 0.
       77  WS-START-MODE            PIC X VALUE 'N'.
       77  WS-MY-DRAFTS             PIC 9(03) VALUE 0.
       77  WS-MY-POSTINGS           PIC 9(03) VALUE 0.
       77  WS-LIST-NO               PIC 9(03) VALUE 0.
       77  WS-PICK                  PIC 9(05) VALUE 0.
       77  WS-SOURCE-JOB-ID         PIC 9(05) VALUE 0.
       77  WS-FOUND                 PIC X VALUE 'N'.
       77  WS-PUBLISH               PIC X VALUE 'N'.
       77  WS-REVIEW-DONE           PIC X VALUE 'N'.
       77  WS-SHOW-NUM              PIC Z9.
       77  WS-SHOW-COUNT            PIC ZZ9.
       77  WS-SHOW-VALUE            PIC X(120).
       77  WS-SHOW-PTR              PIC 9(03).
      *> The posting as it stood before the step in hand, put back
      *> when SAVE interrupts that step.
       01  WS-SNAP-JOB              PIC X(581).
       01  WS-SNAP-QUESTIONS        PIC X(300).
       77  WS-SNAP-Q-COUNT          PIC 9(01).
       01  WS-SNAP-RUBRIC           PIC X(160).
       77  WS-SNAP-R-COUNT          PIC 9(01).
       77  WS-SNAP-URL              PIC X(100).
       77  WS-SNAP-LOC-CODE         PIC X(08).
       77  WS-SNAP-WORK-MODE        PIC X(01).
      *> The steps a posting is asked in, by number, as the draft
      *> list and the review screen name them.
       01  WS-STEP-NAME-VALUES.
           05 FILLER PIC X(20) VALUE "Title".
           05 FILLER PIC X(20) VALUE "Description".
           05 FILLER PIC X(20) VALUE "Employer name".
           05 FILLER PIC X(20) VALUE "Location/work mode".
           05 FILLER PIC X(20) VALUE "Salary".
           05 FILLER PIC X(20) VALUE "Category".
           05 FILLER PIC X(20) VALUE "Deadline".
           05 FILLER PIC X(20) VALUE "Required skills".
           05 FILLER PIC X(20) VALUE "Screening questions".
           05 FILLER PIC X(20) VALUE "Openings".
           05 FILLER PIC X(20) VALUE "Anonymized review".
           05 FILLER PIC X(20) VALUE "Visa sponsorship".
           05 FILLER PIC X(20) VALUE "Eligibility".
           05 FILLER PIC X(20) VALUE "Campus".
           05 FILLER PIC X(20) VALUE "Scoring rubric".
           05 FILLER PIC X(20) VALUE "Apply link".
       01  WS-STEP-NAME-TABLE REDEFINES WS-STEP-NAME-VALUES.
           05 WS-STEP-NAME          PIC X(20) OCCURS 16 TIMES.
       77  WS-CR-COMMAND            PIC X(10).
       77  WS-CR-AMOUNT             PIC 9(5).
       77  WS-CR-RESULT             PIC X(10).
       77  WS-NOTIF-TO              PIC X(20).
       77  WS-NOTIF-MSG             PIC X(100).
       77  WS-NOTIF-CATEGORY       PIC X(12).
       77  WS-GPA-TEXT              PIC X(10).
       77  WS-GPA-CHECK             PIC X(10).
       77  WS-GPA-NUM               PIC 9V99.
       77  WS-GPA-DISP              PIC 9.99.
       77  WS-DOT-COUNT             PIC 9(03).
       77  WS-YEAR-IDX              PIC 9(01).
       77  WS-YEAR-POS              PIC 9(01).
       77  WS-YEAR-CHAR             PIC X(01).
       77  WS-YEAR-HITS             PIC 9(03).
       77  WS-YEAR-CHECK            PIC X(60).
       77  WS-CS-KIND               PIC X(07).
       77  WS-CS-KEY                PIC X(40).
       77  WS-CS-TEXT               PIC X(500).
       77  WS-CS-HIT                PIC X VALUE 'N'.
       77  WS-ATTEST-OK             PIC X VALUE 'Y'.
       77  WS-JA-NEEDED             PIC X VALUE 'N'.
       77  WS-JA-IDX                PIC 9(01).
       77  WS-JA-COMMAND            PIC X(10).
       77  WS-JA-JOB-ID             PIC 9(05) VALUE 0.
       77  WS-JA-SALARY             PIC X(20).
       77  WS-JA-RESULT             PIC X(10).
       77  WS-PA-COMMAND            PIC X(10).
       77  WS-PA-RESULT             PIC X(10).
       01  WS-JA-ATTEST.
           05 WS-JA-ANSWERS         PIC X(07).
           05 WS-JA-SIGNER          PIC X(30).
           05 WS-JA-USER            PIC X(20).
           05 WS-JA-SOURCE          PIC X(06).
           05 WS-JA-DATE            PIC X(10).

      *> The primary-beneficiary questions an unpaid posting answers.
       COPY "JOBATTQ.cpy".

      *> Reference list backing the category prompt below, the same
      *> numbered-list pattern USER-PROFILE uses for universities.
       COPY "CATLIST.cpy".

           COPY "LOCINF.cpy".

       77 WS-RL-KIND  PIC X(5).
       77 WS-RL-MODE  PIC X(6).
       77 WS-RL-COUNT PIC 99.
           IF WS-POSTER-ALLOWED NOT = 'Y'
               MOVE "Postings require a verified company profile."
                   TO WS-LINE
               MOVE "POST-001" TO WS-MSG-ID
               PERFORM SAY-LINE
               MOVE "Create your company profile and wait for admin"
                   TO WS-LINE
               MOVE "POST-002" TO WS-MSG-ID
               PERFORM SAY-LINE
               MOVE "approval before posting." TO WS-LINE
               MOVE "POST-003" TO WS-MSG-ID
               PERFORM SAY-LINE
               GOBACK
           END-IF.
      *> Nothing is posted under terms the employer has not accepted:
      *> a version published since they logged in is put to them
      *> here, and a decline refuses the posting.
           MOVE "REQUIRE" TO WS-PA-COMMAND.
           CALL "POLICY-ACCEPT" USING WS-PA-COMMAND PJ-USERNAME
                WS-PA-RESULT.
           IF WS-PA-RESULT NOT = "OK"
               MOVE "Postings require acceptance of the current terms"
                & " of use." TO WS-LINE
               MOVE "POST-004" TO WS-MSG-ID
               PERFORM SAY-LINE
               GOBACK
           END-IF.
      *> Outside employers pay per posting: a zero credit balance is
              WS-CR-AMOUNT = 0
               MOVE "You have no posting credits left - ask career"
                   TO WS-LINE
               MOVE "POST-005" TO WS-MSG-ID
               PERFORM SAY-LINE
               MOVE "services to grant more before posting again."
                   TO WS-LINE
               MOVE "POST-006" TO WS-MSG-ID
               PERFORM SAY-LINE
               GOBACK
           END-IF.
      *> A posting can be started fresh, picked up from a saved
      *> draft, or copied from one of the employer's past postings;
      *> drafts and copies are looked over on the review screen
      *> before anything is published.
           PERFORM CHOOSE-STARTING-POINT.
           IF WS-START-MODE = 'X'
               GOBACK
           END-IF.
           IF WS-FIRST-STEP <= 16
               MOVE "(Type SAVE at any prompt to keep what you have"
                & " entered as a draft" TO WS-LINE
               MOVE "POST-007" TO WS-MSG-ID
               PERFORM SAY-LINE
               MOVE "and finish later.)" TO WS-LINE
               MOVE "POST-080" TO WS-MSG-ID
               PERFORM SAY-LINE
               PERFORM GET-JOB-DETAILS
               IF WS-DRAFT-STOP = 'Y'
                   PERFORM KEEP-AS-DRAFT
                   GOBACK
               END-IF
           END-IF.
           IF WS-START-MODE NOT = 'N'
               PERFORM REVIEW-POSTING
               IF WS-PUBLISH NOT = 'Y'
                   GOBACK
               END-IF
           END-IF.
           PERFORM ASK-GO-LIVE-DATE.
           PERFORM CHECK-UNPAID-ATTESTATION.
           IF WS-ATTEST-OK NOT = 'Y'
               MOVE "Posting not published - an unpaid posting needs"
                & " the completed attestation." TO WS-LINE
               MOVE "POST-008" TO WS-MSG-ID
               PERFORM SAY-LINE
               MOVE 17 TO WS-STOP-STEP
               PERFORM KEEP-AS-DRAFT
               GOBACK
           END-IF.
           PERFORM SAVE-JOB-DETAILS.
      *> A scheduled posting spends its credit when PUBLISH opens it.
           IF WS-GO-LIVE = SPACES
               MOVE "CONSUME" TO WS-CR-COMMAND
               CALL "CREDIT-LEDGER" USING WS-CR-COMMAND PJ-USERNAME
                    WS-CR-AMOUNT WS-CR-RESULT
           END-IF.
           IF WS-DRAFT-NO > 0
               MOVE 'N' TO WS-KEEP-DRAFT
               PERFORM REWRITE-DRAFTS
           END-IF.
           GOBACK.

      *> A posting only goes up for a company that has been approved
               CLOSE EMPLOYER-FILE
           END-IF.

      *> The posting is asked for in sixteen steps, in order, from
      *> WS-FIRST-STEP (1, or wherever a resumed draft stopped).
      *> SAVE typed at any prompt stops the walk: the step in hand is
      *> put back as it was and WS-STOP-STEP says where to pick up.
       GET-JOB-DETAILS.
           MOVE 'N' TO WS-DRAFT-STOP.
           MOVE 0 TO WS-STOP-STEP.
           MOVE 'Y' TO WS-DRAFT-ALLOWED.
           PERFORM ASK-ONE-STEP
               VARYING WS-STEP FROM WS-FIRST-STEP BY 1
               UNTIL WS-STEP > 16 OR WS-DRAFT-STOP = 'Y'.
           MOVE 'N' TO WS-DRAFT-ALLOWED.

       ASK-ONE-STEP.
           MOVE JOBS-RECORD TO WS-SNAP-JOB.
           MOVE WS-QUESTIONS TO WS-SNAP-QUESTIONS.
           MOVE WS-Q-COUNT TO WS-SNAP-Q-COUNT.
           MOVE WS-RUBRIC TO WS-SNAP-RUBRIC.
           MOVE WS-R-COUNT TO WS-SNAP-R-COUNT.
           MOVE WS-APPLY-URL TO WS-SNAP-URL.
           MOVE WS-LOC-CODE TO WS-SNAP-LOC-CODE.
           MOVE WS-WORK-MODE TO WS-SNAP-WORK-MODE.
           EVALUATE WS-STEP
               WHEN 1  PERFORM ASK-JOB-TITLE
               WHEN 2  PERFORM ASK-JOB-DESCRIPTION
               WHEN 3  PERFORM ASK-JOB-EMPLOYER
               WHEN 4  PERFORM ASK-JOB-LOCATION
               WHEN 5  PERFORM ASK-JOB-SALARY
               WHEN 6  PERFORM ASK-JOB-CATEGORY
               WHEN 7  PERFORM ASK-JOB-DEADLINE
               WHEN 8  PERFORM ASK-REQ-SKILLS
               WHEN 9  PERFORM ASK-SCREENING-QUESTIONS
               WHEN 10 PERFORM ASK-OPENINGS
               WHEN 11 PERFORM ASK-ANONYMIZE
               WHEN 12 PERFORM ASK-SPONSOR
               WHEN 13 PERFORM ASK-ELIGIBILITY
               WHEN 14 PERFORM ASK-CAMPUS-SCOPE
               WHEN 15 PERFORM ASK-RUBRIC
               WHEN 16 PERFORM ASK-APPLY-LINK
           END-EVALUATE.
           IF WS-DRAFT-STOP = 'Y'
               MOVE WS-SNAP-JOB TO JOBS-RECORD
               MOVE WS-SNAP-QUESTIONS TO WS-QUESTIONS
               MOVE WS-SNAP-Q-COUNT TO WS-Q-COUNT
               MOVE WS-SNAP-RUBRIC TO WS-RUBRIC
               MOVE WS-SNAP-R-COUNT TO WS-R-COUNT
               MOVE WS-SNAP-URL TO WS-APPLY-URL
               MOVE WS-SNAP-LOC-CODE TO WS-LOC-CODE
               MOVE WS-SNAP-WORK-MODE TO WS-WORK-MODE
               MOVE WS-STEP TO WS-STOP-STEP
           END-IF.

      *> Job Title validation
       ASK-JOB-TITLE.
           MOVE "N" TO WS-IS-VALID.
           PERFORM UNTIL WS-IS-VALID = "Y"
               MOVE "Enter Job Title: " TO WS-LINE
               MOVE "POST-009" TO WS-MSG-ID
               PERFORM SAY-LINE
               PERFORM READ-LINE
               IF FUNCTION LENGTH(FUNCTION TRIM(WS-LINE)) > 0
                   MOVE WS-LINE TO JOB-TITLE
                   MOVE "Y" TO WS-IS-VALID
               ELSE
                   MOVE "Job Title cannot be blank." TO WS-LINE
                   MOVE "POST-010" TO WS-MSG-ID
                   PERFORM SAY-LINE
               END-IF
           END-PERFORM.

      *> Job Description validation, multi-line input terminated by 'DONE'
       ASK-JOB-DESCRIPTION.
           MOVE "N" TO WS-IS-VALID.
           PERFORM UNTIL WS-IS-VALID = "Y" OR WS-DRAFT-STOP = "Y"
               MOVE SPACES TO WS-TEMP-DESC
               MOVE 0 TO WS-COUNT
               MOVE "Enter Description. Type 'DONE' on a new line to"
                & " finish (max 200 chars):"
                   TO WS-LINE
               MOVE "POST-011" TO WS-MSG-ID
               PERFORM SAY-LINE

               PERFORM UNTIL WS-COUNT >= 200
                   MOVE SPACES TO WS-LINE
                   PERFORM READ-LINE
                   IF FUNCTION UPPER-CASE(
                      FUNCTION TRIM(WS-LINE)) = "DONE" OR
                      WS-DRAFT-STOP = "Y"
                       EXIT PERFORM
                   END-IF
                   IF FUNCTION LENGTH(FUNCTION TRIM(WS-LINE)) > 0
                       ELSE
                           MOVE 0 TO WS-TMP-SPACE
                       END-IF
                       COMPUTE WS-LINE-LEN = FUNCTION LENGTH(
                          FUNCTION TRIM(WS-LINE))
                       IF WS-COUNT + WS-TMP-SPACE + WS-LINE-LEN > 200
                           COMPUTE WS-ROOM = 200 - WS-COUNT -
                              WS-TMP-SPACE
                           IF WS-ROOM > 0
                               IF WS-COUNT > 0
                                   STRING WS-TEMP-DESC DELIMITED BY "  "
                                          " " DELIMITED BY SIZE
                                          WS-LINE(1:WS-ROOM)
                                             DELIMITED BY SIZE
                                          INTO WS-TEMP-DESC
                                   END-STRING
                               ELSE
                                   MOVE WS-LINE(1:WS-ROOM)
                                      TO WS-TEMP-DESC
                               END-IF
                           END-IF
                           MOVE "Description field reached maximum"
                            & " length."
                               TO WS-LINE
                           MOVE "POST-012" TO WS-MSG-ID
                           PERFORM SAY-LINE
                           EXIT PERFORM
                       ELSE
                           IF WS-COUNT > 0
                               STRING WS-TEMP-DESC DELIMITED BY "  "
                                      " " DELIMITED BY SIZE
                                      FUNCTION TRIM(WS-LINE)
                                         DELIMITED BY SIZE
                                      INTO WS-TEMP-DESC
                               END-STRING
                           ELSE
                               MOVE FUNCTION TRIM(WS-LINE)
                                  TO WS-TEMP-DESC
                           END-IF
                           COMPUTE WS-COUNT =
                               FUNCTION LENGTH(
                                  FUNCTION TRIM(WS-TEMP-DESC))
                       END-IF
                   END-IF
               END-PERFORM

               IF FUNCTION LENGTH(FUNCTION TRIM(WS-TEMP-DESC)) > 0 OR
                  WS-DRAFT-STOP = "Y"
                   MOVE "Y" TO WS-IS-VALID
               ELSE
                   MOVE "Description cannot be blank." TO WS-LINE
                   MOVE "POST-013" TO WS-MSG-ID
                   PERFORM SAY-LINE
               END-IF
           END-PERFORM.
           MOVE WS-TEMP-DESC TO JOB-DESCRIPTION.

      *> Employer Name validation
       ASK-JOB-EMPLOYER.
              MOVE "N" TO WS-IS-VALID.
              PERFORM UNTIL WS-IS-VALID = "Y"
               MOVE "Enter Employer Name: " TO WS-LINE
               MOVE "POST-014" TO WS-MSG-ID
               PERFORM SAY-LINE
               PERFORM READ-LINE
               IF FUNCTION LENGTH(FUNCTION TRIM(WS-LINE)) > 0
                   MOVE WS-LINE TO JOB-EMPLOYER
                   MOVE "Y" TO WS-IS-VALID
               ELSE
                   MOVE "Employer Name cannot be blank." TO WS-LINE
                   MOVE "POST-015" TO WS-MSG-ID
                   PERFORM SAY-LINE
               END-IF
           END-PERFORM.

      *> Location, picked by number from the location reference
      *> list so Browse, job alerts and salary analytics can group
      *> postings by region. A place not on the list can still be
      *> typed: it is matched against the list and its aliases
      *> ("NYC") the way JOB-IMPORT's rows are, and kept as typed
      *> when nothing matches, for career services to map later.
      *> The work mode is asked straight after, defaulting to the
      *> one the typed text implies ("Remote (US)").
       ASK-JOB-LOCATION.
           MOVE "LIST" TO LI-COMMAND.
           CALL "LOCATION-REF" USING LOCATION-INFO.
           MOVE SPACE TO LI-WORK-MODE.
           MOVE "N" TO WS-IS-VALID.
           PERFORM UNTIL WS-IS-VALID = "Y" OR WS-DRAFT-STOP = "Y"
               IF LI-COUNT > 0
                   MOVE "Select the posting's location:" TO WS-LINE
                   MOVE "POST-016" TO WS-MSG-ID
                   PERFORM SAY-LINE
                   PERFORM VARYING WS-LOC-IDX FROM 1 BY 1
                           UNTIL WS-LOC-IDX > LI-COUNT
                       MOVE WS-LOC-IDX TO WS-SHOW-COUNT
                       MOVE SPACES TO WS-LINE
                       STRING FUNCTION TRIM(WS-SHOW-COUNT) ". "
                           FUNCTION TRIM(LI-L-DISPLAY(WS-LOC-IDX))
                           DELIMITED BY SIZE INTO WS-LINE
                       END-STRING
                       PERFORM WRITE-LINE
                   END-PERFORM
                   MOVE "Enter a number, or type the location if it is"
                    & " not listed: " TO WS-LINE
                   MOVE "POST-077" TO WS-MSG-ID
               ELSE
                   MOVE "Enter Location: " TO WS-LINE
                   MOVE "POST-078" TO WS-MSG-ID
               END-IF
               PERFORM SAY-LINE
               PERFORM READ-LINE
               EVALUATE TRUE
                   WHEN WS-DRAFT-STOP = "Y"
                       CONTINUE
                   WHEN FUNCTION LENGTH(FUNCTION TRIM(WS-LINE)) = 0
                       MOVE "Location cannot be blank." TO WS-LINE
                       MOVE "POST-017" TO WS-MSG-ID
                       PERFORM SAY-LINE
                   WHEN LI-COUNT > 0 AND
                        FUNCTION TRIM(WS-LINE) IS NUMERIC
                       MOVE FUNCTION NUMVAL(WS-LINE) TO WS-LOC-IDX
                       IF WS-LOC-IDX >= 1 AND WS-LOC-IDX <= LI-COUNT
                           MOVE LI-L-DISPLAY(WS-LOC-IDX)
                               TO JOB-LOCATION
                           MOVE LI-L-CODE(WS-LOC-IDX) TO WS-LOC-CODE
                           MOVE SPACE TO LI-WORK-MODE
                           MOVE "Y" TO WS-IS-VALID
                       ELSE
                           MOVE "Invalid choice. Please try again."
                               TO WS-LINE
                           MOVE "RETRY-CHOICE" TO WS-MSG-ID
                           PERFORM SAY-LINE
                       END-IF
                   WHEN OTHER
                       PERFORM MAP-TYPED-LOCATION
                       MOVE "Y" TO WS-IS-VALID
               END-EVALUATE
           END-PERFORM.
           IF WS-DRAFT-STOP = "N"
               PERFORM ASK-WORK-MODE
           END-IF.

       MAP-TYPED-LOCATION.
           MOVE WS-LINE TO JOB-LOCATION.
           MOVE "MAP" TO LI-COMMAND.
           MOVE WS-LINE TO LI-TEXT.
           CALL "LOCATION-REF" USING LOCATION-INFO.
           IF LI-RESULT = "MAPPED"
               MOVE LI-DISPLAY TO JOB-LOCATION
               MOVE LI-CODE TO WS-LOC-CODE
               MOVE SPACES TO WS-LINE
               STRING "Matched to " FUNCTION TRIM(LI-DISPLAY) "."
                      DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               PERFORM WRITE-LINE
           ELSE
               MOVE SPACES TO WS-LOC-CODE
               MOVE "That place is not on the location list yet; it is"
                & " kept as typed" TO WS-LINE
               MOVE "POST-018" TO WS-MSG-ID
               PERFORM SAY-LINE
               MOVE "and career services will add it to a region."
                   TO WS-LINE
               MOVE "POST-019" TO WS-MSG-ID
               PERFORM SAY-LINE
           END-IF.

      *> LI-WORK-MODE holds what the typed text implied, if
      *> anything; Enter takes it.
       ASK-WORK-MODE.
           MOVE "N" TO WS-IS-VALID.
           PERFORM UNTIL WS-IS-VALID = "Y" OR WS-DRAFT-STOP = "Y"
               MOVE "Work mode: 1. On-site  2. Hybrid  3. Remote"
                   TO WS-LINE
               MOVE "POST-020" TO WS-MSG-ID
               PERFORM SAY-LINE
               IF LI-WORK-MODE NOT = SPACE
                   MOVE LI-WORK-MODE TO WS-WORK-MODE
                   PERFORM SET-MODE-NAME
                   MOVE SPACES TO WS-LINE
                   STRING "Enter your choice (Enter keeps "
                          FUNCTION TRIM(WS-MODE-NAME) "):"
                          DELIMITED BY SIZE INTO WS-LINE
                   END-STRING
                   PERFORM WRITE-LINE
               ELSE
                   MOVE "Enter your choice:" TO WS-LINE
                   MOVE "ENTER-CHOICE" TO WS-MSG-ID
                   PERFORM SAY-LINE
               END-IF
               PERFORM READ-LINE
               EVALUATE TRUE
                   WHEN WS-DRAFT-STOP = "Y"
                       CONTINUE
                   WHEN FUNCTION TRIM(WS-LINE) = SPACES AND
                        LI-WORK-MODE NOT = SPACE
                       MOVE LI-WORK-MODE TO WS-WORK-MODE
                       MOVE "Y" TO WS-IS-VALID
                   WHEN WS-LINE(1:1) = "1"
                       MOVE "O" TO WS-WORK-MODE
                       MOVE "Y" TO WS-IS-VALID
                   WHEN WS-LINE(1:1) = "2"
                       MOVE "H" TO WS-WORK-MODE
                       MOVE "Y" TO WS-IS-VALID
                   WHEN WS-LINE(1:1) = "3"
                       MOVE "R" TO WS-WORK-MODE
                       MOVE "Y" TO WS-IS-VALID
                   WHEN OTHER
                       MOVE "Invalid choice. Please try again."
                           TO WS-LINE
                       MOVE "RETRY-CHOICE" TO WS-MSG-ID
                       PERFORM SAY-LINE
               END-EVALUATE
           END-PERFORM.

       SET-MODE-NAME.
           EVALUATE WS-WORK-MODE
               WHEN "O" MOVE "On-site" TO WS-MODE-NAME
               WHEN "H" MOVE "Hybrid" TO WS-MODE-NAME
               WHEN "R" MOVE "Remote" TO WS-MODE-NAME
               WHEN OTHER MOVE SPACES TO WS-MODE-NAME
           END-EVALUATE.

      *> Get salary, optional but validated: blank is accepted, but
      *> anything entered must parse as a number in a sane range so
      *> BROWSE-APPLY-JOBS can eventually sort or filter on it. The
      *> word UNPAID is also taken, stored as "Unpaid"; it and a
      *> zero salary both trigger the attestation below.
       ASK-JOB-SALARY.
           MOVE "N" TO WS-IS-VALID.
           PERFORM UNTIL WS-IS-VALID = "Y" OR WS-DRAFT-STOP = "Y"
               MOVE "Enter Salary (optional, numeric 0-500000, or"
                & " UNPAID): " TO WS-LINE
               MOVE "POST-021" TO WS-MSG-ID
               PERFORM SAY-LINE
               PERFORM READ-LINE
               EVALUATE TRUE
                   WHEN WS-DRAFT-STOP = "Y"
                       CONTINUE
                   WHEN FUNCTION LENGTH(FUNCTION TRIM(WS-LINE)) = 0
                       MOVE SPACES TO JOB-SALARY
                       MOVE "Y" TO WS-IS-VALID
                   WHEN FUNCTION UPPER-CASE(FUNCTION TRIM(WS-LINE)) =
                        "UNPAID"
                       MOVE "Unpaid" TO JOB-SALARY
                       MOVE "Y" TO WS-IS-VALID
                   WHEN FUNCTION TRIM(WS-LINE) IS NUMERIC
                       COMPUTE WS-SALARY-NUM = FUNCTION NUMVAL(WS-LINE)
                       IF WS-SALARY-NUM >= 0 AND
                          WS-SALARY-NUM <= 500000
                       ELSE
                           MOVE "Salary must be between 0 and 500000."
                               TO WS-LINE
                           MOVE "POST-022" TO WS-MSG-ID
                           PERFORM SAY-LINE
                       END-IF
                   WHEN OTHER
                       MOVE "Salary must be a number." TO WS-LINE
                       MOVE "POST-023" TO WS-MSG-ID
                       PERFORM SAY-LINE
               END-EVALUATE
           END-PERFORM.

      *> Job category, required, picked from the shared reference
      *> list so Browse can group postings by category reliably.
       ASK-JOB-CATEGORY.
           MOVE "N" TO WS-IS-VALID.
           PERFORM UNTIL WS-IS-VALID = "Y" OR WS-DRAFT-STOP = "Y"
               MOVE "Select a category for this posting:" TO WS-LINE
               MOVE "POST-024" TO WS-MSG-ID
               PERFORM SAY-LINE
               PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                       UNTIL WS-CAT-IDX > WS-CAT-LIST-COUNT
                   MOVE SPACES TO WS-LINE
                   PERFORM WRITE-LINE
               END-PERFORM
               MOVE "Enter your choice:" TO WS-LINE
               MOVE "ENTER-CHOICE" TO WS-MSG-ID
               PERFORM SAY-LINE
               PERFORM READ-LINE
               MOVE FUNCTION NUMVAL(WS-LINE(1:1)) TO WS-CAT-IDX
               IF WS-CAT-IDX >= 1 AND WS-CAT-IDX <= WS-CAT-LIST-COUNT
                   MOVE WS-VALID-CAT-ENTRY(WS-CAT-IDX) TO JOB-CATEGORY
                   MOVE "Y" TO WS-IS-VALID
               ELSE
                   IF WS-DRAFT-STOP = "N"
                       MOVE "Invalid choice. Please try again."
                           TO WS-LINE
                       MOVE "RETRY-CHOICE" TO WS-MSG-ID
                       PERFORM SAY-LINE
                   END-IF
               END-IF
           END-PERFORM.

      *> stays open until closed by hand, anything entered must be a
      *> real YYYY-MM-DD date so APPLY-TO-JOB and the nightly
      *> DEADLINE-CLOSE batch can compare it with INTEGER-OF-DATE.
       ASK-JOB-DEADLINE.
           MOVE "N" TO WS-IS-VALID.
           PERFORM UNTIL WS-IS-VALID = "Y" OR WS-DRAFT-STOP = "Y"
               MOVE "Enter application deadline as YYYY-MM-DD"
                & " (optional): "
                   TO WS-LINE
               MOVE "POST-025" TO WS-MSG-ID
               PERFORM SAY-LINE
               PERFORM READ-LINE
               IF FUNCTION LENGTH(FUNCTION TRIM(WS-LINE)) = 0 OR
                  WS-DRAFT-STOP = "Y"
                   MOVE SPACES TO JOB-DEADLINE
                   MOVE "Y" TO WS-IS-VALID
               ELSE
                       ELSE
                           MOVE "That is not a valid calendar date."
                               TO WS-LINE
                           MOVE "POST-026" TO WS-MSG-ID
                           PERFORM SAY-LINE
                       END-IF
                   ELSE
                       MOVE "Enter the deadline as YYYY-MM-DD."
                           TO WS-LINE
                       MOVE "POST-027" TO WS-MSG-ID
                       PERFORM SAY-LINE
                   END-IF
               END-IF
           END-PERFORM.
      *> JOB-MGMT score an applicant's skills.dat rows against this
      *> list, so each entry should name a skill the way the Learn a
      *> New Skill menu spells it (e.g. Python Programming).
       ASK-REQ-SKILLS.
           PERFORM VARYING WS-SKILL-IDX FROM 1 BY 1
                   UNTIL WS-SKILL-IDX > 4
               MOVE SPACES TO JOB-REQ-SKILL(WS-SKILL-IDX)
           MOVE 'N' TO WS-SKILLS-DONE.
           PERFORM VARYING WS-SKILL-IDX FROM 1 BY 1
                   UNTIL WS-SKILL-IDX > 4 OR WS-SKILLS-DONE = 'Y'
                      OR WS-DRAFT-STOP = 'Y'
               MOVE SPACES TO WS-LINE
               STRING "Enter required skill " WS-SKILL-IDX
                      " (or press Enter to finish): "
      *> Screening questions, optional, up to three: JOB-MGMT prompts
      *> the applicant through them at apply time and shows the
      *> answers beneath each applicant in the poster's review list.
       ASK-SCREENING-QUESTIONS.
           MOVE 0 TO WS-Q-COUNT.
           MOVE 'N' TO WS-Q-DONE.
           PERFORM VARYING WS-Q-IDX FROM 1 BY 1
                   UNTIL WS-Q-IDX > 3 OR WS-Q-DONE = 'Y'
                      OR WS-DRAFT-STOP = 'Y'
               MOVE SPACES TO WS-LINE
               STRING "Enter screening question " WS-Q-IDX
                      " (or press Enter to finish): "
      *> Headcount: the big employers hire eight interns off one
      *> posting; the posting now says so instead of existing eight
      *> times.
       ASK-OPENINGS.
           MOVE "How many openings does this posting have? (Enter "
               & "for 1): " TO WS-LINE.
           MOVE "POST-028" TO WS-MSG-ID.
           PERFORM SAY-LINE.
           PERFORM READ-LINE.
           MOVE FUNCTION NUMVAL(WS-LINE) TO WS-OPENINGS-NUM.
           IF WS-OPENINGS-NUM < 1

      *> Bias-reduced screening pilot: the poster can choose to see
      *> applicants as neutral candidate codes until shortlisted.
       ASK-ANONYMIZE.
           MOVE "Anonymize applicants until shortlisted? (Y/N): "
               TO WS-LINE.
           MOVE "POST-029" TO WS-MSG-ID.
           PERFORM SAY-LINE.
           PERFORM READ-LINE.
           IF FUNCTION UPPER-CASE(WS-LINE(1:1)) = "Y"
               MOVE "Y" TO JOB-ANON

      *> Visa sponsorship: captured as plain truth for the Browse
      *> filter and the apply-time warning, never as a gate.
       ASK-SPONSOR.
           MOVE "Can your company sponsor a work visa for this role?"
               & " (Y/N): " TO WS-LINE.
           MOVE "POST-030" TO WS-MSG-ID.
           PERFORM SAY-LINE.
           PERFORM READ-LINE.
           EVALUATE FUNCTION UPPER-CASE(WS-LINE(1:1))
               WHEN "Y" MOVE "Y" TO JOB-SPONSOR
               WHEN OTHER MOVE SPACE TO JOB-SPONSOR
           END-EVALUATE.

      *> Eligibility rules, both optional: a GPA floor and the class
      *> years allowed to apply. JOB-MGMT checks them against the
      *> registrar's academic record at Browse and apply time, so
      *> unqualified applicants never reach the review list.
       ASK-ELIGIBILITY.
           MOVE "N" TO WS-IS-VALID.
           PERFORM UNTIL WS-IS-VALID = "Y" OR WS-DRAFT-STOP = "Y"
               MOVE "Minimum GPA as n.nn, 0.00-4.00 (or press Enter f"
                   & "or none): " TO WS-LINE
               MOVE "POST-031" TO WS-MSG-ID
               PERFORM SAY-LINE
               PERFORM READ-LINE
               MOVE SPACES TO JOB-MIN-GPA
               IF FUNCTION LENGTH(FUNCTION TRIM(WS-LINE)) = 0 OR
                  WS-LINE(1:1) = HIGH-VALUES OR WS-DRAFT-STOP = "Y"
                   MOVE "Y" TO WS-IS-VALID
               ELSE
                   MOVE FUNCTION TRIM(WS-LINE) TO WS-GPA-TEXT
                   MOVE WS-GPA-TEXT TO WS-GPA-CHECK
                   MOVE 0 TO WS-DOT-COUNT
                   INSPECT WS-GPA-CHECK TALLYING WS-DOT-COUNT
                       FOR ALL "."
                   INSPECT WS-GPA-CHECK REPLACING ALL "." BY "0"
                   IF WS-DOT-COUNT <= 1 AND
                      FUNCTION TRIM(WS-GPA-CHECK) IS NUMERIC AND
                      FUNCTION NUMVAL(WS-GPA-TEXT) <= 4
                       COMPUTE WS-GPA-NUM = FUNCTION NUMVAL(WS-GPA-TEXT)
                       MOVE WS-GPA-NUM TO WS-GPA-DISP
                       MOVE WS-GPA-DISP TO JOB-MIN-GPA
                       MOVE "Y" TO WS-IS-VALID
                   ELSE
                       MOVE "The minimum GPA must be a number from 0.00"
                           & " to 4.00." TO WS-LINE
                       MOVE "POST-032" TO WS-MSG-ID
                       PERFORM SAY-LINE
                   END-IF
               END-IF
           END-PERFORM.

           MOVE "N" TO WS-IS-VALID.
           PERFORM UNTIL WS-IS-VALID = "Y" OR WS-DRAFT-STOP = "Y"
               MOVE "Class years allowed - 1 Freshman, 2 Sophomore, 3 "
                   & "Junior, 4 Senior, 5 Graduate" TO WS-LINE
               MOVE "POST-033" TO WS-MSG-ID
               PERFORM SAY-LINE
               MOVE "(e.g. 34, or press Enter to allow every year): "
                   TO WS-LINE
               MOVE "POST-034" TO WS-MSG-ID
               PERFORM SAY-LINE
               PERFORM READ-LINE
               IF WS-LINE(1:1) = HIGH-VALUES
                   MOVE SPACES TO WS-LINE
               END-IF
               MOVE WS-LINE(1:60) TO WS-YEAR-CHECK
               INSPECT WS-YEAR-CHECK
                   CONVERTING "12345,/" TO "       "
               IF WS-YEAR-CHECK = SPACES
                   MOVE SPACES TO JOB-CLASS-YEARS
                   MOVE 0 TO WS-YEAR-POS
                   PERFORM VARYING WS-YEAR-IDX FROM 1 BY 1
                           UNTIL WS-YEAR-IDX > 5
                       MOVE WS-YEAR-IDX TO WS-YEAR-CHAR
                       MOVE 0 TO WS-YEAR-HITS
                       INSPECT WS-LINE(1:60) TALLYING WS-YEAR-HITS
                           FOR ALL WS-YEAR-CHAR
                       IF WS-YEAR-HITS > 0
                           ADD 1 TO WS-YEAR-POS
                           MOVE WS-YEAR-CHAR
                               TO JOB-CLASS-YEARS(WS-YEAR-POS:1)
                       END-IF
                   END-PERFORM
                   MOVE "Y" TO WS-IS-VALID
               ELSE
                   IF WS-DRAFT-STOP = "N"
                       MOVE "Class years must be digits 1 to 5."
                           TO WS-LINE
                       MOVE "POST-035" TO WS-MSG-ID
                       PERFORM SAY-LINE
                   END-IF
               END-IF
           END-PERFORM.

      *> Campus scope: a posting can be restricted to the poster's
      *> own campus (per data/account-campus.dat) or left visible on
      *> every campus; a poster with no campus code on file always
      *> posts all-campus.
       ASK-CAMPUS-SCOPE.
           MOVE SPACES TO WS-POSTER-CAMPUS.
           CALL "CAMPUS-LOOKUP" USING PJ-USERNAME WS-POSTER-CAMPUS.
           MOVE SPACES TO JOB-CAMPUS.
           IF FUNCTION TRIM(WS-POSTER-CAMPUS) NOT = SPACES
               MOVE "Restrict this posting to your campus? (Y/N): "
                   TO WS-LINE
               MOVE "POST-036" TO WS-MSG-ID
               PERFORM SAY-LINE
               PERFORM READ-LINE
               IF FUNCTION UPPER-CASE(WS-LINE(1:1)) = "Y"
                   MOVE WS-POSTER-CAMPUS TO JOB-CAMPUS
      *> the scores across reviewers - shortlisting by rubric rather
      *> than by whoever wrote the loudest note. Fewer than three
      *> named criteria means no rubric is saved.
       ASK-RUBRIC.
           MOVE 0 TO WS-R-COUNT.
           MOVE 'N' TO WS-R-DONE.
           PERFORM VARYING WS-R-IDX FROM 1 BY 1
                   UNTIL WS-R-IDX > 5 OR WS-R-DONE = 'Y'
                      OR WS-DRAFT-STOP = 'Y'
               MOVE SPACES TO WS-LINE
               STRING "Enter rubric criterion " WS-R-IDX
                      " (or press Enter to finish): "
               END-STRING
               PERFORM WRITE-LINE
               PERFORM READ-LINE
               IF FUNCTION LENGTH(FUNCTION TRIM(WS-LINE)) > 0 AND
                  WS-DRAFT-STOP = 'N'
                   MOVE WS-LINE TO WS-R-NAME(WS-R-IDX)
                   MOVE "Enter its weight (1-10): " TO WS-LINE
                   MOVE "POST-037" TO WS-MSG-ID
                   PERFORM SAY-LINE
                   PERFORM READ-LINE
                   MOVE FUNCTION NUMVAL(WS-LINE) TO WS-R-WEIGHT-NUM
                   IF WS-R-WEIGHT-NUM < 1
                   MOVE 'Y' TO WS-R-DONE
               END-IF
           END-PERFORM.
           IF WS-R-COUNT > 0 AND WS-R-COUNT < 3 AND
              WS-DRAFT-STOP = 'N'
               MOVE "A rubric needs at least three criteria - none"
                & " saved."
                   TO WS-LINE
               MOVE "POST-038" TO WS-MSG-ID
               PERFORM SAY-LINE
               MOVE 0 TO WS-R-COUNT
           END-IF.

      *> Employer-site postings: a company that requires candidates
      *> to apply in its own portal gives the link here, and Browse
      *> sends students there instead of filing an application.
      *> Enter leaves the posting on InCollege's own apply flow.
       ASK-APPLY-LINK.
           MOVE SPACES TO WS-APPLY-URL.
           MOVE "N" TO WS-IS-VALID.
           PERFORM UNTIL WS-IS-VALID = "Y" OR WS-DRAFT-STOP = "Y"
               MOVE "Do candidates apply on your company's own site?"
                   TO WS-LINE
               MOVE "POST-039" TO WS-MSG-ID
               PERFORM SAY-LINE
               MOVE "Enter the apply link (https://...), or press Enter"
                & " to take applications here: " TO WS-LINE
               MOVE "POST-040" TO WS-MSG-ID
               PERFORM SAY-LINE
               PERFORM READ-LINE
               IF WS-LINE(1:1) = HIGH-VALUES OR
                  FUNCTION TRIM(WS-LINE) = SPACES OR
                  WS-DRAFT-STOP = "Y"
                   MOVE "Y" TO WS-IS-VALID
               ELSE
                   PERFORM CHECK-APPLY-URL
               END-IF
           END-PERFORM.

      *> Go-live date, optional: blank publishes now. A date must be
      *> a real YYYY-MM-DD after today and no later than the
      *> application deadline; the posting then waits as Scheduled
      *> for the nightly PUBLISH batch.
       ASK-GO-LIVE-DATE.
           MOVE SPACES TO WS-GO-LIVE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE.
           MOVE WS-CURR-DATE(1:8) TO WS-DL-DATE-NUM.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-DL-DATE-NUM).
           MOVE "N" TO WS-IS-VALID.
           PERFORM UNTIL WS-IS-VALID = "Y"
               MOVE "Enter a go-live date as YYYY-MM-DD to open the"
                & " posting on that day," TO WS-LINE
               MOVE "POST-041" TO WS-MSG-ID
               PERFORM SAY-LINE
               MOVE "or press Enter to publish it now:" TO WS-LINE
               MOVE "POST-042" TO WS-MSG-ID
               PERFORM SAY-LINE
               PERFORM READ-LINE
               IF WS-LINE(1:1) = HIGH-VALUES OR
                  FUNCTION LENGTH(FUNCTION TRIM(WS-LINE)) = 0
                   MOVE SPACES TO WS-GO-LIVE
                   MOVE "Y" TO WS-IS-VALID
               ELSE
                   PERFORM CHECK-GO-LIVE-DATE
               END-IF
           END-PERFORM.

       CHECK-GO-LIVE-DATE.
           MOVE WS-LINE(1:10) TO WS-DL-TEXT.
           MOVE SPACES TO WS-DL-DATE-STR.
           STRING WS-DL-TEXT(1:4) WS-DL-TEXT(6:2) WS-DL-TEXT(9:2)
                  DELIMITED BY SIZE
                  INTO WS-DL-DATE-STR
           END-STRING.
           IF WS-DL-DATE-STR IS NOT NUMERIC OR
              WS-DL-TEXT(5:1) NOT = "-" OR WS-DL-TEXT(8:1) NOT = "-"
               MOVE "Enter the go-live date as YYYY-MM-DD." TO WS-LINE
               MOVE "POST-043" TO WS-MSG-ID
               PERFORM SAY-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DL-DATE-STR TO WS-DL-DATE-NUM.
           COMPUTE WS-DL-INT = FUNCTION INTEGER-OF-DATE(WS-DL-DATE-NUM).
           IF WS-DL-INT = 0
               MOVE "That is not a valid calendar date." TO WS-LINE
               MOVE "POST-026" TO WS-MSG-ID
               PERFORM SAY-LINE
               EXIT PARAGRAPH
           END-IF.
           IF WS-DL-INT NOT > WS-TODAY-INT
               MOVE "A go-live date must be after today - press Enter"
                & " to publish now." TO WS-LINE
               MOVE "POST-044" TO WS-MSG-ID
               PERFORM SAY-LINE
               EXIT PARAGRAPH
           END-IF.
           IF JOB-DEADLINE NOT = SPACES AND WS-DL-TEXT > JOB-DEADLINE
               MOVE "The go-live date cannot be after the application"
                & " deadline." TO WS-LINE
               MOVE "POST-045" TO WS-MSG-ID
               PERFORM SAY-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DL-TEXT TO WS-GO-LIVE.
           MOVE "Y" TO WS-IS-VALID.

      *> GET-NEXT-JOB-ID reads jobs.dat through the record area the
      *> posting is held in, so the posting is set aside around it.
       SAVE-JOB-DETAILS.
           MOVE JOBS-RECORD TO WS-SNAP-JOB.
           PERFORM GET-NEXT-JOB-ID.
           MOVE WS-SNAP-JOB TO JOBS-RECORD.
           OPEN EXTEND JOBS-FILE.
           MOVE WS-NEXT-JOB-ID TO JOB-ID.
           MOVE PJ-USERNAME TO JOB-POSTER.
                  DELIMITED BY SIZE
                  INTO JOB-POSTED-DATE
           END-STRING.
      *> A scheduled posting is screened by PUBLISH on its go-live
      *> day, as it opens, so later edits are screened too.
           IF WS-GO-LIVE NOT = SPACES
               MOVE WS-GO-LIVE TO JOB-POSTED-DATE
               SET JOB-SCHEDULED TO TRUE
               MOVE 'N' TO WS-CS-HIT
           ELSE
               SET JOB-OPEN TO TRUE
               PERFORM SCREEN-POSTING
           END-IF.
           WRITE JOBS-RECORD.
           CLOSE JOBS-FILE.
           IF WS-Q-COUNT > 0
           IF WS-R-COUNT > 0
               PERFORM SAVE-RUBRIC
           END-IF.
           IF WS-APPLY-URL NOT = SPACES
               PERFORM SAVE-APPLY-LINK
           END-IF.
           PERFORM SAVE-JOB-LOCATION.
           IF WS-JA-NEEDED = 'Y'
               MOVE "RECORD" TO WS-JA-COMMAND
               MOVE WS-NEXT-JOB-ID TO WS-JA-JOB-ID
               MOVE PJ-USERNAME TO WS-JA-USER
               MOVE "POST" TO WS-JA-SOURCE
               CALL "JOB-ATTEST" USING WS-JA-COMMAND WS-JA-JOB-ID
                    WS-JA-SALARY WS-JA-ATTEST WS-JA-RESULT
           END-IF.
           IF WS-GO-LIVE NOT = SPACES
               MOVE SPACES TO WS-LINE
               STRING "Your job is scheduled to go live on " WS-GO-LIVE
                      "." DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               PERFORM WRITE-LINE
               MOVE "Followers and job alerts hear about it, and your"
                   TO WS-LINE
               MOVE "POST-046" TO WS-MSG-ID
               PERFORM SAY-LINE
               MOVE "posting credit is used, on that day." TO WS-LINE
               MOVE "POST-047" TO WS-MSG-ID
               PERFORM SAY-LINE
               EXIT PARAGRAPH
           END-IF.
           IF WS-CS-HIT = 'Y'
               MOVE "Your job has been saved but is held for a quick"
                & " review" TO WS-LINE
               MOVE "POST-048" TO WS-MSG-ID
               PERFORM SAY-LINE
               MOVE "by career services before it appears in Browse."
                   TO WS-LINE
               MOVE "POST-049" TO WS-MSG-ID
               PERFORM SAY-LINE
           ELSE
               PERFORM NOTIFY-COMPANY-FOLLOWERS
               MOVE "Your job has been posted." TO WS-LINE
               MOVE "POST-050" TO WS-MSG-ID
               PERFORM SAY-LINE
           END-IF.

      *> Runs the posting's text past CONTENT-SCREEN before it is
      *> written; a match files a moderation report and the posting
      *> goes down Held, so Browse skips it until MOD-QUEUE clears
      *> it. Followers are only told once it is live.
       SCREEN-POSTING.
           MOVE "JOB" TO WS-CS-KIND.
           MOVE SPACES TO WS-CS-KEY.
           MOVE JOB-ID TO WS-CS-KEY(1:5).
           MOVE SPACES TO WS-CS-TEXT.
           STRING FUNCTION TRIM(JOB-TITLE) " / "
                  FUNCTION TRIM(JOB-EMPLOYER) " / "
                  FUNCTION TRIM(JOB-LOCATION) " / "
                  FUNCTION TRIM(JOB-SALARY) " / "
                  FUNCTION TRIM(JOB-DESCRIPTION)
                  DELIMITED BY SIZE
                  INTO WS-CS-TEXT
           END-STRING.
           CALL "CONTENT-SCREEN" USING WS-CS-KIND WS-CS-KEY
                WS-CS-TEXT WS-CS-HIT.
           IF WS-CS-HIT = 'Y'
               SET JOB-HELD TO TRUE
           END-IF.

      *> An unpaid posting (zero salary or "Unpaid", by JOB-ATTEST's
      *> rule) cannot go Open until the employer has answered the
      *> seven primary-beneficiary questions and signed them off.
      *> The answers are written against the JOB-ID once the
      *> posting is saved. A "No" answer is allowed - it is the
      *> legal office's call - but it shows on the compliance
      *> report.
       CHECK-UNPAID-ATTESTATION.
           MOVE 'Y' TO WS-ATTEST-OK.
           MOVE 'N' TO WS-JA-NEEDED.
           MOVE "UNPAID" TO WS-JA-COMMAND.
           MOVE JOB-SALARY TO WS-JA-SALARY.
           CALL "JOB-ATTEST" USING WS-JA-COMMAND WS-JA-JOB-ID
                WS-JA-SALARY WS-JA-ATTEST WS-JA-RESULT.
           IF FUNCTION TRIM(WS-JA-RESULT) NOT = "UNPAID"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-ATTEST-OK.
           MOVE SPACES TO WS-JA-ATTEST.
           MOVE "This posting is unpaid. Answer Y or N to each"
              & " primary-beneficiary question:" TO WS-LINE.
           MOVE "POST-051" TO WS-MSG-ID.
           PERFORM SAY-LINE.
           PERFORM VARYING WS-JA-IDX FROM 1 BY 1 UNTIL WS-JA-IDX > 7
               PERFORM ASK-ATTEST-QUESTION
           END-PERFORM.
           IF WS-JA-ANSWERS(7:1) = SPACE
               EXIT PARAGRAPH
           END-IF.
           MOVE "Name and title of the person attesting:" TO WS-LINE.
           MOVE "POST-052" TO WS-MSG-ID.
           PERFORM SAY-LINE.
           PERFORM READ-LINE.
           IF WS-LINE = HIGH-VALUES OR
              FUNCTION TRIM(WS-LINE) = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LINE TO WS-JA-SIGNER.
           MOVE "Do you attest these answers are accurate? (Y/N):"
               TO WS-LINE.
           MOVE "POST-053" TO WS-MSG-ID.
           PERFORM SAY-LINE.
           PERFORM READ-LINE.
           IF FUNCTION UPPER-CASE(WS-LINE(1:1)) = "Y"
               MOVE 'Y' TO WS-ATTEST-OK
               MOVE 'Y' TO WS-JA-NEEDED
           END-IF.

      *> One question, asked until it gets a Y or N; running out of
      *> input leaves the answer blank and ends the questions.
       ASK-ATTEST-QUESTION.
           IF WS-JA-IDX > 1
               IF WS-JA-ANSWERS(WS-JA-IDX - 1:1) = SPACE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE 'N' TO WS-IS-VALID.
           PERFORM UNTIL WS-IS-VALID = 'Y'
               MOVE SPACES TO WS-LINE
               STRING WS-JA-IDX ". " JOB-ATTEST-Q(WS-JA-IDX)
                      DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               PERFORM WRITE-LINE
               PERFORM READ-LINE
               IF WS-LINE = HIGH-VALUES
                   MOVE 'Y' TO WS-IS-VALID
               ELSE
                   EVALUATE FUNCTION UPPER-CASE(WS-LINE(1:1))
                       WHEN "Y"
                           MOVE "Y" TO WS-JA-ANSWERS(WS-JA-IDX:1)
                           MOVE 'Y' TO WS-IS-VALID
                       WHEN "N"
                           MOVE "N" TO WS-JA-ANSWERS(WS-JA-IDX:1)
                           MOVE 'Y' TO WS-IS-VALID
                       WHEN OTHER
                           MOVE "Please answer Y or N." TO WS-LINE
                           MOVE "POST-054" TO WS-MSG-ID
                           PERFORM SAY-LINE
                   END-EVALUATE
               END-IF
           END-PERFORM.

      *> Appends the questions captured above under the JOB-ID the
      *> posting was just assigned.
           END-PERFORM.
           CLOSE RUBRIC-FILE.

      *> An apply link must be a single http:// or https:// address
      *> of at most 100 characters with no spaces in it.
       CHECK-APPLY-URL.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-LINE)) TO WS-URL-LEN.
           IF WS-URL-LEN > 100
               MOVE "That link is too long - 100 characters at most."
                   TO WS-LINE
               MOVE "POST-055" TO WS-MSG-ID
               PERFORM SAY-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION TRIM(WS-LINE) TO WS-APPLY-URL.
           MOVE 0 TO WS-URL-SPACES.
           INSPECT WS-APPLY-URL(1:WS-URL-LEN) TALLYING WS-URL-SPACES
               FOR ALL SPACE.
           IF WS-URL-SPACES > 0 OR
              (FUNCTION LOWER-CASE(WS-APPLY-URL(1:7)) NOT = "http://"
               AND
               FUNCTION LOWER-CASE(WS-APPLY-URL(1:8)) NOT = "https://")
               MOVE SPACES TO WS-APPLY-URL
               MOVE "The link must start with http:// or https:// and"
                & " contain no spaces." TO WS-LINE
               MOVE "POST-056" TO WS-MSG-ID
               PERFORM SAY-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-IS-VALID.

      *> Records the apply link captured above under the JOB-ID the
      *> posting was just assigned.
       SAVE-APPLY-LINK.
           OPEN EXTEND APPLY-LINK-FILE.
           IF WS-LINK-STATUS NOT = "00"
               OPEN OUTPUT APPLY-LINK-FILE
           END-IF.
           MOVE WS-NEXT-JOB-ID TO AL-JOB-ID.
           MOVE WS-APPLY-URL TO AL-URL.
           WRITE APPLY-LINK-REC.
           CLOSE APPLY-LINK-FILE.

      *> Every posting gets a data/job-locations.dat row, mapped or
      *> not, so LOCATION-NORMALIZE and the review report can tell a
      *> place still to be mapped from a posting never looked at.
       SAVE-JOB-LOCATION.
           MOVE "RECORD" TO LI-COMMAND.
           MOVE WS-NEXT-JOB-ID TO LI-JOB-ID.
           MOVE WS-LOC-CODE TO LI-CODE.
           MOVE WS-WORK-MODE TO LI-WORK-MODE.
           MOVE PJ-USERNAME TO LI-USER.
           MOVE "POST" TO LI-SOURCE.
           CALL "LOCATION-REF" USING LOCATION-INFO.

      *> Where the posting starts from. An employer with no drafts
      *> and no past postings goes straight to a new one; anyone
      *> else is asked. WS-START-MODE comes back N (new), D (a
      *> draft), C (a copy) or X (go back).
       CHOOSE-STARTING-POINT.
           MOVE 'N' TO WS-START-MODE.
           MOVE 1 TO WS-FIRST-STEP.
           MOVE 0 TO WS-DRAFT-NO.
           MOVE SPACES TO JOBS-RECORD.
           MOVE SPACES TO WS-QUESTIONS.
           MOVE 0 TO WS-Q-COUNT.
           MOVE SPACES TO WS-RUBRIC.
           MOVE 0 TO WS-R-COUNT.
           MOVE SPACES TO WS-APPLY-URL.
           MOVE SPACES TO WS-LOC-CODE.
           MOVE SPACES TO WS-WORK-MODE.

           MOVE 0 TO WS-MY-DRAFTS.
           MOVE 'N' TO WS-DRAFT-EOF.
           OPEN INPUT DRAFT-FILE.
           IF WS-DRAFT-STATUS = "00"
               PERFORM UNTIL WS-DRAFT-EOF = 'Y'
                   READ DRAFT-FILE
                       AT END MOVE 'Y' TO WS-DRAFT-EOF
                       NOT AT END
                           IF FUNCTION TRIM(DR-POSTER) =
                              FUNCTION TRIM(PJ-USERNAME)
                               ADD 1 TO WS-MY-DRAFTS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DRAFT-FILE
           END-IF.

           MOVE 0 TO WS-MY-POSTINGS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT JOBS-FILE.
           IF WS-JOBS-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ JOBS-FILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF FUNCTION TRIM(JOB-POSTER) =
                              FUNCTION TRIM(PJ-USERNAME)
                               ADD 1 TO WS-MY-POSTINGS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOBS-FILE
           END-IF.
           MOVE SPACES TO JOBS-RECORD.

           IF WS-MY-DRAFTS = 0 AND WS-MY-POSTINGS = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE "1. Start a new posting" TO WS-LINE.
           MOVE "POST-057" TO WS-MSG-ID.
           PERFORM SAY-LINE.
           IF WS-MY-DRAFTS > 0
               MOVE WS-MY-DRAFTS TO WS-SHOW-COUNT
               MOVE SPACES TO WS-LINE
               STRING "2. Resume a saved draft ("
                      FUNCTION TRIM(WS-SHOW-COUNT)
                      " saved)"
                      DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               PERFORM WRITE-LINE
           END-IF.
           IF WS-MY-POSTINGS > 0
               MOVE "3. Start from a copy of one of your past postings"
                   TO WS-LINE
               MOVE "POST-058" TO WS-MSG-ID
               PERFORM SAY-LINE
           END-IF.
           MOVE "4. Go back" TO WS-LINE.
           MOVE "POST-059" TO WS-MSG-ID.
           PERFORM SAY-LINE.
           MOVE "Enter your choice:" TO WS-LINE.
           MOVE "ENTER-CHOICE" TO WS-MSG-ID.
           PERFORM SAY-LINE.
           PERFORM READ-LINE.
           EVALUATE TRUE
               WHEN WS-LINE(1:1) = "1"
                   CONTINUE
               WHEN WS-LINE(1:1) = "2" AND WS-MY-DRAFTS > 0
                   PERFORM PICK-DRAFT
               WHEN WS-LINE(1:1) = "3" AND WS-MY-POSTINGS > 0
                   PERFORM PICK-SOURCE-POSTING
               WHEN OTHER
                   MOVE 'X' TO WS-START-MODE
           END-EVALUATE.

      *> Lists the employer's drafts, oldest first, with how far
      *> each got, and loads the one picked.
       PICK-DRAFT.
           MOVE 'X' TO WS-START-MODE.
           MOVE "Your saved drafts:" TO WS-LINE.
           MOVE "POST-060" TO WS-MSG-ID.
           PERFORM SAY-LINE.
           MOVE 0 TO WS-LIST-NO.
           MOVE 'N' TO WS-DRAFT-EOF.
           OPEN INPUT DRAFT-FILE.
           IF WS-DRAFT-STATUS = "00"
               PERFORM UNTIL WS-DRAFT-EOF = 'Y'
                   READ DRAFT-FILE
                       AT END MOVE 'Y' TO WS-DRAFT-EOF
                       NOT AT END
                           IF FUNCTION TRIM(DR-POSTER) =
                              FUNCTION TRIM(PJ-USERNAME)
                               ADD 1 TO WS-LIST-NO
                               PERFORM SHOW-ONE-DRAFT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DRAFT-FILE
           END-IF.
           MOVE "Enter the draft number (or press Enter to go back):"
               TO WS-LINE.
           MOVE "POST-061" TO WS-MSG-ID.
           PERFORM SAY-LINE.
           PERFORM READ-LINE.
           IF WS-LINE(1:1) = HIGH-VALUES OR
              FUNCTION TRIM(WS-LINE) = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(WS-LINE) TO WS-PICK.
           IF WS-PICK < 1 OR WS-PICK > WS-LIST-NO
               MOVE "There is no draft with that number." TO WS-LINE
               MOVE "POST-062" TO WS-MSG-ID
               PERFORM SAY-LINE
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-LIST-NO.
           MOVE 'N' TO WS-DRAFT-EOF.
           OPEN INPUT DRAFT-FILE.
           PERFORM UNTIL WS-DRAFT-EOF = 'Y'
               READ DRAFT-FILE
                   AT END MOVE 'Y' TO WS-DRAFT-EOF
                   NOT AT END
                       IF FUNCTION TRIM(DR-POSTER) =
                          FUNCTION TRIM(PJ-USERNAME)
                           ADD 1 TO WS-LIST-NO
                           IF WS-LIST-NO = WS-PICK
                               MOVE DR-JOB TO JOBS-RECORD
                               MOVE DR-QUESTIONS TO WS-QUESTIONS
                               MOVE DR-Q-COUNT TO WS-Q-COUNT
                               MOVE DR-RUBRIC TO WS-RUBRIC
                               MOVE DR-R-COUNT TO WS-R-COUNT
                               MOVE DR-APPLY-URL TO WS-APPLY-URL
                               MOVE DR-LOC-CODE TO WS-LOC-CODE
                               MOVE DR-WORK-MODE TO WS-WORK-MODE
                               MOVE DR-DRAFT-NO TO WS-DRAFT-NO
                               MOVE DR-NEXT-STEP TO WS-FIRST-STEP
                               MOVE 'D' TO WS-START-MODE
                               MOVE 'Y' TO WS-DRAFT-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DRAFT-FILE.

       SHOW-ONE-DRAFT.
           MOVE WS-LIST-NO TO WS-SHOW-COUNT.
           MOVE SPACES TO WS-LINE.
           IF DR-JOB-TITLE = SPACES
               STRING FUNCTION TRIM(WS-SHOW-COUNT)
                      ". (untitled) - saved "
                      DR-SAVED-DATE
                      DELIMITED BY SIZE INTO WS-LINE
               END-STRING
           ELSE
               STRING FUNCTION TRIM(WS-SHOW-COUNT) ". "
                      FUNCTION TRIM(DR-JOB-TITLE)
                      " - saved " DR-SAVED-DATE
                      DELIMITED BY SIZE INTO WS-LINE
               END-STRING
           END-IF.
           PERFORM WRITE-LINE.
           MOVE SPACES TO WS-LINE.
           IF DR-NEXT-STEP > 16
               MOVE "     Ready to publish" TO WS-LINE
               MOVE "POST-079" TO WS-MSG-ID
               PERFORM SAY-LINE
           ELSE
               STRING "     Stopped at: "
                      FUNCTION TRIM(WS-STEP-NAME(DR-NEXT-STEP))
                      DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               PERFORM WRITE-LINE
           END-IF.

      *> Copies one of the employer's own postings, open or closed,
      *> with its required skills, screening questions, rubric and
      *> apply link. The old deadline, dates and fill count are not
      *> carried over; the copy gets its own JOB-ID when published.
       PICK-SOURCE-POSTING.
           MOVE 'X' TO WS-START-MODE.
           MOVE "Your past postings:" TO WS-LINE.
           MOVE "POST-063" TO WS-MSG-ID.
           PERFORM SAY-LINE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT JOBS-FILE.
           IF WS-JOBS-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ JOBS-FILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF FUNCTION TRIM(JOB-POSTER) =
                              FUNCTION TRIM(PJ-USERNAME)
                               MOVE SPACES TO WS-LINE
                               STRING "Job ID " JOB-ID "  "
                                      FUNCTION TRIM(JOB-TITLE) " ("
                                      FUNCTION TRIM(JOB-STATUS) ")"
                                      DELIMITED BY SIZE INTO WS-LINE
                               END-STRING
                               PERFORM WRITE-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOBS-FILE
           END-IF.
           MOVE "Enter the Job ID to copy (or press Enter to go back):"
               TO WS-LINE.
           MOVE "POST-064" TO WS-MSG-ID.
           PERFORM SAY-LINE.
           PERFORM READ-LINE.
           IF WS-LINE(1:1) = HIGH-VALUES OR
              FUNCTION TRIM(WS-LINE) = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(WS-LINE) TO WS-SOURCE-JOB-ID.

           MOVE 'N' TO WS-FOUND.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT JOBS-FILE.
           IF WS-JOBS-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ JOBS-FILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF JOB-ID = WS-SOURCE-JOB-ID AND
                              FUNCTION TRIM(JOB-POSTER) =
                              FUNCTION TRIM(PJ-USERNAME)
                               MOVE JOBS-RECORD TO WS-SNAP-JOB
                               MOVE 'Y' TO WS-FOUND
                               MOVE 'Y' TO WS-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOBS-FILE
           END-IF.
           IF WS-FOUND = 'N'
               MOVE "None of your postings has that Job ID." TO WS-LINE
               MOVE "POST-065" TO WS-MSG-ID
               PERFORM SAY-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SNAP-JOB TO JOBS-RECORD.
           MOVE 0 TO JOB-ID.
           MOVE SPACES TO JOB-STATUS.
           MOVE SPACES TO JOB-DEADLINE.
           MOVE SPACES TO JOB-POSTED-DATE.
           MOVE 0 TO JOB-FILLED.
           PERFORM COPY-SOURCE-EXTRAS.
           MOVE 17 TO WS-FIRST-STEP.
           MOVE 'C' TO WS-START-MODE.
           MOVE "Copied. The old deadline was not carried over;"
               TO WS-LINE.
           MOVE "POST-066" TO WS-MSG-ID.
           PERFORM SAY-LINE.
           MOVE "set a new one under Deadline if needed." TO WS-LINE.
           MOVE "POST-067" TO WS-MSG-ID.
           PERFORM SAY-LINE.

      *> The source posting's questions and rubric by sequence
      *> number, its apply link (the last row for it wins) and its
      *> location code and work mode.
       COPY-SOURCE-EXTRAS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT QUESTION-FILE.
           IF WS-QST-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ QUESTION-FILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF JQ-JOB-ID = WS-SOURCE-JOB-ID AND
                              JQ-SEQ >= 1 AND JQ-SEQ <= 3
                               MOVE JQ-TEXT TO WS-Q-TEXT(JQ-SEQ)
                               IF JQ-SEQ > WS-Q-COUNT
                                   MOVE JQ-SEQ TO WS-Q-COUNT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE QUESTION-FILE
           END-IF.

           MOVE 'N' TO WS-EOF.
           OPEN INPUT RUBRIC-FILE.
           IF WS-RUB-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ RUBRIC-FILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF RB-JOB-ID = WS-SOURCE-JOB-ID AND
                              RB-SEQ >= 1 AND RB-SEQ <= 5
                               MOVE RB-NAME TO WS-R-NAME(RB-SEQ)
                               MOVE RB-WEIGHT TO WS-R-WEIGHT(RB-SEQ)
                               IF RB-SEQ > WS-R-COUNT
                                   MOVE RB-SEQ TO WS-R-COUNT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUBRIC-FILE
           END-IF.

           MOVE 'N' TO WS-EOF.
           OPEN INPUT APPLY-LINK-FILE.
           IF WS-LINK-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ APPLY-LINK-FILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF AL-JOB-ID = WS-SOURCE-JOB-ID
                               MOVE AL-URL TO WS-APPLY-URL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APPLY-LINK-FILE
           END-IF.

           MOVE "LOOKUP" TO LI-COMMAND.
           MOVE WS-SOURCE-JOB-ID TO LI-JOB-ID.
           CALL "LOCATION-REF" USING LOCATION-INFO.
           IF LI-RESULT = "ON-FILE"
               MOVE LI-CODE TO WS-LOC-CODE
               MOVE LI-WORK-MODE TO WS-WORK-MODE
           END-IF.

      *> A draft or a copy is shown in full before it goes live; any
      *> step can be answered again by number. Nothing is published
      *> or charged until P.
       REVIEW-POSTING.
           MOVE 'N' TO WS-PUBLISH.
           MOVE 'N' TO WS-REVIEW-DONE.
           PERFORM UNTIL WS-REVIEW-DONE = 'Y'
               MOVE "Review your posting:" TO WS-LINE
               MOVE "POST-068" TO WS-MSG-ID
               PERFORM SAY-LINE
               PERFORM SHOW-REVIEW-LINE
                   VARYING WS-STEP FROM 1 BY 1 UNTIL WS-STEP > 16
               MOVE "Enter a number to change that part, P to publish,"
                & " S to save as a draft," TO WS-LINE
               MOVE "POST-069" TO WS-MSG-ID
               PERFORM SAY-LINE
               IF WS-START-MODE = 'D'
                   MOVE "D to delete this draft, or X to go back:"
                       TO WS-LINE
                   MOVE "POST-070" TO WS-MSG-ID
               ELSE
                   MOVE "or X to go back:" TO WS-LINE
                   MOVE "POST-071" TO WS-MSG-ID
               END-IF
               PERFORM SAY-LINE
               PERFORM READ-LINE
               EVALUATE TRUE
                   WHEN WS-LINE(1:1) = HIGH-VALUES
                       MOVE 'Y' TO WS-REVIEW-DONE
                   WHEN FUNCTION UPPER-CASE(WS-LINE(1:1)) = "P"
                       MOVE 'Y' TO WS-PUBLISH
                       MOVE 'Y' TO WS-REVIEW-DONE
                   WHEN FUNCTION UPPER-CASE(WS-LINE(1:1)) = "S"
                       MOVE 17 TO WS-STOP-STEP
                       PERFORM KEEP-AS-DRAFT
                       MOVE 'Y' TO WS-REVIEW-DONE
                   WHEN FUNCTION UPPER-CASE(WS-LINE(1:1)) = "D" AND
                        WS-START-MODE = 'D'
                       MOVE 'N' TO WS-KEEP-DRAFT
                       PERFORM REWRITE-DRAFTS
                       MOVE "Draft deleted." TO WS-LINE
                       MOVE "POST-072" TO WS-MSG-ID
                       PERFORM SAY-LINE
                       MOVE 'Y' TO WS-REVIEW-DONE
                   WHEN FUNCTION UPPER-CASE(WS-LINE(1:1)) = "X"
                       MOVE "Nothing was published." TO WS-LINE
                       MOVE "POST-073" TO WS-MSG-ID
                       PERFORM SAY-LINE
                       MOVE 'Y' TO WS-REVIEW-DONE
                   WHEN FUNCTION NUMVAL(WS-LINE) >= 1 AND
                        FUNCTION NUMVAL(WS-LINE) <= 16
                       MOVE FUNCTION NUMVAL(WS-LINE) TO WS-STEP
                       PERFORM CHANGE-ONE-STEP
                   WHEN OTHER
                       MOVE "Invalid choice. Please try again."
                           TO WS-LINE
                       MOVE "RETRY-CHOICE" TO WS-MSG-ID
                       PERFORM SAY-LINE
               END-EVALUATE
           END-PERFORM.

      *> Re-asks one step from the review screen; SAVE there keeps
      *> the posting as a draft with that step as it was.
       CHANGE-ONE-STEP.
           MOVE 'N' TO WS-DRAFT-STOP.
           MOVE 'Y' TO WS-DRAFT-ALLOWED.
           PERFORM ASK-ONE-STEP.
           MOVE 'N' TO WS-DRAFT-ALLOWED.
           IF WS-DRAFT-STOP = 'Y'
               MOVE 17 TO WS-STOP-STEP
               PERFORM KEEP-AS-DRAFT
               MOVE 'Y' TO WS-REVIEW-DONE
           END-IF.

       SHOW-REVIEW-LINE.
           MOVE SPACES TO WS-SHOW-VALUE.
           EVALUATE WS-STEP
               WHEN 1
                   MOVE JOB-TITLE TO WS-SHOW-VALUE
               WHEN 2
                   MOVE JOB-DESCRIPTION(1:60) TO WS-SHOW-VALUE
                   IF JOB-DESCRIPTION(61:140) NOT = SPACES
                       MOVE "..." TO WS-SHOW-VALUE(61:3)
                   END-IF
               WHEN 3
                   MOVE JOB-EMPLOYER TO WS-SHOW-VALUE
               WHEN 4
                   PERFORM SET-MODE-NAME
                   MOVE 1 TO WS-SHOW-PTR
                   IF JOB-LOCATION NOT = SPACES
                       STRING FUNCTION TRIM(JOB-LOCATION)
                              DELIMITED BY SIZE INTO WS-SHOW-VALUE
                              WITH POINTER WS-SHOW-PTR
                       END-STRING
                       IF WS-LOC-CODE = SPACES
                           STRING " (not on the location list)"
                                  DELIMITED BY SIZE INTO WS-SHOW-VALUE
                                  WITH POINTER WS-SHOW-PTR
                           END-STRING
                       END-IF
                   END-IF
                   IF WS-MODE-NAME NOT = SPACES
                       IF WS-SHOW-PTR > 1
                           STRING ", " DELIMITED BY SIZE
                               INTO WS-SHOW-VALUE
                               WITH POINTER WS-SHOW-PTR
                           END-STRING
                       END-IF
                       STRING FUNCTION TRIM(WS-MODE-NAME)
                              DELIMITED BY SIZE INTO WS-SHOW-VALUE
                              WITH POINTER WS-SHOW-PTR
                       END-STRING
                   END-IF
               WHEN 5
                   MOVE JOB-SALARY TO WS-SHOW-VALUE
               WHEN 6
                   MOVE JOB-CATEGORY TO WS-SHOW-VALUE
               WHEN 7
                   MOVE JOB-DEADLINE TO WS-SHOW-VALUE
               WHEN 8
                   MOVE 1 TO WS-SHOW-PTR
                   PERFORM VARYING WS-SKILL-IDX FROM 1 BY 1
                           UNTIL WS-SKILL-IDX > 4
                       IF JOB-REQ-SKILL(WS-SKILL-IDX) NOT = SPACES
                           IF WS-SHOW-PTR > 1
                               STRING ", " DELIMITED BY SIZE
                                   INTO WS-SHOW-VALUE
                                   WITH POINTER WS-SHOW-PTR
                               END-STRING
                           END-IF
                           STRING FUNCTION TRIM(
                                  JOB-REQ-SKILL(WS-SKILL-IDX))
                                  DELIMITED BY SIZE
                                  INTO WS-SHOW-VALUE
                                  WITH POINTER WS-SHOW-PTR
                           END-STRING
                       END-IF
                   END-PERFORM
               WHEN 9
                   IF WS-Q-COUNT > 0
                       STRING WS-Q-COUNT " question(s)"
                              DELIMITED BY SIZE INTO WS-SHOW-VALUE
                       END-STRING
                   END-IF
               WHEN 10
                   MOVE JOB-OPENINGS TO WS-SHOW-NUM
                   MOVE FUNCTION TRIM(WS-SHOW-NUM) TO WS-SHOW-VALUE
               WHEN 11
                   IF JOB-ANON = "Y"
                       MOVE "Yes" TO WS-SHOW-VALUE
                   ELSE
                       MOVE "No" TO WS-SHOW-VALUE
                   END-IF
               WHEN 12
                   EVALUATE JOB-SPONSOR
                       WHEN "Y" MOVE "Yes" TO WS-SHOW-VALUE
                       WHEN "N" MOVE "No" TO WS-SHOW-VALUE
                   END-EVALUATE
               WHEN 13
                   IF JOB-MIN-GPA NOT = SPACES OR
                      JOB-CLASS-YEARS NOT = SPACES
                       STRING "minimum GPA " JOB-MIN-GPA
                              ", class years " JOB-CLASS-YEARS
                              DELIMITED BY SIZE INTO WS-SHOW-VALUE
                       END-STRING
                   END-IF
               WHEN 14
                   IF JOB-CAMPUS = SPACES
                       MOVE "All campuses" TO WS-SHOW-VALUE
                   ELSE
                       MOVE JOB-CAMPUS TO WS-SHOW-VALUE
                   END-IF
               WHEN 15
                   IF WS-R-COUNT > 0
                       STRING WS-R-COUNT " criteria"
                              DELIMITED BY SIZE INTO WS-SHOW-VALUE
                       END-STRING
                   END-IF
               WHEN 16
                   IF WS-APPLY-URL = SPACES
                       MOVE "Applications taken on InCollege"
                           TO WS-SHOW-VALUE
                   ELSE
                       MOVE WS-APPLY-URL TO WS-SHOW-VALUE
                   END-IF
           END-EVALUATE.
           IF WS-SHOW-VALUE = SPACES
               MOVE "(none)" TO WS-SHOW-VALUE
           END-IF.
           MOVE WS-STEP TO WS-SHOW-NUM.
           MOVE SPACES TO WS-LINE.
           STRING WS-SHOW-NUM ". " FUNCTION TRIM(WS-STEP-NAME(WS-STEP))
                  ": " FUNCTION TRIM(WS-SHOW-VALUE)
                  DELIMITED BY SIZE INTO WS-LINE
           END-STRING.
           PERFORM WRITE-LINE.

      *> Writes the posting as it stands to data/job-drafts.dat,
      *> replacing the draft it came from. A brand-new posting
      *> stopped before its first answer leaves no draft.
       KEEP-AS-DRAFT.
           IF WS-DRAFT-NO = 0 AND WS-STOP-STEP = 1
               MOVE "Nothing was entered, so no draft was saved."
                   TO WS-LINE
               MOVE "POST-074" TO WS-MSG-ID
               PERFORM SAY-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-KEEP-DRAFT.
           PERFORM REWRITE-DRAFTS.
           MOVE "Saved as a draft. Students will not see it until you"
            & " publish it;" TO WS-LINE.
           MOVE "POST-075" TO WS-MSG-ID.
           PERFORM SAY-LINE.
           MOVE "pick Post a Job again to resume it." TO WS-LINE.
           MOVE "POST-076" TO WS-MSG-ID.
           PERFORM SAY-LINE.

      *> Copies every other draft to data/jdtemp.dat, adds this one
      *> back when WS-KEEP-DRAFT is Y (numbering a new draft past the
      *> highest in the file), and copies the result back - the same
      *> temp-file replace every data-file update here uses.
       REWRITE-DRAFTS.
           MOVE 0 TO WS-MAX-DRAFT-NO.
           OPEN OUTPUT DRAFT-TEMP-FILE.
           MOVE 'N' TO WS-DRAFT-EOF.
           OPEN INPUT DRAFT-FILE.
           IF WS-DRAFT-STATUS = "00"
               PERFORM UNTIL WS-DRAFT-EOF = 'Y'
                   READ DRAFT-FILE
                       AT END MOVE 'Y' TO WS-DRAFT-EOF
                       NOT AT END
                           IF DR-DRAFT-NO > WS-MAX-DRAFT-NO
                               MOVE DR-DRAFT-NO TO WS-MAX-DRAFT-NO
                           END-IF
                           IF DR-DRAFT-NO NOT = WS-DRAFT-NO
                               WRITE DRAFT-TEMP-REC FROM DRAFT-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DRAFT-FILE
           END-IF.
           IF WS-KEEP-DRAFT = 'Y'
               IF WS-DRAFT-NO = 0
                   COMPUTE WS-DRAFT-NO = WS-MAX-DRAFT-NO + 1
               END-IF
               MOVE SPACES TO DRAFT-REC
               MOVE PJ-USERNAME TO DR-POSTER
               MOVE WS-DRAFT-NO TO DR-DRAFT-NO
               MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE
               STRING WS-CURR-DATE(1:4) "-" WS-CURR-DATE(5:2) "-"
                      WS-CURR-DATE(7:2)
                      DELIMITED BY SIZE INTO DR-SAVED-DATE
               END-STRING
               MOVE WS-STOP-STEP TO DR-NEXT-STEP
               MOVE JOBS-RECORD TO DR-JOB
               MOVE WS-Q-COUNT TO DR-Q-COUNT
               MOVE WS-QUESTIONS TO DR-QUESTIONS
               MOVE WS-R-COUNT TO DR-R-COUNT
               MOVE WS-RUBRIC TO DR-RUBRIC
               MOVE WS-APPLY-URL TO DR-APPLY-URL
               MOVE WS-LOC-CODE TO DR-LOC-CODE
               MOVE WS-WORK-MODE TO DR-WORK-MODE
               WRITE DRAFT-TEMP-REC FROM DRAFT-REC
           END-IF.
           CLOSE DRAFT-TEMP-FILE.

           OPEN OUTPUT DRAFT-FILE.
           MOVE 'N' TO WS-DRAFT-EOF.
           OPEN INPUT DRAFT-TEMP-FILE.
           PERFORM UNTIL WS-DRAFT-EOF = 'Y'
               READ DRAFT-TEMP-FILE
                   AT END MOVE 'Y' TO WS-DRAFT-EOF
                   NOT AT END
                       WRITE DRAFT-REC FROM DRAFT-TEMP-REC
               END-READ
           END-PERFORM.
           CLOSE DRAFT-TEMP-FILE.
           CLOSE DRAFT-FILE.

      *> The JOB-ID now comes from the central ID-ALLOCATOR, which
      *> hands out each number exactly once under FILE-LOCK - two
      *> sessions posting in the same window can no longer mint the
                WS-IA-NUMBER.
           MOVE WS-IA-NUMBER TO WS-NEXT-JOB-ID.

      *> While the posting is being filled in, SAVE on its own
      *> asks to keep the entries so far as a draft.
       READ-LINE.
           MOVE "READ" TO WS-COMMAND.
           CALL "IO-MODULE" USING WS-COMMAND, WS-LINE.
           IF WS-DRAFT-ALLOWED = 'Y' AND
              FUNCTION UPPER-CASE(FUNCTION TRIM(WS-LINE)) = "SAVE"
               MOVE 'Y' TO WS-DRAFT-STOP
           END-IF.

       WRITE-LINE.
           MOVE "WRITE" TO WS-COMMAND.
           CALL "IO-MODULE" USING WS-COMMAND, WS-LINE.

      *> WRITE-LINE in the account's screen language: WS-LINE
      *> holds the English wording, WS-MSG-ID its data/msg-catalog.dat
      *> ID.
       SAY-LINE.
           MOVE "TEXT" TO WS-SX-COMMAND
           CALL "SCREEN-TEXT" USING WS-SX-COMMAND PJ-USERNAME
                                    WS-MSG-ID WS-LINE
           PERFORM WRITE-LINE.

       END PROGRAM POST-JOB.
