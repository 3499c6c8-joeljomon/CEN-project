      *> still-open applicants on that posting the position has been
      *> filled. Declining marks the offer Declined, moves the
      *> application to Rejected, and notifies the employer.
      *> The acceptance that fills the final seat also closes out
      *> everyone still Applied or Under Review on the posting
      *> through APP-DISPOSITION - Rejected, reason "Position
      *> filled", one notice each - so nobody is left showing
      *> Applied on a job that is gone.
      *> A student holding two or more open offers first sees them
      *> side by side on a comparison worksheet - salary, start,
      *> days left to respond, the posting's location and category
      *> from jobs.dat, the company's average student rating from
      *> data/company-ratings.dat, and the campus median for the
      *> category from SALARY-ANALYTICS's reports/salary-summary.txt -
      *> and can save it to reports/offer-worksheet-<user>.txt to share
      *> with their advisor.
      *> A student who backs out of an offer they already accepted
      *> does it here too: the offer goes to Reneged, the
      *> application to Rejected, the seat is released on the
      *> posting and the work term dropped, the employer is told,
      *> and the renege is recorded in the professional conduct
      *> register through CONDUCT-LOG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT WORKTERM-FILE ASSIGN TO "data/work-terms.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WT-STATUS.
           SELECT WORKTERM-TEMP-FILE ASSIGN TO "data/wttemp.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WTTMP-STATUS.
           SELECT REQUEST-FILE ASSIGN TO "data/ref-requests.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-STATUS.
           SELECT RELEASE-FILE ASSIGN TO "data/ref-releases.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-STATUS.
           SELECT RATING-FILE ASSIGN TO "data/company-ratings.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.
           SELECT SALARY-SUMMARY-FILE
               ASSIGN TO "reports/salary-summary.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUMM-STATUS.
           SELECT WORKSHEET-FILE ASSIGN USING WS-SHEET-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHEET-STATUS.

       DATA DIVISION.
       FILE SECTION.
             88 OFF-ACCEPTED           VALUE "Accepted".
             88 OFF-DECLINED           VALUE "Declined".
             88 OFF-RESCINDED          VALUE "Rescinded".
             88 OFF-RENEGED            VALUE "Reneged".

       FD OFFER-TEMP-FILE.
       01 OFFER-TEMP-REC PIC X(95).
           COPY "JOBREC.cpy".

       FD JOB-TEMP-FILE.
       01 JOB-TEMP-REC PIC X(581).

       FD NOTIFICATION-FILE.
           COPY "NOTIFREC.cpy".
          05 WT-FIN-COMMENT    PIC X(80).
          05 WT-COMPLETE       PIC X(01).

       FD WORKTERM-TEMP-FILE.
       01 WORKTERM-TEMP-REC PIC X(228).

      *> data/ref-requests.dat and data/ref-releases.dat: the same
      *> layouts JOB-MGMT and REF-CHECK maintain; read here to show
      *> reference status on the offer line.
          05 RR-SEQ        PIC 9(01).
          05 RR-CHECKED    PIC X(01).
          05 RR-CHECK-DATE PIC X(10).
          05 RR-RESPONSE   PIC X(100).

      *> data/company-ratings.dat: the same layout JOB-MGMT's
      *> OFFER-COMPANY-RATING writes, keyed on the posting account.
       FD RATING-FILE.
       01 RATING-REC.
          05 RATE-EMP-USERNAME     PIC X(20).
          05 RATE-RATER            PIC X(20).
          05 RATE-SCORE            PIC 9(01).
          05 RATE-COMMENT          PIC X(80).
          05 RATE-DATE             PIC X(10).

      *> reports/salary-summary.txt: the rounded student-facing summary
      *> SALARY-ANALYTICS publishes, one "  <category>: typically
      *> around <amount>" line per category.
       FD SALARY-SUMMARY-FILE.
       01 SALARY-SUMMARY-REC PIC X(132).

       FD WORKSHEET-FILE.
       01 WORKSHEET-REC PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-OFF-STATUS      PIC XX.
      *> Prompt/read buffer sized to IO-MODULE's own line, the way
      *> SEARCH-USER sizes its read fields.
       77 WS-LINE            PIC X(500).
       77 WS-SX-COMMAND      PIC X(10).
       77 WS-MSG-ID          PIC X(12).
       77 WS-LIST-COUNT      PIC 9(03) VALUE 0.
       77 WS-OPEN-COUNT      PIC 9(03) VALUE 0.
       77 WS-ACCEPTED-COUNT  PIC 9(03) VALUE 0.
       77 WS-WTTMP-STATUS    PIC XX.
       77 WS-CI-COMMAND      PIC X(10).
       77 WS-CI-PARTY        PIC X(20).
       77 WS-CI-TYPE         PIC X(10).
       77 WS-CI-REF          PIC X(30).
       77 WS-CI-RESULT       PIC X(10).
       77 WS-PICK-JOB-ID     PIC 9(05) VALUE 0.
       77 WS-RESP-CHOICE     PIC 9(01) VALUE 0.
       77 WS-RESP-EMPLOYER   PIC X(20).
       77 WS-LK-COMMAND      PIC X(10).
       77 WS-LK-FILE         PIC X(20).
       77 WS-LK-RESULT       PIC X(10).
       77 WS-AD-COMMAND      PIC X(10).
       77 WS-AD-RESULT       PIC X(10).
       01 WS-AD-REASON.
          05 WS-AD-CODE      PIC X(02).
          05 WS-AD-TEXT      PIC X(25).
       01 WS-AD-CHANGES.
          05 WS-AD-COUNT     PIC 9(03).
          05 WS-AD-ENTRY OCCURS 200 TIMES.
             10 WS-AD-APPLICANT PIC X(20).
             10 WS-AD-PRIOR     PIC X(15).
       77 WS-RATE-STATUS     PIC XX.
       77 WS-SUMM-STATUS     PIC XX.
       77 WS-SHEET-STATUS    PIC XX.
       77 WS-SHEET-PATH      PIC X(60).
       77 WS-CMP-EOF         PIC X VALUE "N".
       77 WS-CMP-MORE        PIC 9(03) VALUE 0.
       77 K                  PIC 9(02).
       77 R                  PIC 9(02).
       77 WS-CELL-POS        PIC 9(03).
       77 WS-TODAY-INT       PIC 9(08).
       77 WS-DUE-INT         PIC 9(08).
       77 WS-DUE-NUM         PIC 9(08).
       77 WS-DAYS-LEFT       PIC S9(05).
       77 WS-DAYS-DISP       PIC Z(4)9.
       77 WS-RATE-SUM        PIC 9(05).
       77 WS-RATE-COUNT      PIC 9(03).
       77 WS-RATE-AVG        PIC 9V9.
       77 WS-RATE-AVG-DISP   PIC 9.9.
       77 WS-RATE-COUNT-DISP PIC ZZ9.
       77 WS-SUMM-KEY        PIC X(60).
       77 WS-SUMM-AMOUNT     PIC X(20).
       77 WS-MEDIAN-NUM      PIC 9(07).
       77 WS-MEDIAN-DISP     PIC Z,ZZZ,ZZ9.

      *> The student's open offers for the comparison worksheet, in
      *> offers.dat order; one column each. Five columns fit the
      *> 132-character line - any further open offers are counted.
       01 WS-CMP-TABLE.
          05 WS-CMP-COUNT    PIC 9(02) VALUE 0.
          05 WS-CMP-ENTRY OCCURS 5 TIMES.
             10 WS-CMP-JOB-ID    PIC 9(05).
             10 WS-CMP-POSTER    PIC X(20).
             10 WS-CMP-COMPANY   PIC X(50).
             10 WS-CMP-SALARY    PIC X(20).
             10 WS-CMP-START     PIC X(10).
             10 WS-CMP-RESPOND   PIC X(10).
             10 WS-CMP-DAYS      PIC X(18).
             10 WS-CMP-LOCATION  PIC X(50).
             10 WS-CMP-CATEGORY  PIC X(15).
             10 WS-CMP-RATING    PIC X(18).
             10 WS-CMP-MEDIAN    PIC X(18).

      *> The finished worksheet, shown on screen and written as-is
      *> when the student saves it: an 18-character label column,
      *> then 20 characters per offer.
       01 WS-SHEET-TABLE.
          05 WS-SHEET-COUNT  PIC 9(02) VALUE 0.
          05 WS-SHEET-LINE OCCURS 15 TIMES PIC X(132).
       77 WS-SHEET-ROW       PIC X(132).
       77 WS-CELL            PIC X(50).

       LINKAGE SECTION.
       01 OF-USERNAME PIC X(20).
       PROCEDURE DIVISION USING OF-USERNAME.
       MAIN-PROGRAM.
           MOVE "--- My Offers ---" TO WS-LINE
           MOVE "OFFR-001" TO WS-MSG-ID
           PERFORM SAY-LINE

           PERFORM LIST-MY-OFFERS

           IF WS-LIST-COUNT = 0
              MOVE "You have no offers on file." TO WS-LINE
              MOVE "OFFR-002" TO WS-MSG-ID
              PERFORM SAY-LINE
           END-IF

           IF WS-OPEN-COUNT >= 2
              PERFORM COMPARE-OPEN-OFFERS
           END-IF

           IF WS-OPEN-COUNT > 0
              PERFORM RESPOND-TO-OFFER
           END-IF

           IF WS-ACCEPTED-COUNT > 0
              PERFORM BACK-OUT-OF-OFFER
           END-IF

           MOVE "-----------------" TO WS-LINE
           PERFORM OUT
           GOBACK.
       LIST-MY-OFFERS.
           MOVE 0 TO WS-LIST-COUNT
           MOVE 0 TO WS-OPEN-COUNT
           MOVE 0 TO WS-ACCEPTED-COUNT
           MOVE 0 TO WS-CMP-COUNT
           MOVE 0 TO WS-CMP-MORE
           MOVE "N" TO WS-EOF
           OPEN INPUT OFFER-FILE
           IF WS-OFF-STATUS = "00"
                          ADD 1 TO WS-LIST-COUNT
                          IF OFF-EXTENDED
                             ADD 1 TO WS-OPEN-COUNT
                             PERFORM KEEP-FOR-COMPARE
                          END-IF
                          IF OFF-ACCEPTED
                             ADD 1 TO WS-ACCEPTED-COUNT
                          END-IF
                          MOVE SPACES TO WS-LINE
                          STRING "Job ID " OFF-JOB-ID " from "
       RESPOND-TO-OFFER.
           MOVE "Enter the Job ID of the offer to answer (0 to skip):"
                TO WS-LINE
           MOVE "OFFR-003" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE SPACES TO WS-LINE
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE
           MOVE FUNCTION NUMVAL(WS-LINE) TO WS-PICK-JOB-ID

           IF WS-PICK-JOB-ID = 0
              EXIT PARAGRAPH
           END-IF

           MOVE "1. Accept this offer" TO WS-LINE
           MOVE "OFFR-004" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "2. Decline this offer" TO WS-LINE
           MOVE "OFFR-005" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "Enter your choice:" TO WS-LINE
           MOVE "ENTER-CHOICE" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE SPACES TO WS-LINE
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE

           IF WS-RESP-CHOICE NOT = 1 AND WS-RESP-CHOICE NOT = 2
              MOVE "Invalid choice." TO WS-LINE
              MOVE "OFFR-006" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF

           PERFORM UPDATE-OFFER-ROW
           IF WS-RESP-FOUND = "N"
              MOVE "No open offer matches that Job ID." TO WS-LINE
              MOVE "OFFR-007" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF

           PERFORM UPDATE-APPLICATION-ROW
              PERFORM CLOSE-ACCEPTED-POSTING
              PERFORM NOTIFY-EMPLOYER-ACCEPTED
              IF WS-FINAL-FILL = "Y"
                 PERFORM DISPOSE-REMAINING-APPLICANTS
                 PERFORM NOTIFY-OTHER-APPLICANTS
              END-IF
              PERFORM CREATE-WORK-TERM
              MOVE "Offer accepted - congratulations!" TO WS-LINE
              MOVE "OFFR-022" TO WS-MSG-ID
           ELSE
              PERFORM NOTIFY-EMPLOYER-DECLINED
              MOVE "Offer declined." TO WS-LINE
              MOVE "OFFR-023" TO WS-MSG-ID
           END-IF
           PERFORM SAY-LINE.

      *> Rewrites the matching Extended offer row to Accepted or
      *> Declined - or, backing out (choice 3), the matching
      *> Accepted row to Reneged - the same temp-file replace
      *> pattern every data-file update in this system uses.
       UPDATE-OFFER-ROW.
           MOVE "N" TO WS-RESP-FOUND
           MOVE SPACES TO WS-RESP-EMPLOYER
                       IF OFF-JOB-ID = WS-PICK-JOB-ID AND
                          FUNCTION TRIM(OFF-APPLICANT) =
                          FUNCTION TRIM(OF-USERNAME) AND
                          ((OFF-EXTENDED AND WS-RESP-CHOICE < 3) OR
                           (OFF-ACCEPTED AND WS-RESP-CHOICE = 3))
                          MOVE "Y" TO WS-RESP-FOUND
                          MOVE OFF-EMPLOYER TO WS-RESP-EMPLOYER
                          MOVE OFF-START TO WS-RESP-START
                          EVALUATE WS-RESP-CHOICE
                             WHEN 1
                                SET OFF-ACCEPTED TO TRUE
                             WHEN 2
                                SET OFF-DECLINED TO TRUE
                             WHEN 3
                                SET OFF-RENEGED TO TRUE
                          END-EVALUATE
                       END-IF
                       WRITE OFFER-TEMP-REC FROM OFFER-REC
                 END-READ
           CLOSE OFFER-FILE.

      *> Accepting moves this student's application for the posting
      *> to Hired; declining or backing out moves it to Rejected,
      *> the closest terminal state APPREC carries for a turned-down
      *> offer.
       UPDATE-APPLICATION-ROW.
      *> The rewrite runs under the same "applications" lock
      *> JOB-MGMT's UPDATE-APP-STATUS holds, so an acceptance
           IF WS-LK-RESULT NOT = "OK"
              MOVE "The application file is busy - try again."
                   TO WS-LINE
              MOVE "OFFR-008" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF

           IF WS-LK-RESULT NOT = "OK"
              MOVE "The postings file is busy - the posting stays"
                   TO WS-LINE
              MOVE "OFFR-009" TO WS-MSG-ID
              PERFORM SAY-LINE
              MOVE "open; an admin can close it from EDIT-POSTING."
                   TO WS-LINE
              MOVE "OFFR-010" TO WS-MSG-ID
              PERFORM SAY-LINE
              MOVE "N" TO WS-FINAL-FILL
              EXIT PARAGRAPH
           END-IF

           MOVE WS-RESP-EMPLOYER TO WS-NOTIF-TO
           PERFORM WRITE-NOTIFICATION.

      *> Backing out of an accepted offer. The student confirms
      *> first, since the renege goes on record with career
      *> services under the professionalism policy.
       BACK-OUT-OF-OFFER.
           MOVE "To back out of an offer you accepted, enter its Job"
                TO WS-LINE
           MOVE "OFFR-011" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "ID (0 to skip):" TO WS-LINE
           MOVE "OFFR-012" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE SPACES TO WS-LINE
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE
           IF WS-LINE = HIGH-VALUES
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-LINE) TO WS-PICK-JOB-ID
           IF WS-PICK-JOB-ID = 0
              EXIT PARAGRAPH
           END-IF

           MOVE "Backing out of an accepted offer is recorded as a"
                TO WS-LINE
           MOVE "OFFR-013" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "professional conduct incident. Back out? (Y/N)"
                TO WS-LINE
           MOVE "OFFR-014" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE SPACES TO WS-LINE
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE
           IF FUNCTION UPPER-CASE(WS-LINE(1:1)) NOT = "Y"
              MOVE "Nothing changed." TO WS-LINE
              MOVE "OFFR-015" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF

           MOVE 3 TO WS-RESP-CHOICE
           PERFORM UPDATE-OFFER-ROW
           IF WS-RESP-FOUND = "N"
              MOVE "No accepted offer matches that Job ID." TO WS-LINE
              MOVE "OFFR-016" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF

           PERFORM UPDATE-APPLICATION-ROW
           PERFORM RELEASE-POSTING-SEAT
           PERFORM DROP-WORK-TERM
           PERFORM NOTIFY-EMPLOYER-RENEGED

           MOVE "LOG" TO WS-CI-COMMAND
           MOVE "RENEGE" TO WS-CI-TYPE
           MOVE SPACES TO WS-CI-REF
           STRING "Job " WS-PICK-JOB-ID
                  DELIMITED BY SIZE INTO WS-CI-REF
           END-STRING
           MOVE OF-USERNAME TO WS-CI-PARTY
           CALL "CONDUCT-LOG" USING WS-CI-COMMAND WS-CI-PARTY
                WS-CI-TYPE WS-CI-REF OF-USERNAME WS-CI-RESULT

           MOVE "You have backed out of the offer; the employer has"
                TO WS-LINE
           MOVE "OFFR-017" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "been told and career services has it on record."
                TO WS-LINE
           MOVE "OFFR-018" TO WS-MSG-ID
           PERFORM SAY-LINE.

      *> The accepted seat is free again: JOB-FILLED comes back down
      *> by one under the same "jobs" lock CLOSE-ACCEPTED-POSTING
      *> holds. A posting the acceptance closed stays closed - the
      *> employer reopens it from EDIT-POSTING if they still hire.
       RELEASE-POSTING-SEAT.
           MOVE "ACQUIRE" TO WS-LK-COMMAND
           MOVE "jobs" TO WS-LK-FILE
           CALL "FILE-LOCK" USING WS-LK-COMMAND WS-LK-FILE
                OF-USERNAME WS-LK-RESULT
           IF WS-LK-RESULT NOT = "OK"
              EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-EOF
           OPEN INPUT JOBS-FILE
           OPEN OUTPUT JOB-TEMP-FILE
           IF WS-JOBS-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ JOBS-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF JOB-ID = WS-PICK-JOB-ID AND
                          JOB-FILLED > 0
                          SUBTRACT 1 FROM JOB-FILLED
                       END-IF
                       WRITE JOB-TEMP-REC FROM JOBS-RECORD
                 END-READ
              END-PERFORM
              CLOSE JOBS-FILE
           END-IF
           CLOSE JOB-TEMP-FILE

           OPEN OUTPUT JOBS-FILE
           OPEN INPUT JOB-TEMP-FILE
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
              READ JOB-TEMP-FILE INTO JOBS-RECORD
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END WRITE JOBS-RECORD
              END-READ
           END-PERFORM
           CLOSE JOB-TEMP-FILE
           CLOSE JOBS-FILE
           MOVE "RELEASE" TO WS-LK-COMMAND
           CALL "FILE-LOCK" USING WS-LK-COMMAND WS-LK-FILE
                OF-USERNAME WS-LK-RESULT.

      *> The work term the acceptance opened will not happen; an
      *> already completed term is left alone.
       DROP-WORK-TERM.
           MOVE "N" TO WS-EOF
           OPEN INPUT WORKTERM-FILE
           IF WS-WT-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT WORKTERM-TEMP-FILE
           PERFORM UNTIL WS-EOF = "Y"
              READ WORKTERM-FILE
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    IF WT-JOB-ID = WS-PICK-JOB-ID AND
                       FUNCTION TRIM(WT-STUDENT) =
                       FUNCTION TRIM(OF-USERNAME) AND
                       WT-COMPLETE NOT = "Y"
                       CONTINUE
                    ELSE
                       WRITE WORKTERM-TEMP-REC FROM WORKTERM-REC
                    END-IF
              END-READ
           END-PERFORM
           CLOSE WORKTERM-FILE
           CLOSE WORKTERM-TEMP-FILE

           OPEN OUTPUT WORKTERM-FILE
           OPEN INPUT WORKTERM-TEMP-FILE
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
              READ WORKTERM-TEMP-FILE INTO WORKTERM-REC
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END WRITE WORKTERM-REC
              END-READ
           END-PERFORM
           CLOSE WORKTERM-TEMP-FILE
           CLOSE WORKTERM-FILE.

       NOTIFY-EMPLOYER-RENEGED.
           MOVE SPACES TO WS-NOTIF-MSG
           STRING FUNCTION TRIM(OF-USERNAME)
                  " backed out of the offer they accepted for Job ID "
                  WS-PICK-JOB-ID "." DELIMITED BY SIZE
                  INTO WS-NOTIF-MSG
           END-STRING
           MOVE WS-RESP-EMPLOYER TO WS-NOTIF-TO
           PERFORM WRITE-NOTIFICATION.

      *> The posting is now closed: date the close for
      *> AUTO-DISPOSITION and reject the applicants nobody got to.
      *> Those already at Interview are left to the employer.
       DISPOSE-REMAINING-APPLICANTS.
           MOVE "CLOSED" TO WS-AD-COMMAND
           CALL "APP-DISPOSITION" USING WS-AD-COMMAND WS-PICK-JOB-ID
                OF-USERNAME WS-AD-REASON WS-AD-CHANGES WS-AD-RESULT
           MOVE "01" TO WS-AD-CODE
           MOVE "Position filled" TO WS-AD-TEXT
           MOVE "DISPOSE" TO WS-AD-COMMAND
           CALL "APP-DISPOSITION" USING WS-AD-COMMAND WS-PICK-JOB-ID
                OF-USERNAME WS-AD-REASON WS-AD-CHANGES WS-AD-RESULT.

      *> Everyone else still in the running on this posting hears
      *> the position was filled, instead of waiting forever. After
      *> the close-out above that is the Interview-stage applicants.
       NOTIFY-OTHER-APPLICANTS.
           MOVE "N" TO WS-EOF
           OPEN INPUT APPLICATION-FILE
       CREATE-WORK-TERM.
           MOVE "When is the work term expected to end (YYYY-MM-DD)?"
                TO WS-LINE
           MOVE "OFFR-019" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE SPACES TO WS-LINE
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE
           WRITE WORKTERM-REC
           CLOSE WORKTERM-FILE.

      *> One worksheet column per open offer, filled from the offer
      *> row itself; the posting, rating and median columns are
      *> looked up once the list is complete.
       KEEP-FOR-COMPARE.
           IF WS-CMP-COUNT >= 5
              ADD 1 TO WS-CMP-MORE
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CMP-COUNT
           MOVE WS-CMP-COUNT TO K
           MOVE OFF-JOB-ID TO WS-CMP-JOB-ID(K)
           MOVE OFF-EMPLOYER TO WS-CMP-POSTER(K)
           MOVE OFF-EMPLOYER TO WS-CMP-COMPANY(K)
           MOVE OFF-SALARY TO WS-CMP-SALARY(K)
           MOVE OFF-START TO WS-CMP-START(K)
           MOVE OFF-RESPOND-BY TO WS-CMP-RESPOND(K)
           MOVE "-" TO WS-CMP-LOCATION(K)
           MOVE "-" TO WS-CMP-CATEGORY(K)
           MOVE "not rated yet" TO WS-CMP-RATING(K)
           MOVE "no data yet" TO WS-CMP-MEDIAN(K).

      *> The side-by-side worksheet for a student weighing two or
      *> more open offers, with the option to save it for an
      *> advisor conversation.
       COMPARE-OPEN-OFFERS.
           PERFORM LOOKUP-COMPARE-POSTINGS
           PERFORM LOOKUP-COMPARE-RATINGS
           PERFORM LOOKUP-COMPARE-MEDIANS
           PERFORM COMPUTE-DAYS-LEFT
           PERFORM BUILD-WORKSHEET

           MOVE SPACES TO WS-LINE
           PERFORM OUT
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-SHEET-COUNT
              MOVE WS-SHEET-LINE(R) TO WS-LINE
              PERFORM OUT
           END-PERFORM
           MOVE SPACES TO WS-LINE
           PERFORM OUT

           MOVE "Save this worksheet to share with your advisor? (Y/N)"
                TO WS-LINE
           MOVE "OFFR-020" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE SPACES TO WS-LINE
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE
           IF FUNCTION UPPER-CASE(WS-LINE(1:1)) = "Y"
              PERFORM SAVE-WORKSHEET
           END-IF.

      *> Location, category, company name and posting account for
      *> each compared offer, from its jobs.dat row.
       LOOKUP-COMPARE-POSTINGS.
           MOVE "N" TO WS-CMP-EOF
           OPEN INPUT JOBS-FILE
           IF WS-JOBS-STATUS = "00"
              PERFORM UNTIL WS-CMP-EOF = "Y"
                 READ JOBS-FILE
                    AT END MOVE "Y" TO WS-CMP-EOF
                    NOT AT END
                       PERFORM VARYING K FROM 1 BY 1
                               UNTIL K > WS-CMP-COUNT
                          IF JOB-ID = WS-CMP-JOB-ID(K)
                             MOVE JOB-POSTER TO WS-CMP-POSTER(K)
                             IF JOB-EMPLOYER NOT = SPACES
                                MOVE JOB-EMPLOYER
                                  TO WS-CMP-COMPANY(K)
                             END-IF
                             IF JOB-LOCATION NOT = SPACES
                                MOVE JOB-LOCATION
                                  TO WS-CMP-LOCATION(K)
                             END-IF
                             IF JOB-CATEGORY NOT = SPACES
                                MOVE JOB-CATEGORY
                                  TO WS-CMP-CATEGORY(K)
                             END-IF
                          END-IF
                       END-PERFORM
                 END-READ
              END-PERFORM
              CLOSE JOBS-FILE
           END-IF.

      *> Average one-to-five student rating per compared company,
      *> the same figure JOB-MGMT shows beside a posting.
       LOOKUP-COMPARE-RATINGS.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-CMP-COUNT
              MOVE 0 TO WS-RATE-SUM
              MOVE 0 TO WS-RATE-COUNT
              MOVE "N" TO WS-CMP-EOF
              OPEN INPUT RATING-FILE
              IF WS-RATE-STATUS = "00"
                 PERFORM UNTIL WS-CMP-EOF = "Y"
                    READ RATING-FILE
                       AT END MOVE "Y" TO WS-CMP-EOF
                       NOT AT END
                          IF FUNCTION TRIM(RATE-EMP-USERNAME) =
                             FUNCTION TRIM(WS-CMP-POSTER(K))
                             ADD RATE-SCORE TO WS-RATE-SUM
                             ADD 1 TO WS-RATE-COUNT
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE RATING-FILE
              END-IF
              IF WS-RATE-COUNT > 0
                 COMPUTE WS-RATE-AVG ROUNDED =
                     WS-RATE-SUM / WS-RATE-COUNT
                 MOVE WS-RATE-AVG TO WS-RATE-AVG-DISP
                 MOVE WS-RATE-COUNT TO WS-RATE-COUNT-DISP
                 MOVE SPACES TO WS-CMP-RATING(K)
                 STRING WS-RATE-AVG-DISP "/5 ("
                        FUNCTION TRIM(WS-RATE-COUNT-DISP) ")"
                        DELIMITED BY SIZE INTO WS-CMP-RATING(K)
                 END-STRING
              END-IF
           END-PERFORM.

      *> The campus median for each compared offer's category, as
      *> the last SALARY-ANALYTICS run summarized it for students.
       LOOKUP-COMPARE-MEDIANS.
           MOVE "N" TO WS-CMP-EOF
           OPEN INPUT SALARY-SUMMARY-FILE
           IF WS-SUMM-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CMP-EOF = "Y"
              READ SALARY-SUMMARY-FILE
                 AT END MOVE "Y" TO WS-CMP-EOF
                 NOT AT END
                    MOVE SPACES TO WS-SUMM-KEY
                    MOVE SPACES TO WS-SUMM-AMOUNT
                    UNSTRING SALARY-SUMMARY-REC
                       DELIMITED BY ": typically around "
                       INTO WS-SUMM-KEY WS-SUMM-AMOUNT
                    END-UNSTRING
                    IF WS-SUMM-AMOUNT NOT = SPACES
                       PERFORM MATCH-SUMMARY-CATEGORY
                    END-IF
              END-READ
           END-PERFORM
           CLOSE SALARY-SUMMARY-FILE.

       MATCH-SUMMARY-CATEGORY.
           MOVE FUNCTION NUMVAL(WS-SUMM-AMOUNT) TO WS-MEDIAN-NUM
           MOVE WS-MEDIAN-NUM TO WS-MEDIAN-DISP
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-CMP-COUNT
              IF FUNCTION TRIM(WS-SUMM-KEY) =
                 FUNCTION TRIM(WS-CMP-CATEGORY(K))
                 MOVE FUNCTION TRIM(WS-MEDIAN-DISP)
                   TO WS-CMP-MEDIAN(K)
              END-IF
           END-PERFORM.

      *> Calendar days from today to each respond-by date; a date
      *> already behind us reads "past due", one that cannot be read
      *> is shown as entered.
       COMPUTE-DAYS-LEFT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-CURR-DATE(1:8)))
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-CMP-COUNT
              MOVE WS-CMP-RESPOND(K) TO WS-CMP-DAYS(K)
              MOVE 0 TO WS-DUE-NUM
              IF WS-CMP-RESPOND(K)(1:4) IS NUMERIC AND
                 WS-CMP-RESPOND(K)(6:2) IS NUMERIC AND
                 WS-CMP-RESPOND(K)(9:2) IS NUMERIC
                 COMPUTE WS-DUE-NUM =
                     FUNCTION NUMVAL(WS-CMP-RESPOND(K)(1:4)) * 10000
                   + FUNCTION NUMVAL(WS-CMP-RESPOND(K)(6:2)) * 100
                   + FUNCTION NUMVAL(WS-CMP-RESPOND(K)(9:2))
              END-IF
              IF WS-DUE-NUM > 0 AND
                 FUNCTION TEST-DATE-YYYYMMDD(WS-DUE-NUM) = 0
                 COMPUTE WS-DUE-INT =
                     FUNCTION INTEGER-OF-DATE(WS-DUE-NUM)
                 COMPUTE WS-DAYS-LEFT = WS-DUE-INT - WS-TODAY-INT
                 MOVE SPACES TO WS-CMP-DAYS(K)
                 EVALUATE TRUE
                    WHEN WS-DAYS-LEFT < 0
                       MOVE "past due" TO WS-CMP-DAYS(K)
                    WHEN WS-DAYS-LEFT = 0
                       MOVE "due today" TO WS-CMP-DAYS(K)
                    WHEN OTHER
                       MOVE WS-DAYS-LEFT TO WS-DAYS-DISP
                       STRING FUNCTION TRIM(WS-DAYS-DISP) " day(s)"
                              DELIMITED BY SIZE INTO WS-CMP-DAYS(K)
                       END-STRING
                 END-EVALUATE
              END-IF
           END-PERFORM.

       BUILD-WORKSHEET.
           MOVE 0 TO WS-SHEET-COUNT
           MOVE SPACES TO WS-SHEET-ROW
           STRING "--- Offer Comparison Worksheet for "
                  FUNCTION TRIM(OF-USERNAME) " ---"
                  DELIMITED BY SIZE INTO WS-SHEET-ROW
           END-STRING
           PERFORM ADD-SHEET-ROW

           MOVE SPACES TO WS-SHEET-ROW
           MOVE "Job ID" TO WS-SHEET-ROW(1:18)
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-CMP-COUNT
              MOVE WS-CMP-JOB-ID(K) TO WS-CELL
              PERFORM PUT-CELL
           END-PERFORM
           PERFORM ADD-SHEET-ROW

           MOVE SPACES TO WS-SHEET-ROW
           MOVE "Company" TO WS-SHEET-ROW(1:18)
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-CMP-COUNT
              MOVE WS-CMP-COMPANY(K) TO WS-CELL
              PERFORM PUT-CELL
           END-PERFORM
           PERFORM ADD-SHEET-ROW

           MOVE SPACES TO WS-SHEET-ROW
           MOVE "Salary" TO WS-SHEET-ROW(1:18)
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-CMP-COUNT
              MOVE WS-CMP-SALARY(K) TO WS-CELL
              PERFORM PUT-CELL
           END-PERFORM
           PERFORM ADD-SHEET-ROW

           MOVE SPACES TO WS-SHEET-ROW
           MOVE "Start date" TO WS-SHEET-ROW(1:18)
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-CMP-COUNT
              MOVE WS-CMP-START(K) TO WS-CELL
              PERFORM PUT-CELL
           END-PERFORM
           PERFORM ADD-SHEET-ROW

           MOVE SPACES TO WS-SHEET-ROW
           MOVE "Days to respond" TO WS-SHEET-ROW(1:18)
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-CMP-COUNT
              MOVE WS-CMP-DAYS(K) TO WS-CELL
              PERFORM PUT-CELL
           END-PERFORM
           PERFORM ADD-SHEET-ROW

           MOVE SPACES TO WS-SHEET-ROW
           MOVE "Location" TO WS-SHEET-ROW(1:18)
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-CMP-COUNT
              MOVE WS-CMP-LOCATION(K) TO WS-CELL
              PERFORM PUT-CELL
           END-PERFORM
           PERFORM ADD-SHEET-ROW

           MOVE SPACES TO WS-SHEET-ROW
           MOVE "Category" TO WS-SHEET-ROW(1:18)
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-CMP-COUNT
              MOVE WS-CMP-CATEGORY(K) TO WS-CELL
              PERFORM PUT-CELL
           END-PERFORM
           PERFORM ADD-SHEET-ROW

           MOVE SPACES TO WS-SHEET-ROW
           MOVE "Company rating" TO WS-SHEET-ROW(1:18)
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-CMP-COUNT
              MOVE WS-CMP-RATING(K) TO WS-CELL
              PERFORM PUT-CELL
           END-PERFORM
           PERFORM ADD-SHEET-ROW

           MOVE SPACES TO WS-SHEET-ROW
           MOVE "Campus median" TO WS-SHEET-ROW(1:18)
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-CMP-COUNT
              MOVE WS-CMP-MEDIAN(K) TO WS-CELL
              PERFORM PUT-CELL
           END-PERFORM
           PERFORM ADD-SHEET-ROW

           IF WS-CMP-MORE > 0
              MOVE WS-CMP-MORE TO WS-RATE-COUNT-DISP
              MOVE SPACES TO WS-SHEET-ROW
              STRING "(" FUNCTION TRIM(WS-RATE-COUNT-DISP)
                     " further open offer(s) are listed above but"
                     " not compared.)"
                     DELIMITED BY SIZE INTO WS-SHEET-ROW
              END-STRING
              PERFORM ADD-SHEET-ROW
           END-IF
           MOVE "Campus median is the typical posted salary for the"
                TO WS-SHEET-ROW
           PERFORM ADD-SHEET-ROW
           MOVE "category, rounded to the nearest thousand."
                TO WS-SHEET-ROW
           PERFORM ADD-SHEET-ROW.

      *> Column K of the current row: 18 characters of the cell,
      *> then a two-space gutter.
       PUT-CELL.
           COMPUTE WS-CELL-POS = 19 + (K - 1) * 20
           MOVE FUNCTION TRIM(WS-CELL) TO WS-SHEET-ROW(WS-CELL-POS:18).

       ADD-SHEET-ROW.
           IF WS-SHEET-COUNT < 15
              ADD 1 TO WS-SHEET-COUNT
              MOVE WS-SHEET-ROW TO WS-SHEET-LINE(WS-SHEET-COUNT)
           END-IF.

       SAVE-WORKSHEET.
           MOVE SPACES TO WS-SHEET-PATH
           STRING "reports/offer-worksheet-" FUNCTION TRIM(OF-USERNAME)
                  ".txt" DELIMITED BY SIZE INTO WS-SHEET-PATH
           END-STRING
           OPEN OUTPUT WORKSHEET-FILE
           IF WS-SHEET-STATUS NOT = "00"
              MOVE "The worksheet could not be saved." TO WS-LINE
              MOVE "OFFR-021" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SHEET-ROW
           STRING "Prepared " WS-CURR-DATE(1:4) "-" WS-CURR-DATE(5:2)
                  "-" WS-CURR-DATE(7:2)
                  DELIMITED BY SIZE INTO WS-SHEET-ROW
           END-STRING
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-SHEET-COUNT
              WRITE WORKSHEET-REC FROM WS-SHEET-LINE(R)
              IF R = 1
                 WRITE WORKSHEET-REC FROM WS-SHEET-ROW
              END-IF
           END-PERFORM
           CLOSE WORKSHEET-FILE
           MOVE SPACES TO WS-LINE
           STRING "Worksheet saved to " FUNCTION TRIM(WS-SHEET-PATH)
                  " - share it with your advisor."
                  DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           PERFORM OUT.

       OUT.
           MOVE "WRITE" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE.

      *> OUT in the account's screen language: WS-LINE
      *> holds the English wording, WS-MSG-ID its data/msg-catalog.dat
      *> ID.
       SAY-LINE.
           MOVE "TEXT" TO WS-SX-COMMAND
           CALL "SCREEN-TEXT" USING WS-SX-COMMAND OF-USERNAME
                                    WS-MSG-ID WS-LINE
           PERFORM OUT.

       END PROGRAM MY-OFFERS.
