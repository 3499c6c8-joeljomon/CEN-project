      *> Standalone operator utility, driven from the console
      *> (DISPLAY/ACCEPT) like USER-EXTRACT. Career services used to
      *> type official letters in a word processor from whatever the
      *> screens showed; this produces them straight from the
      *> records, dated, as reports/letters-<username>-<type>.txt:
      *>
      *>   offer       - offer confirmation from offers.dat (salary,
      *>                 start date, respond-by) and the posting
      *>   employment  - employment verification from a completed
      *>                 work term in work-terms.dat
      *>   attendance  - attendance confirmation for every career
      *>                 event the student checked in to
      *>                 (event-rsvps.dat, events.dat)
      *>
      *> Every letter carries a reference ICL-nnnnnn-c: the number
      *> comes from ID-ALLOCATOR's "letter" series and c is a
      *> weighted check digit, so a mistyped reference is caught
      *> before any lookup. Each issue is one row in
      *> data/letters-issued.dat (append only), and option 4 looks a
      *> reference up there so a landlord's or embassy's phone call
      *> can be answered from the register rather than from a copy
      *> of the letter. The release goes to DISCLOSURE-LOG under the
      *> recipient the operator names.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LETTERS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OFFER-FILE ASSIGN TO "data/offers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OFF-STATUS.
           SELECT WORKTERM-FILE ASSIGN TO "data/work-terms.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WT-STATUS.
           SELECT EVENTS-FILE ASSIGN TO "data/events.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EV-STATUS.
           SELECT RSVP-FILE ASSIGN TO "data/event-rsvps.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSVP-STATUS.
           SELECT JOBS-FILE ASSIGN TO "data/jobs.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-STATUS.
           SELECT PROFILE-FILE ASSIGN TO "data/profiles.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROF-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "data/letters-issued.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.
           SELECT LETTER-FILE ASSIGN USING WS-LETTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> data/offers.dat: the same layout MY-OFFERS reads.
       FD OFFER-FILE.
       01 OFFER-REC.
          05 OFF-JOB-ID            PIC 9(05).
          05 OFF-EMPLOYER          PIC X(20).
          05 OFF-APPLICANT         PIC X(20).
          05 OFF-SALARY            PIC X(20).
          05 OFF-START             PIC X(10).
          05 OFF-RESPOND-BY        PIC X(10).
          05 OFF-STATUS            PIC X(10).
             88 OFF-EXTENDED           VALUE "Extended".
             88 OFF-ACCEPTED           VALUE "Accepted".

      *> data/work-terms.dat: the same layout WORK-TERMS writes.
       FD WORKTERM-FILE.
       01 WORKTERM-REC.
          05 WT-EMPLOYER       PIC X(20).
          05 WT-STUDENT        PIC X(20).
          05 WT-JOB-ID         PIC 9(05).
          05 WT-START          PIC X(10).
          05 WT-END            PIC X(10).
          05 WT-MID-SCORE      PIC X(01).
          05 WT-MID-COMMENT    PIC X(80).
          05 WT-FIN-SCORE      PIC X(01).
          05 WT-FIN-COMMENT    PIC X(80).
          05 WT-COMPLETE       PIC X(01).

      *> data/events.dat and data/event-rsvps.dat: the same layouts
      *> CAREER-EVENTS writes.
       FD EVENTS-FILE.
       01 EVENT-REC.
          05 EV-ID                PIC 9(05).
          05 EV-TITLE             PIC X(50).
          05 EV-HOST              PIC X(20).
          05 EV-DATE              PIC X(10).
          05 EV-LOCATION          PIC X(50).
          05 EV-CAPACITY          PIC 9(04).
          05 EV-CHECKIN-CODE      PIC X(06).
          05 EV-CAMPUS            PIC X(06).

       FD RSVP-FILE.
       01 RSVP-REC.
          05 RSVP-EVENT-ID        PIC 9(05).
          05 RSVP-USERNAME        PIC X(20).
          05 RSVP-STATUS          PIC X(01).
          05 RSVP-ATTENDED        PIC X(01).

       FD JOBS-FILE.
           COPY "JOBREC.cpy".

       FD PROFILE-FILE.
           COPY "PROFREC.cpy".

      *> data/letters-issued.dat: one row per letter issued.
       FD REGISTER-FILE.
       01 REGISTER-REC.
          05 LT-REF            PIC X(12).
          05 LT-USER           PIC X(20).
          05 LT-TYPE           PIC X(10).
          05 LT-KEY            PIC X(10).
          05 LT-ISSUED         PIC X(10).
          05 LT-RECIPIENT      PIC X(40).
          05 LT-SIGNED-BY      PIC X(30).
          05 LT-SUMMARY        PIC X(60).

       FD LETTER-FILE.
       01 LETTER-REC PIC X(100).

       WORKING-STORAGE SECTION.
       77 WS-OFF-STATUS      PIC XX.
       77 WS-WT-STATUS       PIC XX.
       77 WS-EV-STATUS       PIC XX.
       77 WS-RSVP-STATUS     PIC XX.
       77 WS-JOB-STATUS      PIC XX.
       77 WS-PROF-STATUS     PIC XX.
       77 WS-REG-STATUS      PIC XX.
       77 WS-LETTER-STATUS   PIC XX.
       77 WS-EOF             PIC X VALUE "N".
       77 WS-EOF2            PIC X VALUE "N".
       77 WS-FOUND           PIC X VALUE "N".
       77 WS-CHOICE          PIC X(02).
       77 WS-SUBJECT         PIC X(20).
       77 WS-FULL-NAME       PIC X(41).
       77 WS-INPUT           PIC X(20).
       77 WS-PICK-ID         PIC 9(05).
       77 WS-COUNT           PIC 9(03) VALUE 0.
       77 WS-LETTER-TYPE     PIC X(10).
       77 WS-LETTER-PATH     PIC X(80).
       77 WS-RECIPIENT       PIC X(40).
       77 WS-SIGNED-BY       PIC X(30).
       77 WS-SUMMARY         PIC X(60).
       77 WS-KEY             PIC X(10).
       77 WS-CURR-DATE       PIC X(21).
       77 WS-TODAY           PIC X(10).
       77 WS-TODAY-LONG      PIC X(20).
       77 WS-DATE-IN         PIC X(10).
       77 WS-DATE-OUT        PIC X(20).
       77 WS-DAY-NUM         PIC 9(02).
       77 WS-DAY-DISP        PIC Z9.
       77 WS-MONTH-NUM       PIC 9(02).
       77 WS-JOB-TITLE       PIC X(50).
       77 WS-JOB-COMPANY     PIC X(50).
       77 WS-JOB-LOCATION    PIC X(50).
       77 WS-START-LONG      PIC X(20).
       77 WS-END-LONG        PIC X(20).
       77 WS-RESPOND-LONG    PIC X(20).
       77 I                  PIC 9(02).
       77 WS-SUM             PIC 9(04).
       77 WS-CHECK           PIC 9(01).
       77 WS-REF             PIC X(12).
       77 WS-IA-SERIES       PIC X(10) VALUE "letter".
       77 WS-IA-SEED         PIC 9(9) VALUE 0.
       77 WS-IA-NUMBER       PIC 9(9).
       77 WS-DL-COMMAND      PIC X(10) VALUE "LOG".
       77 WS-DL-STUDENT      PIC X(20).
       77 WS-DL-RECIPIENT    PIC X(20).
       77 WS-DL-SOURCE       PIC X(16) VALUE "LETTERS".
       77 WS-DL-ITEM         PIC X(40).

      *> The chosen offer or work term, held past the file close.
       01 WS-OFFER.
          05 WS-OF-JOB-ID        PIC 9(05).
          05 WS-OF-SALARY        PIC X(20).
          05 WS-OF-START         PIC X(10).
          05 WS-OF-RESPOND-BY    PIC X(10).
          05 WS-OF-STATUS        PIC X(10).
       01 WS-TERM.
          05 WS-TM-JOB-ID        PIC 9(05).
          05 WS-TM-START         PIC X(10).
          05 WS-TM-END           PIC X(10).

      *> Checked-in events for the attendance letter.
       01 WS-ATTENDED.
          05 WS-ATT-COUNT        PIC 9(02) VALUE 0.
          05 WS-ATT-ID           PIC 9(05) OCCURS 40 TIMES.

      *> Reference number ICL-nnnnnn-c. The digits of nnnnnn are
      *> weighted 7-3-1 from the left and c brings the sum to a
      *> multiple of ten.
       01 WS-REF-SEQ             PIC 9(06).
       01 WS-REF-DIGITS REDEFINES WS-REF-SEQ.
          05 WS-REF-DIGIT        PIC 9(01) OCCURS 6 TIMES.
       01 WS-WEIGHT-LIST         PIC X(06) VALUE "731731".
       01 WS-WEIGHT-TABLE REDEFINES WS-WEIGHT-LIST.
          05 WS-WEIGHT           PIC 9(01) OCCURS 6 TIMES.

       01 WS-MONTH-LIST.
          05 FILLER PIC X(09) VALUE "January".
          05 FILLER PIC X(09) VALUE "February".
          05 FILLER PIC X(09) VALUE "March".
          05 FILLER PIC X(09) VALUE "April".
          05 FILLER PIC X(09) VALUE "May".
          05 FILLER PIC X(09) VALUE "June".
          05 FILLER PIC X(09) VALUE "July".
          05 FILLER PIC X(09) VALUE "August".
          05 FILLER PIC X(09) VALUE "September".
          05 FILLER PIC X(09) VALUE "October".
          05 FILLER PIC X(09) VALUE "November".
          05 FILLER PIC X(09) VALUE "December".
       01 WS-MONTH-TABLE REDEFINES WS-MONTH-LIST.
          05 WS-MONTH-NAME PIC X(09) OCCURS 12 TIMES.

           COPY "REGIONINF.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL "REGION-CONFIG" USING REGION-INFO
           IF RI-RESULT NOT = "OK"
              GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE
           MOVE SPACES TO WS-TODAY
           STRING WS-CURR-DATE(1:4) "-" WS-CURR-DATE(5:2) "-"
                  WS-CURR-DATE(7:2)
                  DELIMITED BY SIZE INTO WS-TODAY
           END-STRING
           MOVE WS-TODAY TO WS-DATE-IN
           PERFORM FORMAT-LONG-DATE
           MOVE WS-DATE-OUT TO WS-TODAY-LONG

           DISPLAY "--- Official letters ---"
           DISPLAY "1. Offer confirmation"
           DISPLAY "2. Employment verification"
           DISPLAY "3. Event attendance confirmation"
           DISPLAY "4. Verify a letter reference"
           DISPLAY "Enter your choice:"
           MOVE SPACES TO WS-CHOICE
           ACCEPT WS-CHOICE
           EVALUATE FUNCTION TRIM(WS-CHOICE)
              WHEN "1"
                 MOVE "offer" TO WS-LETTER-TYPE
              WHEN "2"
                 MOVE "employment" TO WS-LETTER-TYPE
              WHEN "3"
                 MOVE "attendance" TO WS-LETTER-TYPE
              WHEN "4"
                 PERFORM VERIFY-REFERENCE
                 GOBACK
              WHEN OTHER
                 DISPLAY "LETTERS: no such option."
                 GOBACK
           END-EVALUATE

           DISPLAY "Enter the student's username:"
           MOVE SPACES TO WS-SUBJECT
           ACCEPT WS-SUBJECT
           IF FUNCTION TRIM(WS-SUBJECT) = SPACES
              DISPLAY "LETTERS: no username given."
              GOBACK
           END-IF
           PERFORM FIND-STUDENT-NAME

           MOVE "N" TO WS-FOUND
           EVALUATE WS-LETTER-TYPE
              WHEN "offer"
                 PERFORM PICK-OFFER
              WHEN "employment"
                 PERFORM PICK-WORK-TERM
              WHEN "attendance"
                 PERFORM COLLECT-ATTENDANCE
           END-EVALUATE
           IF WS-FOUND NOT = "Y"
              GOBACK
           END-IF

           DISPLAY "Who is the letter addressed to (Enter for"
                   " To Whom It May Concern):"
           MOVE SPACES TO WS-RECIPIENT
           ACCEPT WS-RECIPIENT
           DISPLAY "Name of the career services officer signing:"
           MOVE SPACES TO WS-SIGNED-BY
           ACCEPT WS-SIGNED-BY
           IF FUNCTION TRIM(WS-SIGNED-BY) = SPACES
              MOVE "Career Services Office" TO WS-SIGNED-BY
           END-IF

           PERFORM ALLOCATE-REFERENCE

           MOVE SPACES TO WS-LETTER-PATH
           STRING "reports/letters-" FUNCTION TRIM(WS-SUBJECT) "-"
                  FUNCTION TRIM(WS-LETTER-TYPE) ".txt"
                  DELIMITED BY SIZE INTO WS-LETTER-PATH
           END-STRING
           OPEN OUTPUT LETTER-FILE
           IF WS-LETTER-STATUS NOT = "00"
              DISPLAY "LETTERS: cannot write "
                      FUNCTION TRIM(WS-LETTER-PATH)
              GOBACK
           END-IF
           PERFORM WRITE-LETTERHEAD
           EVALUATE WS-LETTER-TYPE
              WHEN "offer"
                 PERFORM WRITE-OFFER-BODY
              WHEN "employment"
                 PERFORM WRITE-EMPLOYMENT-BODY
              WHEN "attendance"
                 PERFORM WRITE-ATTENDANCE-BODY
           END-EVALUATE
           PERFORM WRITE-SIGNATURE
           CLOSE LETTER-FILE

           PERFORM REGISTER-LETTER

           MOVE WS-SUBJECT TO WS-DL-STUDENT
           IF FUNCTION TRIM(WS-RECIPIENT) = SPACES
              MOVE "(the student)" TO WS-DL-RECIPIENT
           ELSE
              MOVE WS-RECIPIENT TO WS-DL-RECIPIENT
           END-IF
           MOVE SPACES TO WS-DL-ITEM
           STRING "Letter (" FUNCTION TRIM(WS-LETTER-TYPE) ") "
                  WS-REF
                  DELIMITED BY SIZE INTO WS-DL-ITEM
           END-STRING
           CALL "DISCLOSURE-LOG" USING WS-DL-COMMAND WS-DL-STUDENT
                WS-DL-RECIPIENT WS-DL-SOURCE WS-DL-ITEM

           DISPLAY "LETTERS: " WS-REF " written to "
                   FUNCTION TRIM(WS-LETTER-PATH) "."
           GOBACK.

      *> Offers the student holds that a letter can confirm:
      *> Extended (still open) or Accepted. Rescinded, declined and
      *> reneged offers get no letter.
       PICK-OFFER.
           MOVE 0 TO WS-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT OFFER-FILE
           IF WS-OFF-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ OFFER-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF FUNCTION TRIM(OFF-APPLICANT) =
                          FUNCTION TRIM(WS-SUBJECT)
                          AND (OFF-EXTENDED OR OFF-ACCEPTED)
                          ADD 1 TO WS-COUNT
                          DISPLAY "  Job " OFF-JOB-ID "  "
                                  FUNCTION TRIM(OFF-STATUS)
                                  "  start " OFF-START
                                  "  " FUNCTION TRIM(OFF-SALARY)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE OFFER-FILE
           END-IF
           IF WS-COUNT = 0
              DISPLAY "LETTERS: " FUNCTION TRIM(WS-SUBJECT)
                      " has no extended or accepted offer."
              EXIT PARAGRAPH
           END-IF

           DISPLAY "Enter the Job ID of the offer:"
           PERFORM ACCEPT-PICK-ID
           MOVE "N" TO WS-EOF
           OPEN INPUT OFFER-FILE
           PERFORM UNTIL WS-EOF = "Y"
              READ OFFER-FILE
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    IF FUNCTION TRIM(OFF-APPLICANT) =
                       FUNCTION TRIM(WS-SUBJECT)
                       AND (OFF-EXTENDED OR OFF-ACCEPTED)
                       AND OFF-JOB-ID = WS-PICK-ID
                       MOVE OFF-JOB-ID TO WS-OF-JOB-ID
                       MOVE OFF-SALARY TO WS-OF-SALARY
                       MOVE OFF-START TO WS-OF-START
                       MOVE OFF-RESPOND-BY TO WS-OF-RESPOND-BY
                       MOVE OFF-STATUS TO WS-OF-STATUS
                       MOVE "Y" TO WS-FOUND
                       MOVE "Y" TO WS-EOF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE OFFER-FILE
           IF WS-FOUND NOT = "Y"
              DISPLAY "LETTERS: no such offer for "
                      FUNCTION TRIM(WS-SUBJECT) "."
              EXIT PARAGRAPH
           END-IF
           MOVE WS-OF-JOB-ID TO WS-PICK-ID
           PERFORM FIND-POSTING.

      *> Only a work term the employer has signed off as complete
      *> can be verified; one still running gets no letter.
       PICK-WORK-TERM.
           MOVE 0 TO WS-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT WORKTERM-FILE
           IF WS-WT-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ WORKTERM-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF FUNCTION TRIM(WT-STUDENT) =
                          FUNCTION TRIM(WS-SUBJECT)
                          AND WT-COMPLETE = "Y"
                          ADD 1 TO WS-COUNT
                          DISPLAY "  Job " WT-JOB-ID "  "
                                  WT-START " to " WT-END
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE WORKTERM-FILE
           END-IF
           IF WS-COUNT = 0
              DISPLAY "LETTERS: " FUNCTION TRIM(WS-SUBJECT)
                      " has no completed work term."
              EXIT PARAGRAPH
           END-IF

           DISPLAY "Enter the Job ID of the work term:"
           PERFORM ACCEPT-PICK-ID
           MOVE "N" TO WS-EOF
           OPEN INPUT WORKTERM-FILE
           PERFORM UNTIL WS-EOF = "Y"
              READ WORKTERM-FILE
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    IF FUNCTION TRIM(WT-STUDENT) =
                       FUNCTION TRIM(WS-SUBJECT)
                       AND WT-COMPLETE = "Y"
                       AND WT-JOB-ID = WS-PICK-ID
                       MOVE WT-JOB-ID TO WS-TM-JOB-ID
                       MOVE WT-START TO WS-TM-START
                       MOVE WT-END TO WS-TM-END
                       MOVE "Y" TO WS-FOUND
                       MOVE "Y" TO WS-EOF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE WORKTERM-FILE
           IF WS-FOUND NOT = "Y"
              DISPLAY "LETTERS: no completed work term on that Job"
                      " ID for " FUNCTION TRIM(WS-SUBJECT) "."
              EXIT PARAGRAPH
           END-IF
           MOVE WS-TM-JOB-ID TO WS-PICK-ID
           PERFORM FIND-POSTING.

      *> Every event the student was checked in to. A confirmed
      *> RSVP without a check-in is not attendance.
       COLLECT-ATTENDANCE.
           MOVE 0 TO WS-ATT-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT RSVP-FILE
           IF WS-RSVP-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ RSVP-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF FUNCTION TRIM(RSVP-USERNAME) =
                          FUNCTION TRIM(WS-SUBJECT)
                          AND RSVP-ATTENDED = "Y"
                          AND WS-ATT-COUNT < 40
                          ADD 1 TO WS-ATT-COUNT
                          MOVE RSVP-EVENT-ID TO
                               WS-ATT-ID(WS-ATT-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RSVP-FILE
           END-IF
           IF WS-ATT-COUNT = 0
              DISPLAY "LETTERS: " FUNCTION TRIM(WS-SUBJECT)
                      " has not checked in to any career event."
              EXIT PARAGRAPH
           END-IF
           DISPLAY "  " WS-ATT-COUNT " event(s) attended."
           MOVE "Y" TO WS-FOUND.

       ACCEPT-PICK-ID.
           MOVE SPACES TO WS-INPUT
           ACCEPT WS-INPUT
           IF FUNCTION TRIM(WS-INPUT) IS NUMERIC
              MOVE FUNCTION NUMVAL(WS-INPUT) TO WS-PICK-ID
           ELSE
              MOVE 0 TO WS-PICK-ID
           END-IF.

       FIND-POSTING.
           MOVE SPACES TO WS-JOB-TITLE
           MOVE SPACES TO WS-JOB-COMPANY
           MOVE SPACES TO WS-JOB-LOCATION
           MOVE "N" TO WS-EOF2
           OPEN INPUT JOBS-FILE
           IF WS-JOB-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF2 = "Y"
              READ JOBS-FILE
                 AT END MOVE "Y" TO WS-EOF2
                 NOT AT END
                    IF JOB-ID = WS-PICK-ID
                       MOVE JOB-TITLE TO WS-JOB-TITLE
                       MOVE JOB-EMPLOYER TO WS-JOB-COMPANY
                       MOVE JOB-LOCATION TO WS-JOB-LOCATION
                       MOVE "Y" TO WS-EOF2
                    END-IF
              END-READ
           END-PERFORM
           CLOSE JOBS-FILE.

      *> The name as the student entered it on their profile; the
      *> username stands in when there is no profile.
       FIND-STUDENT-NAME.
           MOVE WS-SUBJECT TO WS-FULL-NAME
           MOVE "N" TO WS-EOF2
           OPEN INPUT PROFILE-FILE
           IF WS-PROF-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF2 = "Y"
              READ PROFILE-FILE
                 AT END MOVE "Y" TO WS-EOF2
                 NOT AT END
                    IF FUNCTION TRIM(PROF-USERNAME) =
                       FUNCTION TRIM(WS-SUBJECT)
                       MOVE SPACES TO WS-FULL-NAME
                       STRING FUNCTION TRIM(PROF-FIRST-NAME) " "
                              FUNCTION TRIM(PROF-LAST-NAME)
                              DELIMITED BY SIZE INTO WS-FULL-NAME
                       END-STRING
                       MOVE "Y" TO WS-EOF2
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PROFILE-FILE.

      *> YYYY-MM-DD in WS-DATE-IN to "October 15, 2026" in
      *> WS-DATE-OUT; anything that is not a date passes through.
       FORMAT-LONG-DATE.
           MOVE WS-DATE-IN TO WS-DATE-OUT
           IF WS-DATE-IN(1:4) IS NUMERIC AND WS-DATE-IN(5:1) = "-"
              AND WS-DATE-IN(6:2) IS NUMERIC
              AND WS-DATE-IN(8:1) = "-"
              AND WS-DATE-IN(9:2) IS NUMERIC
              MOVE WS-DATE-IN(6:2) TO WS-MONTH-NUM
              MOVE WS-DATE-IN(9:2) TO WS-DAY-NUM
              IF WS-MONTH-NUM >= 1 AND WS-MONTH-NUM <= 12
                 MOVE WS-DAY-NUM TO WS-DAY-DISP
                 MOVE SPACES TO WS-DATE-OUT
                 STRING FUNCTION TRIM(WS-MONTH-NAME(WS-MONTH-NUM))
                        " " FUNCTION TRIM(WS-DAY-DISP) ", "
                        WS-DATE-IN(1:4)
                        DELIMITED BY SIZE INTO WS-DATE-OUT
                 END-STRING
              END-IF
           END-IF.

       ALLOCATE-REFERENCE.
           CALL "ID-ALLOCATOR" USING WS-IA-SERIES WS-IA-SEED
                WS-IA-NUMBER
           MOVE WS-IA-NUMBER TO WS-REF-SEQ
           PERFORM COMPUTE-CHECK-DIGIT
           MOVE SPACES TO WS-REF
           STRING "ICL-" WS-REF-SEQ "-" WS-CHECK
                  DELIMITED BY SIZE INTO WS-REF
           END-STRING.

       COMPUTE-CHECK-DIGIT.
           MOVE 0 TO WS-SUM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 6
              COMPUTE WS-SUM = WS-SUM
                      + WS-REF-DIGIT(I) * WS-WEIGHT(I)
           END-PERFORM
           COMPUTE WS-CHECK =
                   FUNCTION MOD(10 - FUNCTION MOD(WS-SUM, 10), 10).

       WRITE-LETTERHEAD.
           MOVE "InCollege Career Services" TO LETTER-REC
           WRITE LETTER-REC
           MOVE "Official letter" TO LETTER-REC
           WRITE LETTER-REC
           MOVE ALL "=" TO LETTER-REC(1:70)
           WRITE LETTER-REC
           MOVE SPACES TO LETTER-REC
           WRITE LETTER-REC
           MOVE WS-TODAY-LONG TO LETTER-REC
           WRITE LETTER-REC
           MOVE SPACES TO LETTER-REC
           STRING "Reference: " WS-REF
                  DELIMITED BY SIZE INTO LETTER-REC
           END-STRING
           WRITE LETTER-REC
           MOVE SPACES TO LETTER-REC
           WRITE LETTER-REC
           MOVE SPACES TO LETTER-REC
           IF FUNCTION TRIM(WS-RECIPIENT) = SPACES
              MOVE "To Whom It May Concern:" TO LETTER-REC
           ELSE
              STRING "Dear " FUNCTION TRIM(WS-RECIPIENT) ":"
                     DELIMITED BY SIZE INTO LETTER-REC
              END-STRING
           END-IF
           WRITE LETTER-REC
           MOVE SPACES TO LETTER-REC
           WRITE LETTER-REC.

       WRITE-OFFER-BODY.
           MOVE WS-OF-START TO WS-DATE-IN
           PERFORM FORMAT-LONG-DATE
           MOVE WS-DATE-OUT TO WS-START-LONG
           MOVE WS-OF-RESPOND-BY TO WS-DATE-IN
           PERFORM FORMAT-LONG-DATE
           MOVE WS-DATE-OUT TO WS-RESPOND-LONG

           MOVE SPACES TO LETTER-REC
           STRING "This letter confirms that "
                  FUNCTION TRIM(WS-FULL-NAME)
                  " has been offered the position of"
                  DELIMITED BY SIZE INTO LETTER-REC
           END-STRING
           WRITE LETTER-REC
           MOVE SPACES TO LETTER-REC
           STRING FUNCTION TRIM(WS-JOB-TITLE) " with "
                  FUNCTION TRIM(WS-JOB-COMPANY) ", "
                  FUNCTION TRIM(WS-JOB-LOCATION) "."
                  DELIMITED BY SIZE INTO LETTER-REC
           END-STRING
           WRITE LETTER-REC
           MOVE SPACES TO LETTER-REC
           WRITE LETTER-REC
           MOVE SPACES TO LETTER-REC
           STRING "    Salary:          " FUNCTION TRIM(WS-OF-SALARY)
                  DELIMITED BY SIZE INTO LETTER-REC
           END-STRING
           WRITE LETTER-REC
           MOVE SPACES TO LETTER-REC
           STRING "    Start date:      " WS-START-LONG
                  DELIMITED BY SIZE INTO LETTER-REC
           END-STRING
           WRITE LETTER-REC
           MOVE SPACES TO LETTER-REC
           IF WS-OF-STATUS = "Accepted"
              MOVE "    Status:          Accepted by the candidate"
                   TO LETTER-REC
           ELSE
              STRING "    Respond by:      " WS-RESPOND-LONG
                     DELIMITED BY SIZE INTO LETTER-REC
              END-STRING
           END-IF
           WRITE LETTER-REC
           MOVE SPACES TO LETTER-REC
           WRITE LETTER-REC
           MOVE "These details are taken from the offer as the employer"
                TO LETTER-REC
           WRITE LETTER-REC
           MOVE "recorded it on InCollege. The terms of employment are"
                TO LETTER-REC
           WRITE LETTER-REC
           MOVE "those agreed between the candidate and the employer."
                TO LETTER-REC
           WRITE LETTER-REC

           MOVE WS-OF-JOB-ID TO WS-KEY
           MOVE SPACES TO WS-SUMMARY
           STRING "Offer: " FUNCTION TRIM(WS-JOB-TITLE) ", start "
                  WS-OF-START
                  DELIMITED BY SIZE INTO WS-SUMMARY
           END-STRING.

       WRITE-EMPLOYMENT-BODY.
           MOVE WS-TM-START TO WS-DATE-IN
           PERFORM FORMAT-LONG-DATE
           MOVE WS-DATE-OUT TO WS-START-LONG
           MOVE WS-TM-END TO WS-DATE-IN
           PERFORM FORMAT-LONG-DATE
           MOVE WS-DATE-OUT TO WS-END-LONG

           MOVE SPACES TO LETTER-REC
           STRING "This letter verifies that "
                  FUNCTION TRIM(WS-FULL-NAME)
                  " was employed by"
                  DELIMITED BY SIZE INTO LETTER-REC
           END-STRING
           WRITE LETTER-REC
           MOVE SPACES TO LETTER-REC
           STRING FUNCTION TRIM(WS-JOB-COMPANY) " as "
                  FUNCTION TRIM(WS-JOB-TITLE)
                  " through an InCollege work term."
                  DELIMITED BY SIZE INTO LETTER-REC
           END-STRING
           WRITE LETTER-REC
           MOVE SPACES TO LETTER-REC
           WRITE LETTER-REC
           MOVE SPACES TO LETTER-REC
           STRING "    From:            " WS-START-LONG
                  DELIMITED BY SIZE INTO LETTER-REC
           END-STRING
           WRITE LETTER-REC
           MOVE SPACES TO LETTER-REC
           STRING "    To:              " WS-END-LONG
                  DELIMITED BY SIZE INTO LETTER-REC
           END-STRING
           WRITE LETTER-REC
           MOVE "    Status:          Completed" TO LETTER-REC
           WRITE LETTER-REC
           MOVE SPACES TO LETTER-REC
           WRITE LETTER-REC
           MOVE "The employer has confirmed the work term as complete."
                TO LETTER-REC
           WRITE LETTER-REC

           MOVE WS-TM-JOB-ID TO WS-KEY
           MOVE SPACES TO WS-SUMMARY
           STRING "Employment: " FUNCTION TRIM(WS-JOB-TITLE) ", "
                  WS-TM-START " to " WS-TM-END
                  DELIMITED BY SIZE INTO WS-SUMMARY
           END-STRING.

       WRITE-ATTENDANCE-BODY.
           MOVE SPACES TO LETTER-REC
           STRING "This letter confirms that "
                  FUNCTION TRIM(WS-FULL-NAME)
                  " attended the following InCollege"
                  DELIMITED BY SIZE INTO LETTER-REC
           END-STRING
           WRITE LETTER-REC
           MOVE "career events, checked in at the door on the day:"
                TO LETTER-REC
           WRITE LETTER-REC
           MOVE SPACES TO LETTER-REC
           WRITE LETTER-REC
           MOVE "N" TO WS-EOF
           OPEN INPUT EVENTS-FILE
           IF WS-EV-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ EVENTS-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       PERFORM WRITE-ATTENDED-EVENT
                 END-READ
              END-PERFORM
              CLOSE EVENTS-FILE
           END-IF

           MOVE WS-ATT-COUNT TO WS-KEY
           MOVE SPACES TO WS-SUMMARY
           STRING "Attendance: " WS-ATT-COUNT " event(s)"
                  DELIMITED BY SIZE INTO WS-SUMMARY
           END-STRING.

       WRITE-ATTENDED-EVENT.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-ATT-COUNT
              IF WS-ATT-ID(I) = EV-ID
                 MOVE EV-DATE TO WS-DATE-IN
                 PERFORM FORMAT-LONG-DATE
                 MOVE SPACES TO LETTER-REC
                 STRING "    " WS-DATE-OUT " "
                        FUNCTION TRIM(EV-TITLE)
                        DELIMITED BY SIZE INTO LETTER-REC
                 END-STRING
                 WRITE LETTER-REC
                 IF FUNCTION TRIM(EV-LOCATION) NOT = SPACES
                    MOVE SPACES TO LETTER-REC
                    STRING "                         "
                           FUNCTION TRIM(EV-LOCATION)
                           DELIMITED BY SIZE INTO LETTER-REC
                    END-STRING
                    WRITE LETTER-REC
                 END-IF
              END-IF
           END-PERFORM.

       WRITE-SIGNATURE.
           MOVE SPACES TO LETTER-REC
           WRITE LETTER-REC
           MOVE "Sincerely," TO LETTER-REC
           WRITE LETTER-REC
           MOVE SPACES TO LETTER-REC
           WRITE LETTER-REC
           MOVE SPACES TO LETTER-REC
           WRITE LETTER-REC
           MOVE WS-SIGNED-BY TO LETTER-REC
           WRITE LETTER-REC
           MOVE "InCollege Career Services" TO LETTER-REC
           WRITE LETTER-REC
           MOVE SPACES TO LETTER-REC
           WRITE LETTER-REC
           MOVE ALL "-" TO LETTER-REC(1:70)
           WRITE LETTER-REC
           MOVE SPACES TO LETTER-REC
           STRING "To verify this letter, quote reference " WS-REF
                  DELIMITED BY SIZE INTO LETTER-REC
           END-STRING
           WRITE LETTER-REC
           MOVE "to InCollege Career Services." TO LETTER-REC
           WRITE LETTER-REC.

       REGISTER-LETTER.
           OPEN EXTEND REGISTER-FILE
           IF WS-REG-STATUS NOT = "00"
              OPEN OUTPUT REGISTER-FILE
           END-IF
           MOVE WS-REF TO LT-REF
           MOVE WS-SUBJECT TO LT-USER
           MOVE WS-LETTER-TYPE TO LT-TYPE
           MOVE WS-KEY TO LT-KEY
           MOVE WS-TODAY TO LT-ISSUED
           MOVE WS-RECIPIENT TO LT-RECIPIENT
           MOVE WS-SIGNED-BY TO LT-SIGNED-BY
           MOVE WS-SUMMARY TO LT-SUMMARY
           WRITE REGISTER-REC
           CLOSE REGISTER-FILE.

      *> The check digit is tested first so a misread reference is
      *> reported as such rather than as "never issued".
       VERIFY-REFERENCE.
           DISPLAY "Enter the letter reference (ICL-nnnnnn-c):"
           MOVE SPACES TO WS-INPUT
           ACCEPT WS-INPUT
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-INPUT))
                TO WS-INPUT
           IF WS-INPUT(1:4) NOT = "ICL-" OR WS-INPUT(11:1) NOT = "-"
              OR WS-INPUT(5:6) IS NOT NUMERIC
              OR WS-INPUT(12:1) IS NOT NUMERIC
              DISPLAY "LETTERS: " FUNCTION TRIM(WS-INPUT)
                      " is not a letter reference."
              EXIT PARAGRAPH
           END-IF
           MOVE WS-INPUT(5:6) TO WS-REF-SEQ
           PERFORM COMPUTE-CHECK-DIGIT
           IF WS-INPUT(12:1) NOT = WS-CHECK
              DISPLAY "LETTERS: " FUNCTION TRIM(WS-INPUT)
                      " fails its check digit - it was not issued"
                      " by InCollege as written."
              EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-FOUND
           MOVE "N" TO WS-EOF
           OPEN INPUT REGISTER-FILE
           IF WS-REG-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ REGISTER-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF LT-REF = WS-INPUT(1:12)
                          MOVE "Y" TO WS-FOUND
                          MOVE "Y" TO WS-EOF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE REGISTER-FILE
           END-IF
           IF WS-FOUND NOT = "Y"
              DISPLAY "LETTERS: no letter " FUNCTION TRIM(WS-INPUT)
                      " has been issued."
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Reference " LT-REF " - genuine."
           DISPLAY "  Issued:    " LT-ISSUED
           DISPLAY "  Student:   " FUNCTION TRIM(LT-USER)
           DISPLAY "  Letter:    " FUNCTION TRIM(LT-TYPE)
           DISPLAY "  Content:   " FUNCTION TRIM(LT-SUMMARY)
           IF FUNCTION TRIM(LT-RECIPIENT) NOT = SPACES
              DISPLAY "  Addressed: " FUNCTION TRIM(LT-RECIPIENT)
           END-IF
           DISPLAY "  Signed by: " FUNCTION TRIM(LT-SIGNED-BY).

       END PROGRAM LETTERS.
