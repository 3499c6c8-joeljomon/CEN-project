      *> Standalone reporting batch job for career services, runnable
      *> by itself or as a BATCH-DRIVER step. The employer engagement
      *> scorecard career services used to piece together each spring
      *> from five separate reports, to decide who gets premium fair
      *> booth spots and who needs a relationship call. One line per
      *> employer - an employer account in data/employers.dat, or,
      *> where accounts share a recruiting team in
      *> data/employer-teams.dat, the team as a whole (a recruiter on
      *> more than one team counts toward the first listed):
      *>
      *>   postings and openings (jobs.dat), job-detail views
      *>   (job-views.dat), applications and hires (applications.dat),
      *>   median days from application to first status change (the
      *>   figure JOB-MGMT shows students), confirmed interviews
      *>   (interviews.dat), offers rescinded (offers.dat), average
      *>   company rating (company-ratings.dat), career events hosted
      *>   (events.dat), office-hours slots offered and booked slots
      *>   the student did not turn up to (office-hours.dat)
      *>
      *> Each employer gets an engagement score and is ranked on it:
      *>
      *>   3 per posting, 1 per confirmed interview, 5 per hire,
      *>   4 per event hosted, 1 per office-hours slot; 5 more for a
      *>   median response within 7 days and 5 for an average rating
      *>   of 4.0 or better; 5 off for a median response over 21
      *>   days, 5 for an average rating under 2.5 and 5 for every
      *>   offer rescinded
      *>
      *> and tiered: PREMIER (40 and over, first call on booth
      *> spots), ENGAGED (20-39), DEVELOPING (5-19) and CALL (under
      *> 5 - a relationship call is due).
      *>
      *> Given a term code on the command line (e.g. SPRING2027) only
      *> activity dated within that term on the term calendar counts
      *> (postings and offers by posting date, applications by
      *> applied date, hires by status date, views, interviews,
      *> ratings, events and slots by their own dates) and the
      *> report goes to reports/employer-scorecard-<TERM>.txt; with
      *> none, everything on file goes to
      *> reports/employer-scorecard.txt. Read-only, apart from
      *> data/employer-tiers.dat: every run replaces it with one row
      *> per recruiter account carrying its line's tier, rank and
      *> score, which BOOTH-ASSIGN reads to give fair booths out in
      *> tier order.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPLOYER-SCORECARD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TEAMS-FILE ASSIGN TO "data/employer-teams.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEAMS-STATUS.
           SELECT EMPLOYER-FILE ASSIGN TO "data/employers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMP-STATUS.
           SELECT JOBS-FILE ASSIGN TO "data/jobs.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBS-STATUS.
           SELECT VIEWLOG-FILE ASSIGN TO "data/job-views.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VIEWLOG-STATUS.
           SELECT APPLICATION-FILE ASSIGN TO "data/applications.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APP-STATUS.
           SELECT INTERVIEW-FILE ASSIGN TO "data/interviews.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IV-STATUS.
           SELECT OFFER-FILE ASSIGN TO "data/offers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OFF-STATUS.
           SELECT RATING-FILE ASSIGN TO "data/company-ratings.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.
           SELECT EVENTS-FILE ASSIGN TO "data/events.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EV-STATUS.
           SELECT HOURS-FILE ASSIGN TO "data/office-hours.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOURS-STATUS.
           SELECT REPORT-FILE ASSIGN USING WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TIER-FILE ASSIGN TO "data/employer-tiers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIER-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> data/employer-teams.dat: the same layout JOB-MGMT reads.
       FD TEAMS-FILE.
       01 TEAM-REC.
          05 TEAM-COMPANY          PIC X(50).
          05 TEAM-MEMBER           PIC X(20).

       FD EMPLOYER-FILE.
           COPY "EMPLOYERREC.cpy".

       FD JOBS-FILE.
           COPY "JOBREC.cpy".

      *> data/job-views.dat: the same layout JOB-MGMT's LOG-JOB-VIEW
      *> writes.
       FD VIEWLOG-FILE.
       01 VIEWLOG-REC.
          05 VIEW-JOB-ID           PIC 9(05).
          05 VIEW-VIEWER           PIC X(20).
          05 VIEW-DATE             PIC X(10).

       FD APPLICATION-FILE.
           COPY "APPREC.cpy".

      *> data/interviews.dat: the same layout INTERVIEWS maintains;
      *> only the leading columns are read here.
       FD INTERVIEW-FILE.
       01 INTERVIEW-REC.
          05 IV-JOB-ID             PIC 9(05).
          05 IV-EMPLOYER           PIC X(20).
          05 IV-APPLICANT          PIC X(20).
          05 IV-SLOT               PIC X(16).
          05 IV-STATUS             PIC X(10).
             88 IV-CONFIRMED           VALUE "Confirmed".
          05 FILLER                PIC X(87).

      *> data/offers.dat: the same layout MY-OFFERS maintains.
       FD OFFER-FILE.
       01 OFFER-REC.
          05 OFF-JOB-ID            PIC 9(05).
          05 OFF-EMPLOYER          PIC X(20).
          05 OFF-APPLICANT         PIC X(20).
          05 OFF-SALARY            PIC X(20).
          05 OFF-START             PIC X(10).
          05 OFF-RESPOND-BY        PIC X(10).
          05 OFF-STATUS            PIC X(10).
             88 OFF-RESCINDED          VALUE "Rescinded".

      *> data/company-ratings.dat: the same layout JOB-MGMT writes.
       FD RATING-FILE.
       01 RATING-REC.
          05 RATE-EMP-USERNAME     PIC X(20).
          05 RATE-RATER            PIC X(20).
          05 RATE-SCORE            PIC 9(01).
          05 RATE-COMMENT          PIC X(80).
          05 RATE-DATE             PIC X(10).

      *> data/events.dat: the same layout CAREER-EVENTS writes.
       FD EVENTS-FILE.
       01 EVENT-REC.
          05 EV-ID                 PIC 9(05).
          05 EV-TITLE              PIC X(50).
          05 EV-HOST               PIC X(20).
          05 EV-DATE               PIC X(10).
          05 EV-LOCATION           PIC X(50).
          05 EV-CAPACITY           PIC 9(04).
          05 EV-CHECKIN-CODE       PIC X(06).
          05 EV-CAMPUS             PIC X(06).

      *> data/office-hours.dat: the same layout OFFICE-HOURS
      *> maintains; OH-NOSHOW "N" marks a booking the student missed.
       FD HOURS-FILE.
       01 OFFICE-HOUR-REC.
          05 OH-EMPLOYER           PIC X(20).
          05 OH-SLOT               PIC X(16).
          05 OH-STUDENT            PIC X(20).
          05 OH-NOSHOW             PIC X(01).

       FD REPORT-FILE.
       01 REPORT-REC PIC X(132).

      *> data/employer-tiers.dat: the latest run's tiers, one row per
      *> recruiter account; ET-TERM is the term it was scored over
      *> (blank for everything on file).
       FD TIER-FILE.
       01 TIER-REC.
          05 ET-USERNAME           PIC X(20).
          05 ET-TIER               PIC X(10).
          05 ET-RANK               PIC 9(04).
          05 ET-SCORE              PIC S9(05) SIGN LEADING SEPARATE.
          05 ET-TERM               PIC X(10).

       WORKING-STORAGE SECTION.
       77 WS-TEAMS-STATUS    PIC XX.
       77 WS-EMP-STATUS      PIC XX.
       77 WS-JOBS-STATUS     PIC XX.
       77 WS-VIEWLOG-STATUS  PIC XX.
       77 WS-APP-STATUS      PIC XX.
       77 WS-IV-STATUS       PIC XX.
       77 WS-OFF-STATUS      PIC XX.
       77 WS-RATE-STATUS     PIC XX.
       77 WS-EV-STATUS       PIC XX.
       77 WS-HOURS-STATUS    PIC XX.
       77 WS-TIER-STATUS     PIC XX.
       77 WS-EOF             PIC X VALUE "N".
       77 WS-REPORT-LINE     PIC X(132).
       77 WS-REPORT-PATH     PIC X(60).
       77 WS-ARG             PIC X(80).
       77 WS-TERM-OK         PIC X VALUE "Y".
       77 WS-IN-TERM         PIC X VALUE "Y".
       77 WS-CHECK-DATE      PIC X(10).
       77 WS-TC-COMMAND      PIC X(10) VALUE "LOOKUP".
       77 WS-TC-CODE         PIC X(10) VALUE SPACES.
       77 WS-TC-START        PIC X(10).
       77 WS-TC-END          PIC X(10).
       77 WS-TC-RESULT       PIC X(10).
       77 WS-LOOKUP-USER     PIC X(20).
       77 WS-LOOKUP-JOB      PIC 9(05).
       77 WS-FOUND           PIC X VALUE "N".
       77 WS-UNIT-KEY        PIC X(50).
       77 WS-UNIT-NAME       PIC X(50).
       77 WS-UNIT-IS-TEAM    PIC X VALUE "N".
       77 U                  PIC 9(04).
       77 M                  PIC 9(04).
       77 J                  PIC 9(04).
       77 R                  PIC 9(04).
       77 N                  PIC 9(04).
       77 WS-SWAP            PIC 9(04).
       77 WS-DATE-IN         PIC X(10).
       77 WS-DATE-STR        PIC X(08).
       77 WS-DATE-NUM        PIC 9(08).
       77 WS-DATE-INT        PIC S9(8) COMP.
       77 WS-APPLIED-INT     PIC S9(8) COMP.
       77 WS-DAYS            PIC S9(5) COMP.
       77 WS-MED-COUNT       PIC 9(04).
       77 WS-MED-MID         PIC 9(04).
       77 WS-MED-SWAP        PIC 9(04).
       77 WS-SCORE           PIC S9(05).
       77 WS-UNIT-TOTAL-DISP PIC Z(3)9.

      *> Every recruiter account mapped to the scorecard line it
      *> counts toward.
       77 WS-MEMBER-COUNT    PIC 9(04) VALUE 0.
       01 WS-MEMBER-TABLE.
          05 WS-MEMBER-ENTRY OCCURS 1000 TIMES.
             10 WS-M-USER        PIC X(20).
             10 WS-M-UNIT        PIC 9(04).

      *> Every posting mapped to its line, with whether it was
      *> opened in the term.
       77 WS-JOB-COUNT       PIC 9(04) VALUE 0.
       01 WS-JOB-TABLE.
          05 WS-JOB-ENTRY OCCURS 3000 TIMES.
             10 WS-J-ID          PIC 9(05).
             10 WS-J-UNIT        PIC 9(04).
             10 WS-J-IN-TERM     PIC X(01).

      *> Days from application to first status change, one entry
      *> per answered application, for the per-line medians.
       77 WS-RSP-COUNT       PIC 9(04) VALUE 0.
       01 WS-RSP-TABLE.
          05 WS-RSP-ENTRY OCCURS 5000 TIMES.
             10 WS-R-UNIT        PIC 9(04).
             10 WS-R-DAYS        PIC 9(04).
       01 WS-MED-TABLE.
          05 WS-MED-VALUE PIC 9(04) OCCURS 5000 TIMES.

      *> One scorecard line per employer or team.
       77 WS-UNIT-COUNT      PIC 9(04) VALUE 0.
       01 WS-UNIT-TABLE.
          05 WS-UNIT-ENTRY OCCURS 500 TIMES.
             10 WS-U-KEY         PIC X(50).
             10 WS-U-NAME        PIC X(50).
             10 WS-U-TEAM        PIC X(01).
             10 WS-U-POSTINGS    PIC 9(05).
             10 WS-U-OPENINGS    PIC 9(05).
             10 WS-U-VIEWS       PIC 9(07).
             10 WS-U-APPS        PIC 9(06).
             10 WS-U-MEDIAN      PIC 9(04).
             10 WS-U-ANSWERED    PIC 9(05).
             10 WS-U-INTERVIEWS  PIC 9(05).
             10 WS-U-HIRES       PIC 9(05).
             10 WS-U-RESCINDED   PIC 9(04).
             10 WS-U-RATE-SUM    PIC 9(06).
             10 WS-U-RATE-COUNT  PIC 9(05).
             10 WS-U-RATE-AVG    PIC 9V9.
             10 WS-U-EVENTS      PIC 9(04).
             10 WS-U-SLOTS       PIC 9(05).
             10 WS-U-NOSHOWS     PIC 9(04).
             10 WS-U-SCORE       PIC S9(05).
             10 WS-U-TIER        PIC X(10).
       01 WS-RANK-TABLE.
          05 WS-RANK-UNIT PIC 9(04) OCCURS 500 TIMES.

       01 WS-TIER-COUNTS.
          05 WS-TIER-PREMIER    PIC 9(04) VALUE 0.
          05 WS-TIER-ENGAGED    PIC 9(04) VALUE 0.
          05 WS-TIER-DEVELOPING PIC 9(04) VALUE 0.
          05 WS-TIER-CALL       PIC 9(04) VALUE 0.

       01 WS-HEAD-LINE-1.
          05 FILLER PIC X(05) VALUE "Rank ".
          05 FILLER PIC X(32) VALUE "Employer".
          05 FILLER PIC X(10) VALUE "Tier".
          05 FILLER PIC X(05) VALUE "Score".
          05 FILLER PIC X(06) VALUE " Posts".
          05 FILLER PIC X(06) VALUE " Opens".
          05 FILLER PIC X(07) VALUE "  Views".
          05 FILLER PIC X(05) VALUE " Apps".
          05 FILLER PIC X(08) VALUE " MedDays".
          05 FILLER PIC X(05) VALUE " Ivws".
          05 FILLER PIC X(06) VALUE " Hires".
          05 FILLER PIC X(05) VALUE " Resc".
          05 FILLER PIC X(07) VALUE " Rating".
          05 FILLER PIC X(07) VALUE " Events".
          05 FILLER PIC X(06) VALUE " Slots".
          05 FILLER PIC X(07) VALUE " NoShow".
       01 WS-DETAIL-LINE.
          05 DL-RANK         PIC ZZZ9.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 DL-NAME         PIC X(31).
          05 FILLER          PIC X(01) VALUE SPACE.
          05 DL-TIER         PIC X(10).
          05 DL-SCORE        PIC -(4)9.
          05 DL-POSTINGS     PIC Z(5)9.
          05 DL-OPENINGS     PIC Z(5)9.
          05 DL-VIEWS        PIC Z(6)9.
          05 DL-APPS         PIC Z(4)9.
          05 FILLER          PIC X(03) VALUE SPACES.
          05 DL-MEDIAN       PIC X(05).
          05 DL-INTERVIEWS   PIC Z(4)9.
          05 DL-HIRES        PIC Z(5)9.
          05 DL-RESCINDED    PIC Z(4)9.
          05 FILLER          PIC X(04) VALUE SPACES.
          05 DL-RATING       PIC X(03).
          05 DL-EVENTS       PIC Z(6)9.
          05 DL-SLOTS        PIC Z(5)9.
          05 DL-NOSHOWS      PIC Z(6)9.
       77 WS-MEDIAN-DISP     PIC ZZZ9.
       77 WS-RATING-DISP     PIC 9.9.

           COPY "REGIONINF.cpy".
           COPY "RPTINF.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL "REGION-CONFIG" USING REGION-INFO
           IF RI-RESULT NOT = "OK"
              GOBACK
           END-IF

           PERFORM PICK-TERM
           IF WS-TERM-OK = "N"
              GOBACK
           END-IF

           PERFORM LOAD-TEAMS
           PERFORM LOAD-EMPLOYERS
           PERFORM TALLY-POSTINGS
           PERFORM TALLY-VIEWS
           PERFORM TALLY-APPLICATIONS
           PERFORM TALLY-INTERVIEWS
           PERFORM TALLY-OFFERS
           PERFORM TALLY-RATINGS
           PERFORM TALLY-EVENTS
           PERFORM TALLY-OFFICE-HOURS
           PERFORM VARYING U FROM 1 BY 1 UNTIL U > WS-UNIT-COUNT
              PERFORM SCORE-ONE-UNIT
           END-PERFORM
           PERFORM RANK-UNITS
           PERFORM WRITE-TIER-FILE

           OPEN OUTPUT REPORT-FILE
           MOVE "InCollege employer engagement scorecard"
              TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "===================================================="
              TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-TERM-HEADING
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           IF WS-UNIT-COUNT = 0
              MOVE "No employer accounts on file." TO WS-REPORT-LINE
              PERFORM WRITE-REPORT-LINE
           ELSE
              MOVE WS-HEAD-LINE-1 TO WS-REPORT-LINE
              PERFORM WRITE-REPORT-LINE
              PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-UNIT-COUNT
                 PERFORM WRITE-ONE-UNIT
              END-PERFORM
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "PREMIER: " WS-TIER-PREMIER
                  "  ENGAGED: " WS-TIER-ENGAGED
                  "  DEVELOPING: " WS-TIER-DEVELOPING
                  "  CALL: " WS-TIER-CALL
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE "Tiers: PREMIER 40+ (booth priority), ENGAGED 20-39, "
                & "DEVELOPING 5-19, CALL under 5 (relationship call)."
                TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           CLOSE REPORT-FILE

           MOVE WS-REPORT-PATH TO RPI-PATH
           MOVE "EMPLOYER-SCORECARD" TO RPI-REPORT-ID
           MOVE "Employer engagement scorecard" TO RPI-TITLE
           MOVE "all activity on file" TO RPI-SELECTION
           IF WS-TC-CODE NOT = SPACES
              MOVE SPACES TO RPI-SELECTION
              STRING "term " FUNCTION TRIM(WS-TC-CODE) ", "
                     WS-TC-START " to " WS-TC-END
                     DELIMITED BY SIZE INTO RPI-SELECTION
              END-STRING
           END-IF
           MOVE WS-UNIT-COUNT TO RPI-RECORDS
           MOVE "employers scored" TO RPI-RECORD-NOUN
           CALL "REPORT-FORMAT" USING REPORT-PAGE-INFO

           MOVE WS-UNIT-COUNT TO WS-UNIT-TOTAL-DISP
           DISPLAY "EMPLOYER-SCORECARD: "
                   FUNCTION TRIM(WS-UNIT-TOTAL-DISP)
                   " employer(s) scored; written to "
                   FUNCTION TRIM(WS-REPORT-PATH) "."
           GOBACK.

      *> A term code on the command line scopes the scorecard to
      *> activity dated within that term's dates on the calendar.
       PICK-TERM.
           MOVE "reports/employer-scorecard.txt" TO WS-REPORT-PATH
           MOVE SPACES TO WS-ARG
           ACCEPT WS-ARG FROM COMMAND-LINE
           IF WS-ARG = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE WS-ARG TO WS-TC-CODE
           CALL "TERM-CALENDAR" USING WS-TC-COMMAND WS-TC-CODE
                WS-TC-START WS-TC-END WS-TC-RESULT
           IF WS-TC-RESULT = "NOTFOUND"
              DISPLAY "EMPLOYER-SCORECARD: term "
                      FUNCTION TRIM(WS-ARG)
                      " is not on the term calendar."
              MOVE "N" TO WS-TERM-OK
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-REPORT-PATH
           STRING "reports/employer-scorecard-"
                  FUNCTION TRIM(WS-TC-CODE)
                  ".txt" DELIMITED BY SIZE INTO WS-REPORT-PATH
           END-STRING.

       WRITE-TERM-HEADING.
           IF WS-TC-CODE = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Term " FUNCTION TRIM(WS-TC-CODE) ": "
                  WS-TC-START " to " WS-TC-END
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE.

      *> WS-IN-TERM is Y when no term is in force or WS-CHECK-DATE
      *> falls inside it.
       CHECK-IN-TERM.
           MOVE "Y" TO WS-IN-TERM
           IF WS-TC-CODE NOT = SPACES
              IF WS-CHECK-DATE < WS-TC-START OR
                 WS-CHECK-DATE > WS-TC-END
                 MOVE "N" TO WS-IN-TERM
              END-IF
           END-IF.

      *> Team members first, so an account on a team scores with it.
       LOAD-TEAMS.
           MOVE "N" TO WS-EOF
           OPEN INPUT TEAMS-FILE
           IF WS-TEAMS-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
              READ TEAMS-FILE
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    MOVE TEAM-MEMBER TO WS-LOOKUP-USER
                    PERFORM FIND-MEMBER
                    IF WS-FOUND = "N" AND TEAM-MEMBER NOT = SPACES
                       MOVE TEAM-COMPANY TO WS-UNIT-KEY
                       MOVE TEAM-COMPANY TO WS-UNIT-NAME
                       MOVE "Y" TO WS-UNIT-IS-TEAM
                       PERFORM FIND-OR-ADD-UNIT
                       PERFORM ADD-MEMBER
                    END-IF
              END-READ
           END-PERFORM
           CLOSE TEAMS-FILE.

       LOAD-EMPLOYERS.
           MOVE "N" TO WS-EOF
           OPEN INPUT EMPLOYER-FILE
           IF WS-EMP-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
              READ EMPLOYER-FILE
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    MOVE EMP-USERNAME TO WS-LOOKUP-USER
                    PERFORM FIND-MEMBER
                    IF WS-FOUND = "N" AND EMP-USERNAME NOT = SPACES
                       MOVE EMP-USERNAME TO WS-UNIT-KEY
                       MOVE EMP-COMPANY-NAME TO WS-UNIT-NAME
                       IF WS-UNIT-NAME = SPACES
                          MOVE EMP-USERNAME TO WS-UNIT-NAME
                       END-IF
                       MOVE "N" TO WS-UNIT-IS-TEAM
                       PERFORM FIND-OR-ADD-UNIT
                       PERFORM ADD-MEMBER
                    END-IF
              END-READ
           END-PERFORM
           CLOSE EMPLOYER-FILE.

      *> WS-LOOKUP-USER to its line in M / WS-FOUND.
       FIND-MEMBER.
           MOVE "N" TO WS-FOUND
           PERFORM VARYING M FROM 1 BY 1
                   UNTIL M > WS-MEMBER-COUNT OR WS-FOUND = "Y"
              IF WS-M-USER(M) = WS-LOOKUP-USER
                 MOVE "Y" TO WS-FOUND
              END-IF
           END-PERFORM
           IF WS-FOUND = "Y"
              SUBTRACT 1 FROM M
              MOVE WS-M-UNIT(M) TO U
           END-IF.

       ADD-MEMBER.
           IF WS-MEMBER-COUNT < 1000 AND U > 0
              ADD 1 TO WS-MEMBER-COUNT
              MOVE WS-LOOKUP-USER TO WS-M-USER(WS-MEMBER-COUNT)
              MOVE U TO WS-M-UNIT(WS-MEMBER-COUNT)
           END-IF.

      *> WS-UNIT-KEY to its line in U, added with zero counts when
      *> new; U is zero when the table is full.
       FIND-OR-ADD-UNIT.
           MOVE "N" TO WS-FOUND
           PERFORM VARYING U FROM 1 BY 1
                   UNTIL U > WS-UNIT-COUNT OR WS-FOUND = "Y"
              IF WS-U-KEY(U) = WS-UNIT-KEY AND
                 WS-U-TEAM(U) = WS-UNIT-IS-TEAM
                 MOVE "Y" TO WS-FOUND
              END-IF
           END-PERFORM
           IF WS-FOUND = "Y"
              SUBTRACT 1 FROM U
              EXIT PARAGRAPH
           END-IF
           IF WS-UNIT-COUNT >= 500
              MOVE 0 TO U
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-UNIT-COUNT
           MOVE WS-UNIT-COUNT TO U
           INITIALIZE WS-UNIT-ENTRY(U)
           MOVE WS-UNIT-KEY TO WS-U-KEY(U)
           MOVE WS-UNIT-NAME TO WS-U-NAME(U)
           MOVE WS-UNIT-IS-TEAM TO WS-U-TEAM(U).

      *> A poster with no employer profile (bulk imports) still gets
      *> a line of their own.
       TALLY-POSTINGS.
           MOVE "N" TO WS-EOF
           OPEN INPUT JOBS-FILE
           IF WS-JOBS-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
              READ JOBS-FILE
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    PERFORM TALLY-ONE-POSTING
              END-READ
           END-PERFORM
           CLOSE JOBS-FILE.

       TALLY-ONE-POSTING.
           MOVE JOB-POSTER TO WS-LOOKUP-USER
           PERFORM FIND-MEMBER
           IF WS-FOUND = "N"
              MOVE JOB-POSTER TO WS-UNIT-KEY
              MOVE JOB-POSTER TO WS-UNIT-NAME
              MOVE "N" TO WS-UNIT-IS-TEAM
              PERFORM FIND-OR-ADD-UNIT
              PERFORM ADD-MEMBER
           END-IF
           IF U = 0 OR WS-JOB-COUNT >= 3000
              EXIT PARAGRAPH
           END-IF
           MOVE JOB-POSTED-DATE TO WS-CHECK-DATE
           PERFORM CHECK-IN-TERM
           ADD 1 TO WS-JOB-COUNT
           MOVE JOB-ID TO WS-J-ID(WS-JOB-COUNT)
           MOVE U TO WS-J-UNIT(WS-JOB-COUNT)
           MOVE WS-IN-TERM TO WS-J-IN-TERM(WS-JOB-COUNT)
           IF WS-IN-TERM = "Y"
              ADD 1 TO WS-U-POSTINGS(U)
              IF JOB-OPENINGS = 0
                 ADD 1 TO WS-U-OPENINGS(U)
              ELSE
                 ADD JOB-OPENINGS TO WS-U-OPENINGS(U)
              END-IF
           END-IF.

      *> WS-LOOKUP-JOB to its line in U (zero when not on file) and
      *> its posting's in-term flag in WS-IN-TERM.
       FIND-JOB-UNIT.
           MOVE 0 TO U
           MOVE "N" TO WS-FOUND
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > WS-JOB-COUNT OR WS-FOUND = "Y"
              IF WS-J-ID(J) = WS-LOOKUP-JOB
                 MOVE "Y" TO WS-FOUND
              END-IF
           END-PERFORM
           IF WS-FOUND = "Y"
              SUBTRACT 1 FROM J
              MOVE WS-J-UNIT(J) TO U
              MOVE WS-J-IN-TERM(J) TO WS-IN-TERM
           END-IF.

       TALLY-VIEWS.
           MOVE "N" TO WS-EOF
           OPEN INPUT VIEWLOG-FILE
           IF WS-VIEWLOG-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
              READ VIEWLOG-FILE
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    MOVE VIEW-JOB-ID TO WS-LOOKUP-JOB
                    PERFORM FIND-JOB-UNIT
                    MOVE VIEW-DATE TO WS-CHECK-DATE
                    PERFORM CHECK-IN-TERM
                    IF U > 0 AND WS-IN-TERM = "Y"
                       ADD 1 TO WS-U-VIEWS(U)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE VIEWLOG-FILE.

      *> An application counts in the term it was made (older rows
      *> without an applied date fall back to the status date), a
      *> hire in the term the Hired status was set; the response
      *> figure follows JOB-MGMT's - rows still in Applied, or with
      *> no applied date, drop out.
       TALLY-APPLICATIONS.
           MOVE "N" TO WS-EOF
           OPEN INPUT APPLICATION-FILE
           IF WS-APP-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
              READ APPLICATION-FILE
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    MOVE APP-JOB-ID TO WS-LOOKUP-JOB
                    PERFORM FIND-JOB-UNIT
                    IF U > 0
                       PERFORM TALLY-ONE-APPLICATION
                    END-IF
              END-READ
           END-PERFORM
           CLOSE APPLICATION-FILE.

       TALLY-ONE-APPLICATION.
           IF APP-APPLIED-DATE = SPACES
              MOVE APP-STATUS-DATE TO WS-CHECK-DATE
           ELSE
              MOVE APP-APPLIED-DATE TO WS-CHECK-DATE
           END-IF
           PERFORM CHECK-IN-TERM
           IF WS-IN-TERM = "Y"
              ADD 1 TO WS-U-APPS(U)
              IF NOT APP-STATUS-APPLIED AND
                 APP-APPLIED-DATE NOT = SPACES
                 PERFORM TALLY-ONE-RESPONSE
              END-IF
           END-IF
           IF APP-STATUS-HIRED
              MOVE APP-STATUS-DATE TO WS-CHECK-DATE
              PERFORM CHECK-IN-TERM
              IF WS-IN-TERM = "Y"
                 ADD 1 TO WS-U-HIRES(U)
              END-IF
           END-IF.

       TALLY-ONE-RESPONSE.
           MOVE APP-APPLIED-DATE TO WS-DATE-IN
           PERFORM DATE-TO-INT
           MOVE WS-DATE-INT TO WS-APPLIED-INT
           MOVE APP-STATUS-DATE TO WS-DATE-IN
           PERFORM DATE-TO-INT
           IF WS-APPLIED-INT = 0 OR WS-DATE-INT = 0
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DAYS = WS-DATE-INT - WS-APPLIED-INT
           IF WS-DAYS >= 0 AND WS-RSP-COUNT < 5000
              ADD 1 TO WS-RSP-COUNT
              MOVE U TO WS-R-UNIT(WS-RSP-COUNT)
              MOVE WS-DAYS TO WS-R-DAYS(WS-RSP-COUNT)
              ADD 1 TO WS-U-ANSWERED(U)
           END-IF.

       TALLY-INTERVIEWS.
           MOVE "N" TO WS-EOF
           OPEN INPUT INTERVIEW-FILE
           IF WS-IV-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
              READ INTERVIEW-FILE
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    MOVE IV-JOB-ID TO WS-LOOKUP-JOB
                    PERFORM FIND-JOB-UNIT
                    MOVE IV-SLOT(1:10) TO WS-CHECK-DATE
                    PERFORM CHECK-IN-TERM
                    IF U > 0 AND WS-IN-TERM = "Y" AND IV-CONFIRMED
                       ADD 1 TO WS-U-INTERVIEWS(U)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE INTERVIEW-FILE.

      *> Offers carry no date of their own; they count with their
      *> posting's term.
       TALLY-OFFERS.
           MOVE "N" TO WS-EOF
           OPEN INPUT OFFER-FILE
           IF WS-OFF-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
              READ OFFER-FILE
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    MOVE OFF-JOB-ID TO WS-LOOKUP-JOB
                    PERFORM FIND-JOB-UNIT
                    IF U > 0 AND WS-IN-TERM = "Y" AND OFF-RESCINDED
                       ADD 1 TO WS-U-RESCINDED(U)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE OFFER-FILE.

       TALLY-RATINGS.
           MOVE "N" TO WS-EOF
           OPEN INPUT RATING-FILE
           IF WS-RATE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
              READ RATING-FILE
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    MOVE RATE-EMP-USERNAME TO WS-LOOKUP-USER
                    PERFORM FIND-MEMBER
                    MOVE RATE-DATE TO WS-CHECK-DATE
                    PERFORM CHECK-IN-TERM
                    IF WS-FOUND = "Y" AND WS-IN-TERM = "Y"
                       ADD RATE-SCORE TO WS-U-RATE-SUM(U)
                       ADD 1 TO WS-U-RATE-COUNT(U)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE RATING-FILE.

      *> Only events hosted from a recruiter account count; events
      *> career services staff host themselves are left out.
       TALLY-EVENTS.
           MOVE "N" TO WS-EOF
           OPEN INPUT EVENTS-FILE
           IF WS-EV-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
              READ EVENTS-FILE
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    MOVE EV-HOST TO WS-LOOKUP-USER
                    PERFORM FIND-MEMBER
                    MOVE EV-DATE TO WS-CHECK-DATE
                    PERFORM CHECK-IN-TERM
                    IF WS-FOUND = "Y" AND WS-IN-TERM = "Y"
                       ADD 1 TO WS-U-EVENTS(U)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE EVENTS-FILE.

       TALLY-OFFICE-HOURS.
           MOVE "N" TO WS-EOF
           OPEN INPUT HOURS-FILE
           IF WS-HOURS-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
              READ HOURS-FILE
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    MOVE OH-EMPLOYER TO WS-LOOKUP-USER
                    PERFORM FIND-MEMBER
                    MOVE OH-SLOT(1:10) TO WS-CHECK-DATE
                    PERFORM CHECK-IN-TERM
                    IF WS-FOUND = "Y" AND WS-IN-TERM = "Y"
                       ADD 1 TO WS-U-SLOTS(U)
                       IF OH-STUDENT NOT = SPACES AND
                          OH-NOSHOW = "N"
                          ADD 1 TO WS-U-NOSHOWS(U)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE HOURS-FILE.

      *> Median response, average rating, score and tier for line U.
       SCORE-ONE-UNIT.
           MOVE 0 TO WS-U-MEDIAN(U)
           IF WS-U-ANSWERED(U) > 0
              PERFORM FIND-UNIT-MEDIAN
           END-IF
           MOVE 0 TO WS-U-RATE-AVG(U)
           IF WS-U-RATE-COUNT(U) > 0
              COMPUTE WS-U-RATE-AVG(U) ROUNDED =
                  WS-U-RATE-SUM(U) / WS-U-RATE-COUNT(U)
           END-IF

           COMPUTE WS-SCORE = 3 * WS-U-POSTINGS(U)
                            + WS-U-INTERVIEWS(U)
                            + 5 * WS-U-HIRES(U)
                            + 4 * WS-U-EVENTS(U)
                            + WS-U-SLOTS(U)
                            - 5 * WS-U-RESCINDED(U)
           IF WS-U-ANSWERED(U) > 0
              IF WS-U-MEDIAN(U) <= 7
                 ADD 5 TO WS-SCORE
              END-IF
              IF WS-U-MEDIAN(U) > 21
                 SUBTRACT 5 FROM WS-SCORE
              END-IF
           END-IF
           IF WS-U-RATE-COUNT(U) > 0
              IF WS-U-RATE-AVG(U) >= 4.0
                 ADD 5 TO WS-SCORE
              END-IF
              IF WS-U-RATE-AVG(U) < 2.5
                 SUBTRACT 5 FROM WS-SCORE
              END-IF
           END-IF
           MOVE WS-SCORE TO WS-U-SCORE(U)

           EVALUATE TRUE
              WHEN WS-SCORE >= 40
                 MOVE "PREMIER" TO WS-U-TIER(U)
                 ADD 1 TO WS-TIER-PREMIER
              WHEN WS-SCORE >= 20
                 MOVE "ENGAGED" TO WS-U-TIER(U)
                 ADD 1 TO WS-TIER-ENGAGED
              WHEN WS-SCORE >= 5
                 MOVE "DEVELOPING" TO WS-U-TIER(U)
                 ADD 1 TO WS-TIER-DEVELOPING
              WHEN OTHER
                 MOVE "CALL" TO WS-U-TIER(U)
                 ADD 1 TO WS-TIER-CALL
           END-EVALUATE.

      *> The same exchange sort JOB-MGMT's SHOW-RESPONSIVENESS uses.
       FIND-UNIT-MEDIAN.
           MOVE 0 TO WS-MED-COUNT
           PERFORM VARYING N FROM 1 BY 1 UNTIL N > WS-RSP-COUNT
              IF WS-R-UNIT(N) = U
                 ADD 1 TO WS-MED-COUNT
                 MOVE WS-R-DAYS(N) TO WS-MED-VALUE(WS-MED-COUNT)
              END-IF
           END-PERFORM
           IF WS-MED-COUNT = 0
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING M FROM 1 BY 1 UNTIL M >= WS-MED-COUNT
              PERFORM VARYING N FROM 1 BY 1 UNTIL N >= WS-MED-COUNT
                 IF WS-MED-VALUE(N) > WS-MED-VALUE(N + 1)
                    MOVE WS-MED-VALUE(N) TO WS-MED-SWAP
                    MOVE WS-MED-VALUE(N + 1) TO WS-MED-VALUE(N)
                    MOVE WS-MED-SWAP TO WS-MED-VALUE(N + 1)
                 END-IF
              END-PERFORM
           END-PERFORM
           COMPUTE WS-MED-MID = (WS-MED-COUNT + 1) / 2
           MOVE WS-MED-VALUE(WS-MED-MID) TO WS-U-MEDIAN(U).

      *> Highest score first; ties keep file order.
       RANK-UNITS.
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-UNIT-COUNT
              MOVE R TO WS-RANK-UNIT(R)
           END-PERFORM
           PERFORM VARYING M FROM 1 BY 1 UNTIL M >= WS-UNIT-COUNT
              PERFORM VARYING N FROM 1 BY 1 UNTIL N >= WS-UNIT-COUNT
                 IF WS-U-SCORE(WS-RANK-UNIT(N)) <
                    WS-U-SCORE(WS-RANK-UNIT(N + 1))
                    MOVE WS-RANK-UNIT(N) TO WS-SWAP
                    MOVE WS-RANK-UNIT(N + 1) TO WS-RANK-UNIT(N)
                    MOVE WS-SWAP TO WS-RANK-UNIT(N + 1)
                 END-IF
              END-PERFORM
           END-PERFORM.

       WRITE-ONE-UNIT.
           MOVE WS-RANK-UNIT(R) TO U
           MOVE R TO DL-RANK
           MOVE SPACES TO DL-NAME
           IF WS-U-TEAM(U) = "Y"
              STRING "Team " FUNCTION TRIM(WS-U-NAME(U))
                     DELIMITED BY SIZE INTO DL-NAME
              END-STRING
           ELSE
              MOVE WS-U-NAME(U) TO DL-NAME
           END-IF
           MOVE WS-U-TIER(U) TO DL-TIER
           MOVE WS-U-SCORE(U) TO DL-SCORE
           MOVE WS-U-POSTINGS(U) TO DL-POSTINGS
           MOVE WS-U-OPENINGS(U) TO DL-OPENINGS
           MOVE WS-U-VIEWS(U) TO DL-VIEWS
           MOVE WS-U-APPS(U) TO DL-APPS
           IF WS-U-ANSWERED(U) > 0
              MOVE WS-U-MEDIAN(U) TO WS-MEDIAN-DISP
              MOVE WS-MEDIAN-DISP TO DL-MEDIAN
           ELSE
              MOVE "    -" TO DL-MEDIAN
           END-IF
           MOVE WS-U-INTERVIEWS(U) TO DL-INTERVIEWS
           MOVE WS-U-HIRES(U) TO DL-HIRES
           MOVE WS-U-RESCINDED(U) TO DL-RESCINDED
           IF WS-U-RATE-COUNT(U) > 0
              MOVE WS-U-RATE-AVG(U) TO WS-RATING-DISP
              MOVE WS-RATING-DISP TO DL-RATING
           ELSE
              MOVE "  -" TO DL-RATING
           END-IF
           MOVE WS-U-EVENTS(U) TO DL-EVENTS
           MOVE WS-U-SLOTS(U) TO DL-SLOTS
           MOVE WS-U-NOSHOWS(U) TO DL-NOSHOWS
           MOVE WS-DETAIL-LINE TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

      *> Each line's tier under every account that counts toward
      *> it, in rank order.
       WRITE-TIER-FILE.
           OPEN OUTPUT TIER-FILE
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-UNIT-COUNT
              MOVE WS-RANK-UNIT(R) TO U
              PERFORM VARYING M FROM 1 BY 1 UNTIL M > WS-MEMBER-COUNT
                 IF WS-M-UNIT(M) = U
                    MOVE WS-M-USER(M) TO ET-USERNAME
                    MOVE WS-U-TIER(U) TO ET-TIER
                    MOVE R TO ET-RANK
                    MOVE WS-U-SCORE(U) TO ET-SCORE
                    MOVE WS-TC-CODE TO ET-TERM
                    WRITE TIER-REC
                 END-IF
              END-PERFORM
           END-PERFORM
           CLOSE TIER-FILE.

      *> WS-DATE-IN (YYYY-MM-DD) to a day number; zero if unreadable.
       DATE-TO-INT.
           MOVE 0 TO WS-DATE-INT
           MOVE SPACES TO WS-DATE-STR
           STRING WS-DATE-IN(1:4) WS-DATE-IN(6:2) WS-DATE-IN(9:2)
                  DELIMITED BY SIZE INTO WS-DATE-STR
           END-STRING
           IF WS-DATE-STR IS NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           MOVE WS-DATE-STR TO WS-DATE-NUM
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).

       WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC.

       END PROGRAM EMPLOYER-SCORECARD.
