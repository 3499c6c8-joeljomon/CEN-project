      *> "My Search Stats" screen, reached from the job menu.
      *> A student's own job search in numbers, built from their
      *> applications.dat rows: applications by status, response
      *> rate, median days from applying to the first status change,
      *> interview and offer conversion, and the reasons given when
      *> they were turned down (data/rejection-reasons.dat). Each
      *> figure sits beside the campus average for students with the
      *> same major and graduating year, read from the summary the
      *> nightly SEARCH-STATS batch leaves in
      *> data/search-stats-summary.dat rather than scanned live.
      *> Interviews and offers are read the way SEARCH-STATS reads
      *> them, so the two columns measure the same thing. Read-only.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MY-SEARCH-STATS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROFILE-FILE ASSIGN TO "data/profiles.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROF-STATUS.
           SELECT APPLICATION-FILE ASSIGN TO "data/applications.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APP-STATUS.
           SELECT INTERVIEW-FILE ASSIGN TO "data/interviews.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IVW-STATUS.
           SELECT OFFER-FILE ASSIGN TO "data/offers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OFF-STATUS.
           SELECT REASON-FILE ASSIGN TO "data/rejection-reasons.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RJ-STATUS.
           SELECT SUMMARY-FILE
               ASSIGN TO "data/search-stats-summary.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PROFILE-FILE.
           COPY "PROFREC.cpy".

       FD APPLICATION-FILE.
           COPY "APPREC.cpy".

      *> data/interviews.dat: the same layout JOB-MGMT writes.
       FD INTERVIEW-FILE.
       01 INTERVIEW-REC.
          05 IV-JOB-ID             PIC 9(05).
          05 IV-EMPLOYER           PIC X(20).
          05 IV-APPLICANT          PIC X(20).
          05 IV-SLOT               PIC X(16).
          05 IV-STATUS             PIC X(10).
             88 IV-DECLINED            VALUE "Declined".
          05 IV-ROUND              PIC X(02).
          05 IV-ROUND-TYPE         PIC X(12).
          05 IV-OUTCOME            PIC X(10).
          05 IV-SCORE              PIC X(03).
          05 IV-COMMENT            PIC X(60).

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

      *> data/rejection-reasons.dat: the same layout JOB-MGMT writes.
       FD REASON-FILE.
       01 REJECT-REASON-REC.
          05 RJ-JOB-ID     PIC 9(05).
          05 RJ-APPLICANT  PIC X(20).
          05 RJ-CODE       PIC X(02).
          05 RJ-TEXT       PIC X(25).
          05 RJ-DATE       PIC X(10).

       FD SUMMARY-FILE.
       01 SUMMARY-FILE-REC PIC X(131).

       WORKING-STORAGE SECTION.
      *> data/search-stats-summary.dat: the same layout SEARCH-STATS
      *> writes. Read into here so the matched row outlasts the
      *> close.
       01 SUMMARY-REC.
          05 SS-MAJOR          PIC X(50).
          05 SS-GRAD-YEAR      PIC 9(04).
          05 SS-STUDENTS       PIC 9(05).
          05 SS-APPS-AVG       PIC 9(03)V9.
          05 SS-STATUS-AVG     PIC 9(03)V9 OCCURS 5 TIMES.
          05 SS-RESPONSE-PCT   PIC 9(03).
          05 SS-MEDIAN-DAYS    PIC 9(04).
          05 SS-MEDIAN-N       PIC 9(05).
          05 SS-INTERVIEW-PCT  PIC 9(03).
          05 SS-OFFER-PCT      PIC 9(03).
          05 SS-REJECTS        PIC 9(05).
          05 SS-REASON-PCT     PIC 9(03) OCCURS 5 TIMES.
          05 SS-BUILT-DATE     PIC X(10).

       77 WS-PROF-STATUS     PIC XX.
       77 WS-APP-STATUS      PIC XX.
       77 WS-IVW-STATUS      PIC XX.
       77 WS-OFF-STATUS      PIC XX.
       77 WS-RJ-STATUS       PIC XX.
       77 WS-SUM-STATUS      PIC XX.
       77 WS-EOF             PIC X VALUE "N".
       77 WS-COMMAND         PIC X(20).
       77 WS-LINE            PIC X(500).
       77 WS-SX-COMMAND      PIC X(10).
       77 WS-MSG-ID          PIC X(12).
       77 WS-HAVE-PROFILE    PIC X VALUE "N".
       77 WS-HAVE-CAMPUS     PIC X VALUE "N".
       77 WS-MY-MAJOR        PIC X(50).
       77 WS-MY-YEAR         PIC 9(04).
       77 WS-MY-APPS         PIC 9(05) VALUE 0.
       77 WS-MY-RESPONDED    PIC 9(05) VALUE 0.
       77 WS-MY-INTERVIEWED  PIC 9(05) VALUE 0.
       77 WS-MY-OFFERED      PIC 9(05) VALUE 0.
       77 WS-MY-REJECTS      PIC 9(05) VALUE 0.
       77 WS-REACHED-IV      PIC X VALUE "N".
       77 WS-GOT-OFFER       PIC X VALUE "N".
       77 WS-STATUS-SLOT     PIC 9(01).
       77 WS-REASON-SLOT     PIC 9(01).
       77 WS-APPLIED-STR     PIC X(08).
       77 WS-STATUS-STR      PIC X(08).
       77 WS-DATE-NUM        PIC 9(08).
       77 WS-A-INT           PIC 9(08).
       77 WS-S-INT           PIC 9(08).
       77 WS-DAYS            PIC S9(06).
       77 WS-SWAP            PIC 9(04).
       77 WS-MID             PIC 9(03).
       77 WS-PCT             PIC 9(03).
       77 WS-NUM-ED          PIC ZZZZ9.
       77 WS-AVG-ED          PIC ZZ9.9.
       77 WS-PCT-ED          PIC ZZ9.
       77 WS-YEAR-ED         PIC 9(04).
       77 K                  PIC 9(03).
       77 M                  PIC 9(03).
       77 N                  PIC 9(03).

       01 WS-MY-STATUS-TABLE.
          05 WS-MY-STATUS    PIC 9(05) OCCURS 5 TIMES.
       01 WS-MY-REASON-TABLE.
          05 WS-MY-REASON    PIC 9(05) OCCURS 5 TIMES.

      *> This student's interview rounds (not declined) and offers,
      *> by job.
       77 WS-IV-COUNT        PIC 9(03) VALUE 0.
       01 WS-IV-TABLE.
          05 WS-IV-JOB       PIC 9(05) OCCURS 200 TIMES.
       77 WS-OFF-COUNT       PIC 9(03) VALUE 0.
       01 WS-OFF-TABLE.
          05 WS-OFF-JOB      PIC 9(05) OCCURS 200 TIMES.

      *> Days to first response on each answered application.
       77 WS-DAYS-COUNT      PIC 9(03) VALUE 0.
       01 WS-DAYS-TABLE.
          05 WS-DAYS-VALUE   PIC 9(04) OCCURS 500 TIMES.

      *> One line of the comparison: label, the student's figure,
      *> the campus figure.
       01 WS-ROW.
          05 WS-ROW-LABEL    PIC X(36).
          05 WS-ROW-MINE     PIC X(10).
          05 WS-ROW-CAMPUS   PIC X(10).

       01 WS-STATUS-VALUES.
          05 FILLER PIC X(15) VALUE "Applied".
          05 FILLER PIC X(15) VALUE "Under Review".
          05 FILLER PIC X(15) VALUE "Interview".
          05 FILLER PIC X(15) VALUE "Rejected".
          05 FILLER PIC X(15) VALUE "Hired".
       01 WS-STATUS-NAMES REDEFINES WS-STATUS-VALUES.
          05 WS-STATUS-NAME PIC X(15) OCCURS 5 TIMES.

       01 WS-REASON-VALUES.
          05 FILLER PIC X(25) VALUE "Position filled".
          05 FILLER PIC X(25) VALUE "Experience mismatch".
          05 FILLER PIC X(25) VALUE "Incomplete application".
          05 FILLER PIC X(25) VALUE "Applied after deadline".
          05 FILLER PIC X(25) VALUE "Posting closed / other".
       01 WS-REASON-NAMES REDEFINES WS-REASON-VALUES.
          05 WS-REASON-NAME PIC X(25) OCCURS 5 TIMES.

       LINKAGE SECTION.
       01 ST-USER PIC X(20).

       PROCEDURE DIVISION USING ST-USER.
       MAIN-PROGRAM.
           MOVE "--- My Search Stats ---" TO WS-LINE
           MOVE "SSTA-001" TO WS-MSG-ID
           PERFORM SAY-LINE

           MOVE "N" TO WS-HAVE-PROFILE
           MOVE "N" TO WS-HAVE-CAMPUS
           MOVE 0 TO WS-MY-APPS WS-MY-RESPONDED WS-MY-INTERVIEWED
                     WS-MY-OFFERED WS-MY-REJECTS WS-IV-COUNT
                     WS-OFF-COUNT WS-DAYS-COUNT

           PERFORM LOOKUP-MY-PROFILE
           IF WS-HAVE-PROFILE = "Y"
              PERFORM LOOKUP-CAMPUS-ROW
           END-IF
           PERFORM LOAD-MY-INTERVIEWS-OFFERS
           PERFORM TALLY-MY-APPLICATIONS
           PERFORM TALLY-MY-REJECTIONS

           IF WS-MY-APPS = 0
              MOVE "You have not applied to any InCollege postings yet."
                   TO WS-LINE
              MOVE "SSTA-002" TO WS-MSG-ID
              PERFORM SAY-LINE
           END-IF

           EVALUATE TRUE
              WHEN WS-HAVE-PROFILE = "N"
                 MOVE "Add your major and graduating year to your"
                  & " profile to compare" TO WS-LINE
                 MOVE "SSTA-003" TO WS-MSG-ID
                 PERFORM SAY-LINE
                 MOVE "with campus averages." TO WS-LINE
                 MOVE "SSTA-005" TO WS-MSG-ID
                 PERFORM SAY-LINE
              WHEN WS-HAVE-CAMPUS = "N"
                 MOVE "Campus averages for your major and graduating "
                  & "year are not available yet." TO WS-LINE
                 MOVE "SSTA-004" TO WS-MSG-ID
                 PERFORM SAY-LINE
              WHEN OTHER
                 MOVE SS-GRAD-YEAR TO WS-YEAR-ED
                 MOVE SS-STUDENTS TO WS-NUM-ED
                 MOVE SPACES TO WS-LINE
                 STRING "Campus average: " FUNCTION TRIM(SS-MAJOR)
                        " students graduating " WS-YEAR-ED " ("
                        FUNCTION TRIM(WS-NUM-ED) " searching, as of "
                        SS-BUILT-DATE ")"
                        DELIMITED BY SIZE INTO WS-LINE
                 END-STRING
                 PERFORM OUT
           END-EVALUATE

           MOVE SPACES TO WS-ROW
           MOVE "You" TO WS-ROW-MINE
           MOVE "Campus" TO WS-ROW-CAMPUS
           MOVE WS-ROW TO WS-LINE
           PERFORM OUT

           PERFORM SHOW-APPLICATION-ROWS
           PERFORM SHOW-RATE-ROWS
           PERFORM SHOW-REASON-ROWS

           MOVE "-----------------------" TO WS-LINE
           PERFORM OUT
           GOBACK.

       LOOKUP-MY-PROFILE.
           MOVE "N" TO WS-EOF
           OPEN INPUT PROFILE-FILE
           IF WS-PROF-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ PROFILE-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF FUNCTION TRIM(PROF-USERNAME) =
                          FUNCTION TRIM(ST-USER)
                          MOVE PROF-MAJOR TO WS-MY-MAJOR
                          MOVE PROF-GRAD-YEAR TO WS-MY-YEAR
                          MOVE "Y" TO WS-EOF
                          IF WS-MY-MAJOR NOT = SPACES AND
                             WS-MY-YEAR IS NUMERIC AND
                             WS-MY-YEAR > 0
                             MOVE "Y" TO WS-HAVE-PROFILE
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PROFILE-FILE
           END-IF.

      *> Majors are matched without regard to case, as SEARCH-STATS
      *> groups them.
       LOOKUP-CAMPUS-ROW.
           MOVE "N" TO WS-EOF
           OPEN INPUT SUMMARY-FILE
           IF WS-SUM-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ SUMMARY-FILE INTO SUMMARY-REC
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF FUNCTION UPPER-CASE(FUNCTION TRIM(SS-MAJOR))
                          = FUNCTION UPPER-CASE(
                               FUNCTION TRIM(WS-MY-MAJOR)) AND
                          SS-GRAD-YEAR = WS-MY-YEAR
                          MOVE "Y" TO WS-HAVE-CAMPUS
                          MOVE "Y" TO WS-EOF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SUMMARY-FILE
           END-IF.

       LOAD-MY-INTERVIEWS-OFFERS.
           MOVE "N" TO WS-EOF
           OPEN INPUT INTERVIEW-FILE
           IF WS-IVW-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ INTERVIEW-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF FUNCTION TRIM(IV-APPLICANT) =
                          FUNCTION TRIM(ST-USER) AND
                          NOT IV-DECLINED AND WS-IV-COUNT < 200
                          ADD 1 TO WS-IV-COUNT
                          MOVE IV-JOB-ID TO WS-IV-JOB(WS-IV-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE INTERVIEW-FILE
           END-IF

           MOVE "N" TO WS-EOF
           OPEN INPUT OFFER-FILE
           IF WS-OFF-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ OFFER-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF FUNCTION TRIM(OFF-APPLICANT) =
                          FUNCTION TRIM(ST-USER) AND
                          WS-OFF-COUNT < 200
                          ADD 1 TO WS-OFF-COUNT
                          MOVE OFF-JOB-ID TO WS-OFF-JOB(WS-OFF-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE OFFER-FILE
           END-IF.

       TALLY-MY-APPLICATIONS.
           MOVE ZEROS TO WS-MY-STATUS-TABLE
           MOVE "N" TO WS-EOF
           OPEN INPUT APPLICATION-FILE
           IF WS-APP-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ APPLICATION-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF FUNCTION TRIM(JOB-APPLIER) =
                          FUNCTION TRIM(ST-USER)
                          PERFORM TALLY-ONE-APPLICATION
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE APPLICATION-FILE
           END-IF.

       TALLY-ONE-APPLICATION.
           ADD 1 TO WS-MY-APPS
           EVALUATE TRUE
              WHEN APP-STATUS-APPLIED      MOVE 1 TO WS-STATUS-SLOT
              WHEN APP-STATUS-UNDER-REVIEW MOVE 2 TO WS-STATUS-SLOT
              WHEN APP-STATUS-INTERVIEW    MOVE 3 TO WS-STATUS-SLOT
              WHEN APP-STATUS-REJECTED     MOVE 4 TO WS-STATUS-SLOT
              WHEN APP-STATUS-HIRED        MOVE 5 TO WS-STATUS-SLOT
              WHEN OTHER                   MOVE 0 TO WS-STATUS-SLOT
           END-EVALUATE
           IF WS-STATUS-SLOT > 0
              ADD 1 TO WS-MY-STATUS(WS-STATUS-SLOT)
           END-IF

           IF NOT APP-STATUS-APPLIED
              ADD 1 TO WS-MY-RESPONDED
              PERFORM NOTE-RESPONSE-DAYS
           END-IF

           MOVE "N" TO WS-REACHED-IV
           MOVE "N" TO WS-GOT-OFFER
           IF APP-STATUS-INTERVIEW OR APP-STATUS-HIRED
              MOVE "Y" TO WS-REACHED-IV
           END-IF
           IF APP-STATUS-HIRED
              MOVE "Y" TO WS-GOT-OFFER
           END-IF
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > WS-IV-COUNT OR WS-REACHED-IV = "Y"
              IF WS-IV-JOB(K) = APP-JOB-ID
                 MOVE "Y" TO WS-REACHED-IV
              END-IF
           END-PERFORM
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > WS-OFF-COUNT OR WS-GOT-OFFER = "Y"
              IF WS-OFF-JOB(K) = APP-JOB-ID
                 MOVE "Y" TO WS-GOT-OFFER
              END-IF
           END-PERFORM
           IF WS-GOT-OFFER = "Y"
              MOVE "Y" TO WS-REACHED-IV
              ADD 1 TO WS-MY-OFFERED
           END-IF
           IF WS-REACHED-IV = "Y"
              ADD 1 TO WS-MY-INTERVIEWED
           END-IF.

       NOTE-RESPONSE-DAYS.
           IF APP-APPLIED-DATE = SPACES OR APP-STATUS-DATE = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-APPLIED-STR
           STRING APP-APPLIED-DATE(1:4) APP-APPLIED-DATE(6:2)
                  APP-APPLIED-DATE(9:2)
                  DELIMITED BY SIZE INTO WS-APPLIED-STR
           END-STRING
           MOVE SPACES TO WS-STATUS-STR
           STRING APP-STATUS-DATE(1:4) APP-STATUS-DATE(6:2)
                  APP-STATUS-DATE(9:2)
                  DELIMITED BY SIZE INTO WS-STATUS-STR
           END-STRING
           IF WS-APPLIED-STR IS NOT NUMERIC OR
              WS-STATUS-STR IS NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           MOVE WS-APPLIED-STR TO WS-DATE-NUM
           COMPUTE WS-A-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           MOVE WS-STATUS-STR TO WS-DATE-NUM
           COMPUTE WS-S-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           COMPUTE WS-DAYS = WS-S-INT - WS-A-INT
           IF WS-DAYS >= 0 AND WS-DAYS < 10000 AND
              WS-DAYS-COUNT < 500
              ADD 1 TO WS-DAYS-COUNT
              MOVE WS-DAYS TO WS-DAYS-VALUE(WS-DAYS-COUNT)
           END-IF.

       TALLY-MY-REJECTIONS.
           MOVE ZEROS TO WS-MY-REASON-TABLE
           MOVE "N" TO WS-EOF
           OPEN INPUT REASON-FILE
           IF WS-RJ-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ REASON-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF FUNCTION TRIM(RJ-APPLICANT) =
                          FUNCTION TRIM(ST-USER)
                          EVALUATE RJ-CODE
                             WHEN "01" MOVE 1 TO WS-REASON-SLOT
                             WHEN "02" MOVE 2 TO WS-REASON-SLOT
                             WHEN "03" MOVE 3 TO WS-REASON-SLOT
                             WHEN "04" MOVE 4 TO WS-REASON-SLOT
                             WHEN OTHER MOVE 5 TO WS-REASON-SLOT
                          END-EVALUATE
                          ADD 1 TO WS-MY-REJECTS
                          ADD 1 TO WS-MY-REASON(WS-REASON-SLOT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE REASON-FILE
           END-IF.

      *> Counts for the student; applications per student for the
      *> campus.
       SHOW-APPLICATION-ROWS.
           MOVE SPACES TO WS-ROW
           MOVE "Applications" TO WS-ROW-LABEL
           MOVE WS-MY-APPS TO WS-NUM-ED
           MOVE FUNCTION TRIM(WS-NUM-ED) TO WS-ROW-MINE
           IF WS-HAVE-CAMPUS = "Y"
              MOVE SS-APPS-AVG TO WS-AVG-ED
              MOVE FUNCTION TRIM(WS-AVG-ED) TO WS-ROW-CAMPUS
           ELSE
              MOVE "-" TO WS-ROW-CAMPUS
           END-IF
           MOVE WS-ROW TO WS-LINE
           PERFORM OUT

           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 5
              MOVE SPACES TO WS-ROW
              STRING "  " FUNCTION TRIM(WS-STATUS-NAME(K))
                     DELIMITED BY SIZE INTO WS-ROW-LABEL
              END-STRING
              MOVE WS-MY-STATUS(K) TO WS-NUM-ED
              MOVE FUNCTION TRIM(WS-NUM-ED) TO WS-ROW-MINE
              IF WS-HAVE-CAMPUS = "Y"
                 MOVE SS-STATUS-AVG(K) TO WS-AVG-ED
                 MOVE FUNCTION TRIM(WS-AVG-ED) TO WS-ROW-CAMPUS
              ELSE
                 MOVE "-" TO WS-ROW-CAMPUS
              END-IF
              MOVE WS-ROW TO WS-LINE
              PERFORM OUT
           END-PERFORM.

       SHOW-RATE-ROWS.
           MOVE SPACES TO WS-ROW
           MOVE "Response rate" TO WS-ROW-LABEL
           IF WS-MY-APPS > 0
              COMPUTE WS-PCT ROUNDED =
                  WS-MY-RESPONDED * 100 / WS-MY-APPS
              PERFORM PCT-TO-MINE
           ELSE
              MOVE "-" TO WS-ROW-MINE
           END-IF
           IF WS-HAVE-CAMPUS = "Y"
              MOVE SS-RESPONSE-PCT TO WS-PCT
              PERFORM PCT-TO-CAMPUS
           ELSE
              MOVE "-" TO WS-ROW-CAMPUS
           END-IF
           MOVE WS-ROW TO WS-LINE
           PERFORM OUT

           MOVE SPACES TO WS-ROW
           MOVE "Median days to first response" TO WS-ROW-LABEL
           IF WS-DAYS-COUNT > 0
              PERFORM TAKE-MY-MEDIAN
           ELSE
              MOVE "-" TO WS-ROW-MINE
           END-IF
           IF WS-HAVE-CAMPUS = "Y" AND SS-MEDIAN-N > 0
              MOVE SS-MEDIAN-DAYS TO WS-NUM-ED
              MOVE FUNCTION TRIM(WS-NUM-ED) TO WS-ROW-CAMPUS
           ELSE
              MOVE "-" TO WS-ROW-CAMPUS
           END-IF
           MOVE WS-ROW TO WS-LINE
           PERFORM OUT

           MOVE SPACES TO WS-ROW
           MOVE "Applications reaching interview" TO WS-ROW-LABEL
           IF WS-MY-APPS > 0
              COMPUTE WS-PCT ROUNDED =
                  WS-MY-INTERVIEWED * 100 / WS-MY-APPS
              PERFORM PCT-TO-MINE
           ELSE
              MOVE "-" TO WS-ROW-MINE
           END-IF
           IF WS-HAVE-CAMPUS = "Y"
              MOVE SS-INTERVIEW-PCT TO WS-PCT
              PERFORM PCT-TO-CAMPUS
           ELSE
              MOVE "-" TO WS-ROW-CAMPUS
           END-IF
           MOVE WS-ROW TO WS-LINE
           PERFORM OUT

           MOVE SPACES TO WS-ROW
           MOVE "Interviews leading to an offer" TO WS-ROW-LABEL
           IF WS-MY-INTERVIEWED > 0
              COMPUTE WS-PCT ROUNDED =
                  WS-MY-OFFERED * 100 / WS-MY-INTERVIEWED
              PERFORM PCT-TO-MINE
           ELSE
              MOVE "-" TO WS-ROW-MINE
           END-IF
           IF WS-HAVE-CAMPUS = "Y" AND SS-INTERVIEW-PCT > 0
              MOVE SS-OFFER-PCT TO WS-PCT
              PERFORM PCT-TO-CAMPUS
           ELSE
              MOVE "-" TO WS-ROW-CAMPUS
           END-IF
           MOVE WS-ROW TO WS-LINE
           PERFORM OUT.

      *> The student's count and share of their rejections under
      *> each reason, against the campus share.
       SHOW-REASON-ROWS.
           IF WS-MY-REJECTS = 0 AND
              (WS-HAVE-CAMPUS = "N" OR SS-REJECTS = 0)
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-ROW
           MOVE "Rejection reasons (share)" TO WS-ROW-LABEL
           MOVE WS-ROW TO WS-LINE
           PERFORM OUT
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 5
              MOVE SPACES TO WS-ROW
              STRING "  " FUNCTION TRIM(WS-REASON-NAME(K))
                     DELIMITED BY SIZE INTO WS-ROW-LABEL
              END-STRING
              IF WS-MY-REJECTS > 0
                 COMPUTE WS-PCT ROUNDED =
                     WS-MY-REASON(K) * 100 / WS-MY-REJECTS
                 MOVE WS-MY-REASON(K) TO WS-NUM-ED
                 MOVE WS-PCT TO WS-PCT-ED
                 STRING FUNCTION TRIM(WS-NUM-ED) " ("
                        FUNCTION TRIM(WS-PCT-ED) "%)"
                        DELIMITED BY SIZE INTO WS-ROW-MINE
                 END-STRING
              ELSE
                 MOVE "-" TO WS-ROW-MINE
              END-IF
              IF WS-HAVE-CAMPUS = "Y" AND SS-REJECTS > 0
                 MOVE SS-REASON-PCT(K) TO WS-PCT
                 PERFORM PCT-TO-CAMPUS
              ELSE
                 MOVE "-" TO WS-ROW-CAMPUS
              END-IF
              MOVE WS-ROW TO WS-LINE
              PERFORM OUT
           END-PERFORM.

       TAKE-MY-MEDIAN.
           PERFORM VARYING M FROM 1 BY 1 UNTIL M >= WS-DAYS-COUNT
              PERFORM VARYING N FROM 1 BY 1 UNTIL N >= WS-DAYS-COUNT
                 IF WS-DAYS-VALUE(N) > WS-DAYS-VALUE(N + 1)
                    MOVE WS-DAYS-VALUE(N) TO WS-SWAP
                    MOVE WS-DAYS-VALUE(N + 1) TO WS-DAYS-VALUE(N)
                    MOVE WS-SWAP TO WS-DAYS-VALUE(N + 1)
                 END-IF
              END-PERFORM
           END-PERFORM
           COMPUTE WS-MID = (WS-DAYS-COUNT + 1) / 2
           MOVE WS-DAYS-VALUE(WS-MID) TO WS-NUM-ED
           MOVE FUNCTION TRIM(WS-NUM-ED) TO WS-ROW-MINE.

       PCT-TO-MINE.
           MOVE WS-PCT TO WS-PCT-ED
           STRING FUNCTION TRIM(WS-PCT-ED) "%"
                  DELIMITED BY SIZE INTO WS-ROW-MINE
           END-STRING.

       PCT-TO-CAMPUS.
           MOVE WS-PCT TO WS-PCT-ED
           STRING FUNCTION TRIM(WS-PCT-ED) "%"
                  DELIMITED BY SIZE INTO WS-ROW-CAMPUS
           END-STRING.

       OUT.
           MOVE "WRITE" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE.

      *> OUT in the account's screen language: WS-LINE
      *> holds the English wording, WS-MSG-ID its data/msg-catalog.dat
      *> ID.
       SAY-LINE.
           MOVE "TEXT" TO WS-SX-COMMAND
           CALL "SCREEN-TEXT" USING WS-SX-COMMAND ST-USER
                                    WS-MSG-ID WS-LINE
           PERFORM OUT.

       END PROGRAM MY-SEARCH-STATS.
