      *> Standalone nightly batch, runnable as a BATCH-DRIVER step.
      *> Builds the campus averages the job menu's My Search Stats
      *> screen (MY-SEARCH-STATS) sets beside a student's own
      *> figures, so the screen reads one small file instead of
      *> scanning every application on campus while the student
      *> waits. Students are grouped by PROF-MAJOR and PROF-GRAD-YEAR
      *> from profiles.dat; a group's averages cover its students
      *> who have applied at least once. One row per group goes to
      *> data/search-stats-summary.dat, replaced whole each run:
      *>
      *>   applications per student, in total and by APP-STATUS
      *>   response rate - applications no longer in Applied
      *>   median days from APP-APPLIED-DATE to the first status
      *>     change (APP-STATUS-DATE, the same reading JOB-MGMT's
      *>     employer responsiveness figure takes)
      *>   interview conversion - applications that reached an
      *>     interview (Interview or Hired status, or a round on
      *>     data/interviews.dat the student did not decline)
      *>   offer conversion - of those, the ones that drew an offer
      *>     (a data/offers.dat row, or Hired)
      *>   the share of rejections under each controlled reason code
      *>     on data/rejection-reasons.dat
      *>
      *> Applications from accounts without a profile fall outside
      *> every group and are only counted on the console. Read-only
      *> apart from the summary.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEARCH-STATS.

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

      *> data/search-stats-summary.dat: one row per major and grad
      *> year. Per-student averages carry one decimal; rates are
      *> whole percents. SS-MEDIAN-N is how many responses the
      *> median was taken over (zero: no median yet). The status
      *> averages run Applied, Under Review, Interview, Rejected,
      *> Hired; the reason shares run codes 01 to 05.
       FD SUMMARY-FILE.
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

       WORKING-STORAGE SECTION.
       77 WS-PROF-STATUS   PIC XX.
       77 WS-APP-STATUS    PIC XX.
       77 WS-IVW-STATUS    PIC XX.
       77 WS-OFF-STATUS    PIC XX.
       77 WS-RJ-STATUS     PIC XX.
       77 WS-SUM-STATUS    PIC XX.
       77 WS-EOF           PIC X VALUE "N".
       77 WS-CURR-DATE     PIC X(21).
       77 WS-TODAY         PIC X(10).
       77 WS-APPS-READ     PIC 9(07) VALUE 0.
       77 WS-APPS-NO-PROF  PIC 9(07) VALUE 0.
       77 WS-ROWS-WRITTEN  PIC 9(05) VALUE 0.
       77 WS-FOUND         PIC X VALUE "N".
       77 WS-REACHED-IV    PIC X VALUE "N".
       77 WS-GOT-OFFER     PIC X VALUE "N".
       77 WS-KEY           PIC X(25).
       77 WS-STATUS-SLOT   PIC 9(01).
       77 WS-REASON-SLOT   PIC 9(01).
       77 WS-APPLIED-STR   PIC X(08).
       77 WS-STATUS-STR    PIC X(08).
       77 WS-DATE-NUM      PIC 9(08).
       77 WS-A-INT         PIC 9(08).
       77 WS-S-INT         PIC 9(08).
       77 WS-DAYS          PIC S9(06).
       77 WS-SWAP          PIC 9(04).
       77 WS-MID           PIC 9(05).
       77 P                PIC 9(05).
       77 G                PIC 9(03).
       77 K                PIC 9(05).
       77 M                PIC 9(05).
       77 N                PIC 9(05).

      *> Each profile's group, and how many applications it made.
       77 WS-PROF-COUNT    PIC 9(05) VALUE 0.
       01 WS-PROF-TABLE.
          05 WS-PROF-ENTRY OCCURS 5000 TIMES.
             10 WS-P-USER      PIC X(20).
             10 WS-P-GROUP     PIC 9(03).
             10 WS-P-APPS      PIC 9(05).

      *> Running totals per major and grad year.
       77 WS-GROUP-COUNT   PIC 9(03) VALUE 0.
       01 WS-GROUP-TABLE.
          05 WS-GROUP-ENTRY OCCURS 500 TIMES.
             10 WS-G-MAJOR       PIC X(50).
             10 WS-G-YEAR        PIC 9(04).
             10 WS-G-STUDENTS    PIC 9(05).
             10 WS-G-APPS        PIC 9(07).
             10 WS-G-STATUS      PIC 9(07) OCCURS 5 TIMES.
             10 WS-G-RESPONDED   PIC 9(07).
             10 WS-G-INTERVIEWED PIC 9(07).
             10 WS-G-OFFERED     PIC 9(07).
             10 WS-G-REJECTS     PIC 9(07).
             10 WS-G-REASON      PIC 9(07) OCCURS 5 TIMES.

      *> Job and applicant of every interview round not declined,
      *> and of every offer extended.
       77 WS-IV-COUNT      PIC 9(05) VALUE 0.
       01 WS-IV-TABLE.
          05 WS-IV-KEY     PIC X(25) OCCURS 5000 TIMES.
       77 WS-OFF-COUNT     PIC 9(05) VALUE 0.
       01 WS-OFF-TABLE.
          05 WS-OFF-KEY    PIC X(25) OCCURS 5000 TIMES.

      *> Days to first response, one entry per answered
      *> application, tagged with its group; gathered a group at a
      *> time into the sort buffer for the median.
       77 WS-DAYS-COUNT    PIC 9(05) VALUE 0.
       01 WS-DAYS-TABLE.
          05 WS-DAYS-ENTRY OCCURS 20000 TIMES.
             10 WS-D-GROUP     PIC 9(03).
             10 WS-D-DAYS      PIC 9(04).
       77 WS-SORT-COUNT    PIC 9(05) VALUE 0.
       01 WS-SORT-TABLE.
          05 WS-SORT-DAYS  PIC 9(04) OCCURS 2000 TIMES.

           COPY "REGIONINF.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL "REGION-CONFIG" USING REGION-INFO
           IF RI-RESULT NOT = "OK"
              GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE
           STRING WS-CURR-DATE(1:4) "-" WS-CURR-DATE(5:2) "-"
                  WS-CURR-DATE(7:2)
                  DELIMITED BY SIZE INTO WS-TODAY
           END-STRING

      *> Without profiles there is nothing to group by, and the
      *> summary the screen reads is left as the last good run.
           OPEN INPUT PROFILE-FILE
           IF WS-PROF-STATUS NOT = "00"
              DISPLAY "SEARCH-STATS: data/profiles.dat not found; "
                      "summary left as it was."
              GOBACK
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
              READ PROFILE-FILE
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END PERFORM LOAD-ONE-PROFILE
              END-READ
           END-PERFORM
           CLOSE PROFILE-FILE

           PERFORM LOAD-INTERVIEWS
           PERFORM LOAD-OFFERS

           OPEN INPUT APPLICATION-FILE
           IF WS-APP-STATUS = "00"
              MOVE "N" TO WS-EOF
              PERFORM UNTIL WS-EOF = "Y"
                 READ APPLICATION-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       ADD 1 TO WS-APPS-READ
                       PERFORM TALLY-ONE-APPLICATION
                 END-READ
              END-PERFORM
              CLOSE APPLICATION-FILE
           END-IF

           PERFORM TALLY-REJECTION-REASONS

           PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-PROF-COUNT
              IF WS-P-APPS(P) > 0
                 ADD 1 TO WS-G-STUDENTS(WS-P-GROUP(P))
              END-IF
           END-PERFORM

           OPEN OUTPUT SUMMARY-FILE
           PERFORM VARYING G FROM 1 BY 1 UNTIL G > WS-GROUP-COUNT
              IF WS-G-STUDENTS(G) > 0
                 PERFORM WRITE-GROUP-ROW
              END-IF
           END-PERFORM
           CLOSE SUMMARY-FILE

           DISPLAY "SEARCH-STATS: " WS-APPS-READ " application(s) "
                   "read, " WS-APPS-NO-PROF " without a profile; "
                   WS-ROWS-WRITTEN " major/year row(s) written to "
                   "data/search-stats-summary.dat"
           GOBACK.

      *> Place a profile in its major and grad-year group, opening
      *> the group on first sight.
       LOAD-ONE-PROFILE.
           IF WS-PROF-COUNT >= 5000 OR PROF-USERNAME = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FOUND
           PERFORM VARYING G FROM 1 BY 1
                   UNTIL G > WS-GROUP-COUNT OR WS-FOUND = "Y"
              IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-G-MAJOR(G))) =
                 FUNCTION UPPER-CASE(FUNCTION TRIM(PROF-MAJOR)) AND
                 WS-G-YEAR(G) = PROF-GRAD-YEAR
                 MOVE "Y" TO WS-FOUND
              END-IF
           END-PERFORM
           IF WS-FOUND = "Y"
              SUBTRACT 1 FROM G
           ELSE
              IF WS-GROUP-COUNT >= 500
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-GROUP-COUNT
              MOVE WS-GROUP-COUNT TO G
              INITIALIZE WS-GROUP-ENTRY(G)
              MOVE PROF-MAJOR TO WS-G-MAJOR(G)
              MOVE PROF-GRAD-YEAR TO WS-G-YEAR(G)
           END-IF
           ADD 1 TO WS-PROF-COUNT
           MOVE PROF-USERNAME TO WS-P-USER(WS-PROF-COUNT)
           MOVE G TO WS-P-GROUP(WS-PROF-COUNT)
           MOVE 0 TO WS-P-APPS(WS-PROF-COUNT).

       LOAD-INTERVIEWS.
           OPEN INPUT INTERVIEW-FILE
           IF WS-IVW-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
              READ INTERVIEW-FILE
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    IF NOT IV-DECLINED AND WS-IV-COUNT < 5000
                       ADD 1 TO WS-IV-COUNT
                       MOVE SPACES TO WS-IV-KEY(WS-IV-COUNT)
                       STRING IV-JOB-ID IV-APPLICANT
                              DELIMITED BY SIZE
                              INTO WS-IV-KEY(WS-IV-COUNT)
                       END-STRING
                    END-IF
              END-READ
           END-PERFORM
           CLOSE INTERVIEW-FILE.

       LOAD-OFFERS.
           OPEN INPUT OFFER-FILE
           IF WS-OFF-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
              READ OFFER-FILE
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    IF WS-OFF-COUNT < 5000
                       ADD 1 TO WS-OFF-COUNT
                       MOVE SPACES TO WS-OFF-KEY(WS-OFF-COUNT)
                       STRING OFF-JOB-ID OFF-APPLICANT
                              DELIMITED BY SIZE
                              INTO WS-OFF-KEY(WS-OFF-COUNT)
                       END-STRING
                    END-IF
              END-READ
           END-PERFORM
           CLOSE OFFER-FILE.

       FIND-PROFILE.
           MOVE "N" TO WS-FOUND
           PERFORM VARYING P FROM 1 BY 1
                   UNTIL P > WS-PROF-COUNT OR WS-FOUND = "Y"
              IF WS-P-USER(P) = WS-KEY(6:20)
                 MOVE "Y" TO WS-FOUND
              END-IF
           END-PERFORM
           IF WS-FOUND = "Y"
              SUBTRACT 1 FROM P
           END-IF.

       TALLY-ONE-APPLICATION.
           MOVE SPACES TO WS-KEY
           STRING APP-JOB-ID JOB-APPLIER
                  DELIMITED BY SIZE INTO WS-KEY
           END-STRING
           PERFORM FIND-PROFILE
           IF WS-FOUND = "N"
              ADD 1 TO WS-APPS-NO-PROF
              EXIT PARAGRAPH
           END-IF
           MOVE WS-P-GROUP(P) TO G
           ADD 1 TO WS-P-APPS(P)
           ADD 1 TO WS-G-APPS(G)

           EVALUATE TRUE
              WHEN APP-STATUS-APPLIED      MOVE 1 TO WS-STATUS-SLOT
              WHEN APP-STATUS-UNDER-REVIEW MOVE 2 TO WS-STATUS-SLOT
              WHEN APP-STATUS-INTERVIEW    MOVE 3 TO WS-STATUS-SLOT
              WHEN APP-STATUS-REJECTED     MOVE 4 TO WS-STATUS-SLOT
              WHEN APP-STATUS-HIRED        MOVE 5 TO WS-STATUS-SLOT
              WHEN OTHER                   MOVE 0 TO WS-STATUS-SLOT
           END-EVALUATE
           IF WS-STATUS-SLOT > 0
              ADD 1 TO WS-G-STATUS(G WS-STATUS-SLOT)
           END-IF

           IF NOT APP-STATUS-APPLIED
              ADD 1 TO WS-G-RESPONDED(G)
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
              IF WS-IV-KEY(K) = WS-KEY
                 MOVE "Y" TO WS-REACHED-IV
              END-IF
           END-PERFORM
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > WS-OFF-COUNT OR WS-GOT-OFFER = "Y"
              IF WS-OFF-KEY(K) = WS-KEY
                 MOVE "Y" TO WS-GOT-OFFER
              END-IF
           END-PERFORM
      *> An offer made without a recorded round still means the
      *> application got past the interview stage.
           IF WS-GOT-OFFER = "Y"
              MOVE "Y" TO WS-REACHED-IV
              ADD 1 TO WS-G-OFFERED(G)
           END-IF
           IF WS-REACHED-IV = "Y"
              ADD 1 TO WS-G-INTERVIEWED(G)
           END-IF.

      *> Rows from before applications carried an applied date, or
      *> with a status date earlier than the application, drop out.
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
              WS-DAYS-COUNT < 20000
              ADD 1 TO WS-DAYS-COUNT
              MOVE G TO WS-D-GROUP(WS-DAYS-COUNT)
              MOVE WS-DAYS TO WS-D-DAYS(WS-DAYS-COUNT)
           END-IF.

      *> Codes 01-04, then 05 "posting closed" sharing the "other"
      *> bucket, as REJECTION-REPORT counts them.
       TALLY-REJECTION-REASONS.
           OPEN INPUT REASON-FILE
           IF WS-RJ-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
              READ REASON-FILE
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    MOVE SPACES TO WS-KEY
                    STRING RJ-JOB-ID RJ-APPLICANT
                           DELIMITED BY SIZE INTO WS-KEY
                    END-STRING
                    PERFORM FIND-PROFILE
                    IF WS-FOUND = "Y"
                       MOVE WS-P-GROUP(P) TO G
                       EVALUATE RJ-CODE
                          WHEN "01" MOVE 1 TO WS-REASON-SLOT
                          WHEN "02" MOVE 2 TO WS-REASON-SLOT
                          WHEN "03" MOVE 3 TO WS-REASON-SLOT
                          WHEN "04" MOVE 4 TO WS-REASON-SLOT
                          WHEN OTHER MOVE 5 TO WS-REASON-SLOT
                       END-EVALUATE
                       ADD 1 TO WS-G-REJECTS(G)
                       ADD 1 TO WS-G-REASON(G WS-REASON-SLOT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE REASON-FILE.

       WRITE-GROUP-ROW.
           INITIALIZE SUMMARY-REC
           MOVE WS-G-MAJOR(G) TO SS-MAJOR
           MOVE WS-G-YEAR(G) TO SS-GRAD-YEAR
           MOVE WS-G-STUDENTS(G) TO SS-STUDENTS
           COMPUTE SS-APPS-AVG ROUNDED =
               WS-G-APPS(G) / WS-G-STUDENTS(G)
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 5
              COMPUTE SS-STATUS-AVG(K) ROUNDED =
                  WS-G-STATUS(G K) / WS-G-STUDENTS(G)
           END-PERFORM
           IF WS-G-APPS(G) > 0
              COMPUTE SS-RESPONSE-PCT ROUNDED =
                  WS-G-RESPONDED(G) * 100 / WS-G-APPS(G)
              COMPUTE SS-INTERVIEW-PCT ROUNDED =
                  WS-G-INTERVIEWED(G) * 100 / WS-G-APPS(G)
           END-IF
           IF WS-G-INTERVIEWED(G) > 0
              COMPUTE SS-OFFER-PCT ROUNDED =
                  WS-G-OFFERED(G) * 100 / WS-G-INTERVIEWED(G)
           END-IF
           MOVE WS-G-REJECTS(G) TO SS-REJECTS
           IF WS-G-REJECTS(G) > 0
              PERFORM VARYING K FROM 1 BY 1 UNTIL K > 5
                 COMPUTE SS-REASON-PCT(K) ROUNDED =
                     WS-G-REASON(G K) * 100 / WS-G-REJECTS(G)
              END-PERFORM
           END-IF
           PERFORM TAKE-GROUP-MEDIAN
           MOVE WS-TODAY TO SS-BUILT-DATE
           WRITE SUMMARY-REC
           ADD 1 TO WS-ROWS-WRITTEN.

       TAKE-GROUP-MEDIAN.
           MOVE 0 TO WS-SORT-COUNT
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-DAYS-COUNT
              IF WS-D-GROUP(K) = G AND WS-SORT-COUNT < 2000
                 ADD 1 TO WS-SORT-COUNT
                 MOVE WS-D-DAYS(K) TO WS-SORT-DAYS(WS-SORT-COUNT)
              END-IF
           END-PERFORM
           MOVE WS-SORT-COUNT TO SS-MEDIAN-N
           IF WS-SORT-COUNT = 0
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING M FROM 1 BY 1 UNTIL M >= WS-SORT-COUNT
              PERFORM VARYING N FROM 1 BY 1 UNTIL N >= WS-SORT-COUNT
                 IF WS-SORT-DAYS(N) > WS-SORT-DAYS(N + 1)
                    MOVE WS-SORT-DAYS(N) TO WS-SWAP
                    MOVE WS-SORT-DAYS(N + 1) TO WS-SORT-DAYS(N)
                    MOVE WS-SWAP TO WS-SORT-DAYS(N + 1)
                 END-IF
              END-PERFORM
           END-PERFORM
           COMPUTE WS-MID = (WS-SORT-COUNT + 1) / 2
           MOVE WS-SORT-DAYS(WS-MID) TO SS-MEDIAN-DAYS.

       END PROGRAM SEARCH-STATS.
