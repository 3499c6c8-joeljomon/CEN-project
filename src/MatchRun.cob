      *> Standalone batch job, run from the admin console's co-op
      *> match round screen (MATCH-ROUND) or as a BATCH-DRIVER step.
      *> Takes the current round in data/match-round.dat, which must
      *> already be Closed - once it is no longer Open nobody's
      *> ranking can change, and a round still Open is refused rather
      *> than matched under students and employers still ranking (the
      *> admin console closes it before calling this) - and produces a
      *> stable match from data/match-ranks.dat: students propose to
      *> the postings they ranked, in their own order, and each
      *> posting holds on to the applicants its employer ranked best,
      *> up to the seats it has left (JOB-OPENINGS less JOB-FILLED
      *> less offers still Extended on it). A pair is only matched
      *> when both sides ranked each other. Every matched pair becomes
      *> an Extended row in data/offers.dat, the same row EXTEND-OFFER
      *> writes, and both parties are told through NOTIFY-USER. The
      *> respond-by date is today plus the days in
      *> data/match-respond-days.dat (7 when the control file is
      *> absent). reports/match-report.txt lists the pairs, the students
      *> left unmatched and the postings with seats still open, for
      *> the second round. The round is then marked Matched.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MATCH-RUN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROUND-FILE ASSIGN TO "data/match-round.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RND-STATUS.
           SELECT ROUND-TEMP-FILE ASSIGN TO "data/mroundtemp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MATCH-RANK-FILE ASSIGN TO "data/match-ranks.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MRK-STATUS.
           SELECT JOBS-FILE ASSIGN TO "data/jobs.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBS-STATUS.
           SELECT OFFER-FILE ASSIGN TO "data/offers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OFF-STATUS.
           SELECT DAYS-FILE ASSIGN TO "data/match-respond-days.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DAYS-STATUS.
           SELECT REPORT-FILE ASSIGN TO "reports/match-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> data/match-round.dat: the same layout MATCH-ROUND keeps.
       FD ROUND-FILE.
       01 ROUND-REC.
          05 RND-NUMBER            PIC 9(03).
          05 RND-STATUS            PIC X(10).
             88 RND-OPEN               VALUE "Open".
             88 RND-CLOSED             VALUE "Closed".
             88 RND-MATCHED            VALUE "Matched".
          05 RND-OPENED            PIC X(10).
          05 RND-CLOSED-ON         PIC X(10).

       FD ROUND-TEMP-FILE.
       01 ROUND-TEMP-REC PIC X(33).

      *> data/match-ranks.dat: the rankings JOB-MGMT writes.
       FD MATCH-RANK-FILE.
       01 MATCH-RANK-REC.
          05 MRK-ROUND             PIC 9(03).
          05 MRK-SIDE              PIC X(01).
             88 MRK-BY-STUDENT         VALUE "S".
             88 MRK-BY-EMPLOYER        VALUE "E".
          05 MRK-RANKER            PIC X(20).
          05 MRK-JOB-ID            PIC 9(05).
          05 MRK-STUDENT           PIC X(20).
          05 MRK-RANK              PIC 9(02).

       FD JOBS-FILE.
           COPY "JOBREC.cpy".

      *> data/offers.dat: the same layout EXTEND-OFFER writes and
      *> MY-OFFERS reads back.
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
             88 OFF-DECLINED           VALUE "Declined".
             88 OFF-RESCINDED          VALUE "Rescinded".

       FD DAYS-FILE.
       01 DAYS-REC PIC 9(03).

       FD REPORT-FILE.
       01 REPORT-REC PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-RND-STATUS      PIC XX.
       77 WS-MRK-STATUS      PIC XX.
       77 WS-JOBS-STATUS     PIC XX.
       77 WS-OFF-STATUS      PIC XX.
       77 WS-DAYS-STATUS     PIC XX.
       77 WS-EOF             PIC X VALUE "N".
       77 WS-REPORT-LINE     PIC X(132).
       77 WS-ROUND           PIC 9(03) VALUE 0.
       77 WS-ROUND-STATE     PIC X(10).
       77 WS-RESPOND-DAYS    PIC 9(03) VALUE 7.
       77 WS-CURR-DATE       PIC X(21).
       77 WS-TODAY           PIC X(10).
       77 WS-TODAY-NUM       PIC 9(8).
       77 WS-RB-INT          PIC S9(8) COMP.
       77 WS-RB-NUM          PIC 9(8).
       77 WS-RESPOND-BY      PIC X(10).
       77 WS-NOTIF-TO        PIC X(20).
       77 WS-NOTIF-MSG       PIC X(100).
       77 WS-NOTIF-CAT       PIC X(12).
       77 WS-S               PIC 9(03).
       77 WS-J               PIC 9(03).
       77 WS-K               PIC 9(02).
       77 WS-E               PIC 9(04).
       77 WS-E-RANK          PIC 9(02).
       77 WS-WORST-S         PIC 9(03).
       77 WS-WORST-RANK      PIC 9(02).
       77 WS-PROPOSED        PIC X VALUE "N".
       77 WS-FOUND           PIC X VALUE "N".
       77 WS-SEATS-NUM       PIC S9(03).
       77 WS-MATCHED-COUNT   PIC 9(05) VALUE 0.
       77 WS-UNMATCHED-COUNT PIC 9(05) VALUE 0.
       77 WS-OPEN-SEAT-COUNT PIC 9(05) VALUE 0.
       77 WS-SEATS-LEFT      PIC 9(03).
       77 WS-COUNT-DISP      PIC ZZZZ9.

      *> Employer side: one entry per (posting, applicant) ranking.
       77 WS-ER-COUNT        PIC 9(04) VALUE 0.
       01 WS-ER-TABLE.
          05 WS-ER-ENTRY OCCURS 2000 TIMES.
             10 WS-ER-JOB-ID     PIC 9(05).
             10 WS-ER-STUDENT    PIC X(20).
             10 WS-ER-RANK       PIC 9(02).

      *> Postings in the round: open postings some employer ranked
      *> applicants for, with the seats they can still fill and the
      *> number of applicants held so far.
       77 WS-JOB-COUNT       PIC 9(03) VALUE 0.
       01 WS-JOB-TABLE.
          05 WS-JOB-ENTRY OCCURS 300 TIMES.
             10 WS-MJ-JOB-ID     PIC 9(05).
             10 WS-MJ-POSTER     PIC X(20).
             10 WS-MJ-TITLE      PIC X(50).
             10 WS-MJ-SALARY     PIC X(20).
             10 WS-MJ-SEATS      PIC 9(03).
             10 WS-MJ-HELD       PIC 9(03).

      *> Student side: each student's ranked postings, best first,
      *> the next one to propose to, and the posting (table index)
      *> currently holding them with the employer's rank for them.
       77 WS-STU-COUNT       PIC 9(03) VALUE 0.
       01 WS-STU-TABLE.
          05 WS-STU-ENTRY OCCURS 500 TIMES.
             10 WS-MS-NAME       PIC X(20).
             10 WS-MS-PREF-COUNT PIC 9(02).
             10 WS-MS-PREF OCCURS 10 TIMES.
                15 WS-MS-PREF-JOB  PIC 9(05).
                15 WS-MS-PREF-IDX  PIC 9(03).
             10 WS-MS-NEXT       PIC 9(02).
             10 WS-MS-MATCH      PIC 9(03).
             10 WS-MS-MATCH-RANK PIC 9(02).

           COPY "REGIONINF.cpy".
           COPY "RPTINF.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL "REGION-CONFIG" USING REGION-INFO
           IF RI-RESULT NOT = "OK"
              GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE
           MOVE WS-CURR-DATE(1:8) TO WS-TODAY-NUM
           STRING WS-CURR-DATE(1:4) "-" WS-CURR-DATE(5:2) "-"
                  WS-CURR-DATE(7:2)
                  DELIMITED BY SIZE INTO WS-TODAY
           END-STRING

           PERFORM LOAD-CURRENT-ROUND
           IF WS-ROUND = 0 OR
              FUNCTION TRIM(WS-ROUND-STATE) NOT = "Closed"
              DISPLAY "MATCH-RUN: no closed match round is waiting to "
                      "be matched - close the round to ranking first."
              GOBACK
           END-IF

           PERFORM LOAD-RESPOND-DAYS
           COMPUTE WS-RB-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM) + WS-RESPOND-DAYS
           COMPUTE WS-RB-NUM = FUNCTION DATE-OF-INTEGER(WS-RB-INT)
           MOVE SPACES TO WS-RESPOND-BY
           STRING WS-RB-NUM(1:4) "-" WS-RB-NUM(5:2) "-"
                  WS-RB-NUM(7:2)
                  DELIMITED BY SIZE INTO WS-RESPOND-BY
           END-STRING

           PERFORM LOAD-RANKINGS
           PERFORM LOAD-ROUND-POSTINGS
           PERFORM COUNT-OUTSTANDING-OFFERS
           PERFORM RESOLVE-STUDENT-PREFS
           PERFORM RUN-DEFERRED-ACCEPTANCE
           PERFORM WRITE-MATCH-OFFERS
           PERFORM WRITE-MATCH-REPORT
           PERFORM MARK-ROUND-MATCHED
           GOBACK.

       LOAD-CURRENT-ROUND.
           MOVE 0 TO WS-ROUND
           MOVE SPACES TO WS-ROUND-STATE
           MOVE "N" TO WS-EOF
           OPEN INPUT ROUND-FILE
           IF WS-RND-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ ROUND-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       MOVE RND-NUMBER TO WS-ROUND
                       MOVE RND-STATUS TO WS-ROUND-STATE
                 END-READ
              END-PERFORM
              CLOSE ROUND-FILE
           END-IF.

       LOAD-RESPOND-DAYS.
           OPEN INPUT DAYS-FILE
           IF WS-DAYS-STATUS = "00"
              READ DAYS-FILE
                 NOT AT END
                    IF DAYS-REC IS NUMERIC AND DAYS-REC > 0
                       MOVE DAYS-REC TO WS-RESPOND-DAYS
                    END-IF
              END-READ
              CLOSE DAYS-FILE
           END-IF.

      *> Employer rows go straight into the ranking table; student
      *> rows are grouped per student in the order they were saved,
      *> which is the student's own order.
       LOAD-RANKINGS.
           MOVE "N" TO WS-EOF
           OPEN INPUT MATCH-RANK-FILE
           IF WS-MRK-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ MATCH-RANK-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF MRK-ROUND = WS-ROUND
                          IF MRK-BY-EMPLOYER
                             PERFORM ADD-EMPLOYER-RANK
                          ELSE
                             PERFORM ADD-STUDENT-RANK
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE MATCH-RANK-FILE
           END-IF.

       ADD-EMPLOYER-RANK.
           IF WS-ER-COUNT < 2000
              ADD 1 TO WS-ER-COUNT
              MOVE MRK-JOB-ID TO WS-ER-JOB-ID(WS-ER-COUNT)
              MOVE MRK-STUDENT TO WS-ER-STUDENT(WS-ER-COUNT)
              MOVE MRK-RANK TO WS-ER-RANK(WS-ER-COUNT)
           END-IF.

       ADD-STUDENT-RANK.
           MOVE 0 TO WS-S
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-STU-COUNT OR WS-S > 0
              IF WS-MS-NAME(WS-J) = MRK-STUDENT
                 MOVE WS-J TO WS-S
              END-IF
           END-PERFORM
           IF WS-S = 0
              IF WS-STU-COUNT >= 500
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-STU-COUNT
              MOVE WS-STU-COUNT TO WS-S
              MOVE MRK-STUDENT TO WS-MS-NAME(WS-S)
              MOVE 0 TO WS-MS-PREF-COUNT(WS-S)
              MOVE 1 TO WS-MS-NEXT(WS-S)
              MOVE 0 TO WS-MS-MATCH(WS-S)
              MOVE 0 TO WS-MS-MATCH-RANK(WS-S)
           END-IF
           IF WS-MS-PREF-COUNT(WS-S) < 10
              ADD 1 TO WS-MS-PREF-COUNT(WS-S)
              MOVE MRK-JOB-ID
                   TO WS-MS-PREF-JOB(WS-S, WS-MS-PREF-COUNT(WS-S))
              MOVE 0
                   TO WS-MS-PREF-IDX(WS-S, WS-MS-PREF-COUNT(WS-S))
           END-IF.

      *> Only open postings an employer actually ranked take part;
      *> legacy rows with no headcount count as one seat.
       LOAD-ROUND-POSTINGS.
           MOVE "N" TO WS-EOF
           OPEN INPUT JOBS-FILE
           IF WS-JOBS-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ JOBS-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF JOB-OPEN AND WS-JOB-COUNT < 300
                          PERFORM CHECK-JOB-RANKED
                          IF WS-FOUND = "Y"
                             PERFORM ADD-ROUND-POSTING
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE JOBS-FILE
           END-IF.

       CHECK-JOB-RANKED.
           MOVE "N" TO WS-FOUND
           PERFORM VARYING WS-E FROM 1 BY 1
                   UNTIL WS-E > WS-ER-COUNT OR WS-FOUND = "Y"
              IF WS-ER-JOB-ID(WS-E) = JOB-ID
                 MOVE "Y" TO WS-FOUND
              END-IF
           END-PERFORM.

       ADD-ROUND-POSTING.
           ADD 1 TO WS-JOB-COUNT
           MOVE JOB-ID TO WS-MJ-JOB-ID(WS-JOB-COUNT)
           MOVE JOB-POSTER TO WS-MJ-POSTER(WS-JOB-COUNT)
           MOVE JOB-TITLE TO WS-MJ-TITLE(WS-JOB-COUNT)
           MOVE JOB-SALARY TO WS-MJ-SALARY(WS-JOB-COUNT)
           MOVE 0 TO WS-MJ-HELD(WS-JOB-COUNT)
           IF JOB-OPENINGS IS NOT NUMERIC OR JOB-OPENINGS < 1
              MOVE 1 TO WS-SEATS-NUM
           ELSE
              MOVE JOB-OPENINGS TO WS-SEATS-NUM
           END-IF
           IF JOB-FILLED IS NUMERIC
              SUBTRACT JOB-FILLED FROM WS-SEATS-NUM
           END-IF
           IF WS-SEATS-NUM < 0
              MOVE 0 TO WS-SEATS-NUM
           END-IF
           MOVE WS-SEATS-NUM TO WS-MJ-SEATS(WS-JOB-COUNT).

      *> An offer still waiting on an answer already spoken for a
      *> seat, so it is not offered twice.
       COUNT-OUTSTANDING-OFFERS.
           MOVE "N" TO WS-EOF
           OPEN INPUT OFFER-FILE
           IF WS-OFF-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ OFFER-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF OFF-EXTENDED
                          PERFORM VARYING WS-J FROM 1 BY 1
                                  UNTIL WS-J > WS-JOB-COUNT
                             IF WS-MJ-JOB-ID(WS-J) = OFF-JOB-ID AND
                                WS-MJ-SEATS(WS-J) > 0
                                SUBTRACT 1 FROM WS-MJ-SEATS(WS-J)
                             END-IF
                          END-PERFORM
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE OFFER-FILE
           END-IF.

      *> Each student choice becomes an index into the posting
      *> table; a choice on a posting no longer in the round stays
      *> at 0 and is simply passed over.
       RESOLVE-STUDENT-PREFS.
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-STU-COUNT
              PERFORM VARYING WS-K FROM 1 BY 1
                      UNTIL WS-K > WS-MS-PREF-COUNT(WS-S)
                 PERFORM VARYING WS-J FROM 1 BY 1
                         UNTIL WS-J > WS-JOB-COUNT
                    IF WS-MJ-JOB-ID(WS-J) = WS-MS-PREF-JOB(WS-S, WS-K)
                       MOVE WS-J TO WS-MS-PREF-IDX(WS-S, WS-K)
                    END-IF
                 END-PERFORM
              END-PERFORM
           END-PERFORM.

      *> Student-proposing deferred acceptance. Each pass lets every
      *> unmatched student with choices left propose to their next
      *> choice; the loop ends when a pass has nobody left to
      *> propose. Every proposal moves a student's pointer forward,
      *> so the loop always finishes.
       RUN-DEFERRED-ACCEPTANCE.
           MOVE "Y" TO WS-PROPOSED
           PERFORM UNTIL WS-PROPOSED = "N"
              MOVE "N" TO WS-PROPOSED
              PERFORM VARYING WS-S FROM 1 BY 1
                      UNTIL WS-S > WS-STU-COUNT
                 IF WS-MS-MATCH(WS-S) = 0 AND
                    WS-MS-NEXT(WS-S) <= WS-MS-PREF-COUNT(WS-S)
                    MOVE "Y" TO WS-PROPOSED
                    PERFORM PROPOSE-NEXT-CHOICE
                 END-IF
              END-PERFORM
           END-PERFORM.

      *> Student WS-S proposes to their next choice. The posting
      *> takes them while it has a free seat; when full it swaps out
      *> its worst-ranked holder if the employer ranked WS-S better.
       PROPOSE-NEXT-CHOICE.
           MOVE WS-MS-NEXT(WS-S) TO WS-K
           ADD 1 TO WS-MS-NEXT(WS-S)
           MOVE WS-MS-PREF-IDX(WS-S, WS-K) TO WS-J
           IF WS-J = 0
              EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-E-RANK
           PERFORM VARYING WS-E FROM 1 BY 1
                   UNTIL WS-E > WS-ER-COUNT OR WS-E-RANK > 0
              IF WS-ER-JOB-ID(WS-E) = WS-MJ-JOB-ID(WS-J) AND
                 WS-ER-STUDENT(WS-E) = WS-MS-NAME(WS-S)
                 MOVE WS-ER-RANK(WS-E) TO WS-E-RANK
              END-IF
           END-PERFORM
           IF WS-E-RANK = 0
              EXIT PARAGRAPH
           END-IF

           IF WS-MJ-HELD(WS-J) < WS-MJ-SEATS(WS-J)
              MOVE WS-J TO WS-MS-MATCH(WS-S)
              MOVE WS-E-RANK TO WS-MS-MATCH-RANK(WS-S)
              ADD 1 TO WS-MJ-HELD(WS-J)
              EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-WORST-S
           MOVE 0 TO WS-WORST-RANK
           PERFORM VARYING WS-E FROM 1 BY 1
                   UNTIL WS-E > WS-STU-COUNT
              IF WS-MS-MATCH(WS-E) = WS-J AND
                 WS-MS-MATCH-RANK(WS-E) > WS-WORST-RANK
                 MOVE WS-E TO WS-WORST-S
                 MOVE WS-MS-MATCH-RANK(WS-E) TO WS-WORST-RANK
              END-IF
           END-PERFORM
           IF WS-WORST-S > 0 AND WS-E-RANK < WS-WORST-RANK
              MOVE 0 TO WS-MS-MATCH(WS-WORST-S)
              MOVE 0 TO WS-MS-MATCH-RANK(WS-WORST-S)
              MOVE WS-J TO WS-MS-MATCH(WS-S)
              MOVE WS-E-RANK TO WS-MS-MATCH-RANK(WS-S)
           END-IF.

       WRITE-MATCH-OFFERS.
           OPEN EXTEND OFFER-FILE
           IF WS-OFF-STATUS NOT = "00"
              OPEN OUTPUT OFFER-FILE
           END-IF
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-STU-COUNT
              IF WS-MS-MATCH(WS-S) > 0
                 MOVE WS-MS-MATCH(WS-S) TO WS-J
                 ADD 1 TO WS-MATCHED-COUNT
                 MOVE WS-MJ-JOB-ID(WS-J) TO OFF-JOB-ID
                 MOVE WS-MJ-POSTER(WS-J) TO OFF-EMPLOYER
                 MOVE WS-MS-NAME(WS-S) TO OFF-APPLICANT
                 MOVE WS-MJ-SALARY(WS-J) TO OFF-SALARY
                 MOVE SPACES TO OFF-START
                 MOVE WS-RESPOND-BY TO OFF-RESPOND-BY
                 SET OFF-EXTENDED TO TRUE
                 WRITE OFFER-REC
                 PERFORM NOTIFY-MATCHED-PAIR
              END-IF
           END-PERFORM
           CLOSE OFFER-FILE.

       NOTIFY-MATCHED-PAIR.
           MOVE "JOBS" TO WS-NOTIF-CAT
           MOVE WS-MS-NAME(WS-S) TO WS-NOTIF-TO
           MOVE SPACES TO WS-NOTIF-MSG
           STRING "Co-op match: you have an offer for Job ID "
                  WS-MJ-JOB-ID(WS-J)
                  " - respond under My Offers by " WS-RESPOND-BY "."
                  DELIMITED BY SIZE INTO WS-NOTIF-MSG
           END-STRING
           CALL "NOTIFY-USER" USING WS-NOTIF-TO WS-NOTIF-MSG
                WS-NOTIF-CAT

           MOVE WS-MJ-POSTER(WS-J) TO WS-NOTIF-TO
           MOVE SPACES TO WS-NOTIF-MSG
           STRING "Co-op match: " FUNCTION TRIM(WS-MS-NAME(WS-S))
                  " was matched to your Job ID " WS-MJ-JOB-ID(WS-J)
                  " and has been sent an offer."
                  DELIMITED BY SIZE INTO WS-NOTIF-MSG
           END-STRING
           CALL "NOTIFY-USER" USING WS-NOTIF-TO WS-NOTIF-MSG
                WS-NOTIF-CAT.

       WRITE-MATCH-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "InCollege Co-op Match Report - Round " WS-ROUND
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Run date: " WS-TODAY
                  "   Offers respond-by: " WS-RESPOND-BY
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE "MATCHED PAIRS" TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-STU-COUNT
              IF WS-MS-MATCH(WS-S) > 0
                 MOVE WS-MS-MATCH(WS-S) TO WS-J
                 MOVE SPACES TO WS-REPORT-LINE
                 STRING "  " WS-MS-NAME(WS-S) " -> Job "
                        WS-MJ-JOB-ID(WS-J) " "
                        FUNCTION TRIM(WS-MJ-TITLE(WS-J))
                        " (" FUNCTION TRIM(WS-MJ-POSTER(WS-J)) ")"
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
                 END-STRING
                 PERFORM WRITE-REPORT-LINE
              END-IF
           END-PERFORM
           MOVE WS-MATCHED-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  Pairs matched: " FUNCTION TRIM(WS-COUNT-DISP)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE "UNMATCHED STUDENTS (second round)" TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-STU-COUNT
              IF WS-MS-MATCH(WS-S) = 0
                 ADD 1 TO WS-UNMATCHED-COUNT
                 MOVE SPACES TO WS-REPORT-LINE
                 STRING "  " WS-MS-NAME(WS-S) " ranked "
                        WS-MS-PREF-COUNT(WS-S) " posting(s)"
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
                 END-STRING
                 PERFORM WRITE-REPORT-LINE
              END-IF
           END-PERFORM
           MOVE WS-UNMATCHED-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  Students unmatched: " FUNCTION TRIM(WS-COUNT-DISP)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE "EMPLOYERS WITH UNFILLED SEATS (second round)"
                TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-JOB-COUNT
              IF WS-MJ-HELD(WS-J) < WS-MJ-SEATS(WS-J)
                 ADD 1 TO WS-OPEN-SEAT-COUNT
                 COMPUTE WS-SEATS-LEFT =
                     WS-MJ-SEATS(WS-J) - WS-MJ-HELD(WS-J)
                 MOVE SPACES TO WS-REPORT-LINE
                 STRING "  " WS-MJ-POSTER(WS-J) " Job "
                        WS-MJ-JOB-ID(WS-J) " "
                        FUNCTION TRIM(WS-MJ-TITLE(WS-J)) ": "
                        WS-SEATS-LEFT " of " WS-MJ-SEATS(WS-J)
                        " seat(s) unfilled"
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
                 END-STRING
                 PERFORM WRITE-REPORT-LINE
              END-IF
           END-PERFORM
           MOVE WS-OPEN-SEAT-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  Postings with seats left: "
                  FUNCTION TRIM(WS-COUNT-DISP)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           CLOSE REPORT-FILE

           MOVE "reports/match-report.txt" TO RPI-PATH
           MOVE "MATCH-RUN" TO RPI-REPORT-ID
           MOVE "Co-op rank-order match report" TO RPI-TITLE
           MOVE SPACES TO RPI-SELECTION
           STRING "match round " WS-ROUND
                  DELIMITED BY SIZE INTO RPI-SELECTION
           END-STRING
           MOVE WS-STU-COUNT TO RPI-RECORDS
           MOVE "students ranked" TO RPI-RECORD-NOUN
           CALL "REPORT-FORMAT" USING REPORT-PAGE-INFO.

       WRITE-REPORT-LINE.
           DISPLAY FUNCTION TRIM(WS-REPORT-LINE)
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC.

      *> The round's row goes to Matched (closed today if the batch
      *> was run straight off an open round).
       MARK-ROUND-MATCHED.
           MOVE "N" TO WS-EOF
           OPEN INPUT ROUND-FILE
           OPEN OUTPUT ROUND-TEMP-FILE
           IF WS-RND-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ ROUND-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF RND-NUMBER = WS-ROUND
                          IF RND-CLOSED-ON = SPACES
                             MOVE WS-TODAY TO RND-CLOSED-ON
                          END-IF
                          SET RND-MATCHED TO TRUE
                       END-IF
                       WRITE ROUND-TEMP-REC FROM ROUND-REC
                 END-READ
              END-PERFORM
              CLOSE ROUND-FILE
           END-IF
           CLOSE ROUND-TEMP-FILE

           OPEN OUTPUT ROUND-FILE
           OPEN INPUT ROUND-TEMP-FILE
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
              READ ROUND-TEMP-FILE INTO ROUND-REC
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END WRITE ROUND-REC
              END-READ
           END-PERFORM
           CLOSE ROUND-TEMP-FILE
           CLOSE ROUND-FILE.

       END PROGRAM MATCH-RUN.
