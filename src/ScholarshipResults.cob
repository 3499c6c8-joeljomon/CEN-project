      *> Standalone batch career services runs once a scholarship's
      *> application deadline has passed. It ranks the award's
      *> applications (data/scholarship-apps.dat) by their committee
      *> scores (data/scholarship-scores.dat): each application's
      *> average, over the members who scored it, of the sum of its
      *> criterion scores - more scores first on a tie, then the
      *> earlier application. Only scores from members still on the
      *> award's committee count.
      *>
      *> An award is decided when its deadline has passed and every
      *> committee member has scored every application: the top
      *> SCH-AWARDS applications with at least one score are
      *> Awarded, the rest Declined, each student is told through
      *> NOTIFY-USER, and the award turns Decided. Until then the
      *> run only writes the ranking, marked PRELIMINARY, so the
      *> committee can see what is still waiting. Re-running a
      *> decided award reprints its results and changes nothing.
      *>
      *>   reports/scholarship-results-<award>.txt
      *>
      *> An award number on the command line runs that award alone;
      *> with none, every award not yet decided whose deadline has
      *> passed is run.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCHOLARSHIP-RESULTS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHOLARSHIP-FILE ASSIGN TO "data/scholarships.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCH-STATUS.
           SELECT SCHOLARSHIP-TEMP-FILE ASSIGN TO "data/schtemp.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEMP-STATUS.
           SELECT COMMITTEE-FILE
               ASSIGN TO "data/scholarship-committee.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCM-STATUS.
           SELECT SCH-APP-FILE ASSIGN TO "data/scholarship-apps.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAP-STATUS.
           SELECT SCH-APP-TEMP-FILE ASSIGN TO "data/saptemp.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATEMP-STATUS.
           SELECT SCORE-FILE ASSIGN TO "data/scholarship-scores.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SSC-STATUS.
           SELECT PROFILE-FILE ASSIGN TO "data/profiles.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROF-STATUS.
           SELECT REPORT-FILE ASSIGN USING WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

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

       FD SCHOLARSHIP-TEMP-FILE.
       01 SCHOLARSHIP-TEMP-REC PIC X(304).

       FD COMMITTEE-FILE.
       01 COMMITTEE-REC.
          05 SCM-ID               PIC 9(04).
          05 SCM-MEMBER           PIC X(20).

      *> data/scholarship-apps.dat: the same layout SCHOLARSHIPS
      *> writes.
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

       FD SCORE-FILE.
       01 SCORE-REC.
          05 SSC-ID               PIC 9(04).
          05 SSC-STUDENT          PIC X(20).
          05 SSC-MEMBER           PIC X(20).
          05 SSC-SCORE            PIC 9(02) OCCURS 3 TIMES.
          05 SSC-DATE             PIC X(10).

       FD PROFILE-FILE.
           COPY "PROFREC.cpy".

       FD REPORT-FILE.
       01 REPORT-REC PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-SCH-STATUS      PIC XX.
       77 WS-STEMP-STATUS    PIC XX.
       77 WS-SCM-STATUS      PIC XX.
       77 WS-SAP-STATUS      PIC XX.
       77 WS-ATEMP-STATUS    PIC XX.
       77 WS-SSC-STATUS      PIC XX.
       77 WS-PROF-STATUS     PIC XX.
       77 WS-REPORT-STATUS   PIC XX.
       77 WS-EOF             PIC X VALUE "N".
       77 WS-SCAN-EOF        PIC X VALUE "N".
       77 WS-ARG             PIC X(20).
       77 WS-ONLY-AWARD      PIC 9(04) VALUE 0.
       77 WS-CURR-DATE       PIC X(21).
       77 WS-TODAY           PIC X(10).
       77 WS-REPORT-PATH     PIC X(60).
       77 WS-REPORT-LINE     PIC X(132).
       77 WS-DISPLAY-LINE    PIC X(132).
       77 WS-RUN-COUNT       PIC 9(04) VALUE 0.
       77 WS-DECIDE-COUNT    PIC 9(04) VALUE 0.
       77 WS-DECIDE          PIC X VALUE "N".
       77 WS-WHY-NOT         PIC X(60).
       77 WS-SCORES-IN       PIC 9(05) VALUE 0.
       77 WS-SCORES-DUE      PIC 9(05) VALUE 0.
       77 WS-AWARDED-NOW     PIC 9(03) VALUE 0.
       77 WS-MEMBER-LIST     PIC X(100).
       77 WS-LIST-PTR        PIC 9(03) VALUE 1.
       77 WS-NOTIF-TO        PIC X(20).
       77 WS-NOTIF-MSG       PIC X(100).
       77 WS-NOTIF-CATEGORY  PIC X(12) VALUE "SCHOLARSHIPS".
       77 WS-SUM             PIC 9(03) VALUE 0.
       77 WS-SWAPPED         PIC X VALUE "N".
       77 WS-HOLD-IDX        PIC 9(03) VALUE 0.
       77 WS-AMOUNT-DISP     PIC $$$$,$$9.
       77 WS-AWARDS-DISP     PIC Z9.
       77 WS-CNT-DISP        PIC ZZZZ9.
       77 WS-CNT-DISP-2      PIC ZZZZ9.
       77 WS-RANK-DISP       PIC ZZ9.
       77 WS-AVG-DISP        PIC Z9.99.
       77 WS-TOTAL-DISP      PIC ZZ9.99.
       77 WS-N-DISP          PIC Z9.
       77 WS-DECISION        PIC X(10).
       77 WS-NAME            PIC X(41).
       77 WS-MAJOR           PIC X(20).
       77 WS-CLASS           PIC X(04).
       77 M                  PIC 9(03) VALUE 0.
       77 P                  PIC 9(03) VALUE 0.
       77 K                  PIC 9(03) VALUE 0.
       77 C                  PIC 9(01) VALUE 0.

      *> The award being run.
       01 WS-AWARD.
          05 WS-AW-ID             PIC 9(04).
          05 WS-AW-TITLE          PIC X(50).
          05 WS-AW-DEPT           PIC X(30).
          05 WS-AW-AMOUNT         PIC 9(06).
          05 WS-AW-AWARDS         PIC 9(02).
          05 WS-AW-DEADLINE       PIC X(10).
          05 WS-AW-CRITERION      PIC X(20) OCCURS 3 TIMES.
          05 WS-AW-STATUS         PIC X(08).

      *> Its committee as it stands.
       01 WS-COMMITTEE-TABLE.
          05 WS-MEMBER-COUNT     PIC 9(03) VALUE 0.
          05 WS-MEMBER           PIC X(20) OCCURS 50 TIMES.

      *> Its applications, in file order. AP-KEY is the average
      *> (hundredths), the number of scores and the day applied
      *> turned round, so one descending comparison ranks them.
       01 WS-APP-TABLE.
          05 WS-APP-COUNT        PIC 9(03) VALUE 0.
          05 WS-AP OCCURS 300 TIMES.
             10 AP-STUDENT       PIC X(20).
             10 AP-APPLIED       PIC X(10).
             10 AP-STATUS        PIC X(10).
             10 AP-DECIDED       PIC X(10).
             10 AP-SCORED        PIC 9(03).
             10 AP-TOTAL         PIC 9(05).
             10 AP-CRIT-TOTAL    PIC 9(05) OCCURS 3 TIMES.
             10 AP-KEY.
                15 AP-AVG        PIC 9(04).
                15 AP-KEY-SCORED PIC 9(03).
                15 AP-KEY-DATE   PIC 9(08).

      *> Application subscripts in rank order.
       01 WS-RANK-TABLE.
          05 WS-RANK             PIC 9(03) OCCURS 300 TIMES.

      *> Awards this run decided, marked Decided at the end.
       01 WS-DECIDED-TABLE.
          05 WS-DECIDED-ID       PIC 9(04) OCCURS 500 TIMES.

           COPY "REGIONINF.cpy".
           COPY "RPTINF.cpy".

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

           MOVE SPACES TO WS-ARG
           ACCEPT WS-ARG FROM COMMAND-LINE
           IF WS-ARG NOT = SPACES
              MOVE FUNCTION NUMVAL(WS-ARG) TO WS-ONLY-AWARD
           END-IF

           MOVE "N" TO WS-EOF
           OPEN INPUT SCHOLARSHIP-FILE
           IF WS-SCH-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ SCHOLARSHIP-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF (WS-ONLY-AWARD = 0 AND NOT SCH-DECIDED AND
                           SCH-DEADLINE < WS-TODAY)
                          OR (WS-ONLY-AWARD NOT = 0 AND
                              SCH-ID = WS-ONLY-AWARD)
                          PERFORM RUN-ONE-AWARD
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SCHOLARSHIP-FILE
           END-IF

           IF WS-DECIDE-COUNT > 0
              PERFORM MARK-AWARDS-DECIDED
           END-IF

           MOVE WS-RUN-COUNT TO WS-CNT-DISP
           MOVE WS-DECIDE-COUNT TO WS-CNT-DISP-2
           DISPLAY "SCHOLARSHIP-RESULTS: " FUNCTION TRIM(WS-CNT-DISP)
                   " award(s) ranked, " FUNCTION TRIM(WS-CNT-DISP-2)
                   " decided."
           GOBACK.

       RUN-ONE-AWARD.
           ADD 1 TO WS-RUN-COUNT
           MOVE SCH-ID TO WS-AW-ID
           MOVE SCH-TITLE TO WS-AW-TITLE
           MOVE SCH-DEPT TO WS-AW-DEPT
           MOVE SCH-AMOUNT TO WS-AW-AMOUNT
           MOVE SCH-AWARDS TO WS-AW-AWARDS
           MOVE SCH-DEADLINE TO WS-AW-DEADLINE
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > 3
              MOVE SCH-CRITERION(C) TO WS-AW-CRITERION(C)
           END-PERFORM
           MOVE SCH-STATUS TO WS-AW-STATUS

           PERFORM LOAD-COMMITTEE
           PERFORM LOAD-APPLICATIONS
           PERFORM LOAD-SCORES
           PERFORM RANK-APPLICATIONS

           COMPUTE WS-SCORES-DUE = WS-MEMBER-COUNT * WS-APP-COUNT
           MOVE "N" TO WS-DECIDE
           MOVE SPACES TO WS-WHY-NOT
           EVALUATE TRUE
              WHEN WS-AW-STATUS = "Decided"
                 CONTINUE
              WHEN WS-AW-DEADLINE NOT < WS-TODAY
                 MOVE "the application deadline has not passed"
                      TO WS-WHY-NOT
              WHEN WS-MEMBER-COUNT = 0
                 MOVE "the award has no committee" TO WS-WHY-NOT
              WHEN WS-SCORES-IN < WS-SCORES-DUE
                 MOVE "committee scoring is not complete"
                      TO WS-WHY-NOT
              WHEN OTHER
                 MOVE "Y" TO WS-DECIDE
           END-EVALUATE

           IF WS-DECIDE = "Y"
              PERFORM DECIDE-AWARD
           END-IF
           PERFORM WRITE-RESULTS-REPORT

           MOVE SPACES TO WS-DISPLAY-LINE
           EVALUATE TRUE
              WHEN WS-DECIDE = "Y"
                 MOVE WS-AWARDED-NOW TO WS-CNT-DISP
                 MOVE WS-APP-COUNT TO WS-CNT-DISP-2
                 STRING "SCHOLARSHIP-RESULTS: award " WS-AW-ID
                        " decided - " FUNCTION TRIM(WS-CNT-DISP)
                        " awarded of " FUNCTION TRIM(WS-CNT-DISP-2)
                        " application(s)."
                        DELIMITED BY SIZE INTO WS-DISPLAY-LINE
                 END-STRING
              WHEN WS-AW-STATUS = "Decided"
                 STRING "SCHOLARSHIP-RESULTS: award " WS-AW-ID
                        " was already decided - results reprinted."
                        DELIMITED BY SIZE INTO WS-DISPLAY-LINE
                 END-STRING
              WHEN OTHER
                 STRING "SCHOLARSHIP-RESULTS: award " WS-AW-ID
                        " not decided - " FUNCTION TRIM(WS-WHY-NOT)
                        "."
                        DELIMITED BY SIZE INTO WS-DISPLAY-LINE
                 END-STRING
           END-EVALUATE
           DISPLAY FUNCTION TRIM(WS-DISPLAY-LINE).

       LOAD-COMMITTEE.
           MOVE 0 TO WS-MEMBER-COUNT
           MOVE SPACES TO WS-MEMBER-LIST
           MOVE 1 TO WS-LIST-PTR
           MOVE "N" TO WS-SCAN-EOF
           OPEN INPUT COMMITTEE-FILE
           IF WS-SCM-STATUS = "00"
              PERFORM UNTIL WS-SCAN-EOF = "Y"
                 READ COMMITTEE-FILE
                    AT END MOVE "Y" TO WS-SCAN-EOF
                    NOT AT END
                       IF SCM-ID = WS-AW-ID AND WS-MEMBER-COUNT < 50
                          ADD 1 TO WS-MEMBER-COUNT
                          MOVE SCM-MEMBER TO WS-MEMBER(WS-MEMBER-COUNT)
                          IF WS-LIST-PTR > 1
                             STRING ", " DELIMITED BY SIZE
                                    INTO WS-MEMBER-LIST
                                    WITH POINTER WS-LIST-PTR
                             END-STRING
                          END-IF
                          STRING FUNCTION TRIM(SCM-MEMBER)
                                 DELIMITED BY SIZE
                                 INTO WS-MEMBER-LIST
                                 WITH POINTER WS-LIST-PTR
                          END-STRING
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE COMMITTEE-FILE
           END-IF.

       LOAD-APPLICATIONS.
           MOVE 0 TO WS-APP-COUNT
           MOVE "N" TO WS-SCAN-EOF
           OPEN INPUT SCH-APP-FILE
           IF WS-SAP-STATUS = "00"
              PERFORM UNTIL WS-SCAN-EOF = "Y"
                 READ SCH-APP-FILE
                    AT END MOVE "Y" TO WS-SCAN-EOF
                    NOT AT END
                       IF SAP-ID = WS-AW-ID AND WS-APP-COUNT < 300
                          ADD 1 TO WS-APP-COUNT
                          MOVE WS-APP-COUNT TO P
                          MOVE SAP-STUDENT TO AP-STUDENT(P)
                          MOVE SAP-APPLIED TO AP-APPLIED(P)
                          MOVE SAP-STATUS TO AP-STATUS(P)
                          MOVE SAP-DECIDED TO AP-DECIDED(P)
                          MOVE 0 TO AP-SCORED(P)
                          MOVE 0 TO AP-TOTAL(P)
                          PERFORM VARYING C FROM 1 BY 1 UNTIL C > 3
                             MOVE 0 TO AP-CRIT-TOTAL(P, C)
                          END-PERFORM
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SCH-APP-FILE
           END-IF.

      *> Adds each current committee member's score row to its
      *> application; a member's later row for the same application
      *> is not expected (SCHOLARSHIPS asks only for unscored ones).
       LOAD-SCORES.
           MOVE 0 TO WS-SCORES-IN
           MOVE "N" TO WS-SCAN-EOF
           OPEN INPUT SCORE-FILE
           IF WS-SSC-STATUS = "00"
              PERFORM UNTIL WS-SCAN-EOF = "Y"
                 READ SCORE-FILE
                    AT END MOVE "Y" TO WS-SCAN-EOF
                    NOT AT END
                       IF SSC-ID = WS-AW-ID
                          PERFORM ADD-ONE-SCORE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SCORE-FILE
           END-IF.

       ADD-ONE-SCORE.
           MOVE 0 TO K
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > WS-MEMBER-COUNT
              IF WS-MEMBER(M) = SSC-MEMBER
                 MOVE M TO K
              END-IF
           END-PERFORM
           IF K = 0
              EXIT PARAGRAPH
           END-IF

           PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-APP-COUNT
              IF AP-STUDENT(P) = SSC-STUDENT
                 ADD 1 TO AP-SCORED(P)
                 ADD 1 TO WS-SCORES-IN
                 MOVE 0 TO WS-SUM
                 PERFORM VARYING C FROM 1 BY 1 UNTIL C > 3
                    IF WS-AW-CRITERION(C) NOT = SPACES
                       ADD SSC-SCORE(C) TO AP-CRIT-TOTAL(P, C)
                       ADD SSC-SCORE(C) TO WS-SUM
                    END-IF
                 END-PERFORM
                 ADD WS-SUM TO AP-TOTAL(P)
              END-IF
           END-PERFORM.

      *> Builds each key and bubble-sorts the subscripts by it,
      *> highest first.
       RANK-APPLICATIONS.
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-APP-COUNT
              IF AP-SCORED(P) > 0
                 COMPUTE AP-AVG(P) ROUNDED =
                         AP-TOTAL(P) * 100 / AP-SCORED(P)
              ELSE
                 MOVE 0 TO AP-AVG(P)
              END-IF
              MOVE AP-SCORED(P) TO AP-KEY-SCORED(P)
              COMPUTE AP-KEY-DATE(P) = 99999999 -
                      FUNCTION NUMVAL(AP-APPLIED(P)(1:4)) * 10000 -
                      FUNCTION NUMVAL(AP-APPLIED(P)(6:2)) * 100 -
                      FUNCTION NUMVAL(AP-APPLIED(P)(9:2))
              MOVE P TO WS-RANK(P)
           END-PERFORM

           MOVE "Y" TO WS-SWAPPED
           PERFORM UNTIL WS-SWAPPED = "N"
              MOVE "N" TO WS-SWAPPED
              PERFORM VARYING K FROM 1 BY 1 UNTIL K >= WS-APP-COUNT
                 IF AP-KEY(WS-RANK(K)) < AP-KEY(WS-RANK(K + 1))
                    MOVE WS-RANK(K) TO WS-HOLD-IDX
                    MOVE WS-RANK(K + 1) TO WS-RANK(K)
                    MOVE WS-HOLD-IDX TO WS-RANK(K + 1)
                    MOVE "Y" TO WS-SWAPPED
                 END-IF
              END-PERFORM
           END-PERFORM.

      *> Top SCH-AWARDS scored applications are Awarded, the rest
      *> Declined; the applications file is rewritten with the
      *> decisions and each student notified.
       DECIDE-AWARD.
           ADD 1 TO WS-DECIDE-COUNT
           MOVE WS-AW-ID TO WS-DECIDED-ID(WS-DECIDE-COUNT)
           MOVE 0 TO WS-AWARDED-NOW
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-APP-COUNT
              MOVE WS-RANK(K) TO P
              IF WS-AWARDED-NOW < WS-AW-AWARDS AND AP-SCORED(P) > 0
                 ADD 1 TO WS-AWARDED-NOW
                 MOVE "Awarded" TO AP-STATUS(P)
              ELSE
                 MOVE "Declined" TO AP-STATUS(P)
              END-IF
              MOVE WS-TODAY TO AP-DECIDED(P)
           END-PERFORM
           MOVE "Decided" TO WS-AW-STATUS

           MOVE "N" TO WS-SCAN-EOF
           OPEN INPUT SCH-APP-FILE
           OPEN OUTPUT SCH-APP-TEMP-FILE
           PERFORM UNTIL WS-SCAN-EOF = "Y"
              READ SCH-APP-FILE
                 AT END MOVE "Y" TO WS-SCAN-EOF
                 NOT AT END
                    IF SAP-ID = WS-AW-ID
                       PERFORM VARYING P FROM 1 BY 1
                               UNTIL P > WS-APP-COUNT
                          IF AP-STUDENT(P) = SAP-STUDENT
                             MOVE AP-STATUS(P) TO SAP-STATUS
                             MOVE AP-DECIDED(P) TO SAP-DECIDED
                          END-IF
                       END-PERFORM
                    END-IF
                    WRITE SCH-APP-TEMP-REC FROM SCH-APP-REC
              END-READ
           END-PERFORM
           CLOSE SCH-APP-FILE
           CLOSE SCH-APP-TEMP-FILE

           OPEN OUTPUT SCH-APP-FILE
           OPEN INPUT SCH-APP-TEMP-FILE
           MOVE "N" TO WS-SCAN-EOF
           PERFORM UNTIL WS-SCAN-EOF = "Y"
              READ SCH-APP-TEMP-FILE INTO SCH-APP-REC
                 AT END MOVE "Y" TO WS-SCAN-EOF
                 NOT AT END WRITE SCH-APP-REC
              END-READ
           END-PERFORM
           CLOSE SCH-APP-TEMP-FILE
           CLOSE SCH-APP-FILE

           PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-APP-COUNT
              MOVE AP-STUDENT(P) TO WS-NOTIF-TO
              MOVE SPACES TO WS-NOTIF-MSG
              IF AP-STATUS(P) = "Awarded"
                 STRING "You were awarded the "
                        FUNCTION TRIM(WS-AW-TITLE)
                        "! See Scholarships."
                        DELIMITED BY SIZE INTO WS-NOTIF-MSG
                 END-STRING
              ELSE
                 STRING "Not awarded: " FUNCTION TRIM(WS-AW-TITLE)
                        " - thank you for applying."
                        DELIMITED BY SIZE INTO WS-NOTIF-MSG
                 END-STRING
              END-IF
              CALL "NOTIFY-USER" USING WS-NOTIF-TO WS-NOTIF-MSG
                                       WS-NOTIF-CATEGORY
           END-PERFORM.

      *> The decided awards turn Decided once the run's pass over
      *> the awards file is finished.
       MARK-AWARDS-DECIDED.
           MOVE "N" TO WS-EOF
           OPEN INPUT SCHOLARSHIP-FILE
           OPEN OUTPUT SCHOLARSHIP-TEMP-FILE
           PERFORM UNTIL WS-EOF = "Y"
              READ SCHOLARSHIP-FILE
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    PERFORM VARYING K FROM 1 BY 1
                            UNTIL K > WS-DECIDE-COUNT
                       IF WS-DECIDED-ID(K) = SCH-ID
                          MOVE "Decided" TO SCH-STATUS
                       END-IF
                    END-PERFORM
                    WRITE SCHOLARSHIP-TEMP-REC FROM SCHOLARSHIP-REC
              END-READ
           END-PERFORM
           CLOSE SCHOLARSHIP-FILE
           CLOSE SCHOLARSHIP-TEMP-FILE

           OPEN OUTPUT SCHOLARSHIP-FILE
           OPEN INPUT SCHOLARSHIP-TEMP-FILE
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
              READ SCHOLARSHIP-TEMP-FILE INTO SCHOLARSHIP-REC
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END WRITE SCHOLARSHIP-REC
              END-READ
           END-PERFORM
           CLOSE SCHOLARSHIP-TEMP-FILE
           CLOSE SCHOLARSHIP-FILE.

       WRITE-RESULTS-REPORT.
           MOVE SPACES TO WS-REPORT-PATH
           STRING "reports/scholarship-results-" WS-AW-ID ".txt"
                  DELIMITED BY SIZE INTO WS-REPORT-PATH
           END-STRING
           OPEN OUTPUT REPORT-FILE

           MOVE SPACES TO WS-REPORT-LINE
           STRING "Scholarship Results - " FUNCTION TRIM(WS-AW-TITLE)
                  " (award " WS-AW-ID ")"
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM PUT-LINE
           MOVE ALL "=" TO WS-REPORT-LINE(1:70)
           PERFORM PUT-LINE
           MOVE WS-AW-AMOUNT TO WS-AMOUNT-DISP
           MOVE WS-AW-AWARDS TO WS-AWARDS-DISP
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Department: " FUNCTION TRIM(WS-AW-DEPT)
                  "    Amount: " FUNCTION TRIM(WS-AMOUNT-DISP)
                  " x " FUNCTION TRIM(WS-AWARDS-DISP)
                  "    Deadline: " WS-AW-DEADLINE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM PUT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-MEMBER-LIST = SPACES
              MOVE "Committee: (none)" TO WS-REPORT-LINE
           ELSE
              STRING "Committee: " FUNCTION TRIM(WS-MEMBER-LIST)
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-STRING
           END-IF
           PERFORM PUT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE 1 TO WS-LIST-PTR
           STRING "Criteria (each 0-10): "
                  FUNCTION TRIM(WS-AW-CRITERION(1))
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
                  WITH POINTER WS-LIST-PTR
           END-STRING
           PERFORM VARYING C FROM 2 BY 1 UNTIL C > 3
              IF WS-AW-CRITERION(C) NOT = SPACES
                 STRING ", " FUNCTION TRIM(WS-AW-CRITERION(C))
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
                        WITH POINTER WS-LIST-PTR
                 END-STRING
              END-IF
           END-PERFORM
           PERFORM PUT-LINE

           MOVE WS-SCORES-IN TO WS-CNT-DISP
           MOVE WS-SCORES-DUE TO WS-CNT-DISP-2
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-AW-STATUS = "Decided"
              STRING "DECIDED - " FUNCTION TRIM(WS-CNT-DISP)
                     " of " FUNCTION TRIM(WS-CNT-DISP-2)
                     " committee scores in"
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-STRING
           ELSE
              STRING "PRELIMINARY - " FUNCTION TRIM(WS-WHY-NOT)
                     "; " FUNCTION TRIM(WS-CNT-DISP)
                     " of " FUNCTION TRIM(WS-CNT-DISP-2)
                     " committee scores in"
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-STRING
           END-IF
           PERFORM PUT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM PUT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE "Rank" TO WS-REPORT-LINE(1:4)
           MOVE "Applicant" TO WS-REPORT-LINE(7:9)
           MOVE "Major" TO WS-REPORT-LINE(39:5)
           MOVE "Class" TO WS-REPORT-LINE(61:5)
           MOVE "Scores" TO WS-REPORT-LINE(67:6)
           MOVE "C1" TO WS-REPORT-LINE(76:2)
           MOVE "C2" TO WS-REPORT-LINE(82:2)
           MOVE "C3" TO WS-REPORT-LINE(88:2)
           MOVE "Average" TO WS-REPORT-LINE(92:7)
           MOVE "Decision" TO WS-REPORT-LINE(101:8)
           PERFORM PUT-LINE
           MOVE ALL "-" TO WS-REPORT-LINE(1:110)
           PERFORM PUT-LINE

           IF WS-APP-COUNT = 0
              MOVE "  (no applications)" TO WS-REPORT-LINE
              PERFORM PUT-LINE
           END-IF
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-APP-COUNT
              MOVE WS-RANK(K) TO P
              PERFORM WRITE-RANKED-LINE
           END-PERFORM

           CLOSE REPORT-FILE

           MOVE WS-REPORT-PATH TO RPI-PATH
           MOVE "SCHOLARSHIP-RESULTS" TO RPI-REPORT-ID
           MOVE "Scholarship committee results" TO RPI-TITLE
           MOVE SPACES TO RPI-SELECTION
           STRING "award " WS-AW-ID " " FUNCTION TRIM(WS-AW-TITLE)
                  DELIMITED BY SIZE INTO RPI-SELECTION
           END-STRING
           MOVE WS-APP-COUNT TO RPI-RECORDS
           MOVE "applications ranked" TO RPI-RECORD-NOUN
           CALL "REPORT-FORMAT" USING REPORT-PAGE-INFO.

       WRITE-RANKED-LINE.
           PERFORM LOOKUP-PROFILE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE K TO WS-RANK-DISP
           MOVE WS-RANK-DISP TO WS-REPORT-LINE(1:3)
           MOVE SPACES TO WS-REPORT-LINE(7:31)
           IF WS-NAME = SPACES
              MOVE AP-STUDENT(P) TO WS-REPORT-LINE(7:20)
           ELSE
              STRING FUNCTION TRIM(WS-NAME) " ("
                     FUNCTION TRIM(AP-STUDENT(P)) ")"
                     DELIMITED BY SIZE INTO WS-REPORT-LINE(7:31)
              END-STRING
           END-IF
           MOVE WS-MAJOR TO WS-REPORT-LINE(39:20)
           MOVE WS-CLASS TO WS-REPORT-LINE(61:4)
           MOVE AP-SCORED(P) TO WS-N-DISP
           MOVE WS-N-DISP TO WS-REPORT-LINE(69:2)
           IF AP-SCORED(P) > 0
              PERFORM VARYING C FROM 1 BY 1 UNTIL C > 3
                 IF WS-AW-CRITERION(C) NOT = SPACES
                    COMPUTE WS-AVG-DISP ROUNDED =
                            AP-CRIT-TOTAL(P, C) / AP-SCORED(P)
                    MOVE WS-AVG-DISP TO
                         WS-REPORT-LINE(74 + (C - 1) * 6:5)
                 END-IF
              END-PERFORM
              COMPUTE WS-TOTAL-DISP = AP-AVG(P) / 100
              MOVE WS-TOTAL-DISP TO WS-REPORT-LINE(92:6)
           ELSE
              MOVE "-" TO WS-REPORT-LINE(96:1)
           END-IF
           EVALUATE AP-STATUS(P)
              WHEN "Awarded"
                 MOVE "AWARDED" TO WS-DECISION
              WHEN "Declined"
                 MOVE "declined" TO WS-DECISION
              WHEN OTHER
                 MOVE "pending" TO WS-DECISION
           END-EVALUATE
           MOVE WS-DECISION TO WS-REPORT-LINE(101:10)
           PERFORM PUT-LINE.

      *> Name, major and class for applicant P.
       LOOKUP-PROFILE.
           MOVE SPACES TO WS-NAME WS-MAJOR WS-CLASS
           MOVE "N" TO WS-SCAN-EOF
           OPEN INPUT PROFILE-FILE
           IF WS-PROF-STATUS = "00"
              PERFORM UNTIL WS-SCAN-EOF = "Y"
                 READ PROFILE-FILE
                    AT END MOVE "Y" TO WS-SCAN-EOF
                    NOT AT END
                       IF PROF-USERNAME = AP-STUDENT(P)
                          MOVE "Y" TO WS-SCAN-EOF
                          STRING FUNCTION TRIM(PROF-FIRST-NAME) " "
                                 FUNCTION TRIM(PROF-LAST-NAME)
                                 DELIMITED BY SIZE INTO WS-NAME
                          END-STRING
                          MOVE PROF-MAJOR TO WS-MAJOR
                          IF PROF-GRAD-YEAR IS NUMERIC
                             MOVE PROF-GRAD-YEAR TO WS-CLASS
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PROFILE-FILE
           END-IF.

       PUT-LINE.
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO WS-REPORT-LINE.

       END PROGRAM SCHOLARSHIP-RESULTS.
