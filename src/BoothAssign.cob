      *> Standalone batch career services runs once registration for
      *> a career fair closes (and again whenever it wants a fresh
      *> allocation). A fair is an event with booths laid out in
      *> data/fair-floor.dat; employers ask for a booth through
      *> CAREER-EVENTS' FAIR-REGISTER, which leaves their size,
      *> power, table, representatives and preferred zone in
      *> data/fair-registrations.dat.
      *>
      *> Booths go out in engagement order: the tier EMPLOYER-
      *> SCORECARD last left in data/employer-tiers.dat (PREMIER,
      *> ENGAGED, DEVELOPING, CALL, then employers it has not
      *> scored), its rank within that, and registration order
      *> last. Each employer takes the free booth that fits - at
      *> least the size asked for, with power and a table where
      *> they were asked for - and costs least: a booth outside the
      *> preferred zone costs 100, each size step bigger than asked
      *> 10, and power or a table nobody asked for 1 each. An
      *> employer with nothing left that fits is waitlisted (a blank
      *> booth) and moves up if the fair is re-run after a
      *> withdrawal.
      *>
      *> The allocation replaces the fair's rows in
      *> data/fair-booths.dat, which is what employers see as their
      *> booth and students see under "who is at the fair". Each
      *> employer whose booth is new or changed is told through
      *> NOTIFY-USER. Three reports per fair:
      *>   reports/fair-map-<event>.txt        the floor as a grid
      *>   reports/fair-roster-<event>.txt     day-of check-in sheet
      *>   reports/fair-exhibitors-<event>.txt student-facing list
      *>
      *> An event number on the command line runs that fair alone;
      *> with none, every fair from today on is run.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOOTH-ASSIGN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVENTS-FILE ASSIGN TO "data/events.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EV-STATUS.
           SELECT FLOOR-FILE ASSIGN TO "data/fair-floor.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLOOR-STATUS.
           SELECT FAIR-REG-FILE ASSIGN TO "data/fair-registrations.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FREG-STATUS.
           SELECT TIER-FILE ASSIGN TO "data/employer-tiers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIER-STATUS.
           SELECT EMPLOYER-FILE ASSIGN TO "data/employers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMP-STATUS.
           SELECT BOOTH-FILE ASSIGN TO "data/fair-booths.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOOTH-STATUS.
           SELECT BOOTH-TEMP-FILE ASSIGN TO "data/fairboothtemp.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BTEMP-STATUS.
           SELECT REPORT-FILE ASSIGN USING WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> data/events.dat: the layout CAREER-EVENTS writes.
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

      *> data/fair-floor.dat: the layout CAREER-EVENTS reads.
       FD FLOOR-FILE.
       01 FLOOR-REC.
          05 FF-EVENT-ID          PIC 9(05).
          05 FF-BOOTH             PIC X(06).
          05 FF-SIZE              PIC X(01).
          05 FF-POWER             PIC X(01).
          05 FF-TABLE             PIC X(01).
          05 FF-ZONE              PIC X(20).
          05 FF-ROW               PIC 9(02).
          05 FF-COL               PIC 9(02).

      *> data/fair-registrations.dat: the layout FAIR-REGISTER
      *> writes, in registration order.
       FD FAIR-REG-FILE.
       01 FAIR-REG-REC.
          05 FR-EVENT-ID          PIC 9(05).
          05 FR-EMPLOYER          PIC X(20).
          05 FR-SIZE              PIC X(01).
          05 FR-POWER             PIC X(01).
          05 FR-TABLE             PIC X(01).
          05 FR-REPS              PIC 9(02).
          05 FR-ZONE              PIC X(20).
          05 FR-REG-DATE          PIC X(10).

      *> data/employer-tiers.dat: the layout EMPLOYER-SCORECARD
      *> writes.
       FD TIER-FILE.
       01 TIER-REC.
          05 ET-USERNAME           PIC X(20).
          05 ET-TIER               PIC X(10).
          05 ET-RANK               PIC 9(04).
          05 ET-SCORE              PIC S9(05) SIGN LEADING SEPARATE.
          05 ET-TERM               PIC X(10).

       FD EMPLOYER-FILE.
           COPY "EMPLOYERREC.cpy".

      *> data/fair-booths.dat: one row per registered employer per
      *> fair; a blank FA-BOOTH is a waitlisted employer.
       FD BOOTH-FILE.
       01 BOOTH-REC.
          05 FA-EVENT-ID          PIC 9(05).
          05 FA-BOOTH             PIC X(06).
          05 FA-EMPLOYER          PIC X(20).
          05 FA-COMPANY           PIC X(50).
          05 FA-ZONE              PIC X(20).
          05 FA-REPS              PIC 9(02).

       FD BOOTH-TEMP-FILE.
       01 BOOTH-TEMP-REC PIC X(103).

       FD REPORT-FILE.
       01 REPORT-REC PIC X(240).

       WORKING-STORAGE SECTION.
       77 WS-EV-STATUS       PIC XX.
       77 WS-FLOOR-STATUS    PIC XX.
       77 WS-FREG-STATUS     PIC XX.
       77 WS-TIER-STATUS     PIC XX.
       77 WS-EMP-STATUS      PIC XX.
       77 WS-BOOTH-STATUS    PIC XX.
       77 WS-BTEMP-STATUS    PIC XX.
       77 WS-REPORT-STATUS   PIC XX.
       77 WS-EOF             PIC X VALUE "N".
       77 WS-SCAN-EOF        PIC X VALUE "N".
       77 WS-ARG             PIC X(20).
       77 WS-ONLY-EVENT      PIC 9(05) VALUE 0.
       77 WS-CURR-DATE       PIC X(21).
       77 WS-TODAY           PIC X(10).
       77 WS-REPORT-PATH     PIC X(60).
       77 WS-REPORT-LINE     PIC X(240).
       77 WS-DISPLAY-LINE    PIC X(132).
       77 WS-FAIR-COUNT      PIC 9(04) VALUE 0.
       77 WS-PLACED-COUNT    PIC 9(04) VALUE 0.
       77 WS-WAIT-COUNT      PIC 9(04) VALUE 0.
       77 WS-NOTIF-TO        PIC X(20).
       77 WS-NOTIF-MSG       PIC X(100).
       77 WS-NOTIF-CATEGORY  PIC X(12).
       77 WS-BEST            PIC 9(04) VALUE 0.
       77 WS-BEST-COST       PIC 9(05) VALUE 0.
       77 WS-COST            PIC 9(05) VALUE 0.
       77 WS-FITS            PIC X VALUE "N".
       77 WS-SIZE-CODE       PIC X(01).
       77 WS-SIZE-LEVEL      PIC 9(01) VALUE 0.
       77 WS-SWAPPED         PIC X VALUE "N".
       77 WS-HOLD-IDX        PIC 9(04) VALUE 0.
       77 WS-MAX-ROW         PIC 9(02) VALUE 0.
       77 WS-MAX-COL         PIC 9(02) VALUE 0.
       77 WS-GRID-ROW        PIC 9(02) VALUE 0.
       77 WS-CELL-POS        PIC 9(03) VALUE 0.
       77 WS-CNT-DISP        PIC ZZZ9.
       77 WS-REPS-DISP       PIC Z9.
       77 B                  PIC 9(04) VALUE 0.
       77 R                  PIC 9(04) VALUE 0.
       77 K                  PIC 9(04) VALUE 0.

      *> The fair being run.
       01 WS-FAIR.
          05 WS-FAIR-ID          PIC 9(05).
          05 WS-FAIR-TITLE       PIC X(50).
          05 WS-FAIR-DATE        PIC X(10).
          05 WS-FAIR-LOCATION    PIC X(50).

      *> Its floor, in the order career services laid it out; BT-
      *> TAKEN is the registration placed there, 0 while free.
       01 WS-BOOTH-TABLE.
          05 WS-BOOTH-COUNT      PIC 9(04) VALUE 0.
          05 WS-BT OCCURS 300 TIMES.
             10 BT-CODE          PIC X(06).
             10 BT-SIZE-LEVEL    PIC 9(01).
             10 BT-POWER         PIC X(01).
             10 BT-TABLE         PIC X(01).
             10 BT-ZONE          PIC X(20).
             10 BT-ROW           PIC 9(02).
             10 BT-COL           PIC 9(02).
             10 BT-TAKEN         PIC 9(04).

      *> Its registrations, in file (registration) order. RG-KEY
      *> is the tier order, rank and place in line together, so one
      *> comparison orders employers; RG-BOOTH is the booth placed
      *> in, 0 when waitlisted.
       01 WS-REG-TABLE.
          05 WS-REG-COUNT        PIC 9(04) VALUE 0.
          05 WS-RG OCCURS 300 TIMES.
             10 RG-EMPLOYER      PIC X(20).
             10 RG-COMPANY       PIC X(50).
             10 RG-SIZE-LEVEL    PIC 9(01).
             10 RG-POWER         PIC X(01).
             10 RG-TABLE         PIC X(01).
             10 RG-REPS          PIC 9(02).
             10 RG-ZONE          PIC X(20).
             10 RG-TIER          PIC X(10).
             10 RG-KEY.
                15 RG-TIER-ORDER PIC 9(01).
                15 RG-RANK       PIC 9(04).
                15 RG-SEQ        PIC 9(04).
             10 RG-BOOTH         PIC 9(04).
             10 RG-OLD-BOOTH     PIC X(06).
             10 RG-HAD-ROW       PIC X(01).

      *> Registration subscripts in allocation order.
       01 WS-ORDER-TABLE.
          05 WS-ORDER            PIC 9(04) OCCURS 300 TIMES.

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
              MOVE FUNCTION NUMVAL(WS-ARG) TO WS-ONLY-EVENT
           END-IF

           MOVE "N" TO WS-EOF
           OPEN INPUT EVENTS-FILE
           IF WS-EV-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ EVENTS-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF (WS-ONLY-EVENT = 0 AND EV-DATE >= WS-TODAY)
                          OR (WS-ONLY-EVENT NOT = 0 AND
                              EV-ID = WS-ONLY-EVENT)
                          PERFORM RUN-ONE-FAIR
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE EVENTS-FILE
           END-IF

           MOVE WS-FAIR-COUNT TO WS-CNT-DISP
           DISPLAY "BOOTH-ASSIGN: " FUNCTION TRIM(WS-CNT-DISP)
                   " fair(s) assigned."
           GOBACK.

       RUN-ONE-FAIR.
           MOVE EV-ID TO WS-FAIR-ID
           MOVE EV-TITLE TO WS-FAIR-TITLE
           MOVE EV-DATE TO WS-FAIR-DATE
           MOVE EV-LOCATION TO WS-FAIR-LOCATION

           PERFORM LOAD-FLOOR
           IF WS-BOOTH-COUNT = 0
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FAIR-COUNT

           PERFORM LOAD-REGISTRATIONS
           PERFORM ORDER-REGISTRATIONS
           MOVE 0 TO WS-PLACED-COUNT
           MOVE 0 TO WS-WAIT-COUNT
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-REG-COUNT
              MOVE WS-ORDER(K) TO R
              PERFORM PLACE-ONE-EMPLOYER
           END-PERFORM

           PERFORM REWRITE-BOOTH-FILE
           PERFORM NOTIFY-EMPLOYERS
           PERFORM WRITE-FLOOR-MAP
           PERFORM WRITE-CHECKIN-ROSTER
           PERFORM WRITE-EXHIBITOR-LIST

           MOVE SPACES TO WS-DISPLAY-LINE
           STRING "BOOTH-ASSIGN: event " WS-FAIR-ID " - "
                  WS-PLACED-COUNT " placed, " WS-WAIT-COUNT
                  " waitlisted, " WS-BOOTH-COUNT " booth(s)."
                  DELIMITED BY SIZE INTO WS-DISPLAY-LINE
           END-STRING
           DISPLAY FUNCTION TRIM(WS-DISPLAY-LINE).

       LOAD-FLOOR.
           MOVE 0 TO WS-BOOTH-COUNT
           MOVE 0 TO WS-MAX-ROW
           MOVE 0 TO WS-MAX-COL
           MOVE "N" TO WS-SCAN-EOF
           OPEN INPUT FLOOR-FILE
           IF WS-FLOOR-STATUS = "00"
              PERFORM UNTIL WS-SCAN-EOF = "Y"
                 READ FLOOR-FILE
                    AT END MOVE "Y" TO WS-SCAN-EOF
                    NOT AT END
                       IF FF-EVENT-ID = WS-FAIR-ID AND
                          WS-BOOTH-COUNT < 300
                          ADD 1 TO WS-BOOTH-COUNT
                          MOVE WS-BOOTH-COUNT TO B
                          MOVE FF-BOOTH TO BT-CODE(B)
                          MOVE FF-SIZE TO WS-SIZE-CODE
                          PERFORM SIZE-TO-LEVEL
                          MOVE WS-SIZE-LEVEL TO BT-SIZE-LEVEL(B)
                          MOVE FUNCTION UPPER-CASE(FF-POWER)
                               TO BT-POWER(B)
                          MOVE FUNCTION UPPER-CASE(FF-TABLE)
                               TO BT-TABLE(B)
                          MOVE FF-ZONE TO BT-ZONE(B)
                          MOVE FF-ROW TO BT-ROW(B)
                          MOVE FF-COL TO BT-COL(B)
                          MOVE 0 TO BT-TAKEN(B)
                          IF FF-ROW > WS-MAX-ROW
                             MOVE FF-ROW TO WS-MAX-ROW
                          END-IF
                          IF FF-COL > WS-MAX-COL
                             MOVE FF-COL TO WS-MAX-COL
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FLOOR-FILE
           END-IF.

      *> S, M, L as 1, 2, 3; anything else is taken as M.
       SIZE-TO-LEVEL.
           EVALUATE FUNCTION UPPER-CASE(WS-SIZE-CODE)
              WHEN "S"   MOVE 1 TO WS-SIZE-LEVEL
              WHEN "L"   MOVE 3 TO WS-SIZE-LEVEL
              WHEN OTHER MOVE 2 TO WS-SIZE-LEVEL
           END-EVALUATE.

       LOAD-REGISTRATIONS.
           MOVE 0 TO WS-REG-COUNT
           MOVE "N" TO WS-SCAN-EOF
           OPEN INPUT FAIR-REG-FILE
           IF WS-FREG-STATUS = "00"
              PERFORM UNTIL WS-SCAN-EOF = "Y"
                 READ FAIR-REG-FILE
                    AT END MOVE "Y" TO WS-SCAN-EOF
                    NOT AT END
                       IF FR-EVENT-ID = WS-FAIR-ID AND
                          WS-REG-COUNT < 300
                          ADD 1 TO WS-REG-COUNT
                          MOVE WS-REG-COUNT TO R
                          MOVE FR-EMPLOYER TO RG-EMPLOYER(R)
                          MOVE FR-EMPLOYER TO RG-COMPANY(R)
                          MOVE FR-SIZE TO WS-SIZE-CODE
                          PERFORM SIZE-TO-LEVEL
                          MOVE WS-SIZE-LEVEL TO RG-SIZE-LEVEL(R)
                          MOVE FR-POWER TO RG-POWER(R)
                          MOVE FR-TABLE TO RG-TABLE(R)
                          MOVE FR-REPS TO RG-REPS(R)
                          MOVE FR-ZONE TO RG-ZONE(R)
                          MOVE "-" TO RG-TIER(R)
                          MOVE 5 TO RG-TIER-ORDER(R)
                          MOVE 9999 TO RG-RANK(R)
                          MOVE R TO RG-SEQ(R)
                          MOVE 0 TO RG-BOOTH(R)
                          MOVE SPACES TO RG-OLD-BOOTH(R)
                          MOVE "N" TO RG-HAD-ROW(R)
                          MOVE R TO WS-ORDER(R)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FAIR-REG-FILE
           END-IF

           PERFORM LOOKUP-TIERS
           PERFORM LOOKUP-COMPANIES.

       LOOKUP-TIERS.
           MOVE "N" TO WS-SCAN-EOF
           OPEN INPUT TIER-FILE
           IF WS-TIER-STATUS = "00"
              PERFORM UNTIL WS-SCAN-EOF = "Y"
                 READ TIER-FILE
                    AT END MOVE "Y" TO WS-SCAN-EOF
                    NOT AT END
                       PERFORM VARYING R FROM 1 BY 1
                               UNTIL R > WS-REG-COUNT
                          IF ET-USERNAME = RG-EMPLOYER(R)
                             MOVE ET-TIER TO RG-TIER(R)
                             MOVE ET-RANK TO RG-RANK(R)
                             EVALUATE ET-TIER
                                WHEN "PREMIER"
                                     MOVE 1 TO RG-TIER-ORDER(R)
                                WHEN "ENGAGED"
                                     MOVE 2 TO RG-TIER-ORDER(R)
                                WHEN "DEVELOPING"
                                     MOVE 3 TO RG-TIER-ORDER(R)
                                WHEN OTHER
                                     MOVE 4 TO RG-TIER-ORDER(R)
                             END-EVALUATE
                          END-IF
                       END-PERFORM
                 END-READ
              END-PERFORM
              CLOSE TIER-FILE
           END-IF.

       LOOKUP-COMPANIES.
           MOVE "N" TO WS-SCAN-EOF
           OPEN INPUT EMPLOYER-FILE
           IF WS-EMP-STATUS = "00"
              PERFORM UNTIL WS-SCAN-EOF = "Y"
                 READ EMPLOYER-FILE
                    AT END MOVE "Y" TO WS-SCAN-EOF
                    NOT AT END
                       PERFORM VARYING R FROM 1 BY 1
                               UNTIL R > WS-REG-COUNT
                          IF EMP-USERNAME = RG-EMPLOYER(R) AND
                             EMP-COMPANY-NAME NOT = SPACES
                             MOVE EMP-COMPANY-NAME TO RG-COMPANY(R)
                          END-IF
                       END-PERFORM
                 END-READ
              END-PERFORM
              CLOSE EMPLOYER-FILE
           END-IF.

      *> Exchange sort of WS-ORDER on RG-KEY; a fair's registrations
      *> run to dozens, not thousands.
       ORDER-REGISTRATIONS.
           MOVE "Y" TO WS-SWAPPED
           PERFORM UNTIL WS-SWAPPED = "N"
              MOVE "N" TO WS-SWAPPED
              PERFORM VARYING K FROM 1 BY 1
                      UNTIL K >= WS-REG-COUNT
                 IF RG-KEY(WS-ORDER(K)) > RG-KEY(WS-ORDER(K + 1))
                    MOVE WS-ORDER(K) TO WS-HOLD-IDX
                    MOVE WS-ORDER(K + 1) TO WS-ORDER(K)
                    MOVE WS-HOLD-IDX TO WS-ORDER(K + 1)
                    MOVE "Y" TO WS-SWAPPED
                 END-IF
              END-PERFORM
           END-PERFORM.

      *> Cheapest free booth that fits registration R; the first one
      *> laid out wins a tie.
       PLACE-ONE-EMPLOYER.
           MOVE 0 TO WS-BEST
           MOVE 99999 TO WS-BEST-COST
           PERFORM VARYING B FROM 1 BY 1 UNTIL B > WS-BOOTH-COUNT
              IF BT-TAKEN(B) = 0
                 PERFORM COST-BOOTH
                 IF WS-FITS = "Y" AND WS-COST < WS-BEST-COST
                    MOVE B TO WS-BEST
                    MOVE WS-COST TO WS-BEST-COST
                 END-IF
              END-IF
           END-PERFORM

           IF WS-BEST = 0
              ADD 1 TO WS-WAIT-COUNT
           ELSE
              MOVE WS-BEST TO RG-BOOTH(R)
              MOVE R TO BT-TAKEN(WS-BEST)
              ADD 1 TO WS-PLACED-COUNT
           END-IF.

       COST-BOOTH.
           MOVE "Y" TO WS-FITS
           MOVE 0 TO WS-COST
           IF BT-SIZE-LEVEL(B) < RG-SIZE-LEVEL(R)
              MOVE "N" TO WS-FITS
              EXIT PARAGRAPH
           END-IF
           IF (RG-POWER(R) = "Y" AND BT-POWER(B) NOT = "Y") OR
              (RG-TABLE(R) = "Y" AND BT-TABLE(B) NOT = "Y")
              MOVE "N" TO WS-FITS
              EXIT PARAGRAPH
           END-IF
           IF RG-ZONE(R) NOT = SPACES AND
              RG-ZONE(R) NOT = BT-ZONE(B)
              ADD 100 TO WS-COST
           END-IF
           COMPUTE WS-COST = WS-COST +
                   (BT-SIZE-LEVEL(B) - RG-SIZE-LEVEL(R)) * 10
           IF BT-POWER(B) = "Y" AND RG-POWER(R) NOT = "Y"
              ADD 1 TO WS-COST
           END-IF
           IF BT-TABLE(B) = "Y" AND RG-TABLE(R) NOT = "Y"
              ADD 1 TO WS-COST
           END-IF.

      *> Other fairs' rows are carried over as they stand; this
      *> fair's old rows are dropped (after noting each employer's
      *> old booth, so only a change is notified) and its new
      *> allocation written in booth order, waitlist last.
       REWRITE-BOOTH-FILE.
           MOVE "N" TO WS-SCAN-EOF
           OPEN INPUT BOOTH-FILE
           OPEN OUTPUT BOOTH-TEMP-FILE
           IF WS-BOOTH-STATUS = "00"
              PERFORM UNTIL WS-SCAN-EOF = "Y"
                 READ BOOTH-FILE
                    AT END MOVE "Y" TO WS-SCAN-EOF
                    NOT AT END
                       IF FA-EVENT-ID = WS-FAIR-ID
                          PERFORM NOTE-OLD-BOOTH
                       ELSE
                          WRITE BOOTH-TEMP-REC FROM BOOTH-REC
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE BOOTH-FILE
           END-IF

           PERFORM VARYING B FROM 1 BY 1 UNTIL B > WS-BOOTH-COUNT
              IF BT-TAKEN(B) NOT = 0
                 MOVE BT-TAKEN(B) TO R
                 PERFORM BUILD-BOOTH-ROW
                 WRITE BOOTH-TEMP-REC FROM BOOTH-REC
              END-IF
           END-PERFORM
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-REG-COUNT
              MOVE WS-ORDER(K) TO R
              IF RG-BOOTH(R) = 0
                 PERFORM BUILD-BOOTH-ROW
                 WRITE BOOTH-TEMP-REC FROM BOOTH-REC
              END-IF
           END-PERFORM
           CLOSE BOOTH-TEMP-FILE

           OPEN OUTPUT BOOTH-FILE
           OPEN INPUT BOOTH-TEMP-FILE
           MOVE "N" TO WS-SCAN-EOF
           PERFORM UNTIL WS-SCAN-EOF = "Y"
              READ BOOTH-TEMP-FILE INTO BOOTH-REC
                 AT END MOVE "Y" TO WS-SCAN-EOF
                 NOT AT END WRITE BOOTH-REC
              END-READ
           END-PERFORM
           CLOSE BOOTH-TEMP-FILE
           CLOSE BOOTH-FILE.

       NOTE-OLD-BOOTH.
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-REG-COUNT
              IF RG-EMPLOYER(R) = FA-EMPLOYER
                 MOVE "Y" TO RG-HAD-ROW(R)
                 MOVE FA-BOOTH TO RG-OLD-BOOTH(R)
              END-IF
           END-PERFORM.

       BUILD-BOOTH-ROW.
           MOVE WS-FAIR-ID TO FA-EVENT-ID
           MOVE RG-EMPLOYER(R) TO FA-EMPLOYER
           MOVE RG-COMPANY(R) TO FA-COMPANY
           MOVE RG-REPS(R) TO FA-REPS
           IF RG-BOOTH(R) = 0
              MOVE SPACES TO FA-BOOTH
              MOVE SPACES TO FA-ZONE
           ELSE
              MOVE BT-CODE(RG-BOOTH(R)) TO FA-BOOTH
              MOVE BT-ZONE(RG-BOOTH(R)) TO FA-ZONE
           END-IF.

       NOTIFY-EMPLOYERS.
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-REG-COUNT
              PERFORM BUILD-BOOTH-ROW
              IF RG-HAD-ROW(R) = "N" OR
                 RG-OLD-BOOTH(R) NOT = FA-BOOTH
                 MOVE RG-EMPLOYER(R) TO WS-NOTIF-TO
                 MOVE SPACES TO WS-NOTIF-MSG
                 IF FA-BOOTH = SPACES
                    STRING "No booth that fits your request is left at "
                           FUNCTION TRIM(WS-FAIR-TITLE)
                           " - you are on its waitlist."
                           DELIMITED BY SIZE INTO WS-NOTIF-MSG
                    END-STRING
                 ELSE
                    STRING "Your booth at "
                           FUNCTION TRIM(WS-FAIR-TITLE) " on "
                           WS-FAIR-DATE " is "
                           FUNCTION TRIM(FA-BOOTH) "."
                           DELIMITED BY SIZE INTO WS-NOTIF-MSG
                    END-STRING
                 END-IF
                 MOVE "EVENTS" TO WS-NOTIF-CATEGORY
                 CALL "NOTIFY-USER" USING WS-NOTIF-TO WS-NOTIF-MSG
                      WS-NOTIF-CATEGORY
              END-IF
           END-PERFORM.

      *> The floor as career services drew it: each grid row prints
      *> as a line of booth codes over a line of company names, 14
      *> columns to a booth (the first 16 grid columns fit the
      *> page; the list under the grid covers every booth).
       WRITE-FLOOR-MAP.
           MOVE SPACES TO WS-REPORT-PATH
           STRING "reports/fair-map-" WS-FAIR-ID ".txt"
                  DELIMITED BY SIZE INTO WS-REPORT-PATH
           END-STRING
           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-FAIR-HEADING
           MOVE "Floor map" TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM VARYING WS-GRID-ROW FROM 1 BY 1
                   UNTIL WS-GRID-ROW > WS-MAX-ROW
              MOVE SPACES TO WS-REPORT-LINE
              PERFORM VARYING B FROM 1 BY 1 UNTIL B > WS-BOOTH-COUNT
                 IF BT-ROW(B) = WS-GRID-ROW AND
                    BT-COL(B) >= 1 AND BT-COL(B) <= 16
                    COMPUTE WS-CELL-POS = (BT-COL(B) - 1) * 14 + 1
                    STRING "[" BT-CODE(B) "]" DELIMITED BY SIZE
                           INTO WS-REPORT-LINE
                           WITH POINTER WS-CELL-POS
                    END-STRING
                 END-IF
              END-PERFORM
              PERFORM WRITE-REPORT-LINE
              MOVE SPACES TO WS-REPORT-LINE
              PERFORM VARYING B FROM 1 BY 1 UNTIL B > WS-BOOTH-COUNT
                 IF BT-ROW(B) = WS-GRID-ROW AND
                    BT-COL(B) >= 1 AND BT-COL(B) <= 16
                    COMPUTE WS-CELL-POS = (BT-COL(B) - 1) * 14 + 1
                    IF BT-TAKEN(B) = 0
                       MOVE " (open)" TO
                            WS-REPORT-LINE(WS-CELL-POS:13)
                    ELSE
                       MOVE RG-COMPANY(BT-TAKEN(B))(1:12) TO
                            WS-REPORT-LINE(WS-CELL-POS + 1:12)
                    END-IF
                 END-IF
              END-PERFORM
              PERFORM WRITE-REPORT-LINE
              MOVE SPACES TO WS-REPORT-LINE
              PERFORM WRITE-REPORT-LINE
           END-PERFORM

           MOVE "Booth   Zone                 Exhibitor" TO
                WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING B FROM 1 BY 1 UNTIL B > WS-BOOTH-COUNT
              MOVE SPACES TO WS-REPORT-LINE
              MOVE BT-CODE(B) TO WS-REPORT-LINE(1:6)
              MOVE BT-ZONE(B) TO WS-REPORT-LINE(9:20)
              IF BT-TAKEN(B) = 0
                 MOVE "(open)" TO WS-REPORT-LINE(30:6)
              ELSE
                 MOVE RG-COMPANY(BT-TAKEN(B)) TO WS-REPORT-LINE(30:50)
              END-IF
              PERFORM WRITE-REPORT-LINE
           END-PERFORM
           CLOSE REPORT-FILE
           MOVE "FAIR-MAP" TO RPI-REPORT-ID
           MOVE "Career fair floor map" TO RPI-TITLE
           MOVE WS-BOOTH-COUNT TO RPI-RECORDS
           MOVE "booths" TO RPI-RECORD-NOUN
           PERFORM FORMAT-FAIR-REPORT.

      *> The sheet at the door on the day: one line per placed
      *> exhibitor with what they were promised and a box to tick,
      *> then the waitlist in the order it would move up.
       WRITE-CHECKIN-ROSTER.
           MOVE SPACES TO WS-REPORT-PATH
           STRING "reports/fair-roster-" WS-FAIR-ID ".txt"
                  DELIMITED BY SIZE INTO WS-REPORT-PATH
           END-STRING
           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-FAIR-HEADING
           MOVE "Exhibitor check-in roster" TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Booth   Company                         Reps "
                  "Power Table Tier        Checked in"
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING B FROM 1 BY 1 UNTIL B > WS-BOOTH-COUNT
              IF BT-TAKEN(B) NOT = 0
                 MOVE BT-TAKEN(B) TO R
                 MOVE SPACES TO WS-REPORT-LINE
                 MOVE BT-CODE(B) TO WS-REPORT-LINE(1:6)
                 PERFORM FILL-ROSTER-DETAIL
                 PERFORM WRITE-REPORT-LINE
              END-IF
           END-PERFORM

           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           IF WS-WAIT-COUNT = 0
              MOVE "Waitlist: none." TO WS-REPORT-LINE
              PERFORM WRITE-REPORT-LINE
           ELSE
              MOVE "Waitlist (no booth left that fits):" TO
                   WS-REPORT-LINE
              PERFORM WRITE-REPORT-LINE
              PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-REG-COUNT
                 MOVE WS-ORDER(K) TO R
                 IF RG-BOOTH(R) = 0
                    MOVE SPACES TO WS-REPORT-LINE
                    MOVE "-" TO WS-REPORT-LINE(1:1)
                    PERFORM FILL-ROSTER-DETAIL
                    MOVE SPACES TO WS-REPORT-LINE(71:20)
                    EVALUATE RG-SIZE-LEVEL(R)
                       WHEN 1 MOVE "asked S" TO WS-REPORT-LINE(71:7)
                       WHEN 3 MOVE "asked L" TO WS-REPORT-LINE(71:7)
                       WHEN OTHER
                            MOVE "asked M" TO WS-REPORT-LINE(71:7)
                    END-EVALUATE
                    PERFORM WRITE-REPORT-LINE
                 END-IF
              END-PERFORM
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-PLACED-COUNT " placed, " WS-WAIT-COUNT
                  " waitlisted, " WS-BOOTH-COUNT " booth(s) on the"
                  " floor."
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           CLOSE REPORT-FILE
           MOVE "FAIR-ROSTER" TO RPI-REPORT-ID
           MOVE "Exhibitor check-in roster" TO RPI-TITLE
           MOVE WS-REG-COUNT TO RPI-RECORDS
           MOVE "registrations" TO RPI-RECORD-NOUN
           PERFORM FORMAT-FAIR-REPORT.

       FILL-ROSTER-DETAIL.
           MOVE RG-COMPANY(R)(1:30) TO WS-REPORT-LINE(9:30)
           MOVE RG-REPS(R) TO WS-REPS-DISP
           MOVE WS-REPS-DISP TO WS-REPORT-LINE(42:2)
           MOVE RG-POWER(R) TO WS-REPORT-LINE(47:1)
           MOVE RG-TABLE(R) TO WS-REPORT-LINE(53:1)
           MOVE RG-TIER(R) TO WS-REPORT-LINE(59:10)
           MOVE "[ ]" TO WS-REPORT-LINE(71:3).

      *> What students are handed: who is exhibiting and where, in
      *> booth order, with no internal tiering on it.
       WRITE-EXHIBITOR-LIST.
           MOVE SPACES TO WS-REPORT-PATH
           STRING "reports/fair-exhibitors-" WS-FAIR-ID ".txt"
                  DELIMITED BY SIZE INTO WS-REPORT-PATH
           END-STRING
           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-FAIR-HEADING
           MOVE "Who is at the fair" TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING B FROM 1 BY 1 UNTIL B > WS-BOOTH-COUNT
              IF BT-TAKEN(B) NOT = 0
                 MOVE SPACES TO WS-REPORT-LINE
                 MOVE BT-CODE(B) TO WS-REPORT-LINE(1:6)
                 MOVE RG-COMPANY(BT-TAKEN(B)) TO WS-REPORT-LINE(9:50)
                 MOVE BT-ZONE(B) TO WS-REPORT-LINE(61:20)
                 PERFORM WRITE-REPORT-LINE
              END-IF
           END-PERFORM
           IF WS-PLACED-COUNT = 0
              MOVE "Exhibitors are still being confirmed." TO
                   WS-REPORT-LINE
              PERFORM WRITE-REPORT-LINE
           END-IF
           CLOSE REPORT-FILE
           MOVE "FAIR-EXHIBITORS" TO RPI-REPORT-ID
           MOVE "Who is at the fair" TO RPI-TITLE
           MOVE WS-PLACED-COUNT TO RPI-RECORDS
           MOVE "exhibitors placed" TO RPI-RECORD-NOUN
           PERFORM FORMAT-FAIR-REPORT.

      *> All three fair sheets carry the same selection: the one
      *> fair this run placed.
       FORMAT-FAIR-REPORT.
           MOVE WS-REPORT-PATH TO RPI-PATH
           MOVE SPACES TO RPI-SELECTION
           STRING "fair event " WS-FAIR-ID " on " WS-FAIR-DATE
                  DELIMITED BY SIZE INTO RPI-SELECTION
           END-STRING
           CALL "REPORT-FORMAT" USING REPORT-PAGE-INFO.

       WRITE-FAIR-HEADING.
           MOVE SPACES TO WS-REPORT-LINE
           STRING FUNCTION TRIM(WS-FAIR-TITLE) " (event " WS-FAIR-ID
                  ") - " WS-FAIR-DATE ", "
                  FUNCTION TRIM(WS-FAIR-LOCATION)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           WRITE REPORT-REC FROM WS-REPORT-LINE.

       END PROGRAM BOOTH-ASSIGN.
