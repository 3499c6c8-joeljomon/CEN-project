      *> Standalone reporting batch, also runnable as a BATCH-DRIVER
      *> step (no parameters, console messages only). NETWORKDISPLAY
      *> shows one user's connections; nothing showed the shape of
      *> the whole network. This reads data/profiles.dat and
      *> data/connections.dat and writes reports/network-analytics.txt:
      *>   - the students with zero or one connection, the list the
      *>     networking workshops are targeted from;
      *>   - average and median connection counts by university, by
      *>     major and by graduation year;
      *>   - new connections per month (CONN-DATE) with the running
      *>     total;
      *>   - the students who bridge otherwise separate majors: a
      *>     student connected to people in two majors that share no
      *>     direct connection of their own.
      *> Only accounts with a profile count as students; connections
      *> to anyone else still count toward the monthly growth.
      *> Read-only.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NETWORK-ANALYTICS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROFILE-FILE ASSIGN TO "data/profiles.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROF-STATUS.
           SELECT CONNECTIONS-FILE ASSIGN TO "data/connections.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONN-STATUS.
           SELECT REPORT-FILE ASSIGN TO "reports/network-analytics.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PROFILE-FILE.
           COPY "PROFREC.cpy".

      *> data/connections.dat: one row per accepted connection, the
      *> same layout ADD-CONNECTION writes.
       FD CONNECTIONS-FILE.
       01 CONNECTION-REC.
          05 CONN-USERNAME-ONE    PIC X(20).
          05 CONN-USERNAME-TWO    PIC X(20).
          05 CONN-DATE            PIC X(19).

       FD REPORT-FILE.
       01 REPORT-REC PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-PROF-STATUS     PIC XX.
       77 WS-CONN-STATUS     PIC XX.
       77 WS-EOF             PIC X VALUE "N".
       77 WS-REPORT-LINE     PIC X(132).
       77 WS-HEADING         PIC X(132).
       77 WS-FOUND           PIC X VALUE "N".
       77 WS-LOOKUP-USER     PIC X(20).
       77 WS-LOOKUP-IDX      PIC 9(04).
       77 WS-IDX-ONE         PIC 9(04).
       77 WS-IDX-TWO         PIC 9(04).
       77 WS-CONN-ROWS       PIC 9(07) VALUE 0.
       77 WS-OUTSIDE-ROWS    PIC 9(07) VALUE 0.
       77 WS-ZERO-COUNT      PIC 9(05) VALUE 0.
       77 WS-ONE-COUNT       PIC 9(05) VALUE 0.
       77 WS-BRIDGE-COUNT    PIC 9(05) VALUE 0.
       77 WS-RUNNING-TOTAL   PIC 9(07) VALUE 0.
       77 WS-DIM             PIC 9(01).
       77 WS-GROUP-KEY       PIC X(50).
       77 WS-YEAR-TEXT       PIC X(04).
       77 WS-AVG-DISP        PIC Z(4)9.9.
       77 WS-MED-DISP        PIC Z(4)9.9.
       77 WS-MED-WORK        PIC 9(05)V99.
       77 WS-HALF            PIC 9(04).
       77 WS-INSERT-AT       PIC 9(04).
       77 WS-SWAP-MONTH      PIC X(13).
       77 WS-PAIR-COUNT      PIC 9(05).
       77 WS-FIRST-A         PIC 9(03).
       77 WS-FIRST-B         PIC 9(03).
       77 WS-MAJOR-A         PIC 9(03).
       77 WS-MAJOR-B         PIC 9(03).
       77 WS-NB-MAJOR-NO     PIC 9(03).
       77 I                  PIC 9(04).
       77 J                  PIC 9(04).
       77 K                  PIC 9(04).
       77 G                  PIC 9(03).
       77 M                  PIC 9(03).

      *> Every student with a profile, with their connection count
      *> and the number of their major in WS-MAJOR-TABLE.
       77 WS-STU-COUNT       PIC 9(04) VALUE 0.
       01 WS-STUDENT-TABLE.
          05 WS-STU-ENTRY OCCURS 2000 TIMES.
             10 WS-S-USER        PIC X(20).
             10 WS-S-UNIV        PIC X(50).
             10 WS-S-MAJOR       PIC X(50).
             10 WS-S-YEAR        PIC 9(04).
             10 WS-S-MAJOR-NO    PIC 9(03).
             10 WS-S-CONNS       PIC 9(05).

      *> Connections between two students, as student numbers.
       77 WS-LINK-COUNT      PIC 9(04) VALUE 0.
       01 WS-LINK-TABLE.
          05 WS-LINK-ENTRY OCCURS 8000 TIMES.
             10 WS-L-ONE         PIC 9(04).
             10 WS-L-TWO         PIC 9(04).

       77 WS-MAJOR-COUNT     PIC 9(03) VALUE 0.
       01 WS-MAJOR-TABLE.
          05 WS-MAJOR-NAME PIC X(50) OCCURS 100 TIMES.

      *> Y where some student of one major is directly connected to
      *> some student of the other.
       01 WS-MAJOR-LINKS.
          05 WS-ML-ROW OCCURS 100 TIMES.
             10 WS-ML-FLAG PIC X(01) OCCURS 100 TIMES.

      *> The distinct majors of one student's connections.
       77 WS-NB-COUNT        PIC 9(03) VALUE 0.
       01 WS-NB-TABLE.
          05 WS-NB-MAJOR PIC 9(03) OCCURS 100 TIMES.

       77 WS-MONTH-COUNT     PIC 9(03) VALUE 0.
       01 WS-MONTH-TABLE.
          05 WS-MONTH-ENTRY OCCURS 240 TIMES.
             10 WS-M-KEY         PIC X(07).
             10 WS-M-NEW         PIC 9(06).

      *> One group (a university, major or year) at a time.
       77 WS-GROUP-COUNT     PIC 9(03) VALUE 0.
       01 WS-GROUP-TABLE.
          05 WS-GROUP-ENTRY OCCURS 200 TIMES.
             10 WS-G-KEY         PIC X(50).
             10 WS-G-MEMBERS     PIC 9(05).
             10 WS-G-SUM         PIC 9(07).

      *> One group's connection counts, kept in ascending order for
      *> the median.
       77 WS-MED-COUNT       PIC 9(04) VALUE 0.
       01 WS-MED-TABLE.
          05 WS-MED-VAL PIC 9(05) OCCURS 2000 TIMES.

           COPY "REGIONINF.cpy".
           COPY "RPTINF.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL "REGION-CONFIG" USING REGION-INFO
           IF RI-RESULT NOT = "OK"
              GOBACK
           END-IF

           PERFORM LOAD-STUDENTS
           IF WS-STU-COUNT = 0
              DISPLAY "NETWORK-ANALYTICS: data/profiles.dat is "
                      "missing or empty - nothing to analyse."
              GOBACK
           END-IF
           PERFORM LOAD-CONNECTIONS

           OPEN OUTPUT REPORT-FILE
           MOVE "InCollege network analytics" TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "===================================================="
                TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Students with a profile: " WS-STU-COUNT
                  "   Connection rows: " WS-CONN-ROWS
                  "   (involving accounts without a profile: "
                  WS-OUTSIDE-ROWS ")"
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE

           PERFORM REPORT-ISOLATED-STUDENTS
           MOVE 1 TO WS-DIM
           PERFORM REPORT-GROUP-STATS
           MOVE 2 TO WS-DIM
           PERFORM REPORT-GROUP-STATS
           MOVE 3 TO WS-DIM
           PERFORM REPORT-GROUP-STATS
           PERFORM REPORT-MONTHLY-GROWTH
           PERFORM REPORT-BRIDGES
           CLOSE REPORT-FILE

           MOVE "reports/network-analytics.txt" TO RPI-PATH
           MOVE "NETWORK-ANALYTICS" TO RPI-REPORT-ID
           MOVE "Student network analytics" TO RPI-TITLE
           MOVE "students with a profile; all connections on file"
              TO RPI-SELECTION
           MOVE WS-CONN-ROWS TO RPI-RECORDS
           MOVE "connection rows" TO RPI-RECORD-NOUN
           CALL "REPORT-FORMAT" USING REPORT-PAGE-INFO

           DISPLAY "NETWORK-ANALYTICS: " WS-STU-COUNT " student(s), "
                   WS-ZERO-COUNT " with no connection, "
                   WS-ONE-COUNT " with one, "
                   WS-BRIDGE-COUNT " bridging separate majors; see "
                   "reports/network-analytics.txt."
           GOBACK.

       WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC.

      *> WS-REPORT-LINE carries the heading text on entry.
       WRITE-SECTION-HEADING.
           MOVE WS-REPORT-LINE TO WS-HEADING
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-HEADING TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "----------------------------------------------------"
                TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       LOAD-STUDENTS.
           MOVE 0 TO WS-STU-COUNT
           MOVE 0 TO WS-MAJOR-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT PROFILE-FILE
           IF WS-PROF-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
              READ PROFILE-FILE
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    IF PROF-USERNAME NOT = SPACES AND
                       WS-STU-COUNT < 2000
                       ADD 1 TO WS-STU-COUNT
                       MOVE WS-STU-COUNT TO I
                       MOVE PROF-USERNAME TO WS-S-USER(I)
                       MOVE PROF-UNIVERSITY TO WS-S-UNIV(I)
                       MOVE PROF-MAJOR TO WS-S-MAJOR(I)
                       IF PROF-GRAD-YEAR IS NUMERIC
                          MOVE PROF-GRAD-YEAR TO WS-S-YEAR(I)
                       ELSE
                          MOVE 0 TO WS-S-YEAR(I)
                       END-IF
                       MOVE 0 TO WS-S-CONNS(I)
                       PERFORM NUMBER-STUDENT-MAJOR
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PROFILE-FILE.

      *> A blank major gets number zero and is left out of the
      *> bridge analysis.
       NUMBER-STUDENT-MAJOR.
           MOVE 0 TO WS-S-MAJOR-NO(I)
           IF FUNCTION TRIM(WS-S-MAJOR(I)) = SPACES
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > WS-MAJOR-COUNT
              IF FUNCTION UPPER-CASE(WS-MAJOR-NAME(M)) =
                 FUNCTION UPPER-CASE(WS-S-MAJOR(I))
                 MOVE M TO WS-S-MAJOR-NO(I)
              END-IF
           END-PERFORM
           IF WS-S-MAJOR-NO(I) = 0 AND WS-MAJOR-COUNT < 100
              ADD 1 TO WS-MAJOR-COUNT
              MOVE WS-S-MAJOR(I) TO WS-MAJOR-NAME(WS-MAJOR-COUNT)
              MOVE WS-MAJOR-COUNT TO WS-S-MAJOR-NO(I)
           END-IF.

       LOAD-CONNECTIONS.
           MOVE ALL "N" TO WS-MAJOR-LINKS
           MOVE "N" TO WS-EOF
           OPEN INPUT CONNECTIONS-FILE
           IF WS-CONN-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
              READ CONNECTIONS-FILE
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    IF CONN-USERNAME-ONE NOT = SPACES
                       PERFORM TALLY-ONE-CONNECTION
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CONNECTIONS-FILE.

       TALLY-ONE-CONNECTION.
           ADD 1 TO WS-CONN-ROWS
           PERFORM TALLY-CONNECTION-MONTH

           MOVE CONN-USERNAME-ONE TO WS-LOOKUP-USER
           PERFORM FIND-STUDENT
           MOVE WS-LOOKUP-IDX TO WS-IDX-ONE
           MOVE CONN-USERNAME-TWO TO WS-LOOKUP-USER
           PERFORM FIND-STUDENT
           MOVE WS-LOOKUP-IDX TO WS-IDX-TWO

           IF WS-IDX-ONE > 0
              ADD 1 TO WS-S-CONNS(WS-IDX-ONE)
           END-IF
           IF WS-IDX-TWO > 0
              ADD 1 TO WS-S-CONNS(WS-IDX-TWO)
           END-IF
           IF WS-IDX-ONE = 0 OR WS-IDX-TWO = 0
              ADD 1 TO WS-OUTSIDE-ROWS
              EXIT PARAGRAPH
           END-IF

           IF WS-LINK-COUNT < 8000
              ADD 1 TO WS-LINK-COUNT
              MOVE WS-IDX-ONE TO WS-L-ONE(WS-LINK-COUNT)
              MOVE WS-IDX-TWO TO WS-L-TWO(WS-LINK-COUNT)
           END-IF
           MOVE WS-S-MAJOR-NO(WS-IDX-ONE) TO WS-MAJOR-A
           MOVE WS-S-MAJOR-NO(WS-IDX-TWO) TO WS-MAJOR-B
           IF WS-MAJOR-A > 0 AND WS-MAJOR-B > 0
              MOVE "Y" TO WS-ML-FLAG(WS-MAJOR-A, WS-MAJOR-B)
              MOVE "Y" TO WS-ML-FLAG(WS-MAJOR-B, WS-MAJOR-A)
           END-IF.

       FIND-STUDENT.
           MOVE 0 TO WS-LOOKUP-IDX
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > WS-STU-COUNT OR WS-LOOKUP-IDX > 0
              IF WS-S-USER(K) = WS-LOOKUP-USER
                 MOVE K TO WS-LOOKUP-IDX
              END-IF
           END-PERFORM.

      *> CONN-DATE starts "YYYY-MM"; a row without one is counted in
      *> the totals but not in any month.
       TALLY-CONNECTION-MONTH.
           IF CONN-DATE(1:4) IS NOT NUMERIC OR
              CONN-DATE(6:2) IS NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FOUND
           PERFORM VARYING M FROM 1 BY 1
                   UNTIL M > WS-MONTH-COUNT OR WS-FOUND = "Y"
              IF WS-M-KEY(M) = CONN-DATE(1:7)
                 ADD 1 TO WS-M-NEW(M)
                 MOVE "Y" TO WS-FOUND
              END-IF
           END-PERFORM
           IF WS-FOUND = "N" AND WS-MONTH-COUNT < 240
              ADD 1 TO WS-MONTH-COUNT
              MOVE CONN-DATE(1:7) TO WS-M-KEY(WS-MONTH-COUNT)
              MOVE 1 TO WS-M-NEW(WS-MONTH-COUNT)
           END-IF.

       REPORT-ISOLATED-STUDENTS.
           MOVE "Students with zero or one connection"
                TO WS-REPORT-LINE
           PERFORM WRITE-SECTION-HEADING
           MOVE 0 TO WS-ZERO-COUNT WS-ONE-COUNT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-STU-COUNT
              IF WS-S-CONNS(I) < 2
                 IF WS-S-CONNS(I) = 0
                    ADD 1 TO WS-ZERO-COUNT
                 ELSE
                    ADD 1 TO WS-ONE-COUNT
                 END-IF
                 MOVE SPACES TO WS-REPORT-LINE
                 STRING "  " FUNCTION TRIM(WS-S-USER(I))
                        " (" FUNCTION TRIM(WS-S-UNIV(I))
                        "; " FUNCTION TRIM(WS-S-MAJOR(I))
                        "; " WS-S-YEAR(I) ") - "
                        WS-S-CONNS(I) " connection(s)"
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
                 END-STRING
                 PERFORM WRITE-REPORT-LINE
              END-IF
           END-PERFORM
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  Total: " WS-ZERO-COUNT " with none, "
                  WS-ONE-COUNT " with one."
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE.

      *> WS-DIM picks the grouping: 1 university, 2 major, 3 grad
      *> year. Groups come out in first-seen order.
       REPORT-GROUP-STATS.
           EVALUATE WS-DIM
              WHEN 1
                   MOVE "Connections by university (average / median)"
                        TO WS-REPORT-LINE
              WHEN 2
                   MOVE "Connections by major (average / median)"
                        TO WS-REPORT-LINE
              WHEN OTHER
                   MOVE "Connections by graduation year (average / "
                        & "median)" TO WS-REPORT-LINE
           END-EVALUATE
           PERFORM WRITE-SECTION-HEADING

           MOVE 0 TO WS-GROUP-COUNT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-STU-COUNT
              PERFORM BUILD-GROUP-KEY
              MOVE "N" TO WS-FOUND
              PERFORM VARYING G FROM 1 BY 1
                      UNTIL G > WS-GROUP-COUNT OR WS-FOUND = "Y"
                 IF WS-G-KEY(G) = WS-GROUP-KEY
                    ADD 1 TO WS-G-MEMBERS(G)
                    ADD WS-S-CONNS(I) TO WS-G-SUM(G)
                    MOVE "Y" TO WS-FOUND
                 END-IF
              END-PERFORM
              IF WS-FOUND = "N" AND WS-GROUP-COUNT < 200
                 ADD 1 TO WS-GROUP-COUNT
                 MOVE WS-GROUP-KEY TO WS-G-KEY(WS-GROUP-COUNT)
                 MOVE 1 TO WS-G-MEMBERS(WS-GROUP-COUNT)
                 MOVE WS-S-CONNS(I) TO WS-G-SUM(WS-GROUP-COUNT)
              END-IF
           END-PERFORM

           PERFORM VARYING G FROM 1 BY 1 UNTIL G > WS-GROUP-COUNT
              PERFORM WRITE-ONE-GROUP
           END-PERFORM.

       BUILD-GROUP-KEY.
           MOVE SPACES TO WS-GROUP-KEY
           EVALUATE WS-DIM
              WHEN 1 MOVE WS-S-UNIV(I) TO WS-GROUP-KEY
              WHEN 2 MOVE WS-S-MAJOR(I) TO WS-GROUP-KEY
              WHEN OTHER
                   IF WS-S-YEAR(I) > 0
                      MOVE WS-S-YEAR(I) TO WS-YEAR-TEXT
                      MOVE WS-YEAR-TEXT TO WS-GROUP-KEY
                   END-IF
           END-EVALUATE
           IF WS-GROUP-KEY = SPACES
              MOVE "(not given)" TO WS-GROUP-KEY
           END-IF.

      *> The median comes from the group's counts, insertion-sorted
      *> into WS-MED-TABLE as they are collected.
       WRITE-ONE-GROUP.
           MOVE 0 TO WS-MED-COUNT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-STU-COUNT
              PERFORM BUILD-GROUP-KEY
              IF WS-GROUP-KEY = WS-G-KEY(G)
                 PERFORM INSERT-MEDIAN-VALUE
              END-IF
           END-PERFORM

           COMPUTE WS-AVG-DISP ROUNDED =
               WS-G-SUM(G) / WS-G-MEMBERS(G)
           DIVIDE WS-MED-COUNT BY 2 GIVING WS-HALF
           IF WS-HALF * 2 = WS-MED-COUNT
              COMPUTE WS-MED-WORK ROUNDED =
                  (WS-MED-VAL(WS-HALF) + WS-MED-VAL(WS-HALF + 1)) / 2
           ELSE
              MOVE WS-MED-VAL(WS-HALF + 1) TO WS-MED-WORK
           END-IF
           MOVE WS-MED-WORK TO WS-MED-DISP

           MOVE SPACES TO WS-REPORT-LINE
           STRING "  " FUNCTION TRIM(WS-G-KEY(G)) ": "
                  WS-G-MEMBERS(G) " student(s), average "
                  FUNCTION TRIM(WS-AVG-DISP) ", median "
                  FUNCTION TRIM(WS-MED-DISP)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE.

       INSERT-MEDIAN-VALUE.
           ADD 1 TO WS-MED-COUNT
           MOVE WS-MED-COUNT TO WS-INSERT-AT
           PERFORM UNTIL WS-INSERT-AT = 1
              IF WS-MED-VAL(WS-INSERT-AT - 1) <= WS-S-CONNS(I)
                 EXIT PERFORM
              END-IF
              MOVE WS-MED-VAL(WS-INSERT-AT - 1)
                   TO WS-MED-VAL(WS-INSERT-AT)
              SUBTRACT 1 FROM WS-INSERT-AT
           END-PERFORM
           MOVE WS-S-CONNS(I) TO WS-MED-VAL(WS-INSERT-AT).

      *> Months sorted oldest first with the same exchange sort the
      *> interview agenda uses, then listed with a running total.
       REPORT-MONTHLY-GROWTH.
           MOVE "Connection growth by month (new / running total)"
                TO WS-REPORT-LINE
           PERFORM WRITE-SECTION-HEADING
           PERFORM VARYING I FROM 1 BY 1 UNTIL I >= WS-MONTH-COUNT
              PERFORM VARYING J FROM 1 BY 1
                      UNTIL J > WS-MONTH-COUNT - I
                 IF WS-M-KEY(J) > WS-M-KEY(J + 1)
                    MOVE WS-MONTH-ENTRY(J) TO WS-SWAP-MONTH
                    MOVE WS-MONTH-ENTRY(J + 1) TO WS-MONTH-ENTRY(J)
                    MOVE WS-SWAP-MONTH TO WS-MONTH-ENTRY(J + 1)
                 END-IF
              END-PERFORM
           END-PERFORM

           IF WS-MONTH-COUNT = 0
              MOVE "  (no dated connections on file)" TO WS-REPORT-LINE
              PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE 0 TO WS-RUNNING-TOTAL
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > WS-MONTH-COUNT
              ADD WS-M-NEW(M) TO WS-RUNNING-TOTAL
              MOVE SPACES TO WS-REPORT-LINE
              STRING "  " WS-M-KEY(M) ": " WS-M-NEW(M) " new, "
                     WS-RUNNING-TOTAL " total"
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-STRING
              PERFORM WRITE-REPORT-LINE
           END-PERFORM.

       REPORT-BRIDGES.
           MOVE "Students bridging otherwise separate majors"
                TO WS-REPORT-LINE
           PERFORM WRITE-SECTION-HEADING
           MOVE 0 TO WS-BRIDGE-COUNT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-STU-COUNT
              IF WS-S-CONNS(I) > 1
                 PERFORM CHECK-ONE-BRIDGE
              END-IF
           END-PERFORM
           IF WS-BRIDGE-COUNT = 0
              MOVE "  (no student is the only link between two majors)"
                   TO WS-REPORT-LINE
              PERFORM WRITE-REPORT-LINE
           END-IF.

      *> Collects the distinct majors among student I's connections;
      *> every pair of them with no direct connection between the two
      *> majors is a pair this student bridges.
       CHECK-ONE-BRIDGE.
           MOVE 0 TO WS-NB-COUNT
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-LINK-COUNT
              MOVE 0 TO WS-NB-MAJOR-NO
              IF WS-L-ONE(K) = I
                 MOVE WS-S-MAJOR-NO(WS-L-TWO(K)) TO WS-NB-MAJOR-NO
              END-IF
              IF WS-L-TWO(K) = I
                 MOVE WS-S-MAJOR-NO(WS-L-ONE(K)) TO WS-NB-MAJOR-NO
              END-IF
              IF WS-NB-MAJOR-NO > 0
                 PERFORM ADD-NEIGHBOUR-MAJOR
              END-IF
           END-PERFORM
           IF WS-NB-COUNT < 2
              EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-PAIR-COUNT
           PERFORM VARYING G FROM 1 BY 1 UNTIL G >= WS-NB-COUNT
              PERFORM VARYING M FROM G BY 1 UNTIL M > WS-NB-COUNT
                 MOVE WS-NB-MAJOR(G) TO WS-MAJOR-A
                 MOVE WS-NB-MAJOR(M) TO WS-MAJOR-B
                 IF M > G AND
                    WS-ML-FLAG(WS-MAJOR-A, WS-MAJOR-B) = "N"
                    ADD 1 TO WS-PAIR-COUNT
                    IF WS-PAIR-COUNT = 1
                       MOVE WS-MAJOR-A TO WS-FIRST-A
                       MOVE WS-MAJOR-B TO WS-FIRST-B
                    END-IF
                 END-IF
              END-PERFORM
           END-PERFORM
           IF WS-PAIR-COUNT = 0
              EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-BRIDGE-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  " FUNCTION TRIM(WS-S-USER(I))
                  " (" FUNCTION TRIM(WS-S-MAJOR(I)) ") links "
                  FUNCTION TRIM(WS-MAJOR-NAME(WS-FIRST-A)) " and "
                  FUNCTION TRIM(WS-MAJOR-NAME(WS-FIRST-B))
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           IF WS-PAIR-COUNT > 1
              MOVE SPACES TO WS-REPORT-LINE
              STRING "    ...and " WS-PAIR-COUNT
                     " separate major pair(s) in all"
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-STRING
              PERFORM WRITE-REPORT-LINE
           END-IF.

       ADD-NEIGHBOUR-MAJOR.
           MOVE "N" TO WS-FOUND
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > WS-NB-COUNT OR WS-FOUND = "Y"
              IF WS-NB-MAJOR(J) = WS-NB-MAJOR-NO
                 MOVE "Y" TO WS-FOUND
              END-IF
           END-PERFORM
           IF WS-FOUND = "N" AND WS-NB-COUNT < 100
              ADD 1 TO WS-NB-COUNT
              MOVE WS-NB-MAJOR-NO TO WS-NB-MAJOR(WS-NB-COUNT)
           END-IF.

       END PROGRAM NETWORK-ANALYTICS.
