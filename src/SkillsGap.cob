      *> demand minus supply, largest first - and each run's totals
      *> are appended to data/skills-gap-history.dat so the ranking
      *> can be trended across semesters when deciding which short
      *> courses to fund. Output goes to reports/skills-gap.txt and the
      *> console, read-only otherwise.
      *> Demand and supply rows are sorted on skill into one extract
      *> and tallied by control break; the history is sorted on
      *> skill and date and matched to the tallies in one merge
      *> pass, rather than being re-read once per skill. Each run's
      *> elapsed time is logged through RUN-TIMING.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SKILLS-GAP.

           SELECT CERT-FILE ASSIGN TO "data/certificates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERT-STATUS.
           SELECT REPORT-FILE ASSIGN TO "reports/skills-gap.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HISTORY-FILE ASSIGN TO "data/skills-gap-history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT GAP-SORT-FILE ASSIGN TO "data/gapsort.dat".
           SELECT HIST-SORT-FILE ASSIGN TO "data/gaphistsort.dat".
           SELECT RANK-SORT-FILE ASSIGN TO "data/gapranksort.dat".

       DATA DIVISION.
       FILE SECTION.
          05 GH-DEMAND          PIC 9(05).
          05 GH-SUPPLY          PIC 9(05).

      *> One row per demand (D) or supply (S) mention of a skill.
       SD GAP-SORT-FILE.
       01 GAP-SORT-REC.
          05 GS-SKILL           PIC X(30).
          05 GS-KIND            PIC X(01).

      *> The history rows from before today.
       SD HIST-SORT-FILE.
       01 HIST-SORT-REC.
          05 HS-SKILL           PIC X(30).
          05 HS-DATE            PIC X(10).
          05 HS-DEMAND          PIC 9(05).
          05 HS-SUPPLY          PIC 9(05).

      *> The tallies by gap, as WS-SK-ENTRY subscripts.
       SD RANK-SORT-FILE.
       01 RANK-SORT-REC.
          05 RK-GAP             PIC S9(06).
          05 RK-IDX             PIC 9(03).

       WORKING-STORAGE SECTION.
       77 WS-JOBS-STATUS     PIC XX.
       77 WS-SKILLS-STATUS   PIC XX.
       77 WS-CURR-DATE       PIC X(21).
       77 WS-TODAY           PIC X(10).
       77 WS-REPORT-LINE     PIC X(132).
       77 WS-SORT-EOF        PIC X VALUE "N".
       77 WS-ROWS-READ       PIC 9(07) VALUE 0.
       77 WS-SKIPPED         PIC 9(05) VALUE 0.
       77 WS-RT-COMMAND      PIC X(10).
       77 WS-RT-STEP         PIC X(20) VALUE "SKILLS-GAP".
       77 WS-RT-ROWS         PIC 9(08) VALUE 0.
       77 WS-GAP             PIC S9(06) COMP.
       77 WS-GAP-DISP        PIC -(5)9.
       77 I                  PIC 9(03).
       77 K                  PIC 9(01).
       77 WS-PREV-GAP        PIC S9(06) COMP.
       77 WS-PREV-GAP-DISP   PIC -(5)9.

      *> One tally row per distinct skill met in either direction,
      *> in skill order, with the skill's latest earlier recording.
       77 WS-SKILL-COUNT     PIC 9(03) VALUE 0.
       01 WS-SKILL-TABLE.
          05 WS-SK-ENTRY OCCURS 200 TIMES.
             10 WS-SK-DEMAND  PIC 9(05) VALUE 0.
             10 WS-SK-SUPPLY  PIC 9(05) VALUE 0.
             10 WS-SK-GAP     PIC S9(06) COMP VALUE 0.
             10 WS-SK-PREV-FOUND PIC X.
             10 WS-SK-PREV-DATE  PIC X(10).
             10 WS-SK-PREV-DEM   PIC 9(05).
             10 WS-SK-PREV-SUP   PIC 9(05).

           COPY "REGIONINF.cpy".
           COPY "RPTINF.cpy".

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

           MOVE "START" TO WS-RT-COMMAND
           CALL "RUN-TIMING" USING WS-RT-COMMAND WS-RT-STEP WS-RT-ROWS

           SORT GAP-SORT-FILE
               ON ASCENDING KEY GS-SKILL
               INPUT PROCEDURE IS EXTRACT-SKILL-ROWS
               OUTPUT PROCEDURE IS TALLY-SORTED-SKILLS
           IF WS-SKILL-COUNT > 0
              SORT HIST-SORT-FILE
                  ON ASCENDING KEY HS-SKILL HS-DATE
                  WITH DUPLICATES IN ORDER
                  INPUT PROCEDURE IS EXTRACT-EARLIER-HISTORY
                  OUTPUT PROCEDURE IS MATCH-SORTED-HISTORY
           END-IF

           OPEN OUTPUT REPORT-FILE
           MOVE "InCollege campus skills gap analysis"
                 TO WS-REPORT-LINE
              PERFORM WRITE-REPORT-LINE
           ELSE
              MOVE "Skill: open-posting demand / student supply "
                 & "/ gap (biggest gap first, with movement since "
                 & "the previous run)" TO WS-REPORT-LINE
              PERFORM WRITE-REPORT-LINE
              SORT RANK-SORT-FILE
                  ON DESCENDING KEY RK-GAP
                  WITH DUPLICATES IN ORDER
                  INPUT PROCEDURE IS RELEASE-GAPS
                  OUTPUT PROCEDURE IS WRITE-RANKED-GAPS
              PERFORM APPEND-HISTORY-ROWS
           END-IF

              TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           CLOSE REPORT-FILE

           MOVE "reports/skills-gap.txt" TO RPI-PATH
           MOVE "SKILLS-GAP" TO RPI-REPORT-ID
           MOVE "Campus skills gap analysis" TO RPI-TITLE
           MOVE "open postings against student profiles"
              TO RPI-SELECTION
           MOVE WS-SKILL-COUNT TO RPI-RECORDS
           MOVE "skills tallied" TO RPI-RECORD-NOUN
           CALL "REPORT-FORMAT" USING REPORT-PAGE-INFO

           IF WS-SKIPPED > 0
              DISPLAY "SKILLS-GAP: " WS-SKIPPED " row(s) beyond the "
                      "first 200 skills were not tallied."
           END-IF
           MOVE WS-ROWS-READ TO WS-RT-ROWS
           MOVE "STOP" TO WS-RT-COMMAND
           CALL "RUN-TIMING" USING WS-RT-COMMAND WS-RT-STEP WS-RT-ROWS
           GOBACK.

       WRITE-REPORT-LINE.
           WRITE REPORT-REC.

      *> Demand: every JOB-REQ-SKILL entry on an Open posting.
      *> Supply: every student learning the skill, plus every
      *> certificate already earned.
       EXTRACT-SKILL-ROWS.
           MOVE "N" TO WS-EOF
           OPEN INPUT JOBS-FILE
           IF WS-JOBS-STATUS = "00"
                 READ JOBS-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       ADD 1 TO WS-ROWS-READ
                       IF JOB-OPEN
                          PERFORM VARYING K FROM 1 BY 1 UNTIL K > 4
                             IF FUNCTION TRIM(JOB-REQ-SKILL(K))
                                NOT = SPACES
                                MOVE FUNCTION TRIM(JOB-REQ-SKILL(K))
                                     TO GS-SKILL
                                MOVE "D" TO GS-KIND
                                RELEASE GAP-SORT-REC
                             END-IF
                          END-PERFORM
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE JOBS-FILE
           END-IF

           MOVE "N" TO WS-EOF
           OPEN INPUT SKILLS-FILE
           IF WS-SKILLS-STATUS = "00"
                 READ SKILLS-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       ADD 1 TO WS-ROWS-READ
                       IF FUNCTION TRIM(SKILL-NAME) NOT = SPACES
                          MOVE FUNCTION TRIM(SKILL-NAME) TO GS-SKILL
                          MOVE "S" TO GS-KIND
                          RELEASE GAP-SORT-REC
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SKILLS-FILE
           END-IF

           MOVE "N" TO WS-EOF
           OPEN INPUT CERT-FILE
           IF WS-CERT-STATUS = "00"
                 READ CERT-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       ADD 1 TO WS-ROWS-READ
                       IF FUNCTION TRIM(CERT-SKILL) NOT = SPACES
                          MOVE FUNCTION TRIM(CERT-SKILL) TO GS-SKILL
                          MOVE "S" TO GS-KIND
                          RELEASE GAP-SORT-REC
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CERT-FILE
           END-IF.

      *> A new skill opens the next tally row; the table comes out
      *> in skill order.
       TALLY-SORTED-SKILLS.
           MOVE 0 TO WS-SKILL-COUNT
           MOVE 0 TO I
           MOVE "N" TO WS-SORT-EOF
           PERFORM UNTIL WS-SORT-EOF = "Y"
              RETURN GAP-SORT-FILE
                 AT END MOVE "Y" TO WS-SORT-EOF
                 NOT AT END
                    IF I = 0 OR GS-SKILL NOT = WS-SK-NAME(I)
                       IF WS-SKILL-COUNT < 200
                          ADD 1 TO WS-SKILL-COUNT
                          MOVE WS-SKILL-COUNT TO I
                          MOVE GS-SKILL TO WS-SK-NAME(I)
                          MOVE 0 TO WS-SK-DEMAND(I)
                          MOVE 0 TO WS-SK-SUPPLY(I)
                          MOVE "N" TO WS-SK-PREV-FOUND(I)
                          MOVE SPACES TO WS-SK-PREV-DATE(I)
                          MOVE 0 TO WS-SK-PREV-DEM(I)
                          MOVE 0 TO WS-SK-PREV-SUP(I)
                       END-IF
                    END-IF
                    IF GS-SKILL = WS-SK-NAME(I)
                       IF GS-KIND = "D"
                          ADD 1 TO WS-SK-DEMAND(I)
                       ELSE
                          ADD 1 TO WS-SK-SUPPLY(I)
                       END-IF
                    ELSE
                       ADD 1 TO WS-SKIPPED
                    END-IF
              END-RETURN
           END-PERFORM

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-SKILL-COUNT
              COMPUTE WS-SK-GAP(I) =
                  WS-SK-DEMAND(I) - WS-SK-SUPPLY(I)
           END-PERFORM.

       EXTRACT-EARLIER-HISTORY.
           MOVE "N" TO WS-EOF
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ HISTORY-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF GH-DATE < WS-TODAY
                          MOVE FUNCTION TRIM(GH-SKILL) TO HS-SKILL
                          MOVE GH-DATE TO HS-DATE
                          MOVE GH-DEMAND TO HS-DEMAND
                          MOVE GH-SUPPLY TO HS-SUPPLY
                          RELEASE HIST-SORT-REC
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE HISTORY-FILE
           END-IF.

      *> Both sides are in skill order, so one forward pass pairs
      *> them; a skill's rows arrive oldest first, leaving its most
      *> recent recording before today - the FIND-PREVIOUS-RECORDING
      *> idea GROWTH-MONITOR applies to file sizes.
       MATCH-SORTED-HISTORY.
           MOVE 1 TO I
           MOVE "N" TO WS-SORT-EOF
           PERFORM UNTIL WS-SORT-EOF = "Y"
              RETURN HIST-SORT-FILE
                 AT END MOVE "Y" TO WS-SORT-EOF
                 NOT AT END
                    PERFORM UNTIL I > WS-SKILL-COUNT
                               OR WS-SK-NAME(I) >= HS-SKILL
                       ADD 1 TO I
                    END-PERFORM
                    IF I <= WS-SKILL-COUNT
                       IF WS-SK-NAME(I) = HS-SKILL
                          MOVE "Y" TO WS-SK-PREV-FOUND(I)
                          MOVE HS-DATE TO WS-SK-PREV-DATE(I)
                          MOVE HS-DEMAND TO WS-SK-PREV-DEM(I)
                          MOVE HS-SUPPLY TO WS-SK-PREV-SUP(I)
                       END-IF
                    END-IF
              END-RETURN
           END-PERFORM.

       RELEASE-GAPS.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-SKILL-COUNT
              MOVE WS-SK-GAP(I) TO RK-GAP
              MOVE I TO RK-IDX
              RELEASE RANK-SORT-REC
           END-PERFORM.

      *> Biggest gap first, each beside its movement since the
      *> previous run.
       WRITE-RANKED-GAPS.
           MOVE "N" TO WS-SORT-EOF
           PERFORM UNTIL WS-SORT-EOF = "Y"
              RETURN RANK-SORT-FILE
                 AT END MOVE "Y" TO WS-SORT-EOF
                 NOT AT END
                    MOVE RK-IDX TO I
                    PERFORM WRITE-ONE-GAP
              END-RETURN
           END-PERFORM.

       WRITE-ONE-GAP.
           MOVE WS-SK-GAP(I) TO WS-GAP-DISP
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-SK-PREV-FOUND(I) = "Y"
              COMPUTE WS-PREV-GAP =
                  WS-SK-PREV-DEM(I) - WS-SK-PREV-SUP(I)
              MOVE WS-PREV-GAP TO WS-PREV-GAP-DISP
              STRING "  " FUNCTION TRIM(WS-SK-NAME(I))
                     ": " WS-SK-DEMAND(I)
                     " / " WS-SK-SUPPLY(I)
                     " / " FUNCTION TRIM(WS-GAP-DISP)
                     " (was " FUNCTION TRIM(WS-PREV-GAP-DISP)
                     " on " FUNCTION TRIM(WS-SK-PREV-DATE(I)) ")"
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-STRING
           ELSE
              STRING "  " FUNCTION TRIM(WS-SK-NAME(I))
                     ": " WS-SK-DEMAND(I)
                     " / " WS-SK-SUPPLY(I)
                     " / " FUNCTION TRIM(WS-GAP-DISP)
                     " (first recording)"
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-STRING
           END-IF
           PERFORM WRITE-REPORT-LINE.

       APPEND-HISTORY-ROWS.
           OPEN EXTEND HISTORY-FILE
           IF WS-HIST-STATUS NOT = "00"
