      *> Standalone reporting batch job for career services, runnable
      *> by itself or as a BATCH-DRIVER step. The applicant-flow
      *> report federal-contractor employers owe: applications made
      *> in one calendar year counted by posting, then by job
      *> category, and within each by outcome (APP-STATUS) against
      *> the voluntary self-identification EEO-SELF-ID keeps in
      *> data/eeo-selfid.dat - sex, race/ethnicity, protected
      *> veteran status and disability status, each with its
      *> declined and not-provided counts.
      *>
      *> No individual may be identifiable from it. Any count under
      *> five prints as "<5"; a posting or category with fewer than
      *> five applicants prints no breakdown at all; and where a
      *> table would hide a single cell, the next smallest is hidden
      *> with it so the applicant total cannot give the hidden one
      *> away by subtraction.
      *>
      *> The command line takes the year and, optionally, one
      *> employer account (e.g. "2026 acme") so a contractor can be
      *> sent its own postings only; with no year, the current year
      *> to date. Output goes to reports/eeo-flow-report-YYYY.txt (or
      *> reports/eeo-flow-report-YYYY-<employer>.txt) and the console.
      *> Read-only.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EEO-FLOW-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOBS-FILE ASSIGN TO "data/jobs.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBS-STATUS.
           SELECT APPLICATION-FILE ASSIGN TO "data/applications.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APP-STATUS.
           SELECT SELFID-FILE ASSIGN TO "data/eeo-selfid.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SID-STATUS.
           SELECT REPORT-FILE ASSIGN USING WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD JOBS-FILE.
           COPY "JOBREC.cpy".

       FD APPLICATION-FILE.
           COPY "APPREC.cpy".

      *> data/eeo-selfid.dat: the same layout EEO-SELF-ID writes.
       FD SELFID-FILE.
       01 SELFID-REC.
          05 SID-USERNAME    PIC X(20).
          05 SID-SEX         PIC X(01).
          05 SID-ETHNIC      PIC X(01).
          05 SID-VETERAN     PIC X(01).
          05 SID-DISABILITY  PIC X(01).
          05 SID-DATE        PIC X(10).

       FD REPORT-FILE.
       01 REPORT-REC PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-JOBS-STATUS   PIC XX.
       77 WS-APP-STATUS    PIC XX.
       77 WS-SID-STATUS    PIC XX.
       77 WS-EOF           PIC X VALUE "N".
       77 WS-ARG           PIC X(40).
       77 WS-ARG-1         PIC X(20).
       77 WS-ARG-2         PIC X(20).
       77 WS-YEAR          PIC X(04).
       77 WS-POSTER        PIC X(20).
       77 WS-CURR-DATE     PIC X(21).
       77 WS-REPORT-PATH   PIC X(80).
       77 WS-REPORT-LINE   PIC X(132).
       77 WS-APP-DATE      PIC X(10).
       77 WS-JOB-IDX       PIC 9(04).
       77 WS-SID-IDX       PIC 9(04).
       77 WS-COL           PIC 9(01).
       77 WS-GRP-IDX       PIC 9(03).
       77 WS-KEY-KIND      PIC X(01).
       77 WS-KEY-JOB       PIC 9(05).
       77 WS-KEY-CAT       PIC X(15).
       77 WS-TOTAL-APPS    PIC 9(05) VALUE 0.
       77 WS-TOTAL-DISP    PIC Z(4)9.
       77 WS-CELL-DISP     PIC Z(4)9.
       77 WS-CELL-TEXT     PIC X(13).
       77 WS-HIDDEN        PIC 9(03).
       77 WS-LOW-CELL      PIC 9(03).
       77 WS-LOW-VALUE     PIC 9(05).
       77 WS-CELL          PIC 9(03).
       77 WS-PTR           PIC 9(03).
       77 G                PIC 9(03).
       77 J                PIC 9(04).
       77 D                PIC 9(01).
       77 R                PIC 9(02).
       77 K                PIC 9(01).

      *> The row in each dimension the current application counts
      *> under, by WS-DIM-FIRST/WS-DIM-LAST numbering.
       01 WS-APP-ROWS.
          05 WS-APP-ROW    PIC 9(02) OCCURS 4 TIMES.

      *> Self-identification rows, loaded once.
       01 WS-SELFIDS.
          05 WS-SID-COUNT  PIC 9(04) VALUE 0.
          05 WS-SID-ENTRY OCCURS 5000 TIMES.
             10 WS-SID-NAME    PIC X(20).
             10 WS-SID-CODES   PIC X(04).

      *> Postings, for title, employer account and category.
       01 WS-JOBS.
          05 WS-JOB-COUNT  PIC 9(04) VALUE 0.
          05 WS-JOB-ENTRY OCCURS 2000 TIMES.
             10 WS-JOB-ID       PIC 9(05).
             10 WS-JOB-POSTER   PIC X(20).
             10 WS-JOB-TITLE    PIC X(50).
             10 WS-JOB-EMPLOYER PIC X(50).
             10 WS-JOB-CATEGORY PIC X(15).

      *> One group per posting (kind P) and per category (kind C).
      *> WS-GRP-CELL is row-major: (report row - 1) * 6 + status.
       01 WS-GROUPS.
          05 WS-GRP-COUNT  PIC 9(03) VALUE 0.
          05 WS-GRP-ENTRY OCCURS 600 TIMES.
             10 WS-GRP-KIND     PIC X(01).
             10 WS-GRP-JOB-ID   PIC 9(05).
             10 WS-GRP-CATEGORY PIC X(15).
             10 WS-GRP-TITLE    PIC X(50).
             10 WS-GRP-EMPLOYER PIC X(50).
             10 WS-GRP-TOTAL    PIC 9(05).
             10 WS-GRP-CELL     PIC 9(05) OCCURS 126 TIMES.

      *> Cells of the dimension table being printed: Y when shown.
       01 WS-SHOW-FLAGS.
          05 WS-SHOW       PIC X(01) OCCURS 126 TIMES.

       01 WS-DIM-NAMES.
          05 FILLER PIC X(20) VALUE "Sex".
          05 FILLER PIC X(20) VALUE "Race/ethnicity".
          05 FILLER PIC X(20) VALUE "Veteran status".
          05 FILLER PIC X(20) VALUE "Disability status".
       01 WS-DIM-NAME-TABLE REDEFINES WS-DIM-NAMES.
          05 WS-DIM-NAME   PIC X(20) OCCURS 4 TIMES.

       01 WS-DIM-BOUNDS.
          05 FILLER PIC X(04) VALUE "0104".
          05 FILLER PIC X(04) VALUE "0513".
          05 FILLER PIC X(04) VALUE "1417".
          05 FILLER PIC X(04) VALUE "1821".
       01 WS-DIM-BOUND-TABLE REDEFINES WS-DIM-BOUNDS.
          05 WS-DIM-BOUND OCCURS 4 TIMES.
             10 WS-DIM-FIRST PIC 9(02).
             10 WS-DIM-LAST  PIC 9(02).

       01 WS-ROW-NAMES.
          05 FILLER PIC X(30) VALUE "Female".
          05 FILLER PIC X(30) VALUE "Male".
          05 FILLER PIC X(30) VALUE "Declined".
          05 FILLER PIC X(30) VALUE "Not provided".
          05 FILLER PIC X(30) VALUE "Hispanic or Latino".
          05 FILLER PIC X(30) VALUE "White".
          05 FILLER PIC X(30) VALUE "Black or African American".
          05 FILLER PIC X(30) VALUE "Asian".
          05 FILLER PIC X(30) VALUE "Native Hawaiian/Pac Islander".
          05 FILLER PIC X(30) VALUE "American Indian/Alaska Native".
          05 FILLER PIC X(30) VALUE "Two or More Races".
          05 FILLER PIC X(30) VALUE "Declined".
          05 FILLER PIC X(30) VALUE "Not provided".
          05 FILLER PIC X(30) VALUE "Protected veteran".
          05 FILLER PIC X(30) VALUE "Not a protected veteran".
          05 FILLER PIC X(30) VALUE "Declined".
          05 FILLER PIC X(30) VALUE "Not provided".
          05 FILLER PIC X(30) VALUE "Has a disability".
          05 FILLER PIC X(30) VALUE "No disability".
          05 FILLER PIC X(30) VALUE "Declined".
          05 FILLER PIC X(30) VALUE "Not provided".
       01 WS-ROW-NAME-TABLE REDEFINES WS-ROW-NAMES.
          05 WS-ROW-NAME   PIC X(30) OCCURS 21 TIMES.

       01 WS-STATUS-NAMES.
          05 FILLER PIC X(13) VALUE "Applied".
          05 FILLER PIC X(13) VALUE "Under Review".
          05 FILLER PIC X(13) VALUE "Interview".
          05 FILLER PIC X(13) VALUE "Rejected".
          05 FILLER PIC X(13) VALUE "Hired".
          05 FILLER PIC X(13) VALUE "Other".
       01 WS-STATUS-TABLE REDEFINES WS-STATUS-NAMES.
          05 WS-STATUS-NAME PIC X(13) OCCURS 6 TIMES.

           COPY "REGIONINF.cpy".
           COPY "RPTINF.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL "REGION-CONFIG" USING REGION-INFO
           IF RI-RESULT NOT = "OK"
              GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE
           MOVE WS-CURR-DATE(1:4) TO WS-YEAR
           MOVE SPACES TO WS-POSTER
           MOVE SPACES TO WS-ARG WS-ARG-1 WS-ARG-2
           ACCEPT WS-ARG FROM COMMAND-LINE
           UNSTRING WS-ARG DELIMITED BY ALL SPACE
               INTO WS-ARG-1 WS-ARG-2
           END-UNSTRING
           IF WS-ARG-1(1:4) IS NUMERIC AND WS-ARG-1(5:1) = SPACE
              MOVE WS-ARG-1(1:4) TO WS-YEAR
              MOVE WS-ARG-2 TO WS-POSTER
           ELSE
              MOVE WS-ARG-1 TO WS-POSTER
           END-IF

           MOVE SPACES TO WS-REPORT-PATH
           IF WS-POSTER = SPACES
              STRING "reports/eeo-flow-report-" WS-YEAR ".txt"
                     DELIMITED BY SIZE INTO WS-REPORT-PATH
              END-STRING
           ELSE
              STRING "reports/eeo-flow-report-" WS-YEAR "-"
                     FUNCTION TRIM(WS-POSTER) ".txt"
                     DELIMITED BY SIZE INTO WS-REPORT-PATH
              END-STRING
           END-IF

           PERFORM LOAD-SELFIDS
           PERFORM LOAD-JOBS
           PERFORM TALLY-APPLICATIONS

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "InCollege applicant flow by self-identification - "
                  WS-YEAR
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           IF WS-POSTER NOT = SPACES
              MOVE SPACES TO WS-REPORT-LINE(60:)
              STRING " - postings of " FUNCTION TRIM(WS-POSTER)
                     DELIMITED BY SIZE INTO WS-REPORT-LINE(56:)
              END-STRING
           END-IF
           PERFORM WRITE-REPORT-LINE
           MOVE "===================================================="
              TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "Self-identification is voluntary. Counts under 5 show"
              & " as <5, with a second cell hidden where one"
              TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "alone would be; groups under 5 applicants show no"
              & " breakdown." TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           IF WS-TOTAL-APPS = 0
              MOVE SPACES TO WS-REPORT-LINE
              PERFORM WRITE-REPORT-LINE
              MOVE "No applications for the year." TO WS-REPORT-LINE
              PERFORM WRITE-REPORT-LINE
           ELSE
              MOVE "P" TO WS-KEY-KIND
              MOVE SPACES TO WS-REPORT-LINE
              PERFORM WRITE-REPORT-LINE
              MOVE "BY POSTING" TO WS-REPORT-LINE
              PERFORM WRITE-REPORT-LINE
              PERFORM VARYING G FROM 1 BY 1 UNTIL G > WS-GRP-COUNT
                 IF WS-GRP-KIND(G) = WS-KEY-KIND
                    PERFORM REPORT-ONE-GROUP
                 END-IF
              END-PERFORM
              MOVE "C" TO WS-KEY-KIND
              MOVE SPACES TO WS-REPORT-LINE
              PERFORM WRITE-REPORT-LINE
              MOVE "BY JOB CATEGORY" TO WS-REPORT-LINE
              PERFORM WRITE-REPORT-LINE
              PERFORM VARYING G FROM 1 BY 1 UNTIL G > WS-GRP-COUNT
                 IF WS-GRP-KIND(G) = WS-KEY-KIND
                    PERFORM REPORT-ONE-GROUP
                 END-IF
              END-PERFORM
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-TOTAL-APPS TO WS-TOTAL-DISP
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-TOTAL-APPS < 5
              STRING "Fewer than 5 applications in " WS-YEAR "."
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-STRING
           ELSE
              STRING FUNCTION TRIM(WS-TOTAL-DISP)
                     " application(s) in " WS-YEAR "."
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-STRING
           END-IF
           PERFORM WRITE-REPORT-LINE
           CLOSE REPORT-FILE

           MOVE WS-REPORT-PATH TO RPI-PATH
           MOVE "EEO-FLOW-REPORT" TO RPI-REPORT-ID
           MOVE "Applicant flow by self-identification" TO RPI-TITLE
           MOVE SPACES TO RPI-SELECTION
           IF WS-POSTER = SPACES
              STRING "applications in " WS-YEAR ", all postings"
                     DELIMITED BY SIZE INTO RPI-SELECTION
              END-STRING
           ELSE
              STRING "applications in " WS-YEAR ", postings of "
                     FUNCTION TRIM(WS-POSTER)
                     DELIMITED BY SIZE INTO RPI-SELECTION
              END-STRING
           END-IF
      *> The trailer counts groups, not applications, so a small
      *> total is not given away past the <5 rule above.
           MOVE WS-GRP-COUNT TO RPI-RECORDS
           MOVE "posting and category groups" TO RPI-RECORD-NOUN
           CALL "REPORT-FORMAT" USING REPORT-PAGE-INFO
           GOBACK.

       WRITE-REPORT-LINE.
           DISPLAY FUNCTION TRIM(WS-REPORT-LINE TRAILING)
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC.

       LOAD-SELFIDS.
           MOVE 0 TO WS-SID-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT SELFID-FILE
           IF WS-SID-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
              READ SELFID-FILE
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    IF WS-SID-COUNT < 5000
                       ADD 1 TO WS-SID-COUNT
                       MOVE SID-USERNAME TO WS-SID-NAME(WS-SID-COUNT)
                       MOVE SELFID-REC(21:4)
                            TO WS-SID-CODES(WS-SID-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE SELFID-FILE.

       LOAD-JOBS.
           MOVE 0 TO WS-JOB-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT JOBS-FILE
           IF WS-JOBS-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
              READ JOBS-FILE
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    IF WS-JOB-COUNT < 2000
                       ADD 1 TO WS-JOB-COUNT
                       MOVE JOB-ID TO WS-JOB-ID(WS-JOB-COUNT)
                       MOVE JOB-POSTER TO WS-JOB-POSTER(WS-JOB-COUNT)
                       MOVE JOB-TITLE TO WS-JOB-TITLE(WS-JOB-COUNT)
                       MOVE JOB-EMPLOYER
                            TO WS-JOB-EMPLOYER(WS-JOB-COUNT)
                       MOVE JOB-CATEGORY
                            TO WS-JOB-CATEGORY(WS-JOB-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE JOBS-FILE.

      *> An application counts in the year it was made; rows from
      *> before the applied date was kept fall back on the status
      *> date.
       TALLY-APPLICATIONS.
           MOVE 0 TO WS-TOTAL-APPS
           MOVE 0 TO WS-GRP-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT APPLICATION-FILE
           IF WS-APP-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
              READ APPLICATION-FILE
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    MOVE APP-APPLIED-DATE TO WS-APP-DATE
                    IF WS-APP-DATE = SPACES
                       MOVE APP-STATUS-DATE TO WS-APP-DATE
                    END-IF
                    IF WS-APP-DATE(1:4) = WS-YEAR
                       PERFORM TALLY-ONE-APPLICATION
                    END-IF
              END-READ
           END-PERFORM
           CLOSE APPLICATION-FILE.

       TALLY-ONE-APPLICATION.
           MOVE 0 TO WS-JOB-IDX
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > WS-JOB-COUNT OR WS-JOB-IDX > 0
              IF WS-JOB-ID(J) = APP-JOB-ID
                 MOVE J TO WS-JOB-IDX
              END-IF
           END-PERFORM
           IF WS-POSTER NOT = SPACES
              IF WS-JOB-IDX = 0
                 EXIT PARAGRAPH
              END-IF
              IF FUNCTION TRIM(WS-JOB-POSTER(WS-JOB-IDX)) NOT =
                 FUNCTION TRIM(WS-POSTER)
                 EXIT PARAGRAPH
              END-IF
           END-IF
           ADD 1 TO WS-TOTAL-APPS

           PERFORM PICK-APPLICANT-ROWS
           EVALUATE TRUE
              WHEN APP-STATUS-APPLIED      MOVE 1 TO WS-COL
              WHEN APP-STATUS-UNDER-REVIEW MOVE 2 TO WS-COL
              WHEN APP-STATUS-INTERVIEW    MOVE 3 TO WS-COL
              WHEN APP-STATUS-REJECTED     MOVE 4 TO WS-COL
              WHEN APP-STATUS-HIRED        MOVE 5 TO WS-COL
              WHEN OTHER                   MOVE 6 TO WS-COL
           END-EVALUATE

           MOVE "P" TO WS-KEY-KIND
           MOVE APP-JOB-ID TO WS-KEY-JOB
           MOVE SPACES TO WS-KEY-CAT
           PERFORM FIND-GROUP
           IF WS-GRP-IDX > 0
              PERFORM ADD-TO-GROUP
           END-IF

           MOVE "C" TO WS-KEY-KIND
           MOVE 0 TO WS-KEY-JOB
           MOVE "(uncategorized)" TO WS-KEY-CAT
           IF WS-JOB-IDX > 0
              IF WS-JOB-CATEGORY(WS-JOB-IDX) NOT = SPACES
                 MOVE WS-JOB-CATEGORY(WS-JOB-IDX) TO WS-KEY-CAT
              END-IF
           END-IF
           PERFORM FIND-GROUP
           IF WS-GRP-IDX > 0
              PERFORM ADD-TO-GROUP
           END-IF.

      *> A student with no row counts as Not provided in every
      *> dimension; D, or any code not on the list, as Declined.
       PICK-APPLICANT-ROWS.
           MOVE 0 TO WS-SID-IDX
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > WS-SID-COUNT OR WS-SID-IDX > 0
              IF FUNCTION TRIM(WS-SID-NAME(J)) =
                 FUNCTION TRIM(JOB-APPLIER)
                 MOVE J TO WS-SID-IDX
              END-IF
           END-PERFORM
           IF WS-SID-IDX = 0
              MOVE 4 TO WS-APP-ROW(1)
              MOVE 13 TO WS-APP-ROW(2)
              MOVE 17 TO WS-APP-ROW(3)
              MOVE 21 TO WS-APP-ROW(4)
              EXIT PARAGRAPH
           END-IF

           EVALUATE WS-SID-CODES(WS-SID-IDX)(1:1)
              WHEN "F" MOVE 1 TO WS-APP-ROW(1)
              WHEN "M" MOVE 2 TO WS-APP-ROW(1)
              WHEN OTHER MOVE 3 TO WS-APP-ROW(1)
           END-EVALUATE
           IF WS-SID-CODES(WS-SID-IDX)(2:1) >= "1" AND
              WS-SID-CODES(WS-SID-IDX)(2:1) <= "7"
              MOVE WS-SID-CODES(WS-SID-IDX)(2:1) TO K
              COMPUTE WS-APP-ROW(2) = 4 + K
           ELSE
              MOVE 12 TO WS-APP-ROW(2)
           END-IF
           EVALUATE WS-SID-CODES(WS-SID-IDX)(3:1)
              WHEN "P" MOVE 14 TO WS-APP-ROW(3)
              WHEN "N" MOVE 15 TO WS-APP-ROW(3)
              WHEN OTHER MOVE 16 TO WS-APP-ROW(3)
           END-EVALUATE
           EVALUATE WS-SID-CODES(WS-SID-IDX)(4:1)
              WHEN "Y" MOVE 18 TO WS-APP-ROW(4)
              WHEN "N" MOVE 19 TO WS-APP-ROW(4)
              WHEN OTHER MOVE 20 TO WS-APP-ROW(4)
           END-EVALUATE.

       FIND-GROUP.
           MOVE 0 TO WS-GRP-IDX
           PERFORM VARYING G FROM 1 BY 1
                   UNTIL G > WS-GRP-COUNT OR WS-GRP-IDX > 0
              IF WS-GRP-KIND(G) = WS-KEY-KIND AND
                 WS-GRP-JOB-ID(G) = WS-KEY-JOB AND
                 WS-GRP-CATEGORY(G) = WS-KEY-CAT
                 MOVE G TO WS-GRP-IDX
              END-IF
           END-PERFORM
           IF WS-GRP-IDX > 0 OR WS-GRP-COUNT >= 600
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-GRP-COUNT
           MOVE WS-GRP-COUNT TO WS-GRP-IDX
           INITIALIZE WS-GRP-ENTRY(WS-GRP-IDX)
           MOVE WS-KEY-KIND TO WS-GRP-KIND(WS-GRP-IDX)
           MOVE WS-KEY-JOB TO WS-GRP-JOB-ID(WS-GRP-IDX)
           MOVE WS-KEY-CAT TO WS-GRP-CATEGORY(WS-GRP-IDX)
           IF WS-KEY-KIND = "P"
              IF WS-JOB-IDX > 0
                 MOVE WS-JOB-TITLE(WS-JOB-IDX)
                      TO WS-GRP-TITLE(WS-GRP-IDX)
                 MOVE WS-JOB-EMPLOYER(WS-JOB-IDX)
                      TO WS-GRP-EMPLOYER(WS-GRP-IDX)
              ELSE
                 MOVE APP-JOB-TITLE TO WS-GRP-TITLE(WS-GRP-IDX)
                 MOVE APP-EMPLOYER TO WS-GRP-EMPLOYER(WS-GRP-IDX)
              END-IF
           END-IF.

       ADD-TO-GROUP.
           ADD 1 TO WS-GRP-TOTAL(WS-GRP-IDX)
           PERFORM VARYING D FROM 1 BY 1 UNTIL D > 4
              COMPUTE WS-CELL = (WS-APP-ROW(D) - 1) * 6 + WS-COL
              ADD 1 TO WS-GRP-CELL(WS-GRP-IDX, WS-CELL)
           END-PERFORM.

       REPORT-ONE-GROUP.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-GRP-KIND(G) = "P"
              STRING "Posting " WS-GRP-JOB-ID(G) " - "
                     FUNCTION TRIM(WS-GRP-TITLE(G)) " ("
                     FUNCTION TRIM(WS-GRP-EMPLOYER(G)) ")"
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-STRING
           ELSE
              STRING "Category " FUNCTION TRIM(WS-GRP-CATEGORY(G))
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-STRING
           END-IF
           PERFORM WRITE-REPORT-LINE

           IF WS-GRP-TOTAL(G) < 5
              MOVE "  Fewer than 5 applicants - no breakdown shown."
                 TO WS-REPORT-LINE
              PERFORM WRITE-REPORT-LINE
              EXIT PARAGRAPH
           END-IF
           MOVE WS-GRP-TOTAL(G) TO WS-TOTAL-DISP
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  Applicants: " FUNCTION TRIM(WS-TOTAL-DISP)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE

           PERFORM VARYING D FROM 1 BY 1 UNTIL D > 4
              PERFORM REPORT-ONE-DIMENSION
           END-PERFORM.

      *> Hides every cell under five, then - if that hid exactly one
      *> - the smallest remaining cell too, before printing.
       REPORT-ONE-DIMENSION.
           MOVE 0 TO WS-HIDDEN
           MOVE 0 TO WS-LOW-CELL
           MOVE 99999 TO WS-LOW-VALUE
           PERFORM VARYING R FROM WS-DIM-FIRST(D) BY 1
                   UNTIL R > WS-DIM-LAST(D)
              PERFORM VARYING K FROM 1 BY 1 UNTIL K > 6
                 COMPUTE WS-CELL = (R - 1) * 6 + K
                 IF WS-GRP-CELL(G, WS-CELL) < 5
                    MOVE "N" TO WS-SHOW(WS-CELL)
                    ADD 1 TO WS-HIDDEN
                 ELSE
                    MOVE "Y" TO WS-SHOW(WS-CELL)
                    IF WS-GRP-CELL(G, WS-CELL) < WS-LOW-VALUE
                       MOVE WS-GRP-CELL(G, WS-CELL) TO WS-LOW-VALUE
                       MOVE WS-CELL TO WS-LOW-CELL
                    END-IF
                 END-IF
              END-PERFORM
           END-PERFORM
           IF WS-HIDDEN = 1 AND WS-LOW-CELL > 0
              MOVE "N" TO WS-SHOW(WS-LOW-CELL)
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           MOVE "  " TO WS-REPORT-LINE(1:2)
           MOVE WS-DIM-NAME(D) TO WS-REPORT-LINE(3:20)
           MOVE 33 TO WS-PTR
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 6
              MOVE WS-STATUS-NAME(K) TO WS-REPORT-LINE(WS-PTR:13)
              ADD 13 TO WS-PTR
           END-PERFORM
           PERFORM WRITE-REPORT-LINE

           PERFORM VARYING R FROM WS-DIM-FIRST(D) BY 1
                   UNTIL R > WS-DIM-LAST(D)
              MOVE SPACES TO WS-REPORT-LINE
              MOVE WS-ROW-NAME(R) TO WS-REPORT-LINE(3:30)
              MOVE 33 TO WS-PTR
              PERFORM VARYING K FROM 1 BY 1 UNTIL K > 6
                 COMPUTE WS-CELL = (R - 1) * 6 + K
                 MOVE SPACES TO WS-CELL-TEXT
                 IF WS-SHOW(WS-CELL) = "Y"
                    MOVE WS-GRP-CELL(G, WS-CELL) TO WS-CELL-DISP
                    MOVE WS-CELL-DISP TO WS-CELL-TEXT(1:5)
                 ELSE
                    MOVE "   <5" TO WS-CELL-TEXT(1:5)
                 END-IF
                 MOVE WS-CELL-TEXT TO WS-REPORT-LINE(WS-PTR:13)
                 ADD 13 TO WS-PTR
              END-PERFORM
              PERFORM WRITE-REPORT-LINE
           END-PERFORM.

       END PROGRAM EEO-FLOW-REPORT.
