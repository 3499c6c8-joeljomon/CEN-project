      *> Standalone conversion utility, run by an operator with the
      *> file to convert on the command line (e.g. LAYOUT-MIGRATE
      *> jobs.dat, or LAYOUT-MIGRATE jobs.dat PREVIEW to see the
      *> counts without changing anything). Takes one core data file
      *> one layout version forward - from the version its header
      *> in data/layout-versions.dat says (see LAYOUT-CHECK) to the
      *> next - by the rules for that step in
      *> data/layout-migrations.dat, one pipe-delimited rule per
      *> column the new version added:
      *>
      *>   file|from|to|start|length|default|field name
      *>
      *> e.g.  jobs.dat|1|2|569|2|01|JOB-OPENINGS
      *>       profiles.dat|1|2|3376|1||PROF-WORK-AUTH
      *>
      *> A row whose column is still blank - it was written before
      *> the column existed - gets the default; a row that already
      *> carries a value keeps it. An empty default is an explicit
      *> decision that blank is the right value (an unknown
      *> sponsorship, an unrecorded date), and the report says so
      *> rather than leaving it to each reader to guess. A step with
      *> no rules at all is refused: every version step has to be
      *> written down before it can run. The file is rewritten under
      *> its FILE-LOCK with the usual temp-file replace, the header
      *> is stamped at the new version, control totals go to
      *> CONTROL-TOTALS, and the conversion report - rows read, and
      *> per column how many rows took the default and how many
      *> already had a value - goes to the console and
      *> reports/layout-migrate-report.txt.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAYOUT-MIGRATE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULE-FILE ASSIGN TO "data/layout-migrations.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULE-STATUS.
           SELECT DATA-FILE ASSIGN USING WS-DATA-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATA-STATUS.
           SELECT KEEP-FILE ASSIGN TO "data/migratetemp.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEEP-STATUS.
           SELECT REPORT-FILE
               ASSIGN TO "reports/layout-migrate-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD RULE-FILE.
       01 RULE-REC PIC X(120).

       FD DATA-FILE.
       01 DATA-REC PIC X(4000).

       FD KEEP-FILE.
       01 KEEP-REC PIC X(4000).

       FD REPORT-FILE.
       01 REPORT-REC PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-RULE-STATUS   PIC XX.
       77 WS-DATA-STATUS   PIC XX.
       77 WS-KEEP-STATUS   PIC XX.
       77 WS-EOF           PIC X VALUE "N".
       77 WS-DATA-PATH     PIC X(40).
       77 WS-REPORT-LINE   PIC X(132).
       77 WS-ARG           PIC X(60).
       77 WS-ARG-FILE      PIC X(30).
       77 WS-ARG-MODE      PIC X(10).
       77 WS-PREVIEW       PIC X VALUE "N".
       77 WS-CURR-DATE     PIC X(21).
       77 WS-TODAY         PIC X(10).
       77 WS-FROM-VERSION  PIC 9(03).
       77 WS-TO-VERSION    PIC 9(03).
       77 WS-ROWS-READ     PIC 9(07).
       77 WS-ROWS-CHANGED  PIC 9(07).
       77 WS-ROW-CHANGED   PIC X VALUE "N".
       77 L                PIC 9(02).
       77 WS-LV-IDX        PIC 9(02).
       77 R                PIC 9(02).
       77 WS-R-FILE-X      PIC X(30).
       77 WS-R-FROM-X      PIC X(05).
       77 WS-R-TO-X        PIC X(05).
       77 WS-R-START-X     PIC X(06).
       77 WS-R-LEN-X       PIC X(05).
       77 WS-R-DEFAULT-X   PIC X(40).
       77 WS-R-NAME-X      PIC X(30).
       77 WS-LC-COMMAND    PIC X(10).
       77 WS-LC-FILE       PIC X(30).
       77 WS-LC-VERSION    PIC 9(03).
       77 WS-LC-RESULT     PIC X(10).
       77 WS-LK-COMMAND    PIC X(10).
       77 WS-LK-FILE       PIC X(20).
       77 WS-LK-OWNER      PIC X(20) VALUE "LAYOUT-MIGRATE".
       77 WS-LK-RESULT     PIC X(10).
       77 WS-CT-STEP       PIC X(20) VALUE "LAYOUT-MIGRATE".
       77 WS-CT-FILE       PIC X(30).
       01 WS-CT-COUNTS.
          05 WS-CT-READ     PIC 9(7) VALUE 0.
          05 WS-CT-WRITTEN  PIC 9(7) VALUE 0.
          05 WS-CT-REJECTED PIC 9(7) VALUE 0.
          05 WS-CT-MOVED    PIC 9(7) VALUE 0.

      *> The rules for this one step, with the per-column counts
      *> the report prints.
       01 WS-RULE-TABLE.
          05 WS-RULE-COUNT    PIC 9(02) VALUE 0.
          05 WS-RULE OCCURS 30 TIMES.
             10 WS-R-START    PIC 9(05).
             10 WS-R-LEN      PIC 9(03).
             10 WS-R-DEFAULT  PIC X(40).
             10 WS-R-NAME     PIC X(30).
             10 WS-R-FILLED   PIC 9(07).
             10 WS-R-KEPT     PIC 9(07).

           COPY "LAYOUTVER.cpy".

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

           MOVE SPACES TO WS-ARG WS-ARG-FILE WS-ARG-MODE
           ACCEPT WS-ARG FROM COMMAND-LINE
           UNSTRING WS-ARG DELIMITED BY ALL SPACES
               INTO WS-ARG-FILE WS-ARG-MODE
           END-UNSTRING
           IF FUNCTION UPPER-CASE(WS-ARG-MODE) = "PREVIEW"
              MOVE "Y" TO WS-PREVIEW
           END-IF

           MOVE 0 TO WS-LV-IDX
           PERFORM VARYING L FROM 1 BY 1
                   UNTIL L > LAYOUT-VERSION-COUNT
              IF LV-EXP-FILE(L) = WS-ARG-FILE
                 MOVE L TO WS-LV-IDX
              END-IF
           END-PERFORM
           IF WS-LV-IDX = 0
              DISPLAY "LAYOUT-MIGRATE: name a core data file to "
                      "convert, e.g. LAYOUT-MIGRATE jobs.dat - "
                      "nothing changed."
              GOBACK
           END-IF

           MOVE "CHECK" TO WS-LC-COMMAND
           MOVE WS-ARG-FILE TO WS-LC-FILE
           CALL "LAYOUT-CHECK" USING WS-LC-COMMAND WS-LC-FILE
                WS-LC-VERSION WS-LC-RESULT
           MOVE WS-LC-VERSION TO WS-FROM-VERSION
           IF WS-FROM-VERSION >= LV-EXP-VERSION(WS-LV-IDX)
              DISPLAY "LAYOUT-MIGRATE: " FUNCTION TRIM(WS-ARG-FILE)
                      " is already at layout version "
                      WS-FROM-VERSION " - nothing to convert."
              GOBACK
           END-IF
           COMPUTE WS-TO-VERSION = WS-FROM-VERSION + 1

           PERFORM LOAD-STEP-RULES
           IF WS-RULE-COUNT = 0
              DISPLAY "LAYOUT-MIGRATE: no rules in "
                      "data/layout-migrations.dat take "
                      FUNCTION TRIM(WS-ARG-FILE) " from version "
                      WS-FROM-VERSION " to " WS-TO-VERSION
                      " - nothing changed."
              GOBACK
           END-IF

           MOVE LV-EXP-LOCK(WS-LV-IDX) TO WS-LK-FILE
           IF WS-PREVIEW = "N"
              MOVE "ACQUIRE" TO WS-LK-COMMAND
              CALL "FILE-LOCK" USING WS-LK-COMMAND WS-LK-FILE
                   WS-LK-OWNER WS-LK-RESULT
              IF WS-LK-RESULT NOT = "OK"
                 DISPLAY "LAYOUT-MIGRATE: "
                         FUNCTION TRIM(WS-ARG-FILE)
                         " is busy - try again shortly."
                 GOBACK
              END-IF
           END-IF

           PERFORM CONVERT-FILE
           PERFORM RELEASE-FILE-LOCK
           PERFORM WRITE-CONVERSION-REPORT
           GOBACK.

      *> Only the rules for this file's next step; a malformed rule
      *> is named and skipped rather than guessed at.
       LOAD-STEP-RULES.
           MOVE 0 TO WS-RULE-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT RULE-FILE
           IF WS-RULE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
              READ RULE-FILE
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    IF FUNCTION TRIM(RULE-REC) NOT = SPACES
                       PERFORM TAKE-ONE-RULE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE RULE-FILE.

       TAKE-ONE-RULE.
           MOVE SPACES TO WS-R-FILE-X WS-R-FROM-X WS-R-TO-X
                          WS-R-START-X WS-R-LEN-X WS-R-DEFAULT-X
                          WS-R-NAME-X
           UNSTRING RULE-REC DELIMITED BY "|"
               INTO WS-R-FILE-X WS-R-FROM-X WS-R-TO-X WS-R-START-X
                    WS-R-LEN-X WS-R-DEFAULT-X WS-R-NAME-X
           END-UNSTRING
           IF FUNCTION TRIM(WS-R-FILE-X) NOT =
              FUNCTION TRIM(WS-ARG-FILE)
              EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-R-FROM-X) IS NOT NUMERIC OR
              FUNCTION TRIM(WS-R-TO-X) IS NOT NUMERIC OR
              FUNCTION TRIM(WS-R-START-X) IS NOT NUMERIC OR
              FUNCTION TRIM(WS-R-LEN-X) IS NOT NUMERIC
              DISPLAY "LAYOUT-MIGRATE: rule not understood - "
                      FUNCTION TRIM(RULE-REC)
              EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(WS-R-FROM-X) NOT = WS-FROM-VERSION OR
              FUNCTION NUMVAL(WS-R-TO-X) NOT = WS-TO-VERSION
              EXIT PARAGRAPH
           END-IF
           IF WS-RULE-COUNT >= 30
              DISPLAY "LAYOUT-MIGRATE: more than 30 rules for one "
                      "step - the rest are ignored."
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RULE-COUNT
           MOVE FUNCTION NUMVAL(WS-R-START-X)
              TO WS-R-START(WS-RULE-COUNT)
           MOVE FUNCTION NUMVAL(WS-R-LEN-X)
              TO WS-R-LEN(WS-RULE-COUNT)
           MOVE WS-R-DEFAULT-X TO WS-R-DEFAULT(WS-RULE-COUNT)
           MOVE WS-R-NAME-X TO WS-R-NAME(WS-RULE-COUNT)
           MOVE 0 TO WS-R-FILLED(WS-RULE-COUNT)
                     WS-R-KEPT(WS-RULE-COUNT)
           IF WS-R-START(WS-RULE-COUNT) = 0 OR
              WS-R-LEN(WS-RULE-COUNT) = 0 OR
              WS-R-LEN(WS-RULE-COUNT) > 40 OR
              WS-R-START(WS-RULE-COUNT) + WS-R-LEN(WS-RULE-COUNT)
                 > 4001
              DISPLAY "LAYOUT-MIGRATE: rule for "
                      FUNCTION TRIM(WS-R-NAME-X)
                      " has an impossible position - ignored."
              SUBTRACT 1 FROM WS-RULE-COUNT
           END-IF.

       CONVERT-FILE.
           MOVE 0 TO WS-ROWS-READ WS-ROWS-CHANGED
           MOVE ZEROS TO WS-CT-COUNTS
           MOVE SPACES TO WS-DATA-PATH
           STRING "data/" FUNCTION TRIM(WS-ARG-FILE)
                  DELIMITED BY SIZE INTO WS-DATA-PATH
           END-STRING
           MOVE "N" TO WS-EOF
           OPEN INPUT DATA-FILE
           IF WS-DATA-STATUS NOT = "00"
      *> Nothing on file yet: nothing to convert, but the header
      *> still moves forward so the gate lets the new layout in.
              PERFORM STAMP-NEW-VERSION
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT KEEP-FILE
           PERFORM UNTIL WS-EOF = "Y"
              READ DATA-FILE
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    ADD 1 TO WS-ROWS-READ
                    PERFORM CONVERT-ONE-ROW
                    MOVE DATA-REC TO KEEP-REC
                    WRITE KEEP-REC
              END-READ
           END-PERFORM
           CLOSE DATA-FILE
           CLOSE KEEP-FILE

           IF WS-PREVIEW = "Y"
              EXIT PARAGRAPH
           END-IF
           IF WS-ROWS-CHANGED > 0
              OPEN OUTPUT DATA-FILE
              OPEN INPUT KEEP-FILE
              MOVE "N" TO WS-EOF
              PERFORM UNTIL WS-EOF = "Y"
                 READ KEEP-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       MOVE KEEP-REC TO DATA-REC
                       WRITE DATA-REC
                       ADD 1 TO WS-CT-WRITTEN
                 END-READ
              END-PERFORM
              CLOSE KEEP-FILE
              CLOSE DATA-FILE
           ELSE
              MOVE WS-ROWS-READ TO WS-CT-WRITTEN
           END-IF
           MOVE WS-ROWS-READ TO WS-CT-READ
           MOVE WS-ARG-FILE TO WS-CT-FILE
           CALL "CONTROL-TOTALS" USING WS-CT-STEP WS-CT-FILE
                WS-CT-COUNTS
           PERFORM STAMP-NEW-VERSION.

       CONVERT-ONE-ROW.
           MOVE "N" TO WS-ROW-CHANGED
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-RULE-COUNT
              IF DATA-REC(WS-R-START(R):WS-R-LEN(R)) = SPACES
                 ADD 1 TO WS-R-FILLED(R)
                 IF WS-R-DEFAULT(R) NOT = SPACES
                    MOVE WS-R-DEFAULT(R)(1:WS-R-LEN(R))
                       TO DATA-REC(WS-R-START(R):WS-R-LEN(R))
                    MOVE "Y" TO WS-ROW-CHANGED
                 END-IF
              ELSE
                 ADD 1 TO WS-R-KEPT(R)
              END-IF
           END-PERFORM
           IF WS-ROW-CHANGED = "Y"
              ADD 1 TO WS-ROWS-CHANGED
           END-IF.

       STAMP-NEW-VERSION.
           IF WS-PREVIEW = "N"
              MOVE "STAMP" TO WS-LC-COMMAND
              MOVE WS-ARG-FILE TO WS-LC-FILE
              MOVE WS-TO-VERSION TO WS-LC-VERSION
              CALL "LAYOUT-CHECK" USING WS-LC-COMMAND WS-LC-FILE
                   WS-LC-VERSION WS-LC-RESULT
           END-IF.

       RELEASE-FILE-LOCK.
           IF WS-PREVIEW = "N"
              MOVE "RELEASE" TO WS-LK-COMMAND
              CALL "FILE-LOCK" USING WS-LK-COMMAND WS-LK-FILE
                   WS-LK-OWNER WS-LK-RESULT
           END-IF.

       WRITE-CONVERSION-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-PREVIEW = "Y"
              MOVE "InCollege layout migration (PREVIEW - nothing "
                   & "changed)" TO WS-REPORT-LINE
           ELSE
              MOVE "InCollege layout migration" TO WS-REPORT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE
           MOVE "====================================================="
              TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Run date: " WS-TODAY
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "File: " FUNCTION TRIM(WS-ARG-FILE)
                  "   layout version " WS-FROM-VERSION
                  " -> " WS-TO-VERSION
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Rows read: " WS-ROWS-READ
                  "   rows converted: " WS-ROWS-CHANGED
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-RULE-COUNT
              PERFORM REPORT-ONE-RULE
           END-PERFORM
           CLOSE REPORT-FILE

           MOVE "reports/layout-migrate-report.txt" TO RPI-PATH
           MOVE "LAYOUT-MIGRATE" TO RPI-REPORT-ID
           MOVE "Record layout migration" TO RPI-TITLE
           MOVE SPACES TO RPI-SELECTION
           IF WS-PREVIEW = "Y"
              STRING FUNCTION TRIM(WS-ARG-FILE) " version "
                     WS-FROM-VERSION " to " WS-TO-VERSION
                     "; preview only"
                     DELIMITED BY SIZE INTO RPI-SELECTION
              END-STRING
           ELSE
              STRING FUNCTION TRIM(WS-ARG-FILE) " version "
                     WS-FROM-VERSION " to " WS-TO-VERSION
                     DELIMITED BY SIZE INTO RPI-SELECTION
              END-STRING
           END-IF
           MOVE WS-ROWS-READ TO RPI-RECORDS
           MOVE "rows read" TO RPI-RECORD-NOUN
           CALL "REPORT-FORMAT" USING REPORT-PAGE-INFO.

       REPORT-ONE-RULE.
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-R-DEFAULT(R) = SPACES
              STRING "  " FUNCTION TRIM(WS-R-NAME(R))
                     " (" WS-R-START(R) "/" WS-R-LEN(R) "): "
                     WS-R-FILLED(R) " row(s) left blank by rule, "
                     WS-R-KEPT(R) " already set"
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-STRING
           ELSE
              STRING "  " FUNCTION TRIM(WS-R-NAME(R))
                     " (" WS-R-START(R) "/" WS-R-LEN(R) "): "
                     WS-R-FILLED(R) " row(s) set to """
                     WS-R-DEFAULT(R)(1:WS-R-LEN(R)) """, "
                     WS-R-KEPT(R) " already set"
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-STRING
           END-IF
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           DISPLAY FUNCTION TRIM(WS-REPORT-LINE)
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC.

       END PROGRAM LAYOUT-MIGRATE.
