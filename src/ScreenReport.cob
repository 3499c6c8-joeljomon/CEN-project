      *> Standalone reporting batch, run weekly from the operator
      *> console (DISPLAY/ACCEPT) like REVIEW-TURNAROUND. Reads the
      *> rule hits CONTENT-SCREEN logs in data/screening-hits.dat
      *> for the seven days ending on the asked-for date, looks up
      *> how MOD-QUEUE disposed of each screened item, and writes
      *> reports/screening-report-YYYYMMDD.txt: per rule the hits that
      *> week and how many were dismissed (false positives),
      *> actioned or are still open, then the active rules that
      *> caught nothing. A rule that is mostly dismissed wants
      *> narrowing or retiring from the admin console. Read-only.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCREEN-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULES-FILE ASSIGN TO "data/screening-rules.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-STATUS.
           SELECT HITS-FILE ASSIGN TO "data/screening-hits.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HITS-STATUS.
           SELECT MODERATION-FILE ASSIGN TO "data/moderation.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOD-STATUS.
           SELECT REPORT-FILE ASSIGN USING WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> data/screening-rules.dat: the same layout the admin
      *> console maintains and CONTENT-SCREEN reads.
       FD RULES-FILE.
       01 RULE-REC.
          05 SR-ID                 PIC 9(04).
          05 SR-ACTIVE             PIC X(01).
             88 SR-RETIRED             VALUE "N".
          05 SR-SCOPE              PIC X(01).
          05 SR-PATTERN            PIC X(60).
          05 SR-ADDED-BY           PIC X(20).
          05 SR-ADDED-ON           PIC X(10).

      *> data/screening-hits.dat: the same layout CONTENT-SCREEN
      *> writes, one row per rule that matched an item.
       FD HITS-FILE.
       01 HIT-REC.
          05 SH-DATE               PIC X(10).
          05 SH-RULE-ID            PIC 9(04).
          05 SH-KIND               PIC X(07).
          05 SH-KEY                PIC X(40).
          05 SH-MOD-ID             PIC 9(04).

      *> data/moderation.dat: the same layout MOD-QUEUE works.
       FD MODERATION-FILE.
       01 MODERATION-REC.
          05 MOD-ID                PIC 9(04).
          05 MOD-REPORTER          PIC X(20).
          05 MOD-TYPE              PIC X(07).
          05 MOD-KEY               PIC X(40).
          05 MOD-REASON            PIC X(80).
          05 MOD-DATE              PIC X(10).
          05 MOD-STATUS            PIC X(10).
             88 MOD-OPEN               VALUE "Open".
             88 MOD-DISMISSED          VALUE "Dismissed".
             88 MOD-ACTIONED           VALUE "Actioned".
          05 MOD-ACTION            PIC X(40).

       FD REPORT-FILE.
       01 REPORT-REC PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-RULES-STATUS  PIC XX.
       77 WS-HITS-STATUS   PIC XX.
       77 WS-MOD-STATUS    PIC XX.
       77 WS-EOF           PIC X VALUE "N".
       77 WS-REPORT-PATH   PIC X(50).
       77 WS-REPORT-LINE   PIC X(132).
       77 WS-CURR-DATE     PIC X(21).
       77 WS-WEEK-END      PIC X(10).
       77 WS-WEEK-START    PIC X(10).
       77 WS-DATE-IN       PIC X(10).
       77 WS-DATE-STR      PIC X(8).
       77 WS-DATE-NUM      PIC 9(8).
       77 WS-DATE-INT      PIC S9(8) COMP.
       77 WS-END-INT       PIC S9(8) COMP.
       77 WS-START-INT     PIC S9(8) COMP.
       77 WS-FOUND         PIC X VALUE "N".
       77 WS-PREV-MOD-ID   PIC 9(04) VALUE 0.
       77 WS-ITEM-COUNT    PIC 9(05) VALUE 0.
       77 WS-HIT-TOTAL     PIC 9(05) VALUE 0.
       77 WS-FP-TOTAL      PIC 9(05) VALUE 0.
       77 WS-PCT-DISP      PIC ZZ9.
       77 WS-QUIET-COUNT   PIC 9(03) VALUE 0.
       77 WS-DISPOSITION   PIC X(10).
       77 R                PIC 9(03).
       77 M                PIC 9(04).

      *> Every rule on file, plus any rule number a hit names that
      *> has since dropped off the file.
       77 WS-RULE-COUNT    PIC 9(03) VALUE 0.
       01 WS-RULE-TABLE.
          05 WS-RULE-ENTRY OCCURS 300 TIMES.
             10 WS-R-ID        PIC 9(04).
             10 WS-R-PATTERN   PIC X(60).
             10 WS-R-ACTIVE    PIC X(01).
             10 WS-R-HITS      PIC 9(05).
             10 WS-R-DISMISSED PIC 9(05).
             10 WS-R-ACTIONED  PIC 9(05).
             10 WS-R-OPEN      PIC 9(05).

      *> The disposition of every system-filed moderation row.
       77 WS-MOD-COUNT     PIC 9(04) VALUE 0.
       01 WS-MOD-TABLE.
          05 WS-MOD-ENTRY OCCURS 5000 TIMES.
             10 WS-M-ID        PIC 9(04).
             10 WS-M-STATUS    PIC X(10).

           COPY "REGIONINF.cpy".
           COPY "RPTINF.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL "REGION-CONFIG" USING REGION-INFO
           IF RI-RESULT NOT = "OK"
              GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE
           DISPLAY "--- Content screening weekly report ---"
           DISPLAY "Week ending (YYYY-MM-DD, Enter for today):"
           MOVE SPACES TO WS-WEEK-END
           ACCEPT WS-WEEK-END
           IF WS-WEEK-END = SPACES
              STRING WS-CURR-DATE(1:4) "-" WS-CURR-DATE(5:2) "-"
                     WS-CURR-DATE(7:2)
                     DELIMITED BY SIZE INTO WS-WEEK-END
              END-STRING
           END-IF
           MOVE WS-WEEK-END TO WS-DATE-IN
           PERFORM DATE-TO-INT
           IF WS-DATE-INT = 0
              DISPLAY "SCREEN-REPORT: " FUNCTION TRIM(WS-WEEK-END)
                      " is not a YYYY-MM-DD date."
              GOBACK
           END-IF
           MOVE WS-DATE-INT TO WS-END-INT
           COMPUTE WS-START-INT = WS-END-INT - 6
           COMPUTE WS-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-START-INT)
           MOVE WS-DATE-NUM TO WS-DATE-STR
           STRING WS-DATE-STR(1:4) "-" WS-DATE-STR(5:2) "-"
                  WS-DATE-STR(7:2)
                  DELIMITED BY SIZE INTO WS-WEEK-START
           END-STRING

           PERFORM LOAD-RULES
           PERFORM LOAD-DISPOSITIONS
           PERFORM TALLY-HITS

           MOVE SPACES TO WS-REPORT-PATH
           STRING "reports/screening-report-" WS-WEEK-END(1:4)
                  WS-WEEK-END(6:2) WS-WEEK-END(9:2) ".txt"
                  DELIMITED BY SIZE INTO WS-REPORT-PATH
           END-STRING
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Content screening for " WS-WEEK-START " to "
                  WS-WEEK-END
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE "====================================================="
                TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-ITEM-COUNT " item(s) screened into the queue, "
                  WS-HIT-TOTAL " rule hit(s), "
                  WS-FP-TOTAL " dismissed as false positives"
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE "Rules that fired" TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "----------------" TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           IF WS-HIT-TOTAL = 0
              MOVE "(no rule hits this week)" TO WS-REPORT-LINE
              PERFORM WRITE-REPORT-LINE
           END-IF
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-RULE-COUNT
              IF WS-R-HITS(R) > 0
                 PERFORM WRITE-RULE-LINE
              END-IF
           END-PERFORM

           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "Active rules with no hits" TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "-------------------------" TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-RULE-COUNT
              IF WS-R-HITS(R) = 0 AND WS-R-ACTIVE(R) NOT = "N"
                 ADD 1 TO WS-QUIET-COUNT
                 MOVE SPACES TO WS-REPORT-LINE
                 STRING "Rule " WS-R-ID(R) " "
                        FUNCTION TRIM(WS-R-PATTERN(R))
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
                 END-STRING
                 PERFORM WRITE-REPORT-LINE
              END-IF
           END-PERFORM
           IF WS-QUIET-COUNT = 0
              MOVE "(none)" TO WS-REPORT-LINE
              PERFORM WRITE-REPORT-LINE
           END-IF
           CLOSE REPORT-FILE

           MOVE WS-REPORT-PATH TO RPI-PATH
           MOVE "SCREEN-REPORT" TO RPI-REPORT-ID
           MOVE "Content screening rule hits" TO RPI-TITLE
           MOVE SPACES TO RPI-SELECTION
           STRING "items screened " WS-WEEK-START " to " WS-WEEK-END
                  DELIMITED BY SIZE INTO RPI-SELECTION
           END-STRING
           MOVE WS-ITEM-COUNT TO RPI-RECORDS
           MOVE "items screened" TO RPI-RECORD-NOUN
           CALL "REPORT-FORMAT" USING REPORT-PAGE-INFO

           DISPLAY "SCREEN-REPORT: " WS-HIT-TOTAL
                   " rule hit(s) reported; written to "
                   FUNCTION TRIM(WS-REPORT-PATH) "."
           GOBACK.

       WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC.

       LOAD-RULES.
           MOVE "N" TO WS-EOF
           OPEN INPUT RULES-FILE
           IF WS-RULES-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ RULES-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF WS-RULE-COUNT < 300
                          ADD 1 TO WS-RULE-COUNT
                          MOVE WS-RULE-COUNT TO R
                          MOVE SR-ID TO WS-R-ID(R)
                          MOVE SR-PATTERN TO WS-R-PATTERN(R)
                          MOVE SR-ACTIVE TO WS-R-ACTIVE(R)
                          MOVE 0 TO WS-R-HITS(R) WS-R-DISMISSED(R)
                                    WS-R-ACTIONED(R) WS-R-OPEN(R)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RULES-FILE
           END-IF.

       LOAD-DISPOSITIONS.
           MOVE "N" TO WS-EOF
           OPEN INPUT MODERATION-FILE
           IF WS-MOD-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ MODERATION-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF FUNCTION TRIM(MOD-REPORTER) = "system" AND
                          WS-MOD-COUNT < 5000
                          ADD 1 TO WS-MOD-COUNT
                          MOVE MOD-ID TO WS-M-ID(WS-MOD-COUNT)
                          MOVE MOD-STATUS TO WS-M-STATUS(WS-MOD-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE MODERATION-FILE
           END-IF.

       TALLY-HITS.
           MOVE "N" TO WS-EOF
           OPEN INPUT HITS-FILE
           IF WS-HITS-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ HITS-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       MOVE SH-DATE TO WS-DATE-IN
                       PERFORM DATE-TO-INT
                       IF WS-DATE-INT >= WS-START-INT AND
                          WS-DATE-INT <= WS-END-INT
                          PERFORM TALLY-ONE-HIT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE HITS-FILE
           END-IF.

      *> Hits for one screened item share its MOD-ID and are logged
      *> together, so a change of MOD-ID starts the next item.
       TALLY-ONE-HIT.
           MOVE "N" TO WS-FOUND
           PERFORM VARYING R FROM 1 BY 1
                   UNTIL R > WS-RULE-COUNT OR WS-FOUND = "Y"
              IF WS-R-ID(R) = SH-RULE-ID
                 MOVE "Y" TO WS-FOUND
              END-IF
           END-PERFORM
           IF WS-FOUND = "Y"
              SUBTRACT 1 FROM R
           ELSE
              IF WS-RULE-COUNT >= 300
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-RULE-COUNT
              MOVE WS-RULE-COUNT TO R
              MOVE SH-RULE-ID TO WS-R-ID(R)
              MOVE "(no longer on file)" TO WS-R-PATTERN(R)
              MOVE "N" TO WS-R-ACTIVE(R)
              MOVE 0 TO WS-R-HITS(R) WS-R-DISMISSED(R)
                        WS-R-ACTIONED(R) WS-R-OPEN(R)
           END-IF

           IF SH-MOD-ID NOT = WS-PREV-MOD-ID
              ADD 1 TO WS-ITEM-COUNT
              MOVE SH-MOD-ID TO WS-PREV-MOD-ID
           END-IF

           MOVE "Open" TO WS-DISPOSITION
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > WS-MOD-COUNT
              IF WS-M-ID(M) = SH-MOD-ID
                 MOVE WS-M-STATUS(M) TO WS-DISPOSITION
              END-IF
           END-PERFORM

           ADD 1 TO WS-R-HITS(R)
           ADD 1 TO WS-HIT-TOTAL
           EVALUATE FUNCTION TRIM(WS-DISPOSITION)
              WHEN "Dismissed"
                   ADD 1 TO WS-R-DISMISSED(R)
                   ADD 1 TO WS-FP-TOTAL
              WHEN "Actioned"
                   ADD 1 TO WS-R-ACTIONED(R)
              WHEN OTHER
                   ADD 1 TO WS-R-OPEN(R)
           END-EVALUATE.

      *> The false-positive share is of the hits already decided;
      *> ones still open in the queue do not count either way.
       WRITE-RULE-LINE.
           MOVE 0 TO WS-PCT-DISP
           IF WS-R-DISMISSED(R) + WS-R-ACTIONED(R) > 0
              COMPUTE WS-PCT-DISP ROUNDED =
                  WS-R-DISMISSED(R) * 100 /
                  (WS-R-DISMISSED(R) + WS-R-ACTIONED(R))
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Rule " WS-R-ID(R) " "
                  FUNCTION TRIM(WS-R-PATTERN(R)) ": "
                  WS-R-HITS(R) " hit(s), "
                  WS-R-DISMISSED(R) " dismissed, "
                  WS-R-ACTIONED(R) " actioned, "
                  WS-R-OPEN(R) " open; false positives "
                  FUNCTION TRIM(WS-PCT-DISP) "%"
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE.

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

       END PROGRAM SCREEN-REPORT.
