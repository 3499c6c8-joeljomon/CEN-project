      *> Standalone maintenance batch job, runnable by itself or as a
      *> BATCH-DRIVER step (COMPACT). Several files only ever grow,
      *> because taking a row out of play just flags it, and every
      *> reader keeps scanning the dead rows. This job physically
      *> removes those tombstones once they are older than a
      *> configurable age:
      *>
      *>   messages.dat       hidden messages (MSG-HIDDEN-FLAG "H"),
      *>                      aged from the date sent
      *>   notifications.dat  read notifications, aged from the
      *>                      notification date
      *>   interviews.dat     declined interview slots, and proposed
      *>                      slots that lapsed unanswered, aged from
      *>                      the slot date; confirmed interviews
      *>                      carry the round outcome and score and
      *>                      are kept
      *>
      *> Withdrawn applications and cancelled RSVPs are already taken
      *> out of applications.dat and event-rsvps.dat when they
      *> happen, so they need no sweep here.
      *>
      *> Unlike RETENTION-RUN nothing is archived - these rows have no
      *> value left to keep. A row touching a user under legal hold
      *> (LEGAL-HOLD) stays whatever its age. Each file is rewritten
      *> under its FILE-LOCK; a busy file is skipped and picked up on
      *> the next run. The ages come from data/compact-policy.dat,
      *> one pipe-delimited rule per line:
      *>
      *>   file name|days to keep
      *>
      *> e.g.  messages.dat|180
      *>       notifications.dat|60
      *>
      *> with 90 days for any supported file the policy does not
      *> name (or when there is no policy file). Record counts and
      *> bytes per file before and after go to the console and
      *> reports/compact-report.txt, and the control totals (rows
      *> removed count as moved) to CONTROL-TOTALS. Run with PREVIEW
      *> on the command line to see the counts without changing
      *> anything.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPACT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POLICY-FILE ASSIGN TO "data/compact-policy.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POLICY-STATUS.
           SELECT DATA-FILE ASSIGN USING WS-DATA-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATA-STATUS.
           SELECT KEEP-FILE ASSIGN TO "data/compacttemp.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEEP-STATUS.
           SELECT REPORT-FILE ASSIGN USING WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD POLICY-FILE.
       01 POLICY-REC PIC X(60).

       FD DATA-FILE.
       01 DATA-REC PIC X(600).

       FD KEEP-FILE.
       01 KEEP-REC PIC X(600).

       FD REPORT-FILE.
       01 REPORT-REC PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-POLICY-STATUS PIC XX.
       77 WS-DATA-STATUS   PIC XX.
       77 WS-KEEP-STATUS   PIC XX.
       77 WS-EOF           PIC X VALUE "N".
       77 WS-DATA-PATH     PIC X(60).
       77 WS-REPORT-PATH   PIC X(40)
          VALUE "reports/compact-report.txt".
       77 WS-REPORT-LINE   PIC X(132).
       77 WS-ARG           PIC X(20).
       77 WS-PREVIEW       PIC X VALUE "N".
       77 WS-RULE-FILE     PIC X(30).
       77 WS-RULE-DAYS-X   PIC X(10).
       77 WS-CURR-DATE     PIC X(21).
       77 WS-TODAY         PIC X(10).
       77 WS-TODAY-NUM     PIC 9(8).
       77 WS-TODAY-INT     PIC S9(8) COMP.
       77 WS-ROW-DATE      PIC X(10).
       77 WS-TS-STR        PIC X(8).
       77 WS-TS-NUM        PIC 9(8).
       77 WS-TS-INT        PIC S9(8) COMP.
       77 WS-AGE-DAYS      PIC S9(8) COMP.
       77 WS-DROP-IT       PIC X VALUE "N".
       77 WS-ROW-USER      PIC X(20).
       77 WS-LH-HELD       PIC X(01) VALUE "N".
       77 WS-ROW-BYTES     PIC 9(05).
       77 WS-ROWS-BEFORE   PIC 9(07).
       77 WS-ROWS-AFTER    PIC 9(07).
       77 WS-BYTES-BEFORE  PIC 9(10).
       77 WS-BYTES-AFTER   PIC 9(10).
       77 WS-REMOVED       PIC 9(07).
       77 WS-ROWS-EXAMINED PIC 9(07) VALUE 0.
       77 WS-HELD-KEPT     PIC 9(05).
       77 WS-LK-COMMAND    PIC X(10).
       77 WS-LK-FILE       PIC X(20).
       77 WS-LK-OWNER      PIC X(20) VALUE "COMPACT".
       77 WS-LK-RESULT     PIC X(10).
       77 WS-CT-STEP       PIC X(20) VALUE "COMPACT".
       77 WS-CT-FILE       PIC X(30).
       01 WS-CT-COUNTS.
          05 WS-CT-READ     PIC 9(7) VALUE 0.
          05 WS-CT-WRITTEN  PIC 9(7) VALUE 0.
          05 WS-CT-REJECTED PIC 9(7) VALUE 0.
          05 WS-CT-MOVED    PIC 9(7) VALUE 0.
       77 F                PIC 9(01).

      *> The supported files, their lock names and keep windows.
       01 WS-FILE-NAMES.
          05 FILLER PIC X(30) VALUE "messages.dat".
          05 FILLER PIC X(30) VALUE "notifications.dat".
          05 FILLER PIC X(30) VALUE "interviews.dat".
       01 WS-FILE-TABLE REDEFINES WS-FILE-NAMES.
          05 WS-F-NAME PIC X(30) OCCURS 3 TIMES.
       01 WS-LOCK-NAMES.
          05 FILLER PIC X(20) VALUE "messages".
          05 FILLER PIC X(20) VALUE "notifications".
          05 FILLER PIC X(20) VALUE "interviews".
       01 WS-LOCK-TABLE REDEFINES WS-LOCK-NAMES.
          05 WS-F-LOCK PIC X(20) OCCURS 3 TIMES.
       01 WS-KEEP-DAYS.
          05 WS-F-DAYS PIC 9(05) OCCURS 3 TIMES.

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
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
           MOVE SPACES TO WS-TODAY
           STRING WS-CURR-DATE(1:4) "-" WS-CURR-DATE(5:2) "-"
                  WS-CURR-DATE(7:2)
                  DELIMITED BY SIZE INTO WS-TODAY
           END-STRING

           MOVE SPACES TO WS-ARG
           ACCEPT WS-ARG FROM COMMAND-LINE
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ARG)) = "PREVIEW"
              MOVE "Y" TO WS-PREVIEW
           END-IF

           PERFORM LOAD-POLICY

           OPEN OUTPUT REPORT-FILE
           IF WS-PREVIEW = "Y"
              MOVE "InCollege file compaction (PREVIEW - nothing "
                   & "removed)" TO WS-REPORT-LINE
           ELSE
              MOVE "InCollege file compaction" TO WS-REPORT-LINE
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

           PERFORM VARYING F FROM 1 BY 1 UNTIL F > 3
              PERFORM COMPACT-ONE-FILE
           END-PERFORM

           CLOSE REPORT-FILE

           MOVE WS-REPORT-PATH TO RPI-PATH
           MOVE "COMPACT" TO RPI-REPORT-ID
           MOVE "File compaction" TO RPI-TITLE
           IF WS-PREVIEW = "Y"
              MOVE "preview only; messages, notifications, interviews"
                 TO RPI-SELECTION
           ELSE
              MOVE "messages, notifications, interviews past policy"
                 TO RPI-SELECTION
           END-IF
           MOVE WS-ROWS-EXAMINED TO RPI-RECORDS
           MOVE "rows examined" TO RPI-RECORD-NOUN
           CALL "REPORT-FORMAT" USING REPORT-PAGE-INFO
           DISPLAY "COMPACT: done; see reports/compact-report.txt."
           GOBACK.

      *> 90 days unless data/compact-policy.dat says otherwise; a
      *> rule naming a file this job does not compact is reported
      *> and ignored.
       LOAD-POLICY.
           MOVE 90 TO WS-F-DAYS(1) WS-F-DAYS(2) WS-F-DAYS(3)
           MOVE "N" TO WS-EOF
           OPEN INPUT POLICY-FILE
           IF WS-POLICY-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
              READ POLICY-FILE
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    IF FUNCTION TRIM(POLICY-REC) NOT = SPACES
                       PERFORM APPLY-ONE-RULE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE POLICY-FILE.

       APPLY-ONE-RULE.
           MOVE SPACES TO WS-RULE-FILE WS-RULE-DAYS-X
           UNSTRING POLICY-REC DELIMITED BY "|"
               INTO WS-RULE-FILE WS-RULE-DAYS-X
           END-UNSTRING
           PERFORM VARYING F FROM 1 BY 1 UNTIL F > 3
              IF FUNCTION TRIM(WS-RULE-FILE) = WS-F-NAME(F)
                 IF FUNCTION TRIM(WS-RULE-DAYS-X) IS NUMERIC
                    MOVE FUNCTION NUMVAL(WS-RULE-DAYS-X)
                       TO WS-F-DAYS(F)
                 ELSE
                    DISPLAY "COMPACT: policy days for "
                            FUNCTION TRIM(WS-RULE-FILE)
                            " not understood - keeping "
                            WS-F-DAYS(F) " days."
                 END-IF
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM
           DISPLAY "COMPACT: " FUNCTION TRIM(WS-RULE-FILE)
                   " is not a file this job compacts - rule ignored.".

       COMPACT-ONE-FILE.
           MOVE SPACES TO WS-DATA-PATH
           STRING "data/" FUNCTION TRIM(WS-F-NAME(F))
                  DELIMITED BY SIZE INTO WS-DATA-PATH
           END-STRING
           MOVE 0 TO WS-ROWS-BEFORE WS-ROWS-AFTER WS-REMOVED
                     WS-HELD-KEPT WS-BYTES-BEFORE WS-BYTES-AFTER
           MOVE ZEROS TO WS-CT-COUNTS

           IF WS-PREVIEW = "N"
              MOVE "ACQUIRE" TO WS-LK-COMMAND
              MOVE WS-F-LOCK(F) TO WS-LK-FILE
              CALL "FILE-LOCK" USING WS-LK-COMMAND WS-LK-FILE
                   WS-LK-OWNER WS-LK-RESULT
              IF WS-LK-RESULT NOT = "OK"
                 MOVE SPACES TO WS-REPORT-LINE
                 STRING FUNCTION TRIM(WS-F-NAME(F))
                        ": file busy - skipped this run."
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
                 END-STRING
                 PERFORM WRITE-REPORT-LINE
                 DISPLAY "COMPACT: " FUNCTION TRIM(WS-REPORT-LINE)
                 EXIT PARAGRAPH
              END-IF
           END-IF

           MOVE "N" TO WS-EOF
           OPEN INPUT DATA-FILE
           IF WS-DATA-STATUS NOT = "00"
              PERFORM RELEASE-FILE-LOCK
              MOVE SPACES TO WS-REPORT-LINE
              STRING FUNCTION TRIM(WS-F-NAME(F))
                     ": not on file - nothing to do."
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-STRING
              PERFORM WRITE-REPORT-LINE
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT KEEP-FILE
           PERFORM UNTIL WS-EOF = "Y"
              READ DATA-FILE
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    PERFORM SIFT-ONE-ROW
              END-READ
           END-PERFORM
           CLOSE DATA-FILE
           CLOSE KEEP-FILE

           IF WS-PREVIEW = "N" AND WS-REMOVED > 0
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
              MOVE WS-ROWS-AFTER TO WS-CT-WRITTEN
           END-IF
           PERFORM RELEASE-FILE-LOCK

           IF WS-PREVIEW = "N"
              MOVE WS-ROWS-BEFORE TO WS-CT-READ
              MOVE WS-REMOVED TO WS-CT-MOVED
              MOVE WS-F-NAME(F) TO WS-CT-FILE
              CALL "CONTROL-TOTALS" USING WS-CT-STEP WS-CT-FILE
                   WS-CT-COUNTS
           END-IF
           PERFORM REPORT-ONE-FILE.

       RELEASE-FILE-LOCK.
           IF WS-PREVIEW = "N"
              MOVE "RELEASE" TO WS-LK-COMMAND
              CALL "FILE-LOCK" USING WS-LK-COMMAND WS-LK-FILE
                   WS-LK-OWNER WS-LK-RESULT
           END-IF.

      *> Bytes are counted as the line occupies the file: the record
      *> without its trailing spaces, plus the line end.
       SIFT-ONE-ROW.
           COMPUTE WS-ROW-BYTES =
               FUNCTION LENGTH(FUNCTION TRIM(DATA-REC TRAILING)) + 1
           ADD 1 TO WS-ROWS-BEFORE
           ADD 1 TO WS-ROWS-EXAMINED
           ADD WS-ROW-BYTES TO WS-BYTES-BEFORE
           PERFORM JUDGE-ONE-ROW
           IF WS-DROP-IT = "Y"
              PERFORM CHECK-ROW-LEGAL-HOLD
           END-IF
           IF WS-DROP-IT = "Y"
              ADD 1 TO WS-REMOVED
           ELSE
              ADD 1 TO WS-ROWS-AFTER
              ADD WS-ROW-BYTES TO WS-BYTES-AFTER
              MOVE DATA-REC TO KEEP-REC
              WRITE KEEP-REC
           END-IF.

      *> Pulls the tombstone flag and the date out of the row by the
      *> layout each file actually has (MSGREC, NOTIFREC and the
      *> interviews.dat layout INTERVIEWS maintains); a live row, or
      *> a blank or malformed date, keeps the row.
       JUDGE-ONE-ROW.
           MOVE "N" TO WS-DROP-IT
           MOVE SPACES TO WS-ROW-DATE
           EVALUATE F
              WHEN 1
                 IF DATA-REC(541:1) = "H"
                    MOVE DATA-REC(521:10) TO WS-ROW-DATE
                 END-IF
              WHEN 2
                 IF DATA-REC(140:1) = "R"
                    MOVE DATA-REC(121:10) TO WS-ROW-DATE
                 END-IF
              WHEN 3
                 IF DATA-REC(62:10) = "Declined" OR
                    (DATA-REC(62:10) = "Proposed" AND
                     DATA-REC(46:10) < WS-TODAY)
                    MOVE DATA-REC(46:10) TO WS-ROW-DATE
                 END-IF
           END-EVALUATE
           IF WS-ROW-DATE = SPACES
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-TS-STR
           STRING WS-ROW-DATE(1:4) WS-ROW-DATE(6:2) WS-ROW-DATE(9:2)
                  DELIMITED BY SIZE INTO WS-TS-STR
           END-STRING
           IF WS-TS-STR IS NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           MOVE WS-TS-STR TO WS-TS-NUM
           COMPUTE WS-TS-INT = FUNCTION INTEGER-OF-DATE(WS-TS-NUM)
           IF WS-TS-INT > 0
              COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-TS-INT
              IF WS-AGE-DAYS > WS-F-DAYS(F)
                 MOVE "Y" TO WS-DROP-IT
              END-IF
           END-IF.

      *> Either party to a message or an interview being on hold
      *> keeps the row.
       CHECK-ROW-LEGAL-HOLD.
           MOVE DATA-REC(1:20) TO WS-ROW-USER
           IF F = 3
              MOVE DATA-REC(6:20) TO WS-ROW-USER
           END-IF
           PERFORM CHECK-ONE-HOLD
           IF WS-DROP-IT = "N"
              EXIT PARAGRAPH
           END-IF
           EVALUATE F
              WHEN 1
                 MOVE DATA-REC(21:20) TO WS-ROW-USER
                 PERFORM CHECK-ONE-HOLD
              WHEN 3
                 MOVE DATA-REC(26:20) TO WS-ROW-USER
                 PERFORM CHECK-ONE-HOLD
           END-EVALUATE.

       CHECK-ONE-HOLD.
           IF WS-ROW-USER = SPACES
              EXIT PARAGRAPH
           END-IF
           CALL "LEGAL-HOLD" USING WS-ROW-USER WS-LH-HELD
           IF WS-LH-HELD = "Y"
              MOVE "N" TO WS-DROP-IT
              ADD 1 TO WS-HELD-KEPT
           END-IF.

       REPORT-ONE-FILE.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING FUNCTION TRIM(WS-F-NAME(F)) " (tombstones kept "
                  WS-F-DAYS(F) " days)"
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  before: " WS-ROWS-BEFORE " rows, "
                  WS-BYTES-BEFORE " bytes"
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-PREVIEW = "Y"
              STRING "  would remove: " WS-REMOVED " rows"
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-STRING
           ELSE
              STRING "  removed: " WS-REMOVED " rows"
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-STRING
           END-IF
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  after:  " WS-ROWS-AFTER " rows, "
                  WS-BYTES-AFTER " bytes"
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           IF WS-HELD-KEPT > 0
              MOVE SPACES TO WS-REPORT-LINE
              STRING "  " WS-HELD-KEPT " row(s) past age kept for a "
                     "legal hold"
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-STRING
              PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING FUNCTION TRIM(WS-F-NAME(F)) ": "
                  WS-ROWS-BEFORE " rows / " WS-BYTES-BEFORE
                  " bytes -> " WS-ROWS-AFTER " rows / "
                  WS-BYTES-AFTER " bytes"
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           DISPLAY "COMPACT: " FUNCTION TRIM(WS-REPORT-LINE).

       WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC.

       END PROGRAM COMPACT.
