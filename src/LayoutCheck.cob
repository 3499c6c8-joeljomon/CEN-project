       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAYOUT-CHECK.
      *> The layout version gate. Every time a record layout grew,
      *> rows written before the change read back blank in the new
      *> columns and each reader grew its own "older rows read as"
      *> special case. Now each core data file carries a layout
      *> version header - its row in data/layout-versions.dat, kept
      *> beside the file rather than inside it, so the many
      *> sequential readers of the file need not learn to skip a
      *> header row - and the entry points (the InCollege menu and
      *> BATCH-DRIVER) ask here before anything reads the files.
      *> A file whose header says an older version than LAYOUTVER
      *> expects is reported and refused until LAYOUT-MIGRATE has
      *> converted it.
      *>
      *> A file with no header row is a new file when it is missing
      *> or empty - it is stamped at the current version on the
      *> spot, since whatever writes it next writes the current
      *> layout - and a version 1 file when it already has rows,
      *> because rows from before the headers existed are exactly
      *> the rows that need converting.
      *>
      *> Commands:
      *>   CHECK    - LC-FILE's version into LC-VERSION; LC-RESULT
      *>              OK, MISMATCH or UNKNOWN (not a core file)
      *>   CHECKALL - every file in LAYOUTVER; LC-RESULT OK or
      *>              MISMATCH, each mismatch named on the console
      *>   STAMP    - record LC-VERSION as LC-FILE's header
      *>              (LAYOUT-MIGRATE, after a conversion)

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VERSION-FILE ASSIGN TO "data/layout-versions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VER-STATUS.
           SELECT VERSION-TEMP-FILE ASSIGN TO "data/layouttemp.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VTEMP-STATUS.
           SELECT DATA-FILE ASSIGN USING WS-DATA-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATA-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> data/layout-versions.dat: one header row per core file.
       FD VERSION-FILE.
       01 VERSION-REC.
          05 LH-FILE      PIC X(25).
          05 LH-VERSION   PIC 9(03).
          05 LH-STAMPED   PIC X(10).
          05 LH-BY        PIC X(20).

       FD VERSION-TEMP-FILE.
       01 VERSION-TEMP-REC PIC X(58).

       FD DATA-FILE.
       01 DATA-REC PIC X(10).

       WORKING-STORAGE SECTION.
       77 WS-VER-STATUS    PIC XX.
       77 WS-VTEMP-STATUS  PIC XX.
       77 WS-DATA-STATUS   PIC XX.
       77 WS-EOF           PIC X VALUE "N".
       77 WS-FOUND         PIC X VALUE "N".
       77 WS-HAS-ROWS      PIC X VALUE "N".
       77 WS-DATA-PATH     PIC X(40).
       77 WS-FILE          PIC X(25).
       77 WS-VERSION       PIC 9(03).
       77 WS-STAMP-BY      PIC X(20).
       77 WS-CURR-DATE     PIC X(21).
       77 L                PIC 9(02).
       77 WS-LV-IDX        PIC 9(02).
       77 WS-MISMATCHES    PIC 9(02).

           COPY "LAYOUTVER.cpy".

       LINKAGE SECTION.
       01 LC-COMMAND PIC X(10).
       01 LC-FILE    PIC X(30).
       01 LC-VERSION PIC 9(03).
       01 LC-RESULT  PIC X(10).

       PROCEDURE DIVISION USING LC-COMMAND LC-FILE LC-VERSION
                                LC-RESULT.
       MAIN-PROGRAM.
           MOVE "OK" TO LC-RESULT
           EVALUATE FUNCTION TRIM(LC-COMMAND)
              WHEN "CHECK"
                   MOVE LC-FILE TO WS-FILE
                   PERFORM FIND-EXPECTED
                   IF WS-LV-IDX = 0
                      MOVE "UNKNOWN" TO LC-RESULT
                      MOVE 0 TO LC-VERSION
                   ELSE
                      PERFORM CHECK-ONE-FILE
                      MOVE WS-VERSION TO LC-VERSION
                   END-IF
              WHEN "CHECKALL"
                   MOVE 0 TO WS-MISMATCHES
                   PERFORM VARYING L FROM 1 BY 1
                           UNTIL L > LAYOUT-VERSION-COUNT
                      MOVE LV-EXP-FILE(L) TO WS-FILE
                      MOVE L TO WS-LV-IDX
                      PERFORM CHECK-ONE-FILE
                   END-PERFORM
                   IF WS-MISMATCHES > 0
                      MOVE "MISMATCH" TO LC-RESULT
                   END-IF
              WHEN "STAMP"
                   MOVE LC-FILE TO WS-FILE
                   MOVE LC-VERSION TO WS-VERSION
                   MOVE "LAYOUT-MIGRATE" TO WS-STAMP-BY
                   PERFORM SAVE-HEADER
           END-EVALUATE
           GOBACK.

       FIND-EXPECTED.
           MOVE 0 TO WS-LV-IDX
           PERFORM VARYING L FROM 1 BY 1
                   UNTIL L > LAYOUT-VERSION-COUNT
              IF LV-EXP-FILE(L) = WS-FILE
                 MOVE L TO WS-LV-IDX
              END-IF
           END-PERFORM.

      *> WS-LV-IDX names the LAYOUTVER entry for WS-FILE.
       CHECK-ONE-FILE.
           PERFORM LOAD-HEADER
           IF WS-FOUND = "N"
              PERFORM PROBE-DATA-FILE
              IF WS-HAS-ROWS = "N"
                 MOVE LV-EXP-VERSION(WS-LV-IDX) TO WS-VERSION
                 MOVE "LAYOUT-CHECK" TO WS-STAMP-BY
                 PERFORM SAVE-HEADER
              ELSE
                 MOVE 1 TO WS-VERSION
              END-IF
           END-IF
           IF WS-VERSION NOT = LV-EXP-VERSION(WS-LV-IDX)
              ADD 1 TO WS-MISMATCHES
              MOVE "MISMATCH" TO LC-RESULT
           END-IF
           IF WS-VERSION NOT = LV-EXP-VERSION(WS-LV-IDX)
              AND FUNCTION TRIM(LC-COMMAND) = "CHECKALL"
              DISPLAY "LAYOUT-CHECK: " FUNCTION TRIM(WS-FILE)
                      " is at layout version " WS-VERSION
                      "; these programs read version "
                      LV-EXP-VERSION(WS-LV-IDX)
              IF WS-VERSION < LV-EXP-VERSION(WS-LV-IDX)
                 DISPLAY "LAYOUT-CHECK: run LAYOUT-MIGRATE "
                         FUNCTION TRIM(WS-FILE)
                         " to convert it before use."
              ELSE
                 DISPLAY "LAYOUT-CHECK: the file is newer than "
                         "these programs - install the matching "
                         "release."
              END-IF
           END-IF.

       LOAD-HEADER.
           MOVE "N" TO WS-FOUND
           MOVE 0 TO WS-VERSION
           MOVE "N" TO WS-EOF
           OPEN INPUT VERSION-FILE
           IF WS-VER-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y" OR WS-FOUND = "Y"
              READ VERSION-FILE
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    IF LH-FILE = WS-FILE
                       MOVE LH-VERSION TO WS-VERSION
                       MOVE "Y" TO WS-FOUND
                    END-IF
              END-READ
           END-PERFORM
           CLOSE VERSION-FILE.

       PROBE-DATA-FILE.
           MOVE "N" TO WS-HAS-ROWS
           MOVE SPACES TO WS-DATA-PATH
           STRING "data/" FUNCTION TRIM(WS-FILE)
                  DELIMITED BY SIZE INTO WS-DATA-PATH
           END-STRING
           OPEN INPUT DATA-FILE
           IF WS-DATA-STATUS = "00"
              READ DATA-FILE
                 AT END CONTINUE
                 NOT AT END MOVE "Y" TO WS-HAS-ROWS
              END-READ
              CLOSE DATA-FILE
           END-IF.

      *> The usual temp-file upsert: every other header row carried
      *> across, this file's replaced or added.
       SAVE-HEADER.
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE
           MOVE "N" TO WS-EOF
           OPEN OUTPUT VERSION-TEMP-FILE
           OPEN INPUT VERSION-FILE
           IF WS-VER-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ VERSION-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF LH-FILE NOT = WS-FILE
                          WRITE VERSION-TEMP-REC FROM VERSION-REC
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE VERSION-FILE
           END-IF
           MOVE WS-FILE TO LH-FILE
           MOVE WS-VERSION TO LH-VERSION
           MOVE SPACES TO LH-STAMPED
           STRING WS-CURR-DATE(1:4) "-" WS-CURR-DATE(5:2) "-"
                  WS-CURR-DATE(7:2)
                  DELIMITED BY SIZE INTO LH-STAMPED
           END-STRING
           MOVE WS-STAMP-BY TO LH-BY
           WRITE VERSION-TEMP-REC FROM VERSION-REC
           CLOSE VERSION-TEMP-FILE

           OPEN OUTPUT VERSION-FILE
           OPEN INPUT VERSION-TEMP-FILE
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
              READ VERSION-TEMP-FILE INTO VERSION-REC
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END WRITE VERSION-REC
              END-READ
           END-PERFORM
           CLOSE VERSION-TEMP-FILE
           CLOSE VERSION-FILE.

       END PROGRAM LAYOUT-CHECK.
