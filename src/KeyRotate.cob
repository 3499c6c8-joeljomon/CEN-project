      *> Standalone admin batch that puts a new field key in force
      *> and re-seals every sealed column under it (see
      *> FIELD-CRYPT). Run it once to start sealing - the first key
      *> is created and every column written before then is sealed
      *> for the first time - and again whenever the key is due to
      *> change or may have been seen. The new key is added to
      *> data/field-keys.dat as the current one (C); the old one is
      *> kept there, retired (R), because journals and BACKUP-
      *> UTILITY generations were sealed under it and a restore
      *> must still be readable. Nothing else writes the key file
      *> and nothing copies it: it is not in BACKUP-UTILITY's file
      *> list or SCRAMBLE-COPY's, so a backup or a training copy
      *> never travels with the key that opens it.
      *>
      *> Each file in the list below is rewritten under its
      *> FILE-LOCK with the usual temp-file replace: the column is
      *> opened under whichever key sealed it and sealed again
      *> under the new one. A column sealed under a key no longer on
      *> file is left exactly as it is and counted, never blanked.
      *> Control totals go to CONTROL-TOTALS, the key change to
      *> change-audit.dat (the key ids only - never a key), and the
      *> per-file counts to reports/key-rotate-report.txt.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KEY-ROTATE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KEY-FILE ASSIGN TO "data/field-keys.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEY-STATUS.
           SELECT DATA-FILE ASSIGN USING WS-DATA-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATA-STATUS.
           SELECT DATA-TEMP-FILE ASSIGN TO "data/keyrotatetemp.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEMP-STATUS.
           SELECT REPORT-FILE ASSIGN TO "reports/key-rotate-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD KEY-FILE.
       01 KEY-REC PIC X(80).

       FD DATA-FILE.
       01 DATA-REC PIC X(1000).

       FD DATA-TEMP-FILE.
       01 DATA-TEMP-REC PIC X(1000).

       FD REPORT-FILE.
       01 REPORT-REC PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-KEY-STATUS   PIC XX.
       77 WS-DATA-STATUS  PIC XX.
       77 WS-TEMP-STATUS  PIC XX.
       77 WS-EOF          PIC X VALUE "N".
       77 WS-DATA-PATH    PIC X(60).
       77 WS-REPORT-LINE  PIC X(132).
       77 WS-CURR-DATE    PIC X(21).
       77 WS-TODAY        PIC X(10).
       77 WS-KEY-COUNT    PIC 9(02) VALUE 0.
       77 WS-K-IDX        PIC 9(02).
       77 WS-MAX-ID       PIC 9(02) VALUE 0.
       77 WS-OLD-ID       PIC X(04) VALUE "none".
       77 WS-NEW-ID       PIC 9(02).
       77 WS-NEW-KEY      PIC X(40).
       77 WS-SEED         PIC 9(18) COMP VALUE 0.
       77 WS-PICK         PIC 9(02).
       77 WS-I            PIC 9(03).
       77 WS-F-IDX        PIC 9(01).
       77 WS-L-IDX        PIC 9(01).
       77 WS-POS          PIC 9(04).
       77 WS-WIDTH        PIC 9(03).
       77 WS-ROWS         PIC 9(07) VALUE 0.
       77 WS-ROWS-TOTAL   PIC 9(07) VALUE 0.
       77 WS-RESEALED     PIC 9(07) VALUE 0.
       77 WS-FIRST-SEAL   PIC 9(07) VALUE 0.
       77 WS-UNREADABLE   PIC 9(07) VALUE 0.
       77 WS-LOCKS-HELD   PIC 9(01) VALUE 0.
       77 WS-R-ID         PIC X(02).
       77 WS-R-STATUS     PIC X(01).
       77 WS-R-KEY        PIC X(40).
       77 WS-R-DATE       PIC X(10).
       77 WS-FC-COMMAND   PIC X(10).
       77 WS-FC-TEXT      PIC X(480).
       77 WS-FC-WIDTH     PIC 9(03).
       77 WS-FC-RESULT    PIC X(10).
       77 WS-LK-COMMAND   PIC X(10).
       77 WS-LK-FILE      PIC X(20).
       77 WS-LK-OWNER     PIC X(20) VALUE "KEY-ROTATE".
       77 WS-LK-RESULT    PIC X(10).
       77 WS-CT-STEP      PIC X(20) VALUE "KEY-ROTATE".
       77 WS-CT-FILE      PIC X(30).
       01 WS-CT-COUNTS.
          05 WS-CT-READ     PIC 9(7) VALUE 0.
          05 WS-CT-WRITTEN  PIC 9(7) VALUE 0.
          05 WS-CT-REJECTED PIC 9(7) VALUE 0.
          05 WS-CT-MOVED    PIC 9(7) VALUE 0.
       77 WS-CAW-ACTOR   PIC X(20) VALUE "KEY-ROTATE".
       77 WS-CAW-FILE    PIC X(20) VALUE "field-keys.dat".
       77 WS-CAW-KEY     PIC X(30).
       77 WS-CAW-FIELD   PIC X(15) VALUE "Current key".
       77 WS-CAW-BEFORE  PIC X(50).
       77 WS-CAW-AFTER   PIC X(50).

       01 WS-KEY-CHARS.
          05 FILLER PIC X(36) VALUE
             "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789".
          05 FILLER PIC X(26) VALUE "abcdefghijklmnopqrstuvwxyz".
       01 WS-KEY-ALPHABET REDEFINES WS-KEY-CHARS PIC X(62).

       01 WS-KEY-TABLE.
          05 WS-KEY-ROW PIC X(80) OCCURS 99 TIMES.

      *> Every sealed column: file, position, width in the record
      *> and the FILE-LOCK name its writers use.
       01 WS-SEALED-LIST.
          05 FILLER PIC X(55) VALUE
             "messages.dat              0041 480 messages".
          05 FILLER PIC X(55) VALUE
             "applicant-notes.dat       0047 100 applicant-notes".
          05 FILLER PIC X(55) VALUE
             "interviews.dat            0099 060 interviews".
          05 FILLER PIC X(55) VALUE
             "ref-releases.dat          0058 100 ref-releases".
       01 WS-SEALED-TABLE REDEFINES WS-SEALED-LIST.
          05 WS-SEALED-ENTRY OCCURS 4 TIMES.
             10 WS-SL-FILE  PIC X(26).
             10 WS-SL-POS   PIC 9(04).
             10 FILLER      PIC X(01).
             10 WS-SL-WIDTH PIC 9(03).
             10 FILLER      PIC X(01).
             10 WS-SL-LOCK  PIC X(20).

           COPY "REGIONINF.cpy".
           COPY "RPTINF.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL "REGION-CONFIG" USING REGION-INFO
           IF RI-RESULT NOT = "OK"
              GOBACK
           END-IF

           PERFORM LOAD-KEY-FILE
           IF WS-MAX-ID >= 99
              DISPLAY "KEY-ROTATE: data/field-keys.dat already holds "
                      "key 99 - nothing changed."
              GOBACK
           END-IF

           PERFORM VARYING WS-L-IDX FROM 1 BY 1
                   UNTIL WS-L-IDX > 4 OR WS-LOCKS-HELD < WS-L-IDX - 1
              MOVE "ACQUIRE" TO WS-LK-COMMAND
              MOVE WS-SL-LOCK(WS-L-IDX) TO WS-LK-FILE
              CALL "FILE-LOCK" USING WS-LK-COMMAND WS-LK-FILE
                   WS-LK-OWNER WS-LK-RESULT
              IF WS-LK-RESULT = "OK"
                 ADD 1 TO WS-LOCKS-HELD
              ELSE
                 DISPLAY "KEY-ROTATE: " FUNCTION TRIM(WS-LK-FILE)
                         " is busy - try again shortly."
              END-IF
           END-PERFORM
           IF WS-LOCKS-HELD < 4
              PERFORM RELEASE-LOCKS
              GOBACK
           END-IF

           PERFORM ADD-NEW-KEY
           MOVE "RELOAD" TO WS-FC-COMMAND
           CALL "FIELD-CRYPT" USING WS-FC-COMMAND WS-FC-TEXT
                WS-FC-WIDTH WS-FC-RESULT

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Field key " WS-NEW-ID " in force from " WS-TODAY
                  " (previous key: " FUNCTION TRIM(WS-OLD-ID) ")."
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE "  file                      rows    resealed  first"
              & " seal  not readable" TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM VARYING WS-F-IDX FROM 1 BY 1 UNTIL WS-F-IDX > 4
              PERFORM RESEAL-ONE-FILE
           END-PERFORM
           CLOSE REPORT-FILE
           PERFORM RELEASE-LOCKS

           MOVE "reports/key-rotate-report.txt" TO RPI-PATH
           MOVE "KEY-ROTATE" TO RPI-REPORT-ID
           MOVE "Field key rotation" TO RPI-TITLE
           MOVE SPACES TO RPI-SELECTION
           STRING "sealed columns in four files, new key " WS-NEW-ID
                  DELIMITED BY SIZE INTO RPI-SELECTION
           END-STRING
           MOVE WS-ROWS-TOTAL TO RPI-RECORDS
           MOVE "rows read" TO RPI-RECORD-NOUN
           CALL "REPORT-FORMAT" USING REPORT-PAGE-INFO

           MOVE WS-NEW-ID TO WS-CAW-KEY
           MOVE WS-OLD-ID TO WS-CAW-BEFORE
           MOVE WS-NEW-ID TO WS-CAW-AFTER
           CALL "CHANGE-AUDIT" USING WS-CAW-ACTOR WS-CAW-FILE
                WS-CAW-KEY WS-CAW-FIELD WS-CAW-BEFORE WS-CAW-AFTER

           DISPLAY "KEY-ROTATE: key " WS-NEW-ID
                   " in force; see reports/key-rotate-report.txt."
           GOBACK.

       WRITE-REPORT-LINE.
           DISPLAY FUNCTION TRIM(WS-REPORT-LINE)
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC.

       RELEASE-LOCKS.
           PERFORM VARYING WS-L-IDX FROM 1 BY 1
                   UNTIL WS-L-IDX > WS-LOCKS-HELD
              MOVE "RELEASE" TO WS-LK-COMMAND
              MOVE WS-SL-LOCK(WS-L-IDX) TO WS-LK-FILE
              CALL "FILE-LOCK" USING WS-LK-COMMAND WS-LK-FILE
                   WS-LK-OWNER WS-LK-RESULT
           END-PERFORM.

       LOAD-KEY-FILE.
           MOVE 0 TO WS-KEY-COUNT
           MOVE 0 TO WS-MAX-ID
           MOVE "N" TO WS-EOF
           OPEN INPUT KEY-FILE
           IF WS-KEY-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
              READ KEY-FILE
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    IF KEY-REC NOT = SPACES AND WS-KEY-COUNT < 99
                       ADD 1 TO WS-KEY-COUNT
                       MOVE KEY-REC TO WS-KEY-ROW(WS-KEY-COUNT)
                       MOVE SPACES TO WS-R-ID WS-R-STATUS
                       UNSTRING KEY-REC DELIMITED BY "|"
                           INTO WS-R-ID WS-R-STATUS
                       END-UNSTRING
                       IF WS-R-ID IS NUMERIC
                          IF WS-R-ID > WS-MAX-ID
                             MOVE WS-R-ID TO WS-MAX-ID
                          END-IF
                          IF WS-R-STATUS = "C"
                             MOVE WS-R-ID TO WS-OLD-ID
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE KEY-FILE.

      *> The key is drawn from the clock run through the same
      *> multiply-and-fold steps CHAIN-HASH uses, one character per
      *> step; every earlier row is rewritten with C turned to R.
       ADD-NEW-KEY.
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE
           MOVE SPACES TO WS-TODAY
           STRING WS-CURR-DATE(1:4) "-" WS-CURR-DATE(5:2) "-"
                  WS-CURR-DATE(7:2) DELIMITED BY SIZE INTO WS-TODAY
           END-STRING
           COMPUTE WS-NEW-ID = WS-MAX-ID + 1
           MOVE FUNCTION NUMVAL(WS-CURR-DATE(1:16)) TO WS-SEED
           MOVE SPACES TO WS-NEW-KEY
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 40
              COMPUTE WS-SEED = FUNCTION MOD(
                  (WS-SEED * 131) + (WS-I * 7919) + WS-NEW-ID,
                  9999999967)
              COMPUTE WS-PICK = FUNCTION REM(WS-SEED, 62) + 1
              MOVE WS-KEY-ALPHABET(WS-PICK:1) TO WS-NEW-KEY(WS-I:1)
           END-PERFORM

           OPEN OUTPUT KEY-FILE
           PERFORM VARYING WS-K-IDX FROM 1 BY 1
                   UNTIL WS-K-IDX > WS-KEY-COUNT
              MOVE WS-KEY-ROW(WS-K-IDX) TO KEY-REC
              IF KEY-REC(3:3) = "|C|"
                 MOVE "|R|" TO KEY-REC(3:3)
              END-IF
              WRITE KEY-REC
           END-PERFORM
           MOVE SPACES TO KEY-REC
           STRING WS-NEW-ID "|C|" WS-NEW-KEY "|" WS-TODAY
                  DELIMITED BY SIZE INTO KEY-REC
           END-STRING
           WRITE KEY-REC
           CLOSE KEY-FILE.

       RESEAL-ONE-FILE.
           MOVE 0 TO WS-ROWS WS-RESEALED WS-FIRST-SEAL WS-UNREADABLE
           MOVE SPACES TO WS-DATA-PATH
           STRING "data/" FUNCTION TRIM(WS-SL-FILE(WS-F-IDX))
                  DELIMITED BY SIZE INTO WS-DATA-PATH
           END-STRING
           MOVE WS-SL-POS(WS-F-IDX) TO WS-POS
           MOVE WS-SL-WIDTH(WS-F-IDX) TO WS-WIDTH

           MOVE "N" TO WS-EOF
           OPEN INPUT DATA-FILE
           IF WS-DATA-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT DATA-TEMP-FILE
           PERFORM UNTIL WS-EOF = "Y"
              READ DATA-FILE
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    ADD 1 TO WS-ROWS
                    ADD 1 TO WS-ROWS-TOTAL
                    IF DATA-REC(WS-POS:WS-WIDTH) NOT = SPACES
                       PERFORM RESEAL-ONE-COLUMN
                    END-IF
                    WRITE DATA-TEMP-REC FROM DATA-REC
              END-READ
           END-PERFORM
           CLOSE DATA-FILE
           CLOSE DATA-TEMP-FILE

           OPEN OUTPUT DATA-FILE
           OPEN INPUT DATA-TEMP-FILE
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
              READ DATA-TEMP-FILE INTO DATA-REC
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END WRITE DATA-REC
              END-READ
           END-PERFORM
           CLOSE DATA-TEMP-FILE
           CLOSE DATA-FILE

           MOVE ZEROS TO WS-CT-COUNTS
           MOVE WS-ROWS TO WS-CT-READ WS-CT-WRITTEN
           MOVE WS-UNREADABLE TO WS-CT-REJECTED
           MOVE WS-SL-FILE(WS-F-IDX) TO WS-CT-FILE
           CALL "CONTROL-TOTALS" USING WS-CT-STEP WS-CT-FILE
                WS-CT-COUNTS

           MOVE SPACES TO WS-REPORT-LINE
           STRING "  " WS-SL-FILE(WS-F-IDX) WS-ROWS " "
                  WS-RESEALED "     " WS-FIRST-SEAL "     "
                  WS-UNREADABLE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE.

       RESEAL-ONE-COLUMN.
           MOVE SPACES TO WS-FC-TEXT
           MOVE DATA-REC(WS-POS:WS-WIDTH) TO WS-FC-TEXT(1:WS-WIDTH)
           MOVE WS-WIDTH TO WS-FC-WIDTH
           MOVE "DECRYPT" TO WS-FC-COMMAND
           CALL "FIELD-CRYPT" USING WS-FC-COMMAND WS-FC-TEXT
                WS-FC-WIDTH WS-FC-RESULT
           EVALUATE WS-FC-RESULT
              WHEN "NOKEY"
                 ADD 1 TO WS-UNREADABLE
                 EXIT PARAGRAPH
              WHEN "PLAIN"
                 ADD 1 TO WS-FIRST-SEAL
              WHEN OTHER
                 ADD 1 TO WS-RESEALED
           END-EVALUATE
           MOVE "ENCRYPT" TO WS-FC-COMMAND
           CALL "FIELD-CRYPT" USING WS-FC-COMMAND WS-FC-TEXT
                WS-FC-WIDTH WS-FC-RESULT
           MOVE WS-FC-TEXT(1:WS-WIDTH) TO DATA-REC(WS-POS:WS-WIDTH).

       END PROGRAM KEY-ROTATE.
