      *> Standalone reporting batch job for the registrar's office,
      *> runnable by itself or as a BATCH-DRIVER step. The annual
      *> disclosure report the records-privacy policy requires: every
      *> release of student information logged by DISCLOSURE-LOG in
      *> data/disclosures.dat during one calendar year, grouped by
      *> the employer (or other party) that received it. Each
      *> recipient's section opens with its totals - releases,
      *> distinct students, and releases by channel (application
      *> feed, resume book, hiring packet, talent search, data
      *> extract) - followed by every release in date order.
      *>
      *> The year is taken from the command line (e.g. 2026); with
      *> none, the current year to date. Output goes to
      *> reports/disclosure-report-YYYY.txt and the console. Read-only.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISCLOSURE-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISCLOSURE-FILE ASSIGN TO "data/disclosures.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISC-STATUS.
           SELECT REPORT-FILE ASSIGN USING WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> data/disclosures.dat: the same layout DISCLOSURE-LOG writes.
       FD DISCLOSURE-FILE.
       01 DISCLOSURE-REC.
          05 DS-DATE        PIC X(10).
          05 DS-STUDENT     PIC X(20).
          05 DS-RECIPIENT   PIC X(20).
          05 DS-SOURCE      PIC X(16).
          05 DS-ITEM        PIC X(40).

       FD REPORT-FILE.
       01 REPORT-REC PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-DISC-STATUS   PIC XX.
       77 WS-EOF           PIC X VALUE "N".
       77 WS-FOUND         PIC X VALUE "N".
       77 WS-ARG           PIC X(20).
       77 WS-YEAR          PIC X(04).
       77 WS-CURR-DATE     PIC X(21).
       77 WS-REPORT-PATH   PIC X(60).
       77 WS-REPORT-LINE   PIC X(132).
       77 WS-TOTAL         PIC 9(07) VALUE 0.
       77 WS-SLOT          PIC 9(01).
       77 WS-CNT-DISP      PIC Z(6)9.
       77 WS-PTR           PIC 9(03).
       77 WS-STU-DISP      PIC Z(3)9.
       77 WS-RCP-DISP      PIC ZZ9.
       77 R                PIC 9(03).
       77 S                PIC 9(04).
       77 K                PIC 9(01).

      *> One row per recipient seen in the year, with releases by
      *> channel: 1 feed, 2 resume book, 3 packet, 4 talent search,
      *> 5 data extract, 6 anything else.
       01 WS-RECIPIENTS.
          05 WS-RCP-COUNT   PIC 9(03) VALUE 0.
          05 WS-RCP-ENTRY OCCURS 300 TIMES.
             10 WS-RCP-NAME     PIC X(20).
             10 WS-RCP-RELEASES PIC 9(07).
             10 WS-RCP-BY-SRC   PIC 9(07) OCCURS 6 TIMES.

      *> Distinct students for the recipient being written up.
       01 WS-STUDENTS.
          05 WS-STU-COUNT   PIC 9(04) VALUE 0.
          05 WS-STU-NAME    PIC X(20) OCCURS 2000 TIMES.

       01 WS-CHANNEL-NAMES.
          05 FILLER PIC X(16) VALUE "feed".
          05 FILLER PIC X(16) VALUE "resume book".
          05 FILLER PIC X(16) VALUE "packet".
          05 FILLER PIC X(16) VALUE "talent search".
          05 FILLER PIC X(16) VALUE "data extract".
          05 FILLER PIC X(16) VALUE "other".
       01 WS-CHANNEL-TABLE REDEFINES WS-CHANNEL-NAMES.
          05 WS-CHANNEL-NAME PIC X(16) OCCURS 6 TIMES.

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
           MOVE SPACES TO WS-ARG
           ACCEPT WS-ARG FROM COMMAND-LINE
           IF WS-ARG(1:4) IS NUMERIC AND WS-ARG(5:1) = SPACE
              MOVE WS-ARG(1:4) TO WS-YEAR
           END-IF

           MOVE SPACES TO WS-REPORT-PATH
           STRING "reports/disclosure-report-" WS-YEAR ".txt"
                  DELIMITED BY SIZE INTO WS-REPORT-PATH
           END-STRING
           OPEN OUTPUT REPORT-FILE

           MOVE SPACES TO WS-REPORT-LINE
           STRING "InCollege student record disclosures - "
                  WS-YEAR
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE "===================================================="
              TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM COLLECT-RECIPIENTS

           IF WS-RCP-COUNT = 0
              MOVE "No disclosures recorded for the year."
                 TO WS-REPORT-LINE
              PERFORM WRITE-REPORT-LINE
           ELSE
              PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-RCP-COUNT
                 PERFORM REPORT-ONE-RECIPIENT
              END-PERFORM
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-TOTAL TO WS-CNT-DISP
           MOVE WS-RCP-COUNT TO WS-RCP-DISP
           MOVE SPACES TO WS-REPORT-LINE
           STRING FUNCTION TRIM(WS-CNT-DISP)
                  " disclosure(s) to " FUNCTION TRIM(WS-RCP-DISP)
                  " recipient(s) in " WS-YEAR "."
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           CLOSE REPORT-FILE

           MOVE WS-REPORT-PATH TO RPI-PATH
           MOVE "DISCLOSURE-REPORT" TO RPI-REPORT-ID
           MOVE "Student record disclosures" TO RPI-TITLE
           MOVE SPACES TO RPI-SELECTION
           STRING "disclosures recorded in " WS-YEAR
                  DELIMITED BY SIZE INTO RPI-SELECTION
           END-STRING
           MOVE WS-TOTAL TO RPI-RECORDS
           MOVE "disclosures" TO RPI-RECORD-NOUN
           CALL "REPORT-FORMAT" USING REPORT-PAGE-INFO
           GOBACK.

       WRITE-REPORT-LINE.
           DISPLAY FUNCTION TRIM(WS-REPORT-LINE TRAILING)
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC.

       COLLECT-RECIPIENTS.
           OPEN INPUT DISCLOSURE-FILE
           IF WS-DISC-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
              READ DISCLOSURE-FILE
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    IF DS-DATE(1:4) = WS-YEAR
                       PERFORM TALLY-RELEASE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE DISCLOSURE-FILE.

       TALLY-RELEASE.
           MOVE "N" TO WS-FOUND
           PERFORM VARYING R FROM 1 BY 1
                   UNTIL R > WS-RCP-COUNT OR WS-FOUND = "Y"
              IF WS-RCP-NAME(R) = DS-RECIPIENT
                 MOVE "Y" TO WS-FOUND
              END-IF
           END-PERFORM
           IF WS-FOUND = "Y"
              SUBTRACT 1 FROM R
           ELSE
              IF WS-RCP-COUNT >= 300
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-RCP-COUNT
              MOVE WS-RCP-COUNT TO R
              INITIALIZE WS-RCP-ENTRY(R)
              MOVE DS-RECIPIENT TO WS-RCP-NAME(R)
           END-IF
           EVALUATE FUNCTION TRIM(DS-SOURCE)
              WHEN "APP-FEED-OUT"     MOVE 1 TO WS-SLOT
              WHEN "RESUME-BOOK"      MOVE 2 TO WS-SLOT
              WHEN "APPLICANT-PACKET" MOVE 3 TO WS-SLOT
              WHEN "TALENT-SEARCH"    MOVE 4 TO WS-SLOT
              WHEN "USER-EXTRACT"     MOVE 5 TO WS-SLOT
              WHEN OTHER              MOVE 6 TO WS-SLOT
           END-EVALUATE
           ADD 1 TO WS-RCP-RELEASES(R)
           ADD 1 TO WS-RCP-BY-SRC(R, WS-SLOT)
           ADD 1 TO WS-TOTAL.

      *> One recipient: a heading with its totals, then each release
      *> to it in the year, as logged.
       REPORT-ONE-RECIPIENT.
           MOVE 0 TO WS-STU-COUNT
           OPEN INPUT DISCLOSURE-FILE
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
              READ DISCLOSURE-FILE
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    IF DS-DATE(1:4) = WS-YEAR
                       AND DS-RECIPIENT = WS-RCP-NAME(R)
                       PERFORM NOTE-STUDENT
                    END-IF
              END-READ
           END-PERFORM
           CLOSE DISCLOSURE-FILE

           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-RCP-RELEASES(R) TO WS-CNT-DISP
           MOVE WS-STU-COUNT TO WS-STU-DISP
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Recipient: " FUNCTION TRIM(WS-RCP-NAME(R))
                  " - " FUNCTION TRIM(WS-CNT-DISP) " release(s), "
                  FUNCTION TRIM(WS-STU-DISP) " distinct student(s)"
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE "  By channel:" TO WS-REPORT-LINE
           MOVE 14 TO WS-PTR
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 6
              IF WS-RCP-BY-SRC(R, K) > 0
                 MOVE WS-RCP-BY-SRC(R, K) TO WS-CNT-DISP
                 STRING " " FUNCTION TRIM(WS-CHANNEL-NAME(K)) " "
                        FUNCTION TRIM(WS-CNT-DISP) ";"
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
                        WITH POINTER WS-PTR
                 END-STRING
              END-IF
           END-PERFORM
           PERFORM WRITE-REPORT-LINE

           OPEN INPUT DISCLOSURE-FILE
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
              READ DISCLOSURE-FILE
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    IF DS-DATE(1:4) = WS-YEAR
                       AND DS-RECIPIENT = WS-RCP-NAME(R)
                       MOVE SPACES TO WS-REPORT-LINE
                       STRING "    " DS-DATE "  " DS-STUDENT "  "
                              DS-SOURCE "  " DS-ITEM
                              DELIMITED BY SIZE INTO WS-REPORT-LINE
                       END-STRING
                       PERFORM WRITE-REPORT-LINE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE DISCLOSURE-FILE.

       NOTE-STUDENT.
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > WS-STU-COUNT
              IF WS-STU-NAME(S) = DS-STUDENT
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM
           IF WS-STU-COUNT < 2000
              ADD 1 TO WS-STU-COUNT
              MOVE DS-STUDENT TO WS-STU-NAME(WS-STU-COUNT)
           END-IF.

       END PROGRAM DISCLOSURE-REPORT.
