      *> Co-op match round control, reached from the admin console.
      *> Placement rounds used to run on a spreadsheet; a round now
      *> lives in data/match-round.dat (one row per round, the last
      *> row current). While a round is Open, students rank the
      *> postings they applied to from View My Applications and
      *> employers rank their applicants from View Applicants for My
      *> Postings, both into data/match-ranks.dat. Closing the round
      *> freezes the rankings; running the match hands the round to
      *> the MATCH-RUN batch, which extends the offers and prints the
      *> second-round report. Interactive on the operator console
      *> (DISPLAY/ACCEPT), like the rest of the admin tooling.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MATCH-ROUND.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROUND-FILE ASSIGN TO "data/match-round.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RND-STATUS.
           SELECT ROUND-TEMP-FILE ASSIGN TO "data/mroundtemp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MATCH-RANK-FILE ASSIGN TO "data/match-ranks.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MRK-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> data/match-round.dat: one row per round, the same layout
      *> JOB-MGMT's LOAD-MATCH-ROUND reads.
       FD ROUND-FILE.
       01 ROUND-REC.
          05 RND-NUMBER            PIC 9(03).
          05 RND-STATUS            PIC X(10).
             88 RND-OPEN               VALUE "Open".
             88 RND-CLOSED             VALUE "Closed".
             88 RND-MATCHED            VALUE "Matched".
          05 RND-OPENED            PIC X(10).
          05 RND-CLOSED-ON         PIC X(10).

       FD ROUND-TEMP-FILE.
       01 ROUND-TEMP-REC PIC X(33).

      *> data/match-ranks.dat: the rankings JOB-MGMT writes; only
      *> counted here.
       FD MATCH-RANK-FILE.
       01 MATCH-RANK-REC.
          05 MRK-ROUND             PIC 9(03).
          05 MRK-SIDE              PIC X(01).
             88 MRK-BY-STUDENT         VALUE "S".
             88 MRK-BY-EMPLOYER        VALUE "E".
          05 MRK-RANKER            PIC X(20).
          05 MRK-JOB-ID            PIC 9(05).
          05 MRK-STUDENT           PIC X(20).
          05 MRK-RANK              PIC 9(02).

       WORKING-STORAGE SECTION.
       77 WS-RND-STATUS      PIC XX.
       77 WS-MRK-STATUS      PIC XX.
       77 WS-EOF             PIC X VALUE "N".
       77 WS-CHOICE          PIC X(02).
       77 WS-ANSWER          PIC X(10).
       77 WS-CURR-DATE       PIC X(21).
       77 WS-TODAY           PIC X(10).
       77 WS-CUR-ROUND       PIC 9(03) VALUE 0.
       77 WS-CUR-STATUS      PIC X(10).
       77 WS-CUR-OPENED      PIC X(10).
       77 WS-CUR-CLOSED-ON   PIC X(10).
       77 WS-STUDENT-ROWS    PIC 9(05) VALUE 0.
       77 WS-EMPLOYER-ROWS   PIC 9(05) VALUE 0.

           COPY "REGIONINF.cpy".

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

           MOVE SPACES TO WS-CHOICE
           PERFORM UNTIL FUNCTION TRIM(WS-CHOICE) = "4"
              PERFORM SHOW-CURRENT-ROUND
              DISPLAY "1. Open a new round"
              DISPLAY "2. Close ranking for the current round"
              DISPLAY "3. Run the match for the current round"
              DISPLAY "4. Back"
              DISPLAY "Enter your choice:"
              MOVE SPACES TO WS-CHOICE
              ACCEPT WS-CHOICE
              EVALUATE FUNCTION TRIM(WS-CHOICE)
                 WHEN "1" PERFORM OPEN-NEW-ROUND
                 WHEN "2" PERFORM CLOSE-CURRENT-ROUND
                 WHEN "3" PERFORM RUN-CURRENT-ROUND
                 WHEN "4" CONTINUE
                 WHEN OTHER DISPLAY "Invalid choice."
              END-EVALUATE
           END-PERFORM
           GOBACK.

      *> The last row of match-round.dat is the current round.
       LOAD-CURRENT-ROUND.
           MOVE 0 TO WS-CUR-ROUND
           MOVE SPACES TO WS-CUR-STATUS WS-CUR-OPENED WS-CUR-CLOSED-ON
           MOVE "N" TO WS-EOF
           OPEN INPUT ROUND-FILE
           IF WS-RND-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ ROUND-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       MOVE RND-NUMBER TO WS-CUR-ROUND
                       MOVE RND-STATUS TO WS-CUR-STATUS
                       MOVE RND-OPENED TO WS-CUR-OPENED
                       MOVE RND-CLOSED-ON TO WS-CUR-CLOSED-ON
                 END-READ
              END-PERFORM
              CLOSE ROUND-FILE
           END-IF.

       SHOW-CURRENT-ROUND.
           PERFORM LOAD-CURRENT-ROUND
           DISPLAY " "
           DISPLAY "--- Co-op Match Round ---"
           IF WS-CUR-ROUND = 0
              DISPLAY "No match round has been opened yet."
              EXIT PARAGRAPH
           END-IF
           PERFORM COUNT-RANK-ROWS
           DISPLAY "Round " WS-CUR-ROUND ": "
                   FUNCTION TRIM(WS-CUR-STATUS)
                   " (opened " WS-CUR-OPENED ")"
           DISPLAY "  Student ranking rows:  " WS-STUDENT-ROWS
           DISPLAY "  Employer ranking rows: " WS-EMPLOYER-ROWS.

       COUNT-RANK-ROWS.
           MOVE 0 TO WS-STUDENT-ROWS
           MOVE 0 TO WS-EMPLOYER-ROWS
           MOVE "N" TO WS-EOF
           OPEN INPUT MATCH-RANK-FILE
           IF WS-MRK-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ MATCH-RANK-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF MRK-ROUND = WS-CUR-ROUND
                          IF MRK-BY-STUDENT
                             ADD 1 TO WS-STUDENT-ROWS
                          ELSE
                             ADD 1 TO WS-EMPLOYER-ROWS
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE MATCH-RANK-FILE
           END-IF.

      *> Only one round at a time: the previous round must have been
      *> matched before the next one opens.
       OPEN-NEW-ROUND.
           PERFORM LOAD-CURRENT-ROUND
           IF WS-CUR-ROUND > 0 AND
              FUNCTION TRIM(WS-CUR-STATUS) NOT = "Matched"
              DISPLAY "Round " WS-CUR-ROUND " is still "
                      FUNCTION TRIM(WS-CUR-STATUS)
                      " - run its match before opening another."
              EXIT PARAGRAPH
           END-IF

           OPEN EXTEND ROUND-FILE
           IF WS-RND-STATUS NOT = "00"
              OPEN OUTPUT ROUND-FILE
           END-IF
           COMPUTE RND-NUMBER = WS-CUR-ROUND + 1
           SET RND-OPEN TO TRUE
           MOVE WS-TODAY TO RND-OPENED
           MOVE SPACES TO RND-CLOSED-ON
           WRITE ROUND-REC
           CLOSE ROUND-FILE
           DISPLAY "Round " RND-NUMBER " is open for rankings.".

       CLOSE-CURRENT-ROUND.
           PERFORM LOAD-CURRENT-ROUND
           IF FUNCTION TRIM(WS-CUR-STATUS) NOT = "Open"
              DISPLAY "There is no open round to close."
              EXIT PARAGRAPH
           END-IF
           MOVE "Closed" TO WS-CUR-STATUS
           MOVE WS-TODAY TO WS-CUR-CLOSED-ON
           PERFORM REWRITE-CURRENT-ROUND
           DISPLAY "Round " WS-CUR-ROUND
                   " closed - rankings are frozen.".

      *> A round still Open is closed first, so nobody's ranking can
      *> change underneath the batch.
       RUN-CURRENT-ROUND.
           PERFORM LOAD-CURRENT-ROUND
           IF WS-CUR-ROUND = 0 OR
              FUNCTION TRIM(WS-CUR-STATUS) = "Matched"
              DISPLAY "There is no round waiting to be matched."
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Run the match for round " WS-CUR-ROUND
                   " now? Offers go out immediately. (Y/N):"
           MOVE SPACES TO WS-ANSWER
           ACCEPT WS-ANSWER
           IF FUNCTION UPPER-CASE(WS-ANSWER(1:1)) NOT = "Y"
              DISPLAY "Match not run."
              EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-CUR-STATUS) = "Open"
              MOVE "Closed" TO WS-CUR-STATUS
              MOVE WS-TODAY TO WS-CUR-CLOSED-ON
              PERFORM REWRITE-CURRENT-ROUND
           END-IF
           CALL "MATCH-RUN"
           CANCEL "MATCH-RUN".

      *> Puts WS-CUR-STATUS / WS-CUR-CLOSED-ON back onto the current
      *> round's row through the usual temp-file rewrite.
       REWRITE-CURRENT-ROUND.
           MOVE "N" TO WS-EOF
           OPEN INPUT ROUND-FILE
           OPEN OUTPUT ROUND-TEMP-FILE
           IF WS-RND-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ ROUND-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF RND-NUMBER = WS-CUR-ROUND
                          MOVE WS-CUR-STATUS TO RND-STATUS
                          MOVE WS-CUR-CLOSED-ON TO RND-CLOSED-ON
                       END-IF
                       WRITE ROUND-TEMP-REC FROM ROUND-REC
                 END-READ
              END-PERFORM
              CLOSE ROUND-FILE
           END-IF
           CLOSE ROUND-TEMP-FILE

           OPEN OUTPUT ROUND-FILE
           OPEN INPUT ROUND-TEMP-FILE
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
              READ ROUND-TEMP-FILE INTO ROUND-REC
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END WRITE ROUND-REC
              END-READ
           END-PERFORM
           CLOSE ROUND-TEMP-FILE
           CLOSE ROUND-FILE.

       END PROGRAM MATCH-ROUND.
