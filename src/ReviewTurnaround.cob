      *> Standalone reporting batch, run monthly from the operator
      *> console (DISPLAY/ACCEPT) like CREDIT-STATEMENT. Reads the
      *> resume review requests in data/resume-reviews.dat and, for
      *> the asked-for month, writes
      *> reports/review-turnaround-YYYYMM.txt:
      *> every request filed that month with the days it waited (to
      *> the review date, or to today while it is still pending),
      *> then per advisor the count, reviewed/pending split, average
      *> and longest wait. Review volume ahead of the fall fair is a
      *> staffing question; this is the figure it gets answered
      *> with. Read-only.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVIEW-TURNAROUND.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REVIEW-FILE ASSIGN TO "data/resume-reviews.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RR-STATUS.
           SELECT REPORT-FILE ASSIGN USING WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> data/resume-reviews.dat: the same layout USER-PROFILE
      *> writes and ADVISOR-DASH marks Reviewed.
       FD REVIEW-FILE.
       01 REVIEW-REC.
          05 RR-ID                 PIC 9(05).
          05 RR-STUDENT            PIC X(20).
          05 RR-ADVISOR            PIC X(20).
          05 RR-RESUME-REF         PIC X(50).
          05 RR-REQUESTED          PIC X(10).
          05 RR-STATUS             PIC X(10).
             88 RR-PENDING             VALUE "Pending".
             88 RR-REVIEWED            VALUE "Reviewed".
          05 RR-REVIEWED-ON        PIC X(10).

       FD REPORT-FILE.
       01 REPORT-REC PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-RR-STATUS     PIC XX.
       77 WS-EOF           PIC X VALUE "N".
       77 WS-REPORT-PATH   PIC X(50).
       77 WS-MONTH-IN      PIC X(7).
       77 WS-REPORT-LINE   PIC X(132).
       77 WS-CURR-DATE     PIC X(21).
       77 WS-TODAY-INT     PIC S9(8) COMP.
       77 WS-DATE-IN       PIC X(10).
       77 WS-DATE-STR      PIC X(8).
       77 WS-DATE-NUM      PIC 9(8).
       77 WS-DATE-INT      PIC S9(8) COMP.
       77 WS-FROM-INT      PIC S9(8) COMP.
       77 WS-TO-INT        PIC S9(8) COMP.
       77 WS-WAIT          PIC S9(5) COMP.
       77 WS-WAIT-DISP     PIC Z(4)9.
       77 WS-AVG-DISP      PIC Z(4)9.9.
       77 WS-ADV-FOUND     PIC X VALUE "N".
       77 WS-SO-FAR        PIC X(07).
       77 WS-TOTAL         PIC 9(05) VALUE 0.
       77 A                PIC 9(03).

      *> One tally per advisor seen in the month, the same
      *> find-or-add shape the report batches use.
       77 WS-ADV-COUNT     PIC 9(03) VALUE 0.
       01 WS-ADV-TABLE.
          05 WS-ADV-ENTRY OCCURS 100 TIMES.
             10 WS-A-NAME      PIC X(20).
             10 WS-A-FILED     PIC 9(05).
             10 WS-A-REVIEWED  PIC 9(05).
             10 WS-A-PENDING   PIC 9(05).
             10 WS-A-WAIT-SUM  PIC 9(07).
             10 WS-A-WAIT-MAX  PIC 9(05).

           COPY "REGIONINF.cpy".
           COPY "RPTINF.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL "REGION-CONFIG" USING REGION-INFO
           IF RI-RESULT NOT = "OK"
              GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE
           MOVE WS-CURR-DATE(1:8) TO WS-DATE-NUM
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)

           DISPLAY "--- Resume review turnaround ---"
           DISPLAY "Report month (YYYY-MM):"
           MOVE SPACES TO WS-MONTH-IN
           ACCEPT WS-MONTH-IN

           MOVE SPACES TO WS-REPORT-PATH
           STRING "reports/review-turnaround-" WS-MONTH-IN(1:4)
                  WS-MONTH-IN(6:2) ".txt"
                  DELIMITED BY SIZE INTO WS-REPORT-PATH
           END-STRING

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Resume review turnaround for " WS-MONTH-IN
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE "====================================================="
                TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM TALLY-REQUESTS

           IF WS-ADV-COUNT = 0
              MOVE "(no review requests filed this month)"
                   TO WS-REPORT-LINE
              PERFORM WRITE-REPORT-LINE
           END-IF
           PERFORM VARYING A FROM 1 BY 1 UNTIL A > WS-ADV-COUNT
              PERFORM WRITE-ADVISOR-SECTION
           END-PERFORM
           CLOSE REPORT-FILE

           MOVE WS-REPORT-PATH TO RPI-PATH
           MOVE "REVIEW-TURNAROUND" TO RPI-REPORT-ID
           MOVE "Resume review turnaround" TO RPI-TITLE
           MOVE SPACES TO RPI-SELECTION
           STRING "requests filed in " WS-MONTH-IN
                  DELIMITED BY SIZE INTO RPI-SELECTION
           END-STRING
           MOVE WS-TOTAL TO RPI-RECORDS
           MOVE "review requests" TO RPI-RECORD-NOUN
           CALL "REPORT-FORMAT" USING REPORT-PAGE-INFO

           DISPLAY "REVIEW-TURNAROUND: " WS-TOTAL
                   " request(s) reported; written to "
                   FUNCTION TRIM(WS-REPORT-PATH) "."
           GOBACK.

       WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC.

       TALLY-REQUESTS.
           MOVE "N" TO WS-EOF
           OPEN INPUT REVIEW-FILE
           IF WS-RR-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ REVIEW-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF RR-REQUESTED(1:7) = WS-MONTH-IN
                          PERFORM TALLY-ONE-REQUEST
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE REVIEW-FILE
           END-IF.

      *> The pass that tallies also lists the request; the per
      *> advisor totals follow once the file has been read.
       TALLY-ONE-REQUEST.
           MOVE "N" TO WS-ADV-FOUND
           PERFORM VARYING A FROM 1 BY 1
                   UNTIL A > WS-ADV-COUNT OR WS-ADV-FOUND = "Y"
              IF FUNCTION TRIM(WS-A-NAME(A)) =
                 FUNCTION TRIM(RR-ADVISOR)
                 MOVE "Y" TO WS-ADV-FOUND
              END-IF
           END-PERFORM
           IF WS-ADV-FOUND = "Y"
              SUBTRACT 1 FROM A
           ELSE
              IF WS-ADV-COUNT >= 100
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-ADV-COUNT
              MOVE WS-ADV-COUNT TO A
              MOVE RR-ADVISOR TO WS-A-NAME(A)
              MOVE 0 TO WS-A-FILED(A) WS-A-REVIEWED(A)
                        WS-A-PENDING(A) WS-A-WAIT-SUM(A)
                        WS-A-WAIT-MAX(A)
           END-IF

           MOVE RR-REQUESTED TO WS-DATE-IN
           PERFORM DATE-TO-INT
           MOVE WS-DATE-INT TO WS-FROM-INT
           IF RR-REVIEWED
              MOVE RR-REVIEWED-ON TO WS-DATE-IN
              PERFORM DATE-TO-INT
              MOVE WS-DATE-INT TO WS-TO-INT
              ADD 1 TO WS-A-REVIEWED(A)
           ELSE
              MOVE WS-TODAY-INT TO WS-TO-INT
              ADD 1 TO WS-A-PENDING(A)
           END-IF
           MOVE 0 TO WS-WAIT
           IF WS-FROM-INT > 0 AND WS-TO-INT > WS-FROM-INT
              COMPUTE WS-WAIT = WS-TO-INT - WS-FROM-INT
           END-IF
           ADD 1 TO WS-A-FILED(A)
           ADD 1 TO WS-TOTAL
           ADD WS-WAIT TO WS-A-WAIT-SUM(A)
           IF WS-WAIT > WS-A-WAIT-MAX(A)
              MOVE WS-WAIT TO WS-A-WAIT-MAX(A)
           END-IF

           MOVE WS-WAIT TO WS-WAIT-DISP
           MOVE SPACES TO WS-SO-FAR
           IF RR-PENDING
              MOVE " so far" TO WS-SO-FAR
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING FUNCTION TRIM(RR-ADVISOR) ": #" RR-ID " "
                  FUNCTION TRIM(RR-STUDENT) " filed " RR-REQUESTED
                  ", " FUNCTION TRIM(RR-STATUS) ", waited "
                  FUNCTION TRIM(WS-WAIT-DISP) " day(s)" WS-SO-FAR
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE.

       WRITE-ADVISOR-SECTION.
           IF A = 1
              MOVE SPACES TO WS-REPORT-LINE
              PERFORM WRITE-REPORT-LINE
              MOVE "Per advisor" TO WS-REPORT-LINE
              PERFORM WRITE-REPORT-LINE
              MOVE "-----------" TO WS-REPORT-LINE
              PERFORM WRITE-REPORT-LINE
           END-IF
           COMPUTE WS-AVG-DISP ROUNDED =
               WS-A-WAIT-SUM(A) / WS-A-FILED(A)
           MOVE WS-A-WAIT-MAX(A) TO WS-WAIT-DISP
           MOVE SPACES TO WS-REPORT-LINE
           STRING FUNCTION TRIM(WS-A-NAME(A)) ": "
                  WS-A-FILED(A) " request(s), "
                  WS-A-REVIEWED(A) " reviewed, "
                  WS-A-PENDING(A) " pending; average wait "
                  FUNCTION TRIM(WS-AVG-DISP) " day(s), longest "
                  FUNCTION TRIM(WS-WAIT-DISP)
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

       END PROGRAM REVIEW-TURNAROUND.
