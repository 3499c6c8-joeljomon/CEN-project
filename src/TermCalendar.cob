      *> The academic term calendar every term-scoped report reads.
      *> Terms used to be hard-coded month rules in each program
      *> (FALL August to December and so on), which never matched
      *> the registrar's real start and end dates; the dates now live
      *> in data/term-calendar.dat, maintained by admins through
      *> TERM-ADMIN, one row per term:
      *>
      *>   term code (FALL2026, SPRING2027, ...), display name,
      *>   first and last day, and the date TERM-CLOSE froze the
      *>   term's figures (blank while the term is open)
      *>
      *> Commands (TC-COMMAND):
      *>   LOOKUP - TC-CODE in; TC-START / TC-END out. TC-RESULT is
      *>            OK, CLOSED (the term has been closed) or
      *>            NOTFOUND.
      *>   FIND   - a date in TC-START; the term containing it comes
      *>            back in TC-CODE / TC-START / TC-END, TC-RESULT as
      *>            for LOOKUP.
      *>   CLOSE  - stamp TC-CODE closed as of today (TERM-CLOSE);
      *>            TC-RESULT OK or NOTFOUND.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERM-CALENDAR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERM-FILE ASSIGN TO "data/term-calendar.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-STATUS.
           SELECT TERM-TEMP-FILE ASSIGN TO "data/termtemp.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TTEMP-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> data/term-calendar.dat: TERM-ADMIN maintains the same
      *> layout.
       FD TERM-FILE.
       01 TERM-REC.
          05 TM-CODE         PIC X(10).
          05 TM-NAME         PIC X(20).
          05 TM-START        PIC X(10).
          05 TM-END          PIC X(10).
          05 TM-CLOSED-ON    PIC X(10).

       FD TERM-TEMP-FILE.
       01 TERM-TEMP-REC PIC X(60).

       WORKING-STORAGE SECTION.
       77 WS-TERM-STATUS     PIC XX.
       77 WS-TTEMP-STATUS    PIC XX.
       77 WS-EOF             PIC X VALUE "N".
       77 WS-CODE            PIC X(10).
       77 WS-CURR-DATE       PIC X(21).
       77 WS-TODAY           PIC X(10).

       LINKAGE SECTION.
       01 TC-COMMAND  PIC X(10).
       01 TC-CODE     PIC X(10).
       01 TC-START    PIC X(10).
       01 TC-END      PIC X(10).
       01 TC-RESULT   PIC X(10).

       PROCEDURE DIVISION USING TC-COMMAND TC-CODE TC-START TC-END
                                TC-RESULT.
       MAIN-PROGRAM.
           MOVE "NOTFOUND" TO TC-RESULT
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(TC-CODE)) TO WS-CODE
           EVALUATE FUNCTION TRIM(TC-COMMAND)
              WHEN "LOOKUP"
                 PERFORM LOOKUP-TERM
              WHEN "FIND"
                 PERFORM FIND-TERM
              WHEN "CLOSE"
                 PERFORM CLOSE-TERM
           END-EVALUATE
           GOBACK.

       LOOKUP-TERM.
           MOVE "N" TO WS-EOF
           OPEN INPUT TERM-FILE
           IF WS-TERM-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
              READ TERM-FILE
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    IF TM-CODE = WS-CODE
                       PERFORM RETURN-TERM
                       MOVE "Y" TO WS-EOF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE TERM-FILE.

      *> TERM-ADMIN refuses overlapping terms, so the first row
      *> whose dates take in the date is the only one.
       FIND-TERM.
           MOVE "N" TO WS-EOF
           OPEN INPUT TERM-FILE
           IF WS-TERM-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
              READ TERM-FILE
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    IF TC-START >= TM-START AND TC-START <= TM-END
                       PERFORM RETURN-TERM
                       MOVE "Y" TO WS-EOF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE TERM-FILE.

       RETURN-TERM.
           MOVE TM-CODE TO TC-CODE
           MOVE TM-START TO TC-START
           MOVE TM-END TO TC-END
           IF TM-CLOSED-ON = SPACES
              MOVE "OK" TO TC-RESULT
           ELSE
              MOVE "CLOSED" TO TC-RESULT
           END-IF.

       CLOSE-TERM.
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE
           MOVE SPACES TO WS-TODAY
           STRING WS-CURR-DATE(1:4) "-" WS-CURR-DATE(5:2) "-"
                  WS-CURR-DATE(7:2)
                  DELIMITED BY SIZE INTO WS-TODAY
           END-STRING

           MOVE "N" TO WS-EOF
           OPEN INPUT TERM-FILE
           IF WS-TERM-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TERM-TEMP-FILE
           PERFORM UNTIL WS-EOF = "Y"
              READ TERM-FILE
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    IF TM-CODE = WS-CODE
                       MOVE WS-TODAY TO TM-CLOSED-ON
                       MOVE "OK" TO TC-RESULT
                    END-IF
                    WRITE TERM-TEMP-REC FROM TERM-REC
              END-READ
           END-PERFORM
           CLOSE TERM-FILE
           CLOSE TERM-TEMP-FILE

           OPEN OUTPUT TERM-FILE
           OPEN INPUT TERM-TEMP-FILE
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
              READ TERM-TEMP-FILE INTO TERM-REC
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END WRITE TERM-REC
              END-READ
           END-PERFORM
           CLOSE TERM-TEMP-FILE
           CLOSE TERM-FILE.

       END PROGRAM TERM-CALENDAR.
