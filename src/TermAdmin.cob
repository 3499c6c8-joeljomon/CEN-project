      *> Term calendar maintenance, reached only from the admin
      *> console. Admins enter each academic term once - code, name,
      *> first and last day - in data/term-calendar.dat, and every
      *> term-scoped report (ACTIVITY-SUMMARY, PLACEMENT-REPORT,
      *> POSTING-FUNNEL, SALARY-ANALYTICS, REJECTION-REPORT,
      *> EVENT-ATTENDANCE, CONDUCT-REPORT) and TERM-CLOSE read the
      *> dates from there through TERM-CALENDAR.
      *>
      *> Codes are the season and year run together (FALL2026,
      *> SPRING2027, SUMMER2027), the same codes CONDUCT-REPORT and
      *> LEARN-AGREE already use. Terms may not overlap, so a date
      *> always belongs to at most one term. A term TERM-CLOSE has
      *> frozen can no longer be changed or removed - its snapshot
      *> was taken over those dates. Every change is audited through
      *> CHANGE-AUDIT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERM-ADMIN.

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
      *> data/term-calendar.dat: the same layout TERM-CALENDAR
      *> reads.
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
       77 WS-CHOICE          PIC X(02).
       77 WS-COUNT           PIC 9(03) VALUE 0.
       77 WS-FOUND           PIC X VALUE "N".
       77 WS-CLASH           PIC X VALUE "N".
       77 WS-DATE-IN         PIC X(10).
       77 WS-DATE-OK         PIC X VALUE "N".
       77 WS-DATE-STR        PIC X(08).
       77 WS-CODE            PIC X(10).
       77 WS-NAME            PIC X(20).
       77 WS-START           PIC X(10).
       77 WS-END             PIC X(10).
       77 WS-OLD-START       PIC X(10).
       77 WS-OLD-END         PIC X(10).
       77 WS-OLD-CLOSED      PIC X(10).
       77 WS-ACTION          PIC X(01).
       77 WS-CAW-ACTOR       PIC X(20).
       77 WS-CAW-FILE        PIC X(20) VALUE "term-calendar".
       77 WS-CAW-KEY         PIC X(30).
       77 WS-CAW-FIELD       PIC X(15).
       77 WS-CAW-BEFORE      PIC X(50).
       77 WS-CAW-AFTER       PIC X(50).

       LINKAGE SECTION.
       01 TA-ADMIN         PIC X(20).

       PROCEDURE DIVISION USING TA-ADMIN.
       MAIN-PROGRAM.
           MOVE TA-ADMIN TO WS-CAW-ACTOR
           MOVE SPACES TO WS-CHOICE
           PERFORM UNTIL WS-CHOICE(1:1) = "4"
              DISPLAY " "
              DISPLAY "--- Term calendar ---"
              PERFORM LIST-TERMS
              DISPLAY "1. Add a term"
              DISPLAY "2. Change a term's dates"
              DISPLAY "3. Remove a term"
              DISPLAY "4. Return"
              DISPLAY "Enter your choice:"
              MOVE SPACES TO WS-CHOICE
              ACCEPT WS-CHOICE
              EVALUATE WS-CHOICE(1:1)
                 WHEN "1" PERFORM ADD-TERM
                 WHEN "2" PERFORM CHANGE-TERM
                 WHEN "3" PERFORM REMOVE-TERM
                 WHEN "4" CONTINUE
                 WHEN OTHER DISPLAY "Invalid choice."
              END-EVALUATE
           END-PERFORM
           GOBACK.

       LIST-TERMS.
           MOVE 0 TO WS-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT TERM-FILE
           IF WS-TERM-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ TERM-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       ADD 1 TO WS-COUNT
                       IF TM-CLOSED-ON = SPACES
                          DISPLAY "  " TM-CODE " " TM-NAME " "
                                  TM-START " to " TM-END
                       ELSE
                          DISPLAY "  " TM-CODE " " TM-NAME " "
                                  TM-START " to " TM-END
                                  " [closed " TM-CLOSED-ON "]"
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TERM-FILE
           END-IF
           IF WS-COUNT = 0
              DISPLAY "  (no terms on the calendar yet)"
           END-IF.

       ADD-TERM.
           DISPLAY "Term code (e.g. FALL2026):"
           PERFORM ACCEPT-CODE
           IF WS-CODE = SPACES
              DISPLAY "Nothing added."
              EXIT PARAGRAPH
           END-IF
           PERFORM FIND-CODE
           IF WS-FOUND = "Y"
              DISPLAY "Term " FUNCTION TRIM(WS-CODE)
                      " is already on the calendar."
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Display name (e.g. Fall 2026):"
           MOVE SPACES TO WS-NAME
           ACCEPT WS-NAME
           IF WS-NAME = SPACES
              MOVE WS-CODE TO WS-NAME
           END-IF
           MOVE SPACES TO WS-START
           MOVE SPACES TO WS-END
           PERFORM ACCEPT-DATES
           IF WS-DATE-OK = "N"
              EXIT PARAGRAPH
           END-IF

           OPEN EXTEND TERM-FILE
           IF WS-TERM-STATUS NOT = "00"
              OPEN OUTPUT TERM-FILE
           END-IF
           MOVE WS-CODE TO TM-CODE
           MOVE WS-NAME TO TM-NAME
           MOVE WS-START TO TM-START
           MOVE WS-END TO TM-END
           MOVE SPACES TO TM-CLOSED-ON
           WRITE TERM-REC
           CLOSE TERM-FILE

           MOVE WS-CODE TO WS-CAW-KEY
           MOVE "Term" TO WS-CAW-FIELD
           MOVE SPACES TO WS-CAW-BEFORE
           MOVE SPACES TO WS-CAW-AFTER
           STRING WS-START " to " WS-END
                  DELIMITED BY SIZE INTO WS-CAW-AFTER
           END-STRING
           PERFORM WRITE-AUDIT
           DISPLAY "Term " FUNCTION TRIM(WS-CODE) " added.".

       CHANGE-TERM.
           DISPLAY "Term code to change:"
           PERFORM ACCEPT-CODE
           PERFORM FIND-CODE
           IF WS-FOUND = "N"
              DISPLAY "No term " FUNCTION TRIM(WS-CODE)
                      " on the calendar."
              EXIT PARAGRAPH
           END-IF
           IF WS-OLD-CLOSED NOT = SPACES
              DISPLAY "Term " FUNCTION TRIM(WS-CODE) " was closed on "
                      WS-OLD-CLOSED " - its dates are frozen."
              EXIT PARAGRAPH
           END-IF
           MOVE WS-OLD-START TO WS-START
           MOVE WS-OLD-END TO WS-END
           PERFORM ACCEPT-DATES
           IF WS-DATE-OK = "N"
              EXIT PARAGRAPH
           END-IF
           MOVE "C" TO WS-ACTION
           PERFORM REWRITE-TERMS

           MOVE WS-CODE TO WS-CAW-KEY
           MOVE "Term" TO WS-CAW-FIELD
           MOVE SPACES TO WS-CAW-BEFORE
           STRING WS-OLD-START " to " WS-OLD-END
                  DELIMITED BY SIZE INTO WS-CAW-BEFORE
           END-STRING
           MOVE SPACES TO WS-CAW-AFTER
           STRING WS-START " to " WS-END
                  DELIMITED BY SIZE INTO WS-CAW-AFTER
           END-STRING
           PERFORM WRITE-AUDIT
           DISPLAY "Term " FUNCTION TRIM(WS-CODE) " dates saved.".

       REMOVE-TERM.
           DISPLAY "Term code to remove:"
           PERFORM ACCEPT-CODE
           PERFORM FIND-CODE
           IF WS-FOUND = "N"
              DISPLAY "No term " FUNCTION TRIM(WS-CODE)
                      " on the calendar."
              EXIT PARAGRAPH
           END-IF
           IF WS-OLD-CLOSED NOT = SPACES
              DISPLAY "Term " FUNCTION TRIM(WS-CODE) " was closed on "
                      WS-OLD-CLOSED " and stays on the calendar."
              EXIT PARAGRAPH
           END-IF
           MOVE "R" TO WS-ACTION
           PERFORM REWRITE-TERMS

           MOVE WS-CODE TO WS-CAW-KEY
           MOVE "Term" TO WS-CAW-FIELD
           MOVE SPACES TO WS-CAW-BEFORE
           STRING WS-OLD-START " to " WS-OLD-END
                  DELIMITED BY SIZE INTO WS-CAW-BEFORE
           END-STRING
           MOVE "(removed)" TO WS-CAW-AFTER
           PERFORM WRITE-AUDIT
           DISPLAY "Term " FUNCTION TRIM(WS-CODE) " removed.".

       ACCEPT-CODE.
           MOVE SPACES TO WS-CODE
           ACCEPT WS-CODE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CODE)) TO WS-CODE.

      *> WS-START / WS-END hold the current dates on entry (blank
      *> for a new term); blank input keeps them. WS-DATE-OK is N
      *> when anything was refused.
       ACCEPT-DATES.
           DISPLAY "First day (YYYY-MM-DD):"
           MOVE SPACES TO WS-DATE-IN
           ACCEPT WS-DATE-IN
           IF WS-DATE-IN NOT = SPACES
              PERFORM CHECK-DATE
              IF WS-DATE-OK = "N"
                 DISPLAY "Not a date as YYYY-MM-DD - nothing changed."
                 EXIT PARAGRAPH
              END-IF
              MOVE WS-DATE-IN TO WS-START
           END-IF
           DISPLAY "Last day (YYYY-MM-DD):"
           MOVE SPACES TO WS-DATE-IN
           ACCEPT WS-DATE-IN
           IF WS-DATE-IN NOT = SPACES
              PERFORM CHECK-DATE
              IF WS-DATE-OK = "N"
                 DISPLAY "Not a date as YYYY-MM-DD - nothing changed."
                 EXIT PARAGRAPH
              END-IF
              MOVE WS-DATE-IN TO WS-END
           END-IF

           MOVE "N" TO WS-DATE-OK
           IF WS-START = SPACES OR WS-END = SPACES
              DISPLAY "A term needs both a first and a last day - "
                      "nothing changed."
              EXIT PARAGRAPH
           END-IF
           IF WS-END < WS-START
              DISPLAY "The last day is before the first - nothing "
                      "changed."
              EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-OVERLAP
           IF WS-CLASH = "Y"
              EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-DATE-OK.

      *> Any other term sharing a day with WS-START..WS-END.
       CHECK-OVERLAP.
           MOVE "N" TO WS-CLASH
           MOVE "N" TO WS-EOF
           OPEN INPUT TERM-FILE
           IF WS-TERM-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
              READ TERM-FILE
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    IF TM-CODE NOT = WS-CODE AND
                       WS-START <= TM-END AND WS-END >= TM-START
                       MOVE "Y" TO WS-CLASH
                       MOVE "Y" TO WS-EOF
                       DISPLAY "Those dates overlap "
                               FUNCTION TRIM(TM-CODE) " ("
                               TM-START " to " TM-END
                               ") - nothing changed."
                    END-IF
              END-READ
           END-PERFORM
           CLOSE TERM-FILE.

       FIND-CODE.
           MOVE "N" TO WS-FOUND
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
                       MOVE "Y" TO WS-FOUND
                       MOVE TM-START TO WS-OLD-START
                       MOVE TM-END TO WS-OLD-END
                       MOVE TM-CLOSED-ON TO WS-OLD-CLOSED
                       MOVE "Y" TO WS-EOF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE TERM-FILE.

      *> WS-ACTION C rewrites WS-CODE's dates, R drops the row.
       REWRITE-TERMS.
           MOVE "N" TO WS-EOF
           OPEN INPUT TERM-FILE
           OPEN OUTPUT TERM-TEMP-FILE
           PERFORM UNTIL WS-EOF = "Y"
              READ TERM-FILE
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    IF TM-CODE = WS-CODE
                       IF WS-ACTION = "C"
                          MOVE WS-START TO TM-START
                          MOVE WS-END TO TM-END
                          WRITE TERM-TEMP-REC FROM TERM-REC
                       END-IF
                    ELSE
                       WRITE TERM-TEMP-REC FROM TERM-REC
                    END-IF
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

       WRITE-AUDIT.
           CALL "CHANGE-AUDIT" USING WS-CAW-ACTOR WS-CAW-FILE
                WS-CAW-KEY WS-CAW-FIELD WS-CAW-BEFORE WS-CAW-AFTER.

       CHECK-DATE.
           MOVE "N" TO WS-DATE-OK
           IF WS-DATE-IN(5:1) NOT = "-" OR WS-DATE-IN(8:1) NOT = "-"
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-DATE-STR
           STRING WS-DATE-IN(1:4) WS-DATE-IN(6:2) WS-DATE-IN(9:2)
                  DELIMITED BY SIZE INTO WS-DATE-STR
           END-STRING
           IF WS-DATE-STR IS NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(WS-DATE-STR))
              = 0
              MOVE "Y" TO WS-DATE-OK
           END-IF.

       END PROGRAM TERM-ADMIN.
