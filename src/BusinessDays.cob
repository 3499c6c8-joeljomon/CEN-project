      *> The one place a date rule asks how many days have passed or
      *> when a deadline really falls. Every rule used to count plain
      *> calendar days, so postings closed, offers lapsed and nudges
      *> went out over the winter break with nobody on campus. The
      *> campus calendar is kept by admins through CALENDAR-ADMIN:
      *>
      *>   data/campus-closures.dat - one row per closure: first and
      *>       last day (YYYY-MM-DD) and a description (Winter break,
      *>       Thanksgiving, ...)
      *>   data/date-rules.dat - one row per date rule: the rule name
      *>       and B (count business days) or C (calendar days)
      *>
      *> A business day is a weekday outside every closure. A rule
      *> with no row in date-rules.dat counts calendar days, the way
      *> every rule always has; a blank BD-RULE asks the calendar
      *> itself and always counts business days. Under a calendar
      *> rule every day counts and nothing rolls.
      *>
      *> Rules in use: JOB-DEADLINE (DEADLINE-CLOSE), OFFER-RESPOND-BY
      *> (OFFER-EXPIRE), STALE-APP-NUDGE, PENDING-EXPIRY (pending
      *> connection requests), EVENT-REMIND, INTERVIEW-REMIND and
      *> OFFICE-HOUR-REMIND.
      *>
      *> Commands (BD-COMMAND), dates as YYYY-MM-DD:
      *>   MODE    - BD-RESULT BUSINESS or CALENDAR for BD-RULE.
      *>   OPEN    - is BD-FROM a day the rule counts? BD-RESULT OPEN,
      *>             WEEKEND or CLOSURE (BD-TO then holds the
      *>             closure's first day).
      *>   DUE     - BD-FROM is a deadline; BD-TO comes back as the
      *>             day it really falls, rolled forward off weekends
      *>             and closures, BD-DAYS the days it moved.
      *>             BD-RESULT OK or MOVED.
      *>   NEXT    - BD-TO comes back as the first counted day after
      *>             BD-FROM.
      *>   ELAPSED - BD-DAYS comes back as the counted days after
      *>             BD-FROM up to and including BD-TO (0 when BD-TO
      *>             is not later).
      *> A malformed date gives BD-RESULT BADDATE and leaves the
      *> outputs alone.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUSINESS-DAYS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLOSURE-FILE ASSIGN TO "data/campus-closures.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSURE-STATUS.
           SELECT RULE-FILE ASSIGN TO "data/date-rules.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> data/campus-closures.dat: CALENDAR-ADMIN maintains the same
      *> layout.
       FD CLOSURE-FILE.
       01 CLOSURE-REC.
          05 CL-START        PIC X(10).
          05 CL-END          PIC X(10).
          05 CL-NAME         PIC X(30).

      *> data/date-rules.dat: CALENDAR-ADMIN maintains the same
      *> layout.
       FD RULE-FILE.
       01 RULE-REC.
          05 DR-RULE         PIC X(20).
          05 DR-MODE         PIC X(01).

       WORKING-STORAGE SECTION.
       77 WS-CLOSURE-STATUS  PIC XX.
       77 WS-RULE-STATUS     PIC XX.
       77 WS-EOF             PIC X VALUE "N".
       77 WS-MODE            PIC X(01).
          88 WS-BUSINESS         VALUE "B".
       77 WS-DATE-IN         PIC X(10).
       77 WS-DATE-STR        PIC X(08).
       77 WS-DATE-NUM        PIC 9(08).
       77 WS-DATE-OK         PIC X VALUE "N".
       77 WS-DATE-INT        PIC S9(8) COMP.
       77 WS-FROM-INT        PIC S9(8) COMP.
       77 WS-TO-INT          PIC S9(8) COMP.
       77 WS-DAY-INT         PIC S9(8) COMP.
       77 WS-DAY-OPEN        PIC X VALUE "Y".
       77 WS-DAY-WHY         PIC X(10).
       77 WS-DAY-CLOSURE     PIC X(10).
       77 WS-WEEKDAY         PIC 9(01).
       77 WS-COUNT           PIC 9(05).
       77 WS-STEPS           PIC 9(05).
       77 C                  PIC 9(03).

      *> Closures as day numbers, loaded on every call so a change
      *> made through CALENDAR-ADMIN is seen straight away.
       77 WS-CLOSURE-COUNT   PIC 9(03) VALUE 0.
       77 WS-CLOSURE-LOW     PIC S9(8) COMP.
       77 WS-CLOSURE-HIGH    PIC S9(8) COMP.
       01 WS-CLOSURE-TABLE.
          05 WS-CLOSURE OCCURS 200 TIMES.
             10 WS-CL-FIRST     PIC S9(8) COMP.
             10 WS-CL-LAST      PIC S9(8) COMP.
             10 WS-CL-START     PIC X(10).

       LINKAGE SECTION.
       01 BD-COMMAND  PIC X(10).
       01 BD-RULE     PIC X(20).
       01 BD-FROM     PIC X(10).
       01 BD-TO       PIC X(10).
       01 BD-DAYS     PIC 9(05).
       01 BD-RESULT   PIC X(10).

       PROCEDURE DIVISION USING BD-COMMAND BD-RULE BD-FROM BD-TO
                                BD-DAYS BD-RESULT.
       MAIN-PROGRAM.
           PERFORM LOAD-RULE-MODE
           IF FUNCTION TRIM(BD-COMMAND) = "MODE"
              IF WS-BUSINESS
                 MOVE "BUSINESS" TO BD-RESULT
              ELSE
                 MOVE "CALENDAR" TO BD-RESULT
              END-IF
              GOBACK
           END-IF

           MOVE BD-FROM TO WS-DATE-IN
           PERFORM CONVERT-DATE
           IF WS-DATE-OK = "N"
              MOVE "BADDATE" TO BD-RESULT
              GOBACK
           END-IF
           MOVE WS-DATE-INT TO WS-FROM-INT
           IF WS-BUSINESS
              PERFORM LOAD-CLOSURES
           END-IF

           MOVE "OK" TO BD-RESULT
           EVALUATE FUNCTION TRIM(BD-COMMAND)
              WHEN "OPEN"
                 PERFORM OPEN-COMMAND
              WHEN "DUE"
                 PERFORM DUE-COMMAND
              WHEN "NEXT"
                 PERFORM NEXT-COMMAND
              WHEN "ELAPSED"
                 PERFORM ELAPSED-COMMAND
           END-EVALUATE
           GOBACK.

       OPEN-COMMAND.
           MOVE WS-FROM-INT TO WS-DAY-INT
           PERFORM CHECK-DAY
           IF WS-DAY-OPEN = "Y"
              MOVE "OPEN" TO BD-RESULT
           ELSE
              MOVE WS-DAY-WHY TO BD-RESULT
              IF WS-DAY-WHY = "CLOSURE"
                 MOVE WS-DAY-CLOSURE TO BD-TO
              END-IF
           END-IF.

      *> Closures are at most a few weeks long, so a year of stepping
      *> is a generous bound against a calendar typed in wrong.
       DUE-COMMAND.
           MOVE WS-FROM-INT TO WS-DAY-INT
           MOVE 0 TO WS-STEPS
           PERFORM CHECK-DAY
           PERFORM UNTIL WS-DAY-OPEN = "Y" OR WS-STEPS > 366
              ADD 1 TO WS-DAY-INT
              ADD 1 TO WS-STEPS
              PERFORM CHECK-DAY
           END-PERFORM
           MOVE WS-STEPS TO BD-DAYS
           PERFORM RETURN-DAY
           IF WS-STEPS > 0
              MOVE "MOVED" TO BD-RESULT
           END-IF.

       NEXT-COMMAND.
           MOVE WS-FROM-INT TO WS-DAY-INT
           MOVE 0 TO WS-STEPS
           MOVE "N" TO WS-DAY-OPEN
           PERFORM UNTIL WS-DAY-OPEN = "Y" OR WS-STEPS > 366
              ADD 1 TO WS-DAY-INT
              ADD 1 TO WS-STEPS
              PERFORM CHECK-DAY
           END-PERFORM
           PERFORM RETURN-DAY.

       ELAPSED-COMMAND.
           MOVE BD-TO TO WS-DATE-IN
           PERFORM CONVERT-DATE
           IF WS-DATE-OK = "N"
              MOVE "BADDATE" TO BD-RESULT
              EXIT PARAGRAPH
           END-IF
           MOVE WS-DATE-INT TO WS-TO-INT
           MOVE 0 TO WS-COUNT
           IF WS-TO-INT > WS-FROM-INT
              IF WS-BUSINESS
                 MOVE WS-FROM-INT TO WS-DAY-INT
                 PERFORM UNTIL WS-DAY-INT >= WS-TO-INT OR
                               WS-COUNT >= 99999
                    ADD 1 TO WS-DAY-INT
                    PERFORM CHECK-DAY
                    IF WS-DAY-OPEN = "Y"
                       ADD 1 TO WS-COUNT
                    END-IF
                 END-PERFORM
              ELSE
                 IF WS-TO-INT - WS-FROM-INT > 99999
                    MOVE 99999 TO WS-COUNT
                 ELSE
                    COMPUTE WS-COUNT = WS-TO-INT - WS-FROM-INT
                 END-IF
              END-IF
           END-IF
           MOVE WS-COUNT TO BD-DAYS.

      *> WS-DAY-INT open under the rule? Day 1 of the integer
      *> calendar (1601-01-01) was a Monday, so weekday 6 and 7 are
      *> Saturday and Sunday.
       CHECK-DAY.
           MOVE "Y" TO WS-DAY-OPEN
           IF NOT WS-BUSINESS
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-DAY-INT - 1, 7) + 1
           IF WS-WEEKDAY > 5
              MOVE "N" TO WS-DAY-OPEN
              MOVE "WEEKEND" TO WS-DAY-WHY
              EXIT PARAGRAPH
           END-IF
           IF WS-CLOSURE-COUNT = 0 OR WS-DAY-INT < WS-CLOSURE-LOW OR
              WS-DAY-INT > WS-CLOSURE-HIGH
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-CLOSURE-COUNT
              IF WS-DAY-INT >= WS-CL-FIRST(C) AND
                 WS-DAY-INT <= WS-CL-LAST(C)
                 MOVE "N" TO WS-DAY-OPEN
                 MOVE "CLOSURE" TO WS-DAY-WHY
                 MOVE WS-CL-START(C) TO WS-DAY-CLOSURE
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       RETURN-DAY.
           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
           MOVE SPACES TO BD-TO
           STRING WS-DATE-NUM(1:4) "-" WS-DATE-NUM(5:2) "-"
                  WS-DATE-NUM(7:2)
                  DELIMITED BY SIZE INTO BD-TO
           END-STRING.

      *> No row for the rule leaves it on calendar days; a blank
      *> rule is the calendar's own question.
       LOAD-RULE-MODE.
           MOVE "C" TO WS-MODE
           IF BD-RULE = SPACES
              MOVE "B" TO WS-MODE
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           OPEN INPUT RULE-FILE
           IF WS-RULE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
              READ RULE-FILE
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    IF DR-RULE = BD-RULE
                       IF DR-MODE = "B"
                          MOVE "B" TO WS-MODE
                       END-IF
                       MOVE "Y" TO WS-EOF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE RULE-FILE.

      *> Rows with a malformed date are skipped rather than guessed
      *> at; CALENDAR-ADMIN never writes one.
       LOAD-CLOSURES.
           MOVE 0 TO WS-CLOSURE-COUNT
           MOVE 99999999 TO WS-CLOSURE-LOW
           MOVE 0 TO WS-CLOSURE-HIGH
           MOVE "N" TO WS-EOF
           OPEN INPUT CLOSURE-FILE
           IF WS-CLOSURE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
              READ CLOSURE-FILE
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    IF WS-CLOSURE-COUNT < 200
                       PERFORM KEEP-CLOSURE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CLOSURE-FILE.

       KEEP-CLOSURE.
           MOVE CL-START TO WS-DATE-IN
           PERFORM CONVERT-DATE
           IF WS-DATE-OK = "N"
              EXIT PARAGRAPH
           END-IF
           MOVE WS-DATE-INT TO WS-DAY-INT
           MOVE CL-END TO WS-DATE-IN
           PERFORM CONVERT-DATE
           IF WS-DATE-OK = "N" OR WS-DATE-INT < WS-DAY-INT
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CLOSURE-COUNT
           MOVE WS-DAY-INT TO WS-CL-FIRST(WS-CLOSURE-COUNT)
           MOVE WS-DATE-INT TO WS-CL-LAST(WS-CLOSURE-COUNT)
           MOVE CL-START TO WS-CL-START(WS-CLOSURE-COUNT)
           IF WS-DAY-INT < WS-CLOSURE-LOW
              MOVE WS-DAY-INT TO WS-CLOSURE-LOW
           END-IF
           IF WS-DATE-INT > WS-CLOSURE-HIGH
              MOVE WS-DATE-INT TO WS-CLOSURE-HIGH
           END-IF.

      *> WS-DATE-IN (YYYY-MM-DD) to WS-DATE-INT; WS-DATE-OK N when
      *> it is not a real date.
       CONVERT-DATE.
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
           MOVE WS-DATE-STR TO WS-DATE-NUM
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) NOT = 0
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           MOVE "Y" TO WS-DATE-OK.

       END PROGRAM BUSINESS-DAYS.
