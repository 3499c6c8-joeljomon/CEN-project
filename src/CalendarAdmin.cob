      *> Campus closure calendar maintenance, reached only from the
      *> admin console. Admins enter each holiday or closure once -
      *> first and last day and a description - in
      *> data/campus-closures.dat, and choose for each date rule in
      *> data/date-rules.dat whether it counts business days or
      *> plain calendar days. BUSINESS-DAYS reads both files for
      *> DEADLINE-CLOSE, OFFER-EXPIRE, STALE-APP-NUDGE, pending
      *> connection-request expiry and the reminder batches.
      *>
      *> Closures may not overlap, so each is known by its first
      *> day. A rule with no row counts calendar days. Before a
      *> change goes live the preview (CALENDAR-PREVIEW) shows which
      *> posting deadlines and offer respond-by dates land on a
      *> weekend or closure and where they roll to. Every change is
      *> audited through CHANGE-AUDIT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALENDAR-ADMIN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLOSURE-FILE ASSIGN TO "data/campus-closures.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSURE-STATUS.
           SELECT CLOSURE-TEMP-FILE ASSIGN TO "data/closuretemp.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTEMP-STATUS.
           SELECT RULE-FILE ASSIGN TO "data/date-rules.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULE-STATUS.
           SELECT RULE-TEMP-FILE ASSIGN TO "data/ruletemp.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTEMP-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> data/campus-closures.dat: the same layout BUSINESS-DAYS
      *> reads.
       FD CLOSURE-FILE.
       01 CLOSURE-REC.
          05 CL-START        PIC X(10).
          05 CL-END          PIC X(10).
          05 CL-NAME         PIC X(30).

       FD CLOSURE-TEMP-FILE.
       01 CLOSURE-TEMP-REC PIC X(50).

      *> data/date-rules.dat: the same layout BUSINESS-DAYS reads.
       FD RULE-FILE.
       01 RULE-REC.
          05 DR-RULE         PIC X(20).
          05 DR-MODE         PIC X(01).

       FD RULE-TEMP-FILE.
       01 RULE-TEMP-REC PIC X(21).

       WORKING-STORAGE SECTION.
       77 WS-CLOSURE-STATUS  PIC XX.
       77 WS-CTEMP-STATUS    PIC XX.
       77 WS-RULE-STATUS     PIC XX.
       77 WS-RTEMP-STATUS    PIC XX.
       77 WS-EOF             PIC X VALUE "N".
       77 WS-CHOICE          PIC X(02).
       77 WS-COUNT           PIC 9(03) VALUE 0.
       77 WS-FOUND           PIC X VALUE "N".
       77 WS-CLASH           PIC X VALUE "N".
       77 WS-DATE-IN         PIC X(10).
       77 WS-DATE-OK         PIC X VALUE "N".
       77 WS-DATE-STR        PIC X(08).
       77 WS-START           PIC X(10).
       77 WS-END             PIC X(10).
       77 WS-NAME            PIC X(30).
       77 WS-OLD-END         PIC X(10).
       77 WS-OLD-NAME        PIC X(30).
       77 WS-RULE            PIC X(20).
       77 WS-MODE            PIC X(01).
       77 WS-OLD-MODE        PIC X(01).
       77 WS-RULE-PICK       PIC X(02).
       77 WS-RULE-NUM        PIC 9(02).
       77 WS-MODE-TEXT       PIC X(14).
       77 WS-CAW-ACTOR       PIC X(20).
       77 WS-CAW-FILE        PIC X(20).
       77 WS-CAW-KEY         PIC X(30).
       77 WS-CAW-FIELD       PIC X(15).
       77 WS-CAW-BEFORE      PIC X(50).
       77 WS-CAW-AFTER       PIC X(50).
       77 WS-BD-COMMAND      PIC X(10) VALUE "MODE".
       77 WS-BD-FROM         PIC X(10).
       77 WS-BD-TO           PIC X(10).
       77 WS-BD-DAYS         PIC 9(05).
       77 WS-BD-RESULT       PIC X(10).
       77 R                  PIC 9(02).
       77 WS-R-DISP          PIC Z9.

      *> The rules BUSINESS-DAYS is asked about, the same list
      *> CALENDAR-PREVIEW reports on.
       01 WS-RULE-LIST.
          05 FILLER PIC X(20) VALUE "JOB-DEADLINE".
          05 FILLER PIC X(20) VALUE "OFFER-RESPOND-BY".
          05 FILLER PIC X(20) VALUE "STALE-APP-NUDGE".
          05 FILLER PIC X(20) VALUE "PENDING-EXPIRY".
          05 FILLER PIC X(20) VALUE "EVENT-REMIND".
          05 FILLER PIC X(20) VALUE "INTERVIEW-REMIND".
          05 FILLER PIC X(20) VALUE "OFFICE-HOUR-REMIND".
       01 WS-RULE-TABLE REDEFINES WS-RULE-LIST.
          05 WS-RULE-NAME PIC X(20) OCCURS 7 TIMES.

       LINKAGE SECTION.
       01 CA-ADMIN         PIC X(20).

       PROCEDURE DIVISION USING CA-ADMIN.
       MAIN-PROGRAM.
           MOVE CA-ADMIN TO WS-CAW-ACTOR
           MOVE SPACES TO WS-CHOICE
           PERFORM UNTIL WS-CHOICE(1:1) = "5"
              DISPLAY " "
              DISPLAY "--- Campus closure calendar ---"
              PERFORM LIST-CLOSURES
              DISPLAY "1. Add a closure"
              DISPLAY "2. Remove a closure"
              DISPLAY "3. Set a date rule to business or calendar "
                      "days"
              DISPLAY "4. Preview dates that would move"
              DISPLAY "5. Return"
              DISPLAY "Enter your choice:"
              MOVE SPACES TO WS-CHOICE
              ACCEPT WS-CHOICE
              EVALUATE WS-CHOICE(1:1)
                 WHEN "1" PERFORM ADD-CLOSURE
                 WHEN "2" PERFORM REMOVE-CLOSURE
                 WHEN "3" PERFORM SET-RULE
                 WHEN "4" CALL "CALENDAR-PREVIEW"
                          CANCEL "CALENDAR-PREVIEW"
                 WHEN "5" CONTINUE
                 WHEN OTHER DISPLAY "Invalid choice."
              END-EVALUATE
           END-PERFORM
           GOBACK.

       LIST-CLOSURES.
           MOVE 0 TO WS-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT CLOSURE-FILE
           IF WS-CLOSURE-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ CLOSURE-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       ADD 1 TO WS-COUNT
                       DISPLAY "  " CL-START " to " CL-END " "
                               FUNCTION TRIM(CL-NAME)
                 END-READ
              END-PERFORM
              CLOSE CLOSURE-FILE
           END-IF
           IF WS-COUNT = 0
              DISPLAY "  (no closures on the calendar yet)"
           END-IF.

       ADD-CLOSURE.
           DISPLAY "First day closed (YYYY-MM-DD):"
           MOVE SPACES TO WS-DATE-IN
           ACCEPT WS-DATE-IN
           PERFORM CHECK-DATE
           IF WS-DATE-OK = "N"
              DISPLAY "Not a date as YYYY-MM-DD - nothing added."
              EXIT PARAGRAPH
           END-IF
           MOVE WS-DATE-IN TO WS-START
           DISPLAY "Last day closed (YYYY-MM-DD, blank for one day):"
           MOVE SPACES TO WS-DATE-IN
           ACCEPT WS-DATE-IN
           IF WS-DATE-IN = SPACES
              MOVE WS-START TO WS-END
           ELSE
              PERFORM CHECK-DATE
              IF WS-DATE-OK = "N"
                 DISPLAY "Not a date as YYYY-MM-DD - nothing added."
                 EXIT PARAGRAPH
              END-IF
              MOVE WS-DATE-IN TO WS-END
           END-IF
           IF WS-END < WS-START
              DISPLAY "The last day is before the first - nothing "
                      "added."
              EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-OVERLAP
           IF WS-CLASH = "Y"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Description (e.g. Winter break):"
           MOVE SPACES TO WS-NAME
           ACCEPT WS-NAME
           IF WS-NAME = SPACES
              MOVE "Campus closed" TO WS-NAME
           END-IF

           OPEN EXTEND CLOSURE-FILE
           IF WS-CLOSURE-STATUS NOT = "00"
              OPEN OUTPUT CLOSURE-FILE
           END-IF
           MOVE WS-START TO CL-START
           MOVE WS-END TO CL-END
           MOVE WS-NAME TO CL-NAME
           WRITE CLOSURE-REC
           CLOSE CLOSURE-FILE

           MOVE "campus-closures" TO WS-CAW-FILE
           MOVE WS-START TO WS-CAW-KEY
           MOVE "Closure" TO WS-CAW-FIELD
           MOVE SPACES TO WS-CAW-BEFORE
           MOVE SPACES TO WS-CAW-AFTER
           STRING WS-START " to " WS-END " "
                  FUNCTION TRIM(WS-NAME)
                  DELIMITED BY SIZE INTO WS-CAW-AFTER
           END-STRING
           PERFORM WRITE-AUDIT
           DISPLAY "Closure from " WS-START " added - option 4 "
                   "shows the dates it moves.".

       REMOVE-CLOSURE.
           DISPLAY "First day of the closure to remove (YYYY-MM-DD):"
           MOVE SPACES TO WS-START
           ACCEPT WS-START
           PERFORM FIND-CLOSURE
           IF WS-FOUND = "N"
              DISPLAY "No closure starts on " WS-START "."
              EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-EOF
           OPEN INPUT CLOSURE-FILE
           OPEN OUTPUT CLOSURE-TEMP-FILE
           PERFORM UNTIL WS-EOF = "Y"
              READ CLOSURE-FILE
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    IF CL-START NOT = WS-START
                       WRITE CLOSURE-TEMP-REC FROM CLOSURE-REC
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CLOSURE-FILE
           CLOSE CLOSURE-TEMP-FILE

           OPEN OUTPUT CLOSURE-FILE
           OPEN INPUT CLOSURE-TEMP-FILE
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
              READ CLOSURE-TEMP-FILE INTO CLOSURE-REC
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END WRITE CLOSURE-REC
              END-READ
           END-PERFORM
           CLOSE CLOSURE-TEMP-FILE
           CLOSE CLOSURE-FILE

           MOVE "campus-closures" TO WS-CAW-FILE
           MOVE WS-START TO WS-CAW-KEY
           MOVE "Closure" TO WS-CAW-FIELD
           MOVE SPACES TO WS-CAW-BEFORE
           STRING WS-START " to " WS-OLD-END " "
                  FUNCTION TRIM(WS-OLD-NAME)
                  DELIMITED BY SIZE INTO WS-CAW-BEFORE
           END-STRING
           MOVE "(removed)" TO WS-CAW-AFTER
           PERFORM WRITE-AUDIT
           DISPLAY "Closure from " WS-START " removed.".

       SET-RULE.
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > 7
              MOVE WS-RULE-NAME(R) TO WS-RULE
              CALL "BUSINESS-DAYS" USING WS-BD-COMMAND WS-RULE
                   WS-BD-FROM WS-BD-TO WS-BD-DAYS WS-BD-RESULT
              IF WS-BD-RESULT = "BUSINESS"
                 MOVE "business days" TO WS-MODE-TEXT
              ELSE
                 MOVE "calendar days" TO WS-MODE-TEXT
              END-IF
              MOVE R TO WS-R-DISP
              DISPLAY "  " WS-R-DISP ". " WS-RULE-NAME(R) " "
                      WS-MODE-TEXT
           END-PERFORM
           DISPLAY "Rule number to change (0 to go back):"
           MOVE SPACES TO WS-RULE-PICK
           ACCEPT WS-RULE-PICK
           IF WS-RULE-PICK = SPACES OR
              FUNCTION TEST-NUMVAL(WS-RULE-PICK) NOT = 0
              DISPLAY "Nothing changed."
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-RULE-PICK) TO WS-RULE-NUM
           IF WS-RULE-NUM < 1 OR WS-RULE-NUM > 7
              DISPLAY "Nothing changed."
              EXIT PARAGRAPH
           END-IF
           MOVE WS-RULE-NAME(WS-RULE-NUM) TO WS-RULE
           DISPLAY "Count business days or calendar days? (B/C):"
           MOVE SPACES TO WS-MODE
           ACCEPT WS-MODE
           MOVE FUNCTION UPPER-CASE(WS-MODE) TO WS-MODE
           IF WS-MODE NOT = "B" AND WS-MODE NOT = "C"
              DISPLAY "Nothing changed."
              EXIT PARAGRAPH
           END-IF
           PERFORM REWRITE-RULES
           IF WS-OLD-MODE = WS-MODE
              DISPLAY FUNCTION TRIM(WS-RULE) " is unchanged."
              EXIT PARAGRAPH
           END-IF

           MOVE "date-rules" TO WS-CAW-FILE
           MOVE WS-RULE TO WS-CAW-KEY
           MOVE "Counting" TO WS-CAW-FIELD
           MOVE WS-OLD-MODE TO WS-CAW-BEFORE
           MOVE WS-MODE TO WS-CAW-AFTER
           PERFORM WRITE-AUDIT
           IF WS-MODE = "B"
              DISPLAY FUNCTION TRIM(WS-RULE)
                      " now counts business days."
           ELSE
              DISPLAY FUNCTION TRIM(WS-RULE)
                      " now counts calendar days."
           END-IF.

      *> Drops WS-RULE's row and writes it back with WS-MODE;
      *> WS-OLD-MODE keeps what it was (C when it had no row).
       REWRITE-RULES.
           MOVE "C" TO WS-OLD-MODE
           MOVE "N" TO WS-EOF
           OPEN OUTPUT RULE-TEMP-FILE
           OPEN INPUT RULE-FILE
           IF WS-RULE-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ RULE-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF DR-RULE = WS-RULE
                          MOVE DR-MODE TO WS-OLD-MODE
                       ELSE
                          WRITE RULE-TEMP-REC FROM RULE-REC
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RULE-FILE
           END-IF
           MOVE WS-RULE TO DR-RULE
           MOVE WS-MODE TO DR-MODE
           WRITE RULE-TEMP-REC FROM RULE-REC
           CLOSE RULE-TEMP-FILE

           OPEN OUTPUT RULE-FILE
           OPEN INPUT RULE-TEMP-FILE
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
              READ RULE-TEMP-FILE INTO RULE-REC
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END WRITE RULE-REC
              END-READ
           END-PERFORM
           CLOSE RULE-TEMP-FILE
           CLOSE RULE-FILE.

      *> Any closure sharing a day with WS-START..WS-END.
       CHECK-OVERLAP.
           MOVE "N" TO WS-CLASH
           MOVE "N" TO WS-EOF
           OPEN INPUT CLOSURE-FILE
           IF WS-CLOSURE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
              READ CLOSURE-FILE
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    IF WS-START <= CL-END AND WS-END >= CL-START
                       MOVE "Y" TO WS-CLASH
                       MOVE "Y" TO WS-EOF
                       DISPLAY "Those dates overlap "
                               FUNCTION TRIM(CL-NAME) " ("
                               CL-START " to " CL-END
                               ") - nothing added."
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CLOSURE-FILE.

       FIND-CLOSURE.
           MOVE "N" TO WS-FOUND
           MOVE "N" TO WS-EOF
           OPEN INPUT CLOSURE-FILE
           IF WS-CLOSURE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
              READ CLOSURE-FILE
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    IF CL-START = WS-START
                       MOVE "Y" TO WS-FOUND
                       MOVE CL-END TO WS-OLD-END
                       MOVE CL-NAME TO WS-OLD-NAME
                       MOVE "Y" TO WS-EOF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CLOSURE-FILE.

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

       END PROGRAM CALENDAR-ADMIN.
