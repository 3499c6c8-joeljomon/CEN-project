      *> Scholarship maintenance, reached only from the admin console.
      *> Departments used to run their scholarships on paper; career
      *> services now keys each award in here - title, department,
      *> amount, how many are given, the application deadline, the
      *> eligibility rules (a major, a range of graduation years and
      *> a campus, each blank for "any", checked against the
      *> student's profiles.dat row and CAMPUS-LOOKUP), the essay
      *> question asked at apply time and up to three criteria the
      *> committee scores 0-10 - in data/scholarships.dat.
      *>
      *> Each award's review committee is kept in
      *> data/scholarship-committee.dat. Committee members must hold
      *> the advisor, faculty or admin role in account-roles.dat;
      *> they score applications from SCHOLARSHIPS on the main menu
      *> and SCHOLARSHIP-RESULTS ranks, decides and notifies once
      *> the deadline has passed. An award can be closed to new
      *> applications ahead of its deadline. Every change is audited
      *> through CHANGE-AUDIT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCHOLARSHIP-ADMIN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHOLARSHIP-FILE ASSIGN TO "data/scholarships.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCH-STATUS.
           SELECT SCHOLARSHIP-TEMP-FILE ASSIGN TO "data/schtemp.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEMP-STATUS.
           SELECT COMMITTEE-FILE
               ASSIGN TO "data/scholarship-committee.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCM-STATUS.
           SELECT COMMITTEE-TEMP-FILE ASSIGN TO "data/scmtemp.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTEMP-STATUS.
           SELECT ROLES-FILE ASSIGN TO "data/account-roles.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROLES-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> data/scholarships.dat: one row per award. SCH-MAJOR,
      *> SCH-CAMPUS and a zero graduation year mean "any"; the
      *> criteria left blank are not scored. SCH-STATUS is Open
      *> while applications are taken, Closed once stopped early
      *> here, and Decided after SCHOLARSHIP-RESULTS has awarded it.
       FD SCHOLARSHIP-FILE.
       01 SCHOLARSHIP-REC.
          05 SCH-ID               PIC 9(04).
          05 SCH-TITLE            PIC X(50).
          05 SCH-DEPT             PIC X(30).
          05 SCH-AMOUNT           PIC 9(06).
          05 SCH-AWARDS           PIC 9(02).
          05 SCH-DEADLINE         PIC X(10).
          05 SCH-MAJOR            PIC X(20).
          05 SCH-GRAD-FROM        PIC 9(04).
          05 SCH-GRAD-TO          PIC 9(04).
          05 SCH-CAMPUS           PIC X(06).
          05 SCH-ESSAY            PIC X(100).
          05 SCH-CRITERION        PIC X(20) OCCURS 3 TIMES.
          05 SCH-STATUS           PIC X(08).
             88 SCH-OPEN              VALUE "Open".
             88 SCH-CLOSED            VALUE "Closed".
             88 SCH-DECIDED           VALUE "Decided".

       FD SCHOLARSHIP-TEMP-FILE.
       01 SCHOLARSHIP-TEMP-REC PIC X(304).

      *> data/scholarship-committee.dat: one row per committee
      *> member per award.
       FD COMMITTEE-FILE.
       01 COMMITTEE-REC.
          05 SCM-ID               PIC 9(04).
          05 SCM-MEMBER           PIC X(20).

       FD COMMITTEE-TEMP-FILE.
       01 COMMITTEE-TEMP-REC PIC X(24).

       FD ROLES-FILE.
       01 ROLE-REC.
          05 ROLE-USERNAME        PIC X(20).
          05 ROLE-TYPE            PIC X(10).

       WORKING-STORAGE SECTION.
       77 WS-SCH-STATUS      PIC XX.
       77 WS-STEMP-STATUS    PIC XX.
       77 WS-SCM-STATUS      PIC XX.
       77 WS-CTEMP-STATUS    PIC XX.
       77 WS-ROLES-STATUS    PIC XX.
       77 WS-EOF             PIC X VALUE "N".
       77 WS-SCAN-EOF        PIC X VALUE "N".
       77 WS-CHOICE          PIC X(02).
       77 WS-ANSWER          PIC X(100).
       77 WS-COUNT           PIC 9(04) VALUE 0.
       77 WS-MAX-ID          PIC 9(04) VALUE 0.
       77 WS-PICK-ID         PIC 9(04) VALUE 0.
       77 WS-FOUND           PIC X VALUE "N".
       77 WS-ON-COMMITTEE    PIC X VALUE "N".
       77 WS-MEMBER          PIC X(20).
       77 WS-MEMBER-ROLE     PIC X(10).
       77 WS-MEMBER-LIST     PIC X(80).
       77 WS-LIST-PTR        PIC 9(03) VALUE 1.
       77 WS-PICK-STATUS     PIC X(08).
       77 WS-AMOUNT-DISP     PIC $$$$,$$9.
       77 WS-CURR-DATE       PIC X(21).
       77 WS-TODAY           PIC X(10).
       77 WS-DATE-IN         PIC X(10).
       77 WS-DATE-OK         PIC X VALUE "N".
       77 WS-DATE-STR        PIC X(08).
       77 WS-YEAR-TEXT       PIC X(04).
       77 C                  PIC 9(01) VALUE 0.
       77 WS-CAW-ACTOR       PIC X(20).
       77 WS-CAW-FILE        PIC X(20) VALUE "scholarships".
       77 WS-CAW-KEY         PIC X(30).
       77 WS-CAW-FIELD       PIC X(15).
       77 WS-CAW-BEFORE      PIC X(50).
       77 WS-CAW-AFTER       PIC X(50).

      *> The award being added, held across the OPEN of the file it
      *> is written to.
       01 WS-NEW-AWARD           PIC X(304).

       LINKAGE SECTION.
       01 SA-ADMIN         PIC X(20).

       PROCEDURE DIVISION USING SA-ADMIN.
       MAIN-PROGRAM.
           MOVE SA-ADMIN TO WS-CAW-ACTOR
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE
           MOVE SPACES TO WS-TODAY
           STRING WS-CURR-DATE(1:4) "-" WS-CURR-DATE(5:2) "-"
                  WS-CURR-DATE(7:2)
                  DELIMITED BY SIZE INTO WS-TODAY
           END-STRING

           MOVE SPACES TO WS-CHOICE
           PERFORM UNTIL WS-CHOICE(1:1) = "5"
              DISPLAY " "
              DISPLAY "--- Scholarships ---"
              PERFORM LIST-AWARDS
              DISPLAY "1. Add an award"
              DISPLAY "2. Add a committee member"
              DISPLAY "3. Remove a committee member"
              DISPLAY "4. Close an award to new applications"
              DISPLAY "5. Return"
              DISPLAY "Enter your choice:"
              MOVE SPACES TO WS-CHOICE
              ACCEPT WS-CHOICE
              EVALUATE WS-CHOICE(1:1)
                 WHEN "1" PERFORM ADD-AWARD
                 WHEN "2" PERFORM ADD-COMMITTEE-MEMBER
                 WHEN "3" PERFORM REMOVE-COMMITTEE-MEMBER
                 WHEN "4" PERFORM CLOSE-AWARD
                 WHEN "5" CONTINUE
                 WHEN OTHER DISPLAY "Invalid choice."
              END-EVALUATE
           END-PERFORM
           GOBACK.

       LIST-AWARDS.
           MOVE 0 TO WS-COUNT
           MOVE 0 TO WS-MAX-ID
           MOVE "N" TO WS-EOF
           OPEN INPUT SCHOLARSHIP-FILE
           IF WS-SCH-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ SCHOLARSHIP-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       ADD 1 TO WS-COUNT
                       IF SCH-ID > WS-MAX-ID
                          MOVE SCH-ID TO WS-MAX-ID
                       END-IF
                       MOVE SCH-AMOUNT TO WS-AMOUNT-DISP
                       DISPLAY "  " SCH-ID " " FUNCTION TRIM(SCH-TITLE)
                               " (" FUNCTION TRIM(SCH-DEPT) ") "
                               FUNCTION TRIM(WS-AMOUNT-DISP) " x "
                               SCH-AWARDS
                       DISPLAY "       deadline " SCH-DEADLINE
                               " [" FUNCTION TRIM(SCH-STATUS) "]"
                       MOVE SCH-ID TO WS-PICK-ID
                       PERFORM LIST-COMMITTEE
                       IF WS-MEMBER-LIST = SPACES
                          DISPLAY "       committee: (none yet)"
                       ELSE
                          DISPLAY "       committee: "
                                  FUNCTION TRIM(WS-MEMBER-LIST)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SCHOLARSHIP-FILE
           END-IF
           IF WS-COUNT = 0
              DISPLAY "  (no scholarships on file yet)"
           END-IF.

      *> WS-MEMBER-LIST: award WS-PICK-ID's committee, comma
      *> separated.
       LIST-COMMITTEE.
           MOVE SPACES TO WS-MEMBER-LIST
           MOVE 1 TO WS-LIST-PTR
           MOVE "N" TO WS-SCAN-EOF
           OPEN INPUT COMMITTEE-FILE
           IF WS-SCM-STATUS = "00"
              PERFORM UNTIL WS-SCAN-EOF = "Y"
                 READ COMMITTEE-FILE
                    AT END MOVE "Y" TO WS-SCAN-EOF
                    NOT AT END
                       IF SCM-ID = WS-PICK-ID
                          IF WS-LIST-PTR > 1
                             STRING ", " DELIMITED BY SIZE
                                    INTO WS-MEMBER-LIST
                                    WITH POINTER WS-LIST-PTR
                             END-STRING
                          END-IF
                          STRING FUNCTION TRIM(SCM-MEMBER)
                                 DELIMITED BY SIZE
                                 INTO WS-MEMBER-LIST
                                 WITH POINTER WS-LIST-PTR
                          END-STRING
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE COMMITTEE-FILE
           END-IF.

       ADD-AWARD.
           MOVE SPACES TO SCHOLARSHIP-REC
           DISPLAY "Award title:"
           MOVE SPACES TO WS-ANSWER
           ACCEPT WS-ANSWER
           IF WS-ANSWER = SPACES
              DISPLAY "A title is needed - nothing added."
              EXIT PARAGRAPH
           END-IF
           MOVE WS-ANSWER TO SCH-TITLE

           DISPLAY "Department offering it:"
           MOVE SPACES TO WS-ANSWER
           ACCEPT WS-ANSWER
           MOVE WS-ANSWER TO SCH-DEPT

           DISPLAY "Amount of each award in whole dollars:"
           MOVE SPACES TO WS-ANSWER
           ACCEPT WS-ANSWER
           IF FUNCTION TEST-NUMVAL(WS-ANSWER) NOT = 0
              DISPLAY "The amount must be a number - nothing added."
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-ANSWER) TO SCH-AMOUNT

           DISPLAY "How many awards are given (press Enter for 1):"
           MOVE SPACES TO WS-ANSWER
           ACCEPT WS-ANSWER
           MOVE 1 TO SCH-AWARDS
           IF WS-ANSWER NOT = SPACES AND
              FUNCTION TEST-NUMVAL(WS-ANSWER) = 0 AND
              FUNCTION NUMVAL(WS-ANSWER) > 0
              MOVE FUNCTION NUMVAL(WS-ANSWER) TO SCH-AWARDS
           END-IF

           DISPLAY "Application deadline (YYYY-MM-DD):"
           MOVE SPACES TO WS-ANSWER
           ACCEPT WS-ANSWER
           MOVE WS-ANSWER(1:10) TO WS-DATE-IN
           PERFORM CHECK-DATE
           IF WS-DATE-OK = "N"
              DISPLAY "That is not a valid date - nothing added."
              EXIT PARAGRAPH
           END-IF
           IF WS-DATE-IN < WS-TODAY
              DISPLAY "The deadline has already passed - nothing added."
              EXIT PARAGRAPH
           END-IF
           MOVE WS-DATE-IN TO SCH-DEADLINE

           DISPLAY "Eligible major (press Enter for any major):"
           MOVE SPACES TO WS-ANSWER
           ACCEPT WS-ANSWER
           MOVE WS-ANSWER TO SCH-MAJOR

           MOVE 0 TO SCH-GRAD-FROM
           MOVE 0 TO SCH-GRAD-TO
           DISPLAY "Earliest graduation year (press Enter for any):"
           MOVE SPACES TO WS-ANSWER
           ACCEPT WS-ANSWER
           MOVE WS-ANSWER(1:4) TO WS-YEAR-TEXT
           IF WS-YEAR-TEXT IS NUMERIC
              MOVE WS-YEAR-TEXT TO SCH-GRAD-FROM
           END-IF
           DISPLAY "Latest graduation year (press Enter for any):"
           MOVE SPACES TO WS-ANSWER
           ACCEPT WS-ANSWER
           MOVE WS-ANSWER(1:4) TO WS-YEAR-TEXT
           IF WS-YEAR-TEXT IS NUMERIC
              MOVE WS-YEAR-TEXT TO SCH-GRAD-TO
           END-IF
           IF SCH-GRAD-TO NOT = 0 AND SCH-GRAD-FROM > SCH-GRAD-TO
              DISPLAY "The earliest year is after the latest -"
                      " nothing added."
              EXIT PARAGRAPH
           END-IF

           DISPLAY "Campus code (press Enter for every campus):"
           MOVE SPACES TO WS-ANSWER
           ACCEPT WS-ANSWER
           MOVE FUNCTION UPPER-CASE(WS-ANSWER(1:6)) TO SCH-CAMPUS

           DISPLAY "Essay question applicants answer:"
           MOVE SPACES TO WS-ANSWER
           ACCEPT WS-ANSWER
           IF WS-ANSWER = SPACES
              DISPLAY "An essay question is needed - nothing added."
              EXIT PARAGRAPH
           END-IF
           MOVE WS-ANSWER TO SCH-ESSAY

           PERFORM VARYING C FROM 1 BY 1 UNTIL C > 3
              DISPLAY "Scoring criterion " C
                      " (scored 0-10; press Enter for none):"
              MOVE SPACES TO WS-ANSWER
              ACCEPT WS-ANSWER
              MOVE WS-ANSWER TO SCH-CRITERION(C)
           END-PERFORM
           IF SCH-CRITERION(1) = SPACES
              MOVE "Overall merit" TO SCH-CRITERION(1)
           END-IF

           MOVE "Open" TO SCH-STATUS
           COMPUTE SCH-ID = WS-MAX-ID + 1
           MOVE SCHOLARSHIP-REC TO WS-NEW-AWARD

           OPEN EXTEND SCHOLARSHIP-FILE
           IF WS-SCH-STATUS NOT = "00"
              OPEN OUTPUT SCHOLARSHIP-FILE
           END-IF
           MOVE WS-NEW-AWARD TO SCHOLARSHIP-REC
           WRITE SCHOLARSHIP-REC
           CLOSE SCHOLARSHIP-FILE

           MOVE SCH-ID TO WS-CAW-KEY
           MOVE "Award" TO WS-CAW-FIELD
           MOVE SPACES TO WS-CAW-BEFORE
           MOVE SCH-TITLE TO WS-CAW-AFTER
           PERFORM WRITE-AUDIT
           DISPLAY "Award " SCH-ID " added. Add its committee next.".

      *> Committee members are staff: the account must carry the
      *> advisor, faculty or admin role.
       ADD-COMMITTEE-MEMBER.
           PERFORM ASK-AWARD-ID
           IF WS-FOUND = "N"
              EXIT PARAGRAPH
           END-IF
           IF WS-PICK-STATUS = "Decided"
              DISPLAY "That award has already been decided."
              EXIT PARAGRAPH
           END-IF

           DISPLAY "Username of the committee member:"
           MOVE SPACES TO WS-MEMBER
           ACCEPT WS-MEMBER
           IF WS-MEMBER = SPACES
              DISPLAY "A username is needed - nothing changed."
              EXIT PARAGRAPH
           END-IF

           PERFORM FIND-MEMBER-ROLE
           IF WS-MEMBER-ROLE NOT = "advisor" AND
              WS-MEMBER-ROLE NOT = "faculty" AND
              WS-MEMBER-ROLE NOT = "admin"
              DISPLAY "Committee members need the advisor, faculty or"
                      " admin role - nothing changed."
              EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-ON-COMMITTEE
           IF WS-ON-COMMITTEE = "Y"
              DISPLAY FUNCTION TRIM(WS-MEMBER)
                      " is already on that committee."
              EXIT PARAGRAPH
           END-IF

           OPEN EXTEND COMMITTEE-FILE
           IF WS-SCM-STATUS NOT = "00"
              OPEN OUTPUT COMMITTEE-FILE
           END-IF
           MOVE WS-PICK-ID TO SCM-ID
           MOVE WS-MEMBER TO SCM-MEMBER
           WRITE COMMITTEE-REC
           CLOSE COMMITTEE-FILE

           MOVE WS-PICK-ID TO WS-CAW-KEY
           MOVE "Committee" TO WS-CAW-FIELD
           MOVE SPACES TO WS-CAW-BEFORE
           MOVE WS-MEMBER TO WS-CAW-AFTER
           PERFORM WRITE-AUDIT
           DISPLAY FUNCTION TRIM(WS-MEMBER) " added to the committee.".

      *> The member's scores already given stay on file;
      *> SCHOLARSHIP-RESULTS only counts scores from the committee
      *> as it stands when the award is decided.
       REMOVE-COMMITTEE-MEMBER.
           PERFORM ASK-AWARD-ID
           IF WS-FOUND = "N"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Username of the committee member to remove:"
           MOVE SPACES TO WS-MEMBER
           ACCEPT WS-MEMBER

           MOVE "N" TO WS-ON-COMMITTEE
           MOVE "N" TO WS-EOF
           OPEN INPUT COMMITTEE-FILE
           OPEN OUTPUT COMMITTEE-TEMP-FILE
           IF WS-SCM-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ COMMITTEE-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF SCM-ID = WS-PICK-ID AND
                          FUNCTION TRIM(SCM-MEMBER) =
                          FUNCTION TRIM(WS-MEMBER)
                          MOVE "Y" TO WS-ON-COMMITTEE
                       ELSE
                          WRITE COMMITTEE-TEMP-REC FROM COMMITTEE-REC
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE COMMITTEE-FILE
           END-IF
           CLOSE COMMITTEE-TEMP-FILE

           IF WS-ON-COMMITTEE = "N"
              DISPLAY FUNCTION TRIM(WS-MEMBER)
                      " is not on that committee."
              EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT COMMITTEE-FILE
           OPEN INPUT COMMITTEE-TEMP-FILE
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
              READ COMMITTEE-TEMP-FILE INTO COMMITTEE-REC
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END WRITE COMMITTEE-REC
              END-READ
           END-PERFORM
           CLOSE COMMITTEE-TEMP-FILE
           CLOSE COMMITTEE-FILE

           MOVE WS-PICK-ID TO WS-CAW-KEY
           MOVE "Committee" TO WS-CAW-FIELD
           MOVE WS-MEMBER TO WS-CAW-BEFORE
           MOVE SPACES TO WS-CAW-AFTER
           PERFORM WRITE-AUDIT
           DISPLAY FUNCTION TRIM(WS-MEMBER)
                   " removed from the committee.".

      *> Stops new applications before the deadline; the award is
      *> still decided by SCHOLARSHIP-RESULTS once the deadline
      *> passes.
       CLOSE-AWARD.
           PERFORM ASK-AWARD-ID
           IF WS-FOUND = "N"
              EXIT PARAGRAPH
           END-IF
           IF WS-PICK-STATUS NOT = "Open"
              DISPLAY "That award is not open for applications."
              EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-EOF
           OPEN INPUT SCHOLARSHIP-FILE
           OPEN OUTPUT SCHOLARSHIP-TEMP-FILE
           PERFORM UNTIL WS-EOF = "Y"
              READ SCHOLARSHIP-FILE
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    IF SCH-ID = WS-PICK-ID
                       MOVE "Closed" TO SCH-STATUS
                    END-IF
                    WRITE SCHOLARSHIP-TEMP-REC FROM SCHOLARSHIP-REC
              END-READ
           END-PERFORM
           CLOSE SCHOLARSHIP-FILE
           CLOSE SCHOLARSHIP-TEMP-FILE

           OPEN OUTPUT SCHOLARSHIP-FILE
           OPEN INPUT SCHOLARSHIP-TEMP-FILE
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
              READ SCHOLARSHIP-TEMP-FILE INTO SCHOLARSHIP-REC
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END WRITE SCHOLARSHIP-REC
              END-READ
           END-PERFORM
           CLOSE SCHOLARSHIP-TEMP-FILE
           CLOSE SCHOLARSHIP-FILE

           MOVE WS-PICK-ID TO WS-CAW-KEY
           MOVE "Status" TO WS-CAW-FIELD
           MOVE "Open" TO WS-CAW-BEFORE
           MOVE "Closed" TO WS-CAW-AFTER
           PERFORM WRITE-AUDIT
           DISPLAY "Award " WS-PICK-ID " closed to new applications.".

      *> WS-PICK-ID and WS-PICK-STATUS for an award number the
      *> operator types; WS-FOUND says whether it is on file.
       ASK-AWARD-ID.
           MOVE "N" TO WS-FOUND
           MOVE SPACES TO WS-PICK-STATUS
           DISPLAY "Award number:"
           MOVE SPACES TO WS-ANSWER
           ACCEPT WS-ANSWER
           IF FUNCTION TEST-NUMVAL(WS-ANSWER) NOT = 0
              DISPLAY "No award has that number."
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-ANSWER) TO WS-PICK-ID
           MOVE "N" TO WS-EOF
           OPEN INPUT SCHOLARSHIP-FILE
           IF WS-SCH-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ SCHOLARSHIP-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF SCH-ID = WS-PICK-ID
                          MOVE "Y" TO WS-FOUND
                          MOVE SCH-STATUS TO WS-PICK-STATUS
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SCHOLARSHIP-FILE
           END-IF
           IF WS-FOUND = "N"
              DISPLAY "No award has that number."
           END-IF.

       FIND-MEMBER-ROLE.
           MOVE SPACES TO WS-MEMBER-ROLE
           MOVE "N" TO WS-SCAN-EOF
           OPEN INPUT ROLES-FILE
           IF WS-ROLES-STATUS = "00"
              PERFORM UNTIL WS-SCAN-EOF = "Y"
                 READ ROLES-FILE
                    AT END MOVE "Y" TO WS-SCAN-EOF
                    NOT AT END
                       IF FUNCTION TRIM(ROLE-USERNAME) =
                          FUNCTION TRIM(WS-MEMBER)
                          MOVE ROLE-TYPE TO WS-MEMBER-ROLE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ROLES-FILE
           END-IF.

       CHECK-ON-COMMITTEE.
           MOVE "N" TO WS-ON-COMMITTEE
           MOVE "N" TO WS-SCAN-EOF
           OPEN INPUT COMMITTEE-FILE
           IF WS-SCM-STATUS = "00"
              PERFORM UNTIL WS-SCAN-EOF = "Y"
                 READ COMMITTEE-FILE
                    AT END MOVE "Y" TO WS-SCAN-EOF
                    NOT AT END
                       IF SCM-ID = WS-PICK-ID AND
                          FUNCTION TRIM(SCM-MEMBER) =
                          FUNCTION TRIM(WS-MEMBER)
                          MOVE "Y" TO WS-ON-COMMITTEE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE COMMITTEE-FILE
           END-IF.

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

       END PROGRAM SCHOLARSHIP-ADMIN.
