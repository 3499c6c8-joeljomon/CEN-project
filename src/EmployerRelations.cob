      *> Employer relationship log, reached only from the admin
      *> console. Career services kept employer contact history in
      *> personal inboxes; it lives here instead, against the
      *> employer's account (EMP-USERNAME in data/employers.dat):
      *>
      *>   data/employer-contacts.dat  - one row per call, visit or
      *>       email, with the date, the staff member who logged it
      *>       and a short note; append only
      *>   data/employer-relations.dat - one row per employer: the
      *>       assigned liaison and the partnership agreement's start
      *>       and expiry dates; rewritten through a temp file, every
      *>       change audited through CHANGE-AUDIT
      *>
      *> Because the book of employers is on file rather than in a
      *> liaison's mailbox, a departing liaison's whole book can be
      *> handed to a colleague in one step (option 3). The monthly
      *> EMPLOYER-RELATIONS-REPORT reads both files.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPLOYER-RELATIONS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYER-FILE ASSIGN TO "data/employers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMP-STATUS.
           SELECT RELATION-FILE ASSIGN TO "data/employer-relations.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-STATUS.
           SELECT RELATION-TEMP-FILE ASSIGN TO "data/emprelstemp.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTEMP-STATUS.
           SELECT CONTACT-FILE ASSIGN TO "data/employer-contacts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CON-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYER-FILE.
           COPY "EMPLOYERREC.cpy".

      *> data/employer-relations.dat: EMPLOYER-RELATIONS-REPORT
      *> reads the same layout.
       FD RELATION-FILE.
       01 RELATION-REC.
          05 ER-EMPLOYER           PIC X(20).
          05 ER-LIAISON            PIC X(20).
          05 ER-AGREE-START        PIC X(10).
          05 ER-AGREE-END          PIC X(10).

       FD RELATION-TEMP-FILE.
       01 RELATION-TEMP-REC        PIC X(60).

      *> data/employer-contacts.dat: EMPLOYER-RELATIONS-REPORT reads
      *> the same layout.
       FD CONTACT-FILE.
       01 CONTACT-REC.
          05 EC-EMPLOYER           PIC X(20).
          05 EC-DATE               PIC X(10).
          05 EC-TYPE               PIC X(05).
             88 EC-CALL                VALUE "Call".
             88 EC-VISIT               VALUE "Visit".
             88 EC-EMAIL               VALUE "Email".
          05 EC-STAFF              PIC X(20).
          05 EC-NOTE               PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-EMP-STATUS    PIC XX.
       77 WS-REL-STATUS    PIC XX.
       77 WS-RTEMP-STATUS  PIC XX.
       77 WS-CON-STATUS    PIC XX.
       77 WS-EOF           PIC X VALUE "N".
       77 WS-CHOICE        PIC X(10).
       77 WS-ANSWER        PIC X(80).
       77 WS-TYPE-IN       PIC X(01).
       77 WS-EMPLOYER      PIC X(20).
       77 WS-COMPANY       PIC X(50).
       77 WS-EMP-FOUND     PIC X VALUE "N".
       77 WS-REL-FOUND     PIC X VALUE "N".
       77 WS-CURR-DATE     PIC X(21).
       77 WS-TODAY         PIC X(10).
       77 WS-DATE-IN       PIC X(10).
       77 WS-DATE-OK       PIC X VALUE "N".
       77 WS-DATE-STR      PIC X(8).
       77 WS-FROM-LIAISON  PIC X(20).
       77 WS-TO-LIAISON    PIC X(20).
       77 WS-MOVED         PIC 9(04) VALUE 0.
       77 WS-BOOK-COUNT    PIC 9(04) VALUE 0.
       77 WS-CON-TOTAL     PIC 9(05) VALUE 0.
       77 WS-COUNT-DISP    PIC Z(4)9.
       77 WS-IDX           PIC 9(02).

      *> The employer's relationship row as it stands, and as it
      *> will be written back.
       01 WS-RELATION.
          05 WS-R-LIAISON          PIC X(20).
          05 WS-R-START            PIC X(10).
          05 WS-R-END              PIC X(10).
       01 WS-RELATION-BEFORE.
          05 WS-RB-LIAISON         PIC X(20).
          05 WS-RB-START           PIC X(10).
          05 WS-RB-END             PIC X(10).

      *> The latest contacts for the employer on screen, oldest
      *> first as read, shown newest first.
       01 WS-RECENT-TABLE.
          05 WS-RECENT-COUNT       PIC 9(02) VALUE 0.
          05 WS-RECENT-ENTRY OCCURS 10 TIMES.
             10 WS-RC-DATE         PIC X(10).
             10 WS-RC-TYPE         PIC X(05).
             10 WS-RC-STAFF        PIC X(20).
             10 WS-RC-NOTE         PIC X(80).

       77 WS-CAW-ACTOR       PIC X(20).
       77 WS-CAW-FILE        PIC X(20).
       77 WS-CAW-KEY         PIC X(30).
       77 WS-CAW-FIELD       PIC X(15).
       77 WS-CAW-BEFORE      PIC X(50).
       77 WS-CAW-AFTER       PIC X(50).

       LINKAGE SECTION.
       01 ER-ADMIN         PIC X(20).

       PROCEDURE DIVISION USING ER-ADMIN.
       MAIN-PROGRAM.
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE
           MOVE SPACES TO WS-TODAY
           STRING WS-CURR-DATE(1:4) "-" WS-CURR-DATE(5:2) "-"
                  WS-CURR-DATE(7:2)
                  DELIMITED BY SIZE INTO WS-TODAY
           END-STRING

           MOVE SPACES TO WS-CHOICE
           PERFORM UNTIL WS-CHOICE(1:1) = "4"
              DISPLAY " "
              DISPLAY "--- Employer relationships ---"
              DISPLAY "1. Open an employer's relationship record"
              DISPLAY "2. List a liaison's employers"
              DISPLAY "3. Hand a liaison's employers to a colleague"
              DISPLAY "4. Return"
              DISPLAY "Enter your choice:"
              MOVE SPACES TO WS-CHOICE
              ACCEPT WS-CHOICE
              EVALUATE WS-CHOICE(1:1)
                 WHEN "1" PERFORM OPEN-EMPLOYER
                 WHEN "2" PERFORM LIST-LIAISON-BOOK
                 WHEN "3" PERFORM HAND-OVER-BOOK
                 WHEN "4" CONTINUE
                 WHEN OTHER DISPLAY "Invalid choice."
              END-EVALUATE
           END-PERFORM
           GOBACK.

      *> One employer's record: the summary, then log contacts or
      *> change the liaison and agreement until staff are done.
       OPEN-EMPLOYER.
           DISPLAY "Employer username:"
           MOVE SPACES TO WS-EMPLOYER
           ACCEPT WS-EMPLOYER
           PERFORM FIND-EMPLOYER
           IF WS-EMP-FOUND = "N"
              DISPLAY "No employer account by that name."
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-ANSWER
           PERFORM UNTIL WS-ANSWER(1:1) = "4"
              PERFORM SHOW-RELATIONSHIP
              DISPLAY "1. Log a call, visit or email"
              DISPLAY "2. Assign the liaison"
              DISPLAY "3. Set the partnership agreement dates"
              DISPLAY "4. Done with this employer"
              DISPLAY "Enter your choice:"
              MOVE SPACES TO WS-ANSWER
              ACCEPT WS-ANSWER
              EVALUATE WS-ANSWER(1:1)
                 WHEN "1" PERFORM LOG-CONTACT
                 WHEN "2" PERFORM ASSIGN-LIAISON
                 WHEN "3" PERFORM SET-AGREEMENT
                 WHEN "4" CONTINUE
                 WHEN OTHER DISPLAY "Invalid choice."
              END-EVALUATE
           END-PERFORM.

       FIND-EMPLOYER.
           MOVE "N" TO WS-EMP-FOUND
           MOVE SPACES TO WS-COMPANY
           IF FUNCTION TRIM(WS-EMPLOYER) = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           OPEN INPUT EMPLOYER-FILE
           IF WS-EMP-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y" OR WS-EMP-FOUND = "Y"
                 READ EMPLOYER-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF FUNCTION TRIM(EMP-USERNAME) =
                          FUNCTION TRIM(WS-EMPLOYER)
                          MOVE "Y" TO WS-EMP-FOUND
                          MOVE EMP-COMPANY-NAME TO WS-COMPANY
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE EMPLOYER-FILE
           END-IF.

       SHOW-RELATIONSHIP.
           PERFORM LOAD-RELATION
           PERFORM LOAD-RECENT-CONTACTS
           DISPLAY " "
           DISPLAY "Employer:   " FUNCTION TRIM(WS-EMPLOYER) " ("
                   FUNCTION TRIM(WS-COMPANY) ")"
           IF WS-R-LIAISON = SPACES
              DISPLAY "Liaison:    (none assigned)"
           ELSE
              DISPLAY "Liaison:    " FUNCTION TRIM(WS-R-LIAISON)
           END-IF
           IF WS-R-START = SPACES AND WS-R-END = SPACES
              DISPLAY "Agreement:  (none on file)"
           ELSE
              DISPLAY "Agreement:  " WS-R-START " to " WS-R-END
           END-IF
           MOVE WS-CON-TOTAL TO WS-COUNT-DISP
           DISPLAY "Contacts:   " FUNCTION TRIM(WS-COUNT-DISP)
                   " on file"
           IF WS-RECENT-COUNT > 0
              DISPLAY "Date        Type   Staff                Note"
           END-IF
           PERFORM VARYING WS-IDX FROM WS-RECENT-COUNT BY -1
                   UNTIL WS-IDX < 1
              DISPLAY WS-RC-DATE(WS-IDX) "  " WS-RC-TYPE(WS-IDX)
                      "  " WS-RC-STAFF(WS-IDX) " "
                      FUNCTION TRIM(WS-RC-NOTE(WS-IDX))
           END-PERFORM.

       LOAD-RELATION.
           MOVE "N" TO WS-REL-FOUND
           MOVE SPACES TO WS-RELATION
           MOVE "N" TO WS-EOF
           OPEN INPUT RELATION-FILE
           IF WS-REL-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y" OR WS-REL-FOUND = "Y"
                 READ RELATION-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF FUNCTION TRIM(ER-EMPLOYER) =
                          FUNCTION TRIM(WS-EMPLOYER)
                          MOVE "Y" TO WS-REL-FOUND
                          MOVE ER-LIAISON TO WS-R-LIAISON
                          MOVE ER-AGREE-START TO WS-R-START
                          MOVE ER-AGREE-END TO WS-R-END
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RELATION-FILE
           END-IF
           MOVE WS-RELATION TO WS-RELATION-BEFORE.

      *> Keeps the latest ten: once full, the oldest kept row is
      *> dropped; every row still counts toward the total.
       LOAD-RECENT-CONTACTS.
           MOVE 0 TO WS-RECENT-COUNT
           MOVE 0 TO WS-CON-TOTAL
           MOVE "N" TO WS-EOF
           OPEN INPUT CONTACT-FILE
           IF WS-CON-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ CONTACT-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF FUNCTION TRIM(EC-EMPLOYER) =
                          FUNCTION TRIM(WS-EMPLOYER)
                          PERFORM KEEP-RECENT-CONTACT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CONTACT-FILE
           END-IF.

       KEEP-RECENT-CONTACT.
           ADD 1 TO WS-CON-TOTAL
           IF WS-RECENT-COUNT >= 10
              PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 9
                 MOVE WS-RECENT-ENTRY(WS-IDX + 1)
                    TO WS-RECENT-ENTRY(WS-IDX)
              END-PERFORM
           ELSE
              ADD 1 TO WS-RECENT-COUNT
           END-IF
           MOVE EC-DATE TO WS-RC-DATE(WS-RECENT-COUNT)
           MOVE EC-TYPE TO WS-RC-TYPE(WS-RECENT-COUNT)
           MOVE EC-STAFF TO WS-RC-STAFF(WS-RECENT-COUNT)
           MOVE EC-NOTE TO WS-RC-NOTE(WS-RECENT-COUNT).

      *> The staff member logging the contact is the signed-in
      *> admin; the date defaults to today for a contact made just
      *> now.
       LOG-CONTACT.
           MOVE SPACES TO CONTACT-REC
           DISPLAY "Contact type? C call, V visit, E email:"
           MOVE SPACES TO WS-TYPE-IN
           ACCEPT WS-TYPE-IN
           EVALUATE FUNCTION UPPER-CASE(WS-TYPE-IN)
              WHEN "C" SET EC-CALL TO TRUE
              WHEN "V" SET EC-VISIT TO TRUE
              WHEN "E" SET EC-EMAIL TO TRUE
              WHEN OTHER
                 DISPLAY "Not a contact type - nothing logged."
                 EXIT PARAGRAPH
           END-EVALUATE

           DISPLAY "Date of contact (YYYY-MM-DD, blank = today):"
           MOVE SPACES TO WS-DATE-IN
           ACCEPT WS-DATE-IN
           IF WS-DATE-IN = SPACES
              MOVE WS-TODAY TO WS-DATE-IN
           END-IF
           PERFORM CHECK-DATE
           IF WS-DATE-OK = "N" OR WS-DATE-IN > WS-TODAY
              DISPLAY "Not a past date as YYYY-MM-DD - nothing logged."
              EXIT PARAGRAPH
           END-IF

           DISPLAY "Note (who you spoke with, what was agreed):"
           MOVE SPACES TO WS-ANSWER
           ACCEPT WS-ANSWER

           MOVE WS-EMPLOYER TO EC-EMPLOYER
           MOVE WS-DATE-IN TO EC-DATE
           MOVE ER-ADMIN TO EC-STAFF
           MOVE WS-ANSWER TO EC-NOTE
           OPEN EXTEND CONTACT-FILE
           IF WS-CON-STATUS NOT = "00"
              OPEN OUTPUT CONTACT-FILE
           END-IF
           WRITE CONTACT-REC
           CLOSE CONTACT-FILE
           MOVE SPACES TO WS-ANSWER
           DISPLAY "Contact logged.".

       ASSIGN-LIAISON.
           DISPLAY "Liaison username (staff account):"
           MOVE SPACES TO WS-TO-LIAISON
           ACCEPT WS-TO-LIAISON
           IF FUNCTION TRIM(WS-TO-LIAISON) = SPACES
              DISPLAY "A username is needed - nothing changed."
              EXIT PARAGRAPH
           END-IF
           MOVE WS-TO-LIAISON TO WS-R-LIAISON
           PERFORM SAVE-RELATION
           DISPLAY FUNCTION TRIM(WS-TO-LIAISON)
                   " is now the liaison.".

      *> Both dates are asked for; blank keeps what is on file.
       SET-AGREEMENT.
           DISPLAY "Agreement start (YYYY-MM-DD, blank keeps "
                   FUNCTION TRIM(WS-R-START) "):"
           MOVE SPACES TO WS-DATE-IN
           ACCEPT WS-DATE-IN
           IF WS-DATE-IN NOT = SPACES
              PERFORM CHECK-DATE
              IF WS-DATE-OK = "N"
                 DISPLAY "Not a date as YYYY-MM-DD - nothing changed."
                 EXIT PARAGRAPH
              END-IF
              MOVE WS-DATE-IN TO WS-R-START
           END-IF

           DISPLAY "Agreement expiry (YYYY-MM-DD, blank keeps "
                   FUNCTION TRIM(WS-R-END) "):"
           MOVE SPACES TO WS-DATE-IN
           ACCEPT WS-DATE-IN
           IF WS-DATE-IN NOT = SPACES
              PERFORM CHECK-DATE
              IF WS-DATE-OK = "N"
                 DISPLAY "Not a date as YYYY-MM-DD - nothing changed."
                 MOVE WS-RB-START TO WS-R-START
                 EXIT PARAGRAPH
              END-IF
              MOVE WS-DATE-IN TO WS-R-END
           END-IF

           IF WS-R-START NOT = SPACES AND WS-R-END NOT = SPACES
              AND WS-R-END < WS-R-START
              DISPLAY "The expiry is before the start - nothing "
                      "changed."
              MOVE WS-RELATION-BEFORE TO WS-RELATION
              EXIT PARAGRAPH
           END-IF
           PERFORM SAVE-RELATION
           DISPLAY "Agreement dates saved.".

      *> Upserts the employer's row from WS-RELATION, then audits
      *> each field that changed.
       SAVE-RELATION.
           MOVE "N" TO WS-REL-FOUND
           MOVE "N" TO WS-EOF
           OPEN INPUT RELATION-FILE
           OPEN OUTPUT RELATION-TEMP-FILE
           IF WS-REL-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ RELATION-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF FUNCTION TRIM(ER-EMPLOYER) =
                          FUNCTION TRIM(WS-EMPLOYER)
                          MOVE "Y" TO WS-REL-FOUND
                          MOVE WS-R-LIAISON TO ER-LIAISON
                          MOVE WS-R-START TO ER-AGREE-START
                          MOVE WS-R-END TO ER-AGREE-END
                       END-IF
                       WRITE RELATION-TEMP-REC FROM RELATION-REC
                 END-READ
              END-PERFORM
              CLOSE RELATION-FILE
           END-IF
           IF WS-REL-FOUND = "N"
              MOVE WS-EMPLOYER TO ER-EMPLOYER
              MOVE WS-R-LIAISON TO ER-LIAISON
              MOVE WS-R-START TO ER-AGREE-START
              MOVE WS-R-END TO ER-AGREE-END
              WRITE RELATION-TEMP-REC FROM RELATION-REC
           END-IF
           CLOSE RELATION-TEMP-FILE
           PERFORM COPY-BACK-RELATIONS

           MOVE ER-ADMIN TO WS-CAW-ACTOR
           MOVE "employer-relations" TO WS-CAW-FILE
           MOVE WS-EMPLOYER TO WS-CAW-KEY
           IF WS-R-LIAISON NOT = WS-RB-LIAISON
              MOVE "Liaison" TO WS-CAW-FIELD
              MOVE WS-RB-LIAISON TO WS-CAW-BEFORE
              MOVE WS-R-LIAISON TO WS-CAW-AFTER
              PERFORM WRITE-AUDIT
           END-IF
           IF WS-R-START NOT = WS-RB-START
              MOVE "Agreement start" TO WS-CAW-FIELD
              MOVE WS-RB-START TO WS-CAW-BEFORE
              MOVE WS-R-START TO WS-CAW-AFTER
              PERFORM WRITE-AUDIT
           END-IF
           IF WS-R-END NOT = WS-RB-END
              MOVE "Agreement end" TO WS-CAW-FIELD
              MOVE WS-RB-END TO WS-CAW-BEFORE
              MOVE WS-R-END TO WS-CAW-AFTER
              PERFORM WRITE-AUDIT
           END-IF
           MOVE WS-RELATION TO WS-RELATION-BEFORE.

       COPY-BACK-RELATIONS.
           OPEN OUTPUT RELATION-FILE
           OPEN INPUT RELATION-TEMP-FILE
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
              READ RELATION-TEMP-FILE INTO RELATION-REC
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END WRITE RELATION-REC
              END-READ
           END-PERFORM
           CLOSE RELATION-TEMP-FILE
           CLOSE RELATION-FILE.

       WRITE-AUDIT.
           CALL "CHANGE-AUDIT" USING WS-CAW-ACTOR WS-CAW-FILE
                WS-CAW-KEY WS-CAW-FIELD WS-CAW-BEFORE WS-CAW-AFTER.

       LIST-LIAISON-BOOK.
           DISPLAY "Liaison username:"
           MOVE SPACES TO WS-FROM-LIAISON
           ACCEPT WS-FROM-LIAISON
           MOVE 0 TO WS-BOOK-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT RELATION-FILE
           IF WS-REL-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ RELATION-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF FUNCTION TRIM(ER-LIAISON) =
                          FUNCTION TRIM(WS-FROM-LIAISON)
                          ADD 1 TO WS-BOOK-COUNT
                          DISPLAY "  " ER-EMPLOYER " agreement "
                                  ER-AGREE-START " to " ER-AGREE-END
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RELATION-FILE
           END-IF
           IF WS-BOOK-COUNT = 0
              DISPLAY "(no employers assigned to that liaison)"
           END-IF.

      *> When a liaison leaves, every employer row naming them moves
      *> to the colleague taking over, each move audited, so the
      *> relationships and their contact history stay with the
      *> office.
       HAND-OVER-BOOK.
           DISPLAY "Departing liaison's username:"
           MOVE SPACES TO WS-FROM-LIAISON
           ACCEPT WS-FROM-LIAISON
           DISPLAY "Colleague taking over the book:"
           MOVE SPACES TO WS-TO-LIAISON
           ACCEPT WS-TO-LIAISON
           IF FUNCTION TRIM(WS-FROM-LIAISON) = SPACES OR
              FUNCTION TRIM(WS-TO-LIAISON) = SPACES
              DISPLAY "Both usernames are needed - nothing changed."
              EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-FROM-LIAISON) =
              FUNCTION TRIM(WS-TO-LIAISON)
              DISPLAY "That is the same liaison - nothing changed."
              EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-MOVED
           MOVE ER-ADMIN TO WS-CAW-ACTOR
           MOVE "employer-relations" TO WS-CAW-FILE
           MOVE "Liaison" TO WS-CAW-FIELD
           MOVE WS-FROM-LIAISON TO WS-CAW-BEFORE
           MOVE WS-TO-LIAISON TO WS-CAW-AFTER
           MOVE "N" TO WS-EOF
           OPEN INPUT RELATION-FILE
           OPEN OUTPUT RELATION-TEMP-FILE
           IF WS-REL-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ RELATION-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF FUNCTION TRIM(ER-LIAISON) =
                          FUNCTION TRIM(WS-FROM-LIAISON)
                          MOVE WS-TO-LIAISON TO ER-LIAISON
                          MOVE ER-EMPLOYER TO WS-CAW-KEY
                          PERFORM WRITE-AUDIT
                          ADD 1 TO WS-MOVED
                       END-IF
                       WRITE RELATION-TEMP-REC FROM RELATION-REC
                 END-READ
              END-PERFORM
              CLOSE RELATION-FILE
           END-IF
           CLOSE RELATION-TEMP-FILE
           IF WS-MOVED > 0
              PERFORM COPY-BACK-RELATIONS
           END-IF
           MOVE WS-MOVED TO WS-COUNT-DISP
           DISPLAY FUNCTION TRIM(WS-COUNT-DISP)
                   " employer(s) moved from "
                   FUNCTION TRIM(WS-FROM-LIAISON) " to "
                   FUNCTION TRIM(WS-TO-LIAISON) ".".

      *> WS-DATE-IN must be YYYY-MM-DD and a real calendar date.
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

       END PROGRAM EMPLOYER-RELATIONS.
