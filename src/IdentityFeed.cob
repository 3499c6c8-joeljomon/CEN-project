      *> Standalone nightly batch (a BATCH-DRIVER step) that applies
      *> the campus identity provider's feed, saved as
      *> data/campus-identity.csv with one identity per line:
      *>
      *>   campus_id,username,status
      *>
      *> status ACTIVE links the campus ID to that InCollege student
      *> account in data/campus-links.dat. From then on the student
      *> signs on through CAMPUS-SSO with a campus ticket: login.cob
      *> refuses the InCollege password for a linked account, and
      *> password resets (self-service or queued by an admin) are
      *> turned away to the campus. Only student accounts are linked;
      *> a campus ID already linked to another account, or a username
      *> already linked to another campus ID, is rejected rather than
      *> silently moved. status DEPROVISIONED (username optional - the
      *> existing link names the account) marks the link D and parks
      *> the account in data/deactivated.dat, the same list
      *> DORMANT-REVIEW feeds, so its logins are refused with the
      *> contact-support message; reactivation stays an admin-console
      *> action. Rejects go to data/campus-identity-rejects.csv with
      *> the reason appended, every change is listed in
      *> reports/identity-feed-report.txt, and the feed's control
      *> totals go to CONTROL-TOTALS for BATCH-DRIVER's balancing
      *> report.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDENTITY-FEED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEED-FILE ASSIGN TO "data/campus-identity.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
           SELECT REJECT-FILE
               ASSIGN TO "data/campus-identity-rejects.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.
           SELECT LINK-FILE ASSIGN TO "data/campus-links.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LINK-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO "data/accounts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-STATUS.
           SELECT ROLES-FILE ASSIGN TO "data/account-roles.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROLES-STATUS.
           SELECT DEACT-FILE ASSIGN TO "data/deactivated.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEACT-STATUS.
           SELECT REPORT-FILE
               ASSIGN TO "reports/identity-feed-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD FEED-FILE.
       01 FEED-REC PIC X(200).

       FD REJECT-FILE.
       01 REJECT-REC PIC X(250).

      *> data/campus-links.dat: one row per campus ID ever linked.
      *> CL-STATUS A is a live link; D is a campus deprovisioning,
      *> kept so the history of who held the ID is not lost.
       FD LINK-FILE.
       01 LINK-REC.
          05 CL-CAMPUS-ID PIC X(20).
          05 CL-USERNAME  PIC X(20).
          05 CL-STATUS    PIC X(01).
          05 CL-DATE      PIC X(10).

       FD ACCOUNT-FILE.
       01 ACCOUNT-REC.
          05 ACC-USERNAME PIC X(20).
          05 ACC-PASSWORD PIC X(20).

       FD ROLES-FILE.
       01 ROLE-REC.
          05 ROLE-USERNAME PIC X(20).
          05 ROLE-TYPE     PIC X(10).

      *> data/deactivated.dat: the same row DORMANT-REVIEW appends.
       FD DEACT-FILE.
       01 DEACT-REC.
          05 DEACT-USERNAME PIC X(20).
          05 DEACT-DATE     PIC X(10).

       FD REPORT-FILE.
       01 REPORT-REC PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-FEED-STATUS    PIC XX.
       77 WS-REJECT-STATUS  PIC XX.
       77 WS-LINK-STATUS    PIC XX.
       77 WS-ACCOUNT-STATUS PIC XX.
       77 WS-ROLES-STATUS   PIC XX.
       77 WS-DEACT-STATUS   PIC XX.
       77 WS-EOF            PIC X VALUE "N".
       77 WS-SCAN-EOF       PIC X VALUE "N".
       77 WS-CURR-DATE      PIC X(21).
       77 WS-TODAY          PIC X(10).
       77 WS-F-CAMPUS-ID    PIC X(20).
       77 WS-F-USERNAME     PIC X(20).
       77 WS-F-STATUS       PIC X(15).
       77 WS-REASON         PIC X(50).
       77 WS-ACTION         PIC X(30).
       77 WS-ACCOUNT-FOUND  PIC X VALUE "N".
       77 WS-ROLE           PIC X(10).
       77 WS-ALREADY-DEACT  PIC X VALUE "N".
       77 WS-BY-ID          PIC 9(04) VALUE 0.
       77 WS-BY-USER        PIC 9(04) VALUE 0.
       77 WS-FEED-ROWS      PIC 9(7) VALUE 0.
       77 WS-GOOD-COUNT     PIC 9(05) VALUE 0.
       77 WS-REJECT-COUNT   PIC 9(05) VALUE 0.
       77 WS-LINKED-COUNT   PIC 9(05) VALUE 0.
       77 WS-DEPROV-COUNT   PIC 9(05) VALUE 0.
       77 WS-REJECTS-OPEN   PIC X VALUE "N".
       77 WS-REPORT-LINE    PIC X(132).
       77 WS-CT-STEP        PIC X(20) VALUE "IDENTITY-FEED".
       77 WS-CT-FILE        PIC X(30) VALUE "campus-identity.csv".
       01 WS-CT-COUNTS.
          05 WS-CT-READ     PIC 9(7) VALUE 0.
          05 WS-CT-WRITTEN  PIC 9(7) VALUE 0.
          05 WS-CT-REJECTED PIC 9(7) VALUE 0.
          05 WS-CT-MOVED    PIC 9(7) VALUE 0.

      *> campus-links.dat is held here while the feed is applied and
      *> written back in full at the end.
       77 WS-LINK-COUNT     PIC 9(04) VALUE 0.
       77 WS-LX             PIC 9(04) VALUE 0.
       01 WS-LINK-TABLE.
          05 WS-LINK OCCURS 2000 TIMES.
             10 WS-L-CAMPUS-ID PIC X(20).
             10 WS-L-USERNAME  PIC X(20).
             10 WS-L-STATUS    PIC X(01).
             10 WS-L-DATE      PIC X(10).

           COPY "REGIONINF.cpy".
           COPY "RPTINF.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL "REGION-CONFIG" USING REGION-INFO
           IF RI-RESULT NOT = "OK"
              GOBACK
           END-IF

           OPEN INPUT FEED-FILE
           IF WS-FEED-STATUS NOT = "00"
              DISPLAY "IDENTITY-FEED: data/campus-identity.csv "
                      "not found."
              GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE
           STRING WS-CURR-DATE(1:4) "-" WS-CURR-DATE(5:2) "-"
                  WS-CURR-DATE(7:2)
                  DELIMITED BY SIZE INTO WS-TODAY
           END-STRING

           PERFORM LOAD-LINKS

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-REC
           STRING "Campus identity feed applied " WS-TODAY
                  DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC

           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
              READ FEED-FILE
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    IF FUNCTION TRIM(FEED-REC) NOT = SPACES
                       PERFORM PROCESS-ONE-IDENTITY
                    END-IF
              END-READ
           END-PERFORM
           CLOSE FEED-FILE
           IF WS-REJECTS-OPEN = "Y"
              CLOSE REJECT-FILE
           END-IF

           PERFORM SAVE-LINKS

           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING WS-FEED-ROWS " feed row(s), "
                  WS-LINKED-COUNT " linked, "
                  WS-DEPROV-COUNT " deprovisioned, "
                  WS-REJECT-COUNT " rejected."
                  DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           CLOSE REPORT-FILE

           MOVE "reports/identity-feed-report.txt" TO RPI-PATH
           MOVE "IDENTITY-FEED" TO RPI-REPORT-ID
           MOVE "Campus identity feed" TO RPI-TITLE
           MOVE "campus-identity.csv as delivered" TO RPI-SELECTION
           MOVE WS-FEED-ROWS TO RPI-RECORDS
           MOVE "feed rows" TO RPI-RECORD-NOUN
           CALL "REPORT-FORMAT" USING REPORT-PAGE-INFO

           MOVE WS-FEED-ROWS TO WS-CT-READ
           MOVE WS-GOOD-COUNT TO WS-CT-WRITTEN
           MOVE WS-REJECT-COUNT TO WS-CT-REJECTED
           CALL "CONTROL-TOTALS" USING WS-CT-STEP WS-CT-FILE
                WS-CT-COUNTS

           DISPLAY "IDENTITY-FEED: " WS-LINKED-COUNT " linked, "
                   WS-DEPROV-COUNT " deprovisioned, "
                   WS-REJECT-COUNT " rejected."
           GOBACK.

       PROCESS-ONE-IDENTITY.
           MOVE SPACES TO WS-F-CAMPUS-ID WS-F-USERNAME WS-F-STATUS
                          WS-REASON WS-ACTION
           UNSTRING FEED-REC DELIMITED BY ","
               INTO WS-F-CAMPUS-ID WS-F-USERNAME WS-F-STATUS
           END-UNSTRING
      *> The header line the provider's export writes; not an error.
           IF FUNCTION TRIM(WS-F-CAMPUS-ID) = "campus_id"
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FEED-ROWS
           MOVE FUNCTION TRIM(WS-F-CAMPUS-ID) TO WS-F-CAMPUS-ID
           MOVE FUNCTION TRIM(WS-F-USERNAME) TO WS-F-USERNAME
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-F-STATUS))
              TO WS-F-STATUS

           IF WS-F-CAMPUS-ID = SPACES
              MOVE "campus_id is required" TO WS-REASON
           ELSE
              EVALUATE WS-F-STATUS
                 WHEN "ACTIVE"
                      PERFORM APPLY-ACTIVE
                 WHEN "DEPROVISIONED"
                      PERFORM APPLY-DEPROVISIONED
                 WHEN OTHER
                      MOVE "status must be ACTIVE or DEPROVISIONED"
                         TO WS-REASON
              END-EVALUATE
           END-IF

           IF WS-REASON = SPACES
              ADD 1 TO WS-GOOD-COUNT
              IF WS-ACTION NOT = SPACES
                 MOVE SPACES TO REPORT-REC
                 STRING "  " WS-F-CAMPUS-ID " "
                        WS-F-USERNAME " "
                        FUNCTION TRIM(WS-ACTION)
                        DELIMITED BY SIZE INTO REPORT-REC
                 END-STRING
                 WRITE REPORT-REC
              END-IF
           ELSE
              PERFORM WRITE-REJECT
           END-IF.

      *> Links (or relinks) a campus ID to a student account. A row
      *> that repeats a live link is a no-op, not a change.
       APPLY-ACTIVE.
           IF WS-F-USERNAME = SPACES
              MOVE "username is required" TO WS-REASON
              EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-ACCOUNT
           IF WS-ACCOUNT-FOUND = "N"
              MOVE "no such InCollege account" TO WS-REASON
              EXIT PARAGRAPH
           END-IF
           IF WS-ROLE NOT = "student"
              MOVE "only student accounts are linked" TO WS-REASON
              EXIT PARAGRAPH
           END-IF

           PERFORM FIND-LINKS
           IF WS-BY-ID > 0
              IF WS-L-STATUS(WS-BY-ID) = "A" AND
                 WS-L-USERNAME(WS-BY-ID) NOT = WS-F-USERNAME
                 MOVE "campus ID is linked to another account"
                    TO WS-REASON
                 EXIT PARAGRAPH
              END-IF
           END-IF
           IF WS-BY-USER > 0 AND WS-BY-USER NOT = WS-BY-ID
              MOVE "username is linked to another campus ID"
                 TO WS-REASON
              EXIT PARAGRAPH
           END-IF

           IF WS-BY-ID = 0
              IF WS-LINK-COUNT >= 2000
                 MOVE "campus-links.dat is full" TO WS-REASON
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-LINK-COUNT
              MOVE WS-LINK-COUNT TO WS-BY-ID
              MOVE WS-F-CAMPUS-ID TO WS-L-CAMPUS-ID(WS-BY-ID)
              MOVE "linked" TO WS-ACTION
           ELSE
              IF WS-L-STATUS(WS-BY-ID) = "A"
                 EXIT PARAGRAPH
              END-IF
              MOVE "relinked" TO WS-ACTION
           END-IF
           MOVE WS-F-USERNAME TO WS-L-USERNAME(WS-BY-ID)
           MOVE "A" TO WS-L-STATUS(WS-BY-ID)
           MOVE WS-TODAY TO WS-L-DATE(WS-BY-ID)
           ADD 1 TO WS-LINKED-COUNT

           PERFORM CHECK-ALREADY-DEACTIVATED
           IF WS-ALREADY-DEACT = "Y"
              MOVE SPACES TO WS-REPORT-LINE
              STRING FUNCTION TRIM(WS-ACTION) " (still deactivated)"
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-STRING
              MOVE WS-REPORT-LINE TO WS-ACTION
           END-IF.

      *> The campus has retired the ID: the link goes to D and the
      *> account is parked the way DORMANT-REVIEW parks one.
       APPLY-DEPROVISIONED.
           PERFORM FIND-LINKS
           IF WS-F-USERNAME = SPACES
              IF WS-BY-ID = 0
                 MOVE "campus ID is not linked and no username given"
                    TO WS-REASON
                 EXIT PARAGRAPH
              END-IF
              MOVE WS-L-USERNAME(WS-BY-ID) TO WS-F-USERNAME
           ELSE
              IF WS-BY-ID > 0 AND
                 WS-L-USERNAME(WS-BY-ID) NOT = WS-F-USERNAME
                 MOVE "campus ID is linked to another account"
                    TO WS-REASON
                 EXIT PARAGRAPH
              END-IF
           END-IF
           PERFORM CHECK-ACCOUNT
           IF WS-ACCOUNT-FOUND = "N"
              MOVE "no such InCollege account" TO WS-REASON
              EXIT PARAGRAPH
           END-IF

           IF WS-BY-ID > 0
              IF WS-L-STATUS(WS-BY-ID) NOT = "D"
                 MOVE "D" TO WS-L-STATUS(WS-BY-ID)
                 MOVE WS-TODAY TO WS-L-DATE(WS-BY-ID)
              END-IF
           END-IF

           PERFORM CHECK-ALREADY-DEACTIVATED
           IF WS-ALREADY-DEACT = "N"
              OPEN EXTEND DEACT-FILE
              IF WS-DEACT-STATUS NOT = "00"
                 OPEN OUTPUT DEACT-FILE
              END-IF
              MOVE WS-F-USERNAME TO DEACT-USERNAME
              MOVE WS-TODAY TO DEACT-DATE
              WRITE DEACT-REC
              CLOSE DEACT-FILE
              MOVE "deprovisioned - deactivated" TO WS-ACTION
              ADD 1 TO WS-DEPROV-COUNT
           END-IF.

      *> Does the account exist, and what role does it hold? A
      *> missing roles row means student, as everywhere else.
       CHECK-ACCOUNT.
           MOVE "N" TO WS-ACCOUNT-FOUND
           MOVE "N" TO WS-SCAN-EOF
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS = "00"
              PERFORM UNTIL WS-SCAN-EOF = "Y"
                 READ ACCOUNT-FILE
                    AT END MOVE "Y" TO WS-SCAN-EOF
                    NOT AT END
                       IF ACC-USERNAME = WS-F-USERNAME
                          MOVE "Y" TO WS-ACCOUNT-FOUND
                          MOVE "Y" TO WS-SCAN-EOF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ACCOUNT-FILE
           END-IF

           MOVE "student" TO WS-ROLE
           MOVE "N" TO WS-SCAN-EOF
           OPEN INPUT ROLES-FILE
           IF WS-ROLES-STATUS = "00"
              PERFORM UNTIL WS-SCAN-EOF = "Y"
                 READ ROLES-FILE
                    AT END MOVE "Y" TO WS-SCAN-EOF
                    NOT AT END
                       IF ROLE-USERNAME = WS-F-USERNAME
                          MOVE ROLE-TYPE TO WS-ROLE
                          MOVE "Y" TO WS-SCAN-EOF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ROLES-FILE
           END-IF.

      *> WS-BY-ID: the row holding this campus ID (live or not);
      *> WS-BY-USER: the live row naming this username.
       FIND-LINKS.
           MOVE 0 TO WS-BY-ID WS-BY-USER
           PERFORM VARYING WS-LX FROM 1 BY 1
                   UNTIL WS-LX > WS-LINK-COUNT
              IF WS-L-CAMPUS-ID(WS-LX) = WS-F-CAMPUS-ID
                 MOVE WS-LX TO WS-BY-ID
              END-IF
              IF WS-F-USERNAME NOT = SPACES AND
                 WS-L-USERNAME(WS-LX) = WS-F-USERNAME AND
                 WS-L-STATUS(WS-LX) = "A"
                 MOVE WS-LX TO WS-BY-USER
              END-IF
           END-PERFORM.

       CHECK-ALREADY-DEACTIVATED.
           MOVE "N" TO WS-ALREADY-DEACT
           MOVE "N" TO WS-SCAN-EOF
           OPEN INPUT DEACT-FILE
           IF WS-DEACT-STATUS = "00"
              PERFORM UNTIL WS-SCAN-EOF = "Y"
                 READ DEACT-FILE
                    AT END MOVE "Y" TO WS-SCAN-EOF
                    NOT AT END
                       IF DEACT-USERNAME = WS-F-USERNAME
                          MOVE "Y" TO WS-ALREADY-DEACT
                          MOVE "Y" TO WS-SCAN-EOF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DEACT-FILE
           END-IF.

       LOAD-LINKS.
           MOVE 0 TO WS-LINK-COUNT
           MOVE "N" TO WS-SCAN-EOF
           OPEN INPUT LINK-FILE
           IF WS-LINK-STATUS = "00"
              PERFORM UNTIL WS-SCAN-EOF = "Y"
                 READ LINK-FILE
                    AT END MOVE "Y" TO WS-SCAN-EOF
                    NOT AT END
                       IF WS-LINK-COUNT < 2000
                          ADD 1 TO WS-LINK-COUNT
                          MOVE LINK-REC TO WS-LINK(WS-LINK-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE LINK-FILE
           END-IF.

       SAVE-LINKS.
           OPEN OUTPUT LINK-FILE
           PERFORM VARYING WS-LX FROM 1 BY 1
                   UNTIL WS-LX > WS-LINK-COUNT
              MOVE WS-LINK(WS-LX) TO LINK-REC
              WRITE LINK-REC
           END-PERFORM
           CLOSE LINK-FILE.

       WRITE-REJECT.
           IF WS-REJECTS-OPEN = "N"
              OPEN OUTPUT REJECT-FILE
              MOVE "Y" TO WS-REJECTS-OPEN
           END-IF
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO REJECT-REC
           STRING FUNCTION TRIM(FEED-REC) ","
                  FUNCTION TRIM(WS-REASON)
                  DELIMITED BY SIZE INTO REJECT-REC
           END-STRING
           WRITE REJECT-REC.

       END PROGRAM IDENTITY-FEED.
