      *> Campus single sign-on. Students already have a campus
      *> identity; once the nightly IDENTITY-FEED has linked a campus
      *> ID to an InCollege username (data/campus-links.dat) the
      *> student signs on at the campus identity provider instead of
      *> keeping a second password here. The provider drops a ticket
      *> file, data/sso-<ticket>.dat, holding one line
      *>
      *>   campus id,issued (YYYY-MM-DD HH:MM:SS)
      *>
      *> and the student types the ticket at LOGIN-SCREEN. A ticket
      *> works once - the file is deleted as soon as it is read,
      *> good or bad - and only within five minutes of being issued.
      *> Every attempt that names an account lands in login-audit.dat
      *> as SUCCESS or FAILURE, the way password attempts do, so
      *> DORMANT-REVIEW and LOGIN-THREAT see campus sign-ons too.
      *> Commands:
      *>   LOGIN  - CS-TICKET in; CS-USERNAME and CS-MESSAGE out,
      *>            "You have successfully logged in." on success
      *>   LINKED - CS-USERNAME in; CS-MESSAGE "LINKED" when the
      *>            account is linked to an active campus ID (its
      *>            InCollege password is not used), else "NO"
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMPUS-SSO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TICKET-FILE ASSIGN USING WS-TICKET-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TICKET-STATUS.
           SELECT LINK-FILE ASSIGN TO "data/campus-links.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LINK-STATUS.
           SELECT DEACT-FILE ASSIGN TO "data/deactivated.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEACT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TICKET-FILE.
       01 TICKET-REC PIC X(80).

      *> data/campus-links.dat: the same layout IDENTITY-FEED writes.
       FD LINK-FILE.
       01 LINK-REC.
          05 CL-CAMPUS-ID PIC X(20).
          05 CL-USERNAME  PIC X(20).
          05 CL-STATUS    PIC X(01).
             88 CL-ACTIVE       VALUE "A".
             88 CL-DEPROVISIONED VALUE "D".
          05 CL-DATE      PIC X(10).

      *> data/deactivated.dat: the same row login.cob checks.
       FD DEACT-FILE.
       01 DEACT-REC.
          05 DEACT-USERNAME PIC X(20).
          05 DEACT-DATE     PIC X(10).

       WORKING-STORAGE SECTION.
       77 WS-TICKET-STATUS PIC XX.
       77 WS-LINK-STATUS   PIC XX.
       77 WS-DEACT-STATUS  PIC XX.
       77 WS-EOF           PIC X VALUE "N".
       77 WS-TICKET-PATH   PIC X(60).
       77 WS-TICKET        PIC X(40).
       77 WS-TICKET-LEN    PIC 9(02) VALUE 0.
       77 WS-TICKET-OK     PIC X VALUE "N".
       77 WS-POS           PIC 9(02).
       77 WS-CAMPUS-ID     PIC X(20).
       77 WS-ISSUED        PIC X(19).
       77 WS-LINKED        PIC X VALUE "N".
       77 WS-DEACTIVATED   PIC X VALUE "N".
       77 WS-LOGIN-OK      PIC X VALUE "N".
       77 WS-MAX-AGE-SECS  PIC 9(05) VALUE 300.
       77 WS-CURR-DATE     PIC X(21).
       77 WS-DATE-NUM      PIC 9(08).
       77 WS-DATE-INT      PIC S9(08) COMP.
       77 WS-NOW-EPOCH     PIC 9(11).
       77 WS-ISSUED-EPOCH  PIC 9(11).
       77 WS-AC-COMMAND    PIC X(10) VALUE "APPEND".
       77 WS-AC-PATH       PIC X(40) VALUE "data/login-audit.dat".
       77 WS-AC-ACTOR      PIC X(20) VALUE "CAMPUS-SSO".
       77 WS-AC-RESULT     PIC X(10).

      *> data/login-audit.dat: the same layout login.cob appends,
      *> through AUDIT-CHAIN.
       01 AUDIT-REC.
          05 AUDIT-USERNAME     PIC X(20).
          05 AUDIT-TIMESTAMP    PIC X(19).
          05 AUDIT-RESULT       PIC X(7).
          05 FILLER             PIC X(654).

       LINKAGE SECTION.
       01 CS-COMMAND  PIC X(10).
       01 CS-TICKET   PIC X(40).
       01 CS-USERNAME PIC X(20).
       01 CS-MESSAGE  PIC X(80).

       PROCEDURE DIVISION USING CS-COMMAND CS-TICKET CS-USERNAME
                                CS-MESSAGE.
       MAIN-PROGRAM.
           EVALUATE FUNCTION TRIM(CS-COMMAND)
              WHEN "LINKED"
                   PERFORM FIND-LINK-BY-USERNAME
                   IF WS-LINKED = "Y"
                      MOVE "LINKED" TO CS-MESSAGE
                   ELSE
                      MOVE "NO" TO CS-MESSAGE
                   END-IF
              WHEN "LOGIN"
                   PERFORM TICKET-LOGIN
           END-EVALUATE
           GOBACK.

       TICKET-LOGIN.
           MOVE SPACES TO CS-USERNAME
           MOVE "N" TO WS-LOGIN-OK
           PERFORM CHECK-TICKET-FORM
           IF WS-TICKET-OK = "N"
              MOVE "That campus sign-on ticket is not valid."
                 TO CS-MESSAGE
              EXIT PARAGRAPH
           END-IF

      *> Read the ticket, then burn it before anything is decided,
      *> so a ticket never works twice.
           MOVE SPACES TO WS-CAMPUS-ID WS-ISSUED
           OPEN INPUT TICKET-FILE
           IF WS-TICKET-STATUS NOT = "00"
              MOVE "That campus sign-on ticket was not found or has"
               & " already been used." TO CS-MESSAGE
              EXIT PARAGRAPH
           END-IF
           READ TICKET-FILE
              AT END MOVE SPACES TO TICKET-REC
           END-READ
           CLOSE TICKET-FILE
           CALL "CBL_DELETE_FILE" USING WS-TICKET-PATH
           UNSTRING TICKET-REC DELIMITED BY ","
               INTO WS-CAMPUS-ID WS-ISSUED
           END-UNSTRING

           IF FUNCTION TRIM(WS-CAMPUS-ID) = SPACES
              MOVE "That campus sign-on ticket is not valid."
                 TO CS-MESSAGE
              EXIT PARAGRAPH
           END-IF

           PERFORM FIND-LINK-BY-CAMPUS-ID
           IF WS-LINKED = "N"
              MOVE "This campus ID is not linked to an InCollege"
               & " account." TO CS-MESSAGE
              EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-TICKET-AGE
           IF WS-LOGIN-OK = "N"
              MOVE "That campus sign-on ticket has expired - please"
               & " sign on again." TO CS-MESSAGE
              PERFORM WRITE-AUDIT-ROW
              EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-DEACTIVATED
           IF WS-DEACTIVATED = "Y"
              MOVE "N" TO WS-LOGIN-OK
              MOVE "This account has been deactivated. Please contact "
                 & "support." TO CS-MESSAGE
              PERFORM WRITE-AUDIT-ROW
              EXIT PARAGRAPH
           END-IF

           MOVE "You have successfully logged in." TO CS-MESSAGE
           PERFORM WRITE-AUDIT-ROW.

      *> The ticket names a file, so only letters, digits and
      *> hyphens are let through to the path.
       CHECK-TICKET-FORM.
           MOVE "N" TO WS-TICKET-OK
           MOVE FUNCTION TRIM(CS-TICKET) TO WS-TICKET
           MOVE 0 TO WS-TICKET-LEN
           IF WS-TICKET NOT = SPACES
              COMPUTE WS-TICKET-LEN =
                      FUNCTION LENGTH(FUNCTION TRIM(WS-TICKET))
           END-IF
           IF WS-TICKET-LEN < 8
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS > WS-TICKET-LEN
              IF WS-TICKET(WS-POS:1) IS NOT ALPHABETIC AND
                 WS-TICKET(WS-POS:1) IS NOT NUMERIC AND
                 WS-TICKET(WS-POS:1) NOT = "-"
                 EXIT PARAGRAPH
              END-IF
              IF WS-TICKET(WS-POS:1) = SPACE
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM
           MOVE SPACES TO WS-TICKET-PATH
           STRING "data/sso-" WS-TICKET(1:WS-TICKET-LEN) ".dat"
                  DELIMITED BY SIZE INTO WS-TICKET-PATH
           END-STRING
           MOVE "Y" TO WS-TICKET-OK.

      *> The same days-times-86400 epoch login.cob's lockout uses;
      *> an unreadable issue time counts as expired.
       CHECK-TICKET-AGE.
           MOVE "N" TO WS-LOGIN-OK
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE
           MOVE WS-CURR-DATE(1:8) TO WS-DATE-NUM
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           COMPUTE WS-NOW-EPOCH = WS-DATE-INT * 86400
                 + FUNCTION NUMVAL(WS-CURR-DATE(9:2)) * 3600
                 + FUNCTION NUMVAL(WS-CURR-DATE(11:2)) * 60
                 + FUNCTION NUMVAL(WS-CURR-DATE(13:2))

           IF WS-ISSUED(1:4) IS NOT NUMERIC OR
              WS-ISSUED(6:2) IS NOT NUMERIC OR
              WS-ISSUED(9:2) IS NOT NUMERIC OR
              WS-ISSUED(12:2) IS NOT NUMERIC OR
              WS-ISSUED(15:2) IS NOT NUMERIC OR
              WS-ISSUED(18:2) IS NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           STRING WS-ISSUED(1:4) WS-ISSUED(6:2) WS-ISSUED(9:2)
                  DELIMITED BY SIZE INTO WS-DATE-NUM
           END-STRING
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) NOT = 0
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           COMPUTE WS-ISSUED-EPOCH = WS-DATE-INT * 86400
                 + FUNCTION NUMVAL(WS-ISSUED(12:2)) * 3600
                 + FUNCTION NUMVAL(WS-ISSUED(15:2)) * 60
                 + FUNCTION NUMVAL(WS-ISSUED(18:2))

           IF WS-ISSUED-EPOCH <= WS-NOW-EPOCH AND
              WS-NOW-EPOCH - WS-ISSUED-EPOCH <= WS-MAX-AGE-SECS
              MOVE "Y" TO WS-LOGIN-OK
           END-IF.

       FIND-LINK-BY-CAMPUS-ID.
           MOVE "N" TO WS-LINKED
           MOVE "N" TO WS-EOF
           OPEN INPUT LINK-FILE
           IF WS-LINK-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ LINK-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF CL-CAMPUS-ID = WS-CAMPUS-ID AND CL-ACTIVE
                          MOVE "Y" TO WS-LINKED
                          MOVE CL-USERNAME TO CS-USERNAME
                          MOVE "Y" TO WS-EOF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE LINK-FILE
           END-IF.

       FIND-LINK-BY-USERNAME.
           MOVE "N" TO WS-LINKED
           MOVE "N" TO WS-EOF
           OPEN INPUT LINK-FILE
           IF WS-LINK-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ LINK-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF FUNCTION TRIM(CL-USERNAME) =
                          FUNCTION TRIM(CS-USERNAME) AND CL-ACTIVE
                          MOVE "Y" TO WS-LINKED
                          MOVE "Y" TO WS-EOF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE LINK-FILE
           END-IF.

       CHECK-DEACTIVATED.
           MOVE "N" TO WS-DEACTIVATED
           MOVE "N" TO WS-EOF
           OPEN INPUT DEACT-FILE
           IF WS-DEACT-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ DEACT-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF FUNCTION TRIM(DEACT-USERNAME) =
                          FUNCTION TRIM(CS-USERNAME)
                          MOVE "Y" TO WS-DEACTIVATED
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DEACT-FILE
           END-IF.

       WRITE-AUDIT-ROW.
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE
           MOVE SPACES TO AUDIT-REC
           MOVE CS-USERNAME TO AUDIT-USERNAME
           STRING WS-CURR-DATE(1:4) "-" WS-CURR-DATE(5:2) "-"
                  WS-CURR-DATE(7:2) " " WS-CURR-DATE(9:2) ":"
                  WS-CURR-DATE(11:2) ":" WS-CURR-DATE(13:2)
                  DELIMITED BY SIZE INTO AUDIT-TIMESTAMP
           END-STRING
           IF WS-LOGIN-OK = "Y"
              MOVE "SUCCESS" TO AUDIT-RESULT
           ELSE
              MOVE "FAILURE" TO AUDIT-RESULT
           END-IF
           CALL "AUDIT-CHAIN" USING WS-AC-COMMAND WS-AC-PATH
                WS-AC-ACTOR AUDIT-REC WS-AC-RESULT.

       END PROGRAM CAMPUS-SSO.
