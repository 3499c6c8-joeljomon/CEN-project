               FILE STATUS IS WS-LOCKOUT-STATUS.
           SELECT LOCKOUT-TEMP-FILE ASSIGN TO "data/locktemp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DEACT-FILE ASSIGN TO "data/deactivated.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEACT-STATUS.
       FD  LOCKOUT-TEMP-FILE.
       01  LOCKOUT-TEMP-REC PIC X(34).

      *> data/deactivated.dat: accounts parked by the DORMANT-REVIEW
      *> batch; their logins are refused (data intact) until an
      *> admin reactivates them from the console.

       WORKING-STORAGE SECTION.
       01  WS-ACCOUNT-FILE-STATUS   PIC XX.
       01  WS-DISPLAY-LINE          PIC X(80).

       01  WS-IO-COMMUNICATION.
       01  WS-REMAINING-SECS        PIC 9(11).
       01  WS-REMAINING-MINS        PIC 999.
       01  WS-AUDIT-TIMESTAMP       PIC X(19).

      *> data/login-audit.dat: one line per call into
      *> 2100-VALIDATE-CREDENTIALS, independent of the interactive
      *> transcript IO-MODULE writes to InCollege-Output.txt, so a
      *> reported account compromise can be investigated after the
      *> fact. The row is appended through AUDIT-CHAIN, which adds
      *> the hash-chain link after these fields.
       01  AUDIT-REC.
           05 AUDIT-USERNAME           PIC X(20).
           05 AUDIT-TIMESTAMP          PIC X(19).
           05 AUDIT-RESULT             PIC X(7).
           05 FILLER                   PIC X(654).
       01  WS-AC-COMMAND            PIC X(10) VALUE "APPEND".
       01  WS-AC-PATH               PIC X(40)
           VALUE "data/login-audit.dat".
       01  WS-AC-ACTOR              PIC X(20) VALUE "LOGIN".
       01  WS-AC-RESULT             PIC X(10).
       01  WS-DEACT-STATUS          PIC XX.
       01  WS-DEACT-EOF             PIC X VALUE 'N'.
       01  WS-IS-DEACTIVATED        PIC X VALUE 'N'.
       01  WS-ACCIDX-STATUS         PIC XX.
       01  WS-IDX-AVAILABLE         PIC X VALUE 'N'.
       01  WS-CS-COMMAND            PIC X(10) VALUE "LINKED".
       01  WS-CS-TICKET             PIC X(40) VALUE SPACES.
       01  WS-CS-MESSAGE            PIC X(80).

       LINKAGE SECTION.
       
           MOVE LOGIN-PASSWORD TO WS-PASSWORD
           PERFORM 2040-CHECK-DEACTIVATED
           IF WS-IS-DEACTIVATED = 'Y'
               MOVE "This account has been deactivated. Please contact "
                  & "support." TO WS-DISPLAY-LINE
               PERFORM 9000-DISPLAY-AND-WRITE-LINE
               GOBACK
           END-IF
           PERFORM 2045-CHECK-CAMPUS-LINKED
           IF WS-CS-MESSAGE = "LINKED"
               MOVE "This account signs on with its campus ID - choose"
                  & " campus sign-on." TO WS-DISPLAY-LINE
               PERFORM 9000-DISPLAY-AND-WRITE-LINE
               GOBACK
           END-IF
               CLOSE DEACT-FILE
           END-IF.

      *> A student linked to a campus ID by the IDENTITY-FEED batch
      *> no longer has a usable InCollege password; the password is
      *> refused before it is checked, so it costs no lockout count.
       2045-CHECK-CAMPUS-LINKED.
           MOVE SPACES TO WS-CS-MESSAGE
           CALL "CAMPUS-SSO" USING WS-CS-COMMAND WS-CS-TICKET
                WS-USERNAME WS-CS-MESSAGE.

      *> Builds the current moment as a single ever-increasing integer
      *> (whole days since the COBOL epoch times 86400, plus seconds
      *> since midnight) so lockout cooldowns can be compared with a
                  WS-CURR-DATE(11:2) ":" WS-CURR-DATE(13:2)
                  DELIMITED BY SIZE
                  INTO WS-AUDIT-TIMESTAMP
           MOVE SPACES TO AUDIT-REC
           MOVE WS-USERNAME TO AUDIT-USERNAME
           MOVE WS-AUDIT-TIMESTAMP TO AUDIT-TIMESTAMP
           IF WS-LOGIN-SUCCESS = 'Y'
           ELSE
               MOVE "FAILURE" TO AUDIT-RESULT
           END-IF
           CALL "AUDIT-CHAIN" USING WS-AC-COMMAND WS-AC-PATH
                WS-AC-ACTOR AUDIT-REC WS-AC-RESULT.

      *> Displays the message then sends to the calling program
       9000-DISPLAY-AND-WRITE-LINE.
