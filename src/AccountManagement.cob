               FILE STATUS IS WS-BLOCKED-STATUS.
           SELECT BLOCKED-TEMP-FILE ASSIGN TO "data/blockedtemp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REJECTED-FILE ASSIGN
              TO "data/rejected-connections.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECTED-STATUS.
           SELECT REJECTED-TEMP-FILE ASSIGN TO "data/rejectedtemp.dat"
           COPY "JOBREC.cpy".

       FD JOB-TEMP-FILE.
       01 JOB-TEMP-REC PIC X(581).

      *> data/pwd-force.dat: one username per row that must change
      *> their password at next login - seeded by ROSTER-IMPORT for
       77 WS-STORED-GRADYEAR PIC 9(4) VALUE 0.
       77 WS-ENTERED-GRADYEAR PIC 9(4) VALUE 0.
       77 WS-ADMIN-OVERRIDE  PIC X(20) VALUE "INCOLLEGE-ADMIN".
       77 WS-CS-COMMAND      PIC X(10).
       77 WS-CS-TICKET       PIC X(40) VALUE SPACES.
       77 WS-CS-MESSAGE      PIC X(80).

       77 WS-CONN-STATUS      PIC XX.
       77 WS-PENDING-STATUS   PIC XX.
       77 WS-DISPLAY-LINE     PIC X(80).
       77 WS-LK-SUB           PIC X(20).
       77 WS-SWEEP-BUSY       PIC X VALUE "N".
       77 WS-ES-COMMAND       PIC X(10).
       77 WS-ES-RESULT        PIC X(10).
       77 WS-IA-COMMAND       PIC X(10).
       77 WS-IA-JOB-ID        PIC 9(05) VALUE 0.
       77 WS-IA-EMPLOYER      PIC X(20).
       77 WS-IA-SLOT          PIC X(16).
       77 WS-IA-RESULT        PIC X(10).
       77 WS-CT-COMMAND       PIC X(10).
       77 WS-CT-CONTACT       PIC X(20) VALUE SPACES.
       77 WS-CT-TAG           PIC X(20) VALUE SPACES.
       77 WS-CT-RESULT        PIC X(10).
       77 WS-RT-COMMAND       PIC X(10).
       77 WS-RT-JOB-ID        PIC 9(05) VALUE 0.
       77 WS-RT-TEXT          PIC X(472).
       77 WS-RT-RESULT        PIC X(10).

       LINKAGE SECTION.
       01 AM-COMMAND  PIC X(20).
                   CLOSE ACCOUNT-FILE

                   IF WS-COUNT >= WS-LIMIT
                      MOVE "All permitted accounts have been created,"
                       & " please come back later"
                         TO AM-MESSAGE
                      GOBACK
                   END-IF
                   *> Validate password
                   CALL "UTILITIES" USING AM-PASSWORD WS-VALID-FLAG
                   IF WS-VALID-FLAG NOT = "Y"
                      MOVE "Invalid password. Must be 8-12 chars, 1"
                       & " uppercase, 1 digit, 1 special."
                         TO AM-MESSAGE
                      GOBACK
                   END-IF
                      READ ACCOUNT-FILE
                          AT END MOVE "Y" TO WS-END-OF-FILE
                          NOT AT END
                              IF FUNCTION TRIM(ACC-USERNAME) =
                                 FUNCTION TRIM(AM-USERNAME)
                                 MOVE "Y" TO WS-DUPLICATE-FLAG
                              END-IF
                      END-READ

              WHEN "RESET"
                   *> Verify identity via the graduation year on file in
                   *> profiles.dat, or the ops-only override code,
                   *> before a new password is accepted - nobody edits
                   *> accounts.dat by hand for this anymore.
                   *> An account linked to a campus ID signs on at the
                   *> campus; its password is reset there, not here.
                   MOVE "LINKED" TO WS-CS-COMMAND
                   CALL "CAMPUS-SSO" USING WS-CS-COMMAND WS-CS-TICKET
                        AM-USERNAME WS-CS-MESSAGE
                   IF WS-CS-MESSAGE = "LINKED"
                      MOVE "This account uses campus sign-on - reset"
                       & " the password with the campus." TO AM-MESSAGE
                      GOBACK
                   END-IF
                   MOVE "N" TO WS-VERIFIED
                   IF FUNCTION TRIM(AM-SECRET) =
                      FUNCTION TRIM(WS-ADMIN-OVERRIDE)
                   END-IF

                   IF WS-VERIFIED = "N"
                      MOVE "Identity verification failed. Password not"
                       & " changed."
                         TO AM-MESSAGE
                      GOBACK
                   END-IF
                   *> Validate the new password the same way CREATE does
                   CALL "UTILITIES" USING AM-PASSWORD WS-VALID-FLAG
                   IF WS-VALID-FLAG NOT = "Y"
                      MOVE "Invalid password. Must be 8-12 chars, 1"
                       & " uppercase, 1 digit, 1 special."
                         TO AM-MESSAGE
                      GOBACK
                   END-IF

                   PERFORM CHECK-PWD-REUSE
                   IF WS-PWD-REUSED = "Y"
                      MOVE "That password was used before. Choose a"
                       & " new one."
                         TO AM-MESSAGE
                      GOBACK
                   END-IF
                   *> the password, the same belt-and-suspenders RESET
                   *> uses for its secret/grad-year verification above.
                   IF FUNCTION TRIM(AM-SECRET) NOT = "DELETE"
                      MOVE "Account deletion not confirmed. No changes"
                       & " made."
                         TO AM-MESSAGE
                      GOBACK
                   END-IF
      *> the cascade would destroy records a live case needs.
                   CALL "LEGAL-HOLD" USING AM-USERNAME WS-LH-HELD
                   IF WS-LH-HELD = "Y"
                      MOVE "This account is under a legal hold -"
                       & " contact support."
                         TO AM-MESSAGE
                      GOBACK
                   END-IF
                   CALL "FILE-LOCK" USING WS-LK-COMMAND WS-LK-FILE
                        AM-USERNAME WS-LK-RESULT
                   IF WS-LK-RESULT NOT = "OK"
                      MOVE "The data files are busy - try the delete"
                       & " again shortly."
                         TO AM-MESSAGE
                      GOBACK
                   END-IF
                   PERFORM REMOVE-MESSAGE-ROWS
                   PERFORM REMOVE-NOTIFICATION-ROWS
                   PERFORM REMOVE-SKILLS-ROWS
                   MOVE "REMOVE" TO WS-ES-COMMAND
                   CALL "EEO-SELF-ID" USING WS-ES-COMMAND AM-USERNAME
                        WS-ES-RESULT
                   MOVE "REMOVE" TO WS-IA-COMMAND
                   CALL "INTERVIEW-ACCOM" USING WS-IA-COMMAND
                        AM-USERNAME WS-IA-JOB-ID WS-IA-EMPLOYER
                        WS-IA-SLOT WS-IA-RESULT
                   MOVE "REMOVE" TO WS-CT-COMMAND
                   CALL "CONNECTION-TAGS" USING WS-CT-COMMAND
                        AM-USERNAME WS-CT-CONTACT WS-CT-TAG
                        WS-CT-RESULT
                   MOVE "REMOVE" TO WS-RT-COMMAND
                   CALL "REPLY-TEMPLATES" USING WS-RT-COMMAND
                        AM-USERNAME WS-CT-CONTACT WS-RT-JOB-ID
                        WS-RT-TEXT WS-RT-RESULT
                   PERFORM REMOVE-EMPLOYER-ROW
                   PERFORM CLOSE-POSTED-JOBS

                        AM-USERNAME WS-LK-RESULT

                   IF WS-SWEEP-BUSY = "Y"
                      MOVE "Account deleted; some related files were"
                       & " busy - run the integrity check to finish."
                         TO AM-MESSAGE
                   ELSE
                      MOVE "Account and all associated data have been"
                       & " deleted."
                         TO AM-MESSAGE
                   END-IF

                   *> clears the forced-change flag.
                   CALL "UTILITIES" USING AM-PASSWORD WS-VALID-FLAG
                   IF WS-VALID-FLAG NOT = "Y"
                      MOVE "Invalid password. Must be 8-12 chars, 1"
                       & " uppercase, 1 digit, 1 special."
                         TO AM-MESSAGE
                      GOBACK
                   END-IF
                   PERFORM CHECK-PWD-REUSE
                   IF WS-PWD-REUSED = "Y"
                      MOVE "That password was used before. Choose a"
                       & " new one."
                         TO AM-MESSAGE
                      GOBACK
                   END-IF
           CLOSE JOB-TEMP-FILE
           PERFORM RELEASE-SUB-LOCK.

       *> Pulls the account cap from data/account-capacity.dat so ops
       *> can raise it for a new semester without recompiling. Keeps the
       *> built-in WS-LIMIT default when the control file is absent.
       LOAD-CAPACITY.
           OPEN INPUT CAPACITY-FILE
