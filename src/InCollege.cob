       77 WS-OTP-RESULT     PIC X(10).
       77 WS-OTP-OK         PIC X VALUE "N".
       77 WS-OTP-TRIES      PIC 9(1) VALUE 0.
       77 WS-PA-COMMAND     PIC X(10).
       77 WS-PA-RESULT      PIC X(10).
       77 WS-CS-COMMAND     PIC X(10).
       77 WS-CS-TICKET      PIC X(40).
       77 WS-VIA-SSO        PIC X VALUE "N".
       77 WS-LOCKOUT-STATUS PIC XX.
       77 WS-LCK-CURR-DATE  PIC X(21).
       77 WS-LCK-DATE-NUM   PIC 9(08).
       77 WS-LCK-DATE-INT   PIC 9(07).
       77 WS-LCK-SECS       PIC 9(05).
       77 WS-LCK-EPOCH      PIC 9(11).
       77 WS-SX-COMMAND     PIC X(10).
       77 WS-MSG-ID         PIC X(12).
       77 WS-LC-COMMAND     PIC X(10).
       77 WS-LC-FILE        PIC X(30).
       77 WS-LC-VERSION     PIC 9(03).
       77 WS-LC-RESULT      PIC X(10).
       77 WS-RT-COMMAND     PIC X(10).
       77 WS-RT-RECIPIENT   PIC X(20) VALUE SPACES.
       77 WS-RT-JOB-ID      PIC 9(05) VALUE 0.
       77 WS-RT-TEXT        PIC X(472).
       77 WS-RT-RESULT      PIC X(10).


           COPY "REGIONINF.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
      *> The region decides where data/ points, so it comes before
      *> IO-MODULE opens the transcripts.
           CALL "REGION-CONFIG" USING REGION-INFO
           IF RI-RESULT NOT = "OK"
              STOP RUN
           END-IF

           MOVE "OPEN" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE
           IF RI-BANNER NOT = SPACES
              MOVE SPACES TO WS-LINE
              STRING "*** " FUNCTION TRIM(RI-BANNER) " ***"
                     DELIMITED BY SIZE INTO WS-LINE
              END-STRING
              MOVE "WRITE" TO WS-COMMAND
              CALL "IO-MODULE" USING WS-COMMAND WS-LINE
           END-IF

      *> The batch window owns the files while the maintenance flag
      *> is up: a friendly closed sign instead of the login menu.
           IF WS-MM-INFO(1:1) = "Y"
              MOVE "InCollege is closed for nightly maintenance."
                 TO WS-LINE
              MOVE "INCL-001" TO WS-MSG-ID
              PERFORM SAY-LINE
              MOVE SPACES TO WS-LINE
              STRING "We will be back at "
                     FUNCTION TRIM(WS-MM-INFO(2:16)) "."
              STOP RUN
           END-IF

      *> A data file still at an older record layout would be
      *> misread by every screen: closed until it is converted.
           MOVE "CHECKALL" TO WS-LC-COMMAND
           MOVE SPACES TO WS-LC-FILE
           CALL "LAYOUT-CHECK" USING WS-LC-COMMAND WS-LC-FILE
                WS-LC-VERSION WS-LC-RESULT
           IF WS-LC-RESULT NOT = "OK"
              MOVE "InCollege is closed while its data files are "
                 & "converted." TO WS-LINE
              MOVE "INCL-002" TO WS-MSG-ID
              PERFORM SAY-LINE
              MOVE "Please try again later." TO WS-LINE
              MOVE "INCL-003" TO WS-MSG-ID
              PERFORM SAY-LINE
              MOVE "CLOSE" TO WS-COMMAND
              CALL "IO-MODULE" USING WS-COMMAND WS-LINE
              STOP RUN
           END-IF

           PERFORM LOGIN-SCREEN

           IF (WS-CHOICE = 1 OR WS-CHOICE = 4) AND
              WS-LOGIN-SUCCESS = "Y"
              PERFORM MAIN-MENU
              MOVE "LOGOUT" TO WS-ST-COMMAND
              MOVE WS-END-REASON TO WS-ST-RESULT

       LOGIN-SCREEN.
           MOVE "Welcome to InCollege!" TO WS-LINE
           MOVE "WELCOME" TO WS-MSG-ID
           PERFORM SAY-LINE

           MOVE "1. Log In" TO WS-LINE
           MOVE "LOGIN-01" TO WS-MSG-ID
           PERFORM SAY-LINE

           MOVE "2. Create New Account" TO WS-LINE
           MOVE "LOGIN-02" TO WS-MSG-ID
           PERFORM SAY-LINE

           MOVE "3. Reset Password" TO WS-LINE
           MOVE "LOGIN-03" TO WS-MSG-ID
           PERFORM SAY-LINE

           MOVE "4. Log In with Campus Sign-On" TO WS-LINE
           MOVE "LOGIN-04" TO WS-MSG-ID
           PERFORM SAY-LINE

           MOVE "Enter your choice:" TO WS-LINE
           MOVE "ENTER-CHOICE" TO WS-MSG-ID
           PERFORM SAY-LINE

           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE
              PERFORM CREATE-ACCOUNT
           ELSE IF WS-CHOICE = 3
              PERFORM RESET-PASSWORD
           ELSE IF WS-CHOICE = 4
              PERFORM DO-SSO-LOGIN
           ELSE
              MOVE "Invalid choice" TO WS-LINE
              MOVE "INVALID" TO WS-MSG-ID
              PERFORM SAY-LINE
           END-IF.

       DO-LOGIN.
           MOVE "N" TO WS-LOGIN-SUCCESS
           MOVE 0 TO WS-LOGIN-ATTEMPTS
           PERFORM UNTIL WS-LOGIN-SUCCESS = "Y"
              OR WS-LOGIN-ATTEMPTS >= 3
               MOVE "Please enter your username:" TO WS-LINE
               MOVE "ASK-USERNAME" TO WS-MSG-ID
               PERFORM SAY-LINE
               MOVE "READ" TO WS-COMMAND
               CALL "IO-MODULE" USING WS-COMMAND WS-USERNAME

               MOVE "Please enter your password:" TO WS-LINE
               MOVE "ASK-PASSWORD" TO WS-MSG-ID
               PERFORM SAY-LINE
               MOVE "READ" TO WS-COMMAND
               CALL "IO-MODULE" USING WS-COMMAND WS-PASSWORD

               END-IF

               IF WS-LOGIN-SUCCESS = "Y"
                  PERFORM FINISH-LOGIN
               ELSE
                  PERFORM SAY-MESSAGE
               END-IF
           END-PERFORM.

      *> A linked student signs on at the campus identity provider,
      *> which drops a one-time ticket file; CAMPUS-SSO reads and
      *> burns it and maps the campus ID to the username. A ticket
      *> is single-use, so there is one try - a new ticket means a
      *> new sign-on at the campus.
       DO-SSO-LOGIN.
           MOVE "N" TO WS-LOGIN-SUCCESS
           MOVE "Y" TO WS-VIA-SSO
           MOVE "Please enter your campus sign-on ticket:" TO WS-LINE
           MOVE "ASK-TICKET" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE SPACES TO WS-LINE
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE
           MOVE WS-LINE(1:40) TO WS-CS-TICKET

           MOVE "LOGIN" TO WS-CS-COMMAND
           CALL "CAMPUS-SSO" USING WS-CS-COMMAND WS-CS-TICKET
                WS-USERNAME WS-MESSAGE
           IF FUNCTION TRIM(WS-MESSAGE) =
              "You have successfully logged in."
              MOVE "Y" TO WS-LOGIN-SUCCESS
              PERFORM OPEN-USER-SESSION
           END-IF

           IF WS-LOGIN-SUCCESS = "Y"
              PERFORM FINISH-LOGIN
           ELSE
              PERFORM SAY-MESSAGE
           END-IF.

      *> Everything after the credentials are accepted, whether by
      *> password or by campus ticket: the welcome, role, admin
      *> second factor, the terms in force and the start-up notices.
      *> A campus sign-on has no InCollege password to force or age.
       FINISH-LOGIN.
           PERFORM SAY-MESSAGE

           MOVE SPACES TO WS-LINE
           STRING "Welcome, " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-USERNAME) DELIMITED BY SIZE
                  "!" DELIMITED BY SIZE
                  INTO WS-LINE
           END-STRING
           MOVE "WRITE" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE

           MOVE "GET-ROLE" TO WS-COMMAND
           CALL "ACCOUNT-MGMT" USING WS-COMMAND WS-USERNAME
                                     WS-PASSWORD WS-SECRET
                                     WS-MESSAGE
           MOVE WS-MESSAGE(1:10) TO WS-USER-ROLE

      *> Admin-role logins take a second factor: a one-time code
      *> from the printed sheet, checked (and burned) by OTP-VERIFY,
      *> ADMIN-CONSOLE's OTP-STEP-UP writes, and a refused login
      *> closes the sessions.dat row OPEN-USER-SESSION just opened
      *> so the retry is not told the account is already active.
           IF WS-USER-ROLE = "admin"
              PERFORM OTP-STEP-UP-LOGIN
              IF WS-OTP-OK = "N"
                 MOVE "That code was not accepted - admin log"
                  & "in refused." TO WS-LINE
                 MOVE "INCL-004" TO WS-MSG-ID
                 PERFORM SAY-LINE
                 MOVE "LOGOUT" TO WS-ST-COMMAND
                 MOVE "otp" TO WS-ST-RESULT
                 CALL "SESSION-TRACK" USING WS-ST-COMMAND
                      WS-USERNAME WS-ST-RESULT
                 MOVE "N" TO WS-LOGIN-SUCCESS
              END-IF
           END-IF

           IF WS-LOGIN-SUCCESS = "Y" AND
              (WS-USER-ROLE = "employer" OR
               WS-USER-ROLE = "admin")
              MOVE "Y" TO WS-IS-EMPLOYER
           ELSE
              MOVE "N" TO WS-IS-EMPLOYER
           END-IF
           IF WS-USER-ROLE = "student" OR
              WS-USER-ROLE = "admin"
              MOVE "Y" TO WS-IS-STUDENT
           ELSE
              MOVE "N" TO WS-IS-STUDENT
           END-IF

           IF WS-LOGIN-SUCCESS = "Y"
              CALL "ANNOUNCE-SHOW" USING WS-USERNAME
              PERFORM REQUIRE-POLICY-ACCEPTANCE
           END-IF

           IF WS-LOGIN-SUCCESS = "Y"
              IF WS-VIA-SSO = "N"
                 PERFORM FORCE-PASSWORD-CHANGE
                 PERFORM CHECK-PASSWORD-AGE
              END-IF

              MOVE "VIEW-NOTIFICATIONS" TO WS-COMMAND
              CALL "JOB-MGMT" USING WS-COMMAND WS-USERNAME
                                    WS-SELECTION WS-MESSAGE

              CALL "SURVEY-PROMPT" USING WS-USERNAME
           END-IF.

      *> The terms of use and privacy notice in force must be
      *> accepted before MAIN-MENU; POLICY-ACCEPT records the answer.
      *> A decline ends the login the way a refused admin code does,
      *> closing the sessions.dat row OPEN-USER-SESSION opened.
       REQUIRE-POLICY-ACCEPTANCE.
           MOVE "REQUIRE" TO WS-PA-COMMAND
           CALL "POLICY-ACCEPT" USING WS-PA-COMMAND WS-USERNAME
                WS-PA-RESULT
           IF WS-PA-RESULT NOT = "OK"
              MOVE "You must accept the current terms to use InColl"
               & "ege - you have been logged out." TO WS-LINE
              MOVE "INCL-005" TO WS-MSG-ID
              PERFORM SAY-LINE
              MOVE "LOGOUT" TO WS-ST-COMMAND
              MOVE "declined" TO WS-ST-RESULT
              CALL "SESSION-TRACK" USING WS-ST-COMMAND
                   WS-USERNAME WS-ST-RESULT
              MOVE "N" TO WS-LOGIN-SUCCESS
           END-IF.

      *> Up to three one-time-code attempts, the same loop
      *> ADMIN-CONSOLE's OTP-STEP-UP runs; a missing code sheet ends
           PERFORM UNTIL WS-OTP-OK = "Y" OR WS-OTP-TRIES >= 3
              MOVE "Enter a one-time code from your admin sheet:"
                 TO WS-LINE
              MOVE "INCL-006" TO WS-MSG-ID
              PERFORM SAY-LINE
              MOVE SPACES TO WS-LINE
              MOVE "READ" TO WS-COMMAND
              CALL "IO-MODULE" USING WS-COMMAND WS-LINE
                 WHEN "NOCODES"
                      MOVE "No code sheet on file for this account."
                         TO WS-LINE
                      MOVE "INCL-007" TO WS-MSG-ID
                      PERFORM SAY-LINE
                      MOVE 3 TO WS-OTP-TRIES
                 WHEN OTHER
                      MOVE "That code is wrong or already used."
                         TO WS-LINE
                      MOVE "INCL-008" TO WS-MSG-ID
                      PERFORM SAY-LINE
              END-EVALUATE
           END-PERFORM

              PERFORM LOCK-AFTER-OTP-FAILURES
              MOVE "Too many wrong codes - the account is locked fo"
               & "r fifteen minutes." TO WS-LINE
              MOVE "INCL-009" TO WS-MSG-ID
              PERFORM SAY-LINE
           END-IF.

      *> The same whole-days-times-86400 epoch idiom login.cob's
           PERFORM UNTIL FUNCTION TRIM(WS-MESSAGE) NOT = "FORCED"
               MOVE "Your temporary password must be changed now."
                  TO WS-LINE
               MOVE "INCL-010" TO WS-MSG-ID
               PERFORM SAY-LINE
               MOVE "Please enter your new password:" TO WS-LINE
               MOVE "ASK-NEW-PWD" TO WS-MSG-ID
               PERFORM SAY-LINE
               MOVE "READ" TO WS-COMMAND
               CALL "IO-MODULE" USING WS-COMMAND WS-PASSWORD

               CALL "ACCOUNT-MGMT" USING WS-COMMAND WS-USERNAME
                                         WS-PASSWORD WS-SECRET
                                         WS-MESSAGE
               PERFORM SAY-MESSAGE
               IF FUNCTION TRIM(WS-MESSAGE) =
                  "Password has been changed."
                  MOVE "OK" TO WS-MESSAGE
           IF FUNCTION TRIM(WS-MESSAGE) = "WARN"
              MOVE "Your password is about to expire - please change"
                 TO WS-LINE
              MOVE "INCL-011" TO WS-MSG-ID
              PERFORM SAY-LINE
              MOVE "it soon under Reset Password." TO WS-LINE
              MOVE "INCL-012" TO WS-MSG-ID
              PERFORM SAY-LINE
           END-IF

           IF FUNCTION TRIM(WS-MESSAGE) = "EXPIRED"
              MOVE "Your password has expired and must be changed."
                 TO WS-LINE
              MOVE "INCL-013" TO WS-MSG-ID
              PERFORM SAY-LINE
              MOVE "FORCED" TO WS-MESSAGE
              PERFORM UNTIL FUNCTION TRIM(WS-MESSAGE) NOT = "FORCED"
                  MOVE "Please enter your new password:" TO WS-LINE
                  MOVE "ASK-NEW-PWD" TO WS-MSG-ID
                  PERFORM SAY-LINE
                  MOVE "READ" TO WS-COMMAND
                  CALL "IO-MODULE" USING WS-COMMAND WS-PASSWORD

                  CALL "ACCOUNT-MGMT" USING WS-COMMAND WS-USERNAME
                                            WS-PASSWORD WS-SECRET
                                            WS-MESSAGE
                  PERFORM SAY-MESSAGE
                  IF FUNCTION TRIM(WS-MESSAGE) =
                     "Password has been changed."
                     MOVE "OK" TO WS-MESSAGE
           IF FUNCTION TRIM(WS-ST-RESULT) = "ACTIVE"
              MOVE "This account is already logged in elsewhere."
                 TO WS-LINE
              MOVE "INCL-014" TO WS-MSG-ID
              PERFORM SAY-LINE
              MOVE "1. Take over the session" TO WS-LINE
              MOVE "INCL-015" TO WS-MSG-ID
              PERFORM SAY-LINE
              MOVE "2. Cancel this login" TO WS-LINE
              MOVE "INCL-016" TO WS-MSG-ID
              PERFORM SAY-LINE
              MOVE "Enter your choice:" TO WS-LINE
              MOVE "ENTER-CHOICE" TO WS-MSG-ID
              PERFORM SAY-LINE
              MOVE "READ" TO WS-COMMAND
              CALL "IO-MODULE" USING WS-COMMAND WS-LINE
              IF WS-LINE(1:1) = "1"

       CREATE-ACCOUNT.
           MOVE "Please enter your username:" TO WS-LINE
           MOVE "ASK-USERNAME" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-USERNAME

           MOVE "Please enter your password:" TO WS-LINE
           MOVE "ASK-PASSWORD" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-PASSWORD

           MOVE "Is this a student or employer account?" TO WS-LINE
           MOVE "ROLE-PROMPT" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "1. Student" TO WS-LINE
           MOVE "ROLE-01" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "2. Employer" TO WS-LINE
           MOVE "ROLE-02" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "Enter your choice:" TO WS-LINE
           MOVE "ENTER-CHOICE" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE
      *> The ops override code (the same one ACCOUNT-MGMT's RESET

           CALL "ACCOUNT-MGMT" USING "CREATE" WS-USERNAME
                                     WS-PASSWORD WS-SECRET WS-MESSAGE
           PERFORM SAY-MESSAGE

      *> The new account's screen language, asked once the account
      *> exists; an invalid pick leaves it on English, and it can be
      *> changed later under Privacy & Language Settings.
           IF FUNCTION TRIM(WS-MESSAGE) =
              "Account created successfully."
              MOVE "ASK-LANG" TO WS-SX-COMMAND
              CALL "SCREEN-TEXT" USING WS-SX-COMMAND WS-USERNAME
                                       WS-MSG-ID WS-LINE
           END-IF.

      *> Writes WS-LINE in the account's screen language. WS-LINE
      *> carries the English wording and WS-MSG-ID its message ID in
      *> data/msg-catalog.dat; SCREEN-TEXT swaps in the catalog text
      *> and falls back to the English when a row is missing.
       SAY-LINE.
           MOVE "TEXT" TO WS-SX-COMMAND
           CALL "SCREEN-TEXT" USING WS-SX-COMMAND WS-USERNAME
                                    WS-MSG-ID WS-LINE
           MOVE "WRITE" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE.

      *> Writes the result message ACCOUNT-MGMT or LOGIN handed back
      *> in WS-MESSAGE, in the account's screen language where the
      *> catalog carries that wording. WS-MESSAGE itself stays in
      *> English, since callers test it afterwards.
       SAY-MESSAGE.
           MOVE WS-MESSAGE TO WS-LINE
           MOVE SPACES TO WS-MSG-ID
           MOVE "MATCH" TO WS-SX-COMMAND
           CALL "SCREEN-TEXT" USING WS-SX-COMMAND WS-USERNAME
                                    WS-MSG-ID WS-LINE
           MOVE "WRITE" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE.

       RESET-PASSWORD.
           MOVE "Please enter your username:" TO WS-LINE
           MOVE "ASK-USERNAME" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-USERNAME

      *> A campus-linked account has no InCollege password to reset.
           MOVE "LINKED" TO WS-CS-COMMAND
           MOVE SPACES TO WS-CS-TICKET
           CALL "CAMPUS-SSO" USING WS-CS-COMMAND WS-CS-TICKET
                WS-USERNAME WS-MESSAGE
           IF WS-MESSAGE = "LINKED"
              MOVE "This account uses campus sign-on - reset the"
               & " password with the campus." TO WS-LINE
              MOVE "RESET-SSO" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF

           MOVE "Enter your graduation year to verify your identity,"
              TO WS-LINE
           MOVE "RESET-VERIFY" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "or the ops override code if resetting for someone"
            & " else:"
              TO WS-LINE
           MOVE "RESET-OVERRD" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-SECRET

           MOVE "Please enter your new password:" TO WS-LINE
           MOVE "ASK-NEW-PWD" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-PASSWORD

           CALL "ACCOUNT-MGMT" USING "RESET" WS-USERNAME WS-PASSWORD
                                     WS-SECRET WS-MESSAGE
           PERFORM SAY-MESSAGE.

       MAIN-MENU.
           MOVE 0 TO WS-MENU-CHOICE
           PERFORM UNTIL WS-MENU-CHOICE = 26
               MOVE "1. Search for a job" TO WS-LINE
               MOVE "MAIN-01" TO WS-MSG-ID
               PERFORM SAY-LINE
               MOVE "2. Find someone you know" TO WS-LINE
               MOVE "MAIN-02" TO WS-MSG-ID
               PERFORM SAY-LINE
               MOVE "3. Learn a new skill" TO WS-LINE
               MOVE "MAIN-03" TO WS-MSG-ID
               PERFORM SAY-LINE
               MOVE "4. View My Pending Connection Requests" TO WS-LINE
               MOVE "MAIN-04" TO WS-MSG-ID
               PERFORM SAY-LINE
               MOVE "5. View My Network" TO WS-LINE
               MOVE "MAIN-05" TO WS-MSG-ID
               PERFORM SAY-LINE
               MOVE "6. Delete My Account" TO WS-LINE
               MOVE "MAIN-06" TO WS-MSG-ID
               PERFORM SAY-LINE
               MOVE "7. Create/Edit Profile" TO WS-LINE
               MOVE "MAIN-07" TO WS-MSG-ID
               PERFORM SAY-LINE
               MOVE "8. Messages" TO WS-LINE
               MOVE "MAIN-08" TO WS-MSG-ID
               PERFORM SAY-LINE
               MOVE "9. Recommended Jobs For You" TO WS-LINE
               MOVE "MAIN-09" TO WS-MSG-ID
               PERFORM SAY-LINE
               MOVE "10. My Interviews" TO WS-LINE
               MOVE "MAIN-10" TO WS-MSG-ID
               PERFORM SAY-LINE
               MOVE "11. My Offers" TO WS-LINE
               MOVE "MAIN-11" TO WS-MSG-ID
               PERFORM SAY-LINE
               MOVE "12. Who Viewed My Profile" TO WS-LINE
               MOVE "MAIN-12" TO WS-MSG-ID
               PERFORM SAY-LINE
               MOVE "13. People You May Know" TO WS-LINE
               MOVE "MAIN-13" TO WS-MSG-ID
               PERFORM SAY-LINE
               MOVE "14. Manage Blocked Users" TO WS-LINE
               MOVE "MAIN-14" TO WS-MSG-ID
               PERFORM SAY-LINE
               MOVE "15. Alumni Directory" TO WS-LINE
               MOVE "MAIN-15" TO WS-MSG-ID
               PERFORM SAY-LINE
               MOVE "16. Campus Events" TO WS-LINE
               MOVE "MAIN-16" TO WS-MSG-ID
               PERFORM SAY-LINE
               MOVE "17. Notifications" TO WS-LINE
               MOVE "MAIN-17" TO WS-MSG-ID
               PERFORM SAY-LINE
               MOVE "18. My Mentoring" TO WS-LINE
               MOVE "MAIN-18" TO WS-MSG-ID
               PERFORM SAY-LINE
               MOVE "19. Companies I Follow" TO WS-LINE
               MOVE "MAIN-19" TO WS-MSG-ID
               PERFORM SAY-LINE
               MOVE "20. Advisor Dashboard" TO WS-LINE
               MOVE "MAIN-20" TO WS-MSG-ID
               PERFORM SAY-LINE
               MOVE "21. Interest Groups" TO WS-LINE
               MOVE "MAIN-21" TO WS-MSG-ID
               PERFORM SAY-LINE
               MOVE "22. My Calendar" TO WS-LINE
               MOVE "MAIN-22" TO WS-MSG-ID
               PERFORM SAY-LINE
               MOVE "23. My Outside Applications" TO WS-LINE
               MOVE "MAIN-23" TO WS-MSG-ID
               PERFORM SAY-LINE
               MOVE "24. Scholarships" TO WS-LINE
               MOVE "MAIN-24" TO WS-MSG-ID
               PERFORM SAY-LINE
               MOVE "25. Practice Interviews" TO WS-LINE
               MOVE "MAIN-25" TO WS-MSG-ID
               PERFORM SAY-LINE
               MOVE "26. Exit" TO WS-LINE
               MOVE "MAIN-26" TO WS-MSG-ID
               PERFORM SAY-LINE
               MOVE "Enter your choice:" TO WS-LINE
               MOVE "ENTER-CHOICE" TO WS-MSG-ID
               PERFORM SAY-LINE

               MOVE "CHECK-IDLE" TO WS-COMMAND
               CALL "IO-MODULE" USING WS-COMMAND WS-LINE
               MOVE WS-LINE(1:1) TO WS-IDLE-FLAG

               IF WS-IDLE-FLAG = "Y"
                   MOVE "Session timed out due to inactivity. Logging"
                    & " out."
                      TO WS-LINE
                   MOVE "IDLE-LOGOUT" TO WS-MSG-ID
                   PERFORM SAY-LINE
                   MOVE "idle" TO WS-END-REASON
                   MOVE 26 TO WS-MENU-CHOICE
               ELSE
                   MOVE "READ" TO WS-COMMAND
                   CALL "IO-MODULE" USING WS-COMMAND WS-LINE
                       WHEN 3
                           CALL "SKILL-MENU" USING WS-USERNAME
                       WHEN 4
                           CALL "VIEW-PENDING-REQUESTS" USING
                              WS-USERNAME
                       WHEN 5
                           CALL "NETWORKDISPLAY" USING WS-USERNAME
                       WHEN 6
                           PERFORM DELETE-MY-ACCOUNT
                       WHEN 7
                           CALL "USER-PROFILE" USING WS-USERNAME
                              WS-PASSWORD
                       WHEN 8
                           CALL "MESSAGE-MENU" USING WS-USERNAME
                       WHEN 9
                       WHEN 20
                           CALL "ADVISOR-DASH" USING WS-USERNAME
                       WHEN 21
                           CALL "INTEREST-GROUPS" USING WS-USERNAME
                       WHEN 22
                           CALL "MY-CALENDAR" USING WS-USERNAME
                       WHEN 23
                           CALL "MY-OUTSIDE-APPS" USING WS-USERNAME
                       WHEN 24
                           CALL "SCHOLARSHIPS" USING WS-USERNAME
                       WHEN 25
                           CALL "PRACTICE-INTERVIEWS" USING WS-USERNAME
                       WHEN 26
                           CONTINUE
                       WHEN OTHER
                           MOVE "Invalid choice. Please try again."
                              TO WS-LINE
                           MOVE "RETRY-CHOICE" TO WS-MSG-ID
                           PERFORM SAY-LINE
                           MOVE 0 TO WS-MENU-CHOICE
                   END-EVALUATE
               END-IF
       DELETE-MY-ACCOUNT.
           MOVE "This will permanently delete your account and all"
              TO WS-LINE
           MOVE "DEL-WARN-1" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "associated profile, connections, messages and job"
            & " data."
              TO WS-LINE
           MOVE "DEL-WARN-2" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "Type DELETE to confirm, or anything else to cancel:"
              TO WS-LINE
           MOVE "DEL-CONFIRM" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-SECRET

           IF FUNCTION TRIM(WS-SECRET) NOT = "DELETE"
              MOVE "Account deletion cancelled." TO WS-LINE
              MOVE "DEL-CANCEL" TO WS-MSG-ID
              PERFORM SAY-LINE
           ELSE
              MOVE "Enter your password to confirm:" TO WS-LINE
              MOVE "DEL-ASK-PWD" TO WS-MSG-ID
              PERFORM SAY-LINE
              MOVE "READ" TO WS-COMMAND
              CALL "IO-MODULE" USING WS-COMMAND WS-PASSWORD

              CALL "ACCOUNT-MGMT" USING "DELETE" WS-USERNAME
                                        WS-PASSWORD WS-SECRET WS-MESSAGE
              PERFORM SAY-MESSAGE

              IF FUNCTION TRIM(WS-MESSAGE) =
                 "Account and all associated data have been deleted."
                 MOVE 26 TO WS-MENU-CHOICE
              END-IF
           END-IF.

       JOB-SEARCH-MENU.
           MOVE 0 TO WS-JOB-CHOICE
           PERFORM UNTIL WS-JOB-CHOICE = 23
               MOVE "--- Job Search/Internship Menu ---" TO WS-LINE
               MOVE "JOBS-TITLE" TO WS-MSG-ID
               PERFORM SAY-LINE
               IF WS-IS-EMPLOYER = "Y"
                   MOVE "1. Post a Job/Internship" TO WS-LINE
                   MOVE "JOBS-01" TO WS-MSG-ID
                   PERFORM SAY-LINE
               END-IF
               MOVE "2. Browse Jobs/Internships" TO WS-LINE
               MOVE "JOBS-02" TO WS-MSG-ID
               PERFORM SAY-LINE
               IF WS-IS-STUDENT = "Y"
                   MOVE "3. View My Applications" TO WS-LINE
                   MOVE "JOBS-03" TO WS-MSG-ID
                   PERFORM SAY-LINE
               END-IF
               IF WS-IS-EMPLOYER = "Y"
                   MOVE "4. Update an Applicant's Status (Employer)"
                      TO WS-LINE
                   MOVE "JOBS-04" TO WS-MSG-ID
                   PERFORM SAY-LINE
               END-IF
               IF WS-IS-EMPLOYER = "Y"
                   MOVE "5. View Applicants for My Postings (Employer)"
                        TO WS-LINE
                   MOVE "JOBS-05" TO WS-MSG-ID
                   PERFORM SAY-LINE
               END-IF
               IF WS-IS-EMPLOYER = "Y"
                   MOVE "6. Edit/Close My Posting (Employer)" TO WS-LINE
                   MOVE "JOBS-06" TO WS-MSG-ID
                   PERFORM SAY-LINE
               END-IF
               IF WS-IS-STUDENT = "Y"
                   MOVE "7. Withdraw an Application" TO WS-LINE
                   MOVE "JOBS-07" TO WS-MSG-ID
                   PERFORM SAY-LINE
               END-IF
               IF WS-IS-EMPLOYER = "Y"
                   MOVE "8. Create/Edit My Company Profile (Employer)"
                        TO WS-LINE
                   MOVE "JOBS-08" TO WS-MSG-ID
                   PERFORM SAY-LINE
               END-IF
               IF WS-IS-STUDENT = "Y"
                   MOVE "9. My Saved Jobs" TO WS-LINE
                   MOVE "JOBS-09" TO WS-MSG-ID
                   PERFORM SAY-LINE
               END-IF
               IF WS-IS-EMPLOYER = "Y"
                   MOVE "10. Extend or Rescind an Offer (Employer)"
                     TO WS-LINE
                   MOVE "JOBS-10" TO WS-MSG-ID
                   PERFORM SAY-LINE
               END-IF
               IF WS-IS-EMPLOYER = "Y"
                   MOVE "11. Talent Search (Employer)" TO WS-LINE
                   MOVE "JOBS-11" TO WS-MSG-ID
                   PERFORM SAY-LINE
               END-IF
               IF WS-IS-EMPLOYER = "Y"
                   MOVE "12. Posting Funnel Report (Employer)"
                      TO WS-LINE
                   MOVE "JOBS-12" TO WS-MSG-ID
                   PERFORM SAY-LINE
               END-IF
               IF WS-IS-EMPLOYER = "Y"
                   MOVE "13. Create a Career Event (Employer)"
                      TO WS-LINE
                   MOVE "JOBS-13" TO WS-MSG-ID
                   PERFORM SAY-LINE
               END-IF
               IF WS-IS-EMPLOYER = "Y"
                   MOVE "14. Record an Interview Round Outcome"
                    & " (Employer)"
                        TO WS-LINE
                   MOVE "JOBS-14" TO WS-MSG-ID
                   PERFORM SAY-LINE
               END-IF
               MOVE "15. Campus Salary Snapshot" TO WS-LINE
               MOVE "JOBS-15" TO WS-MSG-ID
               PERFORM SAY-LINE
               MOVE "16. Work Terms" TO WS-LINE
               MOVE "JOBS-16" TO WS-MSG-ID
               PERFORM SAY-LINE
               MOVE "17. References" TO WS-LINE
               MOVE "JOBS-17" TO WS-MSG-ID
               PERFORM SAY-LINE
               IF WS-IS-EMPLOYER = "Y"
                   MOVE "18. Talent Pools (Employer)" TO WS-LINE
                   MOVE "JOBS-18" TO WS-MSG-ID
                   PERFORM SAY-LINE
               END-IF
               IF WS-IS-EMPLOYER = "Y"
                   MOVE "19. Office Hours (Employer)" TO WS-LINE
                   MOVE "JOBS-19" TO WS-MSG-ID
                   PERFORM SAY-LINE
               END-IF
               IF WS-IS-STUDENT = "Y"
                   MOVE "20. My Search Stats" TO WS-LINE
                   MOVE "JOBS-20" TO WS-MSG-ID
                   PERFORM SAY-LINE
               END-IF
               IF WS-IS-EMPLOYER = "Y"
                   MOVE "21. Register for a Career Fair (Employer)"
                      TO WS-LINE
                   MOVE "JOBS-21" TO WS-MSG-ID
                   PERFORM SAY-LINE
               END-IF
               IF WS-IS-EMPLOYER = "Y"
                   MOVE "22. Reply Templates (Employer)" TO WS-LINE
                   MOVE "JOBS-22" TO WS-MSG-ID
                   PERFORM SAY-LINE
               END-IF
               MOVE "23. Back to Main Menu" TO WS-LINE
               MOVE "JOBS-23" TO WS-MSG-ID
               PERFORM SAY-LINE
               MOVE "Enter your choice:" TO WS-LINE
               MOVE "ENTER-CHOICE" TO WS-MSG-ID
               PERFORM SAY-LINE

               MOVE "CHECK-IDLE" TO WS-COMMAND
               CALL "IO-MODULE" USING WS-COMMAND WS-LINE
               MOVE WS-LINE(1:1) TO WS-IDLE-FLAG

               IF WS-IDLE-FLAG = "Y"
                   MOVE "Session timed out due to inactivity. Logging"
                    & " out."
                      TO WS-LINE
                   MOVE "IDLE-LOGOUT" TO WS-MSG-ID
                   PERFORM SAY-LINE
                   MOVE "idle" TO WS-END-REASON
                   MOVE 23 TO WS-JOB-CHOICE
                   MOVE 26 TO WS-MENU-CHOICE
               ELSE
                   MOVE "READ" TO WS-COMMAND
                   CALL "IO-MODULE" USING WS-COMMAND WS-LINE
                           IF WS-IS-EMPLOYER = "Y"
                               CALL "EMPLOYER-PROFILE" USING WS-USERNAME
                           ELSE
                               MOVE "That option is for employer"
                                & " accounts." TO WS-LINE
                               MOVE "FOR-EMPLOYER" TO WS-MSG-ID
                               PERFORM SAY-LINE
                           END-IF
                       WHEN 9
                           MOVE "VIEW-SAVED" TO WS-COMMAND
                           IF WS-IS-EMPLOYER = "Y"
                               CALL "TALENT-SEARCH" USING WS-USERNAME
                           ELSE
                               MOVE "That option is for employer"
                                & " accounts." TO WS-LINE
                               MOVE "FOR-EMPLOYER" TO WS-MSG-ID
                               PERFORM SAY-LINE
                           END-IF
                       WHEN 12
                           MOVE "POSTING-STATS" TO WS-COMMAND
                               CALL "CAREER-EVENTS" USING WS-COMMAND
                                                          WS-USERNAME
                           ELSE
                               MOVE "That option is for employer"
                                & " accounts." TO WS-LINE
                               MOVE "FOR-EMPLOYER" TO WS-MSG-ID
                               PERFORM SAY-LINE
                           END-IF
                       WHEN 14
                           MOVE "INTERVIEW-OUTCOME" TO WS-COMMAND
                           IF WS-IS-EMPLOYER = "Y"
                               CALL "TALENT-POOLS" USING WS-USERNAME
                           ELSE
                               MOVE "That option is for employer"
                                & " accounts." TO WS-LINE
                               MOVE "FOR-EMPLOYER" TO WS-MSG-ID
                               PERFORM SAY-LINE
                           END-IF
                       WHEN 19
                           IF WS-IS-EMPLOYER = "Y"
                               CALL "OFFICE-HOURS" USING WS-COMMAND
                                    WS-USERNAME WS-SELECTION
                           ELSE
                               MOVE "That option is for employer"
                                & " accounts." TO WS-LINE
                               MOVE "FOR-EMPLOYER" TO WS-MSG-ID
                               PERFORM SAY-LINE
                           END-IF
                       WHEN 20
                           CALL "MY-SEARCH-STATS" USING WS-USERNAME
                       WHEN 21
                           IF WS-IS-EMPLOYER = "Y"
                               MOVE "FAIR-REGISTER" TO WS-COMMAND
                               CALL "CAREER-EVENTS" USING WS-COMMAND
                                                          WS-USERNAME
                           ELSE
                               MOVE "That option is for employer"
                                & " accounts." TO WS-LINE
                               MOVE "FOR-EMPLOYER" TO WS-MSG-ID
                               PERFORM SAY-LINE
                           END-IF
                       WHEN 22
                           IF WS-IS-EMPLOYER = "Y"
                               MOVE "MANAGE" TO WS-RT-COMMAND
                               CALL "REPLY-TEMPLATES" USING
                                    WS-RT-COMMAND WS-USERNAME
                                    WS-RT-RECIPIENT WS-RT-JOB-ID
                                    WS-RT-TEXT WS-RT-RESULT
                           ELSE
                               MOVE "That option is for employer"
                                & " accounts." TO WS-LINE
                               MOVE "FOR-EMPLOYER" TO WS-MSG-ID
                               PERFORM SAY-LINE
                           END-IF
                       WHEN 23
                           CONTINUE
                       WHEN OTHER
                           MOVE "Invalid choice. Please try again."
                              TO WS-LINE
                           MOVE "RETRY-CHOICE" TO WS-MSG-ID
                           PERFORM SAY-LINE
                           MOVE 0 TO WS-JOB-CHOICE
                   END-EVALUATE
               END-IF
