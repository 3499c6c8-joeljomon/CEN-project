       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO "reports/integrity-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT LOCKOUT-FILE ASSIGN TO "data/lockouts.dat"
           SELECT REFLIST-TEMP-FILE ASSIGN TO "data/reflisttemp.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFLTMP-STATUS.
           SELECT LOCLIST-FILE ASSIGN TO "data/ref-locations.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCLIST-STATUS.
           SELECT LOCLIST-TEMP-FILE ASSIGN TO "data/reflocstemp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ALIAS-FILE ASSIGN TO "data/ref-location-aliases.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALIAS-STATUS.
           SELECT CATALOG-FILE ASSIGN TO "data/skill-catalog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.
           SELECT CATALOG-TEMP-FILE ASSIGN TO "data/skillcattemp.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATTMP-STATUS.
           SELECT RULES-FILE ASSIGN TO "data/screening-rules.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-STATUS.
           SELECT RULES-TEMP-FILE ASSIGN TO "data/scrnruletemp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT THREAT-FILE ASSIGN TO "data/threat-flags.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-THREAT-STATUS.
           SELECT FORCE-FILE ASSIGN TO "data/pwd-force.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FORCE-STATUS.
           SELECT POLICY-VERSION-FILE
               ASSIGN TO "data/policy-versions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PV-STATUS.
           SELECT POLICY-ACCEPT-FILE
               ASSIGN TO "data/policy-accepts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01 DEACT-TEMP-REC PIC X(30).

      *> data/change-audit.dat: one row per changed field, the same
      *> layout CHANGE-AUDIT appends, then the AUDIT-CHAIN link.
       FD CHANGE-AUDIT-FILE.
       01 CHANGE-AUDIT-REC.
          05 CA-REC-ACTOR     PIC X(20).
          05 CA-REC-FIELD     PIC X(15).
          05 CA-REC-BEFORE    PIC X(50).
          05 CA-REC-AFTER     PIC X(50).
          05 CA-REC-LINK      PIC X(20).

      *> data/admin-approvals.dat: one row per queued sensitive
      *> action awaiting a second admin.
       FD REFLIST-TEMP-FILE.
       01 REFLIST-TEMP-REC PIC X(31).

      *> The job location list and its aliases LOCATION-REF maps
      *> postings onto (layouts as in LocationRef.cob).
       FD LOCLIST-FILE.
       01 LOCLIST-REC.
          05 LR-CODE      PIC X(08).
          05 LR-CITY      PIC X(30).
          05 LR-STATE     PIC X(20).
          05 LR-COUNTRY   PIC X(20).
          05 LR-REGION    PIC X(20).
          05 LR-STATUS    PIC X(01).
          05 LR-EFF-DATE  PIC X(10).

       FD LOCLIST-TEMP-FILE.
       01 LOCLIST-TEMP-REC PIC X(109).

       FD ALIAS-FILE.
       01 ALIAS-REC.
          05 LA-ALIAS     PIC X(50).
          05 LA-CODE      PIC X(08).
          05 LA-MODE      PIC X(01).

      *> data/skill-catalog.dat: the course catalog SKILL-MENU
      *> presents; retiring a course hides it from the menu while
      *> its history and certificates stay valid.
       FD CATALOG-TEMP-FILE.
       01 CATALOG-TEMP-REC PIC X(121).

      *> data/screening-rules.dat: the phrases and patterns
      *> CONTENT-SCREEN checks postings and messages against.
      *> Retired rules stay on file so SCREEN-REPORT can still name
      *> them against older hits.
       FD RULES-FILE.
       01 RULE-REC.
          05 SR-ID                 PIC 9(04).
          05 SR-ACTIVE             PIC X(01).
             88 SR-RETIRED             VALUE "N".
          05 SR-SCOPE              PIC X(01).
          05 SR-PATTERN            PIC X(60).
          05 SR-ADDED-BY           PIC X(20).
          05 SR-ADDED-ON           PIC X(10).

       FD RULES-TEMP-FILE.
       01 RULES-TEMP-REC PIC X(96).

      *> data/threat-flags.dat: username|reason|date, rewritten by
      *> each LOGIN-THREAT run.
       FD THREAT-FILE.
       01 THREAT-REC PIC X(60).

      *> data/pwd-force.dat: the same one-username row ACCOUNT-MGMT's
      *> FORCE-CHECK reads and ROSTER-IMPORT appends.
       FD FORCE-FILE.
       01 FORCE-REC.
          05 FORCE-USERNAME PIC X(20).

      *> data/policy-versions.dat: one row per published version of
      *> the terms of use and privacy notice; the highest is in
      *> force.
       FD POLICY-VERSION-FILE.
       01 POLICY-VERSION-REC.
          05 PV-VERSION   PIC 9(04).
          05 PV-DATE      PIC X(10).
          05 PV-BY        PIC X(20).
          05 PV-SUMMARY   PIC X(100).

      *> data/policy-accepts.dat: the same row POLICY-ACCEPT appends,
      *> then the AUDIT-CHAIN link.
       FD POLICY-ACCEPT-FILE.
       01 POLICY-ACCEPT-REC.
          05 PAR-USERNAME PIC X(20).
          05 PAR-VERSION  PIC 9(04).
          05 PAR-TS       PIC X(19).
          05 PAR-ACTION   PIC X(08).
          05 PAR-LINK     PIC X(20).

       WORKING-STORAGE SECTION.
       77 WS-REPORT-STATUS   PIC XX.
       77 WS-LOCKOUT-STATUS  PIC XX.
       77 WS-ROLTMP-STATUS   PIC XX.
       77 WS-ROLE-FOUND      PIC X VALUE "N".
       77 WS-ROLE-BEFORE     PIC X(10).
       77 WS-ROLE-NEW        PIC X(10).
       77 WS-EOF             PIC X VALUE "N".
       77 WS-AM-COMMAND      PIC X(20).
       77 WS-ADMIN-USER      PIC X(20).
       77 WS-ADMIN-PASS      PIC X(20).
       77 WS-AM-SECRET       PIC X(20).
       77 WS-AM-MESSAGE      PIC X(80).
       77 WS-CS-COMMAND      PIC X(10).
       77 WS-CS-TICKET       PIC X(40) VALUE SPACES.
       77 WS-LOGGED-IN       PIC X VALUE "N".
       77 WS-ATTEMPTS        PIC 9 VALUE 0.
       77 WS-CHOICE          PIC X(10).
       77 WS-CR-COMMAND      PIC X(10).
       77 WS-CR-AMOUNT       PIC 9(5).
       77 WS-CR-RESULT       PIC X(10).
       77 WS-THREAT-STATUS   PIC XX.
       77 WS-FORCE-STATUS    PIC XX.
       77 WS-TF-USER         PIC X(20).
       77 WS-TF-REASON       PIC X(10).
       77 WS-TF-FORCED       PIC 9(05) VALUE 0.
       77 TF                 PIC 9(04) COMP.
       77 WS-PV-STATUS       PIC XX.
       77 WS-PAF-STATUS      PIC XX.
       77 WS-PV-LATEST       PIC 9(04) VALUE 0.
       77 WS-PV-SUMMARY      PIC X(100).
       77 WS-PV-SHOWN        PIC 9(05) VALUE 0.

      *> Accounts LOGIN-THREAT flagged, one entry per username.
       01 WS-TF-TABLE.
          05 WS-TF-COUNT       PIC 9(04) COMP VALUE 0.
          05 WS-TF-ENTRY OCCURS 1000 TIMES.
             10 WS-TF-NAME     PIC X(20).
             10 WS-TF-WHY      PIC X(30).
             10 WS-TF-ALREADY  PIC X(01).
       77 WS-EXEMPT-STATUS   PIC XX.
       77 WS-SVQ-STATUS      PIC XX.
       77 WS-SVT-STATUS      PIC XX.
       77 WS-REF-FOUND       PIC X VALUE "N".
       77 WS-REF-NAME        PIC X(20).
       77 WS-REF-DATE        PIC X(10).
       77 WS-LOCLIST-STATUS  PIC XX.
       77 WS-ALIAS-STATUS    PIC XX.
       77 WS-CATALOG-STATUS  PIC XX.
       77 WS-CATTMP-STATUS   PIC XX.
       77 WS-SC-NAME         PIC X(30).
       77 WS-SC-FOUND        PIC X VALUE "N".
       77 WS-RULES-STATUS    PIC XX.
       77 WS-SR-MAX-ID       PIC 9(04) VALUE 0.
       77 WS-SR-PICK         PIC 9(04) VALUE 0.
       77 WS-SR-FOUND        PIC X VALUE "N".
       77 WS-SR-SCOPE-NAME   PIC X(14).
       77 WS-OTP-OK          PIC X VALUE "N".
       77 WS-OTP-CODE        PIC X(06).
       77 WS-OTP-RESULT      PIC X(10).
       77 WS-LCK-SECS        PIC 9(05).
       77 WS-LCK-EPOCH       PIC 9(11).

           COPY "REGIONINF.cpy".
           COPY "LOCINF.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL "REGION-CONFIG" USING REGION-INFO
           IF RI-RESULT NOT = "OK"
              GOBACK
           END-IF

           PERFORM ADMIN-LOGIN
           IF WS-LOGGED-IN NOT = "Y"
              DISPLAY "Admin login failed. Console closed."
              GOBACK
           END-IF

           PERFORM UNTIL FUNCTION TRIM(WS-CHOICE) = "35"
              DISPLAY " "
              DISPLAY "--- InCollege Admin Console ---"
              DISPLAY "1. Run account roster"
                      "categories)"
              DISPLAY "24. Skill course catalog"
              DISPLAY "25. Rename a username"
              DISPLAY "26. Co-op match round"
              DISPLAY "27. Content screening rules"
              DISPLAY "28. Ad-hoc report writer"
              DISPLAY "29. Employer relationships"
              DISPLAY "30. Term calendar"
              DISPLAY "31. Force password change on flagged "
                      "accounts"
              DISPLAY "32. Terms of use / privacy notice versions"
              DISPLAY "33. Scholarships and award committees"
              DISPLAY "34. Campus closure calendar"
              DISPLAY "35. Quit"
              DISPLAY "Enter your choice:"
              MOVE SPACES TO WS-CHOICE
              ACCEPT WS-CHOICE
                 WHEN "24" PERFORM SKILL-CATALOG
                 WHEN "25" CALL "USER-RENAME"
                           CANCEL "USER-RENAME"
                 WHEN "26" CALL "MATCH-ROUND"
                           CANCEL "MATCH-ROUND"
                 WHEN "27" PERFORM SCREENING-RULES
                 WHEN "28" CALL "ADHOC-REPORT" USING WS-ADMIN-USER
                           CANCEL "ADHOC-REPORT"
                 WHEN "29" CALL "EMPLOYER-RELATIONS" USING WS-ADMIN-USER
                           CANCEL "EMPLOYER-RELATIONS"
                 WHEN "30" CALL "TERM-ADMIN" USING WS-ADMIN-USER
                           CANCEL "TERM-ADMIN"
                 WHEN "31" PERFORM FORCE-FLAGGED-PASSWORDS
                 WHEN "32" PERFORM POLICY-VERSIONS
                 WHEN "33" CALL "SCHOLARSHIP-ADMIN" USING WS-ADMIN-USER
                           CANCEL "SCHOLARSHIP-ADMIN"
                 WHEN "34" CALL "CALENDAR-ADMIN" USING WS-ADMIN-USER
                           CANCEL "CALENDAR-ADMIN"
                 WHEN "35" CONTINUE
                 WHEN OTHER DISPLAY "Invalid choice."
              END-EVALUATE
           END-PERFORM
           DISPLAY "Username to reset:"
           MOVE SPACES TO WS-AP-PARAM1
           ACCEPT WS-AP-PARAM1
      *> A campus-linked student resets at the campus, not here.
           MOVE "LINKED" TO WS-CS-COMMAND
           CALL "CAMPUS-SSO" USING WS-CS-COMMAND WS-CS-TICKET
                WS-AP-PARAM1 WS-AM-MESSAGE
           IF WS-AM-MESSAGE = "LINKED"
              DISPLAY FUNCTION TRIM(WS-AP-PARAM1)
                      " signs on with a campus ID - the password is"
                      " reset by the campus, not queued here."
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-AP-PARAM2
           MOVE "RESET-PWD" TO WS-AP-ACTION
           PERFORM ENQUEUE-APPROVAL.
           DISPLAY "2. Remove an assignment"
           DISPLAY "3. List a caseload"
           DISPLAY "4. Grant the advisor role to an account"
           DISPLAY "5. Grant the faculty supervisor role to an account"
           DISPLAY "Enter your choice (anything else goes back):"
           MOVE SPACES TO WS-ANSWER
           ACCEPT WS-ANSWER
              WHEN "1" PERFORM ASSIGN-ADVISEE
              WHEN "2" PERFORM REMOVE-ADVISEE
              WHEN "3" PERFORM LIST-CASELOAD
              WHEN "4"
                 MOVE "advisor" TO WS-ROLE-NEW
                 PERFORM GRANT-ADVISOR-ROLE
              WHEN "5"
                 MOVE "faculty" TO WS-ROLE-NEW
                 PERFORM GRANT-ADVISOR-ROLE
              WHEN OTHER CONTINUE
           END-EVALUATE.

      *> Flips an existing account's account-roles.dat row to
      *> WS-ROLE-NEW - advisor (the row ADVISOR-DASH's gate reads) or
      *> faculty (the supervisors LEARN-AGREE accepts on a learning
      *> agreement) - the same upsert-with-rewrite shape the
      *> caseload file uses; the grant lands in change-audit.dat.
       GRANT-ADVISOR-ROLE.
           DISPLAY "Username to receive the " FUNCTION TRIM(WS-ROLE-NEW)
                   " role:"
           MOVE SPACES TO WS-CASE-ADVISOR
           ACCEPT WS-CASE-ADVISOR
           IF FUNCTION TRIM(WS-CASE-ADVISOR) = SPACES
                          FUNCTION TRIM(WS-CASE-ADVISOR)
                          MOVE "Y" TO WS-ROLE-FOUND
                          MOVE ROLE-TYPE TO WS-ROLE-BEFORE
                          MOVE WS-ROLE-NEW TO ROLE-TYPE
                       END-IF
                       WRITE ROLES-TEMP-REC FROM ROLE-REC
                 END-READ
           END-IF
           IF WS-ROLE-FOUND = "N"
              MOVE WS-CASE-ADVISOR TO ROLE-USERNAME
              MOVE WS-ROLE-NEW TO ROLE-TYPE
              WRITE ROLES-TEMP-REC FROM ROLE-REC
           END-IF
           CLOSE ROLES-TEMP-FILE
           MOVE WS-CASE-ADVISOR TO WS-CAW-KEY
           MOVE "Role" TO WS-CAW-FIELD
           MOVE WS-ROLE-BEFORE TO WS-CAW-BEFORE
           MOVE WS-ROLE-NEW TO WS-CAW-AFTER
           CALL "CHANGE-AUDIT" USING WS-CAW-ACTOR WS-CAW-FILE
                WS-CAW-KEY WS-CAW-FIELD WS-CAW-BEFORE WS-CAW-AFTER

           DISPLAY FUNCTION TRIM(WS-CASE-ADVISOR)
                   " now has the " FUNCTION TRIM(WS-ROLE-NEW) " role.".

       ASSIGN-ADVISEE.
           DISPLAY "Advisor username:"
      *> retirement here. The validating programs pick the change
      *> up through REF-LISTS at their next start.
       REFERENCE-LISTS.
           DISPLAY "Which list? 1 schools, 2 majors, 3 categories, "
                   "4 job locations:"
           MOVE SPACES TO WS-ANSWER
           ACCEPT WS-ANSWER
           EVALUATE WS-ANSWER(1:1)
                   MOVE "data/ref-majors.dat" TO WS-REFLIST-PATH
              WHEN "3"
                   MOVE "data/ref-categories.dat" TO WS-REFLIST-PATH
              WHEN "4"
                   PERFORM LOCATION-LIST
                   EXIT PARAGRAPH
              WHEN OTHER
                   DISPLAY "Invalid choice."
                   EXIT PARAGRAPH
                      "superseded by a full admin list."
           END-IF.

      *> The job location list: city, state or province, country and
      *> the region Browse, JOB-ALERTS and SALARY-ANALYTICS group
      *> by, plus the aliases ("NYC", "Remote (US)") LOCATION-REF
      *> maps free text through. Retiring works as for the other
      *> lists; postings already mapped keep their code and region.
       LOCATION-LIST.
           PERFORM LIST-LOCATION-ENTRIES

           DISPLAY "1. Add a location"
           DISPLAY "2. Retire a location (with effective date)"
           DISPLAY "3. Add an alias for a location"
           DISPLAY "Enter your choice (anything else goes back):"
           MOVE SPACES TO WS-ANSWER
           ACCEPT WS-ANSWER
           EVALUATE WS-ANSWER(1:1)
              WHEN "1" PERFORM ADD-LOCATION-ENTRY
              WHEN "2" PERFORM RETIRE-LOCATION-ENTRY
              WHEN "3" PERFORM ADD-LOCATION-ALIAS
              WHEN OTHER CONTINUE
           END-EVALUATE.

       LIST-LOCATION-ENTRIES.
           MOVE "N" TO WS-EOF
           OPEN INPUT LOCLIST-FILE
           IF WS-LOCLIST-STATUS NOT = "00"
              DISPLAY "(no location list yet)"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
              READ LOCLIST-FILE
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    MOVE SPACES TO WS-ANSWER
                    STRING LR-CODE " " FUNCTION TRIM(LR-CITY) ", "
                           FUNCTION TRIM(LR-STATE) ", "
                           FUNCTION TRIM(LR-COUNTRY) " - "
                           FUNCTION TRIM(LR-REGION)
                           DELIMITED BY SIZE INTO WS-ANSWER
                    END-STRING
                    IF LR-STATUS = "R"
                       DISPLAY "  " FUNCTION TRIM(WS-ANSWER)
                               " [retired " LR-EFF-DATE "]"
                    ELSE
                       DISPLAY "  " FUNCTION TRIM(WS-ANSWER)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE LOCLIST-FILE.

       ADD-LOCATION-ENTRY.
           MOVE SPACES TO LOCLIST-REC
           DISPLAY "Location code (e.g. US-AUS):"
           MOVE SPACES TO WS-ANSWER
           ACCEPT WS-ANSWER
           MOVE FUNCTION UPPER-CASE(WS-ANSWER(1:8)) TO LR-CODE
           IF LR-CODE = SPACES
              DISPLAY "Nothing added."
              EXIT PARAGRAPH
           END-IF
           MOVE "CODE" TO LI-COMMAND
           MOVE LR-CODE TO LI-CODE
           CALL "LOCATION-REF" USING LOCATION-INFO
           IF LI-RESULT = "FOUND"
              DISPLAY "That code is already on the list."
              EXIT PARAGRAPH
           END-IF
           DISPLAY "City (blank for a whole state or country):"
           MOVE SPACES TO WS-ANSWER
           ACCEPT WS-ANSWER
           MOVE WS-ANSWER(1:30) TO LR-CITY
           DISPLAY "State or province:"
           MOVE SPACES TO WS-ANSWER
           ACCEPT WS-ANSWER
           MOVE WS-ANSWER(1:20) TO LR-STATE
           DISPLAY "Country:"
           MOVE SPACES TO WS-ANSWER
           ACCEPT WS-ANSWER
           MOVE WS-ANSWER(1:20) TO LR-COUNTRY
           DISPLAY "Region (e.g. Southeast US, Europe):"
           MOVE SPACES TO WS-ANSWER
           ACCEPT WS-ANSWER
           MOVE WS-ANSWER(1:20) TO LR-REGION
           IF LR-COUNTRY = SPACES OR LR-REGION = SPACES
              DISPLAY "Country and region are required - nothing "
                      "added."
              EXIT PARAGRAPH
           END-IF
           PERFORM BUILD-NOW-TS
           MOVE "A" TO LR-STATUS
           MOVE WS-NOW-TS(1:10) TO LR-EFF-DATE
           OPEN EXTEND LOCLIST-FILE
           IF WS-LOCLIST-STATUS NOT = "00"
              OPEN OUTPUT LOCLIST-FILE
           END-IF
           WRITE LOCLIST-REC
           CLOSE LOCLIST-FILE
           DISPLAY "Location added - run LOCATION-NORMALIZE to place "
                   "postings that were waiting on it.".

       RETIRE-LOCATION-ENTRY.
           DISPLAY "Location code to retire:"
           MOVE SPACES TO WS-ANSWER
           ACCEPT WS-ANSWER
           MOVE FUNCTION UPPER-CASE(WS-ANSWER(1:8)) TO LI-CODE
           DISPLAY "Effective date (YYYY-MM-DD; past or today "
                   "retires immediately):"
           MOVE SPACES TO WS-REF-DATE
           ACCEPT WS-REF-DATE

           MOVE "N" TO WS-REF-FOUND
           MOVE "N" TO WS-EOF
           OPEN INPUT LOCLIST-FILE
           OPEN OUTPUT LOCLIST-TEMP-FILE
           IF WS-LOCLIST-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ LOCLIST-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF LR-CODE = LI-CODE AND LI-CODE NOT = SPACES
                          MOVE "Y" TO WS-REF-FOUND
                          MOVE "R" TO LR-STATUS
                          MOVE WS-REF-DATE(1:10) TO LR-EFF-DATE
                       END-IF
                       WRITE LOCLIST-TEMP-REC FROM LOCLIST-REC
                 END-READ
              END-PERFORM
              CLOSE LOCLIST-FILE
           END-IF
           CLOSE LOCLIST-TEMP-FILE

           IF WS-REF-FOUND = "N"
              DISPLAY "No location with that code on the list."
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT LOCLIST-FILE
           OPEN INPUT LOCLIST-TEMP-FILE
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
              READ LOCLIST-TEMP-FILE INTO LOCLIST-REC
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END WRITE LOCLIST-REC
              END-READ
           END-PERFORM
           CLOSE LOCLIST-TEMP-FILE
           CLOSE LOCLIST-FILE
           DISPLAY "Location retired; postings already mapped to it "
                   "keep their region.".

       ADD-LOCATION-ALIAS.
           MOVE SPACES TO ALIAS-REC
           DISPLAY "Text as it appears on postings (e.g. NYC):"
           MOVE SPACES TO WS-ANSWER
           ACCEPT WS-ANSWER
           MOVE WS-ANSWER(1:50) TO LA-ALIAS
           IF LA-ALIAS = SPACES
              DISPLAY "Nothing added."
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Location code it means:"
           MOVE SPACES TO WS-ANSWER
           ACCEPT WS-ANSWER
           MOVE FUNCTION UPPER-CASE(WS-ANSWER(1:8)) TO LA-CODE
           MOVE "CODE" TO LI-COMMAND
           MOVE LA-CODE TO LI-CODE
           CALL "LOCATION-REF" USING LOCATION-INFO
           IF LI-RESULT NOT = "FOUND"
              DISPLAY "No location with that code on the list."
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Work mode the text implies - O on-site, H hybrid, "
                   "R remote, blank for none:"
           MOVE SPACES TO WS-ANSWER
           ACCEPT WS-ANSWER
           MOVE FUNCTION UPPER-CASE(WS-ANSWER(1:1)) TO LA-MODE
           IF LA-MODE NOT = "O" AND LA-MODE NOT = "H" AND
              LA-MODE NOT = "R"
              MOVE SPACE TO LA-MODE
           END-IF
           OPEN EXTEND ALIAS-FILE
           IF WS-ALIAS-STATUS NOT = "00"
              OPEN OUTPUT ALIAS-FILE
           END-IF
           WRITE ALIAS-REC
           CLOSE ALIAS-FILE
           DISPLAY "Alias added.".


      *> Skill course catalog: launch a short course, retire one, or
      *> list what SKILL-MENU currently offers. A prerequisite named
              DISPLAY "No course by that name in the catalog."
           END-IF.

      *> The rules CONTENT-SCREEN applies when POST-JOB, JOB-IMPORT
      *> and SEND-MESSAGE save text. A "*" in a pattern stands for
      *> any run of characters; matching ignores case. SCREEN-REPORT
      *> shows which rules fire and how often moderation dismisses
      *> what they catch, which is what to tune against.
       SCREENING-RULES.
           MOVE 0 TO WS-SR-MAX-ID
           MOVE "N" TO WS-EOF
           OPEN INPUT RULES-FILE
           IF WS-RULES-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ RULES-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF SR-ID > WS-SR-MAX-ID
                          MOVE SR-ID TO WS-SR-MAX-ID
                       END-IF
                       EVALUATE SR-SCOPE
                          WHEN "J" MOVE "postings" TO WS-SR-SCOPE-NAME
                          WHEN "M" MOVE "messages" TO WS-SR-SCOPE-NAME
                          WHEN OTHER
                               MOVE "both" TO WS-SR-SCOPE-NAME
                       END-EVALUATE
                       IF SR-RETIRED
                          DISPLAY "  " SR-ID " "
                                  FUNCTION TRIM(SR-PATTERN) " ("
                                  FUNCTION TRIM(WS-SR-SCOPE-NAME)
                                  ") [retired]"
                       ELSE
                          DISPLAY "  " SR-ID " "
                                  FUNCTION TRIM(SR-PATTERN) " ("
                                  FUNCTION TRIM(WS-SR-SCOPE-NAME) ")"
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RULES-FILE
           ELSE
              DISPLAY "(no screening rules yet - nothing is screened)"
           END-IF

           DISPLAY "1. Add a rule"
           DISPLAY "2. Retire a rule"
           DISPLAY "Enter your choice (anything else goes back):"
           MOVE SPACES TO WS-ANSWER
           ACCEPT WS-ANSWER
           EVALUATE WS-ANSWER(1:1)
              WHEN "1" PERFORM ADD-SCREENING-RULE
              WHEN "2" PERFORM RETIRE-SCREENING-RULE
              WHEN OTHER CONTINUE
           END-EVALUATE.

       ADD-SCREENING-RULE.
           DISPLAY "Phrase or pattern (* matches anything between):"
           MOVE SPACES TO WS-ANSWER
           ACCEPT WS-ANSWER
           IF FUNCTION TRIM(WS-ANSWER) = SPACES OR
              FUNCTION TRIM(WS-ANSWER) = "*"
              DISPLAY "A rule needs some text to match - not added."
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RULE-REC
           MOVE FUNCTION TRIM(WS-ANSWER) TO SR-PATTERN
           DISPLAY "Applies to: J postings, M messages, B both:"
           MOVE SPACES TO WS-ANSWER
           ACCEPT WS-ANSWER
           EVALUATE FUNCTION UPPER-CASE(WS-ANSWER(1:1))
              WHEN "J" MOVE "J" TO SR-SCOPE
              WHEN "M" MOVE "M" TO SR-SCOPE
              WHEN OTHER MOVE "B" TO SR-SCOPE
           END-EVALUATE
           ADD 1 TO WS-SR-MAX-ID
           MOVE WS-SR-MAX-ID TO SR-ID
           MOVE "Y" TO SR-ACTIVE
           MOVE WS-ADMIN-USER TO SR-ADDED-BY
           PERFORM BUILD-NOW-TS
           MOVE WS-NOW-TS(1:10) TO SR-ADDED-ON
           OPEN EXTEND RULES-FILE
           IF WS-RULES-STATUS NOT = "00"
              OPEN OUTPUT RULES-FILE
           END-IF
           WRITE RULE-REC
           CLOSE RULES-FILE
           DISPLAY "Rule " SR-ID " added.".

       RETIRE-SCREENING-RULE.
           DISPLAY "Rule number to retire:"
           MOVE SPACES TO WS-ANSWER
           ACCEPT WS-ANSWER
           MOVE FUNCTION NUMVAL(WS-ANSWER) TO WS-SR-PICK
           MOVE "N" TO WS-SR-FOUND
           MOVE "N" TO WS-EOF
           OPEN INPUT RULES-FILE
           OPEN OUTPUT RULES-TEMP-FILE
           IF WS-RULES-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ RULES-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF SR-ID = WS-SR-PICK
                          MOVE "Y" TO WS-SR-FOUND
                          MOVE "N" TO SR-ACTIVE
                       END-IF
                       WRITE RULES-TEMP-REC FROM RULE-REC
                 END-READ
              END-PERFORM
              CLOSE RULES-FILE
           END-IF
           CLOSE RULES-TEMP-FILE

           OPEN OUTPUT RULES-FILE
           OPEN INPUT RULES-TEMP-FILE
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
              READ RULES-TEMP-FILE INTO RULE-REC
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END WRITE RULE-REC
              END-READ
           END-PERFORM
           CLOSE RULES-TEMP-FILE
           CLOSE RULES-FILE

           IF WS-SR-FOUND = "Y"
              DISPLAY "Rule retired - its past hits stay on file."
           ELSE
              DISPLAY "No screening rule has that number."
           END-IF.

       BUILD-NOW-TS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE
           STRING WS-CURR-DATE(1:4)  "-" WS-CURR-DATE(5:2)  "-"
                WS-BK-FILE
           CANCEL "BACKUP-UTILITY".

      *> Terms of use and privacy notice versions. Publishing a new
      *> number puts it in force at once: every user is held at an
      *> ACCEPT / DECLINE prompt by POLICY-ACCEPT at their next login
      *> (and an employer before their next posting). Publishing
      *> takes nothing away, so it does not wait for a second admin;
      *> it is recorded in change-audit.dat.
       POLICY-VERSIONS.
           MOVE 0 TO WS-PV-LATEST
           MOVE "N" TO WS-EOF
           OPEN INPUT POLICY-VERSION-FILE
           IF WS-PV-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ POLICY-VERSION-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       DISPLAY "Version " PV-VERSION " published "
                               PV-DATE " by " FUNCTION TRIM(PV-BY)
                       DISPLAY "  " FUNCTION TRIM(PV-SUMMARY)
                       IF PV-VERSION IS NUMERIC AND
                          PV-VERSION > WS-PV-LATEST
                          MOVE PV-VERSION TO WS-PV-LATEST
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE POLICY-VERSION-FILE
           END-IF
           IF WS-PV-LATEST = 0
              DISPLAY "No version has been published yet."
           END-IF

           DISPLAY "1. Publish a new version"
           DISPLAY "2. Report accounts that have not accepted"
           DISPLAY "3. Acceptance history for a user"
           DISPLAY "Enter your choice (anything else goes back):"
           MOVE SPACES TO WS-ANSWER
           ACCEPT WS-ANSWER
           EVALUATE WS-ANSWER(1:1)
              WHEN "1" PERFORM PUBLISH-POLICY
              WHEN "2" CALL "POLICY-REPORT"
                       CANCEL "POLICY-REPORT"
              WHEN "3" PERFORM POLICY-HISTORY
              WHEN OTHER CONTINUE
           END-EVALUATE.

       PUBLISH-POLICY.
           DISPLAY "What changed in this version (up to 100 chars):"
           MOVE SPACES TO WS-PV-SUMMARY
           ACCEPT WS-PV-SUMMARY
           IF WS-PV-SUMMARY = SPACES
              DISPLAY "A summary is required - nothing published."
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PV-LATEST
           DISPLAY "Publish version " WS-PV-LATEST
                   " now? Every user must accept it at next login."
                   " (Y/N):"
           MOVE SPACES TO WS-ANSWER
           ACCEPT WS-ANSWER
           IF FUNCTION UPPER-CASE(WS-ANSWER(1:1)) NOT = "Y"
              DISPLAY "Nothing published."
              EXIT PARAGRAPH
           END-IF

           PERFORM BUILD-NOW-TS
           OPEN EXTEND POLICY-VERSION-FILE
           IF WS-PV-STATUS NOT = "00"
              OPEN OUTPUT POLICY-VERSION-FILE
           END-IF
           MOVE WS-PV-LATEST TO PV-VERSION
           MOVE WS-NOW-TS(1:10) TO PV-DATE
           MOVE WS-ADMIN-USER TO PV-BY
           MOVE WS-PV-SUMMARY TO PV-SUMMARY
           WRITE POLICY-VERSION-REC
           CLOSE POLICY-VERSION-FILE

           MOVE WS-ADMIN-USER TO WS-CAW-ACTOR
           MOVE "policy-versions" TO WS-CAW-FILE
           MOVE SPACES TO WS-CAW-KEY
           STRING "version " WS-PV-LATEST
                  DELIMITED BY SIZE INTO WS-CAW-KEY
           END-STRING
           MOVE "Published" TO WS-CAW-FIELD
           MOVE SPACES TO WS-CAW-BEFORE
           MOVE WS-PV-SUMMARY(1:50) TO WS-CAW-AFTER
           CALL "CHANGE-AUDIT" USING WS-CAW-ACTOR WS-CAW-FILE
                WS-CAW-KEY WS-CAW-FIELD WS-CAW-BEFORE WS-CAW-AFTER
           DISPLAY "Version " WS-PV-LATEST " is now in force.".

       POLICY-HISTORY.
           DISPLAY "Username:"
           MOVE SPACES TO WS-TARGET-USER
           ACCEPT WS-TARGET-USER
           MOVE 0 TO WS-PV-SHOWN
           MOVE "N" TO WS-EOF
           OPEN INPUT POLICY-ACCEPT-FILE
           IF WS-PAF-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ POLICY-ACCEPT-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF PAR-USERNAME = WS-TARGET-USER
                          ADD 1 TO WS-PV-SHOWN
                          DISPLAY PAR-TS " version " PAR-VERSION " "
                                  PAR-ACTION
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE POLICY-ACCEPT-FILE
           END-IF
           IF WS-PV-SHOWN = 0
              DISPLAY "No acceptance on file for that user."
           END-IF.

      *> Puts every account the last LOGIN-THREAT run flagged onto
      *> data/pwd-force.dat in one step, so each must choose a new
      *> password at its next login. Forcing a change takes nothing
      *> away from the account, so unlike a reset it does not wait
      *> for a second admin; each account forced is recorded in
      *> change-audit.dat.
       FORCE-FLAGGED-PASSWORDS.
           MOVE 0 TO WS-TF-COUNT WS-TF-FORCED
           MOVE "N" TO WS-EOF
           OPEN INPUT THREAT-FILE
           IF WS-THREAT-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ THREAT-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END PERFORM TAKE-THREAT-FLAG
                 END-READ
              END-PERFORM
              CLOSE THREAT-FILE
           END-IF
           IF WS-TF-COUNT = 0
              DISPLAY "No accounts are flagged. (Run LOGIN-THREAT "
                      "to refresh data/threat-flags.dat.)"
              EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-EOF
           OPEN INPUT FORCE-FILE
           IF WS-FORCE-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ FORCE-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       PERFORM VARYING TF FROM 1 BY 1
                          UNTIL TF > WS-TF-COUNT
                          IF WS-TF-NAME(TF) = FORCE-USERNAME
                             MOVE "Y" TO WS-TF-ALREADY(TF)
                          END-IF
                       END-PERFORM
                 END-READ
              END-PERFORM
              CLOSE FORCE-FILE
           END-IF

           DISPLAY "Flagged accounts:"
           PERFORM VARYING TF FROM 1 BY 1 UNTIL TF > WS-TF-COUNT
              IF WS-TF-ALREADY(TF) = "Y"
                 DISPLAY "  " WS-TF-NAME(TF) " "
                         FUNCTION TRIM(WS-TF-WHY(TF))
                         " (change already pending)"
              ELSE
                 DISPLAY "  " WS-TF-NAME(TF) " "
                         FUNCTION TRIM(WS-TF-WHY(TF))
              END-IF
           END-PERFORM
           DISPLAY "Force a password change at next login for all "
                   "of these? (Y/N):"
           MOVE SPACES TO WS-ANSWER
           ACCEPT WS-ANSWER
           IF FUNCTION UPPER-CASE(WS-ANSWER(1:1)) NOT = "Y"
              DISPLAY "Nothing changed."
              EXIT PARAGRAPH
           END-IF

           OPEN EXTEND FORCE-FILE
           IF WS-FORCE-STATUS = "35"
              OPEN OUTPUT FORCE-FILE
           END-IF
           PERFORM VARYING TF FROM 1 BY 1 UNTIL TF > WS-TF-COUNT
              IF WS-TF-ALREADY(TF) NOT = "Y"
                 MOVE WS-TF-NAME(TF) TO FORCE-USERNAME
                 WRITE FORCE-REC
                 ADD 1 TO WS-TF-FORCED
                 MOVE WS-ADMIN-USER TO WS-CAW-ACTOR
                 MOVE "pwd-force" TO WS-CAW-FILE
                 MOVE WS-TF-NAME(TF) TO WS-CAW-KEY
                 MOVE "Forced change" TO WS-CAW-FIELD
                 MOVE SPACES TO WS-CAW-BEFORE
                 MOVE SPACES TO WS-CAW-AFTER
                 STRING "Flagged " FUNCTION TRIM(WS-TF-WHY(TF))
                        DELIMITED BY SIZE INTO WS-CAW-AFTER
                 END-STRING
                 CALL "CHANGE-AUDIT" USING WS-CAW-ACTOR WS-CAW-FILE
                      WS-CAW-KEY WS-CAW-FIELD WS-CAW-BEFORE
                      WS-CAW-AFTER
              END-IF
           END-PERFORM
           CLOSE FORCE-FILE
           DISPLAY WS-TF-FORCED " account(s) must change their "
                   "password at next login.".

      *> One threat-flags.dat row into the table; a username flagged
      *> for more than one reason keeps one entry listing them all.
       TAKE-THREAT-FLAG.
           MOVE SPACES TO WS-TF-USER WS-TF-REASON
           UNSTRING THREAT-REC DELIMITED BY "|"
               INTO WS-TF-USER WS-TF-REASON
           END-UNSTRING
           IF WS-TF-USER = SPACES
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING TF FROM 1 BY 1 UNTIL TF > WS-TF-COUNT
              IF WS-TF-NAME(TF) = WS-TF-USER
                 MOVE SPACES TO WS-ANSWER
                 STRING FUNCTION TRIM(WS-TF-WHY(TF)) ","
                        FUNCTION TRIM(WS-TF-REASON)
                        DELIMITED BY SIZE INTO WS-ANSWER
                 END-STRING
                 MOVE WS-ANSWER TO WS-TF-WHY(TF)
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM
           IF WS-TF-COUNT < 1000
              ADD 1 TO WS-TF-COUNT
              MOVE WS-TF-USER TO WS-TF-NAME(WS-TF-COUNT)
              MOVE WS-TF-REASON TO WS-TF-WHY(WS-TF-COUNT)
              MOVE "N" TO WS-TF-ALREADY(WS-TF-COUNT)
           END-IF.

       END PROGRAM ADMIN-CONSOLE.
