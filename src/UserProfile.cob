           SELECT SKILLS-FILE ASSIGN TO "data/skills.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SKILLS-STATUS.
           SELECT CASELOAD-FILE ASSIGN TO "data/advisor-caseload.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-STATUS.
           SELECT REVIEW-FILE ASSIGN TO "data/resume-reviews.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RR-STATUS.
           SELECT REVIEW-NOTE-FILE
               ASSIGN TO "data/resume-review-notes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RN-STATUS.

       DATA DIVISION.
       FILE SECTION.
          05 SKILL-NAME            PIC X(30).
          05 SKILL-DATE-STARTED    PIC X(10).

      *> data/advisor-caseload.dat: the admin maintained list
      *> ADVISOR-DASH reads; it says who reviews a student's resume.
       FD CASELOAD-FILE.
       01 CASELOAD-REC.
          05 CL-ADVISOR PIC X(20).
          05 CL-STUDENT PIC X(20).

      *> data/resume-reviews.dat: one row per resume review request.
      *> The student submits it here; the advisor works it from
      *> ADVISOR-DASH and REVIEW-TURNAROUND reports on it monthly.
       FD REVIEW-FILE.
       01 REVIEW-REC.
          05 RR-ID                 PIC 9(05).
          05 RR-STUDENT            PIC X(20).
          05 RR-ADVISOR            PIC X(20).
          05 RR-RESUME-REF         PIC X(50).
          05 RR-REQUESTED          PIC X(10).
          05 RR-STATUS             PIC X(10).
             88 RR-PENDING             VALUE "Pending".
             88 RR-REVIEWED            VALUE "Reviewed".
          05 RR-REVIEWED-ON        PIC X(10).

      *> data/resume-review-notes.dat: the advisor's line comments,
      *> the same layout ADVISOR-DASH writes; line 000 is a general
      *> comment on the whole resume.
       FD REVIEW-NOTE-FILE.
       01 REVIEW-NOTE-REC.
          05 RN-REQ-ID             PIC 9(05).
          05 RN-LINE-NO            PIC 9(03).
          05 RN-AUTHOR             PIC X(20).
          05 RN-DATE               PIC X(10).
          05 RN-TEXT               PIC X(150).

       WORKING-STORAGE SECTION.
       01 WS-COPY-OF-FILE.
          05 WS-USERNAME PIC X(20).
       77 WS-REC-COUNT PIC 9 VALUE 0.
       77 WS-COMMAND  PIC X(20).
       77 WS-LINE     PIC X(80).
       77 WS-SX-COMMAND PIC X(10).
       77 WS-MSG-ID   PIC X(12).
       77 WS-DL-COMMAND   PIC X(10).
       77 WS-DL-RECIPIENT PIC X(20).
       77 WS-DL-SOURCE    PIC X(16).
       77 WS-DL-ITEM      PIC X(40).
       77 WS-DX-COMMAND   PIC X(10).
       77 WS-DX-JOB-ID    PIC 9(05) VALUE 0.
       77 WS-DX-RESULT    PIC X(50).
       77 WS-ES-COMMAND   PIC X(10).
       77 WS-ES-RESULT    PIC X(10).
       77 WS-CHOICE   PIC 9.
       77 WS-FIELD-VALID PIC X VALUE 'N'.
       77 WS-FIRSTNAME PIC X(20).
       77 WS-GEN-IDX        PIC 99.
       77 WS-SKILL-HDR      PIC X VALUE 'N'.
       77 WS-GEN-DATE       PIC X(8).
       77 WS-CASE-STATUS    PIC XX.
       77 WS-RR-STATUS      PIC XX.
       77 WS-RN-STATUS      PIC XX.
       77 WS-RR-EOF         PIC X VALUE 'N'.
       77 WS-RN-EOF         PIC X VALUE 'N'.
       77 WS-RR-COUNT       PIC 9(03) VALUE 0.
       77 WS-RR-MAX-ID      PIC 9(05) VALUE 0.
       77 WS-RR-PENDING     PIC X VALUE 'N'.
       77 WS-RR-ADVISOR     PIC X(20).
       77 WS-RR-REF         PIC X(50).
       77 WS-RR-PICK        PIC 9(01) VALUE 0.
       77 WS-RR-TODAY       PIC X(10).
       77 WS-IA-SERIES      PIC X(10).
       77 WS-IA-SEED        PIC 9(9).
       77 WS-IA-NUMBER      PIC 9(9).
       77 WS-NOTIF-TO       PIC X(20).
       77 WS-NOTIF-MSG      PIC X(100).
       77 WS-NOTIF-CAT      PIC X(12).
       01 WS-RL-REVIEW-TABLE.
          05 WS-RL-ENTRY OCCURS 20 TIMES.
             10 WS-RLR-AUTHOR    PIC X(20).

           PERFORM LOAD-REFERENCE-LISTS
           OPEN OUTPUT TEMP-FILE
           PERFORM UNTIL WS-CHOICE = 9
           OPEN INPUT ACCOUNT-FILE
               PERFORM SHOW-MENU
               PERFORM GET-VALID-MAIN-CHOICE
               IF WS-CHOICE <> 9
                  PERFORM PROCESS-CHOICE
               END-IF
               PERFORM UPDATE-FILE
           END-PERFORM
      *> CALL UPDATE-FILE AFTER THE LOOP, THEN CLOSE AND GOBACK.
           CLOSE TEMP-FILE
           GOBACK.

       SHOW-MENU.
    
               MOVE "User Profile Menu" TO WS-LINE
               MOVE "PROF-TITLE" TO WS-MSG-ID
               PERFORM SAY-BOTH
        
               MOVE "1. Create Profile" TO WS-LINE
               MOVE "PROF-01" TO WS-MSG-ID
               PERFORM SAY-BOTH

               MOVE "2. Edit Profile" TO WS-LINE
               MOVE "PROF-02" TO WS-MSG-ID
               PERFORM SAY-BOTH

               MOVE "3. View Profile" TO WS-LINE
               MOVE "PROF-03" TO WS-MSG-ID
               PERFORM SAY-BOTH

               MOVE "4. Review Recommendations" TO WS-LINE
               MOVE "PROF-04" TO WS-MSG-ID
               PERFORM SAY-BOTH

               MOVE "5. Privacy & Language Settings" TO WS-LINE
               MOVE "PROF-05" TO WS-MSG-ID
               PERFORM SAY-BOTH

               MOVE "6. Resumes & Cover Letters" TO WS-LINE
               MOVE "PROF-06" TO WS-MSG-ID
               PERFORM SAY-BOTH

               MOVE "7. My Projects" TO WS-LINE
               MOVE "PROF-07" TO WS-MSG-ID
               PERFORM SAY-BOTH

               MOVE "8. Request Resume Review" TO WS-LINE
               MOVE "PROF-08" TO WS-MSG-ID
               PERFORM SAY-BOTH

               MOVE "9. Return to Main Menu" TO WS-LINE
               MOVE "PROF-09" TO WS-MSG-ID
               PERFORM SAY-BOTH.

      
       GET-VALID-MAIN-CHOICE.
           MOVE 0 TO WS-CHOICE
           PERFORM UNTIL WS-CHOICE >= 1 AND WS-CHOICE <= 9
               PERFORM GET-CHOICE
               IF WS-CHOICE < 1 OR WS-CHOICE > 9
                   MOVE "Invalid choice. Please try again." TO 
                   WS-LINE
                   PERFORM WRITE-BOTH
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE
           IF WS-LINE = HIGH-VALUES
               MOVE 9 TO WS-CHOICE
           ELSE
               MOVE FUNCTION NUMVAL(WS-LINE(1:1)) TO WS-CHOICE
           END-IF.
               WHEN 1
               PERFORM UNTIL WS-FIELD-VALID = 'Y'
                   MOVE "First Name (Required): " TO WS-LINE
                   MOVE "UPRF-001" TO WS-MSG-ID
                   PERFORM SAY-BOTH
                   *> First name
                       MOVE "READ" TO WS-COMMAND
                       CALL "IO-MODULE" USING WS-COMMAND WS-LINE
                       IF WS-LINE = SPACES
                           MOVE "This field is required." TO WS-LINE
                           MOVE "UPRF-002" TO WS-MSG-ID
                           PERFORM SAY-BOTH
                       ELSE 
                           IF WS-LINE IS ALPHABETIC
                           MOVE WS-LINE(1:20) TO WS-FIRSTNAME
                           EXIT PERFORM
                           ELSE 
                               MOVE "Invalid entry." TO WS-LINE
                               MOVE "UPRF-003" TO WS-MSG-ID
                               PERFORM SAY-BOTH
                           END-IF
                       END-IF
               END-PERFORM
               MOVE 'N' TO WS-FIELD-VALID
               PERFORM UNTIL WS-FIELD-VALID = 'Y'
                   MOVE "Last Name (Required): " TO WS-LINE
                   MOVE "UPRF-004" TO WS-MSG-ID
                   PERFORM SAY-BOTH
                       MOVE "READ" TO WS-COMMAND
                       CALL "IO-MODULE" USING WS-COMMAND WS-LINE
                       IF WS-LINE = SPACES
                           MOVE "This field is required." TO WS-LINE
                           MOVE "UPRF-002" TO WS-MSG-ID
                           PERFORM SAY-BOTH
                       ELSE 
                           IF WS-LINE IS ALPHABETIC
                           MOVE WS-LINE(1:20) TO WS-LASTNAME
                           EXIT PERFORM
                           ELSE 
                               MOVE "Invalid entry." TO WS-LINE
                               MOVE "UPRF-003" TO WS-MSG-ID
                               PERFORM SAY-BOTH
                           END-IF
                       END-IF
                 END-PERFORM

                   MOVE "Headline (Optional): " TO WS-LINE
                   MOVE "UPRF-005" TO WS-MSG-ID
                   PERFORM SAY-BOTH
                       MOVE "READ" TO WS-COMMAND
                       CALL "IO-MODULE" USING WS-COMMAND WS-LINE
                       MOVE WS-LINE TO WS-HEADLINE
               PERFORM UNTIL WS-FIELD-VALID = 'Y'
                   MOVE "Select your University/College (Required):"
                   TO WS-LINE
                   MOVE "UPRF-006" TO WS-MSG-ID
                   PERFORM SAY-BOTH
                   PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-UNIV-LIST-COUNT
                       STRING WS-IDX DELIMITED BY SIZE
                       PERFORM WRITE-BOTH
                   END-PERFORM
                   MOVE "0. Other (enter manually)" TO WS-LINE
                   MOVE "UPRF-007" TO WS-MSG-ID
                   PERFORM SAY-BOTH
                       MOVE "READ" TO WS-COMMAND
                       CALL "IO-MODULE" USING WS-COMMAND WS-LINE
                       IF FUNCTION TRIM(WS-LINE) NOT NUMERIC
                           MOVE "Invalid entry." TO WS-LINE
                           MOVE "UPRF-003" TO WS-MSG-ID
                           PERFORM SAY-BOTH
                       ELSE
                           MOVE FUNCTION NUMVAL(WS-LINE)
                              TO WS-LIST-CHOICE
                           IF WS-LIST-CHOICE = 0
                               PERFORM ENTER-UNIVERSITY-MANUALLY
                           ELSE
                               IF WS-LIST-CHOICE >= 1 AND
                                  WS-LIST-CHOICE <= WS-UNIV-LIST-COUNT
                                   MOVE WS-VALID-UNIV-ENTRY(
                                       WS-LIST-CHOICE)
                                       TO WS-UNIVERSITY WS-FD-UNIVERSITY
                                   MOVE 'Y' TO WS-FIELD-VALID
                               ELSE
                                   MOVE "Invalid entry." TO WS-LINE
                                   MOVE "UPRF-003" TO WS-MSG-ID
                                   PERFORM SAY-BOTH
                               END-IF
                           END-IF
                       END-IF
               MOVE 'N' TO WS-FIELD-VALID
               PERFORM UNTIL WS-FIELD-VALID = 'Y'
                   MOVE "Select your Major (Required):" TO WS-LINE
                   MOVE "UPRF-008" TO WS-MSG-ID
                   PERFORM SAY-BOTH
                   PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-MAJOR-LIST-COUNT
                       STRING WS-IDX DELIMITED BY SIZE
                              ". " DELIMITED BY SIZE
                              FUNCTION TRIM(
                                  WS-VALID-MAJOR-ENTRY(WS-IDX))
                              DELIMITED BY SIZE
                              INTO WS-LINE
                       END-STRING
                       PERFORM WRITE-BOTH
                   END-PERFORM
                   MOVE "0. Other (enter manually)" TO WS-LINE
                   MOVE "UPRF-007" TO WS-MSG-ID
                   PERFORM SAY-BOTH
                       MOVE "READ" TO WS-COMMAND
                       CALL "IO-MODULE" USING WS-COMMAND WS-LINE
                       IF FUNCTION TRIM(WS-LINE) NOT NUMERIC
                           MOVE "Invalid entry." TO WS-LINE
                           MOVE "UPRF-003" TO WS-MSG-ID
                           PERFORM SAY-BOTH
                       ELSE
                           MOVE FUNCTION NUMVAL(WS-LINE)
                              TO WS-LIST-CHOICE
                           IF WS-LIST-CHOICE = 0
                               PERFORM ENTER-MAJOR-MANUALLY
                           ELSE
                               IF WS-LIST-CHOICE >= 1 AND
                                  WS-LIST-CHOICE <= WS-MAJOR-LIST-COUNT
                                   MOVE WS-VALID-MAJOR-ENTRY(
                                       WS-LIST-CHOICE)
                                       TO WS-MAJOR WS-FD-MAJOR
                                   MOVE 'Y' TO WS-FIELD-VALID
                               ELSE
                                   MOVE "Invalid entry." TO WS-LINE
                                   MOVE "UPRF-003" TO WS-MSG-ID
                                   PERFORM SAY-BOTH
                               END-IF
                           END-IF
                       END-IF
               MOVE 'N' TO WS-FIELD-VALID
               PERFORM UNTIL WS-FIELD-VALID = 'Y'  
                   MOVE "Graduation Year (Required): " TO WS-LINE
                   MOVE "UPRF-009" TO WS-MSG-ID
                   PERFORM SAY-BOTH
                       MOVE "READ" TO WS-COMMAND
                       CALL "IO-MODULE" USING WS-COMMAND WS-LINE
                       IF WS-LINE = SPACES
                           MOVE "This field is required." TO WS-LINE
                           MOVE "UPRF-002" TO WS-MSG-ID
                           PERFORM SAY-BOTH
                           ELSE 
                        IF FUNCTION LENGTH(FUNCTION TRIM(WS-LINE)) not=4
                           
             MOVE "Invalid entry. Enter a valid 4 digit year" TO WS-LINE
             MOVE "UPRF-010" TO WS-MSG-ID
                           PERFORM SAY-BOTH
                           ELSE
                           IF WS-LINE(1:4) IS not NUMERIC
                               MOVE "Invalid. Enter a numeric value."
                               TO WS-LINE
                               MOVE "UPRF-011" TO WS-MSG-ID
                               PERFORM SAY-BOTH
                           ELSE
                               MOVE FUNCTION CURRENT-DATE
                                  TO WS-CURR-DATE
                               MOVE WS-CURR-DATE(1:4) TO WS-CURR-YEAR
                               COMPUTE WS-MIN-GRADYEAR =
                                       WS-CURR-YEAR - 10
                               MOVE WS-LINE(1:4) TO WS-YEAR-NUM
                               IF WS-YEAR-NUM < WS-MIN-GRADYEAR OR
                                  WS-YEAR-NUM > WS-MAX-GRADYEAR
                                   STRING "Invalid. Enter a graduation"
                                    & " "&
                                          "year between "
                                          WS-MIN-GRADYEAR " and "
                                          WS-MAX-GRADYEAR "."

                   
                   MOVE "About Me (Optional): " TO WS-LINE
                   MOVE "UPRF-012" TO WS-MSG-ID
                   PERFORM SAY-BOTH
                       MOVE "READ" TO WS-COMMAND
                       CALL "IO-MODULE" USING WS-COMMAND WS-LINE

                   MOVE "Resume/Document filename to attach"
                    & " (Optional): "
                       TO WS-LINE
                   MOVE "UPRF-013" TO WS-MSG-ID
                   PERFORM SAY-BOTH
                       MOVE "READ" TO WS-COMMAND
                       CALL "IO-MODULE" USING WS-COMMAND WS-LINE
                       MOVE WS-LINE TO WS-RESUME-REF
      *> Talent Search; anything other than Y stays out of it.
                   MOVE "Open to opportunities? Employers can find you"
                       TO WS-LINE
                   MOVE "UPRF-014" TO WS-MSG-ID
                   PERFORM SAY-BOTH
                   MOVE "in Talent Search (Y/N): " TO WS-LINE
                   MOVE "UPRF-015" TO WS-MSG-ID
                   PERFORM SAY-BOTH
                       MOVE "READ" TO WS-COMMAND
                       CALL "IO-MODULE" USING WS-COMMAND WS-LINE
                       IF FUNCTION UPPER-CASE(WS-LINE(1:1)) = "Y"
                       CALL "IO-MODULE" USING WS-COMMAND WS-LINE
                       IF WS-LINE = SPACES
                           MOVE "This field is required." TO WS-LINE
                           MOVE "UPRF-002" TO WS-MSG-ID
                           PERFORM SAY-BOTH
                           ELSE
                    if FUNCTION TRIM(WS-LINE) not numeric
                     MOVE "Entry is not numeric" TO WS-LINE
                     MOVE "UPRF-016" TO WS-MSG-ID
                           PERFORM SAY-BOTH
                    else
                       move FUNCTION NUMVAL(WS-LINE) to WS-TOTAL-EXP
                       if WS-TOTAL-EXP > 10
                         MOVE "Enter a value between 0 and 10"
                            TO WS-LINE
                         MOVE "UPRF-017" TO WS-MSG-ID
                           PERFORM SAY-BOTH
                       else
                           MOVE 'Y' TO WS-FIELD-VALID
                           EXIT PERFORM
                   PERFORM WRITE-BOTH
                   
                   MOVE "Title (e.g., Software Intern)" TO WS-LINE
                   MOVE "UPRF-018" TO WS-MSG-ID
                   PERFORM SAY-BOTH
                   MOVE "Company/Organization (e.g., Tech" & 
                   "Solutions Inc.)" TO WS-LINE
                   PERFORM WRITE-BOTH
           MOVE 'N' TO WS-FIELD-VALID
              PERFORM UNTIL WS-FIELD-VALID = 'Y'
                       MOVE "Enter Job Title:" TO WS-LINE
                       MOVE "UPRF-019" TO WS-MSG-ID
                       PERFORM SAY-BOTH            
                       MOVE "READ" TO WS-COMMAND
                       CALL "IO-MODULE" USING WS-COMMAND WS-LINE
                       IF WS-LINE = SPACES
                           MOVE "This field is required." TO WS-LINE
                           MOVE "UPRF-002" TO WS-MSG-ID
                           PERFORM SAY-BOTH
                       ELSE 
                           MOVE WS-LINE(1:20) TO WS-TITLE
                           MOVE 'Y' TO WS-FIELD-VALID
                MOVE 'N' TO WS-FIELD-VALID
                PERFORM UNTIL WS-FIELD-VALID = 'Y' 
                       MOVE "Enter Company:" TO WS-LINE
                       MOVE "UPRF-020" TO WS-MSG-ID
                       PERFORM SAY-BOTH            
                       MOVE "READ" TO WS-COMMAND
                       CALL "IO-MODULE" USING WS-COMMAND WS-LINE
                       IF WS-LINE = SPACES
                           MOVE "Company name is required" TO WS-LINE
                           MOVE "UPRF-021" TO WS-MSG-ID
                           PERFORM SAY-BOTH
                       ELSE 
                           MOVE WS-LINE(1:20) TO WS-COMPANY
                           MOVE 'Y' TO WS-FIELD-VALID
               MOVE 'N' TO WS-FIELD-VALID
            PERFORM UNTIL WS-FIELD-VALID = 'Y'
                       MOVE "Enter Dates:" TO WS-LINE
                       MOVE "UPRF-022" TO WS-MSG-ID
                       PERFORM SAY-BOTH        
                       MOVE "READ" TO WS-COMMAND
                       CALL "IO-MODULE" USING WS-COMMAND WS-LINE
                       IF WS-LINE = SPACES
                           MOVE "This field is required." TO WS-LINE
                           MOVE "UPRF-002" TO WS-MSG-ID
                           PERFORM SAY-BOTH
                           ELSE 
                               MOVE WS-LINE TO WS-DATES
                               MOVE 'Y' TO WS-FIELD-VALID
     
                       MOVE "Enter Job Description (Optional):"  
                       TO WS-LINE
                       MOVE "UPRF-023" TO WS-MSG-ID
                       PERFORM SAY-BOTH             
                       MOVE "READ" TO WS-COMMAND
                       CALL "IO-MODULE" USING WS-COMMAND WS-LINE
                       MOVE WS-LINE(1:20) TO WS-DESC
                       CALL "IO-MODULE" USING WS-COMMAND WS-LINE
                       IF WS-LINE = SPACES
                           MOVE "This field is required." TO WS-LINE
                           MOVE "UPRF-002" TO WS-MSG-ID
                           PERFORM SAY-BOTH
                           ELSE
                    if FUNCTION TRIM(WS-LINE) not numeric
                     MOVE "Entry is not numeric" TO WS-LINE
                     MOVE "UPRF-016" TO WS-MSG-ID
                           PERFORM SAY-BOTH
                    else
                       move FUNCTION NUMVAL(WS-LINE) to WS-TOTAL-EDU
                       if WS-TOTAL-EDU > 10
                         MOVE "Enter a value between 0 and 10"
                            TO WS-LINE
                         MOVE "UPRF-017" TO WS-MSG-ID
                           PERFORM SAY-BOTH
                       else
                           MOVE 'Y' TO WS-FIELD-VALID
                           EXIT PERFORM
                   PERFORM WRITE-BOTH
                   
                   MOVE "Degree (e.g., Master of Science)" TO WS-LINE
                   MOVE "UPRF-024" TO WS-MSG-ID
                   PERFORM SAY-BOTH
                   MOVE "University/College (e.g., State University)" 
                   TO WS-LINE
                   MOVE "UPRF-025" TO WS-MSG-ID
                   PERFORM SAY-BOTH
                   MOVE "Years Attended (e.g., 2023-2025)" TO WS-LINE
                   MOVE "UPRF-026" TO WS-MSG-ID
                   PERFORM SAY-BOTH
                  
           PERFORM VARYING WS-COUNT FROM 1 BY 1
           UNTIL WS-COUNT > WS-TOTAL-EDU
           MOVE 'N' TO WS-FIELD-VALID
              PERFORM UNTIL WS-FIELD-VALID = 'Y'
                       MOVE "Enter Degree:" TO WS-LINE
                       MOVE "UPRF-027" TO WS-MSG-ID
                       PERFORM SAY-BOTH              
                       MOVE "READ" TO WS-COMMAND
                       CALL "IO-MODULE" USING WS-COMMAND WS-LINE
                       IF WS-LINE = SPACES
                           MOVE "This field is required." TO WS-LINE
                           MOVE "UPRF-002" TO WS-MSG-ID
                           PERFORM SAY-BOTH
                       ELSE 
                           MOVE WS-LINE(1:20) TO WS-DEGREE
                           MOVE 'Y' TO WS-FIELD-VALID
                MOVE 'N' TO WS-FIELD-VALID
                PERFORM UNTIL WS-FIELD-VALID = 'Y' 
                       MOVE "Enter University/College:" TO WS-LINE
                       MOVE "UPRF-028" TO WS-MSG-ID
                       PERFORM SAY-BOTH            
                       MOVE "READ" TO WS-COMMAND
                       CALL "IO-MODULE" USING WS-COMMAND WS-LINE
                       IF WS-LINE = SPACES
                           MOVE "This field is required" TO WS-LINE
                           MOVE "UPRF-029" TO WS-MSG-ID
                           PERFORM SAY-BOTH
                       ELSE 
                           MOVE WS-LINE(1:20) TO WS-UNIV
                           MOVE 'Y' TO WS-FIELD-VALID
            MOVE 'N' TO WS-FIELD-VALID
            PERFORM UNTIL WS-FIELD-VALID = 'Y'  
                       MOVE "Enter Years Attended:" TO WS-LINE
                       MOVE "UPRF-030" TO WS-MSG-ID
                       PERFORM SAY-BOTH              
                       MOVE "READ" TO WS-COMMAND
                       CALL "IO-MODULE" USING WS-COMMAND WS-LINE
                       IF WS-LINE = SPACES
                           MOVE "This field is required." TO WS-LINE
                           MOVE "UPRF-002" TO WS-MSG-ID
                           PERFORM SAY-BOTH
                           ELSE 
                               MOVE WS-LINE TO WS-YEARS
                               MOVE 'Y' TO WS-FIELD-VALID
               WHEN 2
                   MOVE "Find someone you know is under construction."
                       TO WS-LINE
                   MOVE "UPRF-031" TO WS-MSG-ID
                   PERFORM SAY-BOTH
               WHEN 4
                   PERFORM REVIEW-RECOMMENDATIONS
               WHEN 5
                   PERFORM SETTINGS-MENU
               WHEN 3
      *> The full renderer, with endorsement counts, approved
      *> recommendations and the Certifications section.
                   CALL "VIEW-PROFILE" USING LINKAGE-USERNAME
                                             LINKAGE-USERNAME
               WHEN 6
                   PERFORM DOCUMENTS-MENU
               WHEN 7
                   PERFORM MANAGE-PROJECTS
               WHEN 8
                   PERFORM REQUEST-RESUME-REVIEW
           END-EVALUATE.

      *> The project portfolio: list, add (up to five) or remove a
      *> layout every search screen shares stays put.
       MANAGE-PROJECTS.
           MOVE "--- My Projects ---" TO WS-LINE
           MOVE "UPRF-032" TO WS-MSG-ID
           PERFORM SAY-BOTH
           PERFORM LIST-MY-PROJECTS
           IF WS-PROJ-COUNT = 0
              MOVE "You have no projects on file yet." TO WS-LINE
              MOVE "UPRF-033" TO WS-MSG-ID
              PERFORM SAY-BOTH
           END-IF

           MOVE "1. Add a project" TO WS-LINE
           MOVE "UPRF-034" TO WS-MSG-ID
           PERFORM SAY-BOTH
           MOVE "2. Remove a project" TO WS-LINE
           MOVE "UPRF-035" TO WS-MSG-ID
           PERFORM SAY-BOTH
           MOVE "3. Go back" TO WS-LINE
           MOVE "UPRF-036" TO WS-MSG-ID
           PERFORM SAY-BOTH
           MOVE "Enter your choice:" TO WS-LINE
           MOVE "ENTER-CHOICE" TO WS-MSG-ID
           PERFORM SAY-BOTH
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE
           MOVE FUNCTION NUMVAL(WS-LINE(1:1)) TO WS-PROJ-ACTION
           IF WS-PROJ-MAX >= 5
              MOVE "Five projects is the limit - remove one first."
                   TO WS-LINE
              MOVE "UPRF-037" TO WS-MSG-ID
              PERFORM SAY-BOTH
              EXIT PARAGRAPH
           END-IF
           OPEN EXTEND PROJECT-FILE
           MOVE LINKAGE-USERNAME TO PJ-OWNER
           COMPUTE PJ-SEQ = WS-PROJ-MAX + 1
           MOVE "Project title:" TO WS-LINE
           MOVE "UPRF-038" TO WS-MSG-ID
           PERFORM SAY-BOTH
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE
           MOVE WS-LINE TO PJ-TITLE
           MOVE "What it was and what it does:" TO WS-LINE
           MOVE "UPRF-039" TO WS-MSG-ID
           PERFORM SAY-BOTH
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE
           MOVE WS-LINE TO PJ-DESC
           MOVE "Your role on it:" TO WS-LINE
           MOVE "UPRF-040" TO WS-MSG-ID
           PERFORM SAY-BOTH
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE
           MOVE WS-LINE TO PJ-ROLE
           MOVE "Technologies used:" TO WS-LINE
           MOVE "UPRF-041" TO WS-MSG-ID
           PERFORM SAY-BOTH
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE
           MOVE WS-LINE TO PJ-TECH
           MOVE "Link or document reference (optional):" TO WS-LINE
           MOVE "UPRF-042" TO WS-MSG-ID
           PERFORM SAY-BOTH
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE
           MOVE WS-LINE TO PJ-LINK
           MOVE "Dates (e.g. Fall 2025):" TO WS-LINE
           MOVE "UPRF-043" TO WS-MSG-ID
           PERFORM SAY-BOTH
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE
           MOVE WS-LINE TO PJ-DATES
           WRITE PROJECT-REC
           CLOSE PROJECT-FILE
           MOVE "Project added." TO WS-LINE
           MOVE "UPRF-044" TO WS-MSG-ID
           PERFORM SAY-BOTH.

       REMOVE-A-PROJECT.
           MOVE "Enter the project number to remove:" TO WS-LINE
           MOVE "UPRF-045" TO WS-MSG-ID
           PERFORM SAY-BOTH
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE
           MOVE FUNCTION NUMVAL(WS-LINE(1:1)) TO WS-PROJ-PICK
           CLOSE PROJECT-TEMP-FILE
           CLOSE PROJECT-FILE
           MOVE "Project removed." TO WS-LINE
           MOVE "UPRF-046" TO WS-MSG-ID
           PERFORM SAY-BOTH.

       WRITE-BOTH.
           MOVE "WRITE" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE
           MOVE SPACES TO WS-LINE.

      *> WRITE-BOTH in the account's screen language: WS-LINE holds
      *> the English wording, WS-MSG-ID its data/msg-catalog.dat ID.
       SAY-BOTH.
           MOVE "TEXT" TO WS-SX-COMMAND
           CALL "SCREEN-TEXT" USING WS-SX-COMMAND LINKAGE-USERNAME
                                    WS-MSG-ID WS-LINE
           PERFORM WRITE-BOTH.

      *> Fallback for a student whose university isn't on the
      *> reference list; sets WS-FIELD-VALID so the calling PERFORM
      *> UNTIL in PROCESS-CHOICE exits once a valid manual entry is
           MOVE 'N' TO WS-FIELD-VALID
           PERFORM UNTIL WS-FIELD-VALID = 'Y'
               MOVE "Enter your University/College: " TO WS-LINE
               MOVE "UPRF-047" TO WS-MSG-ID
               PERFORM SAY-BOTH
               MOVE "READ" TO WS-COMMAND
               CALL "IO-MODULE" USING WS-COMMAND WS-LINE
               IF WS-LINE = SPACES
                   MOVE "This field is required." TO WS-LINE
                   MOVE "UPRF-002" TO WS-MSG-ID
                   PERFORM SAY-BOTH
               ELSE
                   IF WS-LINE IS ALPHABETIC
                       MOVE WS-LINE(1:20) TO WS-UNIVERSITY
                       MOVE 'Y' TO WS-FIELD-VALID
                   ELSE
                       MOVE "Invalid entry." TO WS-LINE
                       MOVE "UPRF-003" TO WS-MSG-ID
                       PERFORM SAY-BOTH
                   END-IF
               END-IF
           END-PERFORM.
           MOVE 'N' TO WS-FIELD-VALID
           PERFORM UNTIL WS-FIELD-VALID = 'Y'
               MOVE "Enter your Major: " TO WS-LINE
               MOVE "UPRF-048" TO WS-MSG-ID
               PERFORM SAY-BOTH
               MOVE "READ" TO WS-COMMAND
               CALL "IO-MODULE" USING WS-COMMAND WS-LINE
               IF WS-LINE = SPACES
                   MOVE "This field is required." TO WS-LINE
                   MOVE "UPRF-002" TO WS-MSG-ID
                   PERFORM SAY-BOTH
               ELSE
                   IF WS-LINE IS ALPHABETIC
                       MOVE WS-LINE(1:20) TO WS-MAJOR
                       MOVE 'Y' TO WS-FIELD-VALID
                   ELSE
                       MOVE "Invalid entry." TO WS-LINE
                       MOVE "UPRF-003" TO WS-MSG-ID
                       PERFORM SAY-BOTH
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-GEN-FOUND = 'N'
              MOVE "Create your profile first, then generate a resume."
                  TO WS-LINE
              MOVE "UPRF-049" TO WS-MSG-ID
              PERFORM SAY-BOTH
              EXIT PARAGRAPH
           END-IF

           CLOSE PROFILE-TEMP-FILE
           CLOSE PROFILE-FILE.

      *> Sends the resume on file, or a freshly generated one, to
      *> the student's career advisor (from the caseload) for
      *> review. One request may be waiting at a time; earlier
      *> requests and the advisor's line comments are listed first.
       REQUEST-RESUME-REVIEW.
           MOVE "--- Resume Review ---" TO WS-LINE
           MOVE "UPRF-050" TO WS-MSG-ID
           PERFORM SAY-BOTH
           PERFORM LIST-MY-REVIEW-REQUESTS

           PERFORM FIND-MY-ADVISOR
           IF WS-RR-ADVISOR = SPACES
              MOVE "No career advisor is assigned to you yet - ask"
                   TO WS-LINE
              MOVE "UPRF-051" TO WS-MSG-ID
              PERFORM SAY-BOTH
              MOVE "career services to add you to a caseload."
                   TO WS-LINE
              MOVE "UPRF-052" TO WS-MSG-ID
              PERFORM SAY-BOTH
              EXIT PARAGRAPH
           END-IF
           IF WS-RR-PENDING = 'Y'
              MOVE "Your last request is still waiting for review."
                   TO WS-LINE
              MOVE "UPRF-053" TO WS-MSG-ID
              PERFORM SAY-BOTH
              EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-MY-RESUME-REF
           IF WS-GEN-FOUND = 'N'
              MOVE "Create your profile first, then request a review."
                   TO WS-LINE
              MOVE "UPRF-054" TO WS-MSG-ID
              PERFORM SAY-BOTH
              EXIT PARAGRAPH
           END-IF

           IF WS-RR-REF NOT = SPACES
              MOVE SPACES TO WS-LINE
              STRING "1. Submit the resume on file ("
                     FUNCTION TRIM(WS-RR-REF) ")"
                     DELIMITED BY SIZE INTO WS-LINE
              END-STRING
              PERFORM WRITE-BOTH
           END-IF
           MOVE "2. Generate a fresh resume and submit it" TO WS-LINE
           MOVE "UPRF-055" TO WS-MSG-ID
           PERFORM SAY-BOTH
           MOVE "3. Go back" TO WS-LINE
           MOVE "UPRF-036" TO WS-MSG-ID
           PERFORM SAY-BOTH
           MOVE "Enter your choice:" TO WS-LINE
           MOVE "ENTER-CHOICE" TO WS-MSG-ID
           PERFORM SAY-BOTH
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE
           IF WS-LINE = HIGH-VALUES
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-LINE(1:1)) TO WS-RR-PICK

           EVALUATE WS-RR-PICK
              WHEN 1
                   IF WS-RR-REF = SPACES
                      EXIT PARAGRAPH
                   END-IF
              WHEN 2
                   PERFORM GENERATE-RESUME
                   MOVE WS-RESUME-FILENAME TO WS-RR-REF
              WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE

           PERFORM FILE-REVIEW-REQUEST.

      *> Lists this student's requests, newest last, with the
      *> advisor's comments under each reviewed one. Also notes the
      *> highest request number and whether one is still waiting.
       LIST-MY-REVIEW-REQUESTS.
           MOVE 0 TO WS-RR-COUNT
           MOVE 0 TO WS-RR-MAX-ID
           MOVE 'N' TO WS-RR-PENDING
           MOVE 'N' TO WS-RR-EOF
           OPEN INPUT REVIEW-FILE
           IF WS-RR-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-RR-EOF = 'Y'
              READ REVIEW-FILE
                 AT END MOVE 'Y' TO WS-RR-EOF
                 NOT AT END
                    IF RR-ID > WS-RR-MAX-ID
                       MOVE RR-ID TO WS-RR-MAX-ID
                    END-IF
                    IF FUNCTION TRIM(RR-STUDENT) =
                       FUNCTION TRIM(LINKAGE-USERNAME)
                       ADD 1 TO WS-RR-COUNT
                       IF RR-PENDING
                          MOVE 'Y' TO WS-RR-PENDING
                       END-IF
                       MOVE SPACES TO WS-LINE
                       STRING "#" RR-ID " " RR-REQUESTED " "
                              FUNCTION TRIM(RR-STATUS) " - "
                              FUNCTION TRIM(RR-RESUME-REF)
                              DELIMITED BY SIZE INTO WS-LINE
                       END-STRING
                       PERFORM WRITE-BOTH
                       IF RR-REVIEWED
                          PERFORM LIST-REVIEW-NOTES
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE REVIEW-FILE.

       LIST-REVIEW-NOTES.
           MOVE 'N' TO WS-RN-EOF
           OPEN INPUT REVIEW-NOTE-FILE
           IF WS-RN-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-RN-EOF = 'Y'
              READ REVIEW-NOTE-FILE
                 AT END MOVE 'Y' TO WS-RN-EOF
                 NOT AT END
                    IF RN-REQ-ID = RR-ID
                       MOVE SPACES TO WS-LINE
                       IF RN-LINE-NO = 0
                          STRING "   General: "
                                 FUNCTION TRIM(RN-TEXT)
                                 DELIMITED BY SIZE INTO WS-LINE
                          END-STRING
                       ELSE
                          STRING "   Line " RN-LINE-NO ": "
                                 FUNCTION TRIM(RN-TEXT)
                                 DELIMITED BY SIZE INTO WS-LINE
                          END-STRING
                       END-IF
                       PERFORM WRITE-BOTH
                    END-IF
              END-READ
           END-PERFORM
           CLOSE REVIEW-NOTE-FILE.

      *> The first caseload row naming this student is their advisor.
       FIND-MY-ADVISOR.
           MOVE SPACES TO WS-RR-ADVISOR
           MOVE 'N' TO WS-RR-EOF
           OPEN INPUT CASELOAD-FILE
           IF WS-CASE-STATUS = "00"
              PERFORM UNTIL WS-RR-EOF = 'Y'
                 READ CASELOAD-FILE
                    AT END MOVE 'Y' TO WS-RR-EOF
                    NOT AT END
                       IF FUNCTION TRIM(CL-STUDENT) =
                          FUNCTION TRIM(LINKAGE-USERNAME)
                          MOVE CL-ADVISOR TO WS-RR-ADVISOR
                          MOVE 'Y' TO WS-RR-EOF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CASELOAD-FILE
           END-IF.

       LOAD-MY-RESUME-REF.
           MOVE SPACES TO WS-RR-REF
           MOVE 'N' TO WS-GEN-FOUND
           MOVE 'N' TO WS-GEN-EOF
           OPEN INPUT PROFILE-FILE
           IF WS-PROFILE-STATUS = "00"
              PERFORM UNTIL WS-GEN-EOF = 'Y'
                 READ PROFILE-FILE
                    AT END MOVE 'Y' TO WS-GEN-EOF
                    NOT AT END
                       IF FUNCTION TRIM(PROF-USERNAME) =
                          FUNCTION TRIM(LINKAGE-USERNAME)
                          MOVE 'Y' TO WS-GEN-FOUND
                          MOVE PROF-RESUME-REF TO WS-RR-REF
                          MOVE 'Y' TO WS-GEN-EOF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PROFILE-FILE
           END-IF.

      *> The request number comes from the central ID-ALLOCATOR; the
      *> scan in LIST-MY-REVIEW-REQUESTS only seeds the series.
       FILE-REVIEW-REQUEST.
           MOVE "RESREVIEW" TO WS-IA-SERIES
           MOVE WS-RR-MAX-ID TO WS-IA-SEED
           CALL "ID-ALLOCATOR" USING WS-IA-SERIES WS-IA-SEED
                WS-IA-NUMBER

           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE
           MOVE SPACES TO WS-RR-TODAY
           STRING WS-CURR-DATE(1:4) "-" WS-CURR-DATE(5:2) "-"
                  WS-CURR-DATE(7:2)
                  DELIMITED BY SIZE INTO WS-RR-TODAY
           END-STRING

           OPEN EXTEND REVIEW-FILE
           IF WS-RR-STATUS NOT = "00"
              OPEN OUTPUT REVIEW-FILE
           END-IF
           MOVE WS-IA-NUMBER TO RR-ID
           MOVE LINKAGE-USERNAME TO RR-STUDENT
           MOVE WS-RR-ADVISOR TO RR-ADVISOR
           MOVE WS-RR-REF TO RR-RESUME-REF
           MOVE WS-RR-TODAY TO RR-REQUESTED
           SET RR-PENDING TO TRUE
           MOVE SPACES TO RR-REVIEWED-ON
           WRITE REVIEW-REC
           CLOSE REVIEW-FILE

           MOVE WS-RR-ADVISOR TO WS-NOTIF-TO
           MOVE SPACES TO WS-NOTIF-MSG
           STRING FUNCTION TRIM(LINKAGE-USERNAME)
                  " asked you to review their resume (request #"
                  RR-ID ")."
                  DELIMITED BY SIZE INTO WS-NOTIF-MSG
           END-STRING
           MOVE "ADVISING" TO WS-NOTIF-CAT
           CALL "NOTIFY-USER" USING WS-NOTIF-TO WS-NOTIF-MSG
                WS-NOTIF-CAT

           MOVE SPACES TO WS-LINE
           STRING "Review request #" RR-ID " sent to "
                  FUNCTION TRIM(WS-RR-ADVISOR) "."
                  DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           PERFORM WRITE-BOTH.

      *> Privacy & Language Settings: profile visibility, the
      *> language menus and prompts are shown in (SCREEN-TEXT), the
      *> outside parties the student's information has been
      *> released to (DISCLOSURE-LOG), and the voluntary EEO
      *> self-identification, kept apart from profiles.dat by
      *> EEO-SELF-ID.
       SETTINGS-MENU.
           MOVE "Privacy & Language Settings" TO WS-LINE
           MOVE "SET-TITLE" TO WS-MSG-ID
           PERFORM SAY-BOTH
           MOVE "1. Profile visibility" TO WS-LINE
           MOVE "SET-01" TO WS-MSG-ID
           PERFORM SAY-BOTH
           MOVE "2. Screen language" TO WS-LINE
           MOVE "SET-02" TO WS-MSG-ID
           PERFORM SAY-BOTH
           MOVE "3. Who has received my information" TO WS-LINE
           MOVE "SET-03" TO WS-MSG-ID
           PERFORM SAY-BOTH
           MOVE "4. Voluntary self-identification (EEO)" TO WS-LINE
           MOVE "SET-04" TO WS-MSG-ID
           PERFORM SAY-BOTH
           MOVE "Enter your choice:" TO WS-LINE
           MOVE "ENTER-CHOICE" TO WS-MSG-ID
           PERFORM SAY-BOTH
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE

           EVALUATE WS-LINE(1:1)
              WHEN "1"
                 PERFORM PRIVACY-SETTINGS
              WHEN "2"
                 MOVE "ASK-LANG" TO WS-SX-COMMAND
                 CALL "SCREEN-TEXT" USING WS-SX-COMMAND
                      LINKAGE-USERNAME WS-MSG-ID WS-LINE
                 IF WS-LINE = SPACES
                    MOVE "Invalid choice. Language unchanged."
                       TO WS-LINE
                    MOVE "LANG-KEPT" TO WS-MSG-ID
                 ELSE
                    MOVE "Language preference saved." TO WS-LINE
                    MOVE "LANG-SAVED" TO WS-MSG-ID
                 END-IF
                 PERFORM SAY-BOTH
              WHEN "3"
                 MOVE "SHOW" TO WS-DL-COMMAND
                 CALL "DISCLOSURE-LOG" USING WS-DL-COMMAND
                      LINKAGE-USERNAME WS-DL-RECIPIENT WS-DL-SOURCE
                      WS-DL-ITEM
              WHEN "4"
                 MOVE "MANAGE" TO WS-ES-COMMAND
                 CALL "EEO-SELF-ID" USING WS-ES-COMMAND
                      LINKAGE-USERNAME WS-ES-RESULT
              WHEN OTHER
                 MOVE "Invalid choice. Please try again." TO WS-LINE
                 MOVE "RETRY-CHOICE" TO WS-MSG-ID
                 PERFORM SAY-BOTH
           END-EVALUATE.

      *> Generating the profile resume stays here; the named
      *> resumes and cover letters picked at apply time are kept
      *> by DOC-LIBRARY.
       DOCUMENTS-MENU.
           MOVE "Resumes & Cover Letters" TO WS-LINE
           MOVE "DOCS-TITLE" TO WS-MSG-ID
           PERFORM SAY-BOTH
           MOVE "1. Generate a resume from my profile" TO WS-LINE
           MOVE "DOCS-01" TO WS-MSG-ID
           PERFORM SAY-BOTH
           MOVE "2. My document library" TO WS-LINE
           MOVE "DOCS-02" TO WS-MSG-ID
           PERFORM SAY-BOTH
           MOVE "Enter your choice:" TO WS-LINE
           MOVE "ENTER-CHOICE" TO WS-MSG-ID
           PERFORM SAY-BOTH
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE

           EVALUATE WS-LINE(1:1)
              WHEN "1"
                 PERFORM GENERATE-RESUME
              WHEN "2"
                 MOVE "MANAGE" TO WS-DX-COMMAND
                 CALL "DOC-LIBRARY" USING WS-DX-COMMAND
                      LINKAGE-USERNAME WS-DX-JOB-ID WS-DX-RESULT
              WHEN OTHER
                 MOVE "Invalid choice. Please try again." TO WS-LINE
                 MOVE "RETRY-CHOICE" TO WS-MSG-ID
                 PERFORM SAY-BOTH
           END-EVALUATE.

      *> Who may see this profile: everyone, connections only, or
      *> nobody through search. Enforced by PRIVACY-CHECK in
      *> SEARCH-USER, NETWORKDISPLAY, TALENT-SEARCH and
      *> CONNECTION-SUGGEST; the owner always sees their own.
       PRIVACY-SETTINGS.
           MOVE "Who can see your profile?" TO WS-LINE
           MOVE "UPRF-056" TO WS-MSG-ID
           PERFORM SAY-BOTH
           MOVE "1. Everyone" TO WS-LINE
           MOVE "UPRF-057" TO WS-MSG-ID
           PERFORM SAY-BOTH
           MOVE "2. Connections only" TO WS-LINE
           MOVE "UPRF-058" TO WS-MSG-ID
           PERFORM SAY-BOTH
           MOVE "3. Hidden from search" TO WS-LINE
           MOVE "UPRF-059" TO WS-MSG-ID
           PERFORM SAY-BOTH
           MOVE "Enter your choice:" TO WS-LINE
           MOVE "ENTER-CHOICE" TO WS-MSG-ID
           PERFORM SAY-BOTH
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE
           MOVE FUNCTION NUMVAL(WS-LINE(1:1)) TO WS-PRIV-PICK
           IF WS-PRIV-PICK < 1 OR WS-PRIV-PICK > 3
              MOVE "Invalid choice. Privacy setting unchanged."
                  TO WS-LINE
              MOVE "UPRF-060" TO WS-MSG-ID
              PERFORM SAY-BOTH
              EXIT PARAGRAPH
           END-IF

           PERFORM SAVE-PRIVACY-SETTING
           MOVE "Privacy setting saved." TO WS-LINE
           MOVE "UPRF-061" TO WS-MSG-ID
           PERFORM SAY-BOTH.

      *> Upserts this user's privacy.dat row, the same temp-file
      *> replace with not-found-append fallback SAVE-PROFILE uses.
           IF WS-RL-PENDING-CNT = 0
              MOVE "You have no recommendations awaiting review."
                  TO WS-LINE
              MOVE "UPRF-062" TO WS-MSG-ID
              PERFORM SAY-BOTH
              EXIT PARAGRAPH
           END-IF

              PERFORM WRITE-BOTH
              MOVE "1. Approve  2. Hide  (anything else skips)"
                  TO WS-LINE
              MOVE "UPRF-063" TO WS-MSG-ID
              PERFORM SAY-BOTH
              MOVE "READ" TO WS-COMMAND
              CALL "IO-MODULE" USING WS-COMMAND WS-LINE
              IF WS-LINE(1:1) = "1"

           PERFORM APPLY-RL-DECISIONS
           MOVE "Recommendation review saved." TO WS-LINE
           MOVE "UPRF-064" TO WS-MSG-ID
           PERFORM SAY-BOTH.

      *> Rewrites data/rec-letters.dat applying the decisions made
      *> above, the same temp-file replace pattern SAVE-PROFILE uses.
           IF WS-LK-RESULT NOT = "OK"
              MOVE "The profile file is busy - try saving again."
                  TO WS-LINE
              MOVE "UPRF-065" TO WS-MSG-ID
              PERFORM SAY-BOTH
              EXIT PARAGRAPH
           END-IF

       ASK-WORK-AUTH.
           MOVE "Do you require visa sponsorship to work after gradu"
            & "ation? (Y/N, Enter to skip):" TO WS-LINE
           MOVE "UPRF-066" TO WS-MSG-ID
           PERFORM SAY-BOTH
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE
           EVALUATE FUNCTION UPPER-CASE(WS-LINE(1:1))
