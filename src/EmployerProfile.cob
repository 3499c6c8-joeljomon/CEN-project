       77  WS-EMP-STATUS            PIC XX.
       77  WS-COMMAND               PIC X(20).
       77  WS-LINE                  PIC X(200).
       77  WS-SX-COMMAND            PIC X(10).
       77  WS-MSG-ID                PIC X(12).
       77  WS-IS-VALID              PIC X VALUE 'N'.
       77  WS-EOF                   PIC X VALUE 'N'.
       77  WS-EMP-FOUND             PIC X VALUE 'N'.
           05 WS-OLD-INDUSTRY       PIC X(30).
           05 WS-OLD-WEBSITE        PIC X(50).
           05 WS-OLD-SIZE           PIC X(20).
           05 WS-OLD-SYND-OPTOUT    PIC X(01).

       01  WS-NEW-EMPLOYER-REC.
           05 WS-NEW-COMPANY-NAME   PIC X(50).
           05 WS-NEW-INDUSTRY       PIC X(30).
           05 WS-NEW-WEBSITE        PIC X(50).
           05 WS-NEW-SIZE           PIC X(20).
      *> Y/N from the job-board question, space to keep what is on
      *> file.
           05 WS-NEW-SYND-OPTOUT    PIC X(01).

       LINKAGE SECTION.
       01  EP-USERNAME              PIC X(20).
           ELSE
              MOVE "Teammates can be added once an administrator"
                  TO WS-LINE
              MOVE "EMPR-001" TO WS-MSG-ID
              PERFORM SAY-LINE
              MOVE "approves the company." TO WS-LINE
              MOVE "EMPR-002" TO WS-MSG-ID
              PERFORM SAY-LINE
           END-IF
           GOBACK.

           IF WS-NAME-CONFLICT = 'Y'
              MOVE "That company is already registered to another"
                  TO WS-LINE
              MOVE "EMPR-003" TO WS-MSG-ID
              PERFORM SAY-LINE
              MOVE "account. Ask a teammate there to add you, or"
                  TO WS-LINE
              MOVE "EMPR-004" TO WS-MSG-ID
              PERFORM SAY-LINE
              MOVE "contact support if you believe this is an error."
                  TO WS-LINE
              MOVE "EMPR-005" TO WS-MSG-ID
              PERFORM SAY-LINE
           END-IF.

       GET-EMPLOYER-DETAILS.
           MOVE "N" TO WS-IS-VALID.
           PERFORM UNTIL WS-IS-VALID = "Y"
               MOVE "Enter Company Name: " TO WS-LINE
               MOVE "EMPR-006" TO WS-MSG-ID
               PERFORM SAY-LINE
               PERFORM READ-LINE
               IF FUNCTION LENGTH(FUNCTION TRIM(WS-LINE)) > 0
                   MOVE WS-LINE TO WS-NEW-COMPANY-NAME
                   MOVE "Y" TO WS-IS-VALID
               ELSE
                   MOVE "Company Name cannot be blank." TO WS-LINE
                   MOVE "EMPR-007" TO WS-MSG-ID
                   PERFORM SAY-LINE
               END-IF
           END-PERFORM.

           MOVE "N" TO WS-IS-VALID.
           PERFORM UNTIL WS-IS-VALID = "Y"
               MOVE "Enter Industry: " TO WS-LINE
               MOVE "EMPR-008" TO WS-MSG-ID
               PERFORM SAY-LINE
               PERFORM READ-LINE
               IF FUNCTION LENGTH(FUNCTION TRIM(WS-LINE)) > 0
                   MOVE WS-LINE TO WS-NEW-INDUSTRY
                   MOVE "Y" TO WS-IS-VALID
               ELSE
                   MOVE "Industry cannot be blank." TO WS-LINE
                   MOVE "EMPR-009" TO WS-MSG-ID
                   PERFORM SAY-LINE
               END-IF
           END-PERFORM.

      *> Website, optional.
           MOVE "Enter Company Website (optional): " TO WS-LINE
           MOVE "EMPR-010" TO WS-MSG-ID
           PERFORM SAY-LINE
           PERFORM READ-LINE
           MOVE WS-LINE TO WS-NEW-WEBSITE.

           PERFORM UNTIL WS-IS-VALID = "Y"
               MOVE "Enter Company Size (e.g., 1-10, 11-50, 500+): "
                   TO WS-LINE
               MOVE "EMPR-011" TO WS-MSG-ID
               PERFORM SAY-LINE
               PERFORM READ-LINE
               IF FUNCTION LENGTH(FUNCTION TRIM(WS-LINE)) > 0
                   MOVE WS-LINE TO WS-NEW-SIZE
                   MOVE "Y" TO WS-IS-VALID
               ELSE
                   MOVE "Company Size cannot be blank." TO WS-LINE
                   MOVE "EMPR-012" TO WS-MSG-ID
                   PERFORM SAY-LINE
               END-IF
           END-PERFORM.

      *> Job-board syndication: Open, campus-wide postings of an
      *> approved company go out in JOB-SYNDICATE's nightly feed
      *> unless the company opts out here.
           MOVE "N" TO WS-IS-VALID.
           PERFORM UNTIL WS-IS-VALID = "Y"
               MOVE "List your open postings on regional job boards?"
                   TO WS-LINE
               MOVE "EMPR-013" TO WS-MSG-ID
               PERFORM SAY-LINE
               MOVE "(Y/N, or press Enter to keep the current choice): "
                   TO WS-LINE
               MOVE "EMPR-014" TO WS-MSG-ID
               PERFORM SAY-LINE
               PERFORM READ-LINE
               EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-LINE))
                   WHEN SPACES
                       MOVE SPACE TO WS-NEW-SYND-OPTOUT
                       MOVE "Y" TO WS-IS-VALID
                   WHEN "Y"
                       MOVE "N" TO WS-NEW-SYND-OPTOUT
                       MOVE "Y" TO WS-IS-VALID
                   WHEN "N"
                       MOVE "Y" TO WS-NEW-SYND-OPTOUT
                       MOVE "Y" TO WS-IS-VALID
                   WHEN OTHER
                       MOVE "Please enter Y or N." TO WS-LINE
                       MOVE "EMPR-015" TO WS-MSG-ID
                       PERFORM SAY-LINE
               END-EVALUATE
           END-PERFORM.

      *> Writes (or rewrites) the employers.dat record for this
      *> recruiter, using the same temp-file replace pattern
      *> USER-PROFILE's SAVE-PROFILE uses for profiles.dat, so a
                          MOVE EMP-INDUSTRY TO WS-OLD-INDUSTRY
                          MOVE EMP-WEBSITE TO WS-OLD-WEBSITE
                          MOVE EMP-SIZE TO WS-OLD-SIZE
                          MOVE EMP-SYND-OPTOUT TO WS-OLD-SYND-OPTOUT
                          PERFORM BUILD-EMPLOYER-REC
                          MOVE WS-KEEP-VERIFIED TO EMP-VERIFIED
                          PERFORM AUDIT-EMPLOYER-CHANGES
      *> pending-verification state; an admin approves or rejects it
      *> through EMPLOYER-REVIEW before its postings go live.
           IF WS-EMP-FOUND = "N"
              MOVE "N" TO EMP-SYND-OPTOUT
              PERFORM BUILD-EMPLOYER-REC
              SET EMP-PENDING TO TRUE
              WRITE EMPLOYER-TEMP-REC FROM EMPLOYER-REC
           CLOSE EMPLOYER-TEMP-FILE

           MOVE "Your company profile has been saved." TO WS-LINE
           MOVE "EMPR-016" TO WS-MSG-ID
           PERFORM SAY-LINE
           IF WS-EMP-FOUND = "N"
              MOVE "It is pending verification; postings go live once"
                  TO WS-LINE
              MOVE "EMPR-017" TO WS-MSG-ID
              PERFORM SAY-LINE
              MOVE "an administrator approves the company." TO WS-LINE
              MOVE "EMPR-018" TO WS-MSG-ID
              PERFORM SAY-LINE
           END-IF.

      *> One CHANGE-AUDIT row per company field the save changed.
              MOVE WS-OLD-SIZE TO WS-CA-BEFORE
              MOVE EMP-SIZE TO WS-CA-AFTER
              PERFORM WRITE-CHANGE-AUDIT
           END-IF
           IF WS-OLD-SYND-OPTOUT NOT = EMP-SYND-OPTOUT
              MOVE "Board opt-out" TO WS-CA-FIELD
              MOVE WS-OLD-SYND-OPTOUT TO WS-CA-BEFORE
              MOVE EMP-SYND-OPTOUT TO WS-CA-AFTER
              PERFORM WRITE-CHANGE-AUDIT
           END-IF.

       WRITE-CHANGE-AUDIT.
           MOVE WS-NEW-COMPANY-NAME TO EMP-COMPANY-NAME
           MOVE WS-NEW-INDUSTRY    TO EMP-INDUSTRY
           MOVE WS-NEW-WEBSITE     TO EMP-WEBSITE
           MOVE WS-NEW-SIZE        TO EMP-SIZE
           IF WS-NEW-SYND-OPTOUT NOT = SPACE
              MOVE WS-NEW-SYND-OPTOUT TO EMP-SYND-OPTOUT
           END-IF.

      *> Puts the recruiter saving this company profile onto the
      *> company's team, so teammates added below link to them.
           PERFORM UNTIL WS-TEAM-DONE = 'Y'
              MOVE "Add a teammate username to this company account"
                  TO WS-LINE
              MOVE "EMPR-019" TO WS-MSG-ID
              PERFORM SAY-LINE
              MOVE "(or press Enter to finish): " TO WS-LINE
              MOVE "EMPR-020" TO WS-MSG-ID
              PERFORM SAY-LINE
              PERFORM READ-LINE
              IF FUNCTION LENGTH(FUNCTION TRIM(WS-LINE)) = 0
                 MOVE 'Y' TO WS-TEAM-DONE
                 PERFORM CHECK-TEAM-ON-FILE
                 IF WS-TEAM-ON-FILE = 'Y'
                    MOVE "That user is already on the team." TO WS-LINE
                    MOVE "EMPR-021" TO WS-MSG-ID
                    PERFORM SAY-LINE
                 ELSE
                    OPEN EXTEND TEAMS-FILE
                    MOVE WS-NEW-COMPANY-NAME TO TEAM-COMPANY
                    WRITE TEAM-REC
                    CLOSE TEAMS-FILE
                    MOVE "Teammate added." TO WS-LINE
                    MOVE "EMPR-022" TO WS-MSG-ID
                    PERFORM SAY-LINE
                 END-IF
              END-IF
           END-PERFORM.
           MOVE "WRITE" TO WS-COMMAND.
           CALL "IO-MODULE" USING WS-COMMAND, WS-LINE.

      *> WRITE-LINE in the account's screen language: WS-LINE
      *> holds the English wording, WS-MSG-ID its data/msg-catalog.dat
      *> ID.
       SAY-LINE.
           MOVE "TEXT" TO WS-SX-COMMAND
           CALL "SCREEN-TEXT" USING WS-SX-COMMAND EP-USERNAME
                                    WS-MSG-ID WS-LINE
           PERFORM WRITE-LINE.

       END PROGRAM EMPLOYER-PROFILE.
