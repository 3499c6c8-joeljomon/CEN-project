       IDENTIFICATION DIVISION.
       PROGRAM-ID. BROWSE-APPLY-JOBS.

       ENVIRONMENT DIVISION.
       77  WS-JOB-NUM-DISPLAY       PIC ZZ9.
       77  WS-COMMAND               PIC X(20).
       77  WS-LINE                  PIC X(200).
       77  WS-SX-COMMAND            PIC X(10).
       77  WS-MSG-ID                PIC X(12).
       77  WS-LOOP-COUNTER          PIC 9(3).
       77  WS-SELECTED-NUM          PIC 9(3) VALUE 0.
       77  WS-CONTINUE              PIC X VALUE 'Y'.
              PERFORM APPLY-FILTERS
              MOVE 'Y' TO WS-CONTINUE
              PERFORM UNTIL WS-CONTINUE = 'N'
                 MOVE "------------------ Available Jobs/Internships"
                  & " ------------------" TO WS-LINE
                 MOVE "BRWS-001" TO WS-MSG-ID
                 PERFORM SAY-LINE
                 PERFORM DISPLAY-ALL-JOBS
                 PERFORM PROCESS-CHOICE
              END-PERFORM
           MOVE SPACES TO WS-FILTER-LOCATION.
           MOVE "Enter a keyword to search titles/descriptions"
               TO WS-LINE.
           MOVE "BRWS-002" TO WS-MSG-ID.
           PERFORM SAY-LINE.
           MOVE "(or press Enter to skip): " TO WS-LINE.
           MOVE "BRWS-003" TO WS-MSG-ID.
           PERFORM SAY-LINE.
           MOVE "READ" TO WS-COMMAND.
           CALL "IO-MODULE" USING WS-COMMAND WS-FILTER-KEYWORD.

           MOVE "Enter a location to filter by (or press Enter to"
            & " skip): "
               TO WS-LINE.
           MOVE "BRWS-004" TO WS-MSG-ID.
           PERFORM SAY-LINE.
           MOVE "READ" TO WS-COMMAND.
           CALL "IO-MODULE" USING WS-COMMAND WS-FILTER-LOCATION.

              PERFORM CHECK-FILTER-MATCH
              IF WS-SRCH-FOUND = 'Y'
                 ADD 1 TO WS-FILTER-COUNT
                 MOVE WS-LOOP-COUNTER
                    TO WS-FILTER-INDEX(WS-FILTER-COUNT)
              END-IF
           END-PERFORM.

                  TO WS-SRCH-PATTERN
              PERFORM FIND-SUBSTRING
              IF WS-SRCH-FOUND = 'N'
                 MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                      WS-JOB-DESCRIPTION(WS-LOOP-COUNTER)))
                     TO WS-SRCH-TEXT
                 PERFORM FIND-SUBSTRING
              END-IF
              MOVE FUNCTION UPPER-CASE(
                   FUNCTION TRIM(WS-JOB-LOCATION(WS-LOOP-COUNTER)))
                  TO WS-SRCH-TEXT
              MOVE FUNCTION UPPER-CASE(
                 FUNCTION TRIM(WS-FILTER-LOCATION))
                  TO WS-SRCH-PATTERN
              PERFORM FIND-SUBSTRING
           END-IF.
              CLOSE JOBS-FILE
           ELSE
              MOVE "Error opening jobs file." TO WS-LINE
              MOVE "BRWS-005" TO WS-MSG-ID
              PERFORM SAY-LINE
           END-IF.

           IF WS-JOB-COUNT = 0
              PERFORM WRITE-LINE
              MOVE "There are no jobs available at this time."
                   TO WS-LINE
              MOVE "BRWS-006" TO WS-MSG-ID
              PERFORM SAY-LINE
           ELSE
               CONTINUE
           END-IF.

       CHECK-JOB.
           IF NOT JOB-CLOSED AND NOT JOB-HELD AND NOT JOB-SCHEDULED
              ADD 1 TO WS-JOB-COUNT
              MOVE JOBS-RECORD TO WS-JOB-ENTRY(WS-JOB-COUNT)
           END-IF.
              MOVE " " TO WS-LINE
              PERFORM WRITE-LINE
              MOVE "No jobs match your search." TO WS-LINE
              MOVE "BRWS-007" TO WS-MSG-ID
              PERFORM SAY-LINE
           ELSE
              PERFORM VARYING WS-LOOP-COUNTER FROM 1 BY 1
                      UNTIL WS-LOOP-COUNTER > WS-FILTER-COUNT

                 MOVE WS-FILTER-INDEX(WS-LOOP-COUNTER)
                    TO WS-RAW-SELECTED-NUM
                 MOVE WS-LOOP-COUNTER TO WS-JOB-NUM-DISPLAY
                 MOVE SPACES TO WS-LINE
                 STRING
           PERFORM WRITE-LINE.

           IF WS-FILTER-COUNT > 0
               MOVE "Enter job number to view full details (or 0 to go"
                & " back):"
                    TO WS-LINE
               MOVE "BRWS-013" TO WS-MSG-ID
               PERFORM SAY-LINE
           ELSE
               PERFORM WRITE-LINE
           END-IF.

           MOVE "READ" TO WS-COMMAND.
           CALL "IO-MODULE" USING WS-COMMAND, WS-LINE.
              MOVE 'N' TO WS-CONTINUE
           ELSE IF WS-RAW-SELECTED-NUM >= 1 AND
                   WS-RAW-SELECTED-NUM <= WS-FILTER-COUNT
              MOVE WS-FILTER-INDEX(WS-RAW-SELECTED-NUM)
                 TO WS-SELECTED-NUM
              PERFORM DISPLAY-FULL-JOB-DETAILS
           ELSE
              MOVE "Invalid choice." TO WS-LINE
              MOVE "BRWS-008" TO WS-MSG-ID
              PERFORM SAY-LINE
           END-IF.

       DISPLAY-FULL-JOB-DETAILS.
           PERFORM WRITE-LINE.
           MOVE "------------------ Job Details ------------------"
                TO WS-LINE.
           MOVE "BRWS-009" TO WS-MSG-ID.
           PERFORM SAY-LINE.

      *> Display selected job title     
           MOVE SPACES TO WS-LINE.
      *> Display selected job description, multi-line if needed
           MOVE SPACES TO WS-LINE.
           MOVE "> Description: " TO WS-LINE.
           MOVE "BRWS-010" TO WS-MSG-ID.
           PERFORM SAY-LINE.
           
           MOVE FUNCTION LENGTH(
               FUNCTION TRIM(WS-JOB-DESCRIPTION(WS-SELECTED-NUM))) 
       PROCESS-APPLICATION.
           MOVE " " TO WS-LINE.   
           PERFORM WRITE-LINE.
           MOVE "Would you like to apply to this job? (Y/N):"
              TO WS-LINE.
           MOVE "BRWS-011" TO WS-MSG-ID.
           PERFORM SAY-LINE.
           
           MOVE "READ" TO WS-COMMAND.
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE.
              PERFORM CHECK-ALREADY-APPLIED
              IF WS-ALREADY-APPLIED = 'Y'
                 MOVE "You already applied to this job." TO WS-LINE
                 MOVE "BRWS-012" TO WS-MSG-ID
                 PERFORM SAY-LINE
              ELSE
                 PERFORM STORE-APPLICATION
                 MOVE SPACES TO WS-LINE
       STORE-APPLICATION.
           MOVE "Enter a resume/document filename to attach "
                & "(optional):" TO WS-LINE
           MOVE "BRWS-014" TO WS-MSG-ID
           PERFORM SAY-LINE.
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND, WS-LINE.
           MOVE WS-LINE TO WS-RESUME-REF.
           MOVE "WRITE" TO WS-COMMAND.
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE.

      *> WRITE-LINE in the account's screen language: WS-LINE
      *> holds the English wording, WS-MSG-ID its data/msg-catalog.dat
      *> ID.
       SAY-LINE.
           MOVE "TEXT" TO WS-SX-COMMAND
           CALL "SCREEN-TEXT" USING WS-SX-COMMAND LS-USERNAME
                                    WS-MSG-ID WS-LINE
           PERFORM WRITE-LINE.

       END PROGRAM BROWSE-APPLY-JOBS.
      
