       WORKING-STORAGE SECTION.
       01 WS-CHOICE      PIC 9 VALUE 0.
       01 WS-OUTPUT-LINE PIC X(80).
       01 WS-SX-COMMAND  PIC X(10).
       01 WS-MSG-ID      PIC X(12).
       01 WS-COMMAND     PIC X(20).
       01 WS-LINE        PIC X(80).


       SHOW-MENU.
           MOVE "================== Jobs/Internships Menu ==================" TO WS-OUTPUT-LINE
           MOVE "JMNU-001" TO WS-MSG-ID
           PERFORM SAY-BOTH
           MOVE "1. Post a Job/Internship" TO WS-OUTPUT-LINE
           MOVE "JOBS-01" TO WS-MSG-ID
           PERFORM SAY-BOTH
           MOVE "2. Browse Jobs/Internships" TO WS-OUTPUT-LINE
           MOVE "JOBS-02" TO WS-MSG-ID
           PERFORM SAY-BOTH
           MOVE "3. View My Applications" TO WS-OUTPUT-LINE
           MOVE "JOBS-03" TO WS-MSG-ID
           PERFORM SAY-BOTH
           MOVE "4. Return to Main Menu"  TO WS-OUTPUT-LINE
           PERFORM WRITE-BOTH
           MOVE "Enter your choice:" TO WS-OUTPUT-LINE
           MOVE "ENTER-CHOICE" TO WS-MSG-ID
           PERFORM SAY-BOTH.

       PROCESS-CHOICE.
           EVALUATE WS-CHOICE
               WHEN 1
                   MOVE "You chose to post a job/internship." TO WS-OUTPUT-LINE
                   MOVE "JMNU-002" TO WS-MSG-ID
                   PERFORM SAY-BOTH
                   MOVE "================== Post Job/Internship ==================" TO WS-OUTPUT-LINE
                   MOVE "JMNU-003" TO WS-MSG-ID
                   PERFORM SAY-BOTH
                   CALL "POST-JOB" USING JM-USERNAME

               WHEN 2
                   MOVE "You chose to browse jobs/internships." TO WS-OUTPUT-LINE
                   MOVE "JMNU-004" TO WS-MSG-ID
                   PERFORM SAY-BOTH
                   MOVE "================== Browse Jobs/Internships ==================" TO WS-OUTPUT-LINE
                   MOVE "JMNU-005" TO WS-MSG-ID
                   PERFORM SAY-BOTH
                   CALL "BROWSE-APPLY-JOBS" USING JM-USERNAME

               WHEN 3
                   MOVE "You chose to view your applications." TO WS-OUTPUT-LINE
                   MOVE "JMNU-006" TO WS-MSG-ID
                   PERFORM SAY-BOTH
                   CALL "VIEW-MY-APPLICATIONS" USING JM-USERNAME

               WHEN 4
                   MOVE "Returning to Main Menu..." TO WS-OUTPUT-LINE
                   MOVE "JMNU-007" TO WS-MSG-ID
                   PERFORM SAY-BOTH

           WHEN OTHER
               CONTINUE
               PERFORM GET-CHOICE
               IF WS-CHOICE < 1 OR WS-CHOICE > 4
                   MOVE "Invalid choice. Please try again." TO WS-OUTPUT-LINE
                   MOVE "RETRY-CHOICE" TO WS-MSG-ID
                   PERFORM SAY-BOTH
               END-IF
           END-PERFORM.

           MOVE WS-OUTPUT-LINE TO WS-LINE
           MOVE "WRITE" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE.

      *> WRITE-BOTH in the account's screen language: WS-OUTPUT-LINE
      *> holds the English wording, WS-MSG-ID its data/msg-catalog.dat
      *> ID.
       SAY-BOTH.
           MOVE "TEXT" TO WS-SX-COMMAND
           CALL "SCREEN-TEXT" USING WS-SX-COMMAND JM-USERNAME
                                    WS-MSG-ID WS-OUTPUT-LINE
           PERFORM WRITE-BOTH.
           
       END PROGRAM JOB-MENU.
       
