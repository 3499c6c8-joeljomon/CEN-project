      *> EVENT-REMIND is: sweeps data/office-hours.dat for booked
      *> slots happening tomorrow and reminds both sides through the
      *> shared NOTIFY-USER module, so a coffee chat booked two
      *> weeks ago is not quietly forgotten. Under the
      *> OFFICE-HOUR-REMIND rule on business days, the same window
      *> EVENT-REMIND uses: the last business day before a weekend or
      *> campus closure covers the slots in it, and a day off sends
      *> nothing.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OFFICE-HOUR-REMIND.

       77 WS-TOMORROW-INT   PIC S9(8) COMP.
       77 WS-TOMORROW-NUM   PIC 9(8).
       77 WS-TOMORROW       PIC X(10).
       77 WS-TODAY          PIC X(10).
       77 WS-REMIND-UNTIL   PIC X(10).
       77 WS-WHEN           PIC X(14).
       77 WS-BD-COMMAND     PIC X(10).
       77 WS-BD-RULE        PIC X(20) VALUE "OFFICE-HOUR-REMIND".
       77 WS-BD-FROM        PIC X(10).
       77 WS-BD-TO          PIC X(10).
       77 WS-BD-DAYS        PIC 9(05).
       77 WS-BD-RESULT      PIC X(10).
       77 WS-REMIND-COUNT   PIC 9(04) VALUE 0.
       77 WS-NOTIF-TO       PIC X(20).
       77 WS-NOTIF-MSG      PIC X(100).
       77 WS-NOTIF-CATEGORY PIC X(12).

           COPY "REGIONINF.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL "REGION-CONFIG" USING REGION-INFO
           IF RI-RESULT NOT = "OK"
              GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE
           MOVE WS-CURR-DATE(1:8) TO WS-TODAY-NUM
           COMPUTE WS-TOMORROW-INT =
                  WS-TOMORROW-NUM(7:2)
                  DELIMITED BY SIZE INTO WS-TOMORROW
           END-STRING
           MOVE SPACES TO WS-TODAY
           STRING WS-CURR-DATE(1:4) "-" WS-CURR-DATE(5:2) "-"
                  WS-CURR-DATE(7:2)
                  DELIMITED BY SIZE INTO WS-TODAY
           END-STRING

           PERFORM FIND-REMIND-WINDOW
           IF WS-BD-RESULT NOT = "OPEN"
              DISPLAY "OFFICE-HOUR-REMIND: today is not a business "
                      "day - no reminders sent."
              GOBACK
           END-IF

           MOVE "N" TO WS-EOF
           OPEN INPUT HOURS-FILE
                 READ HOURS-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF OH-SLOT(1:10) > WS-TODAY AND
                          OH-SLOT(1:10) <= WS-REMIND-UNTIL AND
                          OH-STUDENT NOT = SPACES AND
                          OH-NOSHOW NOT = "N"
                          PERFORM REMIND-BOTH-SIDES
                   " booking(s) reminded for tomorrow."
           GOBACK.

      *> Slots from tomorrow up to the rule's next counted day are
      *> reminded today; under calendar days that is just tomorrow.
      *> WS-BD-RESULT comes back OPEN when today counts under the
      *> rule.
       FIND-REMIND-WINDOW.
           MOVE WS-TODAY TO WS-BD-FROM
           MOVE "NEXT" TO WS-BD-COMMAND
           CALL "BUSINESS-DAYS" USING WS-BD-COMMAND WS-BD-RULE
                WS-BD-FROM WS-BD-TO WS-BD-DAYS WS-BD-RESULT
           MOVE WS-BD-TO TO WS-REMIND-UNTIL
           MOVE "OPEN" TO WS-BD-COMMAND
           CALL "BUSINESS-DAYS" USING WS-BD-COMMAND WS-BD-RULE
                WS-BD-FROM WS-BD-TO WS-BD-DAYS WS-BD-RESULT.

       REMIND-BOTH-SIDES.
           ADD 1 TO WS-REMIND-COUNT
           MOVE "EVENTS" TO WS-NOTIF-CATEGORY
           IF OH-SLOT(1:10) = WS-TOMORROW
              MOVE "tomorrow" TO WS-WHEN
           ELSE
              MOVE SPACES TO WS-WHEN
              STRING "on " OH-SLOT(1:10)
                     DELIMITED BY SIZE INTO WS-WHEN
              END-STRING
           END-IF

           MOVE OH-STUDENT TO WS-NOTIF-TO
           MOVE SPACES TO WS-NOTIF-MSG
           STRING "Reminder: coffee chat with "
                  FUNCTION TRIM(OH-EMPLOYER)
                  " " FUNCTION TRIM(WS-WHEN)
                  " at " OH-SLOT(12:5) "."
                  DELIMITED BY SIZE INTO WS-NOTIF-MSG
           END-STRING
           CALL "NOTIFY-USER" USING WS-NOTIF-TO WS-NOTIF-MSG
           MOVE SPACES TO WS-NOTIF-MSG
           STRING "Reminder: office-hour chat with "
                  FUNCTION TRIM(OH-STUDENT)
                  " " FUNCTION TRIM(WS-WHEN)
                  " at " OH-SLOT(12:5) "."
                  DELIMITED BY SIZE INTO WS-NOTIF-MSG
           END-STRING
           CALL "NOTIFY-USER" USING WS-NOTIF-TO WS-NOTIF-MSG
