      *> nightly, the same way InterviewReminders.cob is run, to
      *> remind everyone who RSVP'd (confirmed or waitlisted) about
      *> events happening tomorrow: one NOTIFICATION-REC per RSVP, so
      *> the reminder shows up at their next login. With the
      *> EVENT-REMIND rule on business days (CALENDAR-ADMIN) the run
      *> on the last business day before a weekend or campus closure
      *> also covers the events falling in it, and a run on a day
      *> off sends nothing.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVENT-REMIND.

       77 WS-TOMORROW-INT    PIC S9(8) COMP.
       77 WS-TOMORROW-NUM    PIC 9(8).
       77 WS-TOMORROW        PIC X(10).
       77 WS-TODAY           PIC X(10).
       77 WS-REMIND-UNTIL    PIC X(10).
       77 WS-CUR-DATE        PIC X(10).
       77 WS-BD-COMMAND      PIC X(10).
       77 WS-BD-RULE         PIC X(20) VALUE "EVENT-REMIND".
       77 WS-BD-FROM         PIC X(10).
       77 WS-BD-TO           PIC X(10).
       77 WS-BD-DAYS         PIC 9(05).
       77 WS-BD-RESULT       PIC X(10).
       77 WS-REMIND-COUNT    PIC 9(05) VALUE 0.
       77 WS-NOTIF-TO        PIC X(20).
       77 WS-NOTIF-MSG       PIC X(100).
       77 WS-CUR-LOCATION    PIC X(50).
       77 WS-DISPLAY-LINE    PIC X(132).

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
                  WS-CURR-DATE(11:2) ":" WS-CURR-DATE(13:2)
                  DELIMITED BY SIZE INTO WS-TS
           END-STRING
           MOVE WS-TS(1:10) TO WS-TODAY

           PERFORM FIND-REMIND-WINDOW
           IF WS-BD-RESULT NOT = "OPEN"
              DISPLAY "EVENT-REMIND: today is not a business day - "
                      "no reminders sent."
              GOBACK
           END-IF

           MOVE "N" TO WS-EOF
           OPEN INPUT EVENTS-FILE
                 READ EVENTS-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF EV-DATE > WS-TODAY AND
                          EV-DATE <= WS-REMIND-UNTIL
                          MOVE EV-ID TO WS-CUR-EVENT-ID
                          MOVE EV-DATE TO WS-CUR-DATE
                          MOVE EV-TITLE TO WS-CUR-TITLE
                          MOVE EV-LOCATION TO WS-CUR-LOCATION
                          PERFORM REMIND-EVENT-RSVPS
           DISPLAY FUNCTION TRIM(WS-DISPLAY-LINE)
           GOBACK.

      *> Events from tomorrow up to the rule's next counted day are
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

       REMIND-EVENT-RSVPS.
           MOVE "N" TO WS-RSVP-EOF
           OPEN INPUT RSVP-FILE
       WRITE-REMINDER.
           MOVE RSVP-USERNAME TO WS-NOTIF-TO
           MOVE SPACES TO WS-NOTIF-MSG
           IF WS-CUR-DATE = WS-TOMORROW
              STRING "Reminder: " FUNCTION TRIM(WS-CUR-TITLE)
                     " is tomorrow at "
                     FUNCTION TRIM(WS-CUR-LOCATION) "."
                     DELIMITED BY SIZE
                     INTO WS-NOTIF-MSG
              END-STRING
           ELSE
              STRING "Reminder: " FUNCTION TRIM(WS-CUR-TITLE)
                     " is on " WS-CUR-DATE " at "
                     FUNCTION TRIM(WS-CUR-LOCATION) "."
                     DELIMITED BY SIZE
                     INTO WS-NOTIF-MSG
              END-STRING
           END-IF
           MOVE "EVENTS" TO WS-NOTIF-CATEGORY
           CALL "NOTIFY-USER" USING WS-NOTIF-TO WS-NOTIF-MSG
                                    WS-NOTIF-CATEGORY
