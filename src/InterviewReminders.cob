      *> Confirmed interview whose slot falls today: one
      *> NOTIFICATION-REC to the applicant and one to the employer,
      *> so the reminder shows up in each side's notification dump at
      *> their next login. With the INTERVIEW-REMIND rule on
      *> business days (CALENDAR-ADMIN) the morning run on the last
      *> business day before a weekend or campus closure also covers
      *> the interviews falling in it, and a day off sends nothing.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTERVIEW-REMIND.

          05 IV-OUTCOME            PIC X(10).
             88 IV-OUT-ADVANCE         VALUE "Advance".
             88 IV-OUT-REJECT          VALUE "Reject".
             88 IV-OUT-NOSHOW          VALUE "No-show".
          05 IV-SCORE              PIC X(03).
          05 IV-COMMENT            PIC X(60).

       77 WS-NOTIF-STATUS    PIC XX.
       77 WS-EOF             PIC X VALUE "N".
       77 WS-TODAY           PIC X(10).
       77 WS-REMIND-UNTIL    PIC X(10).
       77 WS-WHEN            PIC X(14).
       77 WS-BD-COMMAND      PIC X(10).
       77 WS-BD-RULE         PIC X(20) VALUE "INTERVIEW-REMIND".
       77 WS-BD-FROM         PIC X(10).
       77 WS-BD-TO           PIC X(10).
       77 WS-BD-DAYS         PIC 9(05).
       77 WS-BD-RESULT       PIC X(10).
       77 WS-CURR-DATE       PIC X(21).
       77 WS-NOTIF-TS        PIC X(19).
       77 WS-NOTIF-TO        PIC X(20).
       77 WS-REMIND-COUNT    PIC 9(05) VALUE 0.
       77 WS-DISPLAY-LINE    PIC X(132).

           COPY "REGIONINF.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL "REGION-CONFIG" USING REGION-INFO
           IF RI-RESULT NOT = "OK"
              GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE
           STRING WS-CURR-DATE(1:4) "-"
                  WS-CURR-DATE(5:2) "-"
                  INTO WS-TODAY
           END-STRING

           PERFORM FIND-REMIND-WINDOW
           IF WS-BD-RESULT NOT = "OPEN"
              DISPLAY "INTERVIEW-REMIND: today is not a business day "
                      "- no reminders sent."
              GOBACK
           END-IF

           MOVE "N" TO WS-EOF
           OPEN INPUT INTERVIEW-FILE
           IF WS-IVW-STATUS = "00"
                 READ INTERVIEW-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF IV-CONFIRMED AND
                          IV-SLOT(1:10) >= WS-TODAY AND
                          IV-SLOT(1:10) < WS-REMIND-UNTIL
                          PERFORM REMIND-BOTH-SIDES
                       END-IF
                 END-READ
           DISPLAY FUNCTION TRIM(WS-DISPLAY-LINE)
           GOBACK.

      *> Today's interviews plus any before the rule's next counted
      *> day; under calendar days that is just today. WS-BD-RESULT
      *> comes back OPEN when today counts under the rule.
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
           IF IV-SLOT(1:10) = WS-TODAY
              MOVE "today" TO WS-WHEN
           ELSE
              MOVE SPACES TO WS-WHEN
              STRING "on " IV-SLOT(1:10)
                     DELIMITED BY SIZE INTO WS-WHEN
              END-STRING
           END-IF
           MOVE SPACES TO WS-NOTIF-MSG
           STRING "Reminder: interview " FUNCTION TRIM(WS-WHEN)
                  " at " IV-SLOT(12:5)
                  " for Job ID " IV-JOB-ID
                  " with " FUNCTION TRIM(IV-EMPLOYER) "."
                  DELIMITED BY SIZE
           PERFORM WRITE-REMINDER

           MOVE SPACES TO WS-NOTIF-MSG
           STRING "Reminder: interview " FUNCTION TRIM(WS-WHEN)
                  " at " IV-SLOT(12:5)
                  " for Job ID " IV-JOB-ID
                  " with " FUNCTION TRIM(IV-APPLICANT) "."
                  DELIMITED BY SIZE
