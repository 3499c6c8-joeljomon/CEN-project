      *> The professional conduct incident register career services'
      *> professionalism policy calls for. Each breach is one row in
      *> data/conduct-incidents.dat:
      *>
      *>   incident number, date recorded, party (student or
      *>   employer account), party kind, incident type, what it
      *>   concerns (job, slot or event), who recorded it, status,
      *>   and once resolved the advisor, date and a note
      *>
      *> Incident types and who records them:
      *>   RENEGE    - MY-OFFERS, a student backing out of an offer
      *>               they had accepted
      *>   IV-NOSHOW - JOB-MGMT, an interview round recorded as a
      *>               no-show in interviews.dat
      *>   OH-NOSHOW - OFFICE-HOURS, a booking marked OH-NOSHOW
      *>   EV-NOSHOW - CONDUCT-REPORT, sweeping past confirmed event
      *>               seats never checked into (the same test
      *>               CAREER-EVENTS' COUNT-MY-NO-SHOWS applies)
      *>   RESCIND   - JOB-MGMT, an employer rescinding an offer the
      *>               student had already accepted
      *>
      *> An incident stays Open until an advisor resolves it from
      *> ADVISOR-DASH as Upheld or Excused. Open and Upheld incidents
      *> recorded within the look-back window count against the
      *> party; at the configured threshold a student's new
      *> applications are held and an employer carries a warning
      *> flag on its company information. Thresholds and window live
      *> in data/conduct-thresholds.dat, set from the advisor screen
      *> and audited through CHANGE-AUDIT; with no file the defaults
      *> are three incidents for a student, two for an employer,
      *> over 365 days.
      *>
      *> Commands (CI-COMMAND):
      *>   LOG      - record CI-TYPE against CI-PARTY concerning
      *>              CI-REF, recorded by CI-ACTOR, dated today. A
      *>              row already on file for the same party, type
      *>              and reference is not repeated. Result LOGGED
      *>              or DUPLICATE. The party is notified when this
      *>              incident brings them to the threshold.
      *>   STANDING - CI-PARTY's standing: RESTRICTED (student) or
      *>              WARNING (employer) at or over the threshold,
      *>              otherwise OK. CI-TYPE names the kind, STUDENT
      *>              or EMPLOYER.
      *>   REVIEW   - the advisor's review screen; CI-ACTOR is the
      *>              advisor.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONDUCT-LOG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INCIDENT-FILE ASSIGN TO "data/conduct-incidents.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INC-STATUS.
           SELECT INCIDENT-TEMP-FILE ASSIGN TO "data/conducttemp.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INCTMP-STATUS.
           SELECT THRESHOLD-FILE
               ASSIGN TO "data/conduct-thresholds.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-THR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD INCIDENT-FILE.
       01 INCIDENT-REC.
          05 CI-ID           PIC 9(05).
          05 CI-DATE         PIC X(10).
          05 CI-PARTY        PIC X(20).
          05 CI-KIND         PIC X(01).
             88 CI-STUDENT       VALUE "S".
             88 CI-EMPLOYER      VALUE "E".
          05 CI-TYPE         PIC X(10).
          05 CI-REF          PIC X(30).
          05 CI-REPORTER     PIC X(20).
          05 CI-STATUS       PIC X(10).
             88 CI-OPEN          VALUE "Open".
             88 CI-UPHELD        VALUE "Upheld".
             88 CI-EXCUSED       VALUE "Excused".
          05 CI-RESOLVER     PIC X(20).
          05 CI-RESOLVED     PIC X(10).
          05 CI-NOTE         PIC X(60).

       FD INCIDENT-TEMP-FILE.
       01 INCIDENT-TEMP-REC PIC X(196).

      *> data/conduct-thresholds.dat: one row - incidents that
      *> restrict a student, incidents that flag an employer, and
      *> the look-back window in days.
       FD THRESHOLD-FILE.
       01 THRESHOLD-REC.
          05 TH-STUDENT-LIMIT  PIC 9(02).
          05 TH-EMPLOYER-LIMIT PIC 9(02).
          05 TH-WINDOW-DAYS    PIC 9(03).

       WORKING-STORAGE SECTION.
       77 WS-INC-STATUS      PIC XX.
       77 WS-INCTMP-STATUS   PIC XX.
       77 WS-THR-STATUS      PIC XX.
       77 WS-EOF             PIC X VALUE "N".
       77 WS-CURR-DATE       PIC X(21).
       77 WS-TODAY           PIC X(10).
       77 WS-TODAY-INT       PIC S9(8) COMP.
       77 WS-ROW-INT         PIC S9(8) COMP.
       77 WS-DATE-NUM        PIC 9(8).
       77 WS-IO-COMMAND      PIC X(20).
       77 WS-LINE            PIC X(500).
       77 WS-SX-COMMAND      PIC X(10).
       77 WS-MSG-ID          PIC X(12).
       77 WS-MAX-ID          PIC 9(05) VALUE 0.
       77 WS-FOUND           PIC X VALUE "N".
       77 WS-COUNT           PIC 9(03) VALUE 0.
       77 WS-LIMIT           PIC 9(02) VALUE 0.
       77 WS-STUDENT-LIMIT   PIC 9(02) VALUE 3.
       77 WS-EMPLOYER-LIMIT  PIC 9(02) VALUE 2.
       77 WS-WINDOW-DAYS     PIC 9(03) VALUE 365.
       77 WS-KIND            PIC X(01).
       77 WS-CHOICE          PIC X(01).
       77 WS-DONE            PIC X VALUE "N".
       77 WS-OPEN-COUNT      PIC 9(03) VALUE 0.
       77 WS-PICK-ID         PIC 9(05) VALUE 0.
       77 WS-PICK-PARTY      PIC X(20).
       77 WS-NEW-STATUS      PIC X(10).
       77 WS-NEW-NOTE        PIC X(60).
       77 WS-NUM-IN          PIC 9(03) VALUE 0.
       77 WS-PROMPT          PIC X(60).
       77 WS-TH-NEW-STUDENT  PIC 9(02).
       77 WS-TH-NEW-EMPLOYER PIC 9(02).
       77 WS-TH-NEW-WINDOW   PIC 9(03).
       77 WS-COUNT-DISP      PIC ZZ9.
       77 WS-LIMIT-DISP      PIC Z9.
       77 WS-LIMIT2-DISP     PIC Z9.
       77 WS-WINDOW-DISP     PIC ZZ9.
       77 WS-ID-DISP         PIC Z(4)9.
       77 WS-NOTIF-TO        PIC X(20).
       77 WS-NOTIF-MSG       PIC X(100).
       77 WS-NOTIF-CAT       PIC X(12).
       77 WS-CAW-ACTOR       PIC X(20).
       77 WS-CAW-FILE        PIC X(20).
       77 WS-CAW-KEY         PIC X(30).
       77 WS-CAW-FIELD       PIC X(15).
       77 WS-CAW-BEFORE      PIC X(50).
       77 WS-CAW-AFTER       PIC X(50).

       LINKAGE SECTION.
       01 CI-COMMAND    PIC X(10).
       01 CI-IN-PARTY   PIC X(20).
       01 CI-IN-TYPE    PIC X(10).
       01 CI-IN-REF     PIC X(30).
       01 CI-ACTOR      PIC X(20).
       01 CI-RESULT     PIC X(10).

       PROCEDURE DIVISION USING CI-COMMAND CI-IN-PARTY CI-IN-TYPE
                                CI-IN-REF CI-ACTOR CI-RESULT.
       MAIN-PROGRAM.
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE
           MOVE SPACES TO WS-TODAY
           STRING WS-CURR-DATE(1:4) "-" WS-CURR-DATE(5:2) "-"
                  WS-CURR-DATE(7:2)
                  DELIMITED BY SIZE INTO WS-TODAY
           END-STRING
           MOVE WS-CURR-DATE(1:8) TO WS-DATE-NUM
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           PERFORM LOAD-THRESHOLDS
           MOVE SPACES TO CI-RESULT

           EVALUATE FUNCTION TRIM(CI-COMMAND)
              WHEN "LOG"
                 PERFORM LOG-INCIDENT
              WHEN "STANDING"
                 PERFORM CHECK-STANDING
              WHEN "REVIEW"
                 PERFORM REVIEW-INCIDENTS
           END-EVALUATE
           GOBACK.

       LOAD-THRESHOLDS.
           OPEN INPUT THRESHOLD-FILE
           IF WS-THR-STATUS = "00"
              READ THRESHOLD-FILE
                 NOT AT END
                    IF TH-STUDENT-LIMIT IS NUMERIC AND
                       TH-STUDENT-LIMIT > 0
                       MOVE TH-STUDENT-LIMIT TO WS-STUDENT-LIMIT
                    END-IF
                    IF TH-EMPLOYER-LIMIT IS NUMERIC AND
                       TH-EMPLOYER-LIMIT > 0
                       MOVE TH-EMPLOYER-LIMIT TO WS-EMPLOYER-LIMIT
                    END-IF
                    IF TH-WINDOW-DAYS IS NUMERIC AND
                       TH-WINDOW-DAYS > 0
                       MOVE TH-WINDOW-DAYS TO WS-WINDOW-DAYS
                    END-IF
              END-READ
              CLOSE THRESHOLD-FILE
           END-IF.

      *> Appends one Open incident unless the same party, type and
      *> reference is already on file, so a repeated sweep or a
      *> second click does not count twice.
       LOG-INCIDENT.
           MOVE 0 TO WS-MAX-ID
           MOVE "N" TO WS-FOUND
           MOVE "N" TO WS-EOF
           OPEN INPUT INCIDENT-FILE
           IF WS-INC-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ INCIDENT-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF CI-ID > WS-MAX-ID
                          MOVE CI-ID TO WS-MAX-ID
                       END-IF
                       IF FUNCTION TRIM(CI-PARTY) =
                          FUNCTION TRIM(CI-IN-PARTY) AND
                          CI-TYPE = CI-IN-TYPE AND
                          CI-REF = CI-IN-REF
                          MOVE "Y" TO WS-FOUND
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE INCIDENT-FILE
           END-IF
           IF WS-FOUND = "Y"
              MOVE "DUPLICATE" TO CI-RESULT
              EXIT PARAGRAPH
           END-IF

           OPEN EXTEND INCIDENT-FILE
           IF WS-INC-STATUS NOT = "00"
              OPEN OUTPUT INCIDENT-FILE
           END-IF
           MOVE SPACES TO INCIDENT-REC
           ADD 1 TO WS-MAX-ID
           MOVE WS-MAX-ID TO CI-ID
           MOVE WS-TODAY TO CI-DATE
           MOVE CI-IN-PARTY TO CI-PARTY
           IF FUNCTION TRIM(CI-IN-TYPE) = "RESCIND"
              SET CI-EMPLOYER TO TRUE
           ELSE
              SET CI-STUDENT TO TRUE
           END-IF
           MOVE CI-IN-TYPE TO CI-TYPE
           MOVE CI-IN-REF TO CI-REF
           MOVE CI-ACTOR TO CI-REPORTER
           SET CI-OPEN TO TRUE
           WRITE INCIDENT-REC
           CLOSE INCIDENT-FILE
           MOVE "LOGGED" TO CI-RESULT

      *> The incident that reaches the threshold is the one that
      *> tells the party; later ones do not repeat the notice.
           MOVE CI-KIND TO WS-KIND
           MOVE CI-IN-PARTY TO WS-PICK-PARTY
           PERFORM COUNT-AGAINST-PARTY
           IF WS-COUNT = WS-LIMIT
              MOVE CI-IN-PARTY TO WS-NOTIF-TO
              MOVE SPACES TO WS-NOTIF-MSG
              IF WS-KIND = "S"
                 STRING "Professional conduct: your new applications"
                        " are on hold - please see your career"
                        " advisor."
                        DELIMITED BY SIZE INTO WS-NOTIF-MSG
                 END-STRING
              ELSE
                 STRING "Professional conduct: your company is"
                        " flagged after rescinded offers - please"
                        " call career services."
                        DELIMITED BY SIZE INTO WS-NOTIF-MSG
                 END-STRING
              END-IF
              MOVE "JOBS" TO WS-NOTIF-CAT
              CALL "NOTIFY-USER" USING WS-NOTIF-TO WS-NOTIF-MSG
                   WS-NOTIF-CAT
           END-IF.

       CHECK-STANDING.
           IF FUNCTION TRIM(CI-IN-TYPE) = "EMPLOYER"
              MOVE "E" TO WS-KIND
           ELSE
              MOVE "S" TO WS-KIND
           END-IF
           MOVE CI-IN-PARTY TO WS-PICK-PARTY
           PERFORM COUNT-AGAINST-PARTY
           IF WS-COUNT >= WS-LIMIT
              IF WS-KIND = "E"
                 MOVE "WARNING" TO CI-RESULT
              ELSE
                 MOVE "RESTRICTED" TO CI-RESULT
              END-IF
           ELSE
              MOVE "OK" TO CI-RESULT
           END-IF.

      *> Open and Upheld incidents against WS-PICK-PARTY of kind
      *> WS-KIND recorded inside the window; WS-LIMIT comes back as
      *> the threshold that kind answers to.
       COUNT-AGAINST-PARTY.
           IF WS-KIND = "E"
              MOVE WS-EMPLOYER-LIMIT TO WS-LIMIT
           ELSE
              MOVE WS-STUDENT-LIMIT TO WS-LIMIT
           END-IF
           MOVE 0 TO WS-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT INCIDENT-FILE
           IF WS-INC-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ INCIDENT-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF FUNCTION TRIM(CI-PARTY) =
                          FUNCTION TRIM(WS-PICK-PARTY) AND
                          CI-KIND = WS-KIND AND
                          NOT CI-EXCUSED
                          PERFORM CHECK-IN-WINDOW
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE INCIDENT-FILE
           END-IF.

       CHECK-IN-WINDOW.
           MOVE 0 TO WS-DATE-NUM
           IF CI-DATE(1:4) IS NUMERIC AND CI-DATE(6:2) IS NUMERIC AND
              CI-DATE(9:2) IS NUMERIC
              STRING CI-DATE(1:4) CI-DATE(6:2) CI-DATE(9:2)
                     DELIMITED BY SIZE INTO WS-DATE-NUM
              END-STRING
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) = 0
              COMPUTE WS-ROW-INT =
                  FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
              IF WS-TODAY-INT - WS-ROW-INT <= WS-WINDOW-DAYS
                 ADD 1 TO WS-COUNT
              END-IF
           END-IF.

      *> The advisor's screen: open incidents oldest first, then
      *> resolve one, look up a party's history, or set the
      *> thresholds.
       REVIEW-INCIDENTS.
           MOVE "N" TO WS-DONE
           PERFORM UNTIL WS-DONE = "Y"
              PERFORM LIST-OPEN-INCIDENTS
              MOVE "1. Resolve an incident" TO WS-LINE
              MOVE "COND-001" TO WS-MSG-ID
              PERFORM SAY-LINE
              MOVE "2. Show a student's or employer's history"
                   TO WS-LINE
              MOVE "COND-002" TO WS-MSG-ID
              PERFORM SAY-LINE
              MOVE "3. Set restriction thresholds" TO WS-LINE
              MOVE "COND-003" TO WS-MSG-ID
              PERFORM SAY-LINE
              MOVE "4. Return" TO WS-LINE
              MOVE "COND-004" TO WS-MSG-ID
              PERFORM SAY-LINE
              MOVE "Enter your choice:" TO WS-LINE
              MOVE "ENTER-CHOICE" TO WS-MSG-ID
              PERFORM SAY-LINE
              PERFORM READ-ANSWER
              IF WS-LINE = HIGH-VALUES
                 MOVE "4" TO WS-CHOICE
              ELSE
                 MOVE WS-LINE(1:1) TO WS-CHOICE
              END-IF
              EVALUATE WS-CHOICE
                 WHEN "1"
                    PERFORM RESOLVE-INCIDENT
                 WHEN "2"
                    PERFORM SHOW-PARTY-HISTORY
                 WHEN "3"
                    PERFORM SET-THRESHOLDS
                 WHEN "4"
                    MOVE "Y" TO WS-DONE
                 WHEN OTHER
                    MOVE "Invalid choice." TO WS-LINE
                    MOVE "COND-005" TO WS-MSG-ID
                    PERFORM SAY-LINE
              END-EVALUATE
           END-PERFORM.

       LIST-OPEN-INCIDENTS.
           MOVE "--- Professional Conduct Incidents ---" TO WS-LINE
           MOVE "COND-006" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE WS-STUDENT-LIMIT TO WS-LIMIT-DISP
           MOVE WS-EMPLOYER-LIMIT TO WS-LIMIT2-DISP
           MOVE WS-WINDOW-DAYS TO WS-WINDOW-DISP
           MOVE SPACES TO WS-LINE
           STRING "Thresholds: students " FUNCTION TRIM(WS-LIMIT-DISP)
                  ", employers " FUNCTION TRIM(WS-LIMIT2-DISP)
                  " incident(s) within " FUNCTION TRIM(WS-WINDOW-DISP)
                  " days."
                  DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           PERFORM OUT
           MOVE 0 TO WS-OPEN-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT INCIDENT-FILE
           IF WS-INC-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ INCIDENT-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF CI-OPEN
                          ADD 1 TO WS-OPEN-COUNT
                          PERFORM SHOW-INCIDENT-LINE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE INCIDENT-FILE
           END-IF
           IF WS-OPEN-COUNT = 0
              MOVE "No open incidents." TO WS-LINE
              MOVE "COND-007" TO WS-MSG-ID
              PERFORM SAY-LINE
           END-IF.

       SHOW-INCIDENT-LINE.
           MOVE CI-ID TO WS-ID-DISP
           MOVE SPACES TO WS-LINE
           STRING "#" FUNCTION TRIM(WS-ID-DISP) " " CI-DATE " "
                  CI-KIND " " CI-PARTY " " CI-TYPE " "
                  FUNCTION TRIM(CI-REF)
                  " (" FUNCTION TRIM(CI-STATUS) ")"
                  DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           PERFORM OUT
           IF NOT CI-OPEN
              MOVE SPACES TO WS-LINE
              STRING "    by " FUNCTION TRIM(CI-RESOLVER) " on "
                     CI-RESOLVED ": " FUNCTION TRIM(CI-NOTE)
                     DELIMITED BY SIZE INTO WS-LINE
              END-STRING
              PERFORM OUT
           END-IF.

      *> Upheld keeps the incident counting; Excused takes it out
      *> of the count, which is how an advisor lifts a restriction
      *> that should not stand. Either way the party is told.
       RESOLVE-INCIDENT.
           MOVE "Incident number:" TO WS-LINE
           MOVE "COND-008" TO WS-MSG-ID
           PERFORM SAY-LINE
           PERFORM READ-ANSWER
           IF WS-LINE = HIGH-VALUES OR
              FUNCTION TRIM(WS-LINE) IS NOT NUMERIC
              MOVE "Invalid incident number." TO WS-LINE
              MOVE "COND-009" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-LINE) TO WS-PICK-ID
           MOVE "1. Uphold  2. Excuse" TO WS-LINE
           MOVE "COND-010" TO WS-MSG-ID
           PERFORM SAY-LINE
           PERFORM READ-ANSWER
           EVALUATE WS-LINE(1:1)
              WHEN "1"
                 MOVE "Upheld" TO WS-NEW-STATUS
              WHEN "2"
                 MOVE "Excused" TO WS-NEW-STATUS
              WHEN OTHER
                 MOVE "Invalid choice." TO WS-LINE
                 MOVE "COND-005" TO WS-MSG-ID
                 PERFORM SAY-LINE
                 EXIT PARAGRAPH
           END-EVALUATE
           MOVE "Resolution note:" TO WS-LINE
           MOVE "COND-011" TO WS-MSG-ID
           PERFORM SAY-LINE
           PERFORM READ-ANSWER
           IF WS-LINE = HIGH-VALUES
              MOVE SPACES TO WS-LINE
           END-IF
           MOVE WS-LINE(1:60) TO WS-NEW-NOTE

           MOVE "N" TO WS-FOUND
           MOVE "N" TO WS-EOF
           OPEN INPUT INCIDENT-FILE
           OPEN OUTPUT INCIDENT-TEMP-FILE
           IF WS-INC-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ INCIDENT-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF CI-ID = WS-PICK-ID AND CI-OPEN
                          MOVE "Y" TO WS-FOUND
                          MOVE WS-NEW-STATUS TO CI-STATUS
                          MOVE CI-ACTOR TO CI-RESOLVER
                          MOVE WS-TODAY TO CI-RESOLVED
                          MOVE WS-NEW-NOTE TO CI-NOTE
                          MOVE CI-PARTY TO WS-PICK-PARTY
                          MOVE CI-ID TO WS-ID-DISP
                          MOVE SPACES TO WS-NOTIF-MSG
                          STRING "Conduct incident "
                                 FUNCTION TRIM(WS-ID-DISP) " ("
                                 FUNCTION TRIM(CI-TYPE) ", "
                                 FUNCTION TRIM(CI-REF) ") was "
                                 FUNCTION TRIM(WS-NEW-STATUS)
                                 " by career services."
                                 DELIMITED BY SIZE INTO WS-NOTIF-MSG
                          END-STRING
                       END-IF
                       WRITE INCIDENT-TEMP-REC FROM INCIDENT-REC
                 END-READ
              END-PERFORM
              CLOSE INCIDENT-FILE
           END-IF
           CLOSE INCIDENT-TEMP-FILE

           IF WS-FOUND = "N"
              MOVE "No open incident has that number." TO WS-LINE
              MOVE "COND-012" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT INCIDENT-FILE
           OPEN INPUT INCIDENT-TEMP-FILE
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
              READ INCIDENT-TEMP-FILE INTO INCIDENT-REC
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END WRITE INCIDENT-REC
              END-READ
           END-PERFORM
           CLOSE INCIDENT-TEMP-FILE
           CLOSE INCIDENT-FILE

           MOVE WS-PICK-PARTY TO WS-NOTIF-TO
           MOVE "JOBS" TO WS-NOTIF-CAT
           CALL "NOTIFY-USER" USING WS-NOTIF-TO WS-NOTIF-MSG
                WS-NOTIF-CAT
           MOVE "Incident resolved." TO WS-LINE
           MOVE "COND-013" TO WS-MSG-ID
           PERFORM SAY-LINE.

       SHOW-PARTY-HISTORY.
           MOVE "Student or employer username:" TO WS-LINE
           MOVE "COND-014" TO WS-MSG-ID
           PERFORM SAY-LINE
           PERFORM READ-ANSWER
           IF WS-LINE = HIGH-VALUES
              EXIT PARAGRAPH
           END-IF
           MOVE WS-LINE(1:20) TO WS-PICK-PARTY
           MOVE "N" TO WS-FOUND
           MOVE SPACE TO WS-KIND
           MOVE "N" TO WS-EOF
           OPEN INPUT INCIDENT-FILE
           IF WS-INC-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ INCIDENT-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF FUNCTION TRIM(CI-PARTY) =
                          FUNCTION TRIM(WS-PICK-PARTY)
                          MOVE "Y" TO WS-FOUND
                          MOVE CI-KIND TO WS-KIND
                          PERFORM SHOW-INCIDENT-LINE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE INCIDENT-FILE
           END-IF
           IF WS-FOUND = "N"
              MOVE "No incidents on record." TO WS-LINE
              MOVE "COND-015" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF
           PERFORM COUNT-AGAINST-PARTY
           MOVE WS-COUNT TO WS-COUNT-DISP
           MOVE WS-LIMIT TO WS-LIMIT-DISP
           MOVE SPACES TO WS-LINE
           STRING "Counting now: " FUNCTION TRIM(WS-COUNT-DISP)
                  " of " FUNCTION TRIM(WS-LIMIT-DISP)
                  DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           IF WS-COUNT >= WS-LIMIT
              IF WS-KIND = "E"
                 STRING FUNCTION TRIM(WS-LINE)
                        " - employer warning flag is showing."
                        DELIMITED BY SIZE INTO WS-LINE
                 END-STRING
              ELSE
                 STRING FUNCTION TRIM(WS-LINE)
                        " - new applications are on hold."
                        DELIMITED BY SIZE INTO WS-LINE
                 END-STRING
              END-IF
           END-IF
           PERFORM OUT.

      *> Blank keeps a value as it is; each change is audited.
       SET-THRESHOLDS.
           MOVE WS-STUDENT-LIMIT TO WS-TH-NEW-STUDENT
           MOVE WS-EMPLOYER-LIMIT TO WS-TH-NEW-EMPLOYER
           MOVE WS-WINDOW-DAYS TO WS-TH-NEW-WINDOW

           MOVE WS-STUDENT-LIMIT TO WS-WINDOW-DISP
           MOVE "Incidents that hold a student's applications"
                TO WS-PROMPT
           PERFORM ASK-NUMBER
           IF WS-NUM-IN > 0 AND WS-NUM-IN < 100
              MOVE WS-NUM-IN TO WS-TH-NEW-STUDENT
           END-IF
           MOVE WS-EMPLOYER-LIMIT TO WS-WINDOW-DISP
           MOVE "Incidents that flag an employer" TO WS-PROMPT
           PERFORM ASK-NUMBER
           IF WS-NUM-IN > 0 AND WS-NUM-IN < 100
              MOVE WS-NUM-IN TO WS-TH-NEW-EMPLOYER
           END-IF
           MOVE WS-WINDOW-DAYS TO WS-WINDOW-DISP
           MOVE "Look-back window in days" TO WS-PROMPT
           PERFORM ASK-NUMBER
           IF WS-NUM-IN > 0
              MOVE WS-NUM-IN TO WS-TH-NEW-WINDOW
           END-IF

           MOVE CI-ACTOR TO WS-CAW-ACTOR
           MOVE "conduct-thresholds" TO WS-CAW-FILE
           MOVE "thresholds" TO WS-CAW-KEY
           IF WS-TH-NEW-STUDENT NOT = WS-STUDENT-LIMIT
              MOVE "Student limit" TO WS-CAW-FIELD
              MOVE WS-STUDENT-LIMIT TO WS-CAW-BEFORE
              MOVE WS-TH-NEW-STUDENT TO WS-CAW-AFTER
              PERFORM WRITE-AUDIT
           END-IF
           IF WS-TH-NEW-EMPLOYER NOT = WS-EMPLOYER-LIMIT
              MOVE "Employer limit" TO WS-CAW-FIELD
              MOVE WS-EMPLOYER-LIMIT TO WS-CAW-BEFORE
              MOVE WS-TH-NEW-EMPLOYER TO WS-CAW-AFTER
              PERFORM WRITE-AUDIT
           END-IF
           IF WS-TH-NEW-WINDOW NOT = WS-WINDOW-DAYS
              MOVE "Window days" TO WS-CAW-FIELD
              MOVE WS-WINDOW-DAYS TO WS-CAW-BEFORE
              MOVE WS-TH-NEW-WINDOW TO WS-CAW-AFTER
              PERFORM WRITE-AUDIT
           END-IF

           MOVE WS-TH-NEW-STUDENT TO WS-STUDENT-LIMIT
           MOVE WS-TH-NEW-EMPLOYER TO WS-EMPLOYER-LIMIT
           MOVE WS-TH-NEW-WINDOW TO WS-WINDOW-DAYS
           OPEN OUTPUT THRESHOLD-FILE
           MOVE WS-STUDENT-LIMIT TO TH-STUDENT-LIMIT
           MOVE WS-EMPLOYER-LIMIT TO TH-EMPLOYER-LIMIT
           MOVE WS-WINDOW-DAYS TO TH-WINDOW-DAYS
           WRITE THRESHOLD-REC
           CLOSE THRESHOLD-FILE
           MOVE "Thresholds saved." TO WS-LINE
           MOVE "COND-016" TO WS-MSG-ID
           PERFORM SAY-LINE.

      *> WS-PROMPT with the current value (WS-WINDOW-DISP) shown;
      *> reads a whole number into WS-NUM-IN, 0 when left blank.
       ASK-NUMBER.
           MOVE SPACES TO WS-LINE
           STRING FUNCTION TRIM(WS-PROMPT) " (now "
                  FUNCTION TRIM(WS-WINDOW-DISP)
                  ", Enter keeps it):"
                  DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           PERFORM OUT
           MOVE 0 TO WS-NUM-IN
           PERFORM READ-ANSWER
           IF WS-LINE NOT = HIGH-VALUES AND
              FUNCTION TRIM(WS-LINE) NOT = SPACES AND
              FUNCTION TRIM(WS-LINE) IS NUMERIC
              MOVE FUNCTION NUMVAL(WS-LINE) TO WS-NUM-IN
           END-IF.

       WRITE-AUDIT.
           CALL "CHANGE-AUDIT" USING WS-CAW-ACTOR WS-CAW-FILE
                WS-CAW-KEY WS-CAW-FIELD WS-CAW-BEFORE WS-CAW-AFTER.

       READ-ANSWER.
           MOVE SPACES TO WS-LINE
           MOVE "READ" TO WS-IO-COMMAND
           CALL "IO-MODULE" USING WS-IO-COMMAND WS-LINE.

       OUT.
           MOVE "WRITE" TO WS-IO-COMMAND
           CALL "IO-MODULE" USING WS-IO-COMMAND WS-LINE.

      *> OUT in the account's screen language: WS-LINE
      *> holds the English wording, WS-MSG-ID its data/msg-catalog.dat
      *> ID.
       SAY-LINE.
           MOVE "TEXT" TO WS-SX-COMMAND
           CALL "SCREEN-TEXT" USING WS-SX-COMMAND CI-ACTOR
                                    WS-MSG-ID WS-LINE
           PERFORM OUT.

       END PROGRAM CONDUCT-LOG.
