      *> Standalone reporting batch job for career services, runnable
      *> by itself or as a BATCH-DRIVER step. The term report of the
      *> professional conduct register CONDUCT-LOG keeps in
      *> data/conduct-incidents.dat.
      *>
      *> It first sweeps career events for no-shows: a confirmed
      *> seat at a past event never checked into (the test
      *> CAREER-EVENTS' COUNT-MY-NO-SHOWS applies) is entered in the
      *> register as EV-NOSHOW, once per student and event, for
      *> events held in the reported term. It then reports every
      *> incident recorded during the term - counts by type and by
      *> status, each incident in register order, and the students
      *> and employers who currently stand at or over the threshold
      *> (application hold or warning flag).
      *>
      *> The term follows ACTIVITY-TREND's semesters: FALL August to
      *> December, SPRING January to May, SUMMER June and July, with
      *> the term calendar's own dates used for any term that is on
      *> it (TERM-CALENDAR). It is taken from the command line (e.g.
      *> FALL2026); with none, the term today falls in. Output goes to
      *> reports/conduct-report-<TERM><YYYY>.txt and the console.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONDUCT-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INCIDENT-FILE ASSIGN TO "data/conduct-incidents.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INC-STATUS.
           SELECT EVENTS-FILE ASSIGN TO "data/events.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EV-STATUS.
           SELECT RSVP-FILE ASSIGN TO "data/event-rsvps.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSVP-STATUS.
           SELECT REPORT-FILE ASSIGN USING WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> data/conduct-incidents.dat: the same layout CONDUCT-LOG
      *> writes.
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

      *> data/events.dat and data/event-rsvps.dat: the same layouts
      *> CAREER-EVENTS writes.
       FD EVENTS-FILE.
       01 EVENT-REC.
          05 EV-ID                PIC 9(05).
          05 EV-TITLE             PIC X(50).
          05 EV-HOST              PIC X(20).
          05 EV-DATE              PIC X(10).
          05 EV-LOCATION          PIC X(50).
          05 EV-CAPACITY          PIC 9(04).
          05 EV-CHECKIN-CODE      PIC X(06).
          05 EV-CAMPUS            PIC X(06).

       FD RSVP-FILE.
       01 RSVP-REC.
          05 RSVP-EVENT-ID        PIC 9(05).
          05 RSVP-USERNAME        PIC X(20).
          05 RSVP-STATUS          PIC X(01).
             88 RSVP-CONFIRMED        VALUE "C".
             88 RSVP-WAITLISTED       VALUE "W".
          05 RSVP-ATTENDED        PIC X(01).

       FD REPORT-FILE.
       01 REPORT-REC PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-INC-STATUS    PIC XX.
       77 WS-EV-STATUS     PIC XX.
       77 WS-RSVP-STATUS   PIC XX.
       77 WS-EOF           PIC X VALUE "N".
       77 WS-ARG           PIC X(20).
       77 WS-TERM          PIC X(06).
       77 WS-YEAR          PIC X(04).
       77 WS-MONTH         PIC 9(02).
       77 WS-TERM-START    PIC X(10).
       77 WS-TERM-END      PIC X(10).
       77 WS-TC-COMMAND    PIC X(10) VALUE "LOOKUP".
       77 WS-TC-CODE       PIC X(10).
       77 WS-TC-START      PIC X(10).
       77 WS-TC-END        PIC X(10).
       77 WS-TC-RESULT     PIC X(10).
       77 WS-CURR-DATE     PIC X(21).
       77 WS-TODAY         PIC X(10).
       77 WS-REPORT-PATH   PIC X(60).
       77 WS-REPORT-LINE   PIC X(132).
       77 WS-TOTAL         PIC 9(05) VALUE 0.
       77 WS-SWEPT         PIC 9(05) VALUE 0.
       77 WS-FLAGGED       PIC 9(03) VALUE 0.
       77 WS-EV-IDX        PIC 9(04).
       77 WS-CNT-DISP      PIC Z(4)9.
       77 WS-SWEPT-DISP    PIC Z(4)9.
       77 WS-SLOT          PIC 9(01).
       77 E                PIC 9(04).
       77 P                PIC 9(03).
       77 K                PIC 9(01).
       77 WS-CI-COMMAND    PIC X(10).
       77 WS-CI-PARTY      PIC X(20).
       77 WS-CI-TYPE       PIC X(10).
       77 WS-CI-REF        PIC X(30).
       77 WS-CI-ACTOR      PIC X(20) VALUE "CONDUCT-REPORT".
       77 WS-CI-RESULT     PIC X(10).

      *> Past events of the term, for the no-show sweep.
       01 WS-EVENTS.
          05 WS-EV-COUNT    PIC 9(04) VALUE 0.
          05 WS-EV-ENTRY OCCURS 1000 TIMES.
             10 WS-EV-ID       PIC 9(05).
             10 WS-EV-DATE     PIC X(10).

      *> Distinct parties with an incident in the term, checked for
      *> standing once the listing is done.
       01 WS-PARTIES.
          05 WS-PTY-COUNT   PIC 9(03) VALUE 0.
          05 WS-PTY-ENTRY OCCURS 500 TIMES.
             10 WS-PTY-NAME    PIC X(20).
             10 WS-PTY-KIND    PIC X(01).
             10 WS-PTY-TERM    PIC 9(03).

       01 WS-TYPE-NAMES.
          05 FILLER PIC X(10) VALUE "RENEGE".
          05 FILLER PIC X(10) VALUE "IV-NOSHOW".
          05 FILLER PIC X(10) VALUE "OH-NOSHOW".
          05 FILLER PIC X(10) VALUE "EV-NOSHOW".
          05 FILLER PIC X(10) VALUE "RESCIND".
          05 FILLER PIC X(10) VALUE "OTHER".
       01 WS-TYPE-TABLE REDEFINES WS-TYPE-NAMES.
          05 WS-TYPE-NAME PIC X(10) OCCURS 6 TIMES.
       01 WS-TYPE-COUNTS.
          05 WS-TYPE-COUNT PIC 9(05) OCCURS 6 TIMES.

       01 WS-STATUS-NAMES.
          05 FILLER PIC X(10) VALUE "Open".
          05 FILLER PIC X(10) VALUE "Upheld".
          05 FILLER PIC X(10) VALUE "Excused".
       01 WS-STATUS-TABLE REDEFINES WS-STATUS-NAMES.
          05 WS-STATUS-NAME PIC X(10) OCCURS 3 TIMES.
       01 WS-STATUS-COUNTS.
          05 WS-STATUS-COUNT PIC 9(05) OCCURS 3 TIMES.

           COPY "REGIONINF.cpy".
           COPY "RPTINF.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL "REGION-CONFIG" USING REGION-INFO
           IF RI-RESULT NOT = "OK"
              GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE
           MOVE SPACES TO WS-TODAY
           STRING WS-CURR-DATE(1:4) "-" WS-CURR-DATE(5:2) "-"
                  WS-CURR-DATE(7:2)
                  DELIMITED BY SIZE INTO WS-TODAY
           END-STRING
           PERFORM PICK-TERM

           MOVE SPACES TO WS-REPORT-PATH
           STRING "reports/conduct-report-" FUNCTION TRIM(WS-TERM)
                  WS-YEAR ".txt"
                  DELIMITED BY SIZE INTO WS-REPORT-PATH
           END-STRING

           PERFORM SWEEP-EVENT-NO-SHOWS

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "InCollege professional conduct incidents - "
                  FUNCTION TRIM(WS-TERM) " " WS-YEAR
                  " (" WS-TERM-START " to " WS-TERM-END ")"
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE "===================================================="
              TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM LIST-TERM-INCIDENTS

           IF WS-TOTAL = 0
              MOVE "No incidents recorded for the term."
                 TO WS-REPORT-LINE
              PERFORM WRITE-REPORT-LINE
           ELSE
              PERFORM WRITE-TOTALS
              PERFORM WRITE-FLAGGED-PARTIES
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-TOTAL TO WS-CNT-DISP
           MOVE WS-SWEPT TO WS-SWEPT-DISP
           MOVE SPACES TO WS-REPORT-LINE
           STRING FUNCTION TRIM(WS-CNT-DISP)
                  " incident(s) in " FUNCTION TRIM(WS-TERM) " "
                  WS-YEAR "; " FUNCTION TRIM(WS-SWEPT-DISP)
                  " event no-show(s) newly recorded."
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           CLOSE REPORT-FILE

           MOVE WS-REPORT-PATH TO RPI-PATH
           MOVE "CONDUCT-REPORT" TO RPI-REPORT-ID
           MOVE "Professional conduct incidents" TO RPI-TITLE
           MOVE SPACES TO RPI-SELECTION
           STRING "term " FUNCTION TRIM(WS-TERM) " " WS-YEAR ", "
                  WS-TERM-START " to " WS-TERM-END
                  DELIMITED BY SIZE INTO RPI-SELECTION
           END-STRING
           MOVE WS-TOTAL TO RPI-RECORDS
           MOVE "incidents" TO RPI-RECORD-NOUN
           CALL "REPORT-FORMAT" USING REPORT-PAGE-INFO
           GOBACK.

       WRITE-REPORT-LINE.
           DISPLAY FUNCTION TRIM(WS-REPORT-LINE TRAILING)
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC.

      *> FALL2026, SPRING2027 or SUMMER2027 from the command line,
      *> otherwise the term today falls in.
       PICK-TERM.
           MOVE WS-CURR-DATE(1:4) TO WS-YEAR
           MOVE WS-CURR-DATE(5:2) TO WS-MONTH
           EVALUATE TRUE
              WHEN WS-MONTH >= 8
                   MOVE "FALL" TO WS-TERM
              WHEN WS-MONTH <= 5
                   MOVE "SPRING" TO WS-TERM
              WHEN OTHER
                   MOVE "SUMMER" TO WS-TERM
           END-EVALUATE

           MOVE SPACES TO WS-ARG
           ACCEPT WS-ARG FROM COMMAND-LINE
           MOVE FUNCTION UPPER-CASE(WS-ARG) TO WS-ARG
           EVALUATE TRUE
              WHEN WS-ARG(1:4) = "FALL" AND WS-ARG(5:4) IS NUMERIC
                   MOVE "FALL" TO WS-TERM
                   MOVE WS-ARG(5:4) TO WS-YEAR
              WHEN WS-ARG(1:6) = "SPRING" AND WS-ARG(7:4) IS NUMERIC
                   MOVE "SPRING" TO WS-TERM
                   MOVE WS-ARG(7:4) TO WS-YEAR
              WHEN WS-ARG(1:6) = "SUMMER" AND WS-ARG(7:4) IS NUMERIC
                   MOVE "SUMMER" TO WS-TERM
                   MOVE WS-ARG(7:4) TO WS-YEAR
              WHEN FUNCTION TRIM(WS-ARG) NOT = SPACES
                   DISPLAY "CONDUCT-REPORT: term " FUNCTION TRIM(WS-ARG)
                           " not understood - reporting "
                           FUNCTION TRIM(WS-TERM) WS-YEAR "."
           END-EVALUATE

           EVALUATE WS-TERM
              WHEN "FALL"
                   STRING WS-YEAR "-08-01" DELIMITED BY SIZE
                          INTO WS-TERM-START
                   STRING WS-YEAR "-12-31" DELIMITED BY SIZE
                          INTO WS-TERM-END
              WHEN "SPRING"
                   STRING WS-YEAR "-01-01" DELIMITED BY SIZE
                          INTO WS-TERM-START
                   STRING WS-YEAR "-05-31" DELIMITED BY SIZE
                          INTO WS-TERM-END
              WHEN OTHER
                   STRING WS-YEAR "-06-01" DELIMITED BY SIZE
                          INTO WS-TERM-START
                   STRING WS-YEAR "-07-31" DELIMITED BY SIZE
                          INTO WS-TERM-END
           END-EVALUATE

      *> A term on the term calendar reports its real dates instead.
           MOVE SPACES TO WS-TC-CODE
           STRING FUNCTION TRIM(WS-TERM) WS-YEAR
                  DELIMITED BY SIZE INTO WS-TC-CODE
           END-STRING
           CALL "TERM-CALENDAR" USING WS-TC-COMMAND WS-TC-CODE
                WS-TC-START WS-TC-END WS-TC-RESULT
           IF WS-TC-RESULT NOT = "NOTFOUND"
              MOVE WS-TC-START TO WS-TERM-START
              MOVE WS-TC-END TO WS-TERM-END
           END-IF.

      *> Events of the term already held, then every confirmed,
      *> unattended seat at one of them. CONDUCT-LOG does not repeat
      *> a row for the same student and event, so the sweep is safe
      *> to run every night.
       SWEEP-EVENT-NO-SHOWS.
           MOVE 0 TO WS-EV-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT EVENTS-FILE
           IF WS-EV-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ EVENTS-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF EV-DATE >= WS-TERM-START AND
                          EV-DATE <= WS-TERM-END AND
                          EV-DATE < WS-TODAY AND
                          WS-EV-COUNT < 1000
                          ADD 1 TO WS-EV-COUNT
                          MOVE EV-ID TO WS-EV-ID(WS-EV-COUNT)
                          MOVE EV-DATE TO WS-EV-DATE(WS-EV-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE EVENTS-FILE
           END-IF
           IF WS-EV-COUNT = 0
              EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-EOF
           OPEN INPUT RSVP-FILE
           IF WS-RSVP-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
              READ RSVP-FILE
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    IF RSVP-CONFIRMED AND RSVP-ATTENDED NOT = "Y"
                       PERFORM FIND-SWEPT-EVENT
                       IF WS-EV-IDX > 0
                          PERFORM LOG-EVENT-NO-SHOW
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE RSVP-FILE.

       FIND-SWEPT-EVENT.
           MOVE 0 TO WS-EV-IDX
           PERFORM VARYING E FROM 1 BY 1
                   UNTIL E > WS-EV-COUNT OR WS-EV-IDX > 0
              IF WS-EV-ID(E) = RSVP-EVENT-ID
                 MOVE E TO WS-EV-IDX
              END-IF
           END-PERFORM.

       LOG-EVENT-NO-SHOW.
           MOVE "LOG" TO WS-CI-COMMAND
           MOVE RSVP-USERNAME TO WS-CI-PARTY
           MOVE "EV-NOSHOW" TO WS-CI-TYPE
           MOVE SPACES TO WS-CI-REF
           STRING "Event " RSVP-EVENT-ID " on "
                  WS-EV-DATE(WS-EV-IDX)
                  DELIMITED BY SIZE INTO WS-CI-REF
           END-STRING
           CALL "CONDUCT-LOG" USING WS-CI-COMMAND WS-CI-PARTY
                WS-CI-TYPE WS-CI-REF WS-CI-ACTOR WS-CI-RESULT
           IF WS-CI-RESULT = "LOGGED"
              ADD 1 TO WS-SWEPT
           END-IF.

       LIST-TERM-INCIDENTS.
           INITIALIZE WS-TYPE-COUNTS
           INITIALIZE WS-STATUS-COUNTS
           MOVE 0 TO WS-TOTAL
           MOVE 0 TO WS-PTY-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT INCIDENT-FILE
           IF WS-INC-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
              READ INCIDENT-FILE
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    IF CI-DATE >= WS-TERM-START AND
                       CI-DATE <= WS-TERM-END
                       PERFORM TALLY-ONE-INCIDENT
                    END-IF
              END-READ
           END-PERFORM
           CLOSE INCIDENT-FILE.

       TALLY-ONE-INCIDENT.
           IF WS-TOTAL = 0
              MOVE "Incidents recorded" TO WS-REPORT-LINE
              PERFORM WRITE-REPORT-LINE
              MOVE "  No.   Date       Party                Kind Type"
               & "       Concerning                     Status"
                 TO WS-REPORT-LINE
              PERFORM WRITE-REPORT-LINE
           END-IF
           ADD 1 TO WS-TOTAL

           MOVE 6 TO WS-SLOT
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 5
              IF CI-TYPE = WS-TYPE-NAME(K)
                 MOVE K TO WS-SLOT
              END-IF
           END-PERFORM
           ADD 1 TO WS-TYPE-COUNT(WS-SLOT)
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 3
              IF CI-STATUS = WS-STATUS-NAME(K)
                 ADD 1 TO WS-STATUS-COUNT(K)
              END-IF
           END-PERFORM

           MOVE CI-ID TO WS-CNT-DISP
           MOVE SPACES TO WS-REPORT-LINE
           STRING " " WS-CNT-DISP " " CI-DATE " " CI-PARTY " "
                  CI-KIND "    " CI-TYPE " " CI-REF " "
                  CI-STATUS
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           IF NOT CI-OPEN
              MOVE SPACES TO WS-REPORT-LINE
              STRING "        resolved by " FUNCTION TRIM(CI-RESOLVER)
                     " on " CI-RESOLVED ": " FUNCTION TRIM(CI-NOTE)
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-STRING
              PERFORM WRITE-REPORT-LINE
           END-IF

           MOVE 0 TO P
           PERFORM VARYING E FROM 1 BY 1 UNTIL E > WS-PTY-COUNT
              IF WS-PTY-NAME(E) = CI-PARTY AND
                 WS-PTY-KIND(E) = CI-KIND
                 MOVE E TO P
              END-IF
           END-PERFORM
           IF P = 0 AND WS-PTY-COUNT < 500
              ADD 1 TO WS-PTY-COUNT
              MOVE WS-PTY-COUNT TO P
              MOVE CI-PARTY TO WS-PTY-NAME(P)
              MOVE CI-KIND TO WS-PTY-KIND(P)
              MOVE 0 TO WS-PTY-TERM(P)
           END-IF
           IF P > 0
              ADD 1 TO WS-PTY-TERM(P)
           END-IF.

       WRITE-TOTALS.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "By type" TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 6
              IF WS-TYPE-COUNT(K) > 0
                 MOVE WS-TYPE-COUNT(K) TO WS-CNT-DISP
                 MOVE SPACES TO WS-REPORT-LINE
                 STRING "  " WS-TYPE-NAME(K) " " WS-CNT-DISP
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
                 END-STRING
                 PERFORM WRITE-REPORT-LINE
              END-IF
           END-PERFORM
           MOVE "By status" TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 3
              MOVE WS-STATUS-COUNT(K) TO WS-CNT-DISP
              MOVE SPACES TO WS-REPORT-LINE
              STRING "  " WS-STATUS-NAME(K) " " WS-CNT-DISP
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-STRING
              PERFORM WRITE-REPORT-LINE
           END-PERFORM.

      *> Standing is CONDUCT-LOG's own test - the look-back window,
      *> not just this term - so the list matches what the apply
      *> screen and the company information screen enforce today.
       WRITE-FLAGGED-PARTIES.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "At or over the threshold" TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 0 TO WS-FLAGGED
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-PTY-COUNT
              MOVE "STANDING" TO WS-CI-COMMAND
              MOVE WS-PTY-NAME(P) TO WS-CI-PARTY
              IF WS-PTY-KIND(P) = "E"
                 MOVE "EMPLOYER" TO WS-CI-TYPE
              ELSE
                 MOVE "STUDENT" TO WS-CI-TYPE
              END-IF
              MOVE SPACES TO WS-CI-REF
              CALL "CONDUCT-LOG" USING WS-CI-COMMAND WS-CI-PARTY
                   WS-CI-TYPE WS-CI-REF WS-CI-ACTOR WS-CI-RESULT
              IF WS-CI-RESULT NOT = "OK"
                 ADD 1 TO WS-FLAGGED
                 MOVE WS-PTY-TERM(P) TO WS-CNT-DISP
                 MOVE SPACES TO WS-REPORT-LINE
                 STRING "  " WS-PTY-NAME(P) " " WS-CI-TYPE " "
                        WS-CI-RESULT " " FUNCTION TRIM(WS-CNT-DISP)
                        " this term"
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
                 END-STRING
                 PERFORM WRITE-REPORT-LINE
              END-IF
           END-PERFORM
           IF WS-FLAGGED = 0
              MOVE "  None." TO WS-REPORT-LINE
              PERFORM WRITE-REPORT-LINE
           END-IF.

       END PROGRAM CONDUCT-REPORT.
