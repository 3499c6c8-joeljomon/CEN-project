      *> Standalone reporting batch job for career services, runnable
      *> by itself or as a BATCH-DRIVER step. The batch twin of the
      *> host-facing attendance report in CAREER-EVENTS: for every
      *> career event in data/events.dat, the confirmed seats and
      *> waitlist from data/event-rsvps.dat, how many were checked
      *> in at the door, the confirmed no-shows and the turnout rate,
      *> with totals across all events.
      *>
      *> Given a term code on the command line (e.g. FALL2026) only
      *> events held within that term's dates on the term calendar
      *> are reported, to reports/event-attendance-<TERM>.txt; with
      *> none, every event on file goes to
      *> reports/event-attendance.txt. Output is echoed to the console.
      *> Read-only.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVENT-ATTENDANCE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
       77 WS-EV-STATUS       PIC XX.
       77 WS-RSVP-STATUS     PIC XX.
       77 WS-EOF             PIC X VALUE "N".
       77 WS-REPORT-LINE     PIC X(132).
       77 WS-REPORT-PATH     PIC X(60).
       77 WS-ARG             PIC X(80).
       77 WS-TERM-OK         PIC X VALUE "Y".
       77 WS-TC-COMMAND      PIC X(10) VALUE "LOOKUP".
       77 WS-TC-CODE         PIC X(10) VALUE SPACES.
       77 WS-TC-START        PIC X(10).
       77 WS-TC-END          PIC X(10).
       77 WS-TC-RESULT       PIC X(10).
       77 E                  PIC 9(04).
       77 WS-NOSHOW          PIC 9(05).
       77 WS-RATE-PCT        PIC 9(03)V9.
       77 WS-RATE-DISP       PIC ZZ9.9.
       77 WS-TOT-CONFIRMED   PIC 9(06) VALUE 0.
       77 WS-TOT-WAITLIST    PIC 9(06) VALUE 0.
       77 WS-TOT-ATTENDED    PIC 9(06) VALUE 0.
       77 WS-TOT-NOSHOW      PIC 9(06) VALUE 0.
       77 WS-CNT-DISP        PIC Z(5)9.

      *> The events reported, in file order, with their tallies.
       77 WS-EV-COUNT        PIC 9(04) VALUE 0.
       01 WS-EVENT-TABLE.
          05 WS-EV-ENTRY OCCURS 1000 TIMES.
             10 WS-E-ID          PIC 9(05).
             10 WS-E-TITLE       PIC X(50).
             10 WS-E-HOST        PIC X(20).
             10 WS-E-DATE        PIC X(10).
             10 WS-E-CAPACITY    PIC 9(04).
             10 WS-E-CONFIRMED   PIC 9(05).
             10 WS-E-WAITLIST    PIC 9(05).
             10 WS-E-ATTENDED    PIC 9(05).

           COPY "REGIONINF.cpy".
           COPY "RPTINF.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL "REGION-CONFIG" USING REGION-INFO
           IF RI-RESULT NOT = "OK"
              GOBACK
           END-IF

           PERFORM PICK-TERM
           IF WS-TERM-OK = "N"
              GOBACK
           END-IF
           PERFORM LOAD-EVENTS
           PERFORM TALLY-RSVPS

           OPEN OUTPUT REPORT-FILE
           MOVE "InCollege career event attendance" TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "===================================================="
              TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-TERM-HEADING

           IF WS-EV-COUNT = 0
              MOVE "No career events held in the period."
                 TO WS-REPORT-LINE
              PERFORM WRITE-REPORT-LINE
           ELSE
              PERFORM VARYING E FROM 1 BY 1 UNTIL E > WS-EV-COUNT
                 PERFORM REPORT-ONE-EVENT
              END-PERFORM
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-EV-COUNT TO WS-CNT-DISP
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Events: " FUNCTION TRIM(WS-CNT-DISP)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Confirmed: " WS-TOT-CONFIRMED
                  "  Waitlisted: " WS-TOT-WAITLIST
                  "  Attended: " WS-TOT-ATTENDED
                  "  No-shows: " WS-TOT-NOSHOW
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           IF WS-TOT-CONFIRMED > 0
              COMPUTE WS-RATE-PCT ROUNDED =
                  (WS-TOT-CONFIRMED - WS-TOT-NOSHOW) * 100
                  / WS-TOT-CONFIRMED
              MOVE WS-RATE-PCT TO WS-RATE-DISP
              MOVE SPACES TO WS-REPORT-LINE
              STRING "Turnout of confirmed seats: "
                     FUNCTION TRIM(WS-RATE-DISP) " percent"
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-STRING
              PERFORM WRITE-REPORT-LINE
           END-IF
           CLOSE REPORT-FILE

           MOVE WS-REPORT-PATH TO RPI-PATH
           MOVE "EVENT-ATTENDANCE" TO RPI-REPORT-ID
           MOVE "Career event attendance" TO RPI-TITLE
           MOVE "all career events held" TO RPI-SELECTION
           IF WS-TC-CODE NOT = SPACES
              MOVE SPACES TO RPI-SELECTION
              STRING "term " FUNCTION TRIM(WS-TC-CODE) ", "
                     WS-TC-START " to " WS-TC-END
                     DELIMITED BY SIZE INTO RPI-SELECTION
              END-STRING
           END-IF
           MOVE WS-EV-COUNT TO RPI-RECORDS
           MOVE "events" TO RPI-RECORD-NOUN
           CALL "REPORT-FORMAT" USING REPORT-PAGE-INFO
           GOBACK.

      *> A term code on the command line scopes the report to the
      *> events held within that term's dates on the calendar.
       PICK-TERM.
           MOVE "reports/event-attendance.txt" TO WS-REPORT-PATH
           MOVE SPACES TO WS-ARG
           ACCEPT WS-ARG FROM COMMAND-LINE
           IF WS-ARG = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE WS-ARG TO WS-TC-CODE
           CALL "TERM-CALENDAR" USING WS-TC-COMMAND WS-TC-CODE
                WS-TC-START WS-TC-END WS-TC-RESULT
           IF WS-TC-RESULT = "NOTFOUND"
              DISPLAY "EVENT-ATTENDANCE: term " FUNCTION TRIM(WS-ARG)
                      " is not on the term calendar."
              MOVE "N" TO WS-TERM-OK
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-REPORT-PATH
           STRING "reports/event-attendance-" FUNCTION TRIM(WS-TC-CODE)
                  ".txt" DELIMITED BY SIZE INTO WS-REPORT-PATH
           END-STRING.

       WRITE-TERM-HEADING.
           IF WS-TC-CODE = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Term " FUNCTION TRIM(WS-TC-CODE) ": "
                  WS-TC-START " to " WS-TC-END
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           IF WS-TC-RESULT = "CLOSED"
              MOVE SPACES TO WS-REPORT-LINE
              STRING "Term closed - the frozen figures are in "
                     "reports/term-close-" FUNCTION TRIM(WS-TC-CODE)
                     ".txt; these are recomputed from current rows."
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-STRING
              PERFORM WRITE-REPORT-LINE
           END-IF.

       LOAD-EVENTS.
           MOVE "N" TO WS-EOF
           OPEN INPUT EVENTS-FILE
           IF WS-EV-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
              READ EVENTS-FILE
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    IF (WS-TC-CODE = SPACES OR
                        (EV-DATE >= WS-TC-START AND
                         EV-DATE <= WS-TC-END))
                       AND WS-EV-COUNT < 1000
                       ADD 1 TO WS-EV-COUNT
                       MOVE EV-ID TO WS-E-ID(WS-EV-COUNT)
                       MOVE EV-TITLE TO WS-E-TITLE(WS-EV-COUNT)
                       MOVE EV-HOST TO WS-E-HOST(WS-EV-COUNT)
                       MOVE EV-DATE TO WS-E-DATE(WS-EV-COUNT)
                       MOVE EV-CAPACITY TO WS-E-CAPACITY(WS-EV-COUNT)
                       MOVE 0 TO WS-E-CONFIRMED(WS-EV-COUNT)
                       MOVE 0 TO WS-E-WAITLIST(WS-EV-COUNT)
                       MOVE 0 TO WS-E-ATTENDED(WS-EV-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE EVENTS-FILE.

       TALLY-RSVPS.
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
                    PERFORM VARYING E FROM 1 BY 1
                            UNTIL E > WS-EV-COUNT
                       IF WS-E-ID(E) = RSVP-EVENT-ID
                          PERFORM TALLY-ONE-RSVP
                       END-IF
                    END-PERFORM
              END-READ
           END-PERFORM
           CLOSE RSVP-FILE.

       TALLY-ONE-RSVP.
           IF RSVP-CONFIRMED
              ADD 1 TO WS-E-CONFIRMED(E)
           END-IF
           IF RSVP-WAITLISTED
              ADD 1 TO WS-E-WAITLIST(E)
           END-IF
           IF RSVP-ATTENDED = "Y"
              ADD 1 TO WS-E-ATTENDED(E)
           END-IF.

      *> No-shows are confirmed seats never checked in - the same
      *> test CAREER-EVENTS' attendance report applies.
       REPORT-ONE-EVENT.
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-E-DATE(E) "  Event " WS-E-ID(E) ": "
                  FUNCTION TRIM(WS-E-TITLE(E))
                  " (host " FUNCTION TRIM(WS-E-HOST(E)) ")"
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE

           IF WS-E-ATTENDED(E) < WS-E-CONFIRMED(E)
              COMPUTE WS-NOSHOW = WS-E-CONFIRMED(E) - WS-E-ATTENDED(E)
           ELSE
              MOVE 0 TO WS-NOSHOW
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING "    Capacity: " WS-E-CAPACITY(E)
                  "  Confirmed: " WS-E-CONFIRMED(E)
                  "  Waitlisted: " WS-E-WAITLIST(E)
                  "  Attended: " WS-E-ATTENDED(E)
                  "  No-shows: " WS-NOSHOW
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE

           ADD WS-E-CONFIRMED(E) TO WS-TOT-CONFIRMED
           ADD WS-E-WAITLIST(E) TO WS-TOT-WAITLIST
           ADD WS-E-ATTENDED(E) TO WS-TOT-ATTENDED
           ADD WS-NOSHOW TO WS-TOT-NOSHOW.

       WRITE-REPORT-LINE.
           DISPLAY FUNCTION TRIM(WS-REPORT-LINE TRAILING)
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC.

       END PROGRAM EVENT-ATTENDANCE.
