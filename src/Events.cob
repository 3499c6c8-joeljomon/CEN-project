      *>   CREATE - capture a new event (employer or admin menus)
      *>   BROWSE - the student-facing "Campus Events" screen: list
      *>            upcoming events with seats taken, and RSVP.
      *>   FAIR-REGISTER - an employer asks for a booth at a career
      *>            fair: booth size, power and table needs, how many
      *>            representatives come, and a preferred zone.
      *> A fair is an event career services has laid out booths for
      *> in data/fair-floor.dat; BOOTH-ASSIGN gives the booths out
      *> by engagement tier and its data/fair-booths.dat is what the
      *> employer sees as their booth and what students see under
      *> "who is at the fair".
      *> Capacity is enforced at RSVP time: once the confirmed count
      *> reaches EV-CAPACITY, later RSVPs go onto the waitlist. The
      *> EVENT-REMIND batch notifies everyone who RSVP'd the day
           SELECT CONSENT-FILE ASSIGN TO "data/event-consent.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONSENT-STATUS.
           SELECT FLOOR-FILE ASSIGN TO "data/fair-floor.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLOOR-STATUS.
           SELECT FAIR-REG-FILE ASSIGN TO "data/fair-registrations.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FREG-STATUS.
           SELECT FAIR-REG-TEMP-FILE ASSIGN TO "data/fairregtemp.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FREGTMP-STATUS.
           SELECT BOOTH-FILE ASSIGN TO "data/fair-booths.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOOTH-STATUS.

       DATA DIVISION.
       FILE SECTION.
          05 EC-EVENT-ID PIC 9(05).
          05 EC-USERNAME PIC X(20).

      *> data/fair-floor.dat: career services' floor layout, one row
      *> per booth - size S, M or L, Y where it has power and where
      *> it has a table, the zone of the hall, and its grid row and
      *> column for the printed map. The same layout BOOTH-ASSIGN
      *> reads.
       FD FLOOR-FILE.
       01 FLOOR-REC.
          05 FF-EVENT-ID          PIC 9(05).
          05 FF-BOOTH             PIC X(06).
          05 FF-SIZE              PIC X(01).
          05 FF-POWER             PIC X(01).
          05 FF-TABLE             PIC X(01).
          05 FF-ZONE              PIC X(20).
          05 FF-ROW               PIC 9(02).
          05 FF-COL               PIC 9(02).

      *> data/fair-registrations.dat: one row per employer per fair,
      *> replaced when they update it and removed when they
      *> withdraw. FR-ZONE blank means no preference.
       FD FAIR-REG-FILE.
       01 FAIR-REG-REC.
          05 FR-EVENT-ID          PIC 9(05).
          05 FR-EMPLOYER          PIC X(20).
          05 FR-SIZE              PIC X(01).
          05 FR-POWER             PIC X(01).
          05 FR-TABLE             PIC X(01).
          05 FR-REPS              PIC 9(02).
          05 FR-ZONE              PIC X(20).
          05 FR-REG-DATE          PIC X(10).

       FD FAIR-REG-TEMP-FILE.
       01 FAIR-REG-TEMP-REC PIC X(60).

      *> data/fair-booths.dat: BOOTH-ASSIGN's last allocation, one
      *> row per registered employer in booth order; a blank booth
      *> means no booth was left that fits.
       FD BOOTH-FILE.
       01 BOOTH-REC.
          05 FA-EVENT-ID          PIC 9(05).
          05 FA-BOOTH             PIC X(06).
          05 FA-EMPLOYER          PIC X(20).
          05 FA-COMPANY           PIC X(50).
          05 FA-ZONE              PIC X(20).
          05 FA-REPS              PIC 9(02).

       WORKING-STORAGE SECTION.
       77 WS-EV-STATUS       PIC XX.
       77 WS-RSVP-STATUS     PIC XX.
       77 WS-RSVP-EOF        PIC X VALUE "N".
       77 WS-COMMAND         PIC X(20).
       77 WS-LINE            PIC X(500).
       77 WS-SX-COMMAND      PIC X(10).
       77 WS-MSG-ID          PIC X(12).
       77 WS-CURR-DATE       PIC X(21).
       77 WS-TODAY           PIC X(10).
       77 WS-MAX-ID          PIC 9(05) VALUE 0.
       77 WS-NS-EVENT-PAST   PIC X VALUE "N".
       77 WS-VIEWER-CAMPUS   PIC X(06).
       77 WS-CONSENT-STATUS  PIC XX.
       77 WS-FLOOR-STATUS    PIC XX.
       77 WS-FREG-STATUS     PIC XX.
       77 WS-FREGTMP-STATUS  PIC XX.
       77 WS-BOOTH-STATUS    PIC XX.
       77 WS-SCAN-EOF        PIC X VALUE "N".
       77 WS-BOOTH-CNT       PIC 9(04) VALUE 0.
       77 WS-REG-FOUND       PIC X VALUE "N".
       77 WS-REG-KEEP        PIC X VALUE "N".
       77 WS-REG-DONE        PIC X VALUE "N".
       77 WS-REG-WRITTEN     PIC X VALUE "N".
       77 WS-ZONE-SHOW       PIC X(20).
       77 WS-MY-BOOTH        PIC X(06).
       77 WS-MY-BOOTH-SEEN   PIC X VALUE "N".
       77 WS-WHO-COUNT       PIC 9(04) VALUE 0.
       77 WS-ZONE-COUNT      PIC 9(02) VALUE 0.
       77 WS-ZONE-IDX        PIC 9(02) VALUE 0.
       77 WS-ZONE-SEEN       PIC X VALUE "N".
       01 WS-ZONE-TABLE.
          05 WS-ZONE-NAME     PIC X(20) OCCURS 20 TIMES.
      *> The registration being entered or changed.
       01 WS-REG.
          05 WS-REG-SIZE      PIC X(01).
          05 WS-REG-POWER     PIC X(01).
          05 WS-REG-TABLE     PIC X(01).
          05 WS-REG-REPS      PIC 9(02).
          05 WS-REG-ZONE      PIC X(20).
          05 WS-REG-DATE      PIC X(10).

       LINKAGE SECTION.
       01 EV-COMMAND  PIC X(20).
                   PERFORM CREATE-EVENT
              WHEN "BROWSE"
                   PERFORM BROWSE-EVENTS
              WHEN "FAIR-REGISTER"
                   PERFORM FAIR-REGISTER
           END-EVALUATE
           GOBACK.

       CREATE-EVENT.
           MOVE "--- Create a Career Event ---" TO WS-LINE
           MOVE "EVNT-001" TO WS-MSG-ID
           PERFORM SAY-LINE

           PERFORM FIND-NEXT-EVENT-ID

           MOVE "Enter the event title:" TO WS-LINE
           MOVE "EVNT-002" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE SPACES TO WS-LINE
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE
           MOVE WS-LINE TO EV-TITLE

           MOVE "Enter the event date (YYYY-MM-DD):" TO WS-LINE
           MOVE "EVNT-003" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE SPACES TO WS-LINE
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE
           MOVE WS-LINE TO EV-DATE

           MOVE "Enter the location:" TO WS-LINE
           MOVE "EVNT-004" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE SPACES TO WS-LINE
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE
           MOVE WS-LINE TO EV-LOCATION

           MOVE "Enter the capacity (number of seats):" TO WS-LINE
           MOVE "EVNT-005" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE SPACES TO WS-LINE
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE

       BROWSE-EVENTS.
           MOVE "--- Campus Events ---" TO WS-LINE
           MOVE "EVNT-006" TO WS-MSG-ID
           PERFORM SAY-LINE

           CALL "CAMPUS-LOOKUP" USING EV-USERNAME WS-VIEWER-CAMPUS


           IF WS-LIST-COUNT = 0
              MOVE "No upcoming events on the calendar." TO WS-LINE
              MOVE "EVNT-007" TO WS-MSG-ID
              PERFORM SAY-LINE
           ELSE
              PERFORM OFFER-RSVP
           END-IF

       OFFER-RSVP.
           MOVE "Enter an event number to RSVP, C to cancel an RSVP, I"
            & " to check in," TO WS-LINE
           MOVE "EVNT-008" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "A for an attendance report (hosts), W to see who is"
            & " at a fair, or 0 to go back:" TO WS-LINE
           MOVE "EVNT-047" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE SPACES TO WS-LINE
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE
              PERFORM ATTENDANCE-REPORT
              GOBACK
           END-IF
           IF FUNCTION UPPER-CASE(WS-LINE(1:1)) = "W"
              PERFORM WHO-IS-AT-FAIR
              GOBACK
           END-IF

           MOVE FUNCTION NUMVAL(WS-LINE) TO WS-PICK-ID

           PERFORM LOOKUP-PICKED-EVENT
           IF WS-PICK-FOUND = "N"
              MOVE "No upcoming event has that number." TO WS-LINE
              MOVE "EVNT-009" TO WS-MSG-ID
              PERFORM SAY-LINE
              GOBACK
           END-IF

           IF WS-ALREADY-RSVPD = "Y"
              MOVE "You have already RSVP'd to this event."
                   TO WS-LINE
              MOVE "EVNT-010" TO WS-MSG-ID
              PERFORM SAY-LINE
              GOBACK
           END-IF

           IF WS-CONFIRMED-CNT < WS-PICK-CAPACITY
              SET RSVP-CONFIRMED TO TRUE
              MOVE "You are confirmed - see you there!" TO WS-LINE
              MOVE "EVNT-044" TO WS-MSG-ID
           ELSE
              SET RSVP-WAITLISTED TO TRUE
              MOVE "The event is full; you are on the waitlist."
                   TO WS-LINE
              MOVE "EVNT-045" TO WS-MSG-ID
           END-IF
           WRITE RSVP-REC
           CLOSE RSVP-FILE
           PERFORM SAY-LINE

      *> Resume-book consent is explicit and per event - the
      *> open-to-work flag alone is not permission to hand a resume
      *> to every employer at the fair.
           MOVE "Include your resume in this event's resume book for"
            & " registered employers? (Y/N):" TO WS-LINE
           MOVE "EVNT-011" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE SPACES TO WS-LINE
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE
              WRITE CONSENT-REC
              CLOSE CONSENT-FILE
              MOVE "Thanks - you are in the book." TO WS-LINE
              MOVE "EVNT-012" TO WS-MSG-ID
              PERFORM SAY-LINE
           END-IF.

       LOOKUP-PICKED-EVENT.
       CANCEL-RSVP.
           MOVE "Enter the event number of the RSVP to cancel:"
                TO WS-LINE
           MOVE "EVNT-013" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE SPACES TO WS-LINE
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE

           IF WS-CANCEL-FOUND = "N"
              MOVE "You have no RSVP for that event." TO WS-LINE
              MOVE "EVNT-014" TO WS-MSG-ID
              PERFORM SAY-LINE
              GOBACK
           END-IF

           CLOSE RSVP-FILE

           MOVE "Your RSVP has been cancelled." TO WS-LINE
           MOVE "EVNT-015" TO WS-MSG-ID
           PERFORM SAY-LINE

           IF WS-CANCEL-WAS-CONF = "Y"
              PERFORM PROMOTE-FROM-WAITLIST
      *> check-in proves presence rather than intent.
       CHECK-IN-TO-EVENT.
           MOVE "Enter the event number:" TO WS-LINE
           MOVE "EVNT-016" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE SPACES TO WS-LINE
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE
           MOVE FUNCTION NUMVAL(WS-LINE) TO WS-PICK-ID

           MOVE "Enter the check-in code from the door:" TO WS-LINE
           MOVE "EVNT-017" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE SPACES TO WS-LINE
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE

           IF WS-PICK-FOUND = "N"
              MOVE "That code does not match that event." TO WS-LINE
              MOVE "EVNT-018" TO WS-MSG-ID
              PERFORM SAY-LINE
              GOBACK
           END-IF


           IF WS-CHECKIN-DONE = "N"
              MOVE "You have no RSVP for that event." TO WS-LINE
              MOVE "EVNT-014" TO WS-MSG-ID
              PERFORM SAY-LINE
              GOBACK
           END-IF

           CLOSE RSVP-FILE

           MOVE "You are checked in - enjoy the event." TO WS-LINE
           MOVE "EVNT-019" TO WS-MSG-ID
           PERFORM SAY-LINE.

      *> Per-event attendance for the organizer: confirmed seats,
      *> waitlist, how many actually walked in, and who never showed.
       ATTENDANCE-REPORT.
           MOVE "Enter the event number:" TO WS-LINE
           MOVE "EVNT-016" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE SPACES TO WS-LINE
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE
           IF WS-PICK-FOUND = "N"
              MOVE "Only the event's host can pull its attendance."
                   TO WS-LINE
              MOVE "EVNT-020" TO WS-MSG-ID
              PERFORM SAY-LINE
              GOBACK
           END-IF

              CLOSE EVENTS-FILE
           END-IF.

      *> Employer side of a career fair. A fair is any upcoming event
      *> with booths in the floor layout; an employer holds one
      *> registration per fair and can change or withdraw it until
      *> BOOTH-ASSIGN next gives the booths out.
       FAIR-REGISTER.
           MOVE "--- Career Fair Registration ---" TO WS-LINE
           MOVE "EVNT-021" TO WS-MSG-ID
           PERFORM SAY-LINE

           MOVE 0 TO WS-LIST-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT EVENTS-FILE
           IF WS-EV-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ EVENTS-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF EV-DATE >= WS-TODAY
                          MOVE EV-ID TO WS-PICK-ID
                          PERFORM COUNT-FAIR-BOOTHS
                          IF WS-BOOTH-CNT > 0
                             ADD 1 TO WS-LIST-COUNT
                             PERFORM SHOW-ONE-FAIR
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE EVENTS-FILE
           END-IF

           IF WS-LIST-COUNT = 0
              MOVE "No career fairs are open for registration."
                   TO WS-LINE
              MOVE "EVNT-022" TO WS-MSG-ID
              PERFORM SAY-LINE
              GOBACK
           END-IF

           MOVE "Enter the event number of the fair, or 0 to go back:"
                TO WS-LINE
           MOVE "EVNT-023" TO WS-MSG-ID
           PERFORM SAY-LINE
           PERFORM READ-FAIR-ANSWER
           MOVE FUNCTION NUMVAL(WS-LINE) TO WS-PICK-ID
           IF WS-PICK-ID = 0
              GOBACK
           END-IF

           PERFORM LOOKUP-PICKED-EVENT
           IF WS-PICK-FOUND = "Y"
              PERFORM COUNT-FAIR-BOOTHS
           END-IF
           IF WS-PICK-FOUND = "N" OR WS-BOOTH-CNT = 0
              MOVE "No upcoming career fair has that number."
                   TO WS-LINE
              MOVE "EVNT-024" TO WS-MSG-ID
              PERFORM SAY-LINE
              GOBACK
           END-IF

           PERFORM FIND-MY-FAIR-REG
           PERFORM FIND-MY-BOOTH
           IF WS-REG-FOUND = "Y"
              PERFORM SHOW-MY-FAIR-REG
              MOVE "Enter U to update it, W to withdraw, or press "
               & "Enter to keep it as is:" TO WS-LINE
              MOVE "EVNT-025" TO WS-MSG-ID
              PERFORM SAY-LINE
              PERFORM READ-FAIR-ANSWER
              EVALUATE FUNCTION UPPER-CASE(WS-LINE(1:1))
                 WHEN "W"
                      MOVE "N" TO WS-REG-KEEP
                      PERFORM REWRITE-FAIR-REGS
                      MOVE "Your registration has been withdrawn."
                           TO WS-LINE
                      MOVE "EVNT-026" TO WS-MSG-ID
                      PERFORM SAY-LINE
                      IF WS-MY-BOOTH-SEEN = "Y"
                         MOVE "Your booth is released when booths "
                          & "are next assigned." TO WS-LINE
                         MOVE "EVNT-027" TO WS-MSG-ID
                         PERFORM SAY-LINE
                      END-IF
                      GOBACK
                 WHEN "U"
                      CONTINUE
                 WHEN OTHER
                      MOVE "Your registration is unchanged."
                           TO WS-LINE
                      MOVE "EVNT-028" TO WS-MSG-ID
                      PERFORM SAY-LINE
                      GOBACK
              END-EVALUATE
           ELSE
              MOVE WS-TODAY TO WS-REG-DATE
           END-IF

           PERFORM ASK-FAIR-NEEDS
           MOVE "Y" TO WS-REG-KEEP
           PERFORM REWRITE-FAIR-REGS

           IF WS-REG-FOUND = "Y"
              MOVE "Your registration has been updated." TO WS-LINE
              MOVE "EVNT-029" TO WS-MSG-ID
           ELSE
              MOVE "You are registered for the fair." TO WS-LINE
              MOVE "EVNT-030" TO WS-MSG-ID
           END-IF
           PERFORM SAY-LINE
           MOVE "Career services assigns the booths; you will be "
            & "notified of yours." TO WS-LINE
           MOVE "EVNT-031" TO WS-MSG-ID
           PERFORM SAY-LINE.

      *> Booth count for the fair in WS-PICK-ID, and the distinct
      *> zones of its floor for the preferred-zone prompt.
       COUNT-FAIR-BOOTHS.
           MOVE 0 TO WS-BOOTH-CNT
           MOVE 0 TO WS-ZONE-COUNT
           MOVE "N" TO WS-SCAN-EOF
           OPEN INPUT FLOOR-FILE
           IF WS-FLOOR-STATUS = "00"
              PERFORM UNTIL WS-SCAN-EOF = "Y"
                 READ FLOOR-FILE
                    AT END MOVE "Y" TO WS-SCAN-EOF
                    NOT AT END
                       IF FF-EVENT-ID = WS-PICK-ID
                          ADD 1 TO WS-BOOTH-CNT
                          PERFORM NOTE-FAIR-ZONE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FLOOR-FILE
           END-IF.

       NOTE-FAIR-ZONE.
           IF FF-ZONE = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-ZONE-SEEN
           PERFORM VARYING WS-ZONE-IDX FROM 1 BY 1
                   UNTIL WS-ZONE-IDX > WS-ZONE-COUNT
              IF WS-ZONE-NAME(WS-ZONE-IDX) = FF-ZONE
                 MOVE "Y" TO WS-ZONE-SEEN
              END-IF
           END-PERFORM
           IF WS-ZONE-SEEN = "N" AND WS-ZONE-COUNT < 20
              ADD 1 TO WS-ZONE-COUNT
              MOVE FF-ZONE TO WS-ZONE-NAME(WS-ZONE-COUNT)
           END-IF.

       SHOW-ONE-FAIR.
           PERFORM FIND-MY-FAIR-REG
           PERFORM FIND-MY-BOOTH
           MOVE WS-BOOTH-CNT TO WS-CNT-DISP
           MOVE SPACES TO WS-LINE
           EVALUATE TRUE
              WHEN WS-MY-BOOTH-SEEN = "Y" AND WS-MY-BOOTH NOT = SPACES
                 STRING "Event " EV-ID ": " FUNCTION TRIM(EV-TITLE)
                        " on " EV-DATE " - your booth: "
                        FUNCTION TRIM(WS-MY-BOOTH)
                        DELIMITED BY SIZE INTO WS-LINE
                 END-STRING
              WHEN WS-REG-FOUND = "Y"
                 STRING "Event " EV-ID ": " FUNCTION TRIM(EV-TITLE)
                        " on " EV-DATE " - registered"
                        DELIMITED BY SIZE INTO WS-LINE
                 END-STRING
              WHEN OTHER
                 STRING "Event " EV-ID ": " FUNCTION TRIM(EV-TITLE)
                        " on " EV-DATE " ("
                        FUNCTION TRIM(WS-CNT-DISP) " booths)"
                        DELIMITED BY SIZE INTO WS-LINE
                 END-STRING
           END-EVALUATE
           PERFORM OUT.

       FIND-MY-FAIR-REG.
           MOVE "N" TO WS-REG-FOUND
           MOVE "N" TO WS-SCAN-EOF
           OPEN INPUT FAIR-REG-FILE
           IF WS-FREG-STATUS = "00"
              PERFORM UNTIL WS-SCAN-EOF = "Y"
                 READ FAIR-REG-FILE
                    AT END MOVE "Y" TO WS-SCAN-EOF
                    NOT AT END
                       IF FR-EVENT-ID = WS-PICK-ID AND
                          FUNCTION TRIM(FR-EMPLOYER) =
                          FUNCTION TRIM(EV-USERNAME)
                          MOVE "Y" TO WS-REG-FOUND
                          MOVE FR-SIZE TO WS-REG-SIZE
                          MOVE FR-POWER TO WS-REG-POWER
                          MOVE FR-TABLE TO WS-REG-TABLE
                          MOVE FR-REPS TO WS-REG-REPS
                          MOVE FR-ZONE TO WS-REG-ZONE
                          MOVE FR-REG-DATE TO WS-REG-DATE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FAIR-REG-FILE
           END-IF.

      *> WS-MY-BOOTH-SEEN is Y once the employer is in the last
      *> allocation; WS-MY-BOOTH stays blank if nothing fitted.
       FIND-MY-BOOTH.
           MOVE "N" TO WS-MY-BOOTH-SEEN
           MOVE SPACES TO WS-MY-BOOTH
           MOVE "N" TO WS-SCAN-EOF
           OPEN INPUT BOOTH-FILE
           IF WS-BOOTH-STATUS = "00"
              PERFORM UNTIL WS-SCAN-EOF = "Y"
                 READ BOOTH-FILE
                    AT END MOVE "Y" TO WS-SCAN-EOF
                    NOT AT END
                       IF FA-EVENT-ID = WS-PICK-ID AND
                          FUNCTION TRIM(FA-EMPLOYER) =
                          FUNCTION TRIM(EV-USERNAME)
                          MOVE "Y" TO WS-MY-BOOTH-SEEN
                          MOVE FA-BOOTH TO WS-MY-BOOTH
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE BOOTH-FILE
           END-IF.

       SHOW-MY-FAIR-REG.
           IF WS-REG-ZONE = SPACES
              MOVE "any" TO WS-ZONE-SHOW
           ELSE
              MOVE WS-REG-ZONE TO WS-ZONE-SHOW
           END-IF
           MOVE SPACES TO WS-LINE
           STRING "You are registered: size " WS-REG-SIZE
                  ", power " WS-REG-POWER ", table " WS-REG-TABLE
                  ", " WS-REG-REPS " rep(s), zone "
                  FUNCTION TRIM(WS-ZONE-SHOW)
                  DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           PERFORM OUT
           IF WS-MY-BOOTH-SEEN = "Y"
              MOVE SPACES TO WS-LINE
              IF WS-MY-BOOTH = SPACES
                 MOVE "No booth that fits was left at the last "
                  & "assignment - you are on the waitlist." TO WS-LINE
                 MOVE "EVNT-046" TO WS-MSG-ID
                 PERFORM SAY-LINE
              ELSE
                 STRING "Your booth: " FUNCTION TRIM(WS-MY-BOOTH)
                        DELIMITED BY SIZE INTO WS-LINE
                 END-STRING
                 PERFORM OUT
              END-IF
           END-IF.

      *> Each answer has a default, so a blank line (or running out
      *> of input) never leaves the employer stuck at a prompt.
       ASK-FAIR-NEEDS.
           MOVE "N" TO WS-REG-DONE
           PERFORM UNTIL WS-REG-DONE = "Y"
              MOVE "Booth size - S (small), M (medium) or L (large)"
               & " [M]:" TO WS-LINE
              MOVE "EVNT-032" TO WS-MSG-ID
              PERFORM SAY-LINE
              PERFORM READ-FAIR-ANSWER
              MOVE FUNCTION UPPER-CASE(WS-LINE(1:1)) TO WS-REG-SIZE
              IF WS-REG-SIZE = SPACE
                 MOVE "M" TO WS-REG-SIZE
              END-IF
              IF WS-REG-SIZE = "S" OR "M" OR "L"
                 MOVE "Y" TO WS-REG-DONE
              ELSE
                 MOVE "Please enter S, M or L." TO WS-LINE
                 MOVE "EVNT-033" TO WS-MSG-ID
                 PERFORM SAY-LINE
              END-IF
           END-PERFORM

           MOVE "Do you need power at the booth? (Y/N) [N]:"
                TO WS-LINE
           MOVE "EVNT-034" TO WS-MSG-ID
           PERFORM SAY-LINE
           PERFORM READ-FAIR-ANSWER
           IF FUNCTION UPPER-CASE(WS-LINE(1:1)) = "Y"
              MOVE "Y" TO WS-REG-POWER
           ELSE
              MOVE "N" TO WS-REG-POWER
           END-IF

           MOVE "Do you need a table? (Y/N) [N]:" TO WS-LINE
           MOVE "EVNT-035" TO WS-MSG-ID
           PERFORM SAY-LINE
           PERFORM READ-FAIR-ANSWER
           IF FUNCTION UPPER-CASE(WS-LINE(1:1)) = "Y"
              MOVE "Y" TO WS-REG-TABLE
           ELSE
              MOVE "N" TO WS-REG-TABLE
           END-IF

           MOVE "N" TO WS-REG-DONE
           PERFORM UNTIL WS-REG-DONE = "Y"
              MOVE "How many representatives will attend? (1-10) [1]:"
                   TO WS-LINE
              MOVE "EVNT-036" TO WS-MSG-ID
              PERFORM SAY-LINE
              PERFORM READ-FAIR-ANSWER
              IF WS-LINE = SPACES
                 MOVE 1 TO WS-REG-REPS
                 MOVE "Y" TO WS-REG-DONE
              ELSE
                 IF FUNCTION TEST-NUMVAL(WS-LINE) = 0 AND
                    FUNCTION NUMVAL(WS-LINE) >= 1 AND
                    FUNCTION NUMVAL(WS-LINE) <= 10
                    MOVE FUNCTION NUMVAL(WS-LINE) TO WS-REG-REPS
                    MOVE "Y" TO WS-REG-DONE
                 ELSE
                    MOVE "Please enter a number from 1 to 10."
                         TO WS-LINE
                    MOVE "EVNT-037" TO WS-MSG-ID
                    PERFORM SAY-LINE
                 END-IF
              END-IF
           END-PERFORM

           MOVE SPACES TO WS-REG-ZONE
           IF WS-ZONE-COUNT = 0
              EXIT PARAGRAPH
           END-IF
           MOVE "Zones on this floor:" TO WS-LINE
           MOVE "EVNT-038" TO WS-MSG-ID
           PERFORM SAY-LINE
           PERFORM VARYING WS-ZONE-IDX FROM 1 BY 1
                   UNTIL WS-ZONE-IDX > WS-ZONE-COUNT
              MOVE SPACES TO WS-LINE
              MOVE WS-ZONE-IDX TO WS-CNT-DISP
              STRING "  " FUNCTION TRIM(WS-CNT-DISP) ". "
                     WS-ZONE-NAME(WS-ZONE-IDX)
                     DELIMITED BY SIZE INTO WS-LINE
              END-STRING
              PERFORM OUT
           END-PERFORM
           MOVE "N" TO WS-REG-DONE
           PERFORM UNTIL WS-REG-DONE = "Y"
              MOVE "Enter the number of your preferred zone, or press"
               & " Enter for no preference:" TO WS-LINE
              MOVE "EVNT-039" TO WS-MSG-ID
              PERFORM SAY-LINE
              PERFORM READ-FAIR-ANSWER
              IF WS-LINE = SPACES
                 MOVE "Y" TO WS-REG-DONE
              ELSE
                 IF FUNCTION TEST-NUMVAL(WS-LINE) = 0 AND
                    FUNCTION NUMVAL(WS-LINE) >= 1 AND
                    FUNCTION NUMVAL(WS-LINE) <= WS-ZONE-COUNT
                    MOVE FUNCTION NUMVAL(WS-LINE) TO WS-ZONE-IDX
                    MOVE WS-ZONE-NAME(WS-ZONE-IDX) TO WS-REG-ZONE
                    MOVE "Y" TO WS-REG-DONE
                 ELSE
                    MOVE "That is not one of the zones listed."
                         TO WS-LINE
                    MOVE "EVNT-040" TO WS-MSG-ID
                    PERFORM SAY-LINE
                 END-IF
              END-IF
           END-PERFORM.

       READ-FAIR-ANSWER.
           MOVE SPACES TO WS-LINE
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE
           IF WS-LINE = HIGH-VALUES
              MOVE SPACES TO WS-LINE
           END-IF.

      *> Temp-file replace of this employer's row for the fair. An
      *> update keeps its place (and its original registration date,
      *> which breaks ties at assignment); a new one goes on the end;
      *> WS-REG-KEEP = N drops it.
       REWRITE-FAIR-REGS.
           MOVE "N" TO WS-REG-WRITTEN
           MOVE "N" TO WS-SCAN-EOF
           OPEN INPUT FAIR-REG-FILE
           OPEN OUTPUT FAIR-REG-TEMP-FILE
           IF WS-FREG-STATUS = "00"
              PERFORM UNTIL WS-SCAN-EOF = "Y"
                 READ FAIR-REG-FILE
                    AT END MOVE "Y" TO WS-SCAN-EOF
                    NOT AT END
                       IF FR-EVENT-ID = WS-PICK-ID AND
                          FUNCTION TRIM(FR-EMPLOYER) =
                          FUNCTION TRIM(EV-USERNAME)
                          IF WS-REG-KEEP = "Y"
                             PERFORM BUILD-FAIR-REG
                             WRITE FAIR-REG-TEMP-REC FROM FAIR-REG-REC
                             MOVE "Y" TO WS-REG-WRITTEN
                          END-IF
                       ELSE
                          WRITE FAIR-REG-TEMP-REC FROM FAIR-REG-REC
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FAIR-REG-FILE
           END-IF
           IF WS-REG-KEEP = "Y" AND WS-REG-WRITTEN = "N"
              PERFORM BUILD-FAIR-REG
              WRITE FAIR-REG-TEMP-REC FROM FAIR-REG-REC
           END-IF
           CLOSE FAIR-REG-TEMP-FILE

           OPEN OUTPUT FAIR-REG-FILE
           OPEN INPUT FAIR-REG-TEMP-FILE
           MOVE "N" TO WS-SCAN-EOF
           PERFORM UNTIL WS-SCAN-EOF = "Y"
              READ FAIR-REG-TEMP-FILE INTO FAIR-REG-REC
                 AT END MOVE "Y" TO WS-SCAN-EOF
                 NOT AT END WRITE FAIR-REG-REC
              END-READ
           END-PERFORM
           CLOSE FAIR-REG-TEMP-FILE
           CLOSE FAIR-REG-FILE.

       BUILD-FAIR-REG.
           MOVE WS-PICK-ID TO FR-EVENT-ID
           MOVE EV-USERNAME TO FR-EMPLOYER
           MOVE WS-REG-SIZE TO FR-SIZE
           MOVE WS-REG-POWER TO FR-POWER
           MOVE WS-REG-TABLE TO FR-TABLE
           MOVE WS-REG-REPS TO FR-REPS
           MOVE WS-REG-ZONE TO FR-ZONE
           MOVE WS-REG-DATE TO FR-REG-DATE.

      *> Student view of a fair: the booths from the last assignment,
      *> in booth order, so they can plan a route before the day.
       WHO-IS-AT-FAIR.
           MOVE "Enter the event number of the fair:" TO WS-LINE
           MOVE "EVNT-041" TO WS-MSG-ID
           PERFORM SAY-LINE
           PERFORM READ-FAIR-ANSWER
           MOVE FUNCTION NUMVAL(WS-LINE) TO WS-PICK-ID

           PERFORM COUNT-FAIR-BOOTHS
           IF WS-BOOTH-CNT = 0
              MOVE "That event is not a career fair." TO WS-LINE
              MOVE "EVNT-042" TO WS-MSG-ID
              PERFORM SAY-LINE
              GOBACK
           END-IF

           MOVE 0 TO WS-WHO-COUNT
           MOVE "N" TO WS-SCAN-EOF
           OPEN INPUT BOOTH-FILE
           IF WS-BOOTH-STATUS = "00"
              PERFORM UNTIL WS-SCAN-EOF = "Y"
                 READ BOOTH-FILE
                    AT END MOVE "Y" TO WS-SCAN-EOF
                    NOT AT END
                       IF FA-EVENT-ID = WS-PICK-ID AND
                          FA-BOOTH NOT = SPACES
                          ADD 1 TO WS-WHO-COUNT
                          MOVE SPACES TO WS-LINE
                          IF FA-ZONE = SPACES
                             STRING "  Booth " FA-BOOTH "  "
                                    FUNCTION TRIM(FA-COMPANY)
                                    DELIMITED BY SIZE INTO WS-LINE
                             END-STRING
                          ELSE
                             STRING "  Booth " FA-BOOTH "  "
                                    FUNCTION TRIM(FA-COMPANY)
                                    " (" FUNCTION TRIM(FA-ZONE) ")"
                                    DELIMITED BY SIZE INTO WS-LINE
                             END-STRING
                          END-IF
                          PERFORM OUT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE BOOTH-FILE
           END-IF

           IF WS-WHO-COUNT = 0
              MOVE "Booths for that fair have not been assigned yet."
                   TO WS-LINE
              MOVE "EVNT-043" TO WS-MSG-ID
              PERFORM SAY-LINE
           END-IF.

       OUT.
           MOVE "WRITE" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE.

      *> OUT in the account's screen language: WS-LINE
      *> holds the English wording, WS-MSG-ID its data/msg-catalog.dat
      *> ID.
       SAY-LINE.
           MOVE "TEXT" TO WS-SX-COMMAND
           CALL "SCREEN-TEXT" USING WS-SX-COMMAND EV-USERNAME
                                    WS-MSG-ID WS-LINE
           PERFORM OUT.

       END PROGRAM CAREER-EVENTS.
