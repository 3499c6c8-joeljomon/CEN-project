      *> "My Calendar" screen, reached from the main menu. Seeing a
      *> week used to mean opening four screens - My Interviews,
      *> Campus Events, an employer's office hours and My Mentoring -
      *> and an interview booked on top of an office-hours chat was
      *> only discovered on the day. This screen merges every upcoming
      *> commitment the logged-in user has in those files into one
      *> date-ordered list:
      *>   interviews.dat      - Proposed/Confirmed slots as applicant
      *>                         or employer (an hour each)
      *>   event-rsvps.dat     - confirmed or waitlisted RSVPs, plus
      *>                         events the user hosts (all day)
      *>   office-hours.dat    - booked fifteen-minute slots, on
      *>                         either side of the table
      *>   mentor-meetings.dat - meetings with a mentor or mentee
      *>                         (all day)
      *> Timed entries whose times overlap are flagged, and anything
      *> sharing a day with an all-day entry is marked so the user can
      *> check it. The list can also be written out as an iCalendar
      *> file, pickup/calendar-<username>.ics, for Outlook or Google
      *> Calendar to import. Read-only against the source files.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MY-CALENDAR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INTERVIEW-FILE ASSIGN TO "data/interviews.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IVW-STATUS.
           SELECT EVENTS-FILE ASSIGN TO "data/events.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENTS-STATUS.
           SELECT RSVP-FILE ASSIGN TO "data/event-rsvps.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSVP-STATUS.
           SELECT HOURS-FILE ASSIGN TO "data/office-hours.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOURS-STATUS.
           SELECT MEETINGS-FILE ASSIGN TO "data/mentor-meetings.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEET-STATUS.
      *> One export file per user, so the name is built at run time.
           SELECT ICS-FILE ASSIGN TO DYNAMIC WS-ICS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ICS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> data/interviews.dat: the same layout JOB-MGMT's
      *> PROPOSE-INTERVIEW writes.
       FD INTERVIEW-FILE.
       01 INTERVIEW-REC.
          05 IV-JOB-ID             PIC 9(05).
          05 IV-EMPLOYER           PIC X(20).
          05 IV-APPLICANT          PIC X(20).
          05 IV-SLOT               PIC X(16).
          05 IV-STATUS             PIC X(10).
             88 IV-PROPOSED            VALUE "Proposed".
             88 IV-CONFIRMED           VALUE "Confirmed".
             88 IV-DECLINED            VALUE "Declined".
          05 IV-ROUND              PIC X(02).
          05 IV-ROUND-TYPE         PIC X(12).
          05 IV-OUTCOME            PIC X(10).
          05 IV-SCORE              PIC X(03).
          05 IV-COMMENT            PIC X(60).

      *> data/events.dat: the same layout CAREER-EVENTS writes.
       FD EVENTS-FILE.
       01 EVENT-REC.
          05 EV-ID                 PIC 9(05).
          05 EV-TITLE              PIC X(50).
          05 EV-HOST               PIC X(20).
          05 EV-DATE               PIC X(10).
          05 EV-LOCATION           PIC X(50).
          05 EV-CAPACITY           PIC 9(04).
          05 EV-CHECKIN-CODE       PIC X(06).
          05 EV-CAMPUS             PIC X(06).

      *> data/event-rsvps.dat: the same layout CAREER-EVENTS writes.
       FD RSVP-FILE.
       01 RSVP-REC.
          05 RSVP-EVENT-ID         PIC 9(05).
          05 RSVP-USERNAME         PIC X(20).
          05 RSVP-STATUS           PIC X(01).
             88 RSVP-CONFIRMED         VALUE "C".
             88 RSVP-WAITLISTED        VALUE "W".
          05 RSVP-ATTENDED         PIC X(01).

      *> data/office-hours.dat: the same layout OFFICE-HOURS writes;
      *> a blank student is a free slot and not on anyone's calendar.
       FD HOURS-FILE.
       01 OFFICE-HOUR-REC.
          05 OH-EMPLOYER           PIC X(20).
          05 OH-SLOT               PIC X(16).
          05 OH-STUDENT            PIC X(20).
          05 OH-NOSHOW             PIC X(01).

      *> data/mentor-meetings.dat: the same layout MENTOR-MENU writes.
       FD MEETINGS-FILE.
       01 MEETING-REC.
          05 MEET-MENTOR           PIC X(20).
          05 MEET-STUDENT          PIC X(20).
          05 MEET-DATE             PIC X(10).
          05 MEET-LOGGED-BY        PIC X(20).
          05 MEET-NOTE             PIC X(100).

       FD ICS-FILE.
       01 ICS-REC PIC X(75).

       WORKING-STORAGE SECTION.
       77 WS-IVW-STATUS      PIC XX.
       77 WS-EVENTS-STATUS   PIC XX.
       77 WS-RSVP-STATUS     PIC XX.
       77 WS-HOURS-STATUS    PIC XX.
       77 WS-MEET-STATUS     PIC XX.
       77 WS-ICS-STATUS      PIC XX.
       77 WS-EOF             PIC X VALUE "N".
       77 WS-COMMAND         PIC X(20).
       77 WS-LINE            PIC X(500).
       77 WS-SX-COMMAND      PIC X(10).
       77 WS-MSG-ID          PIC X(12).
       77 WS-CHOICE          PIC 9(01) VALUE 0.
       77 WS-CURR-DATE       PIC X(21).
       77 WS-TODAY           PIC X(10).
       77 WS-STAMP           PIC X(15).
       77 WS-DAY             PIC X(10).
       77 WS-TIME-DISP       PIC X(07).
       77 WS-HH              PIC 9(02).
       77 WS-MM              PIC 9(02).
       77 WS-MINUTES         PIC 9(04).
       77 WS-CLASH-COUNT     PIC 9(03) VALUE 0.

      *> Every upcoming commitment, gathered from all four sources
      *> and then exchange-sorted on the slot. All-day entries carry
      *> only the date in their slot (the time part blank), which
      *> sorts them ahead of that day's timed entries. WS-CAL-FLAG is
      *> C when the entry's time overlaps another, D when it shares a
      *> day with an all-day entry. WS-CAL-KEY identifies the entry
      *> for the iCalendar UID so a re-import updates rather than
      *> duplicates it.
       01 WS-CAL-TABLE.
          05 WS-CAL-ENTRY OCCURS 200 TIMES.
             10 WS-CAL-SLOT      PIC X(16).
             10 WS-CAL-LENGTH    PIC 9(03).
             10 WS-CAL-START     PIC 9(04).
             10 WS-CAL-END       PIC 9(04).
             10 WS-CAL-WHAT      PIC X(80).
             10 WS-CAL-KEY       PIC X(50).
             10 WS-CAL-FLAG      PIC X(01).
       01 WS-CAL-SWAP            PIC X(158).
       77 WS-CAL-COUNT       PIC 9(03) VALUE 0.
       77 WS-CAL-I           PIC 9(03).
       77 WS-CAL-J           PIC 9(03).
       77 WS-CAL-FULL        PIC X VALUE "N".

      *> Staging for one entry on its way into the table.
       77 WS-NEW-SLOT        PIC X(16).
       77 WS-NEW-LENGTH      PIC 9(03).
       77 WS-NEW-WHAT        PIC X(80).
       77 WS-NEW-KEY         PIC X(50).

      *> Events this user holds a seat (or a waitlist place) for,
      *> collected from event-rsvps.dat before events.dat is read.
       01 WS-RSVP-TABLE.
          05 WS-RSVP-ENTRY OCCURS 100 TIMES.
             10 WS-RV-EVENT-ID   PIC 9(05).
             10 WS-RV-STATUS     PIC X(01).
       77 WS-RSVP-COUNT      PIC 9(03) VALUE 0.
       77 WS-RV-IDX          PIC 9(03).
       77 WS-RV-FOUND        PIC 9(03).

      *> iCalendar export.
       77 WS-ICS-PATH        PIC X(60).
       77 WS-ICS-LINE        PIC X(250).
       77 WS-ICS-LEN         PIC 9(03).
       77 WS-ICS-POS         PIC 9(03).
       77 WS-ICS-CHUNK       PIC 9(03).
       77 WS-ICS-EVENTS      PIC 9(03) VALUE 0.
       77 WS-ICS-DATE        PIC X(08).
       77 WS-ICS-TIME        PIC X(04).
       77 WS-ICS-END-TIME    PIC X(04).
      *> TEXT values escape backslash, comma and semicolon (RFC 5545
      *> 3.3.11); WS-ESC-IN is escaped into WS-ESC-OUT(1:WS-ESC-LEN).
       77 WS-ESC-IN          PIC X(80).
       77 WS-ESC-OUT         PIC X(160).
       77 WS-ESC-LEN         PIC 9(03).
       77 WS-ESC-SRC-LEN     PIC 9(03).
       77 WS-ESC-IDX         PIC 9(03).
       77 WS-ESC-CHAR        PIC X.

       LINKAGE SECTION.
       01 CAL-USERNAME PIC X(20).

       PROCEDURE DIVISION USING CAL-USERNAME.
       MAIN-PROGRAM.
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE
           STRING WS-CURR-DATE(1:4) "-" WS-CURR-DATE(5:2) "-"
                  WS-CURR-DATE(7:2)
                  DELIMITED BY SIZE INTO WS-TODAY
           END-STRING
           STRING WS-CURR-DATE(1:8) "T" WS-CURR-DATE(9:6)
                  DELIMITED BY SIZE INTO WS-STAMP
           END-STRING

           MOVE 0 TO WS-CAL-COUNT
           MOVE "N" TO WS-CAL-FULL
           PERFORM GATHER-INTERVIEWS
           PERFORM GATHER-EVENTS
           PERFORM GATHER-OFFICE-HOURS
           PERFORM GATHER-MENTOR-MEETINGS
           PERFORM SORT-CALENDAR
           PERFORM FLAG-OVERLAPS

           MOVE "--- My Calendar ---" TO WS-LINE
           MOVE "CALR-001" TO WS-MSG-ID
           PERFORM SAY-LINE
           IF WS-CAL-COUNT = 0
              MOVE "Nothing on your calendar from today onward."
                 TO WS-LINE
              MOVE "CALR-002" TO WS-MSG-ID
              PERFORM SAY-LINE
              GOBACK
           END-IF

           PERFORM SHOW-CALENDAR

           MOVE "1. Export to a calendar file (.ics)" TO WS-LINE
           MOVE "CALR-003" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "2. Back" TO WS-LINE
           MOVE "CALR-004" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "Enter your choice:" TO WS-LINE
           MOVE "ENTER-CHOICE" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE SPACES TO WS-LINE
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE
           MOVE FUNCTION NUMVAL(WS-LINE(1:1)) TO WS-CHOICE
           IF WS-CHOICE = 1
              PERFORM EXPORT-ICS
           END-IF
           GOBACK.

      *> Proposed and Confirmed slots on either side of the interview;
      *> a Declined slot is off the calendar.
       GATHER-INTERVIEWS.
           MOVE "N" TO WS-EOF
           OPEN INPUT INTERVIEW-FILE
           IF WS-IVW-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
              READ INTERVIEW-FILE
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    IF (IV-APPLICANT = CAL-USERNAME OR
                        IV-EMPLOYER = CAL-USERNAME) AND
                       NOT IV-DECLINED AND
                       IV-SLOT(1:10) >= WS-TODAY
                       MOVE IV-SLOT TO WS-NEW-SLOT
                       MOVE 60 TO WS-NEW-LENGTH
                       MOVE SPACES TO WS-NEW-WHAT WS-NEW-KEY
                       IF IV-APPLICANT = CAL-USERNAME
                          STRING "Interview with "
                                 FUNCTION TRIM(IV-EMPLOYER)
                                 " (Job ID " IV-JOB-ID ")"
                                 DELIMITED BY SIZE INTO WS-NEW-WHAT
                          END-STRING
                       ELSE
                          STRING "Interview with "
                                 FUNCTION TRIM(IV-APPLICANT)
                                 " (Job ID " IV-JOB-ID ")"
                                 DELIMITED BY SIZE INTO WS-NEW-WHAT
                          END-STRING
                       END-IF
                       IF IV-PROPOSED
                          STRING FUNCTION TRIM(WS-NEW-WHAT)
                                 " - proposed"
                                 DELIMITED BY SIZE INTO WS-NEW-WHAT
                          END-STRING
                       END-IF
                       STRING "IV-" IV-JOB-ID "-" IV-SLOT(1:4)
                              IV-SLOT(6:2) IV-SLOT(9:2) IV-SLOT(12:2)
                              IV-SLOT(15:2) "-"
                              FUNCTION TRIM(IV-APPLICANT)
                              DELIMITED BY SIZE INTO WS-NEW-KEY
                       END-STRING
                       PERFORM ADD-CALENDAR-ENTRY
                    END-IF
              END-READ
           END-PERFORM
           CLOSE INTERVIEW-FILE.

      *> RSVPs first (to know which event IDs to look for), then one
      *> pass over events.dat for those events and the ones this user
      *> hosts.
       GATHER-EVENTS.
           MOVE 0 TO WS-RSVP-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT RSVP-FILE
           IF WS-RSVP-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ RSVP-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF RSVP-USERNAME = CAL-USERNAME AND
                          (RSVP-CONFIRMED OR RSVP-WAITLISTED) AND
                          WS-RSVP-COUNT < 100
                          ADD 1 TO WS-RSVP-COUNT
                          MOVE RSVP-EVENT-ID
                             TO WS-RV-EVENT-ID(WS-RSVP-COUNT)
                          MOVE RSVP-STATUS
                             TO WS-RV-STATUS(WS-RSVP-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RSVP-FILE
           END-IF

           MOVE "N" TO WS-EOF
           OPEN INPUT EVENTS-FILE
           IF WS-EVENTS-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
              READ EVENTS-FILE
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    IF EV-DATE >= WS-TODAY
                       PERFORM ADD-EVENT-IF-MINE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE EVENTS-FILE.

       ADD-EVENT-IF-MINE.
           MOVE 0 TO WS-RV-FOUND
           PERFORM VARYING WS-RV-IDX FROM 1 BY 1
                   UNTIL WS-RV-IDX > WS-RSVP-COUNT
              IF WS-RV-EVENT-ID(WS-RV-IDX) = EV-ID
                 MOVE WS-RV-IDX TO WS-RV-FOUND
              END-IF
           END-PERFORM

           MOVE SPACES TO WS-NEW-WHAT
           EVALUATE TRUE
              WHEN EV-HOST = CAL-USERNAME
                 STRING "Hosting: " FUNCTION TRIM(EV-TITLE)
                        DELIMITED BY SIZE INTO WS-NEW-WHAT
                 END-STRING
              WHEN WS-RV-FOUND > 0
                 IF WS-RV-STATUS(WS-RV-FOUND) = "W"
                    STRING "Event: " FUNCTION TRIM(EV-TITLE)
                           " - waitlisted"
                           DELIMITED BY SIZE INTO WS-NEW-WHAT
                    END-STRING
                 ELSE
                    STRING "Event: " FUNCTION TRIM(EV-TITLE)
                           DELIMITED BY SIZE INTO WS-NEW-WHAT
                    END-STRING
                 END-IF
              WHEN OTHER
                 EXIT PARAGRAPH
           END-EVALUATE

           MOVE EV-DATE TO WS-NEW-SLOT
           MOVE 0 TO WS-NEW-LENGTH
           MOVE SPACES TO WS-NEW-KEY
           STRING "EV-" EV-ID DELIMITED BY SIZE INTO WS-NEW-KEY
           END-STRING
           PERFORM ADD-CALENDAR-ENTRY.

      *> Booked slots only: the student sees the company, the
      *> employer sees who is coming.
       GATHER-OFFICE-HOURS.
           MOVE "N" TO WS-EOF
           OPEN INPUT HOURS-FILE
           IF WS-HOURS-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
              READ HOURS-FILE
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    IF OH-STUDENT NOT = SPACES AND
                       (OH-STUDENT = CAL-USERNAME OR
                        OH-EMPLOYER = CAL-USERNAME) AND
                       OH-SLOT(1:10) >= WS-TODAY
                       MOVE OH-SLOT TO WS-NEW-SLOT
                       MOVE 15 TO WS-NEW-LENGTH
                       MOVE SPACES TO WS-NEW-WHAT WS-NEW-KEY
                       IF OH-STUDENT = CAL-USERNAME
                          STRING "Office hours with "
                                 FUNCTION TRIM(OH-EMPLOYER)
                                 DELIMITED BY SIZE INTO WS-NEW-WHAT
                          END-STRING
                       ELSE
                          STRING "Office hours: "
                                 FUNCTION TRIM(OH-STUDENT)
                                 DELIMITED BY SIZE INTO WS-NEW-WHAT
                          END-STRING
                       END-IF
                       STRING "OH-" OH-SLOT(1:4) OH-SLOT(6:2)
                              OH-SLOT(9:2) OH-SLOT(12:2) OH-SLOT(15:2)
                              "-" FUNCTION TRIM(OH-EMPLOYER)
                              DELIMITED BY SIZE INTO WS-NEW-KEY
                       END-STRING
                       PERFORM ADD-CALENDAR-ENTRY
                    END-IF
              END-READ
           END-PERFORM
           CLOSE HOURS-FILE.

      *> Meetings carry a date but no time, so they sit on the
      *> calendar as all-day entries.
       GATHER-MENTOR-MEETINGS.
           MOVE "N" TO WS-EOF
           OPEN INPUT MEETINGS-FILE
           IF WS-MEET-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
              READ MEETINGS-FILE
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    IF (MEET-MENTOR = CAL-USERNAME OR
                        MEET-STUDENT = CAL-USERNAME) AND
                       MEET-DATE >= WS-TODAY
                       MOVE MEET-DATE TO WS-NEW-SLOT
                       MOVE 0 TO WS-NEW-LENGTH
                       MOVE SPACES TO WS-NEW-WHAT WS-NEW-KEY
                       IF MEET-MENTOR = CAL-USERNAME
                          STRING "Mentoring meeting with "
                                 FUNCTION TRIM(MEET-STUDENT)
                                 DELIMITED BY SIZE INTO WS-NEW-WHAT
                          END-STRING
                       ELSE
                          STRING "Mentoring meeting with "
                                 FUNCTION TRIM(MEET-MENTOR)
                                 DELIMITED BY SIZE INTO WS-NEW-WHAT
                          END-STRING
                       END-IF
                       STRING "MT-" MEET-DATE(1:4) MEET-DATE(6:2)
                              MEET-DATE(9:2) "-"
                              FUNCTION TRIM(MEET-MENTOR) "-"
                              FUNCTION TRIM(MEET-STUDENT)
                              DELIMITED BY SIZE INTO WS-NEW-KEY
                       END-STRING
                       PERFORM ADD-CALENDAR-ENTRY
                    END-IF
              END-READ
           END-PERFORM
           CLOSE MEETINGS-FILE.

      *> Appends the staged WS-NEW-* entry; a timed entry also gets
      *> its start and end as minutes past midnight for the overlap
      *> test (an end past midnight is held at 23:59).
       ADD-CALENDAR-ENTRY.
           IF WS-CAL-COUNT >= 200
              MOVE "Y" TO WS-CAL-FULL
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CAL-COUNT
           MOVE WS-NEW-SLOT TO WS-CAL-SLOT(WS-CAL-COUNT)
           MOVE WS-NEW-WHAT TO WS-CAL-WHAT(WS-CAL-COUNT)
           MOVE WS-NEW-KEY TO WS-CAL-KEY(WS-CAL-COUNT)
           MOVE SPACE TO WS-CAL-FLAG(WS-CAL-COUNT)
           MOVE 0 TO WS-CAL-START(WS-CAL-COUNT)
           MOVE 0 TO WS-CAL-END(WS-CAL-COUNT)
           IF WS-NEW-SLOT(12:2) IS NUMERIC AND
              WS-NEW-SLOT(15:2) IS NUMERIC
              MOVE WS-NEW-LENGTH TO WS-CAL-LENGTH(WS-CAL-COUNT)
              MOVE WS-NEW-SLOT(12:2) TO WS-HH
              MOVE WS-NEW-SLOT(15:2) TO WS-MM
              COMPUTE WS-CAL-START(WS-CAL-COUNT) = WS-HH * 60 + WS-MM
              COMPUTE WS-CAL-END(WS-CAL-COUNT) =
                 WS-CAL-START(WS-CAL-COUNT) + WS-NEW-LENGTH
              IF WS-CAL-END(WS-CAL-COUNT) > 1439
                 MOVE 1439 TO WS-CAL-END(WS-CAL-COUNT)
              END-IF
           ELSE
              MOVE SPACES TO WS-CAL-SLOT(WS-CAL-COUNT)(11:6)
              MOVE 0 TO WS-CAL-LENGTH(WS-CAL-COUNT)
           END-IF.

      *> The slot's first ten characters are the YYYY-MM-DD day, so
      *> an ordinary exchange sort on the whole slot orders days and
      *> times together, as MY-INTERVIEWS does for its agenda.
       SORT-CALENDAR.
           PERFORM VARYING WS-CAL-I FROM 1 BY 1
                   UNTIL WS-CAL-I >= WS-CAL-COUNT
              PERFORM VARYING WS-CAL-J FROM 1 BY 1
                      UNTIL WS-CAL-J >= WS-CAL-COUNT
                 IF WS-CAL-SLOT(WS-CAL-J) > WS-CAL-SLOT(WS-CAL-J + 1)
                    MOVE WS-CAL-ENTRY(WS-CAL-J) TO WS-CAL-SWAP
                    MOVE WS-CAL-ENTRY(WS-CAL-J + 1)
                         TO WS-CAL-ENTRY(WS-CAL-J)
                    MOVE WS-CAL-SWAP TO WS-CAL-ENTRY(WS-CAL-J + 1)
                 END-IF
              END-PERFORM
           END-PERFORM.

      *> Compares every pair on the same day (the table is sorted, so
      *> the inner scan stops at the first later day). Two timed
      *> entries overlap when each starts before the other ends.
       FLAG-OVERLAPS.
           MOVE 0 TO WS-CLASH-COUNT
           PERFORM VARYING WS-CAL-I FROM 1 BY 1
                   UNTIL WS-CAL-I >= WS-CAL-COUNT
              PERFORM VARYING WS-CAL-J FROM WS-CAL-I BY 1
                      UNTIL WS-CAL-J >= WS-CAL-COUNT
                         OR WS-CAL-SLOT(WS-CAL-J + 1)(1:10) NOT =
                            WS-CAL-SLOT(WS-CAL-I)(1:10)
                 PERFORM COMPARE-CALENDAR-PAIR
              END-PERFORM
           END-PERFORM
           PERFORM VARYING WS-CAL-I FROM 1 BY 1
                   UNTIL WS-CAL-I > WS-CAL-COUNT
              IF WS-CAL-FLAG(WS-CAL-I) = "C"
                 ADD 1 TO WS-CLASH-COUNT
              END-IF
           END-PERFORM.

      *> WS-CAL-I against WS-CAL-J + 1.
       COMPARE-CALENDAR-PAIR.
           IF WS-CAL-LENGTH(WS-CAL-I) > 0 AND
              WS-CAL-LENGTH(WS-CAL-J + 1) > 0
              IF WS-CAL-START(WS-CAL-I) < WS-CAL-END(WS-CAL-J + 1) AND
                 WS-CAL-START(WS-CAL-J + 1) < WS-CAL-END(WS-CAL-I)
                 MOVE "C" TO WS-CAL-FLAG(WS-CAL-I)
                 MOVE "C" TO WS-CAL-FLAG(WS-CAL-J + 1)
              END-IF
           ELSE
              IF WS-CAL-FLAG(WS-CAL-I) NOT = "C"
                 MOVE "D" TO WS-CAL-FLAG(WS-CAL-I)
              END-IF
              IF WS-CAL-FLAG(WS-CAL-J + 1) NOT = "C"
                 MOVE "D" TO WS-CAL-FLAG(WS-CAL-J + 1)
              END-IF
           END-IF.

      *> Laid out per day, the same way MY-INTERVIEWS prints its
      *> agenda.
       SHOW-CALENDAR.
           MOVE SPACES TO WS-DAY
           PERFORM VARYING WS-CAL-I FROM 1 BY 1
                   UNTIL WS-CAL-I > WS-CAL-COUNT
              IF WS-CAL-SLOT(WS-CAL-I)(1:10) NOT = WS-DAY
                 MOVE WS-CAL-SLOT(WS-CAL-I)(1:10) TO WS-DAY
                 MOVE SPACES TO WS-LINE
                 STRING WS-DAY ":" DELIMITED BY SIZE INTO WS-LINE
                 END-STRING
                 PERFORM OUT
              END-IF
              IF WS-CAL-LENGTH(WS-CAL-I) = 0
                 MOVE "All day" TO WS-TIME-DISP
              ELSE
                 MOVE WS-CAL-SLOT(WS-CAL-I)(12:5) TO WS-TIME-DISP
              END-IF
              MOVE SPACES TO WS-LINE
              EVALUATE WS-CAL-FLAG(WS-CAL-I)
                 WHEN "C"
                    STRING "  " WS-TIME-DISP " "
                           FUNCTION TRIM(WS-CAL-WHAT(WS-CAL-I))
                           "  ** OVERLAPS **"
                           DELIMITED BY SIZE INTO WS-LINE
                    END-STRING
                 WHEN "D"
                    STRING "  " WS-TIME-DISP " "
                           FUNCTION TRIM(WS-CAL-WHAT(WS-CAL-I))
                           "  (same day as another entry)"
                           DELIMITED BY SIZE INTO WS-LINE
                    END-STRING
                 WHEN OTHER
                    STRING "  " WS-TIME-DISP " "
                           FUNCTION TRIM(WS-CAL-WHAT(WS-CAL-I))
                           DELIMITED BY SIZE INTO WS-LINE
                    END-STRING
              END-EVALUATE
              PERFORM OUT
           END-PERFORM

           MOVE SPACES TO WS-LINE
           STRING WS-CAL-COUNT " entr(ies), " WS-CLASH-COUNT
                  " with overlapping times."
                  DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           PERFORM OUT
           IF WS-CAL-FULL = "Y"
              MOVE "Only the first 200 entries are shown." TO WS-LINE
              MOVE "CALR-005" TO WS-MSG-ID
              PERFORM SAY-LINE
           END-IF.

      *> Writes pickup/calendar-<username>.ics. Timed entries are
      *> written in floating local time (no zone), which is how the
      *> slots are entered; all-day entries use VALUE=DATE and no
      *> DTEND, which calendar clients read as one day.
       EXPORT-ICS.
           MOVE SPACES TO WS-ICS-PATH
           STRING "pickup/calendar-" FUNCTION TRIM(CAL-USERNAME) ".ics"
                  DELIMITED BY SIZE INTO WS-ICS-PATH
           END-STRING
           OPEN OUTPUT ICS-FILE
           IF WS-ICS-STATUS NOT = "00"
              MOVE "The calendar file could not be written." TO WS-LINE
              MOVE "CALR-006" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF

           MOVE "BEGIN:VCALENDAR" TO WS-ICS-LINE
           PERFORM WRITE-ICS-LINE
           MOVE "VERSION:2.0" TO WS-ICS-LINE
           PERFORM WRITE-ICS-LINE
           MOVE "PRODID:-//InCollege//My Calendar//EN" TO WS-ICS-LINE
           PERFORM WRITE-ICS-LINE
           MOVE "CALSCALE:GREGORIAN" TO WS-ICS-LINE
           PERFORM WRITE-ICS-LINE

           MOVE 0 TO WS-ICS-EVENTS
           PERFORM VARYING WS-CAL-I FROM 1 BY 1
                   UNTIL WS-CAL-I > WS-CAL-COUNT
              PERFORM WRITE-ICS-EVENT
           END-PERFORM

           MOVE "END:VCALENDAR" TO WS-ICS-LINE
           PERFORM WRITE-ICS-LINE
           CLOSE ICS-FILE

           MOVE SPACES TO WS-LINE
           STRING WS-ICS-EVENTS " entr(ies) written to "
                  FUNCTION TRIM(WS-ICS-PATH)
                  " - import it into Outlook or Google Calendar."
                  DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           PERFORM OUT.

       WRITE-ICS-EVENT.
           STRING WS-CAL-SLOT(WS-CAL-I)(1:4) WS-CAL-SLOT(WS-CAL-I)(6:2)
                  WS-CAL-SLOT(WS-CAL-I)(9:2)
                  DELIMITED BY SIZE INTO WS-ICS-DATE
           END-STRING

           MOVE "BEGIN:VEVENT" TO WS-ICS-LINE
           PERFORM WRITE-ICS-LINE
           MOVE SPACES TO WS-ICS-LINE
           STRING "UID:" FUNCTION TRIM(WS-CAL-KEY(WS-CAL-I)) "-"
                  FUNCTION TRIM(CAL-USERNAME) "@incollege"
                  DELIMITED BY SIZE INTO WS-ICS-LINE
           END-STRING
           PERFORM WRITE-ICS-LINE
           MOVE SPACES TO WS-ICS-LINE
           STRING "DTSTAMP:" WS-STAMP DELIMITED BY SIZE
                  INTO WS-ICS-LINE
           END-STRING
           PERFORM WRITE-ICS-LINE

           IF WS-CAL-LENGTH(WS-CAL-I) = 0
              MOVE SPACES TO WS-ICS-LINE
              STRING "DTSTART;VALUE=DATE:" WS-ICS-DATE
                     DELIMITED BY SIZE INTO WS-ICS-LINE
              END-STRING
              PERFORM WRITE-ICS-LINE
           ELSE
              STRING WS-CAL-SLOT(WS-CAL-I)(12:2)
                     WS-CAL-SLOT(WS-CAL-I)(15:2)
                     DELIMITED BY SIZE INTO WS-ICS-TIME
              END-STRING
              MOVE WS-CAL-END(WS-CAL-I) TO WS-MINUTES
              DIVIDE WS-MINUTES BY 60 GIVING WS-HH REMAINDER WS-MM
              STRING WS-HH WS-MM DELIMITED BY SIZE
                     INTO WS-ICS-END-TIME
              END-STRING
              MOVE SPACES TO WS-ICS-LINE
              STRING "DTSTART:" WS-ICS-DATE "T" WS-ICS-TIME "00"
                     DELIMITED BY SIZE INTO WS-ICS-LINE
              END-STRING
              PERFORM WRITE-ICS-LINE
              MOVE SPACES TO WS-ICS-LINE
              STRING "DTEND:" WS-ICS-DATE "T" WS-ICS-END-TIME "00"
                     DELIMITED BY SIZE INTO WS-ICS-LINE
              END-STRING
              PERFORM WRITE-ICS-LINE
           END-IF

           MOVE WS-CAL-WHAT(WS-CAL-I) TO WS-ESC-IN
           PERFORM ESCAPE-ICS-TEXT
           MOVE SPACES TO WS-ICS-LINE
           STRING "SUMMARY:" WS-ESC-OUT(1:WS-ESC-LEN)
                  DELIMITED BY SIZE INTO WS-ICS-LINE
           END-STRING
           PERFORM WRITE-ICS-LINE
           MOVE "END:VEVENT" TO WS-ICS-LINE
           PERFORM WRITE-ICS-LINE
           ADD 1 TO WS-ICS-EVENTS.

      *> Content lines longer than 75 characters are folded: the
      *> rest continues on following lines that start with a space.
       WRITE-ICS-LINE.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-ICS-LINE TRAILING))
              TO WS-ICS-LEN
           IF WS-ICS-LEN <= 75
              MOVE WS-ICS-LINE(1:75) TO ICS-REC
              WRITE ICS-REC
              EXIT PARAGRAPH
           END-IF
           MOVE WS-ICS-LINE(1:75) TO ICS-REC
           WRITE ICS-REC
           MOVE 76 TO WS-ICS-POS
           PERFORM UNTIL WS-ICS-POS > WS-ICS-LEN
              COMPUTE WS-ICS-CHUNK = WS-ICS-LEN - WS-ICS-POS + 1
              IF WS-ICS-CHUNK > 74
                 MOVE 74 TO WS-ICS-CHUNK
              END-IF
              MOVE SPACES TO ICS-REC
              MOVE WS-ICS-LINE(WS-ICS-POS:WS-ICS-CHUNK)
                 TO ICS-REC(2:WS-ICS-CHUNK)
              WRITE ICS-REC
              ADD WS-ICS-CHUNK TO WS-ICS-POS
           END-PERFORM.

      *> Same walk DATA-EXPORT uses to quote CSV fields.
       ESCAPE-ICS-TEXT.
           MOVE SPACES TO WS-ESC-OUT
           MOVE 0 TO WS-ESC-LEN
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-ESC-IN TRAILING))
              TO WS-ESC-SRC-LEN
           IF WS-ESC-IN = SPACES
              MOVE 0 TO WS-ESC-SRC-LEN
           END-IF
           PERFORM VARYING WS-ESC-IDX FROM 1 BY 1
                   UNTIL WS-ESC-IDX > WS-ESC-SRC-LEN
              MOVE WS-ESC-IN(WS-ESC-IDX:1) TO WS-ESC-CHAR
              IF WS-ESC-CHAR = "\" OR WS-ESC-CHAR = "," OR
                 WS-ESC-CHAR = ";"
                 ADD 1 TO WS-ESC-LEN
                 MOVE "\" TO WS-ESC-OUT(WS-ESC-LEN:1)
              END-IF
              ADD 1 TO WS-ESC-LEN
              MOVE WS-ESC-CHAR TO WS-ESC-OUT(WS-ESC-LEN:1)
           END-PERFORM
           IF WS-ESC-LEN = 0
              MOVE 1 TO WS-ESC-LEN
           END-IF.

       OUT.
           MOVE "WRITE" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE.

      *> OUT in the account's screen language: WS-LINE
      *> holds the English wording, WS-MSG-ID its data/msg-catalog.dat
      *> ID.
       SAY-LINE.
           MOVE "TEXT" TO WS-SX-COMMAND
           CALL "SCREEN-TEXT" USING WS-SX-COMMAND CAL-USERNAME
                                    WS-MSG-ID WS-LINE
           PERFORM OUT.

       END PROGRAM MY-CALENDAR.
