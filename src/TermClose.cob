      *> Standalone term-end batch job, runnable by itself or as a
      *> BATCH-DRIVER step once a term on the term calendar is over.
      *> The live reports recompute from current rows, so a term's
      *> figures drift as statuses move on and rows are archived or
      *> erased; this job freezes the headline counts for a term on
      *> the day it is closed:
      *>
      *>   successful logins, postings opened, applications made,
      *>   hires, rejections, career events held, confirmed event
      *>   seats, event check-ins, work terms started and work terms
      *>   completed
      *>
      *> each counted by the same date the term-scoped reports use.
      *> The counts are appended to data/term-snapshots.dat (term,
      *> metric, value, date closed - append-only, never rewritten)
      *> and written out as reports/term-close-<TERM>.txt, and the term
      *> is stamped closed on the calendar through TERM-CALENDAR.
      *>
      *> The term code comes from the command line; with none, the
      *> most recently ended term not yet closed is taken. A term
      *> that has not ended yet is refused, and so is one already
      *> closed - its frozen figures are displayed instead.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERM-CLOSE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERM-FILE ASSIGN TO "data/term-calendar.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-STATUS.
           SELECT SNAPSHOT-FILE ASSIGN TO "data/term-snapshots.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "data/login-audit.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT JOBS-FILE ASSIGN TO "data/jobs.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBS-STATUS.
           SELECT APPLICATION-FILE ASSIGN TO "data/applications.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APP-STATUS.
           SELECT REASON-FILE ASSIGN TO "data/rejection-reasons.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RJ-STATUS.
           SELECT EVENTS-FILE ASSIGN TO "data/events.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EV-STATUS.
           SELECT RSVP-FILE ASSIGN TO "data/event-rsvps.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSVP-STATUS.
           SELECT WORKTERM-FILE ASSIGN TO "data/work-terms.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WT-STATUS.
           SELECT REPORT-FILE ASSIGN USING WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> data/term-calendar.dat: the same layout TERM-CALENDAR reads
      *> and TERM-ADMIN maintains.
       FD TERM-FILE.
       01 TERM-REC.
          05 TM-CODE         PIC X(10).
          05 TM-NAME         PIC X(20).
          05 TM-START        PIC X(10).
          05 TM-END          PIC X(10).
          05 TM-CLOSED-ON    PIC X(10).

      *> data/term-snapshots.dat: one row per frozen count.
       FD SNAPSHOT-FILE.
       01 SNAPSHOT-REC.
          05 TS-TERM         PIC X(10).
          05 TS-METRIC       PIC X(25).
          05 TS-VALUE        PIC 9(07).
          05 TS-CLOSED-ON    PIC X(10).

       FD AUDIT-FILE.
       01 AUDIT-REC.
          05 AUDIT-USERNAME     PIC X(20).
          05 AUDIT-TIMESTAMP    PIC X(19).
          05 AUDIT-RESULT       PIC X(7).
          05 AUDIT-LINK         PIC X(20).

       FD JOBS-FILE.
           COPY "JOBREC.cpy".

       FD APPLICATION-FILE.
           COPY "APPREC.cpy".

      *> data/rejection-reasons.dat: the same layout JOB-MGMT writes.
       FD REASON-FILE.
       01 REASON-REC.
          05 RJ-JOB-ID     PIC 9(05).
          05 RJ-APPLICANT  PIC X(20).
          05 RJ-CODE       PIC X(02).
          05 RJ-TEXT       PIC X(25).
          05 RJ-DATE       PIC X(10).

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
          05 RSVP-ATTENDED        PIC X(01).

      *> data/work-terms.dat: the same layout WORK-TERMS maintains.
       FD WORKTERM-FILE.
       01 WORKTERM-REC.
          05 WT-EMPLOYER       PIC X(20).
          05 WT-STUDENT        PIC X(20).
          05 WT-JOB-ID         PIC 9(05).
          05 WT-START          PIC X(10).
          05 WT-END            PIC X(10).
          05 WT-MID-SCORE      PIC X(01).
          05 WT-MID-COMMENT    PIC X(80).
          05 WT-FIN-SCORE      PIC X(01).
          05 WT-FIN-COMMENT    PIC X(80).
          05 WT-COMPLETE       PIC X(01).

       FD REPORT-FILE.
       01 REPORT-REC PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-TERM-STATUS     PIC XX.
       77 WS-SNAP-STATUS     PIC XX.
       77 WS-AUDIT-STATUS    PIC XX.
       77 WS-JOBS-STATUS     PIC XX.
       77 WS-APP-STATUS      PIC XX.
       77 WS-RJ-STATUS       PIC XX.
       77 WS-EV-STATUS       PIC XX.
       77 WS-RSVP-STATUS     PIC XX.
       77 WS-WT-STATUS       PIC XX.
       77 WS-EOF             PIC X VALUE "N".
       77 WS-ARG             PIC X(80).
       77 WS-CURR-DATE       PIC X(21).
       77 WS-TODAY           PIC X(10).
       77 WS-REPORT-PATH     PIC X(60).
       77 WS-REPORT-LINE     PIC X(132).
       77 WS-CHECK-DATE      PIC X(10).
       77 WS-IN-TERM         PIC X VALUE "Y".
       77 WS-BEST-END        PIC X(10).
       77 WS-SHOWN           PIC 9(03) VALUE 0.
       77 WS-VALUE-DISP      PIC Z(6)9.
       77 WS-TC-COMMAND      PIC X(10).
       77 WS-TC-CODE         PIC X(10) VALUE SPACES.
       77 WS-TC-START        PIC X(10).
       77 WS-TC-END          PIC X(10).
       77 WS-TC-RESULT       PIC X(10).
       77 M                  PIC 9(02).
       77 E                  PIC 9(04).

      *> The events held in the term, so RSVPs can be matched to
      *> them in one pass.
       77 WS-EV-COUNT        PIC 9(04) VALUE 0.
       01 WS-EVENT-IDS.
          05 WS-E-ID PIC 9(05) OCCURS 1000 TIMES.

      *> The frozen metrics, in the order they are written.
       01 WS-METRIC-NAMES.
          05 FILLER PIC X(25) VALUE "Successful logins".
          05 FILLER PIC X(25) VALUE "Postings opened".
          05 FILLER PIC X(25) VALUE "Applications made".
          05 FILLER PIC X(25) VALUE "Hires".
          05 FILLER PIC X(25) VALUE "Rejections".
          05 FILLER PIC X(25) VALUE "Career events held".
          05 FILLER PIC X(25) VALUE "Confirmed event seats".
          05 FILLER PIC X(25) VALUE "Event check-ins".
          05 FILLER PIC X(25) VALUE "Work terms started".
          05 FILLER PIC X(25) VALUE "Work terms completed".
       01 WS-METRIC-TABLE REDEFINES WS-METRIC-NAMES.
          05 WS-METRIC-NAME PIC X(25) OCCURS 10 TIMES.
       01 WS-METRIC-VALUES.
          05 WS-METRIC-VALUE PIC 9(07) OCCURS 10 TIMES.

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

           MOVE SPACES TO WS-ARG
           ACCEPT WS-ARG FROM COMMAND-LINE
           IF WS-ARG = SPACES
              PERFORM PICK-DEFAULT-TERM
              IF WS-TC-CODE = SPACES
                 DISPLAY "TERM-CLOSE: no ended term is waiting to be "
                         "closed."
                 GOBACK
              END-IF
           ELSE
              MOVE WS-ARG TO WS-TC-CODE
           END-IF

           MOVE "LOOKUP" TO WS-TC-COMMAND
           CALL "TERM-CALENDAR" USING WS-TC-COMMAND WS-TC-CODE
                WS-TC-START WS-TC-END WS-TC-RESULT
           IF WS-TC-RESULT = "NOTFOUND"
              DISPLAY "TERM-CLOSE: term " FUNCTION TRIM(WS-TC-CODE)
                      " is not on the term calendar."
              GOBACK
           END-IF
           IF WS-TC-RESULT = "CLOSED"
              DISPLAY "TERM-CLOSE: term " FUNCTION TRIM(WS-TC-CODE)
                      " is already closed; its frozen figures:"
              PERFORM SHOW-SNAPSHOT
              GOBACK
           END-IF
           IF WS-TC-END >= WS-TODAY
              DISPLAY "TERM-CLOSE: term " FUNCTION TRIM(WS-TC-CODE)
                      " runs to " WS-TC-END
                      "; it can be closed once it has ended."
              GOBACK
           END-IF

           MOVE ZEROS TO WS-METRIC-VALUES
           PERFORM COUNT-LOGINS
           PERFORM COUNT-POSTINGS
           PERFORM COUNT-APPLICATIONS
           PERFORM COUNT-REJECTIONS
           PERFORM COUNT-EVENTS
           PERFORM COUNT-RSVPS
           PERFORM COUNT-WORK-TERMS

           PERFORM WRITE-SNAPSHOT
           PERFORM WRITE-CLOSE-REPORT

           MOVE "CLOSE" TO WS-TC-COMMAND
           CALL "TERM-CALENDAR" USING WS-TC-COMMAND WS-TC-CODE
                WS-TC-START WS-TC-END WS-TC-RESULT
           DISPLAY "TERM-CLOSE: term " FUNCTION TRIM(WS-TC-CODE)
                   " closed; figures in "
                   FUNCTION TRIM(WS-REPORT-PATH)
           GOBACK.

      *> The open term with the latest last day before today.
       PICK-DEFAULT-TERM.
           MOVE SPACES TO WS-BEST-END
           MOVE "N" TO WS-EOF
           OPEN INPUT TERM-FILE
           IF WS-TERM-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
              READ TERM-FILE
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    IF TM-CLOSED-ON = SPACES AND TM-END < WS-TODAY
                       AND TM-END > WS-BEST-END
                       MOVE TM-END TO WS-BEST-END
                       MOVE TM-CODE TO WS-TC-CODE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE TERM-FILE.

       SHOW-SNAPSHOT.
           MOVE 0 TO WS-SHOWN
           MOVE "N" TO WS-EOF
           OPEN INPUT SNAPSHOT-FILE
           IF WS-SNAP-STATUS NOT = "00"
              DISPLAY "  (no snapshot rows on file)"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
              READ SNAPSHOT-FILE
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    IF TS-TERM = WS-TC-CODE
                       ADD 1 TO WS-SHOWN
                       MOVE TS-VALUE TO WS-VALUE-DISP
                       DISPLAY "  " TS-METRIC " " WS-VALUE-DISP
                               "  (closed " TS-CLOSED-ON ")"
                    END-IF
              END-READ
           END-PERFORM
           CLOSE SNAPSHOT-FILE
           IF WS-SHOWN = 0
              DISPLAY "  (no snapshot rows on file)"
           END-IF.

       CHECK-IN-TERM.
           MOVE "Y" TO WS-IN-TERM
           IF WS-CHECK-DATE < WS-TC-START OR
              WS-CHECK-DATE > WS-TC-END
              MOVE "N" TO WS-IN-TERM
           END-IF.

       COUNT-LOGINS.
           MOVE "N" TO WS-EOF
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
              READ AUDIT-FILE
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    MOVE AUDIT-TIMESTAMP(1:10) TO WS-CHECK-DATE
                    PERFORM CHECK-IN-TERM
                    IF WS-IN-TERM = "Y" AND
                       FUNCTION TRIM(AUDIT-RESULT) = "SUCCESS"
                       ADD 1 TO WS-METRIC-VALUE(1)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE AUDIT-FILE.

       COUNT-POSTINGS.
           MOVE "N" TO WS-EOF
           OPEN INPUT JOBS-FILE
           IF WS-JOBS-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
              READ JOBS-FILE
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    MOVE JOB-POSTED-DATE TO WS-CHECK-DATE
                    PERFORM CHECK-IN-TERM
                    IF WS-IN-TERM = "Y"
                       ADD 1 TO WS-METRIC-VALUE(2)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE JOBS-FILE.

      *> An application counts to the term it was made in (older
      *> rows without an applied date fall back to the status
      *> date); a hire to the term the Hired status was set in.
       COUNT-APPLICATIONS.
           MOVE "N" TO WS-EOF
           OPEN INPUT APPLICATION-FILE
           IF WS-APP-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
              READ APPLICATION-FILE
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    IF APP-APPLIED-DATE = SPACES
                       MOVE APP-STATUS-DATE TO WS-CHECK-DATE
                    ELSE
                       MOVE APP-APPLIED-DATE TO WS-CHECK-DATE
                    END-IF
                    PERFORM CHECK-IN-TERM
                    IF WS-IN-TERM = "Y"
                       ADD 1 TO WS-METRIC-VALUE(3)
                    END-IF
                    IF APP-STATUS-HIRED
                       MOVE APP-STATUS-DATE TO WS-CHECK-DATE
                       PERFORM CHECK-IN-TERM
                       IF WS-IN-TERM = "Y"
                          ADD 1 TO WS-METRIC-VALUE(4)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE APPLICATION-FILE.

       COUNT-REJECTIONS.
           MOVE "N" TO WS-EOF
           OPEN INPUT REASON-FILE
           IF WS-RJ-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
              READ REASON-FILE
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    MOVE RJ-DATE TO WS-CHECK-DATE
                    PERFORM CHECK-IN-TERM
                    IF WS-IN-TERM = "Y"
                       ADD 1 TO WS-METRIC-VALUE(5)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE REASON-FILE.

       COUNT-EVENTS.
           MOVE "N" TO WS-EOF
           OPEN INPUT EVENTS-FILE
           IF WS-EV-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
              READ EVENTS-FILE
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    MOVE EV-DATE TO WS-CHECK-DATE
                    PERFORM CHECK-IN-TERM
                    IF WS-IN-TERM = "Y"
                       ADD 1 TO WS-METRIC-VALUE(6)
                       IF WS-EV-COUNT < 1000
                          ADD 1 TO WS-EV-COUNT
                          MOVE EV-ID TO WS-E-ID(WS-EV-COUNT)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE EVENTS-FILE.

       COUNT-RSVPS.
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
                          IF RSVP-CONFIRMED
                             ADD 1 TO WS-METRIC-VALUE(7)
                          END-IF
                          IF RSVP-ATTENDED = "Y"
                             ADD 1 TO WS-METRIC-VALUE(8)
                          END-IF
                       END-IF
                    END-PERFORM
              END-READ
           END-PERFORM
           CLOSE RSVP-FILE.

      *> Started by the work term's first day; completed when the
      *> supervisor has marked it complete and its last day falls in
      *> the term.
       COUNT-WORK-TERMS.
           MOVE "N" TO WS-EOF
           OPEN INPUT WORKTERM-FILE
           IF WS-WT-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
              READ WORKTERM-FILE
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    MOVE WT-START TO WS-CHECK-DATE
                    PERFORM CHECK-IN-TERM
                    IF WS-IN-TERM = "Y"
                       ADD 1 TO WS-METRIC-VALUE(9)
                    END-IF
                    MOVE WT-END TO WS-CHECK-DATE
                    PERFORM CHECK-IN-TERM
                    IF WS-IN-TERM = "Y" AND WT-COMPLETE = "Y"
                       ADD 1 TO WS-METRIC-VALUE(10)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE WORKTERM-FILE.

       WRITE-SNAPSHOT.
           OPEN EXTEND SNAPSHOT-FILE
           IF WS-SNAP-STATUS NOT = "00"
              OPEN OUTPUT SNAPSHOT-FILE
           END-IF
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > 10
              MOVE WS-TC-CODE TO TS-TERM
              MOVE WS-METRIC-NAME(M) TO TS-METRIC
              MOVE WS-METRIC-VALUE(M) TO TS-VALUE
              MOVE WS-TODAY TO TS-CLOSED-ON
              WRITE SNAPSHOT-REC
           END-PERFORM
           CLOSE SNAPSHOT-FILE.

       WRITE-CLOSE-REPORT.
           MOVE SPACES TO WS-REPORT-PATH
           STRING "reports/term-close-" FUNCTION TRIM(WS-TC-CODE)
                  ".txt" DELIMITED BY SIZE INTO WS-REPORT-PATH
           END-STRING
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "InCollege term close - " FUNCTION TRIM(WS-TC-CODE)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE "===================================================="
              TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Term dates: " WS-TC-START " to " WS-TC-END
                  "   Closed: " WS-TODAY
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > 10
              MOVE WS-METRIC-VALUE(M) TO WS-VALUE-DISP
              MOVE SPACES TO WS-REPORT-LINE
              STRING WS-METRIC-NAME(M) " " WS-VALUE-DISP
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-STRING
              PERFORM WRITE-REPORT-LINE
           END-PERFORM
           CLOSE REPORT-FILE

           MOVE WS-REPORT-PATH TO RPI-PATH
           MOVE "TERM-CLOSE" TO RPI-REPORT-ID
           MOVE "Term-end frozen snapshot" TO RPI-TITLE
           MOVE SPACES TO RPI-SELECTION
           STRING "term " FUNCTION TRIM(WS-TC-CODE) ", "
                  WS-TC-START " to " WS-TC-END
                  DELIMITED BY SIZE INTO RPI-SELECTION
           END-STRING
           MOVE 10 TO RPI-RECORDS
           MOVE "key counts frozen" TO RPI-RECORD-NOUN
           CALL "REPORT-FORMAT" USING REPORT-PAGE-INFO.

       WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC.

       END PROGRAM TERM-CLOSE.
