      *> Standalone batch job for the career center front desk, run
      *> each morning alongside INTERVIEW-REMIND (or for any other
      *> day by giving its date, YYYY-MM-DD, on the command line).
      *> Prints the day's interview room schedule: every room in
      *> data/interview-rooms.dat in the order career services keeps
      *> them, and under each room the on-campus interviews
      *> PROPOSE-INTERVIEW booked into it that day in time order,
      *> with the employer, the applicant and whether the applicant
      *> has confirmed yet. A booking whose interview is no longer
      *> Proposed or Confirmed is not printed. Read-only; the
      *> schedule goes to reports/room-schedule-<date>.txt.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROOM-SCHEDULE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROOM-FILE ASSIGN TO "data/interview-rooms.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROOM-STATUS.
           SELECT ROOM-BOOKING-FILE ASSIGN TO "data/room-bookings.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RBK-STATUS.
           SELECT INTERVIEW-FILE ASSIGN TO "data/interviews.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IVW-STATUS.
           SELECT EMPLOYER-FILE ASSIGN TO "data/employers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMP-STATUS.
           SELECT PROFILE-FILE ASSIGN TO "data/profiles.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROF-STATUS.
           SELECT REPORT-FILE ASSIGN USING WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> data/interview-rooms.dat and data/room-bookings.dat: the
      *> same layouts JOB-MGMT's PROPOSE-INTERVIEW reads and writes.
       FD ROOM-FILE.
       01 ROOM-REC.
          05 RM-CODE              PIC X(06).
          05 RM-NAME              PIC X(30).
          05 RM-SEATS             PIC 9(02).

       FD ROOM-BOOKING-FILE.
       01 ROOM-BOOKING-REC.
          05 RBK-ROOM             PIC X(06).
          05 RBK-SLOT             PIC X(16).
          05 RBK-JOB-ID           PIC 9(05).
          05 RBK-EMPLOYER         PIC X(20).
          05 RBK-APPLICANT        PIC X(20).

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

       FD EMPLOYER-FILE.
           COPY "EMPLOYERREC.cpy".

       FD PROFILE-FILE.
           COPY "PROFREC.cpy".

       FD REPORT-FILE.
       01 REPORT-REC PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-ROOM-STATUS     PIC XX.
       77 WS-RBK-STATUS      PIC XX.
       77 WS-IVW-STATUS      PIC XX.
       77 WS-EMP-STATUS      PIC XX.
       77 WS-PROF-STATUS     PIC XX.
       77 WS-REPORT-STATUS   PIC XX.
       77 WS-EOF             PIC X VALUE "N".
       77 WS-SCAN-EOF        PIC X VALUE "N".
       77 WS-ARG             PIC X(20).
       77 WS-DAY             PIC X(10).
       77 WS-CURR-DATE       PIC X(21).
       77 WS-REPORT-PATH     PIC X(60).
       77 WS-REPORT-LINE     PIC X(132).
       77 WS-ROOM-COUNT      PIC 9(04) VALUE 0.
       77 WS-ROOM-SHOWN      PIC 9(04) VALUE 0.
       77 WS-PRINTED         PIC 9(04) VALUE 0.
       77 WS-CNT-DISP        PIC ZZZ9.
       77 WS-SWAPPED         PIC X VALUE "N".
       77 B                  PIC 9(04) VALUE 0.
       77 K                  PIC 9(04) VALUE 0.

      *> The day's bookings, sorted by slot so each room's list comes
      *> out in time order; BK-STATUS is the interview's status, and
      *> stays blank when the interview is no longer going ahead.
       01 WS-BOOKING-TABLE.
          05 WS-BOOKING-COUNT    PIC 9(04) VALUE 0.
          05 WS-BK OCCURS 500 TIMES.
             10 BK-SLOT          PIC X(16).
             10 BK-ROOM          PIC X(06).
             10 BK-JOB-ID        PIC 9(05).
             10 BK-EMPLOYER      PIC X(20).
             10 BK-APPLICANT     PIC X(20).
             10 BK-COMPANY       PIC X(50).
             10 BK-STUDENT       PIC X(41).
             10 BK-STATUS        PIC X(10).
       01 WS-BK-HOLD             PIC X(168).

           COPY "REGIONINF.cpy".
           COPY "RPTINF.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL "REGION-CONFIG" USING REGION-INFO
           IF RI-RESULT NOT = "OK"
              GOBACK
           END-IF

           MOVE SPACES TO WS-ARG
           ACCEPT WS-ARG FROM COMMAND-LINE
           IF WS-ARG = SPACES
              MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE
              MOVE SPACES TO WS-DAY
              STRING WS-CURR-DATE(1:4) "-" WS-CURR-DATE(5:2) "-"
                     WS-CURR-DATE(7:2)
                     DELIMITED BY SIZE INTO WS-DAY
              END-STRING
           ELSE
              MOVE WS-ARG(1:10) TO WS-DAY
           END-IF

           PERFORM LOAD-DAY-BOOKINGS
           PERFORM LOOKUP-INTERVIEW-STATUS
           PERFORM LOOKUP-COMPANIES
           PERFORM LOOKUP-STUDENTS
           PERFORM SORT-BOOKINGS

           MOVE SPACES TO WS-REPORT-PATH
           STRING "reports/room-schedule-" WS-DAY ".txt"
                  DELIMITED BY SIZE INTO WS-REPORT-PATH
           END-STRING
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Career Center Interview Rooms - " WS-DAY
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE ALL "=" TO WS-REPORT-LINE(1:50)
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE "Time" TO WS-REPORT-LINE(3:4)
           MOVE "Employer" TO WS-REPORT-LINE(10:8)
           MOVE "Applicant" TO WS-REPORT-LINE(42:9)
           MOVE "Interview" TO WS-REPORT-LINE(74:9)
           PERFORM WRITE-REPORT-LINE

           MOVE 0 TO WS-ROOM-COUNT
           MOVE 0 TO WS-PRINTED
           MOVE "N" TO WS-EOF
           OPEN INPUT ROOM-FILE
           IF WS-ROOM-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ ROOM-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       ADD 1 TO WS-ROOM-COUNT
                       PERFORM PRINT-ONE-ROOM
                 END-READ
              END-PERFORM
              CLOSE ROOM-FILE
           END-IF

           IF WS-ROOM-COUNT = 0
              MOVE SPACES TO WS-REPORT-LINE
              PERFORM WRITE-REPORT-LINE
              MOVE "No interview rooms are on file." TO WS-REPORT-LINE
              PERFORM WRITE-REPORT-LINE
           END-IF
           CLOSE REPORT-FILE

           MOVE WS-REPORT-PATH TO RPI-PATH
           MOVE "ROOM-SCHEDULE" TO RPI-REPORT-ID
           MOVE "Interview room schedule" TO RPI-TITLE
           MOVE SPACES TO RPI-SELECTION
           STRING "room bookings for " WS-DAY
                  DELIMITED BY SIZE INTO RPI-SELECTION
           END-STRING
           MOVE WS-PRINTED TO RPI-RECORDS
           MOVE "interviews booked" TO RPI-RECORD-NOUN
           CALL "REPORT-FORMAT" USING REPORT-PAGE-INFO

           MOVE WS-PRINTED TO WS-CNT-DISP
           DISPLAY "ROOM-SCHEDULE: " FUNCTION TRIM(WS-CNT-DISP)
                   " interview(s) on " WS-DAY "; written to "
                   FUNCTION TRIM(WS-REPORT-PATH) "."
           GOBACK.

       LOAD-DAY-BOOKINGS.
           MOVE 0 TO WS-BOOKING-COUNT
           MOVE "N" TO WS-SCAN-EOF
           OPEN INPUT ROOM-BOOKING-FILE
           IF WS-RBK-STATUS = "00"
              PERFORM UNTIL WS-SCAN-EOF = "Y"
                 READ ROOM-BOOKING-FILE
                    AT END MOVE "Y" TO WS-SCAN-EOF
                    NOT AT END
                       IF RBK-SLOT(1:10) = WS-DAY AND
                          WS-BOOKING-COUNT < 500
                          ADD 1 TO WS-BOOKING-COUNT
                          MOVE WS-BOOKING-COUNT TO B
                          MOVE RBK-SLOT TO BK-SLOT(B)
                          MOVE RBK-ROOM TO BK-ROOM(B)
                          MOVE RBK-JOB-ID TO BK-JOB-ID(B)
                          MOVE RBK-EMPLOYER TO BK-EMPLOYER(B)
                          MOVE RBK-APPLICANT TO BK-APPLICANT(B)
                          MOVE RBK-EMPLOYER TO BK-COMPANY(B)
                          MOVE RBK-APPLICANT TO BK-STUDENT(B)
                          MOVE SPACES TO BK-STATUS(B)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ROOM-BOOKING-FILE
           END-IF.

       LOOKUP-INTERVIEW-STATUS.
           MOVE "N" TO WS-SCAN-EOF
           OPEN INPUT INTERVIEW-FILE
           IF WS-IVW-STATUS = "00"
              PERFORM UNTIL WS-SCAN-EOF = "Y"
                 READ INTERVIEW-FILE
                    AT END MOVE "Y" TO WS-SCAN-EOF
                    NOT AT END
                       IF (IV-PROPOSED OR IV-CONFIRMED) AND
                          IV-SLOT(1:10) = WS-DAY
                          PERFORM VARYING B FROM 1 BY 1
                                  UNTIL B > WS-BOOKING-COUNT
                             IF BK-JOB-ID(B) = IV-JOB-ID AND
                                BK-APPLICANT(B) = IV-APPLICANT AND
                                BK-SLOT(B) = IV-SLOT
                                MOVE IV-STATUS TO BK-STATUS(B)
                             END-IF
                          END-PERFORM
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE INTERVIEW-FILE
           END-IF.

       LOOKUP-COMPANIES.
           MOVE "N" TO WS-SCAN-EOF
           OPEN INPUT EMPLOYER-FILE
           IF WS-EMP-STATUS = "00"
              PERFORM UNTIL WS-SCAN-EOF = "Y"
                 READ EMPLOYER-FILE
                    AT END MOVE "Y" TO WS-SCAN-EOF
                    NOT AT END
                       PERFORM VARYING B FROM 1 BY 1
                               UNTIL B > WS-BOOKING-COUNT
                          IF BK-EMPLOYER(B) = EMP-USERNAME AND
                             EMP-COMPANY-NAME NOT = SPACES
                             MOVE EMP-COMPANY-NAME TO BK-COMPANY(B)
                          END-IF
                       END-PERFORM
                 END-READ
              END-PERFORM
              CLOSE EMPLOYER-FILE
           END-IF.

       LOOKUP-STUDENTS.
           MOVE "N" TO WS-SCAN-EOF
           OPEN INPUT PROFILE-FILE
           IF WS-PROF-STATUS = "00"
              PERFORM UNTIL WS-SCAN-EOF = "Y"
                 READ PROFILE-FILE
                    AT END MOVE "Y" TO WS-SCAN-EOF
                    NOT AT END
                       PERFORM VARYING B FROM 1 BY 1
                               UNTIL B > WS-BOOKING-COUNT
                          IF BK-APPLICANT(B) = PROF-USERNAME AND
                             PROF-LAST-NAME NOT = SPACES
                             MOVE SPACES TO BK-STUDENT(B)
                             STRING FUNCTION TRIM(PROF-FIRST-NAME) " "
                                    FUNCTION TRIM(PROF-LAST-NAME)
                                    DELIMITED BY SIZE
                                    INTO BK-STUDENT(B)
                             END-STRING
                          END-IF
                       END-PERFORM
                 END-READ
              END-PERFORM
              CLOSE PROFILE-FILE
           END-IF.

      *> Exchange sort on the slot; a day's bookings are a few dozen.
       SORT-BOOKINGS.
           MOVE "Y" TO WS-SWAPPED
           PERFORM UNTIL WS-SWAPPED = "N"
              MOVE "N" TO WS-SWAPPED
              PERFORM VARYING K FROM 1 BY 1
                      UNTIL K >= WS-BOOKING-COUNT
                 IF BK-SLOT(K) > BK-SLOT(K + 1)
                    MOVE WS-BK(K) TO WS-BK-HOLD
                    MOVE WS-BK(K + 1) TO WS-BK(K)
                    MOVE WS-BK-HOLD TO WS-BK(K + 1)
                    MOVE "Y" TO WS-SWAPPED
                 END-IF
              END-PERFORM
           END-PERFORM.

       PRINT-ONE-ROOM.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING RM-CODE "  " FUNCTION TRIM(RM-NAME)
                  " (seats " RM-SEATS ")"
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE

           MOVE 0 TO WS-ROOM-SHOWN
           PERFORM VARYING B FROM 1 BY 1 UNTIL B > WS-BOOKING-COUNT
              IF BK-ROOM(B) = RM-CODE AND BK-STATUS(B) NOT = SPACES
                 ADD 1 TO WS-ROOM-SHOWN
                 ADD 1 TO WS-PRINTED
                 MOVE SPACES TO WS-REPORT-LINE
                 MOVE BK-SLOT(B)(12:5) TO WS-REPORT-LINE(3:5)
                 MOVE BK-COMPANY(B)(1:30) TO WS-REPORT-LINE(10:30)
                 MOVE BK-STUDENT(B)(1:30) TO WS-REPORT-LINE(42:30)
                 STRING "Job ID " BK-JOB-ID(B) "  "
                        BK-STATUS(B)
                        DELIMITED BY SIZE
                        INTO WS-REPORT-LINE(74:30)
                 END-STRING
                 PERFORM WRITE-REPORT-LINE
              END-IF
           END-PERFORM
           IF WS-ROOM-SHOWN = 0
              MOVE "  (no interviews booked)" TO WS-REPORT-LINE
              PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-REPORT-LINE.
           WRITE REPORT-REC FROM WS-REPORT-LINE.

       END PROGRAM ROOM-SCHEDULE.
