      *> respond to a Proposed slot: confirm it, or decline it and ask
      *> the employer for another one. Either response rewrites the
      *> interview row (the same temp-file replace pattern
      *> PendingRequests.cob uses) and notifies the employer. The
      *> applicant may then ask career services, through
      *> INTERVIEW-ACCOM, for an interview accommodation; both sides
      *> of a listing show only whether one is being arranged or has
      *> been confirmed.
      *> An employer may also call off one of their own Proposed or
      *> Confirmed interviews here. Either a cancellation or an
      *> applicant asking for another slot gives back the career
      *> center room PROPOSE-INTERVIEW booked for it, if any.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT AVAIL-TEMP-FILE ASSIGN TO "data/availtemp.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AVTMP-STATUS.
           SELECT ROOM-FILE ASSIGN TO "data/interview-rooms.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROOM-STATUS.
           SELECT ROOM-BOOKING-FILE ASSIGN TO "data/room-bookings.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RBK-STATUS.
           SELECT ROOM-BOOKING-TEMP-FILE ASSIGN TO "data/rbktemp.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RBKTMP-STATUS.

       DATA DIVISION.
       FILE SECTION.
          05 IV-OUTCOME            PIC X(10).
             88 IV-OUT-ADVANCE         VALUE "Advance".
             88 IV-OUT-REJECT          VALUE "Reject".
             88 IV-OUT-NOSHOW          VALUE "No-show".
          05 IV-SCORE              PIC X(03).
          05 IV-COMMENT            PIC X(60).

       FD AVAIL-TEMP-FILE.
       01 AVAIL-TEMP-REC PIC X(31).

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

       FD ROOM-BOOKING-TEMP-FILE.
       01 ROOM-BOOKING-TEMP-REC PIC X(67).

       WORKING-STORAGE SECTION.
       77 WS-IVW-STATUS      PIC XX.
       77 WS-TEMP-STATUS     PIC XX.
      *> Prompt/read buffer sized to IO-MODULE's own line, the way
      *> SEARCH-USER sizes its read fields.
       77 WS-LINE            PIC X(500).
       77 WS-SX-COMMAND      PIC X(10).
       77 WS-MSG-ID          PIC X(12).
       77 WS-LIST-COUNT      PIC 9(03) VALUE 0.
       77 WS-PROPOSED-COUNT  PIC 9(03) VALUE 0.
       77 WS-PICK-NUM        PIC 9(05) VALUE 0.
       77 WS-AV-DAY-PICK     PIC 9(01) VALUE 0.
       77 WS-AV-COUNT        PIC 9(03) VALUE 0.
       77 WS-AV-DAY-NAME     PIC X(9).
       77 WS-ROOM-STATUS     PIC XX.
       77 WS-RBK-STATUS      PIC XX.
       77 WS-RBKTMP-STATUS   PIC XX.
       77 WS-ROOM-EOF        PIC X VALUE "N".
       77 WS-RBK-EOF         PIC X VALUE "N".
       77 WS-RBK-JOB-ID      PIC 9(05).
       77 WS-RBK-APPLICANT   PIC X(20).
       77 WS-RBK-SLOT        PIC X(16).
       77 WS-RBK-ROOM        PIC X(06).
       77 WS-RBK-RELEASED    PIC X VALUE "N".
       77 WS-ROOM-NAME       PIC X(30).
       77 WS-LIVE-EMP-COUNT  PIC 9(03) VALUE 0.
       77 WS-CANCEL-FOUND    PIC X VALUE "N".

      *> Proposed slots addressed to this applicant, numbered so one
      *> can be picked for a response; WS-PR-KEY carries the full
       77 WS-AG-SWAP-APP     PIC X(20).
       77 WS-AG-SWAP-JOB     PIC 9(05).
       77 WS-AG-DAY          PIC X(10).
       77 WS-IA-COMMAND      PIC X(10).
       77 WS-IA-STUDENT      PIC X(20).
       77 WS-IA-JOB-ID       PIC 9(05).
       77 WS-IA-EMPLOYER     PIC X(20).
       77 WS-IA-SLOT         PIC X(16).
       77 WS-IA-RESULT       PIC X(10).

       LINKAGE SECTION.
       01 IV-USERNAME PIC X(20).
       PROCEDURE DIVISION USING IV-USERNAME.
       MAIN-PROGRAM.
           MOVE "--- My Interviews ---" TO WS-LINE
           MOVE "INTV-001" TO WS-MSG-ID
           PERFORM SAY-LINE

           PERFORM LIST-MY-INTERVIEWS

           IF WS-LIST-COUNT = 0
              MOVE "You have no interviews on file." TO WS-LINE
              MOVE "INTV-002" TO WS-MSG-ID
              PERFORM SAY-LINE
           END-IF

           IF WS-AGENDA-COUNT > 0
              PERFORM SHOW-EMPLOYER-AGENDA
           END-IF

           IF WS-LIVE-EMP-COUNT > 0
              PERFORM CANCEL-AN-INTERVIEW
           END-IF

           IF WS-PROPOSED-COUNT > 0
              PERFORM RESPOND-TO-PROPOSAL
           END-IF
       LIST-MY-INTERVIEWS.
           MOVE 0 TO WS-LIST-COUNT
           MOVE 0 TO WS-PROPOSED-COUNT
           MOVE 0 TO WS-AGENDA-COUNT
           MOVE 0 TO WS-LIVE-EMP-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT INTERVIEW-FILE
           IF WS-IVW-STATUS = "00"
                             MOVE IV-SLOT TO
                                  WS-PR-SLOT(WS-PROPOSED-COUNT)
                          END-IF
                          IF (IV-PROPOSED OR IV-CONFIRMED) AND
                             FUNCTION TRIM(IV-EMPLOYER) =
                             FUNCTION TRIM(IV-USERNAME)
                             ADD 1 TO WS-LIVE-EMP-COUNT
                          END-IF
                          IF IV-CONFIRMED AND
                             FUNCTION TRIM(IV-EMPLOYER) =
                             FUNCTION TRIM(IV-USERNAME) AND
                 END-STRING
              END-IF
              PERFORM OUT
           END-IF
           IF IV-PROPOSED OR IV-CONFIRMED
              MOVE IV-JOB-ID TO WS-RBK-JOB-ID
              MOVE IV-APPLICANT TO WS-RBK-APPLICANT
              MOVE IV-SLOT TO WS-RBK-SLOT
              PERFORM FIND-INTERVIEW-ROOM
              IF WS-RBK-ROOM NOT = SPACES
                 MOVE SPACES TO WS-LINE
                 STRING "    Room: " FUNCTION TRIM(WS-RBK-ROOM) " "
                        FUNCTION TRIM(WS-ROOM-NAME)
                        DELIMITED BY SIZE INTO WS-LINE
                 END-STRING
                 PERFORM OUT
              END-IF
           END-IF
           MOVE IV-APPLICANT TO WS-IA-STUDENT
           MOVE IV-JOB-ID TO WS-IA-JOB-ID
           PERFORM CHECK-ACCOMMODATION
           IF WS-IA-RESULT NOT = SPACES
              PERFORM SAY-LINE
           END-IF.

      *> Sets WS-LINE to the one accommodation line either side may
      *> see for WS-IA-STUDENT and WS-IA-JOB-ID; WS-IA-RESULT stays
      *> spaces when there is none.
       CHECK-ACCOMMODATION.
           MOVE "STATUS" TO WS-IA-COMMAND
           MOVE SPACES TO WS-IA-EMPLOYER
           MOVE SPACES TO WS-IA-SLOT
           CALL "INTERVIEW-ACCOM" USING WS-IA-COMMAND WS-IA-STUDENT
                WS-IA-JOB-ID WS-IA-EMPLOYER WS-IA-SLOT WS-IA-RESULT
           EVALUATE WS-IA-RESULT
              WHEN "ARRANGING"
                 MOVE "    Accommodation: being arranged by career"
                      & " services" TO WS-LINE
                 MOVE "INTV-023" TO WS-MSG-ID
              WHEN "CONFIRMED"
                 MOVE "    Accommodation: confirmed by career services"
                      TO WS-LINE
                 MOVE "INTV-024" TO WS-MSG-ID
           END-EVALUATE.

      *> The employer-side "My Interview Schedule" view: every
      *> confirmed slot this user holds as the employer, sorted by
      *> slot and laid out as a per-day agenda so a week can be
      *> exchange sort on the whole slot groups days in order too.
       SHOW-EMPLOYER-AGENDA.
           MOVE "--- My Interview Schedule ---" TO WS-LINE
           MOVE "INTV-003" TO WS-MSG-ID
           PERFORM SAY-LINE

           PERFORM VARYING WS-AG-I FROM 1 BY 1
                   UNTIL WS-AG-I >= WS-AGENDA-COUNT
                     INTO WS-LINE
              END-STRING
              PERFORM OUT
              MOVE WS-AG-APPLICANT(WS-AG-I) TO WS-IA-STUDENT
              MOVE WS-AG-JOB-ID(WS-AG-I) TO WS-IA-JOB-ID
              PERFORM CHECK-ACCOMMODATION
              IF WS-IA-RESULT NOT = SPACES
                 PERFORM SAY-LINE
              END-IF
           END-PERFORM.

      *> Walks the applicant through answering one Proposed slot:
           PERFORM OUT
           MOVE "Enter the Job ID of the slot to answer (0 to skip):"
                TO WS-LINE
           MOVE "INTV-004" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE SPACES TO WS-LINE
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE
           END-IF

           MOVE "1. Confirm this slot" TO WS-LINE
           MOVE "INTV-005" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "2. Ask for another slot" TO WS-LINE
           MOVE "INTV-006" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "Enter your choice:" TO WS-LINE
           MOVE "ENTER-CHOICE" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE SPACES TO WS-LINE
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE
              PERFORM UPDATE-INTERVIEW-ROW
           ELSE
              MOVE "Invalid choice." TO WS-LINE
              MOVE "INTV-007" TO WS-MSG-ID
              PERFORM SAY-LINE
           END-IF.

      *> Rewrites the matching Proposed row for this applicant and
                          FUNCTION TRIM(IV-USERNAME) AND
                          IV-PROPOSED
                          MOVE IV-EMPLOYER TO WS-NOTIF-TO
                          MOVE IV-SLOT TO WS-IA-SLOT
                          IF WS-RESP-CHOICE = 1
                             SET IV-CONFIRMED TO TRUE
                          ELSE

           IF WS-NOTIF-TO = SPACES
              MOVE "No proposed slot matches that Job ID." TO WS-LINE
              MOVE "INTV-008" TO WS-MSG-ID
              PERFORM SAY-LINE
           ELSE
              MOVE SPACES TO WS-NOTIF-MSG
              IF WS-RESP-CHOICE = 1
                        INTO WS-NOTIF-MSG
                 END-STRING
                 MOVE "Interview confirmed." TO WS-LINE
                 MOVE "INTV-021" TO WS-MSG-ID
              ELSE
                 STRING FUNCTION TRIM(IV-USERNAME)
                        " asked for another slot for Job ID "
                 END-STRING
                 MOVE "The employer has been asked for another slot."
                      TO WS-LINE
                 MOVE "INTV-022" TO WS-MSG-ID
              END-IF
              PERFORM WRITE-NOTIFICATION
              PERFORM SAY-LINE
              IF WS-RESP-CHOICE = 2
                 MOVE WS-PICK-NUM TO WS-RBK-JOB-ID
                 MOVE IV-USERNAME TO WS-RBK-APPLICANT
                 MOVE WS-IA-SLOT TO WS-RBK-SLOT
                 PERFORM RELEASE-INTERVIEW-ROOM
              END-IF
              MOVE "REQUEST" TO WS-IA-COMMAND
              MOVE IV-USERNAME TO WS-IA-STUDENT
              MOVE WS-PICK-NUM TO WS-IA-JOB-ID
              MOVE WS-NOTIF-TO TO WS-IA-EMPLOYER
              CALL "INTERVIEW-ACCOM" USING WS-IA-COMMAND
                   WS-IA-STUDENT WS-IA-JOB-ID WS-IA-EMPLOYER
                   WS-IA-SLOT WS-IA-RESULT
           END-IF.

      *> The employer calls off one of their Proposed or Confirmed
      *> interviews. The row goes to Declined, the status every
      *> screen and report already reads as not going ahead; the
      *> applicant is told, and a room held for it is given back.
       CANCEL-AN-INTERVIEW.
           MOVE "Enter the Job ID of an interview to cancel (0 to skip)"
            & ":" TO WS-LINE
           MOVE "INTV-009" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE SPACES TO WS-LINE
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE
           MOVE FUNCTION NUMVAL(WS-LINE) TO WS-RBK-JOB-ID
           IF WS-RBK-JOB-ID = 0
              EXIT PARAGRAPH
           END-IF

           MOVE "Enter the applicant's username:" TO WS-LINE
           MOVE "INTV-010" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE SPACES TO WS-LINE
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE
           MOVE WS-LINE(1:20) TO WS-RBK-APPLICANT

           MOVE "N" TO WS-CANCEL-FOUND
           MOVE "N" TO WS-EOF
           OPEN INPUT INTERVIEW-FILE
           OPEN OUTPUT INTERVIEW-TEMP-FILE
           IF WS-IVW-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ INTERVIEW-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF IV-JOB-ID = WS-RBK-JOB-ID AND
                          FUNCTION TRIM(IV-EMPLOYER) =
                          FUNCTION TRIM(IV-USERNAME) AND
                          FUNCTION TRIM(IV-APPLICANT) =
                          FUNCTION TRIM(WS-RBK-APPLICANT) AND
                          (IV-PROPOSED OR IV-CONFIRMED) AND
                          WS-CANCEL-FOUND = "N"
                          MOVE "Y" TO WS-CANCEL-FOUND
                          MOVE IV-SLOT TO WS-RBK-SLOT
                          SET IV-DECLINED TO TRUE
                       END-IF
                       WRITE INTERVIEW-TEMP-REC FROM INTERVIEW-REC
                 END-READ
              END-PERFORM
              CLOSE INTERVIEW-FILE
           END-IF
           CLOSE INTERVIEW-TEMP-FILE

           IF WS-CANCEL-FOUND = "N"
              MOVE "No proposed or confirmed interview of yours "
               & "matches that." TO WS-LINE
              MOVE "INTV-011" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT INTERVIEW-FILE
           OPEN INPUT INTERVIEW-TEMP-FILE
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
              READ INTERVIEW-TEMP-FILE INTO INTERVIEW-REC
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END WRITE INTERVIEW-REC
              END-READ
           END-PERFORM
           CLOSE INTERVIEW-TEMP-FILE
           CLOSE INTERVIEW-FILE

           MOVE WS-RBK-APPLICANT TO WS-NOTIF-TO
           MOVE SPACES TO WS-NOTIF-MSG
           STRING "Your interview for Job ID " WS-RBK-JOB-ID " on "
                  FUNCTION TRIM(WS-RBK-SLOT)
                  " was cancelled by the employer."
                  DELIMITED BY SIZE INTO WS-NOTIF-MSG
           END-STRING
           PERFORM WRITE-NOTIFICATION
           MOVE "Interview cancelled and the applicant notified."
                TO WS-LINE
           MOVE "INTV-012" TO WS-MSG-ID
           PERFORM SAY-LINE

           PERFORM RELEASE-INTERVIEW-ROOM
           IF WS-RBK-RELEASED = "Y"
              MOVE SPACES TO WS-LINE
              STRING "Room " FUNCTION TRIM(WS-RBK-ROOM)
                     " is free again for that slot."
                     DELIMITED BY SIZE INTO WS-LINE
              END-STRING
              PERFORM OUT
           END-IF.

      *> WS-RBK-ROOM and WS-ROOM-NAME for the room booked against
      *> WS-RBK-JOB-ID, WS-RBK-APPLICANT and WS-RBK-SLOT; blank when
      *> the interview holds no room.
       FIND-INTERVIEW-ROOM.
           MOVE SPACES TO WS-RBK-ROOM
           MOVE SPACES TO WS-ROOM-NAME
           MOVE "N" TO WS-RBK-EOF
           OPEN INPUT ROOM-BOOKING-FILE
           IF WS-RBK-STATUS = "00"
              PERFORM UNTIL WS-RBK-EOF = "Y"
                 READ ROOM-BOOKING-FILE
                    AT END MOVE "Y" TO WS-RBK-EOF
                    NOT AT END
                       IF RBK-JOB-ID = WS-RBK-JOB-ID AND
                          FUNCTION TRIM(RBK-APPLICANT) =
                          FUNCTION TRIM(WS-RBK-APPLICANT) AND
                          FUNCTION TRIM(RBK-SLOT) =
                          FUNCTION TRIM(WS-RBK-SLOT)
                          MOVE RBK-ROOM TO WS-RBK-ROOM
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ROOM-BOOKING-FILE
           END-IF
           IF WS-RBK-ROOM = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-ROOM-EOF
           OPEN INPUT ROOM-FILE
           IF WS-ROOM-STATUS = "00"
              PERFORM UNTIL WS-ROOM-EOF = "Y"
                 READ ROOM-FILE
                    AT END MOVE "Y" TO WS-ROOM-EOF
                    NOT AT END
                       IF RM-CODE = WS-RBK-ROOM
                          MOVE RM-NAME TO WS-ROOM-NAME
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ROOM-FILE
           END-IF.

      *> Drops the booking for WS-RBK-JOB-ID, WS-RBK-APPLICANT and
      *> WS-RBK-SLOT so the room can be booked again for that slot;
      *> WS-RBK-RELEASED says whether there was one to drop.
       RELEASE-INTERVIEW-ROOM.
           MOVE "N" TO WS-RBK-RELEASED
           MOVE SPACES TO WS-RBK-ROOM
           MOVE "N" TO WS-RBK-EOF
           OPEN INPUT ROOM-BOOKING-FILE
           IF WS-RBK-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ROOM-BOOKING-TEMP-FILE
           PERFORM UNTIL WS-RBK-EOF = "Y"
              READ ROOM-BOOKING-FILE
                 AT END MOVE "Y" TO WS-RBK-EOF
                 NOT AT END
                    IF RBK-JOB-ID = WS-RBK-JOB-ID AND
                       FUNCTION TRIM(RBK-APPLICANT) =
                       FUNCTION TRIM(WS-RBK-APPLICANT) AND
                       FUNCTION TRIM(RBK-SLOT) =
                       FUNCTION TRIM(WS-RBK-SLOT)
                       MOVE "Y" TO WS-RBK-RELEASED
                       MOVE RBK-ROOM TO WS-RBK-ROOM
                    ELSE
                       WRITE ROOM-BOOKING-TEMP-REC FROM ROOM-BOOKING-REC
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ROOM-BOOKING-FILE
           CLOSE ROOM-BOOKING-TEMP-FILE

           IF WS-RBK-RELEASED = "N"
              EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT ROOM-BOOKING-FILE
           OPEN INPUT ROOM-BOOKING-TEMP-FILE
           MOVE "N" TO WS-RBK-EOF
           PERFORM UNTIL WS-RBK-EOF = "Y"
              READ ROOM-BOOKING-TEMP-FILE INTO ROOM-BOOKING-REC
                 AT END MOVE "Y" TO WS-RBK-EOF
                 NOT AT END WRITE ROOM-BOOKING-REC
              END-READ
           END-PERFORM
           CLOSE ROOM-BOOKING-TEMP-FILE
           CLOSE ROOM-BOOKING-FILE.

      *> Raises one notification through the shared NOTIFY-USER
      *> module, which honors the recipient's category preferences;
      *> interview traffic is job activity.

           MOVE "Update your weekly availability windows? (Y/N):"
                TO WS-LINE
           MOVE "INTV-013" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE SPACES TO WS-LINE
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE

           MOVE "Enter each window as day, start and end; day 0 ends."
                TO WS-LINE
           MOVE "INTV-014" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE 1 TO WS-AV-DAY-PICK
           PERFORM UNTIL WS-AV-DAY-PICK = 0
              MOVE "Enter the day (1=Mon ... 7=Sun, 0 to finish):"
                   TO WS-LINE
              MOVE "INTV-015" TO WS-MSG-ID
              PERFORM SAY-LINE
              MOVE SPACES TO WS-LINE
              MOVE "READ" TO WS-COMMAND
              CALL "IO-MODULE" USING WS-COMMAND WS-LINE
              END-IF
           END-PERFORM
           MOVE "Availability saved." TO WS-LINE
           MOVE "INTV-016" TO WS-MSG-ID
           PERFORM SAY-LINE.

       ADD-ONE-WINDOW.
           OPEN EXTEND AVAIL-FILE
           MOVE IV-USERNAME TO AV-USERNAME
           MOVE WS-AV-DAY-PICK TO AV-DAY
           MOVE "From what time (HH:MM)?" TO WS-LINE
           MOVE "INTV-017" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE SPACES TO WS-LINE
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE
           MOVE WS-LINE(1:5) TO AV-FROM
           MOVE "Until what time (HH:MM)?" TO WS-LINE
           MOVE "INTV-018" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE SPACES TO WS-LINE
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE
                          IF WS-AV-COUNT = 1
                             MOVE "Your published availability:"
                                  TO WS-LINE
                             MOVE "INTV-019" TO WS-MSG-ID
                             PERFORM SAY-LINE
                          END-IF
                          PERFORM DAY-NUMBER-TO-NAME
                          MOVE SPACES TO WS-LINE
           IF WS-AV-COUNT = 0
              MOVE "You have not published availability windows yet."
                   TO WS-LINE
              MOVE "INTV-020" TO WS-MSG-ID
              PERFORM SAY-LINE
           END-IF.

       DAY-NUMBER-TO-NAME.
           MOVE "WRITE" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE.

      *> OUT in the account's screen language: WS-LINE
      *> holds the English wording, WS-MSG-ID its data/msg-catalog.dat
      *> ID.
       SAY-LINE.
           MOVE "TEXT" TO WS-SX-COMMAND
           CALL "SCREEN-TEXT" USING WS-SX-COMMAND IV-USERNAME
                                    WS-MSG-ID WS-LINE
           PERFORM OUT.

       END PROGRAM MY-INTERVIEWS.
