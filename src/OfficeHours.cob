      *> A student holds at most two upcoming bookings per company.
      *> Confirmations go through NOTIFY-USER; the
      *> OFFICE-HOUR-REMIND batch sends the day-before reminders the
      *> way EVENT-REMIND does for events. A no-show is also entered
      *> in the professional conduct register through CONDUCT-LOG.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OFFICE-HOURS.

       77 WS-EOF            PIC X VALUE "N".
       77 WS-COMMAND        PIC X(20).
       77 WS-LINE           PIC X(500).
       77 WS-SX-COMMAND     PIC X(10).
       77 WS-MSG-ID         PIC X(12).
       77 WS-ACTION         PIC 9(01) VALUE 0.
       77 WS-LIST-COUNT     PIC 9(03) VALUE 0.
       77 WS-BLOCK-DATE     PIC X(10).
       77 WS-NOTIF-MSG      PIC X(100).
       77 WS-NOTIF-CATEGORY PIC X(12).
       77 I                 PIC 9(02).
       77 WS-NOSHOW-STUDENT PIC X(20).
       77 WS-CI-COMMAND     PIC X(10).
       77 WS-CI-TYPE        PIC X(10).
       77 WS-CI-REF         PIC X(30).
       77 WS-CI-RESULT      PIC X(10).

       LINKAGE SECTION.
       01 OH-COMMAND  PIC X(20).

       MANAGE-MY-HOURS.
           MOVE "--- Office Hours ---" TO WS-LINE
           MOVE "OFHR-001" TO WS-MSG-ID
           PERFORM SAY-LINE
           PERFORM LIST-MY-SLOTS
           IF WS-LIST-COUNT = 0
              MOVE "You have not published any office hours yet."
                   TO WS-LINE
              MOVE "OFHR-002" TO WS-MSG-ID
              PERFORM SAY-LINE
           END-IF

           MOVE "1. Publish a block of slots" TO WS-LINE
           MOVE "OFHR-003" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "2. Mark a past booking a no-show" TO WS-LINE
           MOVE "OFHR-004" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "3. Go back" TO WS-LINE
           MOVE "OFHR-005" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "Enter your choice:" TO WS-LINE
           MOVE "ENTER-CHOICE" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE SPACES TO WS-LINE
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE
      *> fifteen-minute slots; each becomes one bookable row.
       PUBLISH-A-BLOCK.
           MOVE "Date of the block (YYYY-MM-DD):" TO WS-LINE
           MOVE "OFHR-006" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE SPACES TO WS-LINE
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE
           MOVE WS-LINE(1:10) TO WS-BLOCK-DATE

           MOVE "Start time (HH:MM):" TO WS-LINE
           MOVE "OFHR-007" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE SPACES TO WS-LINE
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE
           MOVE WS-LINE(1:5) TO WS-BLOCK-START

           MOVE "How many fifteen-minute slots (1-12)?" TO WS-LINE
           MOVE "OFHR-008" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE SPACES TO WS-LINE
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE

       MARK-NO-SHOW.
           MOVE "Slot to mark (YYYY-MM-DD HH:MM):" TO WS-LINE
           MOVE "OFHR-009" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE SPACES TO WS-LINE
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE
                          OH-STUDENT NOT = SPACES
                          MOVE "Y" TO WS-UPDATE-DONE
                          MOVE "N" TO OH-NOSHOW
                          MOVE OH-STUDENT TO WS-NOSHOW-STUDENT
                       END-IF
                       WRITE HOURS-TEMP-REC FROM OFFICE-HOUR-REC
                 END-READ
           IF WS-UPDATE-DONE = "N"
              MOVE "No booked slot of yours matches that time."
                   TO WS-LINE
              MOVE "OFHR-010" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF
           PERFORM REWRITE-FROM-TEMP

           MOVE "LOG" TO WS-CI-COMMAND
           MOVE "OH-NOSHOW" TO WS-CI-TYPE
           MOVE SPACES TO WS-CI-REF
           STRING "Office hours " WS-PICK-SLOT
                  DELIMITED BY SIZE INTO WS-CI-REF
           END-STRING
           CALL "CONDUCT-LOG" USING WS-CI-COMMAND WS-NOSHOW-STUDENT
                WS-CI-TYPE WS-CI-REF OH-USERNAME WS-CI-RESULT
           MOVE "Marked as a no-show." TO WS-LINE
           MOVE "OFHR-011" TO WS-MSG-ID
           PERFORM SAY-LINE.

      *> The student side: free slots for OH-COMPANY listed, one
      *> picked, capacity one enforced by the booking itself and
       BOOK-A-SLOT.
           PERFORM COUNT-MY-BOOKINGS
           IF WS-MY-BOOKINGS >= 2
              MOVE "You already hold two upcoming chats with this"
               & " company -" TO WS-LINE
              MOVE "OFHR-012" TO WS-MSG-ID
              PERFORM SAY-LINE
              MOVE "give someone else a turn." TO WS-LINE
              MOVE "OFHR-017" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF

           IF WS-LIST-COUNT = 0
              MOVE "This company has no free office-hour slots."
                   TO WS-LINE
              MOVE "OFHR-013" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF

           MOVE "Enter the slot to book (YYYY-MM-DD HH:MM, or Enter "
            & "to go back):" TO WS-LINE
           MOVE "OFHR-014" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE SPACES TO WS-LINE
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE

           IF WS-UPDATE-DONE = "N"
              MOVE "That slot is not free." TO WS-LINE
              MOVE "OFHR-015" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF
           PERFORM REWRITE-FROM-TEMP

           MOVE "Slot booked - both sides have been notified."
                TO WS-LINE
           MOVE "OFHR-016" TO WS-MSG-ID
           PERFORM SAY-LINE.

       COUNT-MY-BOOKINGS.
           MOVE 0 TO WS-MY-BOOKINGS
           MOVE "WRITE" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE.

      *> OUT in the account's screen language: WS-LINE
      *> holds the English wording, WS-MSG-ID its data/msg-catalog.dat
      *> ID.
       SAY-LINE.
           MOVE "TEXT" TO WS-SX-COMMAND
           CALL "SCREEN-TEXT" USING WS-SX-COMMAND OH-USERNAME
                                    WS-MSG-ID WS-LINE
           PERFORM OUT.

       END PROGRAM OFFICE-HOURS.
