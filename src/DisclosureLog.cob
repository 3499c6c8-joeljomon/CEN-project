      *> The student record disclosure log the records-privacy policy
      *> calls for: every release of a student's information to an
      *> outside party is one row in data/disclosures.dat, append
      *> only and never purged with the account, so a student can be
      *> told who received what and the registrar can report on it
      *> by employer (DISCLOSURE-REPORT). Each row:
      *>
      *>   date released, student, recipient (employer account or
      *>   the party named at release), releasing program, what was
      *>   sent
      *>
      *> Written by APP-FEED-OUT (one row per application in a
      *> delta file), RESUME-BOOK (per resume in a book),
      *> APPLICANT-PACKET (per packet), TALENT-SEARCH (per profile
      *> shown to an employer) and USER-EXTRACT (per package).
      *>
      *> Commands (DL-COMMAND):
      *>   LOG  - append one row for DL-STUDENT / DL-RECIPIENT /
      *>          DL-SOURCE / DL-ITEM, dated today
      *>   SHOW - list DL-STUDENT's disclosures on screen, newest
      *>          first, for the "Who has received my information"
      *>          screen
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISCLOSURE-LOG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISCLOSURE-FILE ASSIGN TO "data/disclosures.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD DISCLOSURE-FILE.
       01 DISCLOSURE-REC.
          05 DS-DATE        PIC X(10).
          05 DS-STUDENT     PIC X(20).
          05 DS-RECIPIENT   PIC X(20).
          05 DS-SOURCE      PIC X(16).
          05 DS-ITEM        PIC X(40).

       WORKING-STORAGE SECTION.
       77 WS-DISC-STATUS    PIC XX.
       77 WS-EOF            PIC X VALUE "N".
       77 WS-CURR-DATE      PIC X(21).
       77 WS-IO-COMMAND     PIC X(20).
       77 WS-IO-LINE        PIC X(500).
       77 WS-SX-COMMAND     PIC X(10).
       77 WS-MSG-ID         PIC X(12).
       77 WS-IDX            PIC 9(03).
       77 WS-MORE           PIC 9(05) VALUE 0.

      *> The student's rows, oldest first as read; shown newest
      *> first. Older rows beyond the table are counted, not shown.
       01 WS-SHOW-TABLE.
          05 WS-SHOW-COUNT  PIC 9(03) VALUE 0.
          05 WS-SHOW-ENTRY OCCURS 200 TIMES.
             10 WS-SH-DATE      PIC X(10).
             10 WS-SH-RECIPIENT PIC X(20).
             10 WS-SH-ITEM      PIC X(40).

       LINKAGE SECTION.
       01 DL-COMMAND    PIC X(10).
       01 DL-STUDENT    PIC X(20).
       01 DL-RECIPIENT  PIC X(20).
       01 DL-SOURCE     PIC X(16).
       01 DL-ITEM       PIC X(40).

       PROCEDURE DIVISION USING DL-COMMAND DL-STUDENT DL-RECIPIENT
                                DL-SOURCE DL-ITEM.
       MAIN-PROGRAM.
           EVALUATE FUNCTION TRIM(DL-COMMAND)
              WHEN "LOG"
                 PERFORM LOG-DISCLOSURE
              WHEN "SHOW"
                 PERFORM SHOW-DISCLOSURES
           END-EVALUATE
           GOBACK.

       LOG-DISCLOSURE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE
           OPEN EXTEND DISCLOSURE-FILE
           IF WS-DISC-STATUS NOT = "00"
              OPEN OUTPUT DISCLOSURE-FILE
           END-IF
           MOVE SPACES TO DISCLOSURE-REC
           STRING WS-CURR-DATE(1:4) "-" WS-CURR-DATE(5:2) "-"
                  WS-CURR-DATE(7:2)
                  DELIMITED BY SIZE INTO DS-DATE
           END-STRING
           MOVE DL-STUDENT TO DS-STUDENT
           MOVE DL-RECIPIENT TO DS-RECIPIENT
           MOVE DL-SOURCE TO DS-SOURCE
           MOVE DL-ITEM TO DS-ITEM
           WRITE DISCLOSURE-REC
           CLOSE DISCLOSURE-FILE.

       SHOW-DISCLOSURES.
           MOVE 0 TO WS-SHOW-COUNT
           MOVE 0 TO WS-MORE
           OPEN INPUT DISCLOSURE-FILE
           IF WS-DISC-STATUS = "00"
              MOVE "N" TO WS-EOF
              PERFORM UNTIL WS-EOF = "Y"
                 READ DISCLOSURE-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF FUNCTION TRIM(DS-STUDENT) =
                          FUNCTION TRIM(DL-STUDENT)
                          PERFORM KEEP-FOR-SHOW
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DISCLOSURE-FILE
           END-IF

           MOVE "--- Who Has Received My Information ---"
              TO WS-IO-LINE
           MOVE "DISC-001" TO WS-MSG-ID
           PERFORM SAY-LINE
           IF WS-SHOW-COUNT = 0
              MOVE "No outside party has received your information."
                 TO WS-IO-LINE
              MOVE "DISC-002" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF
           MOVE "Date        Recipient             What was sent"
              TO WS-IO-LINE
           MOVE "DISC-003" TO WS-MSG-ID
           PERFORM SAY-LINE
           PERFORM VARYING WS-IDX FROM WS-SHOW-COUNT BY -1
                   UNTIL WS-IDX < 1
              MOVE SPACES TO WS-IO-LINE
              STRING WS-SH-DATE(WS-IDX) "  "
                     WS-SH-RECIPIENT(WS-IDX) "  "
                     FUNCTION TRIM(WS-SH-ITEM(WS-IDX))
                     DELIMITED BY SIZE INTO WS-IO-LINE
              END-STRING
              PERFORM WRITE-LINE
           END-PERFORM
           IF WS-MORE > 0
              MOVE SPACES TO WS-IO-LINE
              STRING "(" WS-MORE " earlier disclosure(s) not shown;"
                     " ask the registrar for the full list.)"
                     DELIMITED BY SIZE INTO WS-IO-LINE
              END-STRING
              PERFORM WRITE-LINE
           END-IF.

      *> Keeps the latest 200: once full, the oldest kept row is
      *> dropped and counted in WS-MORE.
       KEEP-FOR-SHOW.
           IF WS-SHOW-COUNT >= 200
              ADD 1 TO WS-MORE
              PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 199
                 MOVE WS-SHOW-ENTRY(WS-IDX + 1)
                    TO WS-SHOW-ENTRY(WS-IDX)
              END-PERFORM
           ELSE
              ADD 1 TO WS-SHOW-COUNT
           END-IF
           MOVE DS-DATE TO WS-SH-DATE(WS-SHOW-COUNT)
           MOVE DS-RECIPIENT TO WS-SH-RECIPIENT(WS-SHOW-COUNT)
           MOVE DS-ITEM TO WS-SH-ITEM(WS-SHOW-COUNT).

       WRITE-LINE.
           MOVE "WRITE" TO WS-IO-COMMAND
           CALL "IO-MODULE" USING WS-IO-COMMAND WS-IO-LINE.

      *> WRITE-LINE in the account's screen language: WS-IO-LINE
      *> holds the English wording, WS-MSG-ID its data/msg-catalog.dat
      *> ID.
       SAY-LINE.
           MOVE "TEXT" TO WS-SX-COMMAND
           CALL "SCREEN-TEXT" USING WS-SX-COMMAND DL-STUDENT
                                    WS-MSG-ID WS-IO-LINE
           PERFORM WRITE-LINE.

       END PROGRAM DISCLOSURE-LOG.
