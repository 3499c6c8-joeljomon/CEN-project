      *> screening answers, messages sent and received, connections,
      *> pending requests, notifications, sessions, skills,
      *> certificates, event RSVPs, endorsements given and received,
      *> audit entries, past disclosures, and the document library
      *> and cover letters sent, and official letters issued -
      *> into one organized, human-readable file,
      *> reports/extract-<username>.txt, closing
      *> with a summary of which files contributed how many rows.
      *> The operator names who the package is going to, and the
      *> release is logged with DISCLOSURE-LOG; read-only on
      *> everything else it touches.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. USER-EXTRACT.

       77 WS-CURR-DATE      PIC X(21).
       77 I                 PIC 9(02).
       77 WS-SRC-IDX        PIC 9(02).
       77 WS-FC-COMMAND     PIC X(10).
       77 WS-FC-TEXT        PIC X(480).
       77 WS-FC-WIDTH       PIC 9(03).
       77 WS-FC-RESULT      PIC X(10).
       77 WS-DL-COMMAND    PIC X(10) VALUE "LOG".
       77 WS-DL-STUDENT    PIC X(20).
       77 WS-DL-RECIPIENT  PIC X(20).
       77 WS-DL-SOURCE     PIC X(16) VALUE "USER-EXTRACT".
       77 WS-DL-ITEM       PIC X(40).

      *> The files swept and where a username sits in each row.
      *> Position 0 means "not applicable"; two positions cover the
          05 FILLER PIC X(34) VALUE "endorsements.dat          001 051".
          05 FILLER PIC X(34) VALUE "login-audit.dat           001 000".
          05 FILLER PIC X(34) VALUE "change-audit.dat          001 000".
          05 FILLER PIC X(34) VALUE "disclosures.dat           011 000".
          05 FILLER PIC X(34) VALUE "documents.dat             001 000".
          05 FILLER PIC X(34) VALUE "document-text.dat         001 000".
          05 FILLER PIC X(34) VALUE "app-cover-letters.dat     001 000".
          05 FILLER PIC X(34) VALUE "conduct-incidents.dat     016 000".
          05 FILLER PIC X(34) VALUE "letters-issued.dat        013 000".
          05 FILLER PIC X(34) VALUE "policy-accepts.dat        001 000".
          05 FILLER PIC X(34) VALUE "campus-links.dat          021 000".
          05 FILLER PIC X(34) VALUE "digest-reply-refs.dat     010 030".
          05 FILLER PIC X(34) VALUE "apply-clicks.dat          006 000".
          05 FILLER PIC X(34) VALUE "outside-apps.dat          001 000".
          05 FILLER PIC X(34) VALUE "job-drafts.dat            001 000".
          05 FILLER PIC X(34) VALUE "fair-registrations.dat    006 000".
          05 FILLER PIC X(34) VALUE "room-bookings.dat         028 048".
          05 FILLER PIC X(34) VALUE "scholarship-committee.dat 005 000".
          05 FILLER PIC X(34) VALUE "scholarship-apps.dat      005 000".
          05 FILLER PIC X(34) VALUE "scholarship-scores.dat    005 025".
          05 FILLER PIC X(34) VALUE "practice-volunteers.dat   001 000".
          05 FILLER PIC X(34) VALUE "practice-sessions.dat     006 026".
          05 FILLER PIC X(34) VALUE "practice-feedback.dat     006 026".
          05 FILLER PIC X(34) VALUE "reply-templates.dat       001 000".
       01 WS-SOURCE-TABLE REDEFINES WS-SOURCE-LIST.
          05 WS-SOURCE-ENTRY OCCURS 36 TIMES.
             10 WS-SRC-FILE  PIC X(26).
             10 WS-SRC-POS1  PIC 9(03).
             10 FILLER       PIC X(01).

      *> Per-file contribution counts for the closing summary.
       01 WS-COUNT-TABLE.
          05 WS-SRC-COUNT PIC 9(05) OCCURS 36 TIMES VALUE 0.

           COPY "REGIONINF.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL "REGION-CONFIG" USING REGION-INFO
           IF RI-RESULT NOT = "OK"
              GOBACK
           END-IF

           DISPLAY "--- Per-student data extract ---"
           DISPLAY "Enter the student's username:"
           MOVE SPACES TO WS-SUBJECT
              GOBACK
           END-IF

           DISPLAY "Who is the package being released to (Enter if"
                   " the student asked for it themself):"
           MOVE SPACES TO WS-DL-RECIPIENT
           ACCEPT WS-DL-RECIPIENT
           IF FUNCTION TRIM(WS-DL-RECIPIENT) = SPACES
              MOVE "(the student)" TO WS-DL-RECIPIENT
           END-IF

           MOVE SPACES TO WS-EXTRACT-PATH
           STRING "reports/extract-" FUNCTION TRIM(WS-SUBJECT) ".txt"
                  DELIMITED BY SIZE INTO WS-EXTRACT-PATH
           END-STRING
           OPEN OUTPUT EXTRACT-FILE
           WRITE EXTRACT-REC

           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > 36
              PERFORM EXTRACT-ONE-FILE
           END-PERFORM

           WRITE EXTRACT-REC
           MOVE "Summary of sources:" TO EXTRACT-REC
           WRITE EXTRACT-REC
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 36
              MOVE SPACES TO EXTRACT-REC
              STRING "  " FUNCTION TRIM(WS-SRC-FILE(I))
                     ": " WS-SRC-COUNT(I) " row(s)"
           WRITE EXTRACT-REC
           CLOSE EXTRACT-FILE

           MOVE WS-SUBJECT TO WS-DL-STUDENT
           MOVE SPACES TO WS-DL-ITEM
           STRING "Full data extract, " WS-TOTAL-ROWS " rows"
                  DELIMITED BY SIZE INTO WS-DL-ITEM
           END-STRING
           CALL "DISCLOSURE-LOG" USING WS-DL-COMMAND WS-DL-STUDENT
                WS-DL-RECIPIENT WS-DL-SOURCE WS-DL-ITEM

           DISPLAY "USER-EXTRACT: " WS-TOTAL-ROWS
                   " row(s) written to "
                   FUNCTION TRIM(WS-EXTRACT-PATH) "."
                     DELIMITED BY SIZE INTO EXTRACT-REC
              END-STRING
           ELSE
              IF FUNCTION TRIM(WS-SRC-FILE(WS-SRC-IDX)) =
                 "messages.dat"
                 PERFORM OPEN-MESSAGE-TEXT
              END-IF
              STRING "  " DATA-REC(1:600)
                     DELIMITED BY SIZE INTO EXTRACT-REC
              END-STRING
           END-IF
           WRITE EXTRACT-REC.

      *> MSG-TEXT (bytes 41-520) is kept sealed on file; the student
      *> is owed the words, not the seal. DATA-FILE is only read, so
      *> the row is opened in place.
       OPEN-MESSAGE-TEXT.
           MOVE "DECRYPT" TO WS-FC-COMMAND
           MOVE DATA-REC(41:480) TO WS-FC-TEXT
           MOVE 480 TO WS-FC-WIDTH
           CALL "FIELD-CRYPT" USING WS-FC-COMMAND WS-FC-TEXT
                WS-FC-WIDTH WS-FC-RESULT
           MOVE WS-FC-TEXT TO DATA-REC(41:480).

       END PROGRAM USER-EXTRACT.
