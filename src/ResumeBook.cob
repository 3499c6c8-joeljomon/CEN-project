      *> student who is open to work (PROF-OPEN-FLAG) AND gave the
      *> explicit per-event consent CAREER-EVENTS captures at RSVP
      *> time, and writes one book per major -
      *> reports/resumebook-<event>-<employer>-<n>.txt - opening with
      *> an index page. Each student's section is their generated
      *> resume document (the file PROF-RESUME-REF names) copied in
      *> whole; a student without one gets the same profile render
      *> the resume generator produces. Each resume included is
      *> logged with DISCLOSURE-LOG against the employer.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESUME-BOOK.

       01 WS-CAND-NAMES.
          05 WS-CAND-NAME PIC X(41) OCCURS 100 TIMES.
       77 C                 PIC 9(03).
       77 WS-DL-COMMAND    PIC X(10) VALUE "LOG".
       77 WS-DL-STUDENT    PIC X(20).
       77 WS-DL-RECIPIENT  PIC X(20).
       77 WS-DL-SOURCE     PIC X(16) VALUE "RESUME-BOOK".
       77 WS-DL-ITEM       PIC X(40).

           COPY "REGIONINF.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL "REGION-CONFIG" USING REGION-INFO
           IF RI-RESULT NOT = "OK"
              GOBACK
           END-IF

           DISPLAY "--- Resume book generator ---"
           DISPLAY "Event number:"
           MOVE SPACES TO WS-ANSWER
           END-IF

           MOVE SPACES TO WS-BOOK-PATH
           STRING "reports/resumebook-" WS-EVENT-ID
                  "-" FUNCTION TRIM(WS-EMPLOYER)
                  "-" WS-MAJOR-IDX ".txt"
                  DELIMITED BY SIZE INTO WS-BOOK-PATH
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-CAND-COUNT
              MOVE SPACES TO BOOK-REC
              WRITE BOOK-REC
              MOVE "=================================================="
                   TO BOOK-REC
              WRITE BOOK-REC
              PERFORM WRITE-ONE-RESUME
              PERFORM LOG-RESUME-DISCLOSURE
           END-PERFORM

           CLOSE BOOK-FILE
                   FUNCTION TRIM(WS-BOOK-PATH)
                   " (" WS-CAND-COUNT " resume(s)).".

      *> A resume in the book is the student's information going to
      *> the employer it was prepared for.
       LOG-RESUME-DISCLOSURE.
           MOVE WS-CAND-USER(C) TO WS-DL-STUDENT
           MOVE WS-EMPLOYER TO WS-DL-RECIPIENT
           MOVE SPACES TO WS-DL-ITEM
           STRING "Resume in resume book, event " WS-EVENT-ID
                  DELIMITED BY SIZE INTO WS-DL-ITEM
           END-STRING
           CALL "DISCLOSURE-LOG" USING WS-DL-COMMAND WS-DL-STUDENT
                WS-DL-RECIPIENT WS-DL-SOURCE WS-DL-ITEM.

       COLLECT-CANDIDATES.
           MOVE 0 TO WS-CAND-COUNT
           MOVE "N" TO WS-EOF
