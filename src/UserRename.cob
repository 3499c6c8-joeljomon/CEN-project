      *> username (both columns of the two-sided files), rebuilds
      *> accounts.idx through INDEX-CONVERT, records the rename in
      *> change-audit.dat, and prints a per-file changed-row count
      *> (also written to reports/rename-report.txt) so the rename can
      *> be proven complete. Username fields are replaced as whole
      *> 20-character columns at each file's known offsets - never
      *> by substring - so a username that happens to appear inside
           SELECT DATA-TEMP-FILE ASSIGN TO "data/renametemp.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEMP-STATUS.
           SELECT REPORT-FILE ASSIGN TO "reports/rename-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       77 WS-FILES-DONE  PIC 9(03) VALUE 0.
       77 WS-ROW-HIT     PIC X VALUE "N".
       77 WS-REPORT-LINE PIC X(132).
       77 WS-SRC-IDX     PIC 9(03).
       77 WS-CAW-ACTOR   PIC X(20).
       77 WS-CAW-FILE    PIC X(20).
       77 WS-CAW-KEY     PIC X(30).
       77 WS-CAW-FIELD   PIC X(15).
       77 WS-CAW-BEFORE  PIC X(50).
       77 WS-CAW-AFTER   PIC X(50).
       77 WS-AC-COMMAND  PIC X(10).
       77 WS-AC-PATH     PIC X(40).
       77 WS-AC-ACTOR    PIC X(20) VALUE "USER-RENAME".
       77 WS-AC-ROW      PIC X(700).
       77 WS-AC-RESULT   PIC X(10).

      *> Every file that keys on a username and where its columns
      *> sit; position 0 means "no more columns in this file".
             VALUE "profile-views.dat         001 021 000".
          05 FILLER PIC X(40)
             VALUE "rate-hits.dat             001 000 000".
          05 FILLER PIC X(40)
             VALUE "groups.dat                146 000 000".
          05 FILLER PIC X(40)
             VALUE "group-members.dat         006 000 000".
          05 FILLER PIC X(40)
             VALUE "group-posts.dat           012 000 000".
          05 FILLER PIC X(40)
             VALUE "match-ranks.dat           005 030 000".
          05 FILLER PIC X(40)
             VALUE "academic-records.dat      001 000 000".
          05 FILLER PIC X(40)
             VALUE "resume-reviews.dat        006 026 000".
          05 FILLER PIC X(40)
             VALUE "resume-review-notes.dat   009 000 000".
          05 FILLER PIC X(40)
             VALUE "job-attestations.dat      043 000 000".
          05 FILLER PIC X(40)
             VALUE "job-locations.dat         035 000 000".
          05 FILLER PIC X(40)
             VALUE "adhoc-queries.dat         033 000 000".
          05 FILLER PIC X(40)
             VALUE "job-closures.dat          016 000 000".
          05 FILLER PIC X(40)
             VALUE "account-language.dat      001 000 000".
          05 FILLER PIC X(40)
             VALUE "disclosures.dat           011 031 000".
          05 FILLER PIC X(40)
             VALUE "employer-relations.dat    001 021 000".
          05 FILLER PIC X(40)
             VALUE "employer-contacts.dat     001 036 000".
          05 FILLER PIC X(40)
             VALUE "documents.dat             001 000 000".
          05 FILLER PIC X(40)
             VALUE "document-text.dat         001 000 000".
          05 FILLER PIC X(40)
             VALUE "app-cover-letters.dat     001 000 000".
          05 FILLER PIC X(40)
             VALUE "conduct-incidents.dat     016 077 107".
          05 FILLER PIC X(40)
             VALUE "eeo-selfid.dat            001 000 000".
          05 FILLER PIC X(40)
             VALUE "accommodations.dat        006 031 158".
          05 FILLER PIC X(40)
             VALUE "learning-agreements.dat   001 026 046".
          05 FILLER PIC X(40)
             VALUE "letters-issued.dat        013 000 000".
          05 FILLER PIC X(40)
             VALUE "policy-accepts.dat        001 000 000".
          05 FILLER PIC X(40)
             VALUE "policy-versions.dat       015 000 000".
          05 FILLER PIC X(40)
             VALUE "campus-links.dat          021 000 000".
          05 FILLER PIC X(40)
             VALUE "digest-reply-refs.dat     010 030 000".
          05 FILLER PIC X(40)
             VALUE "syndication-log.dat       034 000 000".
          05 FILLER PIC X(40)
             VALUE "apply-clicks.dat          006 000 000".
          05 FILLER PIC X(40)
             VALUE "outside-apps.dat          001 000 000".
          05 FILLER PIC X(40)
             VALUE "job-drafts.dat            001 043 000".
          05 FILLER PIC X(40)
             VALUE "employer-tiers.dat        001 000 000".
          05 FILLER PIC X(40)
             VALUE "fair-registrations.dat    006 000 000".
          05 FILLER PIC X(40)
             VALUE "fair-booths.dat           012 000 000".
          05 FILLER PIC X(40)
             VALUE "room-bookings.dat         028 048 000".
          05 FILLER PIC X(40)
             VALUE "scholarship-committee.dat 005 000 000".
          05 FILLER PIC X(40)
             VALUE "scholarship-apps.dat      005 000 000".
          05 FILLER PIC X(40)
             VALUE "scholarship-scores.dat    005 025 000".
          05 FILLER PIC X(40)
             VALUE "practice-volunteers.dat   001 000 000".
          05 FILLER PIC X(40)
             VALUE "practice-sessions.dat     006 026 000".
          05 FILLER PIC X(40)
             VALUE "practice-feedback.dat     006 026 000".
          05 FILLER PIC X(40)
             VALUE "connection-tags.dat       001 021 000".
          05 FILLER PIC X(40)
             VALUE "reply-templates.dat       001 000 000".
       01 WS-SOURCE-TABLE REDEFINES WS-SOURCE-LIST.
          05 WS-SOURCE-ENTRY OCCURS 102 TIMES.
             10 WS-SRC-FILE PIC X(26).
             10 WS-SRC-POS1 PIC 9(03).
             10 FILLER      PIC X(01).
             10 WS-SRC-POS3 PIC 9(03).
             10 FILLER      PIC X(03).

           COPY "REGIONINF.cpy".
           COPY "RPTINF.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL "REGION-CONFIG" USING REGION-INFO
           IF RI-RESULT NOT = "OK"
              GOBACK
           END-IF

           DISPLAY "--- Username rename ---"
           DISPLAY "Current username:"
           MOVE SPACES TO WS-OLD-NAME
           PERFORM WRITE-REPORT-LINE

           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > 102
              PERFORM RENAME-IN-ONE-FILE
           END-PERFORM

           PERFORM WRITE-REPORT-LINE
           CLOSE REPORT-FILE

           MOVE "reports/rename-report.txt" TO RPI-PATH
           MOVE "USER-RENAME" TO RPI-REPORT-ID
           MOVE "Username rename" TO RPI-TITLE
           MOVE SPACES TO RPI-SELECTION
           STRING "rename " FUNCTION TRIM(WS-OLD-NAME) " to "
                  FUNCTION TRIM(WS-NEW-NAME)
                  DELIMITED BY SIZE INTO RPI-SELECTION
           END-STRING
           MOVE WS-TOTAL-HITS TO RPI-RECORDS
           MOVE "rows changed" TO RPI-RECORD-NOUN
           CALL "REPORT-FORMAT" USING REPORT-PAGE-INFO

      *> accounts.idx is derived data: rebuild it from the renamed
      *> accounts.dat the way the nightly conversion does.
           CALL "INDEX-CONVERT"
                WS-CAW-KEY WS-CAW-FIELD WS-CAW-BEFORE WS-CAW-AFTER

           DISPLAY "USER-RENAME: done - " WS-TOTAL-HITS
                   " row(s) changed; see reports/rename-report.txt."
           GOBACK.

       WRITE-REPORT-LINE.
           END-PERFORM
           CLOSE DATA-TEMP-FILE
           CLOSE DATA-FILE
           PERFORM RESEAL-AUDIT-CHAIN

           ADD WS-FILE-HITS TO WS-TOTAL-HITS
           ADD 1 TO WS-FILES-DONE
              ADD 1 TO WS-FILE-HITS
           END-IF.

      *> A rewrite of a hash-chained evidence file (login-audit.dat,
      *> change-audit.dat, a journal) has to be resealed, or the
      *> next AUDIT-VERIFY reports it as tampering; AUDIT-CHAIN
      *> answers NOTCHAINED for every other file and does nothing.
       RESEAL-AUDIT-CHAIN.
           MOVE "RESEAL" TO WS-AC-COMMAND
           MOVE WS-DATA-PATH TO WS-AC-PATH
           MOVE SPACES TO WS-AC-ROW
           CALL "AUDIT-CHAIN" USING WS-AC-COMMAND WS-AC-PATH
                WS-AC-ACTOR WS-AC-ROW WS-AC-RESULT
           IF WS-AC-RESULT = "BUSY"
              DISPLAY "USER-RENAME: " FUNCTION TRIM(WS-DATA-PATH)
                      " could not be resealed (audit chain busy) -"
                      " reseal it with AUDIT-VERIFY RESEAL."
           END-IF.

       END PROGRAM USER-RENAME.
