      *>   category,deadline
      *>
      *> (salary and deadline may be empty; no embedded commas).
      *> Further optional columns carry the visa-sponsor flag and,
      *> for an unpaid posting, its primary-beneficiary attestation
      *> (see WS-CSV-FIELDS), and a last optional column gives the
      *> work mode - On-site, Hybrid or Remote.
      *> Each row is validated the way POST-JOB validates a manual
      *> posting - required fields, numeric salary in 0-500000, a
      *> category from the shared reference list, a real YYYY-MM-DD
      *> deadline, and a poster who actually has an account (and has
      *> accepted the terms of use in force) - then
      *> appended to data/jobs.dat under a freshly assigned JOB-ID.
      *> Rows that fail go to data/job-import-rejects.csv with the
      *> reason appended, so the spreadsheet owner can fix and
      *> resubmit just those lines. Accepted rows pass through
      *> CONTENT-SCREEN like any POST-JOB posting; a match goes in
      *> Held for the moderation queue rather than live. The rows
      *> read, posted and rejected go to CONTROL-TOTALS for
      *> BATCH-DRIVER's balancing report.
      *> Each posted row's location is mapped to the location
      *> reference list through LOCATION-REF - "NYC" and "New York,
      *> NY" both land on the same list entry, and JOB-LOCATION is
      *> written in its standard form. A location the list cannot
      *> place is posted as typed but listed in
      *> reports/location-review.txt, so an admin can add the city
      *> or an alias for it and rerun LOCATION-NORMALIZE.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOB-IMPORT.

               FILE STATUS IS WS-ACCOUNT-STATUS.
           SELECT REJECT-FILE ASSIGN TO "data/job-import-rejects.csv"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REVIEW-FILE ASSIGN TO "reports/location-review.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD REJECT-FILE.
       01 REJECT-REC PIC X(560).

       FD REVIEW-FILE.
       01 REVIEW-REC PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-IMPORT-STATUS   PIC XX.
       77 WS-JOBS-STATUS     PIC XX.
       77 WS-ROW-COUNT       PIC 9(05) VALUE 0.
       77 WS-GOOD-COUNT      PIC 9(05) VALUE 0.
       77 WS-REJECT-COUNT    PIC 9(05) VALUE 0.
       77 WS-HELD-COUNT      PIC 9(05) VALUE 0.
       77 WS-UNMAPPED-COUNT  PIC 9(05) VALUE 0.
       77 WS-WORK-MODE       PIC X(01).
       77 WS-REPORT-LINE     PIC X(132).
       77 WS-CS-KIND         PIC X(07).
       77 WS-CS-KEY          PIC X(40).
       77 WS-CS-TEXT         PIC X(500).
       77 WS-CS-HIT          PIC X VALUE "N".
       77 WS-YN-COUNT        PIC 9(02) VALUE 0.
       77 WS-CT-STEP         PIC X(20) VALUE "JOB-IMPORT".
       77 WS-CT-FILE         PIC X(30) VALUE "job-import.csv".
       01 WS-CT-COUNTS.
          05 WS-CT-READ      PIC 9(7) VALUE 0.
          05 WS-CT-WRITTEN   PIC 9(7) VALUE 0.
          05 WS-CT-REJECTED  PIC 9(7) VALUE 0.
          05 WS-CT-MOVED     PIC 9(7) VALUE 0.
       77 WS-JA-NEEDED       PIC X VALUE "N".
       77 WS-JA-COMMAND      PIC X(10).
       77 WS-JA-JOB-ID       PIC 9(05) VALUE 0.
       77 WS-JA-SALARY       PIC X(20).
       77 WS-JA-RESULT       PIC X(10).
       01 WS-JA-ATTEST.
          05 WS-JA-ANSWERS   PIC X(07).
          05 WS-JA-SIGNER    PIC X(30).
          05 WS-JA-USER      PIC X(20).
          05 WS-JA-SOURCE    PIC X(06).
          05 WS-JA-DATE      PIC X(10).
       77 WS-CR-COMMAND      PIC X(10).
       77 WS-CR-AMOUNT       PIC 9(5).
       77 WS-CR-RESULT       PIC X(10).
       77 WS-DL-INT          PIC S9(8) COMP.
       77 WS-CAT-OK          PIC X VALUE "N".
       77 WS-POSTER-OK       PIC X VALUE "N".
       77 WS-PA-COMMAND      PIC X(10) VALUE "CHECK".
       77 WS-PA-RESULT       PIC X(10).
       77 WS-DISPLAY-LINE    PIC X(132).
       77 WS-CAT-IDX         PIC 99.
       77 I                  PIC 9(03).
      *> employer can sponsor a work visa; rows without it read as
      *> unknown, the same way older jobs.dat rows do.
          05 WS-F-SPONSOR     PIC X(01).
      *> Tenth and eleventh columns, required only on an unpaid row
      *> (zero salary or "unpaid"): the seven primary-beneficiary
      *> answers as one Y/N string in JOBATTQ order, e.g. YYYYYYY,
      *> and the name and title of the person attesting.
          05 WS-F-ATTEST      PIC X(10).
          05 WS-F-SIGNER      PIC X(30).
      *> Twelfth column: On-site, Hybrid or Remote (or just O, H,
      *> R). Left empty, the mode is taken from the location text
      *> when it says so ("Remote (US)"), otherwise not stated.
          05 WS-F-WORK-MODE   PIC X(10).

      *> Every account username, loaded once so each row's poster
      *> check is a table probe - the same table-load idea login.cob
       01 WS-RL-TABLE.
          05 WS-RL-ENTRY PIC X(20) OCCURS 40 TIMES.

           COPY "REGIONINF.cpy".
           COPY "LOCINF.cpy".
           COPY "RPTINF.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL "REGION-CONFIG" USING REGION-INFO
           IF RI-RESULT NOT = "OK"
              GOBACK
           END-IF

           PERFORM LOAD-CATEGORY-LIST
           PERFORM LOAD-ACCOUNTS
           PERFORM FIND-NEXT-JOB-ID
              GOBACK
           END-IF
           OPEN OUTPUT REJECT-FILE
           OPEN OUTPUT REVIEW-FILE
           MOVE "Imported postings whose location is not on the list"
             TO WS-REPORT-LINE
           PERFORM WRITE-REVIEW-LINE
           MOVE "Job ID | poster | location as typed | work mode"
             TO WS-REPORT-LINE
           PERFORM WRITE-REVIEW-LINE

           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"

           CLOSE IMPORT-FILE
           CLOSE REJECT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Total to review: " WS-UNMAPPED-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REVIEW-LINE
           CLOSE REVIEW-FILE

           MOVE "reports/location-review.txt" TO RPI-PATH
           MOVE "JOB-IMPORT-LOCATION" TO RPI-REPORT-ID
           MOVE "Imported locations to review" TO RPI-TITLE
           MOVE "Rows posted from data/job-import.csv" TO RPI-SELECTION
           MOVE WS-UNMAPPED-COUNT TO RPI-RECORDS
           MOVE "postings to review" TO RPI-RECORD-NOUN
           CALL "REPORT-FORMAT" USING REPORT-PAGE-INFO

           MOVE WS-ROW-COUNT TO WS-CT-READ
           MOVE WS-GOOD-COUNT TO WS-CT-WRITTEN
           MOVE WS-REJECT-COUNT TO WS-CT-REJECTED
           CALL "CONTROL-TOTALS" USING WS-CT-STEP WS-CT-FILE
                WS-CT-COUNTS

           MOVE SPACES TO WS-DISPLAY-LINE
           STRING "JOB-IMPORT: " WS-ROW-COUNT " row(s) read, "
                  WS-GOOD-COUNT " posted ("
                  WS-HELD-COUNT " held for review), "
                  WS-REJECT-COUNT " rejected, "
                  WS-UNMAPPED-COUNT " location(s) to review."
                  DELIMITED BY SIZE
                  INTO WS-DISPLAY-LINE
           END-STRING
           UNSTRING IMPORT-REC DELIMITED BY ","
               INTO WS-F-POSTER WS-F-TITLE WS-F-DESC WS-F-EMPLOYER
                    WS-F-LOCATION WS-F-SALARY WS-F-CATEGORY
                    WS-F-DEADLINE WS-F-SPONSOR WS-F-ATTEST
                    WS-F-SIGNER WS-F-WORK-MODE
           END-UNSTRING

           MOVE SPACES TO WS-REASON
              MOVE "location is required" TO WS-REASON
           END-IF

           IF WS-REASON = SPACES
              PERFORM CHECK-WORK-MODE
           END-IF

           IF WS-REASON = SPACES
              PERFORM CHECK-POSTER
              IF WS-POSTER-OK = "N"
              END-IF
           END-IF

      *> The poster must have accepted the terms of use in force, as
      *> POST-JOB requires of an employer posting online.
           IF WS-REASON = SPACES
              CALL "POLICY-ACCEPT" USING WS-PA-COMMAND WS-F-POSTER
                   WS-PA-RESULT
              IF WS-PA-RESULT NOT = "OK"
                 MOVE "poster has not accepted the current terms"
                    TO WS-REASON
              END-IF
           END-IF

           IF WS-REASON = SPACES AND
              FUNCTION TRIM(WS-F-SALARY) NOT = SPACES
              EVALUATE TRUE
                 WHEN FUNCTION UPPER-CASE(FUNCTION TRIM(WS-F-SALARY))
                      = "UNPAID"
                    MOVE "Unpaid" TO WS-F-SALARY
                 WHEN FUNCTION TRIM(WS-F-SALARY) IS NUMERIC
                    COMPUTE WS-SALARY-NUM =
                        FUNCTION NUMVAL(WS-F-SALARY)
                    IF WS-SALARY-NUM > 500000
                       MOVE "salary out of range 0-500000"
                            TO WS-REASON
                    END-IF
                 WHEN OTHER
                    MOVE "salary is not numeric" TO WS-REASON
              END-EVALUATE
           END-IF

           IF WS-REASON = SPACES
              PERFORM CHECK-ATTESTATION
           END-IF

           IF WS-REASON = SPACES
              END-IF
           END-IF.

      *> An unpaid row has to carry a complete attestation - seven
      *> Y/N answers and a signer - or it never goes Open, the same
      *> bar POST-JOB holds an employer to interactively.
       CHECK-ATTESTATION.
           MOVE "N" TO WS-JA-NEEDED
           MOVE "UNPAID" TO WS-JA-COMMAND
           MOVE WS-F-SALARY TO WS-JA-SALARY
           CALL "JOB-ATTEST" USING WS-JA-COMMAND WS-JA-JOB-ID
                WS-JA-SALARY WS-JA-ATTEST WS-JA-RESULT
           IF FUNCTION TRIM(WS-JA-RESULT) NOT = "UNPAID"
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-F-ATTEST))
                TO WS-F-ATTEST
           MOVE 0 TO WS-YN-COUNT
           INSPECT WS-F-ATTEST(1:7) TALLYING WS-YN-COUNT
                   FOR ALL "Y" ALL "N"
           IF WS-YN-COUNT NOT = 7 OR WS-F-ATTEST(8:3) NOT = SPACES
              MOVE "unpaid posting needs 7 Y/N attestation answers"
                   TO WS-REASON
              EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-F-SIGNER) = SPACES
              MOVE "unpaid posting attestation needs a signer"
                   TO WS-REASON
              EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-JA-NEEDED.

       CHECK-WORK-MODE.
           MOVE SPACE TO WS-WORK-MODE
           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-F-WORK-MODE))
              WHEN SPACES
                 CONTINUE
              WHEN "O"
              WHEN "ON-SITE"
              WHEN "ONSITE"
                 MOVE "O" TO WS-WORK-MODE
              WHEN "H"
              WHEN "HYBRID"
                 MOVE "H" TO WS-WORK-MODE
              WHEN "R"
              WHEN "REMOTE"
                 MOVE "R" TO WS-WORK-MODE
              WHEN OTHER
                 MOVE "work mode must be On-site, Hybrid or Remote"
                      TO WS-REASON
           END-EVALUATE.

       CHECK-POSTER.
           MOVE "N" TO WS-POSTER-OK
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-ACCT-COUNT
           CALL "ID-ALLOCATOR" USING WS-IA-SERIES WS-IA-SEED
                WS-IA-NUMBER

           MOVE "MAP" TO LI-COMMAND
           MOVE WS-F-LOCATION TO LI-TEXT
           CALL "LOCATION-REF" USING LOCATION-INFO
           IF WS-WORK-MODE NOT = SPACE
              MOVE WS-WORK-MODE TO LI-WORK-MODE
           END-IF
           IF LI-RESULT = "MAPPED"
              MOVE LI-DISPLAY TO WS-F-LOCATION
           END-IF

           OPEN EXTEND JOBS-FILE
           MOVE SPACES TO JOBS-RECORD
           MOVE WS-IA-NUMBER TO JOB-ID
           END-EVALUATE
           MOVE WS-TODAY TO JOB-POSTED-DATE
           SET JOB-OPEN TO TRUE
           PERFORM SCREEN-POSTING
           WRITE JOBS-RECORD
           CLOSE JOBS-FILE

           IF WS-JA-NEEDED = "Y"
              MOVE "RECORD" TO WS-JA-COMMAND
              MOVE WS-IA-NUMBER TO WS-JA-JOB-ID
              MOVE SPACES TO WS-JA-ATTEST
              MOVE WS-F-ATTEST(1:7) TO WS-JA-ANSWERS
              MOVE WS-F-SIGNER TO WS-JA-SIGNER
              MOVE WS-F-POSTER TO WS-JA-USER
              MOVE "IMPORT" TO WS-JA-SOURCE
              CALL "JOB-ATTEST" USING WS-JA-COMMAND WS-JA-JOB-ID
                   WS-JA-SALARY WS-JA-ATTEST WS-JA-RESULT
           END-IF

           PERFORM RECORD-JOB-LOCATION.

      *> The posting's normalized location goes on file either way;
      *> an unmapped one is filed with a blank code and listed for
      *> review, since LI-CODE comes back blank from an unmapped MAP.
       RECORD-JOB-LOCATION.
           IF LI-RESULT NOT = "MAPPED"
              MOVE SPACES TO WS-REPORT-LINE
              STRING WS-IA-NUMBER(5:5) " | "
                     FUNCTION TRIM(WS-F-POSTER) " | "
                     FUNCTION TRIM(WS-F-LOCATION) " | "
                     LI-WORK-MODE
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-STRING
              PERFORM WRITE-REVIEW-LINE
              ADD 1 TO WS-UNMAPPED-COUNT
           END-IF
           MOVE "RECORD" TO LI-COMMAND
           MOVE WS-IA-NUMBER TO LI-JOB-ID
           MOVE WS-F-POSTER TO LI-USER
           MOVE "IMPORT" TO LI-SOURCE
           CALL "LOCATION-REF" USING LOCATION-INFO.

       WRITE-REVIEW-LINE.
           MOVE WS-REPORT-LINE TO REVIEW-REC
           WRITE REVIEW-REC.

      *> The same CONTENT-SCREEN check POST-JOB makes: a match files
      *> a moderation report and the row goes in Held, out of Browse
      *> until MOD-QUEUE clears it. A held row still counts as
      *> posted - it is on file and its credit is spent.
       SCREEN-POSTING.
           MOVE "JOB" TO WS-CS-KIND
           MOVE SPACES TO WS-CS-KEY
           MOVE JOB-ID TO WS-CS-KEY(1:5)
           MOVE SPACES TO WS-CS-TEXT
           STRING FUNCTION TRIM(JOB-TITLE) " / "
                  FUNCTION TRIM(JOB-EMPLOYER) " / "
                  FUNCTION TRIM(JOB-LOCATION) " / "
                  FUNCTION TRIM(JOB-SALARY) " / "
                  FUNCTION TRIM(JOB-DESCRIPTION)
                  DELIMITED BY SIZE INTO WS-CS-TEXT
           END-STRING
           CALL "CONTENT-SCREEN" USING WS-CS-KIND WS-CS-KEY
                WS-CS-TEXT WS-CS-HIT
           IF WS-CS-HIT = "Y"
              SET JOB-HELD TO TRUE
              ADD 1 TO WS-HELD-COUNT
           END-IF.

      *> Highest JOB-ID on file plus one, the same rule POST-JOB's
      *> GET-NEXT-JOB-ID applies.
