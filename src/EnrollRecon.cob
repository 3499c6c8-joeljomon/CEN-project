      *> ROSTER-IMPORT provisions accounts at semester start but
      *> nothing ever checked the other direction: this batch flags
      *> every student-role account with no matching enrollment row
      *> in reports/enrollment-discrepancy.txt, and after the admin
      *> confirms on the console, parks the flagged accounts in
      *> data/deactivated.dat exactly the way DORMANT-REVIEW parks
      *> inactive ones - driven by actual enrollment status rather
      *> than login inactivity. Employer and admin accounts (per
      *> account-roles.dat) are never touched.
      *> The registrar's academic-record feed rides along with the
      *> same run: data/academic-feed.csv (username,gpa,class-year,
      *> class year 1-5 for freshman through graduate) rebuilds
      *> data/academic-records.dat, which the posting GPA and
      *> class-year rules are checked against. A missing feed leaves
      *> the previous records in place.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENROLL-RECON.

           SELECT DEACT-FILE ASSIGN TO "data/deactivated.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEACT-STATUS.
           SELECT ACAD-FEED-FILE ASSIGN TO "data/academic-feed.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
           SELECT ACADEMIC-FILE ASSIGN TO "data/academic-records.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACAD-STATUS.
           SELECT REPORT-FILE
               ASSIGN TO "reports/enrollment-discrepancy.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
          05 DEACT-USERNAME PIC X(20).
          05 DEACT-DATE     PIC X(10).

       FD ACAD-FEED-FILE.
       01 ACAD-FEED-REC PIC X(200).

      *> data/academic-records.dat: the same layout JOB-MGMT reads
      *> for the posting eligibility rules.
       FD ACADEMIC-FILE.
       01 ACADEMIC-REC.
          05 AR-USERNAME    PIC X(20).
          05 AR-GPA         PIC 9V99.
          05 AR-CLASS-YEAR  PIC 9(01).
          05 AR-AS-OF       PIC X(10).

       FD REPORT-FILE.
       01 REPORT-REC PIC X(132).

       77 WS-ACCOUNT-STATUS PIC XX.
       77 WS-ROLES-STATUS   PIC XX.
       77 WS-DEACT-STATUS   PIC XX.
       77 WS-FEED-STATUS    PIC XX.
       77 WS-ACAD-STATUS    PIC XX.
       77 WS-EOF            PIC X VALUE "N".
       77 WS-SCAN-EOF       PIC X VALUE "N".
       77 WS-CURR-DATE      PIC X(21).
       77 WS-FLAG-COUNT     PIC 9(04) VALUE 0.
       77 I                 PIC 9(04).

      *> Academic feed working fields.
       77 WS-ACAD-LOADED    PIC 9(05) VALUE 0.
       77 WS-ACAD-REJECTED  PIC 9(05) VALUE 0.
       77 WS-ACAD-LINE-NO   PIC 9(05) VALUE 0.
       77 WS-ACAD-GPA-TEXT  PIC X(10).
       77 WS-ACAD-GPA-CHECK PIC X(10).
       77 WS-ACAD-GPA-NUM   PIC 9(01)V99.
       77 WS-ACAD-DOTS      PIC 9(02).
       77 WS-ACAD-YEAR-TEXT PIC X(10).
       77 WS-ACAD-VALID     PIC X(01).

      *> The enrollment extract, loaded once.
       77 WS-ENROLL-COUNT   PIC 9(04) VALUE 0.
       01 WS-ENROLL-TABLE.
       01 WS-FLAGGED-TABLE.
          05 WS-FL-USER PIC X(20) OCCURS 500 TIMES.

           COPY "REGIONINF.cpy".
           COPY "RPTINF.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL "REGION-CONFIG" USING REGION-INFO
           IF RI-RESULT NOT = "OK"
              GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE
           STRING WS-CURR-DATE(1:4) "-" WS-CURR-DATE(5:2) "-"
                  WS-CURR-DATE(7:2)
                  DELIMITED BY SIZE INTO WS-TODAY
           END-STRING

           PERFORM LOAD-ACADEMIC-FEED

           PERFORM LOAD-ENROLLMENT
           IF WS-ENROLL-COUNT = 0
              DISPLAY "ENROLL-RECON: data/enrollment-current.csv is "
           END-IF
           CLOSE REPORT-FILE

           MOVE "reports/enrollment-discrepancy.txt" TO RPI-PATH
           MOVE "ENROLL-RECON" TO RPI-REPORT-ID
           MOVE "Enrollment reconciliation" TO RPI-TITLE
           MOVE "student accounts against enrollment-current.csv"
              TO RPI-SELECTION
           MOVE WS-FLAGGED-COUNT TO RPI-RECORDS
           MOVE "accounts with no enrollment row" TO RPI-RECORD-NOUN
           CALL "REPORT-FORMAT" USING REPORT-PAGE-INFO

           DISPLAY "ENROLL-RECON: " WS-FLAGGED-COUNT
                   " account(s) with no enrollment row; see "
                   "reports/enrollment-discrepancy.txt."

           IF WS-FLAGGED-COUNT = 0
              GOBACK
                   " account(s) parked in data/deactivated.dat."
           GOBACK.

      *> Rebuilds academic-records.dat from the registrar feed. A
      *> line with a blank username, a GPA outside 0.00-5.00 or a
      *> class year outside 1-5 is reported on the console and
      *> skipped; the rest replace the old records wholesale.
       LOAD-ACADEMIC-FEED.
           MOVE 0 TO WS-ACAD-LOADED WS-ACAD-REJECTED WS-ACAD-LINE-NO
           MOVE "N" TO WS-EOF
           OPEN INPUT ACAD-FEED-FILE
           IF WS-FEED-STATUS NOT = "00"
              DISPLAY "ENROLL-RECON: no data/academic-feed.csv - "
                      "academic records left as they were."
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ACADEMIC-FILE
           PERFORM UNTIL WS-EOF = "Y"
              READ ACAD-FEED-FILE
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    ADD 1 TO WS-ACAD-LINE-NO
                    IF FUNCTION TRIM(ACAD-FEED-REC) NOT = SPACES
                       PERFORM LOAD-ONE-ACADEMIC-LINE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ACAD-FEED-FILE
           CLOSE ACADEMIC-FILE
           DISPLAY "ENROLL-RECON: " WS-ACAD-LOADED
                   " academic record(s) loaded, " WS-ACAD-REJECTED
                   " feed line(s) rejected.".

       LOAD-ONE-ACADEMIC-LINE.
           MOVE SPACES TO WS-F1 WS-ACAD-GPA-TEXT WS-ACAD-YEAR-TEXT
           UNSTRING ACAD-FEED-REC DELIMITED BY ","
               INTO WS-F1 WS-ACAD-GPA-TEXT WS-ACAD-YEAR-TEXT
           END-UNSTRING
           MOVE "Y" TO WS-ACAD-VALID
           IF FUNCTION TRIM(WS-F1) = SPACES
              MOVE "N" TO WS-ACAD-VALID
           END-IF

      *> The GPA may carry at most one decimal point and must be
      *> numeric once the point is taken out.
           MOVE 0 TO WS-ACAD-DOTS
           INSPECT WS-ACAD-GPA-TEXT TALLYING WS-ACAD-DOTS FOR ALL "."
           MOVE FUNCTION TRIM(WS-ACAD-GPA-TEXT) TO WS-ACAD-GPA-CHECK
           INSPECT WS-ACAD-GPA-CHECK REPLACING ALL "." BY "0"
           IF WS-ACAD-DOTS > 1 OR
              FUNCTION TRIM(WS-ACAD-GPA-CHECK) = SPACES OR
              FUNCTION TRIM(WS-ACAD-GPA-CHECK) IS NOT NUMERIC
              MOVE "N" TO WS-ACAD-VALID
           ELSE
              IF FUNCTION NUMVAL(WS-ACAD-GPA-TEXT) > 5
                 MOVE "N" TO WS-ACAD-VALID
              ELSE
                 COMPUTE WS-ACAD-GPA-NUM =
                    FUNCTION NUMVAL(WS-ACAD-GPA-TEXT)
              END-IF
           END-IF

           IF FUNCTION TRIM(WS-ACAD-YEAR-TEXT) = "1" OR "2" OR "3"
              OR "4" OR "5"
              CONTINUE
           ELSE
              MOVE "N" TO WS-ACAD-VALID
           END-IF

           IF WS-ACAD-VALID = "N"
              ADD 1 TO WS-ACAD-REJECTED
              DISPLAY "ENROLL-RECON: academic feed line "
                      WS-ACAD-LINE-NO " rejected: "
                      FUNCTION TRIM(ACAD-FEED-REC)
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO ACADEMIC-REC
           MOVE FUNCTION TRIM(WS-F1) TO AR-USERNAME
           MOVE WS-ACAD-GPA-NUM TO AR-GPA
           MOVE FUNCTION TRIM(WS-ACAD-YEAR-TEXT) TO AR-CLASS-YEAR
           MOVE WS-TODAY TO AR-AS-OF
           WRITE ACADEMIC-REC
           ADD 1 TO WS-ACAD-LOADED.

       WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC.
