      *> Standalone reporting batch for career services, run from
      *> the operator console like JOB-DUP-REPORT. Every unpaid
      *> posting in jobs.dat (JOB-ATTEST decides what counts as
      *> unpaid, the same test POST-JOB, EDIT-POSTING and
      *> JOB-IMPORT apply) is listed to reports/unpaid-compliance.txt
      *> with its status and the primary-beneficiary attestation in
      *> force for it: when, who attested, how it came in, the seven
      *> answers and how many were "No" - any No wants a look from
      *> the legal office even though it was signed. A second
      *> section lists the unpaid postings with no attestation on
      *> file at all - ones that predate the check, or had their
      *> salary changed some way that went round it. Read-only.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. UNPAID-COMPLIANCE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOBS-FILE ASSIGN TO "data/jobs.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBS-STATUS.
           SELECT REPORT-FILE
               ASSIGN TO "reports/unpaid-compliance.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD JOBS-FILE.
           COPY "JOBREC.cpy".

       FD REPORT-FILE.
       01 REPORT-REC PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-JOBS-STATUS   PIC XX.
       77 WS-EOF           PIC X VALUE "N".
       77 WS-REPORT-LINE   PIC X(132).
       77 WS-CURR-DATE     PIC X(21).
       77 WS-TODAY         PIC X(10).
       77 WS-UNPAID-COUNT  PIC 9(05) VALUE 0.
       77 WS-ATTESTED      PIC 9(05) VALUE 0.
       77 WS-FLAGGED       PIC 9(05) VALUE 0.
       77 WS-NO-COUNT      PIC 9(01) VALUE 0.
       77 I                PIC 9(03).

       77 WS-JA-COMMAND    PIC X(10).
       77 WS-JA-JOB-ID     PIC 9(05) VALUE 0.
       77 WS-JA-SALARY     PIC X(20).
       77 WS-JA-RESULT     PIC X(10).
       01 WS-JA-ATTEST.
          05 WS-JA-ANSWERS PIC X(07).
          05 WS-JA-SIGNER  PIC X(30).
          05 WS-JA-USER    PIC X(20).
          05 WS-JA-SOURCE  PIC X(06).
          05 WS-JA-DATE    PIC X(10).

      *> Unpaid postings with nothing on file, held back for the
      *> second section.
       77 WS-MISS-COUNT    PIC 9(03) VALUE 0.
       01 WS-MISS-TABLE.
          05 WS-MISS-ENTRY OCCURS 500 TIMES.
             10 WS-M-ID        PIC 9(05).
             10 WS-M-POSTER    PIC X(20).
             10 WS-M-TITLE     PIC X(50).
             10 WS-M-STATUS    PIC X(10).
             10 WS-M-POSTED    PIC X(10).

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

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "InCollege unpaid posting compliance report - "
                  WS-TODAY
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE "====================================================="
              TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "Unpaid postings and their attestation"
              TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "-------------------------------------"
              TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM SCAN-UNPAID-JOBS

           IF WS-UNPAID-COUNT = 0
              MOVE "(no unpaid postings)" TO WS-REPORT-LINE
              PERFORM WRITE-REPORT-LINE
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "Unpaid postings with no attestation on file"
              TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "-------------------------------------------"
              TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           IF WS-MISS-COUNT = 0
              MOVE "(none)" TO WS-REPORT-LINE
              PERFORM WRITE-REPORT-LINE
           END-IF
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-MISS-COUNT
              MOVE SPACES TO WS-REPORT-LINE
              STRING "Job ID " WS-M-ID(I) " "
                     FUNCTION TRIM(WS-M-TITLE(I))
                     " by " FUNCTION TRIM(WS-M-POSTER(I))
                     " - " FUNCTION TRIM(WS-M-STATUS(I))
                     ", posted " WS-M-POSTED(I)
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-STRING
              PERFORM WRITE-REPORT-LINE
           END-PERFORM

           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-UNPAID-COUNT " unpaid posting(s), "
                  WS-ATTESTED " attested (" WS-FLAGGED
                  " with a No answer), " WS-MISS-COUNT
                  " with no attestation"
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           CLOSE REPORT-FILE

           MOVE "reports/unpaid-compliance.txt" TO RPI-PATH
           MOVE "UNPAID-COMPLIANCE" TO RPI-REPORT-ID
           MOVE "Unpaid posting attestation compliance" TO RPI-TITLE
           MOVE "postings with a zero or unpaid salary"
              TO RPI-SELECTION
           MOVE WS-UNPAID-COUNT TO RPI-RECORDS
           MOVE "unpaid postings" TO RPI-RECORD-NOUN
           CALL "REPORT-FORMAT" USING REPORT-PAGE-INFO

           DISPLAY "UNPAID-COMPLIANCE: " WS-UNPAID-COUNT
                   " unpaid posting(s), " WS-MISS-COUNT
                   " with no attestation; see "
                   "reports/unpaid-compliance.txt."
           GOBACK.

       WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC.

       SCAN-UNPAID-JOBS.
           MOVE "N" TO WS-EOF
           OPEN INPUT JOBS-FILE
           IF WS-JOBS-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ JOBS-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       PERFORM CHECK-ONE-JOB
                 END-READ
              END-PERFORM
              CLOSE JOBS-FILE
           END-IF.

       CHECK-ONE-JOB.
           MOVE "UNPAID" TO WS-JA-COMMAND
           MOVE JOB-ID TO WS-JA-JOB-ID
           MOVE JOB-SALARY TO WS-JA-SALARY
           CALL "JOB-ATTEST" USING WS-JA-COMMAND WS-JA-JOB-ID
                WS-JA-SALARY WS-JA-ATTEST WS-JA-RESULT
           IF FUNCTION TRIM(WS-JA-RESULT) NOT = "UNPAID"
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-UNPAID-COUNT
           MOVE "LOOKUP" TO WS-JA-COMMAND
           CALL "JOB-ATTEST" USING WS-JA-COMMAND WS-JA-JOB-ID
                WS-JA-SALARY WS-JA-ATTEST WS-JA-RESULT

           MOVE SPACES TO WS-REPORT-LINE
           STRING "Job ID " JOB-ID " " FUNCTION TRIM(JOB-TITLE)
                  " by " FUNCTION TRIM(JOB-POSTER)
                  " - " FUNCTION TRIM(JOB-STATUS)
                  ", salary " FUNCTION TRIM(JOB-SALARY)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE

           IF FUNCTION TRIM(WS-JA-RESULT) NOT = "ON-FILE"
              MOVE "    NO ATTESTATION ON FILE" TO WS-REPORT-LINE
              PERFORM WRITE-REPORT-LINE
              IF WS-MISS-COUNT < 500
                 ADD 1 TO WS-MISS-COUNT
                 MOVE JOB-ID TO WS-M-ID(WS-MISS-COUNT)
                 MOVE JOB-POSTER TO WS-M-POSTER(WS-MISS-COUNT)
                 MOVE JOB-TITLE TO WS-M-TITLE(WS-MISS-COUNT)
                 MOVE JOB-STATUS TO WS-M-STATUS(WS-MISS-COUNT)
                 MOVE JOB-POSTED-DATE TO WS-M-POSTED(WS-MISS-COUNT)
              END-IF
              EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-ATTESTED
           MOVE 0 TO WS-NO-COUNT
           INSPECT WS-JA-ANSWERS TALLYING WS-NO-COUNT FOR ALL "N"
           MOVE SPACES TO WS-REPORT-LINE
           STRING "    Attested " WS-JA-DATE " by "
                  FUNCTION TRIM(WS-JA-SIGNER)
                  " (" FUNCTION TRIM(WS-JA-USER) ", "
                  FUNCTION TRIM(WS-JA-SOURCE) ") answers "
                  WS-JA-ANSWERS
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           IF WS-NO-COUNT > 0
              ADD 1 TO WS-FLAGGED
              MOVE SPACES TO WS-REPORT-LINE
              STRING "    REVIEW: " WS-NO-COUNT
                     " question(s) answered No"
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-STRING
              PERFORM WRITE-REPORT-LINE
           END-IF.

       END PROGRAM UNPAID-COMPLIANCE.
