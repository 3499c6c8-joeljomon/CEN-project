      *> The one place unpaid-posting attestations are read or
      *> written, shared by POST-JOB, JOB-MGMT's EDIT-POSTING and
      *> JOB-IMPORT (which must have one on file before an unpaid
      *> posting goes Open) and the UNPAID-COMPLIANCE report. Also
      *> owns the rule for what counts as unpaid, so every caller
      *> agrees: a salary of zero (0, 0.00, $0) or one reading
      *> "unpaid". A blank salary is "not stated", not unpaid.
      *> data/job-attestations.dat is append-only - one row per
      *> attestation, the latest row for a JOB-ID being the one in
      *> force:
      *>
      *>   JOB-ID, the seven Y/N answers in JOBATTQ order, the name
      *>   and title of the person attesting, the account that
      *>   entered it, where it came from (POST, EDIT, IMPORT) and
      *>   the date.
      *>
      *> Commands (JA-RESULT):
      *>   UNPAID - JA-SALARY in; UNPAID or PAID back
      *>   LOOKUP - JA-JOB-ID in; ON-FILE with JA-ATTEST filled from
      *>            the latest row, or NONE
      *>   RECORD - append JA-ATTEST for JA-JOB-ID, dated today; OK
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOB-ATTEST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATTEST-FILE ASSIGN TO "data/job-attestations.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATTEST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ATTEST-FILE.
       01 ATTEST-REC.
          05 AT-JOB-ID    PIC 9(05).
          05 AT-ANSWERS   PIC X(07).
          05 AT-SIGNER    PIC X(30).
          05 AT-USER      PIC X(20).
          05 AT-SOURCE    PIC X(06).
          05 AT-DATE      PIC X(10).

       WORKING-STORAGE SECTION.
       77 WS-ATTEST-STATUS PIC XX.
       77 WS-EOF           PIC X VALUE "N".
       77 WS-CURR-DATE     PIC X(21).
       77 WS-SAL-TEXT      PIC X(20).
       77 WS-ZERO-COUNT    PIC 9(03).
       77 WS-WORD-COUNT    PIC 9(03).

       LINKAGE SECTION.
       01 JA-COMMAND  PIC X(10).
       01 JA-JOB-ID   PIC 9(05).
       01 JA-SALARY   PIC X(20).
       01 JA-ATTEST.
          05 JA-ANSWERS   PIC X(07).
          05 JA-SIGNER    PIC X(30).
          05 JA-USER      PIC X(20).
          05 JA-SOURCE    PIC X(06).
          05 JA-DATE      PIC X(10).
       01 JA-RESULT   PIC X(10).

       PROCEDURE DIVISION USING JA-COMMAND JA-JOB-ID JA-SALARY
                                JA-ATTEST JA-RESULT.
       MAIN-PROGRAM.
           MOVE "OK" TO JA-RESULT
           EVALUATE FUNCTION TRIM(JA-COMMAND)
              WHEN "UNPAID"
                   PERFORM CHECK-UNPAID
              WHEN "LOOKUP"
                   PERFORM FIND-ATTESTATION
              WHEN "RECORD"
                   PERFORM APPEND-ATTESTATION
           END-EVALUATE
           GOBACK.

      *> Zero once the currency punctuation is stripped: nothing but
      *> zeros left, and at least one of them.
       CHECK-UNPAID.
           MOVE "PAID" TO JA-RESULT
           MOVE FUNCTION UPPER-CASE(JA-SALARY) TO WS-SAL-TEXT
           MOVE 0 TO WS-WORD-COUNT
           INSPECT WS-SAL-TEXT TALLYING WS-WORD-COUNT FOR ALL "UNPAID"
           IF WS-WORD-COUNT > 0
              MOVE "UNPAID" TO JA-RESULT
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-ZERO-COUNT
           INSPECT WS-SAL-TEXT TALLYING WS-ZERO-COUNT FOR ALL "0"
           INSPECT WS-SAL-TEXT REPLACING ALL "$" BY SPACE
                                         ALL "," BY SPACE
                                         ALL "." BY SPACE
                                         ALL "0" BY SPACE
           IF WS-ZERO-COUNT > 0 AND WS-SAL-TEXT = SPACES
              MOVE "UNPAID" TO JA-RESULT
           END-IF.

       FIND-ATTESTATION.
           MOVE "NONE" TO JA-RESULT
           MOVE "N" TO WS-EOF
           OPEN INPUT ATTEST-FILE
           IF WS-ATTEST-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ ATTEST-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF AT-JOB-ID = JA-JOB-ID
                          MOVE "ON-FILE" TO JA-RESULT
                          MOVE AT-ANSWERS TO JA-ANSWERS
                          MOVE AT-SIGNER TO JA-SIGNER
                          MOVE AT-USER TO JA-USER
                          MOVE AT-SOURCE TO JA-SOURCE
                          MOVE AT-DATE TO JA-DATE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ATTEST-FILE
           END-IF.

       APPEND-ATTESTATION.
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE
           MOVE SPACES TO JA-DATE
           STRING WS-CURR-DATE(1:4) "-" WS-CURR-DATE(5:2) "-"
                  WS-CURR-DATE(7:2)
                  DELIMITED BY SIZE INTO JA-DATE
           END-STRING
           OPEN EXTEND ATTEST-FILE
           IF WS-ATTEST-STATUS NOT = "00"
              OPEN OUTPUT ATTEST-FILE
           END-IF
           MOVE JA-JOB-ID TO AT-JOB-ID
           MOVE JA-ANSWERS TO AT-ANSWERS
           MOVE JA-SIGNER TO AT-SIGNER
           MOVE JA-USER TO AT-USER
           MOVE JA-SOURCE TO AT-SOURCE
           MOVE JA-DATE TO AT-DATE
           WRITE ATTEST-REC
           CLOSE ATTEST-FILE.

       END PROGRAM JOB-ATTEST.
