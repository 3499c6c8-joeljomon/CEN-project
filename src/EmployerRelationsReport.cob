      *> Standalone reporting batch, run monthly from the operator
      *> console like REVIEW-TURNAROUND. Reads the employer
      *> relationship log EMPLOYER-RELATIONS keeps and writes
      *> reports/employer-relations-YYYYMM.txt for the current month
      *> with two lists for career services:
      *>
      *>   1. partnership agreements that expire within the next 60
      *>      days (from data/employer-relations.dat), with the
      *>      days left and the liaison who should renew them
      *>   2. employers with at least one Open posting in
      *>      data/jobs.dat but no call, visit or email logged in
      *>      data/employer-contacts.dat in the last six months (183
      *>      days) - or never
      *>
      *> Read-only.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPLOYER-RELATIONS-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYER-FILE ASSIGN TO "data/employers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMP-STATUS.
           SELECT RELATION-FILE ASSIGN TO "data/employer-relations.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-STATUS.
           SELECT CONTACT-FILE ASSIGN TO "data/employer-contacts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CON-STATUS.
           SELECT JOBS-FILE ASSIGN TO "data/jobs.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBS-STATUS.
           SELECT REPORT-FILE ASSIGN USING WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYER-FILE.
           COPY "EMPLOYERREC.cpy".

      *> data/employer-relations.dat: the same layout
      *> EMPLOYER-RELATIONS writes.
       FD RELATION-FILE.
       01 RELATION-REC.
          05 ER-EMPLOYER           PIC X(20).
          05 ER-LIAISON            PIC X(20).
          05 ER-AGREE-START        PIC X(10).
          05 ER-AGREE-END          PIC X(10).

      *> data/employer-contacts.dat: the same layout
      *> EMPLOYER-RELATIONS appends.
       FD CONTACT-FILE.
       01 CONTACT-REC.
          05 EC-EMPLOYER           PIC X(20).
          05 EC-DATE               PIC X(10).
          05 EC-TYPE               PIC X(05).
          05 EC-STAFF              PIC X(20).
          05 EC-NOTE               PIC X(80).

       FD JOBS-FILE.
           COPY "JOBREC.cpy".

       FD REPORT-FILE.
       01 REPORT-REC PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-EMP-STATUS    PIC XX.
       77 WS-REL-STATUS    PIC XX.
       77 WS-CON-STATUS    PIC XX.
       77 WS-JOBS-STATUS   PIC XX.
       77 WS-EOF           PIC X VALUE "N".
       77 WS-REPORT-PATH   PIC X(50).
       77 WS-REPORT-LINE   PIC X(132).
       77 WS-CURR-DATE     PIC X(21).
       77 WS-TODAY         PIC X(10).
       77 WS-TODAY-INT     PIC S9(8) COMP.
       77 WS-DATE-IN       PIC X(10).
       77 WS-DATE-STR      PIC X(8).
       77 WS-DATE-NUM      PIC 9(8).
       77 WS-DATE-INT      PIC S9(8) COMP.
       77 WS-DAYS          PIC S9(8) COMP.
       77 WS-DAYS-DISP     PIC Z(4)9.
       77 WS-OPEN-DISP     PIC Z(3)9.
       77 WS-FOUND         PIC X VALUE "N".
       77 WS-LIAISON       PIC X(20).
       77 WS-FIND-USER     PIC X(20).
       77 WS-COMPANY       PIC X(50).
       77 WS-LAST-SEEN     PIC X(10).
       77 WS-EXPIRING      PIC 9(04) VALUE 0.
       77 WS-UNCONTACTED   PIC 9(04) VALUE 0.
       77 E                PIC 9(04).
       77 R                PIC 9(04).
       77 X                PIC 9(04).

      *> Company names, for readable report lines.
       77 WS-EMP-COUNT     PIC 9(04) VALUE 0.
       01 WS-EMP-TABLE.
          05 WS-EMP-ENTRY OCCURS 2000 TIMES.
             10 WS-E-USERNAME      PIC X(20).
             10 WS-E-COMPANY       PIC X(50).

       77 WS-REL-COUNT     PIC 9(04) VALUE 0.
       01 WS-REL-TABLE.
          05 WS-REL-ENTRY OCCURS 2000 TIMES.
             10 WS-R-EMPLOYER      PIC X(20).
             10 WS-R-LIAISON       PIC X(20).
             10 WS-R-END           PIC X(10).

      *> One row per posting employer with an Open posting: how
      *> many are open and the latest contact logged with them.
       77 WS-POST-COUNT    PIC 9(04) VALUE 0.
       01 WS-POST-TABLE.
          05 WS-POST-ENTRY OCCURS 2000 TIMES.
             10 WS-P-EMPLOYER      PIC X(20).
             10 WS-P-OPEN          PIC 9(04).
             10 WS-P-LAST-CONTACT  PIC X(10).

           COPY "REGIONINF.cpy".
           COPY "RPTINF.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL "REGION-CONFIG" USING REGION-INFO
           IF RI-RESULT NOT = "OK"
              GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE
           MOVE WS-CURR-DATE(1:8) TO WS-DATE-NUM
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           MOVE SPACES TO WS-TODAY
           STRING WS-CURR-DATE(1:4) "-" WS-CURR-DATE(5:2) "-"
                  WS-CURR-DATE(7:2)
                  DELIMITED BY SIZE INTO WS-TODAY
           END-STRING

           MOVE SPACES TO WS-REPORT-PATH
           STRING "reports/employer-relations-" WS-CURR-DATE(1:6) ".txt"
                  DELIMITED BY SIZE INTO WS-REPORT-PATH
           END-STRING

           PERFORM LOAD-EMPLOYERS
           PERFORM LOAD-RELATIONS
           PERFORM LOAD-OPEN-POSTERS
           PERFORM LOAD-LAST-CONTACTS

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Employer relationships as of " WS-TODAY
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE "====================================================="
                TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM WRITE-EXPIRING-SECTION
           PERFORM WRITE-UNCONTACTED-SECTION
           CLOSE REPORT-FILE

           MOVE WS-REPORT-PATH TO RPI-PATH
           MOVE "EMPLOYER-RELATIONS" TO RPI-REPORT-ID
           MOVE "Employer relationships" TO RPI-TITLE
           MOVE "agreements expiring in 60 days; no contact in 183 days"
              TO RPI-SELECTION
           COMPUTE RPI-RECORDS = WS-EXPIRING + WS-UNCONTACTED
           MOVE "employers listed" TO RPI-RECORD-NOUN
           CALL "REPORT-FORMAT" USING REPORT-PAGE-INFO

           DISPLAY "EMPLOYER-RELATIONS-REPORT: " WS-EXPIRING
                   " expiring agreement(s), " WS-UNCONTACTED
                   " employer(s) without recent contact; written to "
                   FUNCTION TRIM(WS-REPORT-PATH) "."
           GOBACK.

       WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC.

       LOAD-EMPLOYERS.
           MOVE "N" TO WS-EOF
           OPEN INPUT EMPLOYER-FILE
           IF WS-EMP-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ EMPLOYER-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF WS-EMP-COUNT < 2000
                          ADD 1 TO WS-EMP-COUNT
                          MOVE EMP-USERNAME
                             TO WS-E-USERNAME(WS-EMP-COUNT)
                          MOVE EMP-COMPANY-NAME
                             TO WS-E-COMPANY(WS-EMP-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE EMPLOYER-FILE
           END-IF.

       LOAD-RELATIONS.
           MOVE "N" TO WS-EOF
           OPEN INPUT RELATION-FILE
           IF WS-REL-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ RELATION-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF WS-REL-COUNT < 2000
                          ADD 1 TO WS-REL-COUNT
                          MOVE ER-EMPLOYER
                             TO WS-R-EMPLOYER(WS-REL-COUNT)
                          MOVE ER-LIAISON
                             TO WS-R-LIAISON(WS-REL-COUNT)
                          MOVE ER-AGREE-END TO WS-R-END(WS-REL-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RELATION-FILE
           END-IF.

       LOAD-OPEN-POSTERS.
           MOVE "N" TO WS-EOF
           OPEN INPUT JOBS-FILE
           IF WS-JOBS-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ JOBS-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF JOB-OPEN
                          PERFORM TALLY-OPEN-POSTING
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE JOBS-FILE
           END-IF.

       TALLY-OPEN-POSTING.
           MOVE "N" TO WS-FOUND
           PERFORM VARYING E FROM 1 BY 1
                   UNTIL E > WS-POST-COUNT OR WS-FOUND = "Y"
              IF WS-P-EMPLOYER(E) = JOB-POSTER
                 MOVE "Y" TO WS-FOUND
                 ADD 1 TO WS-P-OPEN(E)
              END-IF
           END-PERFORM
           IF WS-FOUND = "N" AND WS-POST-COUNT < 2000
              ADD 1 TO WS-POST-COUNT
              MOVE JOB-POSTER TO WS-P-EMPLOYER(WS-POST-COUNT)
              MOVE 1 TO WS-P-OPEN(WS-POST-COUNT)
              MOVE SPACES TO WS-P-LAST-CONTACT(WS-POST-COUNT)
           END-IF.

      *> Only the posting employers matter here; dates are
      *> YYYY-MM-DD, so the latest is the greatest.
       LOAD-LAST-CONTACTS.
           MOVE "N" TO WS-EOF
           OPEN INPUT CONTACT-FILE
           IF WS-CON-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ CONTACT-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       PERFORM VARYING E FROM 1 BY 1
                               UNTIL E > WS-POST-COUNT
                          IF WS-P-EMPLOYER(E) = EC-EMPLOYER AND
                             EC-DATE > WS-P-LAST-CONTACT(E)
                             MOVE EC-DATE TO WS-P-LAST-CONTACT(E)
                          END-IF
                       END-PERFORM
                 END-READ
              END-PERFORM
              CLOSE CONTACT-FILE
           END-IF.

       WRITE-EXPIRING-SECTION.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "Agreements expiring within 60 days" TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "----------------------------------" TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-REL-COUNT
              MOVE WS-R-END(R) TO WS-DATE-IN
              PERFORM DATE-TO-INT
              IF WS-DATE-INT > 0
                 COMPUTE WS-DAYS = WS-DATE-INT - WS-TODAY-INT
                 IF WS-DAYS >= 0 AND WS-DAYS <= 60
                    PERFORM WRITE-EXPIRING-LINE
                 END-IF
              END-IF
           END-PERFORM
           IF WS-EXPIRING = 0
              MOVE "(no agreements expire in the next 60 days)"
                   TO WS-REPORT-LINE
              PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-EXPIRING-LINE.
           ADD 1 TO WS-EXPIRING
           MOVE WS-R-EMPLOYER(R) TO WS-FIND-USER
           PERFORM FIND-COMPANY
           MOVE WS-DAYS TO WS-DAYS-DISP
           MOVE WS-R-LIAISON(R) TO WS-LIAISON
           IF WS-LIAISON = SPACES
              MOVE "(no liaison)" TO WS-LIAISON
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-R-EMPLOYER(R) " " WS-COMPANY(1:30)
                  " expires " WS-R-END(R) " (in "
                  FUNCTION TRIM(WS-DAYS-DISP) " day(s)), liaison "
                  FUNCTION TRIM(WS-LIAISON)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE.

       WRITE-UNCONTACTED-SECTION.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "Open postings, no staff contact in 6 months"
                TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "-------------------------------------------"
                TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING E FROM 1 BY 1 UNTIL E > WS-POST-COUNT
              MOVE WS-P-LAST-CONTACT(E) TO WS-DATE-IN
              PERFORM DATE-TO-INT
              IF WS-DATE-INT = 0 OR
                 WS-TODAY-INT - WS-DATE-INT > 183
                 PERFORM WRITE-UNCONTACTED-LINE
              END-IF
           END-PERFORM
           IF WS-UNCONTACTED = 0
              MOVE "(every employer with open postings was contacted)"
                   TO WS-REPORT-LINE
              PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-UNCONTACTED-LINE.
           ADD 1 TO WS-UNCONTACTED
           MOVE WS-P-EMPLOYER(E) TO WS-FIND-USER
           PERFORM FIND-COMPANY
           MOVE "(no liaison)" TO WS-LIAISON
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-REL-COUNT
              IF WS-R-EMPLOYER(R) = WS-P-EMPLOYER(E) AND
                 WS-R-LIAISON(R) NOT = SPACES
                 MOVE WS-R-LIAISON(R) TO WS-LIAISON
              END-IF
           END-PERFORM
           MOVE WS-P-LAST-CONTACT(E) TO WS-LAST-SEEN
           IF WS-LAST-SEEN = SPACES
              MOVE "never" TO WS-LAST-SEEN
           END-IF
           MOVE WS-P-OPEN(E) TO WS-OPEN-DISP
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-P-EMPLOYER(E) " " WS-COMPANY(1:30) " "
                  FUNCTION TRIM(WS-OPEN-DISP) " open posting(s), "
                  "last contact " FUNCTION TRIM(WS-LAST-SEEN)
                  ", liaison " FUNCTION TRIM(WS-LIAISON)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE.

      *> Company name for the employer username in WS-FIND-USER;
      *> blank if not on file.
       FIND-COMPANY.
           MOVE SPACES TO WS-COMPANY
           PERFORM VARYING X FROM 1 BY 1 UNTIL X > WS-EMP-COUNT
              IF WS-E-USERNAME(X) = WS-FIND-USER
                 MOVE WS-E-COMPANY(X) TO WS-COMPANY
              END-IF
           END-PERFORM.

      *> WS-DATE-IN (YYYY-MM-DD) to a day number; zero if unreadable.
       DATE-TO-INT.
           MOVE 0 TO WS-DATE-INT
           MOVE SPACES TO WS-DATE-STR
           STRING WS-DATE-IN(1:4) WS-DATE-IN(6:2) WS-DATE-IN(9:2)
                  DELIMITED BY SIZE INTO WS-DATE-STR
           END-STRING
           IF WS-DATE-STR IS NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           MOVE WS-DATE-STR TO WS-DATE-NUM
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).

       END PROGRAM EMPLOYER-RELATIONS-REPORT.
