      *> applicant pool. This scans jobs.dat for Open postings by the
      *> same poster with the same title and location (compared
      *> trimmed and upper-cased), reports the clusters to
      *> reports/job-duplicate-report.txt, and then offers a merge on
      *> the operator console (DISPLAY/ACCEPT): the duplicate
      *> posting is closed and its applications.dat rows are re-keyed
      *> onto the surviving JOB-ID - except where the student also
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPTMP-STATUS.
           SELECT REPORT-FILE
               ASSIGN TO "reports/job-duplicate-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           COPY "JOBREC.cpy".

       FD JOB-TEMP-FILE.
       01 JOB-TEMP-REC PIC X(581).

       FD APPLICATION-FILE.
           COPY "APPREC.cpy".
             10 WS-J-TITLE     PIC X(50).
             10 WS-J-LOCATION  PIC X(50).

           COPY "REGIONINF.cpy".
           COPY "RPTINF.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL "REGION-CONFIG" USING REGION-INFO
           IF RI-RESULT NOT = "OK"
              GOBACK
           END-IF

           PERFORM LOAD-OPEN-JOBS

           OPEN OUTPUT REPORT-FILE
           END-IF
           CLOSE REPORT-FILE

           MOVE "reports/job-duplicate-report.txt" TO RPI-PATH
           MOVE "JOB-DUP-REPORT" TO RPI-REPORT-ID
           MOVE "Likely duplicate postings" TO RPI-TITLE
           MOVE "open postings, same poster, title and location"
              TO RPI-SELECTION
           MOVE WS-PAIR-COUNT TO RPI-RECORDS
           MOVE "likely duplicate pairs" TO RPI-RECORD-NOUN
           CALL "REPORT-FORMAT" USING REPORT-PAGE-INFO

           DISPLAY "JOB-DUP-REPORT: " WS-PAIR-COUNT
                   " likely duplicate pair(s); see "
                   "reports/job-duplicate-report.txt."

           IF WS-PAIR-COUNT > 0
              PERFORM OFFER-MERGE
