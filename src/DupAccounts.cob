      *> likely duplicate accounts: two profiles with the same first
      *> and last name that also share a university or a graduation
      *> year (the classic forgotten-credentials second account).
      *> Findings go to reports/duplicate-report.txt; the admin-driven
      *> ACCOUNT-MERGE utility does the actual re-keying.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUP-REPORT.
           SELECT PROFILE-FILE ASSIGN TO "data/profiles.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "reports/duplicate-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
             10 WS-P-UNIV       PIC X(50).
             10 WS-P-YEAR       PIC 9(4).

           COPY "REGIONINF.cpy".
           COPY "RPTINF.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL "REGION-CONFIG" USING REGION-INFO
           IF RI-RESULT NOT = "OK"
              GOBACK
           END-IF

           PERFORM LOAD-PROFILES

           OPEN OUTPUT REPORT-FILE
           END-IF
           CLOSE REPORT-FILE

           MOVE "reports/duplicate-report.txt" TO RPI-PATH
           MOVE "DUP-REPORT" TO RPI-REPORT-ID
           MOVE "Likely duplicate accounts" TO RPI-TITLE
           MOVE "same name, and same university or graduation year"
              TO RPI-SELECTION
           MOVE WS-PAIR-COUNT TO RPI-RECORDS
           MOVE "likely duplicate pairs" TO RPI-RECORD-NOUN
           CALL "REPORT-FORMAT" USING REPORT-PAGE-INFO

           MOVE SPACES TO WS-REPORT-LINE
           STRING "DUP-REPORT: " WS-PAIR-COUNT
                  " likely duplicate pair(s); see "
                  "reports/duplicate-report.txt."
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
