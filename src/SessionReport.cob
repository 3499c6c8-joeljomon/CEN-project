      *> Standalone maintenance batch job. Not reachable from any menu
      *> in InCollege.cob - an operator compiles and runs this program
      *> by itself, the same way ActivitySummary.cob is run, to write
      *> reports/session-report.txt from data/sessions.dat: per user,
      *> how many sessions they have had, how their sessions ended
      *> (logout / idle / crash), total and average duration of the
      *> completed ones, and whether a session is still open right
           SELECT SESSION-FILE ASSIGN TO "data/sessions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SES-STATUS.
           SELECT REPORT-FILE ASSIGN TO "reports/session-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
             10 WS-U-SECONDS   PIC 9(09).
             10 WS-U-DONE      PIC 9(05).

           COPY "REGIONINF.cpy".
           COPY "RPTINF.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL "REGION-CONFIG" USING REGION-INFO
           IF RI-RESULT NOT = "OK"
              GOBACK
           END-IF

           MOVE "N" TO WS-EOF
           OPEN INPUT SESSION-FILE
           IF WS-SES-STATUS = "00"

           MOVE SPACES TO WS-REPORT-LINE
           STRING "SESSION-REPORT: " WS-ROW-COUNT
                  " session(s) summarized to "
                  "reports/session-report.txt."
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           END-STRING
              END-IF
           END-PERFORM

           CLOSE REPORT-FILE

           MOVE "reports/session-report.txt" TO RPI-PATH
           MOVE "SESSION-REPORT" TO RPI-REPORT-ID
           MOVE "Session duration by user" TO RPI-TITLE
           MOVE SPACES TO RPI-SELECTION
           MOVE WS-ROW-COUNT TO RPI-RECORDS
           MOVE "sessions" TO RPI-RECORD-NOUN
           CALL "REPORT-FORMAT" USING REPORT-PAGE-INFO.

       WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO REPORT-REC
