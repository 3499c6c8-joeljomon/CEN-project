      *> Standalone reporting batch job for career services, run at
      *> year end (or whenever) the same way the other report batches
      *> are run. Reads data/mentor-pairs.dat and
      *> data/mentor-meetings.dat and writes reports/mentor-report.txt:
      *> active pairs, closed pairs broken down by outcome code,
      *> meetings held, and the per-pair detail. Read-only.
       IDENTIFICATION DIVISION.
           SELECT MEETINGS-FILE ASSIGN TO "data/mentor-meetings.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEET-STATUS.
           SELECT REPORT-FILE ASSIGN TO "reports/mentor-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
             10 WS-OC-CODE   PIC X(12).
             10 WS-OC-TALLY  PIC 9(05) VALUE 0.

           COPY "REGIONINF.cpy".
           COPY "RPTINF.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL "REGION-CONFIG" USING REGION-INFO
           IF RI-RESULT NOT = "OK"
              GOBACK
           END-IF

           OPEN OUTPUT REPORT-FILE

           MOVE "InCollege mentoring program report" TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           CLOSE REPORT-FILE

           MOVE "reports/mentor-report.txt" TO RPI-PATH
           MOVE "MENTOR-REPORT" TO RPI-REPORT-ID
           MOVE "Mentoring program report" TO RPI-TITLE
           MOVE SPACES TO RPI-SELECTION
           COMPUTE RPI-RECORDS = WS-ACTIVE-COUNT + WS-CLOSED-COUNT
           MOVE "mentoring pairs" TO RPI-RECORD-NOUN
           CALL "REPORT-FORMAT" USING REPORT-PAGE-INFO
           GOBACK.

       WRITE-REPORT-LINE.
