           SELECT PROFILE-FILE ASSIGN TO "data/profiles.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "reports/account-roster.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       77 WS-REPORT-LINE      PIC X(132).
       01 WS-GRAD-YEAR-DISP   PIC 9(4).

           COPY "REGIONINF.cpy".
           COPY "RPTINF.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL "REGION-CONFIG" USING REGION-INFO
           IF RI-RESULT NOT = "OK"
              GOBACK
           END-IF

      *> Garbled accounts.dat rows are moved aside first, with a
      *> count so ops hears about corruption the day it happens.
           MOVE "accounts.dat" TO WS-SC-FILE
           PERFORM WRITE-REPORT-LINE

           CLOSE REPORT-FILE

           MOVE "reports/account-roster.txt" TO RPI-PATH
           MOVE "ACCOUNT-ROSTER" TO RPI-REPORT-ID
           MOVE "Administrative account roster" TO RPI-TITLE
           MOVE SPACES TO RPI-SELECTION
           MOVE WS-ACCOUNT-COUNT TO RPI-RECORDS
           MOVE "accounts" TO RPI-RECORD-NOUN
           CALL "REPORT-FORMAT" USING REPORT-PAGE-INFO
           GOBACK.

      *> Writes one line to reports/account-roster.txt and echoes it to
      *> the console, the same two-destination behaviour
      *> IntegrityCheck.cob's WRITE-REPORT-LINE uses.
       WRITE-REPORT-LINE.
