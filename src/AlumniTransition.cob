      *> opt-in mentor flag the Alumni Directory screen maintains.
      *> Re-running is safe - existing rows (and their mentor flags)
      *> are left alone. Run with PREVIEW on the command line to list
      *> the accounts that would flip (reports/alumni-preview.txt)
      *> without writing any alumni rows.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALUMNI-TRANSITION.
           SELECT ALUMNI-FILE ASSIGN TO "data/alumni.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AL-STATUS.
           SELECT PREVIEW-FILE ASSIGN TO "reports/alumni-preview.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       77 WS-ARG             PIC X(20).
       77 WS-PREVIEW         PIC X VALUE "N".

           COPY "REGIONINF.cpy".
           COPY "RPTINF.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL "REGION-CONFIG" USING REGION-INFO
           IF RI-RESULT NOT = "OK"
              GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE
           MOVE WS-CURR-DATE(1:4) TO WS-CURR-YEAR

           MOVE SPACES TO WS-DISPLAY-LINE
           IF WS-PREVIEW = "Y"
              CLOSE PREVIEW-FILE
              PERFORM FORMAT-PREVIEW
              STRING "ALUMNI-TRANSITION (preview): " WS-NEW-COUNT
                     " account(s) would move to alumni status; see "
                     "reports/alumni-preview.txt."
                     DELIMITED BY SIZE
                     INTO WS-DISPLAY-LINE
              END-STRING
           DISPLAY FUNCTION TRIM(WS-DISPLAY-LINE)
           GOBACK.

       FORMAT-PREVIEW.
           MOVE "reports/alumni-preview.txt" TO RPI-PATH
           MOVE "ALUMNI-TRANSITION" TO RPI-REPORT-ID
           MOVE "Alumni transition preview" TO RPI-TITLE
           MOVE SPACES TO RPI-SELECTION
           STRING "preview only; graduation year before "
                  WS-CURR-YEAR DELIMITED BY SIZE INTO RPI-SELECTION
           END-STRING
           MOVE WS-NEW-COUNT TO RPI-RECORDS
           MOVE "accounts that would move" TO RPI-RECORD-NOUN
           CALL "REPORT-FORMAT" USING REPORT-PAGE-INFO.

       ADD-ALUMNUS-IF-NEW.
           MOVE "N" TO WS-ON-FILE
           MOVE "N" TO WS-AL-EOF
