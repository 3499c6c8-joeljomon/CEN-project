      *> strength rules and PWD-HASH salting all apply exactly as
      *> they do at the interactive Create New Account screen. A
      *> generated temporary password goes onto the distribution list
      *> reports/provisioned-accounts.txt for the orientation desk, the
      *> username goes onto data/pwd-force.dat so the first login
      *> forces a password change, and a PROFILE-REC skeleton is
      *> seeded into profiles.dat.
           SELECT PROFILE-FILE ASSIGN TO "data/profiles.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFILE-STATUS.
           SELECT DIST-FILE ASSIGN TO "reports/provisioned-accounts.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FORCE-FILE ASSIGN TO "data/pwd-force.dat"
               ORGANIZATION IS LINE SEQUENTIAL
          05 WS-F-YEAR        PIC X(4).
          05 WS-F-CAMPUS      PIC X(6).

           COPY "REGIONINF.cpy".
           COPY "RPTINF.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL "REGION-CONFIG" USING REGION-INFO
           IF RI-RESULT NOT = "OK"
              GOBACK
           END-IF

           OPEN INPUT ROSTER-FILE
           IF WS-ROSTER-STATUS NOT = "00"
              DISPLAY "ROSTER-IMPORT: data/registrar-roster.csv "
           CLOSE ROSTER-FILE
           CLOSE DIST-FILE

           MOVE "reports/provisioned-accounts.txt" TO RPI-PATH
           MOVE "ROSTER-IMPORT" TO RPI-REPORT-ID
           MOVE "Provisioned accounts for orientation" TO RPI-TITLE
           MOVE "rows in data/registrar-roster.csv" TO RPI-SELECTION
           MOVE WS-GOOD-COUNT TO RPI-RECORDS
           MOVE "accounts created" TO RPI-RECORD-NOUN
           CALL "REPORT-FORMAT" USING REPORT-PAGE-INFO

           MOVE SPACES TO WS-DISPLAY-LINE
           STRING "ROSTER-IMPORT: " WS-ROW-COUNT " row(s) read, "
                  WS-GOOD-COUNT " account(s) created, "
