       77 WS-ANSWER          PIC X(100).
       77 WS-REMOVED         PIC X VALUE "N".

           COPY "REGIONINF.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL "REGION-CONFIG" USING REGION-INFO
           IF RI-RESULT NOT = "OK"
              GOBACK
           END-IF

           PERFORM UNTIL FUNCTION TRIM(WS-CHOICE) = "3"
              DISPLAY "--- System Announcements ---"
              PERFORM LIST-ANNOUNCEMENTS
