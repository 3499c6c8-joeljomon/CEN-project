             10 WS-MT-FILE       PIC X(30).
             10 WS-MT-DATA       PIC X(600).

           COPY "REGIONINF.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL "REGION-CONFIG" USING REGION-INFO
           IF RI-RESULT NOT = "OK"
              GOBACK
           END-IF

           DISPLAY "--- Archive search and restore ---"
           DISPLAY "Search archives by:"
           DISPLAY "1. Username"
