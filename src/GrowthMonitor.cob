       77 WS-NOTIF-CAT     PIC X(12).
       77 WS-DISPLAY-LINE  PIC X(160).

           COPY "REGIONINF.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL "REGION-CONFIG" USING REGION-INFO
           IF RI-RESULT NOT = "OK"
              GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE
           MOVE WS-CURR-DATE(1:8) TO WS-TODAY
           MOVE WS-CURR-DATE(1:8) TO WS-DATE-NUM
