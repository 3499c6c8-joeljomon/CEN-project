          05 JR-TS     PIC X(19).
          05 JR-FILE   PIC X(20).
          05 JR-DATA   PIC X(600).
          05 JR-LINK   PIC X(20).

       FD TARGET-FILE.
       01 TARGET-REC PIC X(600).
       77 WS-DISPOSITION    PIC X(08).
       77 WS-DISPLAY-LINE   PIC X(132).

           COPY "REGIONINF.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL "REGION-CONFIG" USING REGION-INFO
           IF RI-RESULT NOT = "OK"
              GOBACK
           END-IF

           MOVE SPACES TO WS-ARG
           ACCEPT WS-ARG FROM COMMAND-LINE
           IF WS-ARG(1:8) IS NUMERIC
