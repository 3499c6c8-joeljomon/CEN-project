       77 WS-ROWS           PIC 9(07) VALUE 0.
       77 WS-DISPLAY-LINE   PIC X(132).

           COPY "REGIONINF.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL "REGION-CONFIG" USING REGION-INFO
           IF RI-RESULT NOT = "OK"
              GOBACK
           END-IF

           PERFORM CONVERT-ACCOUNTS
           DISPLAY "INDEX-CONVERT: done."
           GOBACK.
