       77  WS-DONE           PIC X VALUE "N".
       77  WS-UPDATED        PIC X VALUE "N".

           COPY "REGIONINF.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL "REGION-CONFIG" USING REGION-INFO
           IF RI-RESULT NOT = "OK"
              GOBACK
           END-IF

           PERFORM UNTIL WS-DONE = "Y"
              PERFORM LIST-PENDING-COMPANIES
              IF WS-PENDING-COUNT = 0
