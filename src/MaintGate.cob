       77 WS-MM-COMMAND   PIC X(10).
       77 WS-SLEEP-SECS   PIC 9(9) COMP-5 VALUE 30.

           COPY "REGIONINF.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL "REGION-CONFIG" USING REGION-INFO
           IF RI-RESULT NOT = "OK"
              GOBACK
           END-IF

      *> The window is expected to finish well before six the next
      *> morning; that is what the login message promises.
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE
