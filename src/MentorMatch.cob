       77 WS-MENTOR-CAP      PIC 9(02) VALUE 5.
       77 WS-MENTOR-LOAD     PIC 9(03) VALUE 0.
       77 WS-DISPLAY-LINE    PIC X(132).
       77 WS-FC-COMMAND      PIC X(10).
       77 WS-FC-TEXT         PIC X(480).
       77 WS-FC-WIDTH        PIC 9(03).
       77 WS-FC-RESULT       PIC X(10).
       77 I                  PIC 9(03).
       77 J                  PIC 9(03).

             10 WS-M-USERNAME   PIC X(20).
             10 WS-M-MAJOR      PIC X(50).

           COPY "REGIONINF.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL "REGION-CONFIG" USING REGION-INFO
           IF RI-RESULT NOT = "OK"
              GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE
           MOVE WS-CURR-DATE(1:4) TO WS-CURR-YEAR
           STRING WS-CURR-DATE(1:4) "-" WS-CURR-DATE(5:2) "-"
                  DELIMITED BY SIZE
                  INTO MSG-TEXT
           END-STRING
           PERFORM SEAL-MESSAGE
           MOVE WS-TS TO MSG-SENT-DATE
           SET MSG-UNREAD TO TRUE
           MOVE "N" TO MSG-HIDDEN-FLAG
                  DELIMITED BY SIZE
                  INTO MSG-TEXT
           END-STRING
           PERFORM SEAL-MESSAGE
           MOVE WS-TS TO MSG-SENT-DATE
           SET MSG-UNREAD TO TRUE
           MOVE "N" TO MSG-HIDDEN-FLAG

           ADD 1 TO WS-MATCH-COUNT.

      *> Introductions go in sealed like any other message; with no
      *> key on file yet they stay plain until KEY-ROTATE runs.
       SEAL-MESSAGE.
           MOVE "ENCRYPT" TO WS-FC-COMMAND
           MOVE MSG-TEXT TO WS-FC-TEXT
           MOVE 480 TO WS-FC-WIDTH
           CALL "FIELD-CRYPT" USING WS-FC-COMMAND WS-FC-TEXT
                WS-FC-WIDTH WS-FC-RESULT
           IF WS-FC-RESULT = "OK"
              MOVE WS-FC-TEXT TO MSG-TEXT
           END-IF.

       END PROGRAM MENTOR-MATCH.
