      *> Standalone operator utility, driven from the console
      *> (DISPLAY/ACCEPT). Generates a fresh sheet of twenty
      *> one-time codes for one admin: the sheet itself goes to
      *> reports/otp-sheet-<username>.txt for printing (it is kept
      *> offline, on paper), and each code is tracked in
      *> data/otp-codes.dat so OTP-VERIFY can burn it after one
      *> use. Generating a new sheet retires the admin's old codes
       77 WS-CODE-NUM     PIC 9(6).
       77 I               PIC 9(2).

           COPY "REGIONINF.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL "REGION-CONFIG" USING REGION-INFO
           IF RI-RESULT NOT = "OK"
              GOBACK
           END-IF

           DISPLAY "--- One-time code sheet generator ---"
           DISPLAY "Admin username:"
           MOVE SPACES TO WS-ADMIN
           MOVE WS-CURR-DATE(9:8) TO WS-SEED

           MOVE SPACES TO WS-SHEET-PATH
           STRING "reports/otp-sheet-" FUNCTION TRIM(WS-ADMIN) ".txt"
                  DELIMITED BY SIZE INTO WS-SHEET-PATH
           END-STRING
           OPEN OUTPUT SHEET-FILE
