           SELECT CODES-TEMP-FILE ASSIGN TO "data/otptemp.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEMP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CODES-TEMP-FILE.
       01 OTP-TEMP-REC PIC X(27).

       WORKING-STORAGE SECTION.
       77 WS-CODES-STATUS PIC XX.
       77 WS-TEMP-STATUS  PIC XX.
       77 WS-EOF          PIC X VALUE "N".
       77 WS-HAS-CODES    PIC X VALUE "N".
       77 WS-MATCHED      PIC X VALUE "N".
       77 WS-CURR-DATE    PIC X(21).
       77 WS-AC-COMMAND   PIC X(10) VALUE "APPEND".
       77 WS-AC-PATH      PIC X(40) VALUE "data/login-audit.dat".
       77 WS-AC-ACTOR     PIC X(20) VALUE "OTP-VERIFY".
       77 WS-AC-RESULT    PIC X(10).

      *> data/login-audit.dat: the same layout login.cob appends,
      *> through AUDIT-CHAIN.
       01 AUDIT-REC.
          05 AUDIT-USERNAME     PIC X(20).
          05 AUDIT-TIMESTAMP    PIC X(19).
          05 AUDIT-RESULT       PIC X(7).
          05 FILLER             PIC X(654).

       LINKAGE SECTION.
       01 OV-USERNAME PIC X(20).

       WRITE-AUDIT-ROW.
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE
           MOVE SPACES TO AUDIT-REC
           MOVE OV-USERNAME TO AUDIT-USERNAME
           STRING WS-CURR-DATE(1:4)  "-" WS-CURR-DATE(5:2)  "-"
                  WS-CURR-DATE(7:2)  "T" WS-CURR-DATE(9:2)  ":"
           ELSE
              MOVE "OTPFAIL" TO AUDIT-RESULT
           END-IF
           CALL "AUDIT-CHAIN" USING WS-AC-COMMAND WS-AC-PATH
                WS-AC-ACTOR AUDIT-REC WS-AC-RESULT.

       END PROGRAM OTP-VERIFY.
