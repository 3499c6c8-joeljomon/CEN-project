      *> .dat files forward to the last completed transaction - the
      *> same restart idea IO-MODULE's io-checkpoint.dat applies to
      *> transcript lines. One journal file per day:
      *> data/journal-YYYYMMDD.dat. Rows are appended through
      *> AUDIT-CHAIN, which adds the hash-chain link after these
      *> fields.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77 WS-JOURNAL-PATH   PIC X(40).
       77 WS-CURR-DATE      PIC X(21).
       77 WS-AC-COMMAND     PIC X(10) VALUE "APPEND".
       77 WS-AC-ACTOR       PIC X(20) VALUE "TXN-JOURNAL".
       77 WS-AC-RESULT      PIC X(10).

       01 JOURNAL-REC.
          05 JR-TS     PIC X(19).
          05 JR-FILE   PIC X(20).
          05 JR-DATA   PIC X(600).
          05 FILLER    PIC X(61).

       LINKAGE SECTION.
       01 JN-FILE PIC X(20).
                  INTO WS-JOURNAL-PATH
           END-STRING

           MOVE SPACES TO JOURNAL-REC
           STRING WS-CURR-DATE(1:4)  "-" WS-CURR-DATE(5:2)  "-"
                  WS-CURR-DATE(7:2)  "T" WS-CURR-DATE(9:2)  ":"
                  WS-CURR-DATE(11:2) ":" WS-CURR-DATE(13:2)
           END-STRING
           MOVE JN-FILE TO JR-FILE
           MOVE JN-DATA TO JR-DATA
           CALL "AUDIT-CHAIN" USING WS-AC-COMMAND WS-JOURNAL-PATH
                WS-AC-ACTOR JOURNAL-REC WS-AC-RESULT
           GOBACK.

       END PROGRAM TXN-JOURNAL.
