      *> changed field - actor, timestamp, file, record key, field
      *> name, value before and value after - so a disputed salary
      *> edit or status flip can be settled from the record. Read
      *> back through the admin console's inquiry screen. Rows are
      *> appended through AUDIT-CHAIN, which adds the hash-chain
      *> link after these fields.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77 WS-CURR-DATE    PIC X(21).
       77 WS-AC-COMMAND   PIC X(10) VALUE "APPEND".
       77 WS-AC-PATH      PIC X(40) VALUE "data/change-audit.dat".
       77 WS-AC-RESULT    PIC X(10).

      *> data/change-audit.dat, one row per changed field.
       01 CHANGE-AUDIT-REC.
          05 CA-REC-ACTOR     PIC X(20).
          05 CA-REC-TS        PIC X(19).
          05 CA-REC-FIELD     PIC X(15).
          05 CA-REC-BEFORE    PIC X(50).
          05 CA-REC-AFTER     PIC X(50).
          05 FILLER           PIC X(496).

       LINKAGE SECTION.
       01 CA-ACTOR  PIC X(20).
                                CA-BEFORE CA-AFTER.
       MAIN-PROGRAM.
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE
           MOVE SPACES TO CHANGE-AUDIT-REC
           MOVE CA-ACTOR TO CA-REC-ACTOR
           STRING WS-CURR-DATE(1:4)  "-" WS-CURR-DATE(5:2)  "-"
                  WS-CURR-DATE(7:2)  "T" WS-CURR-DATE(9:2)  ":"
           MOVE CA-FIELD TO CA-REC-FIELD
           MOVE CA-BEFORE TO CA-REC-BEFORE
           MOVE CA-AFTER TO CA-REC-AFTER
           CALL "AUDIT-CHAIN" USING WS-AC-COMMAND WS-AC-PATH
                CA-ACTOR CHANGE-AUDIT-REC WS-AC-RESULT
           GOBACK.

       END PROGRAM CHANGE-AUDIT.
