      *>   CONNECTIONS - both usernames nonblank
      *>   NOTIFS      - nonblank recipient
      *>   AUDIT       - nonblank username, timestamp present
      *> A pass that rewrites the live file leaves its control
      *> totals (read, written back, quarantined) with
      *> CONTROL-TOTALS for BATCH-DRIVER's balancing report; an
      *> all-clean pass changes nothing and records nothing.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77 WS-BAD         PIC X VALUE "N".
       77 WS-REASON      PIC X(30).
       77 WS-MIN-LEN     PIC 9(05).
       77 WS-CT-STEP     PIC X(20) VALUE "RECORD-SCRUB".
       77 WS-CT-FILE     PIC X(30).
       77 WS-AC-COMMAND  PIC X(10).
       77 WS-AC-PATH     PIC X(40).
       77 WS-AC-ACTOR    PIC X(20) VALUE "RECORD-SCRUB".
       77 WS-AC-ROW      PIC X(700).
       77 WS-AC-RESULT   PIC X(10).
       01 WS-CT-COUNTS.
          05 WS-CT-READ     PIC 9(7) VALUE 0.
          05 WS-CT-WRITTEN  PIC 9(7) VALUE 0.
          05 WS-CT-REJECTED PIC 9(7) VALUE 0.
          05 WS-CT-MOVED    PIC 9(7) VALUE 0.

       LINKAGE SECTION.
       01 SC-FILE  PIC X(30).
              WHEN OTHER         MOVE 1 TO WS-MIN-LEN
           END-EVALUATE

           MOVE ZEROS TO WS-CT-COUNTS
           MOVE "N" TO WS-EOF
           OPEN INPUT DATA-FILE
           IF WS-DATA-STATUS NOT = "00"
              READ DATA-FILE
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    ADD 1 TO WS-CT-READ
                    PERFORM JUDGE-ONE-ROW
                    IF WS-BAD = "Y"
                       PERFORM QUARANTINE-ROW
                    NOT AT END
                       MOVE KEEP-REC TO DATA-REC
                       WRITE DATA-REC
                       ADD 1 TO WS-CT-WRITTEN
                 END-READ
              END-PERFORM
              CLOSE KEEP-FILE
              CLOSE DATA-FILE
              PERFORM RESEAL-AUDIT-CHAIN
              MOVE SC-FILE TO WS-CT-FILE
              MOVE SC-COUNT TO WS-CT-MOVED
              CALL "CONTROL-TOTALS" USING WS-CT-STEP WS-CT-FILE
                   WS-CT-COUNTS
           END-IF
           GOBACK.

           WRITE QUAR-REC
           CLOSE QUAR-FILE.

      *> A rewrite of a hash-chained evidence file (login-audit.dat,
      *> change-audit.dat, a journal) has to be resealed, or the
      *> next AUDIT-VERIFY reports it as tampering; AUDIT-CHAIN
      *> answers NOTCHAINED for every other file and does nothing.
       RESEAL-AUDIT-CHAIN.
           MOVE "RESEAL" TO WS-AC-COMMAND
           MOVE WS-DATA-PATH TO WS-AC-PATH
           MOVE SPACES TO WS-AC-ROW
           CALL "AUDIT-CHAIN" USING WS-AC-COMMAND WS-AC-PATH
                WS-AC-ACTOR WS-AC-ROW WS-AC-RESULT
           IF WS-AC-RESULT = "BUSY"
              DISPLAY "RECORD-SCRUB: " FUNCTION TRIM(WS-DATA-PATH)
                      " could not be resealed (audit chain busy) -"
                      " reseal it with AUDIT-VERIFY RESEAL."
           END-IF.

       END PROGRAM RECORD-SCRUB.
