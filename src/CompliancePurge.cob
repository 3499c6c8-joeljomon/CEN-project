      *>   - every backup generation in data/backup-catalog.dat
      *>     (data/backup-YYYYMMDD-<file>),
      *> removing each row that mentions the username anywhere, and
      *> writes a certificate report, reports/purge-certificate.txt,
      *> listing every location checked, the rows removed per file,
      *> and anything it could not touch - because "we deleted the
      *> account" is not an answer an auditor accepts. Catalog row
           SELECT STORE-TEMP-FILE ASSIGN TO "data/purgetemp.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEMP-STATUS.
           SELECT CERT-FILE ASSIGN TO "reports/purge-certificate.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       77 WS-DAY-BACK      PIC 9(3).
       77 WS-CERT-LINE     PIC X(132).
       77 WS-LH-HELD       PIC X(01) VALUE "N".
       77 WS-AC-COMMAND    PIC X(10).
       77 WS-AC-PATH       PIC X(40).
       77 WS-AC-ACTOR      PIC X(20) VALUE "COMPLIANCE-PURGE".
       77 WS-AC-ROW        PIC X(700).
       77 WS-AC-RESULT     PIC X(10).

           COPY "REGIONINF.cpy".
           COPY "RPTINF.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL "REGION-CONFIG" USING REGION-INFO
           IF RI-RESULT NOT = "OK"
              GOBACK
           END-IF

           DISPLAY "--- Compliance purge of secondary stores ---"
           DISPLAY "Enter the username to purge:"
           MOVE SPACES TO WS-SUBJECT
           WRITE CERT-REC
           CLOSE CERT-FILE

           MOVE "reports/purge-certificate.txt" TO RPI-PATH
           MOVE "COMPLIANCE-PURGE" TO RPI-REPORT-ID
           MOVE "Erasure certificate" TO RPI-TITLE
           MOVE SPACES TO RPI-SELECTION
           STRING "rows mentioning " FUNCTION TRIM(WS-SUBJECT)
                  " in archives, quarantines, journals and backups"
                  DELIMITED BY SIZE INTO RPI-SELECTION
           END-STRING
           MOVE WS-TOTAL-REMOVED TO RPI-RECORDS
           MOVE "rows removed" TO RPI-RECORD-NOUN
           CALL "REPORT-FORMAT" USING REPORT-PAGE-INFO

           DISPLAY "COMPLIANCE-PURGE: " WS-TOTAL-REMOVED
                   " row(s) removed across " WS-PLACES
                   " location(s); see reports/purge-certificate.txt."
           GOBACK.

      *> Each retention rule names one file that can have an archive
              END-READ
           END-PERFORM
           CLOSE STORE-TEMP-FILE
           CLOSE STORE-FILE
           PERFORM RESEAL-AUDIT-CHAIN.

      *> A rewrite of a hash-chained evidence file (login-audit.dat,
      *> change-audit.dat, a journal) has to be resealed, or the
      *> next AUDIT-VERIFY reports it as tampering; AUDIT-CHAIN
      *> answers NOTCHAINED for every other file and does nothing.
       RESEAL-AUDIT-CHAIN.
           MOVE "RESEAL" TO WS-AC-COMMAND
           MOVE WS-STORE-PATH TO WS-AC-PATH
           MOVE SPACES TO WS-AC-ROW
           CALL "AUDIT-CHAIN" USING WS-AC-COMMAND WS-AC-PATH
                WS-AC-ACTOR WS-AC-ROW WS-AC-RESULT
           IF WS-AC-RESULT = "BUSY"
              DISPLAY "COMPLIANCE-PURGE: " FUNCTION TRIM(WS-STORE-PATH)
                      " could not be resealed (audit chain busy) -"
                      " reseal it with AUDIT-VERIFY RESEAL."
           END-IF.

       END PROGRAM COMPLIANCE-PURGE.
