      *> from accounts.dat or jobs.dat (a deleted account whose
      *> cascading cleanup missed a file, data edited by hand, a crash
      *> between two temp-file-replace steps). It makes no repairs -
      *> it only reports, to reports/integrity-report.txt and to the
      *> console, so ops can decide what to do with what it finds.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGRITY-CHECK.
           SELECT BLOCKED-FILE ASSIGN TO "data/blocked.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BLOCKED-STATUS.
           SELECT REJECTED-FILE
               ASSIGN TO "data/rejected-connections.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECTED-STATUS.
           SELECT JOBS-FILE ASSIGN TO "data/jobs.dat"
           SELECT EMPLOYER-FILE ASSIGN TO "data/employers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMP-STATUS.
           SELECT REPORT-FILE ASSIGN TO "reports/integrity-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPAIR-SRC-FILE ASSIGN USING WS-REPAIR-SRC
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT REPAIR-TEMP-FILE ASSIGN TO "data/repairtemp.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTMP-STATUS.
           SELECT REPAIR-LOG-FILE ASSIGN TO "reports/repair-log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RLOG-STATUS.

       77 WS-IDS-MOD-LAST  PIC 9(9) VALUE 0.
       77 WS-IDS-BAD       PIC 9(5) VALUE 0.

           COPY "REGIONINF.cpy".
           COPY "RPTINF.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL "REGION-CONFIG" USING REGION-INFO
           IF RI-RESULT NOT = "OK"
              GOBACK
           END-IF

           OPEN OUTPUT REPORT-FILE

           MOVE "InCollege cross-file referential integrity report"

           CLOSE REPORT-FILE

           MOVE "reports/integrity-report.txt" TO RPI-PATH
           MOVE "INTEGRITY-CHECK" TO RPI-REPORT-ID
           MOVE "Cross-file referential integrity" TO RPI-TITLE
           MOVE "every data file against accounts and postings"
              TO RPI-SELECTION
           MOVE WS-ORPHAN-COUNT TO RPI-RECORDS
           MOVE "orphaned rows" TO RPI-RECORD-NOUN
           CALL "REPORT-FORMAT" USING REPORT-PAGE-INFO

      *> Second mode: after the report, apply safe repairs under
      *> operator confirmation - delete the orphan rows the report
      *> just listed, backing up each touched file first and logging
      *> every removed row to reports/repair-log.txt.
           MOVE SPACES TO WS-ARG
           ACCEPT WS-ARG FROM COMMAND-LINE
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ARG)) = "REPAIR"
           PERFORM REPAIR-ONE-FILE

           CLOSE REPAIR-LOG-FILE
           MOVE "reports/repair-log.txt" TO RPI-PATH
           MOVE "INTEGRITY-REPAIR" TO RPI-REPORT-ID
           MOVE "Integrity repair log" TO RPI-TITLE
           MOVE "orphan rows confirmed for removal by the operator"
              TO RPI-SELECTION
           MOVE WS-REPAIR-TOTAL TO RPI-RECORDS
           MOVE "rows removed" TO RPI-RECORD-NOUN
           CALL "REPORT-FORMAT" USING REPORT-PAGE-INFO
           DISPLAY "Repairs applied: " WS-REPAIR-TOTAL
                   " row(s) removed; see reports/repair-log.txt.".

      *> Backs the file up to data/<file>.pre-repair, then rewrites
      *> it keeping only the rows whose references still resolve;
           END-STRING
           WRITE REPAIR-LOG-REC.

      *> Writes one line to reports/integrity-report.txt and echoes it
      *> to the console, the same two-destination behaviour
      *> IO-MODULE's WHEN "WRITE" gives the interactive transcript.
      *> The ID allocator's history must only ever climb: a series
      *> that went backwards means something minted numbers outside
      *> the allocator, and the next collision is a matter of time.
                         PERFORM LOOKUP-USERNAME
                         IF WS-USER-FOUND = "N"
                            MOVE SPACES TO WS-REPORT-LINE
                            STRING "ORPHAN: pending.dat row addressed "
                                   "to '"
                                   DELIMITED BY SIZE
                                   FUNCTION TRIM(P-RECIP)
                                   DELIMITED BY SIZE
                         PERFORM LOOKUP-USERNAME
                         IF WS-USER-FOUND = "N"
                            MOVE SPACES TO WS-REPORT-LINE
                            STRING "ORPHAN: blocked.dat row blocked by "
                                   "'"
                                   DELIMITED BY SIZE
                                   FUNCTION TRIM(BLOCKED-BY)
                                   DELIMITED BY SIZE
                         PERFORM LOOKUP-USERNAME
                         IF WS-USER-FOUND = "N"
                            MOVE SPACES TO WS-REPORT-LINE
                            STRING "ORPHAN: blocked.dat row names "
                                   "blocked user '"
                                   DELIMITED BY SIZE
                                   FUNCTION TRIM(BLOCKED-USER)
                                   DELIMITED BY SIZE
                         PERFORM LOOKUP-USERNAME
                         IF WS-USER-FOUND = "N"
                            MOVE SPACES TO WS-REPORT-LINE
                            STRING "ORPHAN: rejected-connections.dat "
                                   "row rejected by '"
                                   DELIMITED BY SIZE
                                   FUNCTION TRIM(REJ-REJECTOR)
                                   DELIMITED BY SIZE
                         PERFORM LOOKUP-USERNAME
                         IF WS-USER-FOUND = "N"
                            MOVE SPACES TO WS-REPORT-LINE
                            STRING "ORPHAN: rejected-connections.dat "
                                   "row sent by '"
                                   DELIMITED BY SIZE
                                   FUNCTION TRIM(REJ-SENDER)
                                   DELIMITED BY SIZE
                         PERFORM LOOKUP-USERNAME
                         IF WS-USER-FOUND = "N"
                            MOVE SPACES TO WS-REPORT-LINE
                            STRING "ORPHAN: applications.dat row filed "
                                   "by '"
                                   DELIMITED BY SIZE
                                   FUNCTION TRIM(JOB-APPLIER)
                                   DELIMITED BY SIZE
                         PERFORM LOOKUP-JOB-ID
                         IF WS-JOB-ID-FOUND = "N"
                            MOVE SPACES TO WS-REPORT-LINE
                            STRING "ORPHAN: applications.dat row for "
                                   "job "
                                   DELIMITED BY SIZE
                                   APP-JOB-ID DELIMITED BY SIZE
                                   " has no matching jobs.dat row"
                         PERFORM LOOKUP-USERNAME
                         IF WS-USER-FOUND = "N"
                            MOVE SPACES TO WS-REPORT-LINE
                            STRING "ORPHAN: messages.dat row addressed "
                                   "to '"
                                   DELIMITED BY SIZE
                                   FUNCTION TRIM(MSG-RECIPIENT)
                                   DELIMITED BY SIZE
                         PERFORM LOOKUP-USERNAME
                         IF WS-USER-FOUND = "N"
                            MOVE SPACES TO WS-REPORT-LINE
                            STRING "ORPHAN: notifications.dat row "
                                   "addressed to '"
                                   DELIMITED BY SIZE
                                   FUNCTION TRIM(NOTIF-RECIPIENT)
                                   DELIMITED BY SIZE
