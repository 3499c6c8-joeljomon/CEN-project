      *> export - usernames only - since a roster for spreadsheet
      *> analysis has no legitimate need for it. Read-only: it makes
      *> no changes to the source data files.
      *>
      *> Each run is made at a clearance, given on the command line
      *> with who the files are for, e.g.  FULL registrar  or
      *> COUNTS dean. FULL writes the usernames, posters and
      *> appliers as they are; MASKED (the default, and what an
      *> unrecognised word gets) stars them out but keeps one row
      *> per record; COUNTS drops those columns altogether and
      *> writes the accounts file as a single count. The three
      *> files are logged in data/report-deliveries.dat at that
      *> clearance, alongside REPORT-DISTRIB's deliveries.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATA-EXPORT.

               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOBS-CSV ASSIGN TO "data/jobs-export.csv"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT APPLICATIONS-CSV
               ASSIGN TO "data/applications-export.csv"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DELIVERY-FILE ASSIGN TO "data/report-deliveries.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DELIV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD APPLICATIONS-CSV.
       01 APPLICATIONS-CSV-REC PIC X(250).

      *> data/report-deliveries.dat: the same layout REPORT-DISTRIB
      *> records its pickup copies in.
       FD DELIVERY-FILE.
       01 DELIVERY-REC.
          05 DL-DATE       PIC X(8).
          05 DL-RECIPIENT  PIC X(20).
          05 DL-REPORT     PIC X(30).
          05 DL-CLEARANCE  PIC X(6).

       WORKING-STORAGE SECTION.
       77 WS-ACCOUNT-STATUS  PIC XX.
       77 WS-JOBS-STATUS     PIC XX.
       77 WS-CSV-LINE        PIC X(250).
       77 WS-JOB-ID-DISP     PIC 9(05).
       77 WS-APP-JOB-ID-DISP PIC 9(05).
       77 WS-DELIV-STATUS    PIC XX.
       77 WS-ARG             PIC X(60).
       77 WS-CLEAR-IN        PIC X(10).
       77 WS-CLEARANCE       PIC X(6).
       77 WS-EXPORT-TO       PIC X(20).
       77 WS-ACCOUNT-COUNT   PIC 9(07) VALUE 0.
       77 WS-CURR-DATE       PIC X(21).

      *> CSV quoting for free-text fields (job titles, employer/poster
      *> names) that may themselves contain a comma. WS-QUOTE-IN is
       77 WS-QUOTE-IDX       PIC 9(03).
       77 WS-QUOTE-CHAR      PIC X.

           COPY "REGIONINF.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL "REGION-CONFIG" USING REGION-INFO
           IF RI-RESULT NOT = "OK"
              GOBACK
           END-IF

           MOVE SPACES TO WS-ARG WS-CLEAR-IN WS-EXPORT-TO
           ACCEPT WS-ARG FROM COMMAND-LINE
           UNSTRING WS-ARG DELIMITED BY ALL SPACE
               INTO WS-CLEAR-IN WS-EXPORT-TO
           END-UNSTRING
           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CLEAR-IN))
              WHEN "FULL"   MOVE "FULL" TO WS-CLEARANCE
              WHEN "COUNTS" MOVE "COUNTS" TO WS-CLEARANCE
              WHEN OTHER    MOVE "MASKED" TO WS-CLEARANCE
           END-EVALUATE
           IF WS-EXPORT-TO = SPACES
              MOVE "operator" TO WS-EXPORT-TO
           END-IF

           PERFORM EXPORT-ACCOUNTS
           PERFORM EXPORT-JOBS
           PERFORM EXPORT-APPLICATIONS
           PERFORM LOG-EXPORT

           DISPLAY "Export complete at clearance " WS-CLEARANCE
                   " for " FUNCTION TRIM(WS-EXPORT-TO) ":"
           DISPLAY "  data/accounts-export.csv"
           DISPLAY "  data/jobs-export.csv"
           DISPLAY "  data/applications-export.csv"
           GOBACK.

       LOG-EXPORT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE
           OPEN EXTEND DELIVERY-FILE
           IF WS-DELIV-STATUS NOT = "00"
              OPEN OUTPUT DELIVERY-FILE
           END-IF
           MOVE WS-CURR-DATE(1:8) TO DL-DATE
           MOVE WS-EXPORT-TO TO DL-RECIPIENT
           MOVE WS-CLEARANCE TO DL-CLEARANCE
           MOVE "accounts-export.csv" TO DL-REPORT
           WRITE DELIVERY-REC
           MOVE "jobs-export.csv" TO DL-REPORT
           WRITE DELIVERY-REC
           MOVE "applications-export.csv" TO DL-REPORT
           WRITE DELIVERY-REC
           CLOSE DELIVERY-FILE.

       EXPORT-ACCOUNTS.
           OPEN OUTPUT ACCOUNTS-CSV
           IF WS-CLEARANCE = "COUNTS"
              MOVE "accounts" TO WS-CSV-LINE
           ELSE
              MOVE "username" TO WS-CSV-LINE
           END-IF
           PERFORM WRITE-ACCOUNTS-CSV-LINE

           MOVE "N" TO WS-EOF
                 READ ACCOUNT-FILE
                     AT END MOVE "Y" TO WS-EOF
                     NOT AT END
                         ADD 1 TO WS-ACCOUNT-COUNT
                         EVALUATE WS-CLEARANCE
                            WHEN "FULL"
                               MOVE FUNCTION TRIM(ACC-USERNAME)
                                 TO WS-CSV-LINE
                               PERFORM WRITE-ACCOUNTS-CSV-LINE
                            WHEN "MASKED"
                               MOVE "*****" TO WS-CSV-LINE
                               PERFORM WRITE-ACCOUNTS-CSV-LINE
                         END-EVALUATE
                 END-READ
              END-PERFORM
              CLOSE ACCOUNT-FILE
           END-IF
           IF WS-CLEARANCE = "COUNTS"
              MOVE WS-ACCOUNT-COUNT TO WS-CSV-LINE
              PERFORM WRITE-ACCOUNTS-CSV-LINE
           END-IF
           CLOSE ACCOUNTS-CSV.

       WRITE-ACCOUNTS-CSV-LINE.

       EXPORT-JOBS.
           OPEN OUTPUT JOBS-CSV
           IF WS-CLEARANCE = "COUNTS"
              MOVE "job_id,title,status" TO WS-CSV-LINE
           ELSE
              MOVE "job_id,title,poster,status" TO WS-CSV-LINE
           END-IF
           PERFORM WRITE-JOBS-CSV-LINE

           MOVE "N" TO WS-EOF
                                "," DELIMITED BY SIZE
                                INTO WS-CSV-LINE
                         END-STRING
                         IF WS-CLEARANCE NOT = "COUNTS"
                            MOVE JOB-POSTER TO WS-QUOTE-IN
                            PERFORM MASK-CSV-PERSON
                            STRING FUNCTION TRIM(WS-CSV-LINE)
                                   DELIMITED BY SIZE
                                   WS-QUOTE-OUT(1:WS-QUOTE-OUT-LEN)
                                   DELIMITED BY SIZE
                                   "," DELIMITED BY SIZE
                                   INTO WS-CSV-LINE
                            END-STRING
                         END-IF
                         IF JOB-CLOSED
                            STRING FUNCTION TRIM(WS-CSV-LINE)
                                   DELIMITED BY SIZE

       EXPORT-APPLICATIONS.
           OPEN OUTPUT APPLICATIONS-CSV
           IF WS-CLEARANCE = "COUNTS"
              MOVE "job_id,status" TO WS-CSV-LINE
           ELSE
              MOVE "job_id,applier,status" TO WS-CSV-LINE
           END-IF
           PERFORM WRITE-APPLICATIONS-CSV-LINE

           MOVE "N" TO WS-EOF
                     NOT AT END
                         MOVE APP-JOB-ID TO WS-APP-JOB-ID-DISP
                         MOVE SPACES TO WS-CSV-LINE
                         IF WS-CLEARANCE = "COUNTS"
                            STRING WS-APP-JOB-ID-DISP DELIMITED BY SIZE
                                   "," DELIMITED BY SIZE
                                   FUNCTION TRIM(APP-STATUS)
                                   DELIMITED BY SIZE
                                   INTO WS-CSV-LINE
                            END-STRING
                         ELSE
                            MOVE JOB-APPLIER TO WS-QUOTE-IN
                            PERFORM MASK-CSV-PERSON
                            STRING WS-APP-JOB-ID-DISP DELIMITED BY SIZE
                                   "," DELIMITED BY SIZE
                                   WS-QUOTE-OUT(1:WS-QUOTE-OUT-LEN)
                                   DELIMITED BY SIZE
                                   "," DELIMITED BY SIZE
                                   FUNCTION TRIM(APP-STATUS)
                                   DELIMITED BY SIZE
                                   INTO WS-CSV-LINE
                            END-STRING
                         END-IF
                         PERFORM WRITE-APPLICATIONS-CSV-LINE
                 END-READ
              END-PERFORM
           MOVE WS-CSV-LINE TO APPLICATIONS-CSV-REC
           WRITE APPLICATIONS-CSV-REC.

      *> A username column: quoted as it is at FULL, starred out at
      *> MASKED.
       MASK-CSV-PERSON.
           IF WS-CLEARANCE NOT = "FULL"
              MOVE "*****" TO WS-QUOTE-IN
           END-IF
           PERFORM QUOTE-CSV-FIELD.

      *> Wraps FUNCTION TRIM(WS-QUOTE-IN) in double quotes, doubling
      *> any embedded double quote, so a comma (or quote) inside a
      *> job title or poster/applier name does not shift later CSV
