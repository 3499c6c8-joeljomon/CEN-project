      *> Standalone nightly batch, runnable as a BATCH-DRIVER step.
      *> Postings used to be seen only inside InCollege; this writes
      *> the feed the regional job boards collect from the pickup
      *> area, pickup/jobboard-feed-YYYYMMDD.csv, holding what
      *> changed since the previous run:
      *>
      *>   ADD     a posting newly eligible for the boards
      *>   UPDATE  an eligible posting whose published columns changed
      *>   REMOVE  a posting that was on the boards and no longer is
      *>
      *> A posting is eligible while it is Open, carries no campus
      *> restriction (JOB-CAMPUS blank) and its poster's employers.dat
      *> row is approved (EMP-APPROVED) without the company's
      *> job-board opt-out (EMP-SYND-OPTOUT Y, set under the company
      *> profile). Each row's apply_url carries the JOB-ID so an
      *> applicant always lands back on InCollege to apply.
      *> What the boards were last sent lives in
      *> data/syndication-state.dat - JOB-ID and the published row -
      *> the remember-what-we-sent idea APP-FEED-OUT keeps in
      *> appfeed-marks.dat, but per posting so an edit or a removal
      *> is noticed as well as an add. A run with nothing to send
      *> writes no feed file. Every feed row is logged to
      *> data/syndication-log.dat with the reason a removal went out,
      *> and the control totals go to CONTROL-TOTALS for
      *> BATCH-DRIVER's balancing report.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOB-SYNDICATE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOBS-FILE ASSIGN TO "data/jobs.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBS-STATUS.
           SELECT EMPLOYER-FILE ASSIGN TO "data/employers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMP-STATUS.
           SELECT STATE-FILE ASSIGN TO "data/syndication-state.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATE-STATUS.
           SELECT LOG-FILE ASSIGN TO "data/syndication-log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT FEED-FILE ASSIGN USING WS-FEED-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD JOBS-FILE.
           COPY "JOBREC.cpy".

       FD EMPLOYER-FILE.
           COPY "EMPLOYERREC.cpy".

      *> data/syndication-state.dat: one row per posting the boards
      *> currently hold, with the columns they were sent.
       FD STATE-FILE.
       01 STATE-REC.
          05 SS-JOB-ID    PIC 9(05).
          05 SS-ROW       PIC X(600).

      *> data/syndication-log.dat: one row per feed row sent.
       FD LOG-FILE.
       01 LOG-REC.
          05 SL-DATE      PIC X(10).
          05 FILLER       PIC X(01).
          05 SL-TIME      PIC X(08).
          05 FILLER       PIC X(01).
          05 SL-ACTION    PIC X(06).
          05 FILLER       PIC X(01).
          05 SL-JOB-ID    PIC 9(05).
          05 FILLER       PIC X(01).
          05 SL-POSTER    PIC X(20).
          05 FILLER       PIC X(01).
          05 SL-REASON    PIC X(40).

       FD FEED-FILE.
       01 FEED-REC PIC X(700).

       WORKING-STORAGE SECTION.
       77 WS-JOBS-STATUS   PIC XX.
       77 WS-EMP-STATUS    PIC XX.
       77 WS-STATE-STATUS  PIC XX.
       77 WS-LOG-STATUS    PIC XX.
       77 WS-FEED-STATUS   PIC XX.
       77 WS-EOF           PIC X VALUE "N".
       77 WS-FEED-PATH     PIC X(70).
       77 WS-FEED-OPEN     PIC X VALUE "N".
       77 WS-CURR-DATE     PIC X(21).
       77 WS-TODAY         PIC X(10).
       77 WS-NOW           PIC X(08).
       77 WS-APPLY-BASE    PIC X(50)
          VALUE "https://incollege.edu/jobs/apply?job=".
       77 WS-ELIGIBLE      PIC X VALUE "N".
       77 WS-WHY-NOT       PIC X(40).
       77 WS-ACTION        PIC X(06).
       77 WS-ROW           PIC X(600).
       77 WS-ROW-PTR       PIC 9(04).
       77 WS-CSV-FIELD     PIC X(200).
       77 WS-CSV-LEN       PIC 9(03).
       77 WS-CSV-POS       PIC 9(03).
       77 WS-POSTER        PIC X(20).
       77 WS-FOUND-IDX     PIC 9(05).
       77 WS-ADDS          PIC 9(05) VALUE 0.
       77 WS-UPDATES       PIC 9(05) VALUE 0.
       77 WS-REMOVES       PIC 9(05) VALUE 0.
       77 WS-ON-BOARDS     PIC 9(05) VALUE 0.
       77 WS-NOT-LISTED    PIC 9(05) VALUE 0.
       77 WS-JOBS-READ     PIC 9(7) VALUE 0.
       77 S                PIC 9(05).
       77 E                PIC 9(05).
       77 WS-CT-STEP       PIC X(20) VALUE "JOB-SYNDICATE".
       77 WS-CT-FILE       PIC X(30) VALUE "jobs.dat".
       01 WS-CT-COUNTS.
          05 WS-CT-READ     PIC 9(7) VALUE 0.
          05 WS-CT-WRITTEN  PIC 9(7) VALUE 0.
          05 WS-CT-REJECTED PIC 9(7) VALUE 0.
          05 WS-CT-MOVED    PIC 9(7) VALUE 0.

      *> What the boards were sent last run, loaded from the state
      *> file. SS-T-SEEN flags each entry this run met in jobs.dat
      *> still eligible; anything left unflagged goes out as a
      *> REMOVE, with SS-T-WHY saying why.
       77 WS-STATE-COUNT   PIC 9(05) VALUE 0.
       01 WS-STATE-TABLE.
          05 WS-STATE-ENTRY OCCURS 3000 TIMES.
             10 SS-T-JOB-ID  PIC 9(05).
             10 SS-T-ROW     PIC X(600).
             10 SS-T-SEEN    PIC X(01).
             10 SS-T-POSTER  PIC X(20).
             10 SS-T-WHY     PIC X(40).

      *> Approval and opt-out per employer username.
       77 WS-EMP-COUNT     PIC 9(05) VALUE 0.
       01 WS-EMP-TABLE.
          05 WS-EMP-ENTRY OCCURS 2000 TIMES.
             10 WS-E-USERNAME  PIC X(20).
             10 WS-E-VERIFIED  PIC X(01).
             10 WS-E-OPTOUT    PIC X(01).

           COPY "REGIONINF.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL "REGION-CONFIG" USING REGION-INFO
           IF RI-RESULT NOT = "OK"
              GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE
           STRING WS-CURR-DATE(1:4) "-" WS-CURR-DATE(5:2) "-"
                  WS-CURR-DATE(7:2)
                  DELIMITED BY SIZE INTO WS-TODAY
           END-STRING
           STRING WS-CURR-DATE(9:2) ":" WS-CURR-DATE(11:2) ":"
                  WS-CURR-DATE(13:2)
                  DELIMITED BY SIZE INTO WS-NOW
           END-STRING
           MOVE SPACES TO WS-FEED-PATH
           STRING "pickup/jobboard-feed-" WS-CURR-DATE(1:8) ".csv"
                  DELIMITED BY SIZE INTO WS-FEED-PATH
           END-STRING

      *> Without jobs.dat every listing would look removed, so the
      *> run stops before the state is touched.
           OPEN INPUT JOBS-FILE
           IF WS-JOBS-STATUS NOT = "00"
              DISPLAY "JOB-SYNDICATE: data/jobs.dat not found; "
                      "nothing sent."
              GOBACK
           END-IF

           PERFORM LOAD-EMPLOYERS
           PERFORM LOAD-STATE

           OPEN EXTEND LOG-FILE
           IF WS-LOG-STATUS NOT = "00"
              OPEN OUTPUT LOG-FILE
           END-IF

      *> The new state is written as the postings are met, so the
      *> state file always matches the feed rows just sent.
           OPEN OUTPUT STATE-FILE
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
              READ JOBS-FILE
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    ADD 1 TO WS-JOBS-READ
                    PERFORM SYNDICATE-ONE-JOB
              END-READ
           END-PERFORM
           CLOSE JOBS-FILE
           CLOSE STATE-FILE

           PERFORM VARYING S FROM 1 BY 1 UNTIL S > WS-STATE-COUNT
              IF SS-T-SEEN(S) = "N"
                 PERFORM WRITE-REMOVE-ROW
              END-IF
           END-PERFORM

           IF WS-FEED-OPEN = "Y"
              CLOSE FEED-FILE
           END-IF
           CLOSE LOG-FILE

           MOVE WS-JOBS-READ TO WS-CT-READ
           MOVE WS-ON-BOARDS TO WS-CT-WRITTEN
           MOVE WS-NOT-LISTED TO WS-CT-REJECTED
           CALL "CONTROL-TOTALS" USING WS-CT-STEP WS-CT-FILE
                WS-CT-COUNTS

           DISPLAY "JOB-SYNDICATE: " WS-ON-BOARDS
                   " posting(s) on the job boards - " WS-ADDS
                   " added, " WS-UPDATES " updated, " WS-REMOVES
                   " removed."
           GOBACK.

       LOAD-EMPLOYERS.
           MOVE 0 TO WS-EMP-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT EMPLOYER-FILE
           IF WS-EMP-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ EMPLOYER-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF WS-EMP-COUNT < 2000
                          ADD 1 TO WS-EMP-COUNT
                          MOVE EMP-USERNAME
                               TO WS-E-USERNAME(WS-EMP-COUNT)
                          MOVE EMP-VERIFIED
                               TO WS-E-VERIFIED(WS-EMP-COUNT)
                          MOVE EMP-SYND-OPTOUT
                               TO WS-E-OPTOUT(WS-EMP-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE EMPLOYER-FILE
           END-IF.

       LOAD-STATE.
           MOVE 0 TO WS-STATE-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT STATE-FILE
           IF WS-STATE-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ STATE-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF WS-STATE-COUNT < 3000
                          ADD 1 TO WS-STATE-COUNT
                          MOVE SS-JOB-ID
                               TO SS-T-JOB-ID(WS-STATE-COUNT)
                          MOVE SS-ROW TO SS-T-ROW(WS-STATE-COUNT)
                          MOVE "N" TO SS-T-SEEN(WS-STATE-COUNT)
                          MOVE SPACES TO SS-T-POSTER(WS-STATE-COUNT)
                          MOVE "posting deleted"
                               TO SS-T-WHY(WS-STATE-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE STATE-FILE
           END-IF.

       SYNDICATE-ONE-JOB.
           PERFORM CHECK-ELIGIBLE

           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > WS-STATE-COUNT
              IF SS-T-JOB-ID(S) = JOB-ID
                 MOVE S TO WS-FOUND-IDX
                 EXIT PERFORM
              END-IF
           END-PERFORM

           IF WS-ELIGIBLE = "N"
              ADD 1 TO WS-NOT-LISTED
              IF WS-FOUND-IDX > 0
                 MOVE JOB-POSTER TO SS-T-POSTER(WS-FOUND-IDX)
                 MOVE WS-WHY-NOT TO SS-T-WHY(WS-FOUND-IDX)
              END-IF
              EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-ON-BOARDS
           PERFORM BUILD-FEED-ROW
           MOVE JOB-ID TO SS-JOB-ID
           MOVE WS-ROW TO SS-ROW
           WRITE STATE-REC

           MOVE JOB-POSTER TO WS-POSTER
           MOVE SPACES TO WS-WHY-NOT
           IF WS-FOUND-IDX = 0
              MOVE "ADD" TO WS-ACTION
              ADD 1 TO WS-ADDS
              PERFORM WRITE-FEED-ROW
           ELSE
              MOVE "Y" TO SS-T-SEEN(WS-FOUND-IDX)
              IF SS-T-ROW(WS-FOUND-IDX) NOT = WS-ROW
                 MOVE "UPDATE" TO WS-ACTION
                 ADD 1 TO WS-UPDATES
                 PERFORM WRITE-FEED-ROW
              END-IF
           END-IF.

      *> WS-WHY-NOT names the first rule the posting fails, for the
      *> log row when it comes off the boards.
       CHECK-ELIGIBLE.
           MOVE "N" TO WS-ELIGIBLE
           EVALUATE TRUE
              WHEN JOB-CLOSED
                 MOVE "posting closed" TO WS-WHY-NOT
              WHEN JOB-SCHEDULED
                 MOVE "posting not yet live" TO WS-WHY-NOT
              WHEN NOT JOB-OPEN
                 MOVE "posting held for review" TO WS-WHY-NOT
              WHEN JOB-CAMPUS NOT = SPACES
                 MOVE "posting restricted to a campus" TO WS-WHY-NOT
              WHEN OTHER
                 MOVE "employer not approved" TO WS-WHY-NOT
                 PERFORM VARYING E FROM 1 BY 1 UNTIL E > WS-EMP-COUNT
                    IF WS-E-USERNAME(E) = JOB-POSTER
                       IF WS-E-VERIFIED(E) = "A"
                          IF WS-E-OPTOUT(E) = "Y"
                             MOVE "employer opted out"
                                TO WS-WHY-NOT
                          ELSE
                             MOVE "Y" TO WS-ELIGIBLE
                          END-IF
                       END-IF
                       EXIT PERFORM
                    END-IF
                 END-PERFORM
           END-EVALUATE.

      *> The published columns after the action, CSV-quoted since
      *> titles and descriptions carry commas:
      *> job_id,title,employer,location,salary,category,deadline,
      *> posted_date,description,apply_url
       BUILD-FEED-ROW.
           MOVE SPACES TO WS-ROW
           MOVE 1 TO WS-ROW-PTR
           STRING JOB-ID "," DELIMITED BY SIZE
                  INTO WS-ROW WITH POINTER WS-ROW-PTR
           END-STRING
           MOVE JOB-TITLE TO WS-CSV-FIELD
           PERFORM ADD-CSV-FIELD
           MOVE JOB-EMPLOYER TO WS-CSV-FIELD
           PERFORM ADD-CSV-FIELD
           MOVE JOB-LOCATION TO WS-CSV-FIELD
           PERFORM ADD-CSV-FIELD
           MOVE JOB-SALARY TO WS-CSV-FIELD
           PERFORM ADD-CSV-FIELD
           MOVE JOB-CATEGORY TO WS-CSV-FIELD
           PERFORM ADD-CSV-FIELD
           MOVE JOB-DEADLINE TO WS-CSV-FIELD
           PERFORM ADD-CSV-FIELD
           MOVE JOB-POSTED-DATE TO WS-CSV-FIELD
           PERFORM ADD-CSV-FIELD
           MOVE JOB-DESCRIPTION TO WS-CSV-FIELD
           PERFORM ADD-CSV-FIELD
           STRING FUNCTION TRIM(WS-APPLY-BASE) JOB-ID
                  DELIMITED BY SIZE
                  INTO WS-ROW WITH POINTER WS-ROW-PTR
           END-STRING.

      *> Appends WS-CSV-FIELD to WS-ROW in double quotes, doubling
      *> any quote inside it, followed by the separating comma.
       ADD-CSV-FIELD.
           MOVE 0 TO WS-CSV-LEN
           IF WS-CSV-FIELD NOT = SPACES
              COMPUTE WS-CSV-LEN = FUNCTION LENGTH(
                      FUNCTION TRIM(WS-CSV-FIELD TRAILING))
           END-IF
           STRING '"' DELIMITED BY SIZE
                  INTO WS-ROW WITH POINTER WS-ROW-PTR
           END-STRING
           PERFORM VARYING WS-CSV-POS FROM 1 BY 1
                   UNTIL WS-CSV-POS > WS-CSV-LEN
              IF WS-CSV-FIELD(WS-CSV-POS:1) = '"'
                 STRING '""' DELIMITED BY SIZE
                        INTO WS-ROW WITH POINTER WS-ROW-PTR
                 END-STRING
              ELSE
                 STRING WS-CSV-FIELD(WS-CSV-POS:1) DELIMITED BY SIZE
                        INTO WS-ROW WITH POINTER WS-ROW-PTR
                 END-STRING
              END-IF
           END-PERFORM
           STRING '",' DELIMITED BY SIZE
                  INTO WS-ROW WITH POINTER WS-ROW-PTR
           END-STRING.

       WRITE-FEED-ROW.
           IF WS-FEED-OPEN = "N"
              OPEN OUTPUT FEED-FILE
              MOVE "Y" TO WS-FEED-OPEN
              MOVE "action,job_id,title,employer,location,salary,"
                 & "category,deadline,posted_date,description,"
                 & "apply_url" TO FEED-REC
              WRITE FEED-REC
           END-IF
           MOVE SPACES TO FEED-REC
           STRING FUNCTION TRIM(WS-ACTION) "," WS-ROW
                  DELIMITED BY SIZE INTO FEED-REC
           END-STRING
           WRITE FEED-REC

           MOVE SPACES TO LOG-REC
           MOVE WS-TODAY TO SL-DATE
           MOVE WS-NOW TO SL-TIME
           MOVE WS-ACTION TO SL-ACTION
           MOVE WS-ROW(1:5) TO SL-JOB-ID
           MOVE WS-POSTER TO SL-POSTER
           MOVE WS-WHY-NOT TO SL-REASON
           WRITE LOG-REC.

      *> A removal carries only the JOB-ID; the boards drop the
      *> listing they hold under it.
       WRITE-REMOVE-ROW.
           ADD 1 TO WS-REMOVES
           MOVE "REMOVE" TO WS-ACTION
           MOVE SPACES TO WS-ROW
           STRING SS-T-JOB-ID(S) ",,,,,,,,,"
                  DELIMITED BY SIZE INTO WS-ROW
           END-STRING
           MOVE SS-T-POSTER(S) TO WS-POSTER
           MOVE SS-T-WHY(S) TO WS-WHY-NOT
           PERFORM WRITE-FEED-ROW.

       END PROGRAM JOB-SYNDICATE.
