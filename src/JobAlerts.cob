      *> run" is tracked as the highest JOB-ID seen, persisted in
      *> data/alert-lastjob.dat - JOB-IDs only ever go up (POST-JOB's
      *> GET-NEXT-JOB-ID), so any posting with a higher ID is new.
      *> A Scheduled posting is not new until it opens, nor a Held
      *> one until MOD-QUEUE releases it: PUBLISH and MOD-QUEUE list
      *> each one they open in data/alert-golive.dat, and those count
      *> as new here whatever their JOB-ID, once, before the list is
      *> emptied.
      *> The alerts are sorted on keyword, location and employer and
      *> matched in one pass: the new postings are scanned for a
      *> keyword once per distinct keyword, and narrowed by location
      *> and employer once per distinct pair under it, so alerts
      *> sharing criteria share the work instead of each rescanning
      *> every posting. An alert's region and work mode (blank on
      *> alerts saved before Browse offered them) are matched exactly
      *> against each posting's data/job-locations.dat row, as the
      *> count is taken. Each run's elapsed time is logged through
      *> RUN-TIMING.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOB-ALERTS.

           SELECT NOTIFICATION-FILE ASSIGN TO "data/notifications.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTIF-STATUS.
           SELECT GOLIVE-FILE ASSIGN TO "data/alert-golive.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GOLIVE-STATUS.
           SELECT JOBLOC-FILE ASSIGN TO "data/job-locations.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBLOC-STATUS.
           SELECT ALERT-SORT-FILE ASSIGN TO "data/alertsort.dat".

       DATA DIVISION.
       FILE SECTION.
          05 ALERT-KEYWORD         PIC X(50).
          05 ALERT-LOCATION        PIC X(50).
          05 ALERT-EMPLOYER        PIC X(50).
          05 ALERT-REGION          PIC X(20).
          05 ALERT-WORK-MODE       PIC X(01).

       FD LASTJOB-FILE.
       01 LASTJOB-REC PIC 9(05).
       FD NOTIFICATION-FILE.
           COPY "NOTIFREC.cpy".

      *> data/alert-golive.dat: the JOB-IDs PUBLISH has opened and
      *> MOD-QUEUE has released from Held.
       FD GOLIVE-FILE.
       01 GOLIVE-REC PIC 9(05).

      *> data/job-locations.dat: hand-mirrored from LOCATION-REF -
      *> each posting's work mode and region, latest row winning.
       FD JOBLOC-FILE.
       01 JOBLOC-REC.
          05 JL-JOB-ID             PIC 9(05).
          05 JL-CODE               PIC X(08).
          05 JL-WORK-MODE          PIC X(01).
          05 JL-REGION             PIC X(20).
          05 JL-USER               PIC X(20).
          05 JL-SOURCE             PIC X(06).
          05 JL-DATE               PIC X(10).

      *> The alerts in match order - SAVED-SEARCH-REC's layout.
       SD ALERT-SORT-FILE.
       01 ALERT-SORT-REC.
          05 SR-USERNAME           PIC X(20).
          05 SR-NAME               PIC X(30).
          05 SR-KEYWORD            PIC X(50).
          05 SR-LOCATION           PIC X(50).
          05 SR-EMPLOYER           PIC X(50).
          05 SR-REGION             PIC X(20).
          05 SR-WORK-MODE          PIC X(01).

       WORKING-STORAGE SECTION.
       77 WS-JOBS-STATUS     PIC XX.
       77 WS-SRCH-STATUS     PIC XX.
       77 WS-LASTJOB-STATUS  PIC XX.
       77 WS-NOTIF-STATUS    PIC XX.
       77 WS-GOLIVE-STATUS   PIC XX.
       77 WS-JOBLOC-STATUS   PIC XX.
       77 WS-GOLIVE-COUNT    PIC 9(03) VALUE 0.
       77 WS-GOLIVE-HIT      PIC X VALUE "N".
       77 G                  PIC 9(03).
       77 WS-EOF             PIC X VALUE "N".
       77 WS-LAST-JOB-ID     PIC 9(05) VALUE 0.
       77 WS-MAX-JOB-ID      PIC 9(05) VALUE 0.
       77 WS-NOTIFIED-COUNT  PIC 9(05) VALUE 0.
       77 WS-MATCH-COUNT     PIC 9(03) VALUE 0.
       77 WS-MATCH-STR       PIC ZZ9.
       77 I                  PIC 9(03).
       77 WS-SORT-EOF        PIC X VALUE "N".
       77 WS-FIRST-ALERT     PIC X VALUE "Y".
       77 WS-PREV-KEYWORD    PIC X(50).
       77 WS-PREV-LOCATION   PIC X(50).
       77 WS-PREV-EMPLOYER   PIC X(50).
       77 WS-PREV-REGION     PIC X(20).
       77 WS-PREV-WORK-MODE  PIC X(01).
       77 WS-JOBS-READ       PIC 9(07) VALUE 0.
       77 WS-RT-COMMAND      PIC X(10).
       77 WS-RT-STEP         PIC X(20) VALUE "JOB-ALERTS".
       77 WS-RT-ROWS         PIC 9(08) VALUE 0.
       77 WS-CURR-DATE       PIC X(21).
       77 WS-NOTIF-TO        PIC X(20).
       77 WS-NOTIF-MSG       PIC X(100).

      *> Every still-open posting added since the last run, loaded
      *> once so each alert replays against memory instead of
      *> re-reading jobs.dat per alert. The hit flags hold the
      *> current keyword's and keyword-and-location's matches.
       01 WS-NEW-JOBS.
          05 WS-NEW-JOB OCCURS 200 TIMES.
             10 WS-NJ-JOB-ID      PIC 9(05).
             10 WS-NJ-TITLE       PIC X(50).
             10 WS-NJ-DESCRIPTION PIC X(200).
             10 WS-NJ-EMPLOYER    PIC X(50).
             10 WS-NJ-LOCATION    PIC X(50).
             10 WS-NJ-WORK-MODE   PIC X(01).
             10 WS-NJ-REGION      PIC X(20).
             10 WS-NJ-KW-HIT      PIC X.
             10 WS-NJ-LOC-HIT     PIC X.

       01 WS-GOLIVE-IDS.
          05 WS-GOLIVE-ID PIC 9(05) OCCURS 500 TIMES.

           COPY "REGIONINF.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL "REGION-CONFIG" USING REGION-INFO
           IF RI-RESULT NOT = "OK"
              GOBACK
           END-IF

           MOVE "START" TO WS-RT-COMMAND
           CALL "RUN-TIMING" USING WS-RT-COMMAND WS-RT-STEP WS-RT-ROWS

           PERFORM LOAD-LAST-JOB-ID
           PERFORM LOAD-GOLIVE-IDS
           PERFORM LOAD-NEW-POSTINGS

           IF WS-NEW-JOB-COUNT > 0
              PERFORM LOAD-NEW-JOB-LOCATIONS
              PERFORM SCAN-ALERTS
           END-IF

           PERFORM SAVE-LAST-JOB-ID
           PERFORM CLEAR-GOLIVE-IDS

           MOVE SPACES TO WS-DISPLAY-LINE
           STRING "JOB-ALERTS: " WS-NEW-JOB-COUNT
                  INTO WS-DISPLAY-LINE
           END-STRING
           DISPLAY FUNCTION TRIM(WS-DISPLAY-LINE)

           COMPUTE WS-RT-ROWS = WS-JOBS-READ + WS-ALERT-COUNT
           MOVE "STOP" TO WS-RT-COMMAND
           CALL "RUN-TIMING" USING WS-RT-COMMAND WS-RT-STEP WS-RT-ROWS
           GOBACK.

      *> Reads the highest JOB-ID the previous run saw; absent file
                 READ JOBS-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       ADD 1 TO WS-JOBS-READ
                       IF JOB-ID > WS-MAX-JOB-ID
                          MOVE JOB-ID TO WS-MAX-JOB-ID
                       END-IF
                       PERFORM CHECK-GOLIVE-ID
                       IF (JOB-ID > WS-LAST-JOB-ID OR
                           WS-GOLIVE-HIT = "Y") AND
                          NOT JOB-CLOSED AND NOT JOB-HELD AND
                          NOT JOB-SCHEDULED AND
                          WS-NEW-JOB-COUNT < 200
                          ADD 1 TO WS-NEW-JOB-COUNT
                          MOVE JOB-ID
                              TO WS-NJ-JOB-ID(WS-NEW-JOB-COUNT)
                          MOVE SPACES
                              TO WS-NJ-WORK-MODE(WS-NEW-JOB-COUNT)
                              WS-NJ-REGION(WS-NEW-JOB-COUNT)
                          MOVE JOB-TITLE
                              TO WS-NJ-TITLE(WS-NEW-JOB-COUNT)
                          MOVE JOB-DESCRIPTION
              CLOSE JOBS-FILE
           END-IF.

       LOAD-NEW-JOB-LOCATIONS.
           MOVE "N" TO WS-EOF
           OPEN INPUT JOBLOC-FILE
           IF WS-JOBLOC-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
              READ JOBLOC-FILE
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    PERFORM VARYING I FROM 1 BY 1
                            UNTIL I > WS-NEW-JOB-COUNT
                       IF WS-NJ-JOB-ID(I) = JL-JOB-ID
                          MOVE JL-WORK-MODE TO WS-NJ-WORK-MODE(I)
                          MOVE JL-REGION TO WS-NJ-REGION(I)
                       END-IF
                    END-PERFORM
              END-READ
           END-PERFORM
           CLOSE JOBLOC-FILE.

       SCAN-ALERTS.
           OPEN INPUT SAVED-SEARCH-FILE
           IF WS-SRCH-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           CLOSE SAVED-SEARCH-FILE

           MOVE "Y" TO WS-FIRST-ALERT
           SORT ALERT-SORT-FILE
               ON ASCENDING KEY SR-KEYWORD SR-LOCATION SR-EMPLOYER
                  SR-REGION SR-WORK-MODE
               USING SAVED-SEARCH-FILE
               OUTPUT PROCEDURE IS MATCH-SORTED-ALERTS.

      *> One pass over the sorted alerts. A new keyword rescans the
      *> postings for it; a new location, employer, region or work
      *> mode under it only narrows the keyword's hits; an alert
      *> repeating the previous alert's criteria reuses its count
      *> outright. Blank criteria match everything, the same rule
      *> JOB-MGMT's CHECK-FILTER-MATCH applies interactively.
       MATCH-SORTED-ALERTS.
           MOVE "N" TO WS-SORT-EOF
           PERFORM UNTIL WS-SORT-EOF = "Y"
              RETURN ALERT-SORT-FILE
                 AT END MOVE "Y" TO WS-SORT-EOF
                 NOT AT END
                    ADD 1 TO WS-ALERT-COUNT
                    PERFORM MATCH-ONE-ALERT
              END-RETURN
           END-PERFORM.

       MATCH-ONE-ALERT.
           IF WS-FIRST-ALERT = "Y" OR SR-KEYWORD NOT = WS-PREV-KEYWORD
              PERFORM MARK-KEYWORD-HITS
              PERFORM MARK-LOCATION-HITS
              PERFORM COUNT-EMPLOYER-HITS
           ELSE
              IF SR-LOCATION NOT = WS-PREV-LOCATION
                 PERFORM MARK-LOCATION-HITS
                 PERFORM COUNT-EMPLOYER-HITS
              ELSE
                 IF SR-EMPLOYER NOT = WS-PREV-EMPLOYER OR
                    SR-REGION NOT = WS-PREV-REGION OR
                    SR-WORK-MODE NOT = WS-PREV-WORK-MODE
                    PERFORM COUNT-EMPLOYER-HITS
                 END-IF
              END-IF
           END-IF
           MOVE "N" TO WS-FIRST-ALERT
           MOVE SR-KEYWORD TO WS-PREV-KEYWORD
           MOVE SR-LOCATION TO WS-PREV-LOCATION
           MOVE SR-EMPLOYER TO WS-PREV-EMPLOYER
           MOVE SR-REGION TO WS-PREV-REGION
           MOVE SR-WORK-MODE TO WS-PREV-WORK-MODE

           IF WS-MATCH-COUNT > 0
              PERFORM WRITE-ALERT-NOTIFICATION
           END-IF.

      *> Keyword: title, then description.
       MARK-KEYWORD-HITS.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SR-KEYWORD))
               TO WS-SRCH-PATTERN
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-NEW-JOB-COUNT
              MOVE "Y" TO WS-SRCH-FOUND
              IF FUNCTION TRIM(SR-KEYWORD) NOT = SPACES
                 MOVE FUNCTION UPPER-CASE(
                      FUNCTION TRIM(WS-NJ-TITLE(I))) TO WS-SRCH-TEXT
                 PERFORM FIND-SUBSTRING
                 IF WS-SRCH-FOUND = "N"
                    MOVE FUNCTION UPPER-CASE(
                         FUNCTION TRIM(WS-NJ-DESCRIPTION(I)))
                        TO WS-SRCH-TEXT
                    PERFORM FIND-SUBSTRING
                 END-IF
              END-IF
              MOVE WS-SRCH-FOUND TO WS-NJ-KW-HIT(I)
           END-PERFORM.

       MARK-LOCATION-HITS.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SR-LOCATION))
               TO WS-SRCH-PATTERN
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-NEW-JOB-COUNT
              MOVE WS-NJ-KW-HIT(I) TO WS-SRCH-FOUND
              IF WS-SRCH-FOUND = "Y" AND
                 FUNCTION TRIM(SR-LOCATION) NOT = SPACES
                 MOVE FUNCTION UPPER-CASE(
                      FUNCTION TRIM(WS-NJ-LOCATION(I)))
                     TO WS-SRCH-TEXT
                 PERFORM FIND-SUBSTRING
              END-IF
              MOVE WS-SRCH-FOUND TO WS-NJ-LOC-HIT(I)
           END-PERFORM.

       COUNT-EMPLOYER-HITS.
           MOVE 0 TO WS-MATCH-COUNT
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SR-EMPLOYER))
               TO WS-SRCH-PATTERN
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-NEW-JOB-COUNT
              MOVE WS-NJ-LOC-HIT(I) TO WS-SRCH-FOUND
              IF WS-SRCH-FOUND = "Y" AND
                 FUNCTION TRIM(SR-EMPLOYER) NOT = SPACES
                 MOVE FUNCTION UPPER-CASE(
                      FUNCTION TRIM(WS-NJ-EMPLOYER(I)))
                     TO WS-SRCH-TEXT
                 PERFORM FIND-SUBSTRING
              END-IF
              IF WS-SRCH-FOUND = "Y" AND SR-REGION NOT = SPACES AND
                 WS-NJ-REGION(I) NOT = SR-REGION
                 MOVE "N" TO WS-SRCH-FOUND
              END-IF
              IF WS-SRCH-FOUND = "Y" AND SR-WORK-MODE NOT = SPACE AND
                 WS-NJ-WORK-MODE(I) NOT = SR-WORK-MODE
                 MOVE "N" TO WS-SRCH-FOUND
              END-IF
              IF WS-SRCH-FOUND = "Y"
                 ADD 1 TO WS-MATCH-COUNT
              END-IF
           END-PERFORM.

      *> Classic reference-modification substring scan, the same
      *> sliding-window idiom JOB-MGMT's FIND-SUBSTRING uses.
      *> module, which honors the recipient's category preferences.
       WRITE-ALERT-NOTIFICATION.
           MOVE WS-MATCH-COUNT TO WS-MATCH-STR
           MOVE SR-USERNAME TO WS-NOTIF-TO
           MOVE SPACES TO WS-NOTIF-MSG
           STRING FUNCTION TRIM(WS-MATCH-STR)
                  " new job(s) match your alert '"
                  FUNCTION TRIM(SR-NAME)
                  "'"
                  DELIMITED BY SIZE
                  INTO WS-NOTIF-MSG
           WRITE LASTJOB-REC
           CLOSE LASTJOB-FILE.

       LOAD-GOLIVE-IDS.
           MOVE 0 TO WS-GOLIVE-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT GOLIVE-FILE
           IF WS-GOLIVE-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ GOLIVE-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF WS-GOLIVE-COUNT < 500
                          ADD 1 TO WS-GOLIVE-COUNT
                          MOVE GOLIVE-REC
                              TO WS-GOLIVE-ID(WS-GOLIVE-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE GOLIVE-FILE
           END-IF.

       CHECK-GOLIVE-ID.
           MOVE "N" TO WS-GOLIVE-HIT
           PERFORM VARYING G FROM 1 BY 1 UNTIL G > WS-GOLIVE-COUNT
              IF WS-GOLIVE-ID(G) = JOB-ID
                 MOVE "Y" TO WS-GOLIVE-HIT
              END-IF
           END-PERFORM.

      *> Every listed posting has now been matched once.
       CLEAR-GOLIVE-IDS.
           IF WS-GOLIVE-COUNT > 0
              OPEN OUTPUT GOLIVE-FILE
              CLOSE GOLIVE-FILE
           END-IF.

       END PROGRAM JOB-ALERTS.
