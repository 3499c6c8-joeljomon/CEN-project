      *> Standalone nightly batch, runnable as a BATCH-DRIVER step
      *> ahead of JOB-ALERTS. Opens every Scheduled posting whose
      *> go-live date (held in JOB-POSTED-DATE while it waits) has
      *> arrived. Everything POST-JOB does at the moment an ordinary
      *> posting is saved happens here instead, on the go-live day:
      *> the posting credit is consumed through CREDIT-LEDGER, the
      *> text goes past CONTENT-SCREEN (a match sends it down Held
      *> for MOD-QUEUE, as POST-JOB's SCREEN-POSTING would), and a
      *> posting that opens tells the company's followers through
      *> NOTIFY-USER and is queued in data/alert-golive.dat so the
      *> next JOB-ALERTS run matches it against the standing alerts
      *> even though its JOB-ID is older than that run's high-water
      *> mark. JOB-POSTED-DATE becomes the day it actually opened.
      *> A poster out of credits is told so and the posting stays
      *> Scheduled - it opens on the first night a credit is there.
      *> The same temp-file replace cycle DEADLINE-CLOSE uses, with
      *> its control totals left with CONTROL-TOTALS.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PUBLISH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOBS-FILE ASSIGN TO "data/jobs.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBS-STATUS.
           SELECT JOB-TEMP-FILE ASSIGN TO "data/jobtemp.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEMP-STATUS.
           SELECT FOLLOWERS-FILE ASSIGN TO "data/company-followers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLW-STATUS.
           SELECT GOLIVE-FILE ASSIGN TO "data/alert-golive.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GOLIVE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD JOBS-FILE.
           COPY "JOBREC.cpy".

       FD JOB-TEMP-FILE.
       01 JOB-TEMP-REC PIC X(581).

      *> data/company-followers.dat: the same layout JOB-MGMT's
      *> Follow this Company writes.
       FD FOLLOWERS-FILE.
       01 FOLLOWER-REC.
          05 FW-EMPLOYER         PIC X(20).
          05 FW-FOLLOWER         PIC X(20).

      *> data/alert-golive.dat: one JOB-ID per posting opened here
      *> since JOB-ALERTS last ran; JOB-ALERTS empties it.
       FD GOLIVE-FILE.
       01 GOLIVE-REC PIC 9(05).

       WORKING-STORAGE SECTION.
       77 WS-JOBS-STATUS     PIC XX.
       77 WS-TEMP-STATUS     PIC XX.
       77 WS-FLW-STATUS      PIC XX.
       77 WS-GOLIVE-STATUS   PIC XX.
       77 WS-EOF             PIC X VALUE "N".
       77 WS-FLW-EOF         PIC X VALUE "N".
       77 WS-OPENED-COUNT    PIC 9(05) VALUE 0.
       77 WS-HELD-COUNT      PIC 9(05) VALUE 0.
       77 WS-WAITING-COUNT   PIC 9(05) VALUE 0.
       77 WS-CURR-DATE       PIC X(21).
       77 WS-TODAY           PIC X(10).
       77 WS-TODAY-NUM       PIC 9(8).
       77 WS-TODAY-INT       PIC S9(8) COMP.
       77 WS-GL-DATE-STR     PIC X(8).
       77 WS-GL-DATE-NUM     PIC 9(8).
       77 WS-GL-INT          PIC S9(8) COMP.
       77 WS-DUE             PIC X VALUE "N".
       77 WS-DISPLAY-LINE    PIC X(132).
       77 WS-NOTIF-TO        PIC X(20).
       77 WS-NOTIF-MSG       PIC X(100).
       77 WS-NOTIF-CATEGORY  PIC X(12).
       77 WS-CR-COMMAND      PIC X(10).
       77 WS-CR-AMOUNT       PIC 9(5).
       77 WS-CR-RESULT       PIC X(10).
       77 WS-CS-KIND         PIC X(07).
       77 WS-CS-KEY          PIC X(40).
       77 WS-CS-TEXT         PIC X(500).
       77 WS-CS-HIT          PIC X VALUE "N".
       77 WS-CT-STEP         PIC X(20) VALUE "PUBLISH".
       77 WS-CT-FILE         PIC X(30) VALUE "jobs.dat".
       01 WS-CT-COUNTS.
          05 WS-CT-READ      PIC 9(7) VALUE 0.
          05 WS-CT-WRITTEN   PIC 9(7) VALUE 0.
          05 WS-CT-REJECTED  PIC 9(7) VALUE 0.
          05 WS-CT-MOVED     PIC 9(7) VALUE 0.

           COPY "REGIONINF.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL "REGION-CONFIG" USING REGION-INFO
           IF RI-RESULT NOT = "OK"
              GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE
           MOVE WS-CURR-DATE(1:8) TO WS-TODAY-NUM
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
           MOVE SPACES TO WS-TODAY
           STRING WS-CURR-DATE(1:4) "-" WS-CURR-DATE(5:2) "-"
                  WS-CURR-DATE(7:2)
                  DELIMITED BY SIZE INTO WS-TODAY
           END-STRING

           MOVE "N" TO WS-EOF
           OPEN INPUT JOBS-FILE
           OPEN OUTPUT JOB-TEMP-FILE
           IF WS-JOBS-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ JOBS-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       ADD 1 TO WS-CT-READ
                       PERFORM JUDGE-GO-LIVE
                       IF WS-DUE = "Y"
                          PERFORM GO-LIVE
                       END-IF
                       WRITE JOB-TEMP-REC FROM JOBS-RECORD
                 END-READ
              END-PERFORM
              CLOSE JOBS-FILE
           END-IF
           CLOSE JOB-TEMP-FILE

           OPEN OUTPUT JOBS-FILE
           OPEN INPUT JOB-TEMP-FILE
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
              READ JOB-TEMP-FILE INTO JOBS-RECORD
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    WRITE JOBS-RECORD
                    ADD 1 TO WS-CT-WRITTEN
              END-READ
           END-PERFORM
           CLOSE JOB-TEMP-FILE
           CLOSE JOBS-FILE
           CALL "CONTROL-TOTALS" USING WS-CT-STEP WS-CT-FILE
                WS-CT-COUNTS

           MOVE SPACES TO WS-DISPLAY-LINE
           STRING "PUBLISH: " WS-OPENED-COUNT " posting(s) opened, "
                  WS-HELD-COUNT " held for review, "
                  WS-WAITING-COUNT " waiting on posting credits."
                  DELIMITED BY SIZE
                  INTO WS-DISPLAY-LINE
           END-STRING
           DISPLAY FUNCTION TRIM(WS-DISPLAY-LINE)
           GOBACK.

      *> Due when the posting is Scheduled and its go-live date is
      *> today or already past (a night the batch did not run).
       JUDGE-GO-LIVE.
           MOVE "N" TO WS-DUE
           IF JOB-SCHEDULED
              MOVE SPACES TO WS-GL-DATE-STR
              STRING JOB-POSTED-DATE(1:4) JOB-POSTED-DATE(6:2)
                     JOB-POSTED-DATE(9:2)
                     DELIMITED BY SIZE
                     INTO WS-GL-DATE-STR
              END-STRING
              IF WS-GL-DATE-STR IS NUMERIC
                 MOVE WS-GL-DATE-STR TO WS-GL-DATE-NUM
                 COMPUTE WS-GL-INT =
                     FUNCTION INTEGER-OF-DATE(WS-GL-DATE-NUM)
                 IF WS-GL-INT > 0 AND WS-GL-INT <= WS-TODAY-INT
                    MOVE "Y" TO WS-DUE
                 END-IF
              END-IF
           END-IF.

       GO-LIVE.
           MOVE "CONSUME" TO WS-CR-COMMAND
           MOVE 0 TO WS-CR-AMOUNT
           CALL "CREDIT-LEDGER" USING WS-CR-COMMAND JOB-POSTER
                WS-CR-AMOUNT WS-CR-RESULT
           IF FUNCTION TRIM(WS-CR-RESULT) = "NOCREDIT"
              ADD 1 TO WS-WAITING-COUNT
              MOVE JOB-POSTER TO WS-NOTIF-TO
              MOVE SPACES TO WS-NOTIF-MSG
              STRING "Job ID " JOB-ID " could not go live - no"
                     " posting credits left. It opens once you"
                     " have one."
                     DELIMITED BY SIZE INTO WS-NOTIF-MSG
              END-STRING
              MOVE "JOBS" TO WS-NOTIF-CATEGORY
              CALL "NOTIFY-USER" USING WS-NOTIF-TO WS-NOTIF-MSG
                   WS-NOTIF-CATEGORY
              EXIT PARAGRAPH
           END-IF

           MOVE WS-TODAY TO JOB-POSTED-DATE
           SET JOB-OPEN TO TRUE
           PERFORM SCREEN-POSTING
           MOVE JOB-POSTER TO WS-NOTIF-TO
           MOVE SPACES TO WS-NOTIF-MSG
           IF WS-CS-HIT = "Y"
              ADD 1 TO WS-HELD-COUNT
              STRING "Your scheduled posting "
                     FUNCTION TRIM(JOB-TITLE) " (Job ID " JOB-ID
                     ") is held for a quick review."
                     DELIMITED BY SIZE INTO WS-NOTIF-MSG
              END-STRING
           ELSE
              ADD 1 TO WS-OPENED-COUNT
              STRING "Your scheduled posting "
                     FUNCTION TRIM(JOB-TITLE) " (Job ID " JOB-ID
                     ") is now live."
                     DELIMITED BY SIZE INTO WS-NOTIF-MSG
              END-STRING
           END-IF
           MOVE "JOBS" TO WS-NOTIF-CATEGORY
           CALL "NOTIFY-USER" USING WS-NOTIF-TO WS-NOTIF-MSG
                WS-NOTIF-CATEGORY
           IF WS-CS-HIT = "N"
              PERFORM NOTIFY-COMPANY-FOLLOWERS
              PERFORM QUEUE-FOR-ALERTS
           END-IF.

      *> The same CONTENT-SCREEN check POST-JOB makes as it saves.
       SCREEN-POSTING.
           MOVE "JOB" TO WS-CS-KIND
           MOVE SPACES TO WS-CS-KEY
           MOVE JOB-ID TO WS-CS-KEY(1:5)
           MOVE SPACES TO WS-CS-TEXT
           STRING FUNCTION TRIM(JOB-TITLE) " / "
                  FUNCTION TRIM(JOB-EMPLOYER) " / "
                  FUNCTION TRIM(JOB-LOCATION) " / "
                  FUNCTION TRIM(JOB-SALARY) " / "
                  FUNCTION TRIM(JOB-DESCRIPTION)
                  DELIMITED BY SIZE INTO WS-CS-TEXT
           END-STRING
           CALL "CONTENT-SCREEN" USING WS-CS-KIND WS-CS-KEY
                WS-CS-TEXT WS-CS-HIT
           IF WS-CS-HIT = "Y"
              SET JOB-HELD TO TRUE
           END-IF.

      *> The notice POST-JOB's NOTIFY-COMPANY-FOLLOWERS sends for a
      *> posting that goes live at once.
       NOTIFY-COMPANY-FOLLOWERS.
           MOVE "N" TO WS-FLW-EOF
           OPEN INPUT FOLLOWERS-FILE
           IF WS-FLW-STATUS = "00"
              PERFORM UNTIL WS-FLW-EOF = "Y"
                 READ FOLLOWERS-FILE
                    AT END MOVE "Y" TO WS-FLW-EOF
                    NOT AT END
                       IF FUNCTION TRIM(FW-EMPLOYER) =
                          FUNCTION TRIM(JOB-POSTER)
                          MOVE FW-FOLLOWER TO WS-NOTIF-TO
                          MOVE SPACES TO WS-NOTIF-MSG
                          STRING FUNCTION TRIM(JOB-EMPLOYER)
                                 " posted a new job: "
                                 FUNCTION TRIM(JOB-TITLE)
                                 " (Job ID " JOB-ID ")"
                                 DELIMITED BY SIZE
                                 INTO WS-NOTIF-MSG
                          END-STRING
                          MOVE "JOBS" TO WS-NOTIF-CATEGORY
                          CALL "NOTIFY-USER" USING WS-NOTIF-TO
                               WS-NOTIF-MSG WS-NOTIF-CATEGORY
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FOLLOWERS-FILE
           END-IF.

       QUEUE-FOR-ALERTS.
           OPEN EXTEND GOLIVE-FILE
           IF WS-GOLIVE-STATUS NOT = "00"
              OPEN OUTPUT GOLIVE-FILE
           END-IF
           MOVE JOB-ID TO GOLIVE-REC
           WRITE GOLIVE-REC
           CLOSE GOLIVE-FILE.

       END PROGRAM PUBLISH.
