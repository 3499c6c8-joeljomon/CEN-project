      *> interview was proposed. The campus email gateway ingests
      *> flat files from a pickup location, so this batch rolls each
      *> user's unread NOTIFICATION-REC rows into one formatted
      *> digest file per recipient (pickup/digest-<username>.txt) for
      *> the gateway to collect. The per-category switches in
      *> data/notif-prefs.dat were already honored when NOTIFY-USER
      *> wrote each row, so anything on file was wanted; the digest
      *> previous run's stamp go out, so nothing is resent, the same
      *> remember-where-we-stopped idea JOB-ALERTS applies with
      *> alert-lastjob.dat.
      *> Unread direct messages newer than the stamp are listed too
      *> (sender and time, never the sealed text) unless the message
      *> category is switched off, each with a reply ref recorded in
      *> data/digest-reply-refs.dat so a student's emailed reply can
      *> be delivered to the sender by DIGEST-REPLY. A digest goes to
      *> the address on the preference row when there is one (the
      *> gateway's campus directory address otherwise); once the
      *> gateway has hard-bounced that address (NP-ADDR-STATUS B) no
      *> digest is written until the student enters a new address
      *> under notification preferences.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTIF-DIGEST.

           SELECT DIGEST-FILE ASSIGN USING WS-DIGEST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIGEST-STATUS.
           SELECT MESSAGE-FILE ASSIGN TO "data/messages.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MSG-STATUS.
           SELECT REFS-FILE ASSIGN TO "data/digest-reply-refs.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFS-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "NOTIFREC.cpy".

      *> data/notif-prefs.dat: the same layout NOTIF-CENTER writes;
      *> the digest switch, the message switch and the digest
      *> address matter here. Rows written before a column existed
      *> read back as spaces, which count as Y and a good address.
       FD PREFS-FILE.
       01 PREFS-REC.
          05 NP-USERNAME          PIC X(20).
          05 NP-MESSAGES          PIC X(01).
          05 NP-EVENTS            PIC X(01).
          05 NP-DIGEST            PIC X(01).
          05 NP-DIGEST-ADDR       PIC X(60).
          05 NP-ADDR-STATUS       PIC X(01).
          05 NP-BOUNCE-DATE       PIC X(10).

       FD LASTRUN-FILE.
       01 LASTRUN-REC PIC X(19).
       FD DIGEST-FILE.
       01 DIGEST-REC PIC X(132).

       FD MESSAGE-FILE.
           COPY MSGREC.

      *> data/digest-reply-refs.dat: one row per message listed in a
      *> digest - the ref, the digest's recipient, the sender a reply
      *> goes back to, and the day the ref was issued. DIGEST-REPLY
      *> reads it back.
       FD REFS-FILE.
       01 REFS-REC.
          05 DR-REF       PIC 9(09).
          05 DR-USERNAME  PIC X(20).
          05 DR-REPLY-TO  PIC X(20).
          05 DR-DATE      PIC X(10).

       WORKING-STORAGE SECTION.
       77 WS-NOTIF-STATUS   PIC XX.
       77 WS-PREFS-STATUS   PIC XX.
       77 WS-LASTRUN-STATUS PIC XX.
       77 WS-DIGEST-STATUS  PIC XX.
       77 WS-MSG-STATUS     PIC XX.
       77 WS-REFS-STATUS    PIC XX.
       77 WS-MSG-COUNT      PIC 9(05) VALUE 0.
       77 WS-BOUNCED-COUNT  PIC 9(03) VALUE 0.
       77 WS-WANTS-MSGS     PIC X VALUE "Y".
       77 WS-ADDRESS        PIC X(60).
       77 WS-REF-DISP       PIC 9(09).
       77 WS-IA-SERIES      PIC X(10) VALUE "DIGESTREF".
       77 WS-IA-SEED        PIC 9(9) VALUE 0.
       77 WS-IA-NUMBER      PIC 9(9).
       77 WS-EOF            PIC X VALUE "N".
       77 WS-DIGEST-PATH    PIC X(60).
       77 WS-LAST-STAMP     PIC X(19) VALUE SPACES.
       77 WS-CUR-USER       PIC X(20).
       77 WS-U              PIC 9(03).

      *> Every distinct recipient with at least one exportable row
      *> (notification or message),
      *> collected in a first pass so each digest file is written in
      *> one go in the second.
       01 WS-USER-TABLE.
          05 WS-USER-ENTRY OCCURS 200 TIMES.
             10 WS-UT-NAME PIC X(20).

           COPY "REGIONINF.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL "REGION-CONFIG" USING REGION-INFO
           IF RI-RESULT NOT = "OK"
              GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE
           STRING WS-CURR-DATE(1:4)  "-" WS-CURR-DATE(5:2)  "-"
                  WS-CURR-DATE(7:2)  "T" WS-CURR-DATE(9:2)  ":"
           PERFORM SAVE-LAST-STAMP

           DISPLAY "NOTIF-DIGEST: " WS-FILE-COUNT
                   " digest file(s) written, " WS-BOUNCED-COUNT
                   " held for a bounced address."
           GOBACK.

       LOAD-LAST-STAMP.
                 END-READ
              END-PERFORM
              CLOSE NOTIFICATION-FILE
           END-IF

           MOVE "N" TO WS-EOF
           OPEN INPUT MESSAGE-FILE
           IF WS-MSG-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ MESSAGE-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF MSG-UNREAD AND NOT MSG-HIDDEN AND
                          MSG-SENT-DATE > WS-LAST-STAMP
                          MOVE MSG-RECIPIENT TO NOTIF-RECIPIENT
                          PERFORM ADD-RECIPIENT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE MESSAGE-FILE
           END-IF.

       ADD-RECIPIENT.
              MOVE NOTIF-RECIPIENT TO WS-UT-NAME(WS-USER-COUNT)
           END-IF.

      *> Also picks up the message switch and the digest address; a
      *> hard-bounced address holds the digest like an opt-out.
       CHECK-DIGEST-OPT-OUT.
           MOVE "N" TO WS-OPTED-OUT
           MOVE "Y" TO WS-WANTS-MSGS
           MOVE SPACES TO WS-ADDRESS
           MOVE "N" TO WS-EOF
           OPEN INPUT PREFS-FILE
           IF WS-PREFS-STATUS = "00"
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF FUNCTION TRIM(NP-USERNAME) =
                          FUNCTION TRIM(WS-CUR-USER)
                          IF NP-DIGEST = "N"
                             MOVE "Y" TO WS-OPTED-OUT
                          END-IF
                          IF NP-MESSAGES = "N"
                             MOVE "N" TO WS-WANTS-MSGS
                          END-IF
                          MOVE NP-DIGEST-ADDR TO WS-ADDRESS
                          IF NP-ADDR-STATUS = "B" AND
                             WS-OPTED-OUT = "N"
                             MOVE "Y" TO WS-OPTED-OUT
                             ADD 1 TO WS-BOUNCED-COUNT
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM

       WRITE-ONE-DIGEST.
           MOVE SPACES TO WS-DIGEST-PATH
           STRING "pickup/digest-" FUNCTION TRIM(WS-CUR-USER) ".txt"
                  DELIMITED BY SIZE INTO WS-DIGEST-PATH
           END-STRING

           OPEN OUTPUT DIGEST-FILE
           IF WS-ADDRESS NOT = SPACES
              MOVE SPACES TO DIGEST-REC
              STRING "To: " FUNCTION TRIM(WS-ADDRESS)
                     DELIMITED BY SIZE INTO DIGEST-REC
              END-STRING
              WRITE DIGEST-REC
           END-IF
           MOVE SPACES TO DIGEST-REC
           STRING "InCollege notification digest for "
                  FUNCTION TRIM(WS-CUR-USER)
              CLOSE NOTIFICATION-FILE
           END-IF

           MOVE 0 TO WS-MSG-COUNT
           IF WS-WANTS-MSGS = "Y"
              PERFORM LIST-UNREAD-MESSAGES
           END-IF

           MOVE "----------------------------------------------------"
                TO DIGEST-REC
           WRITE DIGEST-REC
                  DELIMITED BY SIZE INTO DIGEST-REC
           END-STRING
           WRITE DIGEST-REC
           IF WS-MSG-COUNT > 0
              MOVE SPACES TO DIGEST-REC
              STRING WS-MSG-COUNT " unread message(s); to answer one, "
                     "reply to this email quoting its ref."
                     DELIMITED BY SIZE INTO DIGEST-REC
              END-STRING
              WRITE DIGEST-REC
           END-IF
           CLOSE DIGEST-FILE
           ADD 1 TO WS-FILE-COUNT.

      *> One line per unread message: the sender and the time, and a
      *> ref from the DIGESTREF series that maps a reply back to the
      *> sender. The text itself stays sealed in messages.dat.
       LIST-UNREAD-MESSAGES.
           MOVE "N" TO WS-EOF
           OPEN INPUT MESSAGE-FILE
           IF WS-MSG-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ MESSAGE-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF MSG-UNREAD AND NOT MSG-HIDDEN AND
                          MSG-SENT-DATE > WS-LAST-STAMP AND
                          FUNCTION TRIM(MSG-RECIPIENT) =
                          FUNCTION TRIM(WS-CUR-USER)
                          PERFORM ISSUE-REPLY-REF
                          ADD 1 TO WS-MSG-COUNT
                          MOVE SPACES TO DIGEST-REC
                          STRING "[" MSG-SENT-DATE "] Message from "
                                 FUNCTION TRIM(MSG-SENDER)
                                 " - ref " WS-REF-DISP
                                 DELIMITED BY SIZE INTO DIGEST-REC
                          END-STRING
                          WRITE DIGEST-REC
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE MESSAGE-FILE
           END-IF.

       ISSUE-REPLY-REF.
           CALL "ID-ALLOCATOR" USING WS-IA-SERIES WS-IA-SEED
                WS-IA-NUMBER
           MOVE WS-IA-NUMBER TO WS-REF-DISP
           OPEN EXTEND REFS-FILE
           IF WS-REFS-STATUS NOT = "00"
              OPEN OUTPUT REFS-FILE
           END-IF
           MOVE WS-IA-NUMBER TO DR-REF
           MOVE WS-CUR-USER TO DR-USERNAME
           MOVE MSG-SENDER TO DR-REPLY-TO
           MOVE WS-NOW-TS(1:10) TO DR-DATE
           WRITE REFS-REC
           CLOSE REFS-FILE.

       END PROGRAM NOTIF-DIGEST.
