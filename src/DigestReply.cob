      *> Standalone maintenance batch job, runnable nightly by itself
      *> or as a BATCH-DRIVER step ahead of NOTIF-DIGEST. It works
      *> through what the campus email gateway hands back about the
      *> digests, dropped as data/digest-inbound.dat with one
      *> pipe-delimited row per item:
      *>
      *>   REPLY|ref|from username|received|reply text
      *>   BOUNCE|username|address|date|reason
      *>
      *> A REPLY answers a message listed in a digest: the ref (from
      *> data/digest-reply-refs.dat, which NOTIF-DIGEST writes) names
      *> the digest's recipient and the sender the reply goes back
      *> to. The reply is held to the rules SEND-MESSAGE applies at
      *> the screen - the RATE-LIMIT daily cap, the recipient's block
      *> list, and a connection or applicant relationship between
      *> the two - and when it passes it becomes a messages.dat row
      *> exactly as SEND-MESSAGE writes one (CONTENT-SCREEN, sealed
      *> by FIELD-CRYPT, journaled by TXN-JOURNAL). When it fails,
      *> or the ref is more than 30 days old, a bounce notice for the
      *> student goes to pickup/reply-bounce-<username>.txt for the
      *> gateway to mail back. A ref that does not exist or belongs
      *> to someone else names nobody to bounce to; those rows go to
      *> data/digest-inbound-rejects.dat with the reason.
      *> A BOUNCE is the gateway's hard bounce of a digest: the
      *> student's notif-prefs.dat row is marked (NP-ADDR-STATUS B)
      *> so NOTIF-DIGEST holds their digests until they enter a new
      *> address under notification preferences, and they are told
      *> in the app. A bounce for an address the student has since
      *> replaced is stale and changes nothing.
      *> The inbound file is renamed to
      *> data/digest-inbound-<YYYYMMDDHHMMSS>.done once applied, so
      *> a rerun never delivers a reply twice, and the control totals
      *> go to CONTROL-TOTALS for BATCH-DRIVER's balancing report.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIGEST-REPLY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INBOUND-FILE ASSIGN TO "data/digest-inbound.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT REJECT-FILE
               ASSIGN TO "data/digest-inbound-rejects.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.
           SELECT REFS-FILE ASSIGN TO "data/digest-reply-refs.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFS-STATUS.
           SELECT BOUNCE-FILE ASSIGN USING WS-BOUNCE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOUNCE-STATUS.
           SELECT PREFS-FILE ASSIGN TO "data/notif-prefs.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREFS-STATUS.
           SELECT PREFS-TEMP-FILE ASSIGN TO "data/prefstemp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MESSAGE-FILE ASSIGN TO "data/messages.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MSG-STATUS.
           SELECT CONNECTIONS-FILE ASSIGN TO "data/connections.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONN-STATUS.
           SELECT BLOCKED-FILE ASSIGN TO "data/blocked.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BLOCK-STATUS.
           SELECT APPLICATION-FILE ASSIGN TO "data/applications.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPL-STATUS.
           SELECT JOBS-FILE ASSIGN TO "data/jobs.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD INBOUND-FILE.
       01 INBOUND-REC PIC X(1000).

       FD REJECT-FILE.
       01 REJECT-REC PIC X(1050).

      *> data/digest-reply-refs.dat: the same layout NOTIF-DIGEST
      *> writes.
       FD REFS-FILE.
       01 REFS-REC.
          05 DR-REF       PIC 9(09).
          05 DR-USERNAME  PIC X(20).
          05 DR-REPLY-TO  PIC X(20).
          05 DR-DATE      PIC X(10).

       FD BOUNCE-FILE.
       01 BOUNCE-REC PIC X(132).

      *> data/notif-prefs.dat: the same layout NOTIF-CENTER writes.
       FD PREFS-FILE.
       01 PREFS-REC.
          05 NP-USERNAME          PIC X(20).
          05 NP-JOBS              PIC X(01).
          05 NP-CONNECTIONS       PIC X(01).
          05 NP-MESSAGES          PIC X(01).
          05 NP-EVENTS            PIC X(01).
          05 NP-DIGEST            PIC X(01).
          05 NP-DIGEST-ADDR       PIC X(60).
          05 NP-ADDR-STATUS       PIC X(01).
          05 NP-BOUNCE-DATE       PIC X(10).

       FD PREFS-TEMP-FILE.
       01 PREFS-TEMP-REC PIC X(96).

       FD MESSAGE-FILE.
           COPY MSGREC.

       FD CONNECTIONS-FILE.
       01 CONNECTION-RECORD.
          05 CONN-USER1 PIC X(20).
          05 CONN-USER2 PIC X(20).

      *> data/blocked.dat: the same row SEND-MESSAGE checks.
       FD BLOCKED-FILE.
       01 BLOCKED-RECORD.
          05 BLOCKED-BY      PIC X(20).
          05 FILLER          PIC X.
          05 BLOCKED-USER    PIC X(20).

       FD APPLICATION-FILE.
           COPY "APPREC.cpy".

       FD JOBS-FILE.
           COPY "JOBREC.cpy".

       WORKING-STORAGE SECTION.
       77 WS-IN-STATUS      PIC XX.
       77 WS-REJECT-STATUS  PIC XX.
       77 WS-REFS-STATUS    PIC XX.
       77 WS-BOUNCE-STATUS  PIC XX.
       77 WS-PREFS-STATUS   PIC XX.
       77 WS-MSG-STATUS     PIC XX.
       77 WS-CONN-STATUS    PIC XX.
       77 WS-BLOCK-STATUS   PIC XX.
       77 WS-APPL-STATUS    PIC XX.
       77 WS-JOBS-STATUS    PIC XX.
       77 WS-EOF            PIC X VALUE "N".
       77 WS-SCAN-EOF       PIC X VALUE "N".
       77 WS-JOBS-EOF       PIC X VALUE "N".
       77 WS-CURR-DATE      PIC X(21).
       77 WS-TODAY          PIC X(10).
       77 WS-DATE-NUM       PIC 9(08).
       77 WS-TODAY-INT      PIC S9(08) COMP.
       77 WS-REF-INT        PIC S9(08) COMP.
       77 WS-REF-MAX-DAYS   PIC 9(03) VALUE 30.
       77 WS-PTR            PIC 9(04).
       77 WS-F-TYPE         PIC X(10).
       77 WS-F-KEY          PIC X(20).
       77 WS-F-WHO          PIC X(60).
       77 WS-F-WHEN         PIC X(19).
       77 WS-F-TEXT         PIC X(1000).
       77 WS-REF            PIC 9(09).
       77 WS-REF-FOUND      PIC X VALUE "N".
       77 WS-SENDER         PIC X(20).
       77 WS-RECIPIENT      PIC X(20).
       77 WS-REF-DATE       PIC X(10).
       77 WS-REASON         PIC X(80).
       77 WS-CONNECTED      PIC X VALUE "N".
       77 WS-IS-BLOCKED     PIC X VALUE "N".
       77 WS-APP-RELATED    PIC X VALUE "N".
       77 WS-REL-POSTER     PIC X(20).
       77 WS-CHK-JOB-ID     PIC 9(05).
       77 WS-SENT-DATE      PIC X(19).
       77 WS-PREF-FOUND     PIC X VALUE "N".
       77 WS-STALE          PIC X VALUE "N".
       77 WS-ADDRESS        PIC X(60).
       77 WS-REJECTS-OPEN   PIC X VALUE "N".
       77 WS-ROWS           PIC 9(7) VALUE 0.
       77 WS-DELIVERED      PIC 9(05) VALUE 0.
       77 WS-BOUNCED        PIC 9(05) VALUE 0.
       77 WS-MARKED         PIC 9(05) VALUE 0.
       77 WS-STALE-COUNT    PIC 9(05) VALUE 0.
       77 WS-REJECT-COUNT   PIC 9(05) VALUE 0.
       77 WS-BOUNCE-PATH    PIC X(60).
       77 WS-DONE-PATH      PIC X(60).
       77 WS-IN-PATH        PIC X(60) VALUE "data/digest-inbound.dat".
       77 WS-RL-KIND        PIC X(8) VALUE "MESSAGE".
       77 WS-RL-ALLOWED     PIC X(1).
       77 WS-CS-KIND        PIC X(07) VALUE "MESSAGE".
       77 WS-CS-KEY         PIC X(40).
       77 WS-CS-TEXT        PIC X(500).
       77 WS-CS-HIT         PIC X(1).
       77 WS-FC-COMMAND     PIC X(10).
       77 WS-FC-TEXT        PIC X(480).
       77 WS-FC-WIDTH       PIC 9(03).
       77 WS-FC-RESULT      PIC X(10).
       77 WS-JN-FILE        PIC X(20).
       77 WS-JN-DATA        PIC X(600).
       77 WS-NOTIF-TO       PIC X(20).
       77 WS-NOTIF-MSG      PIC X(100).
       77 WS-NOTIF-CAT      PIC X(12) VALUE "ACCOUNT".
       77 WS-CT-STEP        PIC X(20) VALUE "DIGEST-REPLY".
       77 WS-CT-FILE        PIC X(30) VALUE "digest-inbound.dat".
       01 WS-CT-COUNTS.
          05 WS-CT-READ     PIC 9(7) VALUE 0.
          05 WS-CT-WRITTEN  PIC 9(7) VALUE 0.
          05 WS-CT-REJECTED PIC 9(7) VALUE 0.
          05 WS-CT-MOVED    PIC 9(7) VALUE 0.

           COPY "REGIONINF.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL "REGION-CONFIG" USING REGION-INFO
           IF RI-RESULT NOT = "OK"
              GOBACK
           END-IF

           OPEN INPUT INBOUND-FILE
           IF WS-IN-STATUS NOT = "00"
              DISPLAY "DIGEST-REPLY: data/digest-inbound.dat "
                      "not found."
              GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE
           STRING WS-CURR-DATE(1:4) "-" WS-CURR-DATE(5:2) "-"
                  WS-CURR-DATE(7:2)
                  DELIMITED BY SIZE INTO WS-TODAY
           END-STRING
           MOVE WS-CURR-DATE(1:8) TO WS-DATE-NUM
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)

           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
              READ INBOUND-FILE
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    IF FUNCTION TRIM(INBOUND-REC) NOT = SPACES
                       ADD 1 TO WS-ROWS
                       PERFORM PROCESS-ONE-ITEM
                    END-IF
              END-READ
           END-PERFORM
           CLOSE INBOUND-FILE
           IF WS-REJECTS-OPEN = "Y"
              CLOSE REJECT-FILE
           END-IF

           MOVE SPACES TO WS-DONE-PATH
           STRING "data/digest-inbound-" WS-CURR-DATE(1:14) ".done"
                  DELIMITED BY SIZE INTO WS-DONE-PATH
           END-STRING
           CALL "CBL_RENAME_FILE" USING WS-IN-PATH WS-DONE-PATH

           MOVE WS-ROWS TO WS-CT-READ
           COMPUTE WS-CT-WRITTEN = WS-DELIVERED + WS-MARKED
           COMPUTE WS-CT-REJECTED = WS-BOUNCED + WS-STALE-COUNT
                                  + WS-REJECT-COUNT
           CALL "CONTROL-TOTALS" USING WS-CT-STEP WS-CT-FILE
                WS-CT-COUNTS

           DISPLAY "DIGEST-REPLY: " WS-DELIVERED
                   " repl(ies) delivered, " WS-BOUNCED " bounced back, "
                   WS-MARKED
                   " address(es) marked bad, " WS-STALE-COUNT
                   " stale bounce(s), " WS-REJECT-COUNT " rejected."
           GOBACK.

       PROCESS-ONE-ITEM.
           MOVE SPACES TO WS-F-TYPE WS-F-KEY WS-F-WHO WS-F-WHEN
                          WS-F-TEXT WS-REASON
           MOVE 1 TO WS-PTR
           UNSTRING INBOUND-REC DELIMITED BY "|"
               INTO WS-F-TYPE WS-F-KEY WS-F-WHO WS-F-WHEN
               WITH POINTER WS-PTR
           END-UNSTRING
      *> The reply text is everything after the fourth bar, bars
      *> and all.
           IF WS-PTR <= 1000
              MOVE INBOUND-REC(WS-PTR:) TO WS-F-TEXT
           END-IF

           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-F-TYPE))
              WHEN "REPLY"
                   PERFORM APPLY-REPLY
              WHEN "BOUNCE"
                   PERFORM APPLY-BOUNCE
              WHEN OTHER
                   MOVE "row type must be REPLY or BOUNCE" TO WS-REASON
                   PERFORM WRITE-REJECT
           END-EVALUATE.

       APPLY-REPLY.
           PERFORM FIND-REF
           IF WS-REF-FOUND = "N"
              MOVE "no such message ref" TO WS-REASON
              PERFORM WRITE-REJECT
              EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-F-WHO) NOT = FUNCTION TRIM(WS-SENDER)
              MOVE "message ref belongs to another student"
                 TO WS-REASON
              PERFORM WRITE-REJECT
              EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-REPLY-RULES
           IF WS-REASON = SPACES
              PERFORM DELIVER-REPLY
              ADD 1 TO WS-DELIVERED
           ELSE
              PERFORM WRITE-BOUNCE-NOTICE
              ADD 1 TO WS-BOUNCED
           END-IF.

      *> Refs are issued once per digest line, so the first match is
      *> the only one.
       FIND-REF.
           MOVE "N" TO WS-REF-FOUND
           IF FUNCTION TRIM(WS-F-KEY) IS NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-F-KEY) TO WS-REF
           MOVE "N" TO WS-SCAN-EOF
           OPEN INPUT REFS-FILE
           IF WS-REFS-STATUS = "00"
              PERFORM UNTIL WS-SCAN-EOF = "Y"
                 READ REFS-FILE
                    AT END MOVE "Y" TO WS-SCAN-EOF
                    NOT AT END
                       IF DR-REF = WS-REF
                          MOVE "Y" TO WS-REF-FOUND
                          MOVE DR-USERNAME TO WS-SENDER
                          MOVE DR-REPLY-TO TO WS-RECIPIENT
                          MOVE DR-DATE TO WS-REF-DATE
                          MOVE "Y" TO WS-SCAN-EOF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE REFS-FILE
           END-IF.

      *> The checks SEND-MESSAGE makes at the screen, in its order;
      *> WS-REASON comes back blank when the reply may be sent.
       CHECK-REPLY-RULES.
           MOVE WS-REF-DATE(1:4) TO WS-DATE-NUM(1:4)
           MOVE WS-REF-DATE(6:2) TO WS-DATE-NUM(5:2)
           MOVE WS-REF-DATE(9:2) TO WS-DATE-NUM(7:2)
           IF WS-DATE-NUM IS NUMERIC AND
              FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) = 0
              COMPUTE WS-REF-INT =
                      FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
              IF WS-TODAY-INT - WS-REF-INT > WS-REF-MAX-DAYS
                 MOVE "that message is too old to reply to by email"
                    TO WS-REASON
                 EXIT PARAGRAPH
              END-IF
           END-IF

           IF FUNCTION TRIM(WS-F-TEXT) = SPACES
              MOVE "the reply was empty" TO WS-REASON
              EXIT PARAGRAPH
           END-IF

           CALL "RATE-LIMIT" USING WS-RL-KIND WS-SENDER
                WS-RL-ALLOWED
           IF WS-RL-ALLOWED NOT = "Y"
              MOVE "you have reached today's message limit - please"
               & " try again tomorrow" TO WS-REASON
              EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-NOT-BLOCKED
           IF WS-IS-BLOCKED = "Y"
              MOVE "you cannot message this user" TO WS-REASON
              EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-CONNECTED
           IF WS-CONNECTED = "N"
              PERFORM CHECK-APPLICANT-RELATION
              IF WS-APP-RELATED = "N"
                 MOVE "this user is no longer in your network"
                    TO WS-REASON
              END-IF
           END-IF.

      *> Written the way SEND-MESSAGE writes a message: screened,
      *> sealed under the current key, journaled, then appended.
       DELIVER-REPLY.
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE
           STRING WS-CURR-DATE(1:4)  "-" WS-CURR-DATE(5:2)  "-"
                  WS-CURR-DATE(7:2)  "T" WS-CURR-DATE(9:2)  ":"
                  WS-CURR-DATE(11:2) ":" WS-CURR-DATE(13:2)
                  DELIMITED BY SIZE INTO WS-SENT-DATE
           END-STRING

           MOVE SPACES TO WS-CS-KEY
           MOVE WS-SENDER TO WS-CS-KEY(1:20)
           MOVE WS-RECIPIENT TO WS-CS-KEY(21:20)
           MOVE FUNCTION TRIM(WS-F-TEXT) TO WS-CS-TEXT
           CALL "CONTENT-SCREEN" USING WS-CS-KIND WS-CS-KEY
                WS-CS-TEXT WS-CS-HIT

           MOVE SPACES TO MESSAGE-RECORD
           MOVE WS-SENDER TO MSG-SENDER
           MOVE WS-RECIPIENT TO MSG-RECIPIENT
           MOVE FUNCTION TRIM(WS-F-TEXT) TO MSG-TEXT(1:472)
           MOVE "ENCRYPT" TO WS-FC-COMMAND
           MOVE MSG-TEXT TO WS-FC-TEXT
           MOVE 480 TO WS-FC-WIDTH
           CALL "FIELD-CRYPT" USING WS-FC-COMMAND WS-FC-TEXT
                WS-FC-WIDTH WS-FC-RESULT
           IF WS-FC-RESULT = "OK"
              MOVE WS-FC-TEXT TO MSG-TEXT
           END-IF
           MOVE WS-SENT-DATE TO MSG-SENT-DATE
           SET MSG-UNREAD TO TRUE
           MOVE "N" TO MSG-HIDDEN-FLAG

           MOVE "messages.dat" TO WS-JN-FILE
           MOVE MESSAGE-RECORD TO WS-JN-DATA
           CALL "TXN-JOURNAL" USING WS-JN-FILE WS-JN-DATA
           OPEN EXTEND MESSAGE-FILE
           IF WS-MSG-STATUS NOT = "00"
              OPEN OUTPUT MESSAGE-FILE
           END-IF
           WRITE MESSAGE-RECORD
           CLOSE MESSAGE-FILE.

       CHECK-NOT-BLOCKED.
           MOVE "N" TO WS-IS-BLOCKED
           MOVE "N" TO WS-SCAN-EOF
           OPEN INPUT BLOCKED-FILE
           IF WS-BLOCK-STATUS = "00"
              PERFORM UNTIL WS-SCAN-EOF = "Y"
                 READ BLOCKED-FILE
                    AT END MOVE "Y" TO WS-SCAN-EOF
                    NOT AT END
                       IF BLOCKED-BY = WS-RECIPIENT AND
                          BLOCKED-USER = WS-SENDER
                          MOVE "Y" TO WS-IS-BLOCKED
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE BLOCKED-FILE
           END-IF.

       CHECK-CONNECTED.
           MOVE "N" TO WS-CONNECTED
           MOVE "N" TO WS-SCAN-EOF
           OPEN INPUT CONNECTIONS-FILE
           IF WS-CONN-STATUS = "00"
              PERFORM UNTIL WS-SCAN-EOF = "Y"
                 READ CONNECTIONS-FILE
                    AT END MOVE "Y" TO WS-SCAN-EOF
                    NOT AT END
                       IF (CONN-USER1 = WS-SENDER AND
                           CONN-USER2 = WS-RECIPIENT) OR
                          (CONN-USER2 = WS-SENDER AND
                           CONN-USER1 = WS-RECIPIENT)
                          MOVE "Y" TO WS-CONNECTED
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CONNECTIONS-FILE
           END-IF.

      *> Either side applied to a posting the other posted - the
      *> pair SEND-MESSAGE allows alongside connections.
       CHECK-APPLICANT-RELATION.
           MOVE "N" TO WS-APP-RELATED
           MOVE "N" TO WS-SCAN-EOF
           OPEN INPUT APPLICATION-FILE
           IF WS-APPL-STATUS = "00"
              PERFORM UNTIL WS-SCAN-EOF = "Y"
                 READ APPLICATION-FILE
                    AT END MOVE "Y" TO WS-SCAN-EOF
                    NOT AT END
                       IF JOB-APPLIER = WS-RECIPIENT
                          MOVE WS-SENDER TO WS-REL-POSTER
                          MOVE APP-JOB-ID TO WS-CHK-JOB-ID
                          PERFORM CHECK-POSTER-OF-JOB
                       END-IF
                       IF WS-APP-RELATED = "N" AND
                          JOB-APPLIER = WS-SENDER
                          MOVE WS-RECIPIENT TO WS-REL-POSTER
                          MOVE APP-JOB-ID TO WS-CHK-JOB-ID
                          PERFORM CHECK-POSTER-OF-JOB
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE APPLICATION-FILE
           END-IF.

       CHECK-POSTER-OF-JOB.
           MOVE "N" TO WS-JOBS-EOF
           OPEN INPUT JOBS-FILE
           IF WS-JOBS-STATUS = "00"
              PERFORM UNTIL WS-JOBS-EOF = "Y"
                 READ JOBS-FILE
                    AT END MOVE "Y" TO WS-JOBS-EOF
                    NOT AT END
                       IF JOB-ID = WS-CHK-JOB-ID AND
                          JOB-POSTER = WS-REL-POSTER
                          MOVE "Y" TO WS-APP-RELATED
                          MOVE "Y" TO WS-JOBS-EOF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE JOBS-FILE
           END-IF.

      *> The notice the gateway mails back to the student; several
      *> bounces in one run land in the same file.
       WRITE-BOUNCE-NOTICE.
           MOVE SPACES TO WS-BOUNCE-PATH
           STRING "pickup/reply-bounce-" FUNCTION TRIM(WS-SENDER)
                  ".txt"
                  DELIMITED BY SIZE INTO WS-BOUNCE-PATH
           END-STRING
           OPEN EXTEND BOUNCE-FILE
           IF WS-BOUNCE-STATUS NOT = "00"
              OPEN OUTPUT BOUNCE-FILE
              PERFORM FIND-ADDRESS
              IF WS-ADDRESS NOT = SPACES
                 MOVE SPACES TO BOUNCE-REC
                 STRING "To: " FUNCTION TRIM(WS-ADDRESS)
                        DELIMITED BY SIZE INTO BOUNCE-REC
                 END-STRING
                 WRITE BOUNCE-REC
              END-IF
           END-IF
           MOVE SPACES TO BOUNCE-REC
           STRING "Your emailed reply to "
                  FUNCTION TRIM(WS-RECIPIENT)
                  " was not delivered: " FUNCTION TRIM(WS-REASON) "."
                  DELIMITED BY SIZE INTO BOUNCE-REC
           END-STRING
           WRITE BOUNCE-REC
           MOVE SPACES TO BOUNCE-REC
           STRING "  Your reply began: " WS-F-TEXT(1:80)
                  DELIMITED BY SIZE INTO BOUNCE-REC
           END-STRING
           WRITE BOUNCE-REC
           MOVE "  Log in to InCollege to see your messages."
              TO BOUNCE-REC
           WRITE BOUNCE-REC
           CLOSE BOUNCE-FILE.

       FIND-ADDRESS.
           MOVE SPACES TO WS-ADDRESS
           MOVE "N" TO WS-SCAN-EOF
           OPEN INPUT PREFS-FILE
           IF WS-PREFS-STATUS = "00"
              PERFORM UNTIL WS-SCAN-EOF = "Y"
                 READ PREFS-FILE
                    AT END MOVE "Y" TO WS-SCAN-EOF
                    NOT AT END
                       IF NP-USERNAME = WS-SENDER
                          MOVE NP-DIGEST-ADDR TO WS-ADDRESS
                          MOVE "Y" TO WS-SCAN-EOF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PREFS-FILE
           END-IF.

      *> A hard bounce marks the preference row, creating one (every
      *> category on) when the student never saved preferences, so
      *> NOTIF-DIGEST holds their digests from tonight on.
       APPLY-BOUNCE.
           IF FUNCTION TRIM(WS-F-KEY) = SPACES
              MOVE "username is required" TO WS-REASON
              PERFORM WRITE-REJECT
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-PREF-FOUND
           MOVE "N" TO WS-STALE
           MOVE "N" TO WS-SCAN-EOF
           OPEN OUTPUT PREFS-TEMP-FILE
           OPEN INPUT PREFS-FILE
           IF WS-PREFS-STATUS = "00"
              PERFORM UNTIL WS-SCAN-EOF = "Y"
                 READ PREFS-FILE
                    AT END MOVE "Y" TO WS-SCAN-EOF
                    NOT AT END
                       IF NP-USERNAME = WS-F-KEY
                          MOVE "Y" TO WS-PREF-FOUND
                          PERFORM MARK-PREFS-REC
                       END-IF
                       WRITE PREFS-TEMP-REC FROM PREFS-REC
                 END-READ
              END-PERFORM
              CLOSE PREFS-FILE
           END-IF
           IF WS-PREF-FOUND = "N"
              MOVE SPACES TO PREFS-REC
              MOVE WS-F-KEY TO NP-USERNAME
              MOVE "Y" TO NP-JOBS NP-CONNECTIONS NP-MESSAGES
                          NP-EVENTS NP-DIGEST
              PERFORM MARK-PREFS-REC
              WRITE PREFS-TEMP-REC FROM PREFS-REC
           END-IF
           CLOSE PREFS-TEMP-FILE

           OPEN OUTPUT PREFS-FILE
           OPEN INPUT PREFS-TEMP-FILE
           MOVE "N" TO WS-SCAN-EOF
           PERFORM UNTIL WS-SCAN-EOF = "Y"
              READ PREFS-TEMP-FILE INTO PREFS-REC
                 AT END MOVE "Y" TO WS-SCAN-EOF
                 NOT AT END WRITE PREFS-REC
              END-READ
           END-PERFORM
           CLOSE PREFS-TEMP-FILE
           CLOSE PREFS-FILE

           IF WS-STALE = "Y"
              ADD 1 TO WS-STALE-COUNT
           ELSE
              ADD 1 TO WS-MARKED
              MOVE WS-F-KEY TO WS-NOTIF-TO
              MOVE "Your email digest bounced and is paused - enter a"
               & " new address under notification preferences."
                 TO WS-NOTIF-MSG
              CALL "NOTIFY-USER" USING WS-NOTIF-TO WS-NOTIF-MSG
                   WS-NOTIF-CAT
           END-IF.

      *> An address the student has already replaced is left alone.
       MARK-PREFS-REC.
           IF NP-DIGEST-ADDR NOT = SPACES AND
              FUNCTION TRIM(WS-F-WHO) NOT = SPACES AND
              FUNCTION UPPER-CASE(FUNCTION TRIM(NP-DIGEST-ADDR)) NOT =
              FUNCTION UPPER-CASE(FUNCTION TRIM(WS-F-WHO))
              MOVE "Y" TO WS-STALE
           ELSE
              IF NP-DIGEST-ADDR = SPACES
                 MOVE WS-F-WHO TO NP-DIGEST-ADDR
              END-IF
              MOVE "B" TO NP-ADDR-STATUS
              MOVE WS-TODAY TO NP-BOUNCE-DATE
           END-IF.

       WRITE-REJECT.
           IF WS-REJECTS-OPEN = "N"
              OPEN OUTPUT REJECT-FILE
              MOVE "Y" TO WS-REJECTS-OPEN
           END-IF
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO REJECT-REC
           STRING FUNCTION TRIM(INBOUND-REC) "|"
                  FUNCTION TRIM(WS-REASON)
                  DELIMITED BY SIZE INTO REJECT-REC
           END-STRING
           WRITE REJECT-REC.

       END PROGRAM DIGEST-REPLY.
