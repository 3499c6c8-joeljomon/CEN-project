      *> actions on job details and message threads: dismiss a report,
      *> close the offending posting through the same JOB-STATUS
      *> mechanism EDIT-POSTING uses, or hide the offending sender's
      *> messages to the reporter (VIEW-MESSAGES skips hidden rows),
      *> or hide a reported interest-group board post. Rows filed
      *> by CONTENT-SCREEN carry reporter "system": dismissing one
      *> on a posting releases it from Held back to Open - and, as
      *> PUBLISH does for a posting that opens, tells the poster and
      *> the company's followers through NOTIFY-USER and queues it in
      *> data/alert-golive.dat for the next JOB-ALERTS run - and a
      *> screened message is keyed sender then recipient, so hiding
      *> works on that pair rather than on the reporter.
      *> Every disposition is written back onto the report row so the
      *> queue doubles as the log. Interactive on the operator console
      *> (DISPLAY/ACCEPT), like the rest of the admin tooling.
               FILE STATUS IS WS-MSG-STATUS.
           SELECT MESSAGE-TEMP-FILE ASSIGN TO "data/msgtemp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FOLLOWERS-FILE ASSIGN TO "data/company-followers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLW-STATUS.
           SELECT GOLIVE-FILE ASSIGN TO "data/alert-golive.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GOLIVE-STATUS.
           SELECT POSTS-FILE ASSIGN TO "data/group-posts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POST-STATUS.
           SELECT POSTS-TEMP-FILE ASSIGN TO "data/grpposttemp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY "JOBREC.cpy".

       FD JOB-TEMP-FILE.
       01 JOB-TEMP-REC PIC X(581).

       FD MESSAGE-FILE.
           COPY "MSGREC.cpy".
       FD MESSAGE-TEMP-FILE.
       01 MESSAGE-TEMP-REC PIC X(541).

      *> data/company-followers.dat: the same layout JOB-MGMT's
      *> Follow this Company writes.
       FD FOLLOWERS-FILE.
       01 FOLLOWER-REC.
          05 FW-EMPLOYER         PIC X(20).
          05 FW-FOLLOWER         PIC X(20).

      *> data/alert-golive.dat: the queue PUBLISH also feeds, of
      *> postings opened below JOB-ALERTS' high-water mark.
       FD GOLIVE-FILE.
       01 GOLIVE-REC PIC 9(05).

      *> data/group-posts.dat: the interest-group board posts, the
      *> same layout INTEREST-GROUPS writes.
       FD POSTS-FILE.
       01 GROUP-POST-REC.
          05 GP-GROUP-ID           PIC 9(05).
          05 GP-POST-ID            PIC 9(06).
          05 GP-AUTHOR             PIC X(20).
          05 GP-DATE               PIC X(19).
          05 GP-HIDDEN             PIC X(01).
             88 GP-IS-HIDDEN           VALUE "H".
          05 GP-TEXT               PIC X(200).

       FD POSTS-TEMP-FILE.
       01 POSTS-TEMP-REC PIC X(251).

       WORKING-STORAGE SECTION.
       77 WS-MOD-STATUS      PIC XX.
       77 WS-JOBS-STATUS     PIC XX.
       77 WS-MSG-STATUS      PIC XX.
       77 WS-POST-STATUS     PIC XX.
       77 WS-EOF             PIC X VALUE "N".
       77 WS-OPEN-COUNT      PIC 9(04) VALUE 0.
       77 WS-ANSWER          PIC X(40).
       77 WS-PICK-FOUND      PIC X VALUE "N".
       77 WS-NEW-STATUS      PIC X(10).
       77 WS-NEW-ACTION      PIC X(40).
       77 WS-POSTING-MOVE    PIC X(01).
          88 WS-CLOSE-POSTING      VALUE "C".
          88 WS-RELEASE-POSTING    VALUE "R".
       77 WS-POSTING-CHANGED PIC X VALUE "N".
       77 WS-FLW-STATUS      PIC XX.
       77 WS-GOLIVE-STATUS   PIC XX.
       77 WS-FLW-EOF         PIC X VALUE "N".
       77 WS-REL-POSTER      PIC X(20).
       77 WS-REL-EMPLOYER    PIC X(50).
       77 WS-REL-TITLE       PIC X(50).
       77 WS-NOTIF-TO        PIC X(20).
       77 WS-NOTIF-MSG       PIC X(100).
       77 WS-NOTIF-CATEGORY  PIC X(12).
       77 WS-HIDE-RECIPIENT  PIC X(20).
       77 WS-TARGET-JOB-ID   PIC 9(05).
       77 WS-HIDDEN-COUNT    PIC 9(04) VALUE 0.
       77 WS-TARGET-GROUP-ID PIC 9(05).
       77 WS-TARGET-POST-ID  PIC 9(06).

           COPY "REGIONINF.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL "REGION-CONFIG" USING REGION-INFO
           IF RI-RESULT NOT = "OK"
              GOBACK
           END-IF

           PERFORM UNTIL FUNCTION TRIM(WS-ANSWER) = "Q"
              PERFORM LIST-OPEN-REPORTS
              IF WS-OPEN-COUNT = 0
              GOBACK
           END-IF

           IF FUNCTION TRIM(WS-PICK-TYPE) = "JOB" AND
              FUNCTION TRIM(WS-PICK-REPORTER) = "system"
              DISPLAY "1. Dismiss the report (releases the held "
                      "posting to Browse)"
           ELSE
              DISPLAY "1. Dismiss the report"
           END-IF
           EVALUATE FUNCTION TRIM(WS-PICK-TYPE)
              WHEN "JOB"
                   DISPLAY "2. Close the reported posting"
              WHEN "GROUP"
                   DISPLAY "2. Hide the reported board post"
              WHEN OTHER
                   DISPLAY "2. Hide the reported sender's messages"
           END-EVALUATE
           DISPLAY "Enter your choice:"
           MOVE SPACES TO WS-ANSWER
           ACCEPT WS-ANSWER
              WHEN "1"
                   MOVE "Dismissed" TO WS-NEW-STATUS
                   MOVE "no action taken" TO WS-NEW-ACTION
                   IF FUNCTION TRIM(WS-PICK-TYPE) = "JOB" AND
                      FUNCTION TRIM(WS-PICK-REPORTER) = "system"
                      MOVE FUNCTION NUMVAL(WS-PICK-KEY(1:5))
                          TO WS-TARGET-JOB-ID
                      SET WS-RELEASE-POSTING TO TRUE
                      PERFORM CLOSE-REPORTED-POSTING
                      IF WS-POSTING-CHANGED = "Y"
                         MOVE "no action taken; posting released"
                              TO WS-NEW-ACTION
                      END-IF
                   END-IF
              WHEN "2"
                   MOVE "Actioned" TO WS-NEW-STATUS
                   EVALUATE FUNCTION TRIM(WS-PICK-TYPE)
                      WHEN "JOB"
                         MOVE FUNCTION NUMVAL(WS-PICK-KEY(1:5))
                             TO WS-TARGET-JOB-ID
                         SET WS-CLOSE-POSTING TO TRUE
                         PERFORM CLOSE-REPORTED-POSTING
                         MOVE "posting closed" TO WS-NEW-ACTION
                      WHEN "GROUP"
                         MOVE FUNCTION NUMVAL(WS-PICK-KEY(1:5))
                             TO WS-TARGET-GROUP-ID
                         MOVE FUNCTION NUMVAL(WS-PICK-KEY(7:6))
                             TO WS-TARGET-POST-ID
                         PERFORM HIDE-REPORTED-POST
                         MOVE "board post hidden" TO WS-NEW-ACTION
                      WHEN OTHER
                         PERFORM HIDE-REPORTED-MESSAGES
                         MOVE "messages hidden" TO WS-NEW-ACTION
                   END-EVALUATE
              WHEN OTHER
                   DISPLAY "No change made."
                   GOBACK
           END-IF.

      *> The same JOB-CLOSED flip EDIT-POSTING's close path performs.
      *> The release pass only moves a Held posting back to Open; a
      *> posting its owner has since closed stays closed.
       CLOSE-REPORTED-POSTING.
           MOVE "N" TO WS-POSTING-CHANGED
           MOVE "N" TO WS-EOF
           OPEN INPUT JOBS-FILE
           OPEN OUTPUT JOB-TEMP-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF JOB-ID = WS-TARGET-JOB-ID
                          IF WS-CLOSE-POSTING
                             SET JOB-CLOSED TO TRUE
                             MOVE "Y" TO WS-POSTING-CHANGED
                          ELSE
                             IF JOB-HELD
                                SET JOB-OPEN TO TRUE
                                MOVE "Y" TO WS-POSTING-CHANGED
                                MOVE JOB-POSTER TO WS-REL-POSTER
                                MOVE JOB-EMPLOYER TO WS-REL-EMPLOYER
                                MOVE JOB-TITLE TO WS-REL-TITLE
                             END-IF
                          END-IF
                       END-IF
                       WRITE JOB-TEMP-REC FROM JOBS-RECORD
                 END-READ
              END-READ
           END-PERFORM
           CLOSE JOB-TEMP-FILE
           CLOSE JOBS-FILE

           IF WS-RELEASE-POSTING AND WS-POSTING-CHANGED = "Y"
              PERFORM ANNOUNCE-RELEASED-POSTING
           END-IF.

      *> A released posting goes live now, so it gets what PUBLISH's
      *> GO-LIVE gives a posting that clears screening on opening:
      *> the poster is told, followers hear about it, and it is
      *> queued for JOB-ALERTS, which skipped it while it was Held.
       ANNOUNCE-RELEASED-POSTING.
           MOVE WS-REL-POSTER TO WS-NOTIF-TO
           MOVE SPACES TO WS-NOTIF-MSG
           STRING "Your posting " FUNCTION TRIM(WS-REL-TITLE)
                  " (Job ID " WS-TARGET-JOB-ID
                  ") has cleared review and is now live."
                  DELIMITED BY SIZE INTO WS-NOTIF-MSG
           END-STRING
           MOVE "JOBS" TO WS-NOTIF-CATEGORY
           CALL "NOTIFY-USER" USING WS-NOTIF-TO WS-NOTIF-MSG
                WS-NOTIF-CATEGORY

           MOVE "N" TO WS-FLW-EOF
           OPEN INPUT FOLLOWERS-FILE
           IF WS-FLW-STATUS = "00"
              PERFORM UNTIL WS-FLW-EOF = "Y"
                 READ FOLLOWERS-FILE
                    AT END MOVE "Y" TO WS-FLW-EOF
                    NOT AT END
                       IF FUNCTION TRIM(FW-EMPLOYER) =
                          FUNCTION TRIM(WS-REL-POSTER)
                          MOVE FW-FOLLOWER TO WS-NOTIF-TO
                          MOVE SPACES TO WS-NOTIF-MSG
                          STRING FUNCTION TRIM(WS-REL-EMPLOYER)
                                 " posted a new job: "
                                 FUNCTION TRIM(WS-REL-TITLE)
                                 " (Job ID " WS-TARGET-JOB-ID ")"
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
           END-IF

           OPEN EXTEND GOLIVE-FILE
           IF WS-GOLIVE-STATUS NOT = "00"
              OPEN OUTPUT GOLIVE-FILE
           END-IF
           MOVE WS-TARGET-JOB-ID TO GOLIVE-REC
           WRITE GOLIVE-REC
           CLOSE GOLIVE-FILE.

      *> Flags every message from the reported sender to the
      *> reporter as hidden; VIEW-MESSAGES and MESSAGE-SEARCH leave
      *> evidence.
       HIDE-REPORTED-MESSAGES.
           MOVE 0 TO WS-HIDDEN-COUNT
           MOVE WS-PICK-REPORTER TO WS-HIDE-RECIPIENT
           IF FUNCTION TRIM(WS-PICK-REPORTER) = "system" AND
              WS-PICK-KEY(21:20) NOT = SPACES
              MOVE WS-PICK-KEY(21:20) TO WS-HIDE-RECIPIENT
           END-IF
           MOVE "N" TO WS-EOF
           OPEN INPUT MESSAGE-FILE
           OPEN OUTPUT MESSAGE-TEMP-FILE
                       IF FUNCTION TRIM(MSG-SENDER) =
                          FUNCTION TRIM(WS-PICK-KEY(1:20)) AND
                          FUNCTION TRIM(MSG-RECIPIENT) =
                          FUNCTION TRIM(WS-HIDE-RECIPIENT)
                          SET MSG-HIDDEN TO TRUE
                          ADD 1 TO WS-HIDDEN-COUNT
                       END-IF

           DISPLAY WS-HIDDEN-COUNT " message(s) hidden.".

      *> Flags the reported board post hidden; INTEREST-GROUPS
      *> leaves it off the board, but the row stays on file as
      *> evidence. The key is group ID-post ID.
       HIDE-REPORTED-POST.
           MOVE 0 TO WS-HIDDEN-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT POSTS-FILE
           OPEN OUTPUT POSTS-TEMP-FILE
           IF WS-POST-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ POSTS-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF GP-GROUP-ID = WS-TARGET-GROUP-ID AND
                          GP-POST-ID = WS-TARGET-POST-ID
                          SET GP-IS-HIDDEN TO TRUE
                          ADD 1 TO WS-HIDDEN-COUNT
                       END-IF
                       WRITE POSTS-TEMP-REC FROM GROUP-POST-REC
                 END-READ
              END-PERFORM
              CLOSE POSTS-FILE
           END-IF
           CLOSE POSTS-TEMP-FILE

           OPEN OUTPUT POSTS-FILE
           OPEN INPUT POSTS-TEMP-FILE
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
              READ POSTS-TEMP-FILE INTO GROUP-POST-REC
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END WRITE GROUP-POST-REC
              END-READ
           END-PERFORM
           CLOSE POSTS-TEMP-FILE
           CLOSE POSTS-FILE

           DISPLAY WS-HIDDEN-COUNT " board post(s) hidden.".

      *> Writes the disposition onto the report row itself, so the
      *> queue is also the log.
       UPDATE-REPORT-ROW.
