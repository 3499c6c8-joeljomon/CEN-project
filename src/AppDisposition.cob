      *> Closes out the applicants a closed posting left behind, and
      *> keeps the dates postings closed on so the nightly
      *> AUTO-DISPOSITION batch can tell how long a posting has sat
      *> closed with applicants still waiting. Shared by JOB-MGMT's
      *> EDIT-POSTING (the employer's one-step "reject everyone
      *> remaining" after a close), MY-OFFERS (the final seat filled)
      *> and DEADLINE-CLOSE / AUTO-DISPOSITION in the nightly run.
      *>
      *> A disposition moves every application on AD-JOB-ID still in
      *> Applied or Under Review to Rejected, dated today, under the
      *> same "applications" lock and journal/audit trail
      *> UPDATE-APP-STATUS uses. Interview rows are left alone - the
      *> employer is still talking to those. Each student moved gets
      *> the one controlled reason code in AD-REASON recorded in
      *> data/rejection-reasons.dat (so it shows in their
      *> applications list and REJECTION-REPORT) and one templated
      *> notification: the "Closed" row of data/notif-templates.dat,
      *> or the built-in wording when no row is on file, with the
      *> Job ID and reason appended. A referrer hears the outcome the
      *> way UPDATE-APP-STATUS tells them. At most 200 rows move per
      *> call; any beyond are left for the next pass.
      *>
      *> data/job-closures.dat is append-only - one row per close,
      *> the latest row for a JOB-ID being the close in force:
      *>
      *>   JOB-ID, the date it closed, who or what closed it (the
      *>   employer's account, DEADLINE-CLOSE, AUTO-DISPOSITION)
      *>
      *> Commands (AD-RESULT):
      *>   CLOSED  - append a closure row for AD-JOB-ID by AD-ACTOR,
      *>             dated today; OK
      *>   PENDING - AD-COUNT set to the applications still Applied
      *>             or Under Review on AD-JOB-ID; OK
      *>   DISPOSE - the disposition above, by AD-ACTOR; AD-CHANGES
      *>             lists who moved and from what; OK, or BUSY when
      *>             the applications lock could not be taken
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APP-DISPOSITION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPLICATION-FILE ASSIGN TO "data/applications.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APP-STATUS.
           SELECT APP-TEMP-FILE ASSIGN TO "data/apptemp.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPTMP-STATUS.
           SELECT REJECT-REASON-FILE
               ASSIGN TO "data/rejection-reasons.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RJR-STATUS.
           SELECT TEMPLATE-FILE ASSIGN TO "data/notif-templates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TPL-STATUS.
           SELECT CLOSURE-FILE ASSIGN TO "data/job-closures.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSURE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD APPLICATION-FILE.
           COPY "APPREC.cpy".

       FD APP-TEMP-FILE.
       01 APP-TEMP-REC PIC X(280).

      *> data/rejection-reasons.dat: the same layout JOB-MGMT writes.
       FD REJECT-REASON-FILE.
       01 REJECT-REASON-REC.
          05 RJ-JOB-ID     PIC 9(05).
          05 RJ-APPLICANT  PIC X(20).
          05 RJ-CODE       PIC X(02).
          05 RJ-TEXT       PIC X(25).
          05 RJ-DATE       PIC X(10).

      *> data/notif-templates.dat: the same layout JOB-MGMT reads.
       FD TEMPLATE-FILE.
       01 TEMPLATE-REC.
          05 TPL-APP-STATUS        PIC X(15).
          05 TPL-TEXT              PIC X(80).

       FD CLOSURE-FILE.
       01 CLOSURE-REC.
          05 CL-JOB-ID     PIC 9(05).
          05 CL-DATE       PIC X(10).
          05 CL-BY         PIC X(20).

       WORKING-STORAGE SECTION.
       77 WS-APP-STATUS     PIC XX.
       77 WS-APPTMP-STATUS  PIC XX.
       77 WS-RJR-STATUS     PIC XX.
       77 WS-TPL-STATUS     PIC XX.
       77 WS-CLOSURE-STATUS PIC XX.
       77 WS-EOF            PIC X VALUE "N".
       77 WS-CURR-DATE      PIC X(21).
       77 WS-TODAY          PIC X(10).
       77 WS-TPL-RESULT     PIC X(80).
       77 WS-IDX            PIC 9(03).
       77 WS-LK-COMMAND     PIC X(10).
       77 WS-LK-FILE        PIC X(20).
       77 WS-LK-RESULT      PIC X(10).
       77 WS-CA-FILE        PIC X(20) VALUE "applications.dat".
       77 WS-CA-KEY         PIC X(30).
       77 WS-CA-FIELD       PIC X(15) VALUE "Status".
       77 WS-CA-BEFORE      PIC X(50).
       77 WS-CA-AFTER       PIC X(50).
       77 WS-JN-FILE        PIC X(20).
       77 WS-JN-DATA        PIC X(600).
       77 WS-NOTIF-TO       PIC X(20).
       77 WS-NOTIF-MSG      PIC X(100).
       77 WS-NOTIF-CATEGORY PIC X(12) VALUE "JOBS".

      *> Referrer of each row moved, kept beside AD-CHANGES so the
      *> outcome can be passed on once the file is released.
       01 WS-REFERRER-TABLE.
          05 WS-REFERRER    PIC X(20) OCCURS 200 TIMES.

       LINKAGE SECTION.
       01 AD-COMMAND  PIC X(10).
       01 AD-JOB-ID   PIC 9(05).
       01 AD-ACTOR    PIC X(20).
       01 AD-REASON.
          05 AD-CODE      PIC X(02).
          05 AD-TEXT      PIC X(25).
       01 AD-CHANGES.
          05 AD-COUNT     PIC 9(03).
          05 AD-ENTRY OCCURS 200 TIMES.
             10 AD-APPLICANT PIC X(20).
             10 AD-PRIOR     PIC X(15).
       01 AD-RESULT   PIC X(10).

       PROCEDURE DIVISION USING AD-COMMAND AD-JOB-ID AD-ACTOR
                                AD-REASON AD-CHANGES AD-RESULT.
       MAIN-PROGRAM.
           MOVE "OK" TO AD-RESULT
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE
           MOVE SPACES TO WS-TODAY
           STRING WS-CURR-DATE(1:4) "-" WS-CURR-DATE(5:2) "-"
                  WS-CURR-DATE(7:2)
                  DELIMITED BY SIZE INTO WS-TODAY
           END-STRING
           EVALUATE FUNCTION TRIM(AD-COMMAND)
              WHEN "CLOSED"
                   PERFORM APPEND-CLOSURE
              WHEN "PENDING"
                   PERFORM COUNT-PENDING
              WHEN "DISPOSE"
                   PERFORM DISPOSE-REMAINING
           END-EVALUATE
           GOBACK.

       APPEND-CLOSURE.
           OPEN EXTEND CLOSURE-FILE
           IF WS-CLOSURE-STATUS NOT = "00"
              OPEN OUTPUT CLOSURE-FILE
           END-IF
           MOVE AD-JOB-ID TO CL-JOB-ID
           MOVE WS-TODAY TO CL-DATE
           MOVE AD-ACTOR TO CL-BY
           WRITE CLOSURE-REC
           CLOSE CLOSURE-FILE.

       COUNT-PENDING.
           MOVE 0 TO AD-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT APPLICATION-FILE
           IF WS-APP-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ APPLICATION-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF APP-JOB-ID = AD-JOB-ID AND
                          (APP-STATUS-APPLIED OR
                           APP-STATUS-UNDER-REVIEW) AND
                          AD-COUNT < 999
                          ADD 1 TO AD-COUNT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE APPLICATION-FILE
           END-IF.

       DISPOSE-REMAINING.
           MOVE 0 TO AD-COUNT
           MOVE "ACQUIRE" TO WS-LK-COMMAND
           MOVE "applications" TO WS-LK-FILE
           CALL "FILE-LOCK" USING WS-LK-COMMAND WS-LK-FILE
                AD-ACTOR WS-LK-RESULT
           IF WS-LK-RESULT NOT = "OK"
              MOVE "BUSY" TO AD-RESULT
              EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-EOF
           OPEN INPUT APPLICATION-FILE
           OPEN OUTPUT APP-TEMP-FILE
           IF WS-APP-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ APPLICATION-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF APP-JOB-ID = AD-JOB-ID AND
                          (APP-STATUS-APPLIED OR
                           APP-STATUS-UNDER-REVIEW) AND
                          AD-COUNT < 200
                          PERFORM MOVE-ONE-TO-REJECTED
                       END-IF
                       WRITE APP-TEMP-REC FROM APP-RECORD
                 END-READ
              END-PERFORM
              CLOSE APPLICATION-FILE
           END-IF
           CLOSE APP-TEMP-FILE

           OPEN OUTPUT APPLICATION-FILE
           OPEN INPUT APP-TEMP-FILE
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
              READ APP-TEMP-FILE INTO APP-RECORD
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END WRITE APP-RECORD
              END-READ
           END-PERFORM
           CLOSE APP-TEMP-FILE
           CLOSE APPLICATION-FILE
           MOVE "RELEASE" TO WS-LK-COMMAND
           CALL "FILE-LOCK" USING WS-LK-COMMAND WS-LK-FILE
                AD-ACTOR WS-LK-RESULT

           IF AD-COUNT = 0
              EXIT PARAGRAPH
           END-IF

           MOVE "The posting you applied to has closed and your"
              & " application was not selected." TO WS-TPL-RESULT
           PERFORM LOOKUP-CLOSED-TEMPLATE

           OPEN EXTEND REJECT-REASON-FILE
           IF WS-RJR-STATUS NOT = "00"
              OPEN OUTPUT REJECT-REASON-FILE
           END-IF
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > AD-COUNT
              MOVE AD-JOB-ID TO RJ-JOB-ID
              MOVE AD-APPLICANT(WS-IDX) TO RJ-APPLICANT
              MOVE AD-CODE TO RJ-CODE
              MOVE AD-TEXT TO RJ-TEXT
              MOVE WS-TODAY TO RJ-DATE
              WRITE REJECT-REASON-REC
           END-PERFORM
           CLOSE REJECT-REASON-FILE

           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > AD-COUNT
              MOVE SPACES TO WS-NOTIF-MSG
              STRING FUNCTION TRIM(WS-TPL-RESULT)
                     " (Job ID " AD-JOB-ID " - "
                     FUNCTION TRIM(AD-TEXT) ")"
                     DELIMITED BY SIZE INTO WS-NOTIF-MSG
              END-STRING
              MOVE AD-APPLICANT(WS-IDX) TO WS-NOTIF-TO
              CALL "NOTIFY-USER" USING WS-NOTIF-TO WS-NOTIF-MSG
                   WS-NOTIF-CATEGORY
              IF WS-REFERRER(WS-IDX) NOT = SPACES
                 MOVE SPACES TO WS-NOTIF-MSG
                 STRING "Your referral "
                        FUNCTION TRIM(AD-APPLICANT(WS-IDX))
                        " was not selected for Job ID " AD-JOB-ID "."
                        DELIMITED BY SIZE INTO WS-NOTIF-MSG
                 END-STRING
                 MOVE WS-REFERRER(WS-IDX) TO WS-NOTIF-TO
                 CALL "NOTIFY-USER" USING WS-NOTIF-TO WS-NOTIF-MSG
                      WS-NOTIF-CATEGORY
              END-IF
           END-PERFORM.

      *> One row moving to Rejected: journaled before the rewrite
      *> lands, audited, and listed for the caller.
       MOVE-ONE-TO-REJECTED.
           ADD 1 TO AD-COUNT
           MOVE JOB-APPLIER TO AD-APPLICANT(AD-COUNT)
           MOVE APP-STATUS TO AD-PRIOR(AD-COUNT)
           MOVE APP-REFERRED-BY TO WS-REFERRER(AD-COUNT)
           MOVE APP-STATUS TO WS-CA-BEFORE
           SET APP-STATUS-REJECTED TO TRUE
           MOVE WS-TODAY TO APP-STATUS-DATE
           MOVE APP-STATUS TO WS-CA-AFTER
           MOVE "applications.dat" TO WS-JN-FILE
           MOVE APP-RECORD TO WS-JN-DATA
           CALL "TXN-JOURNAL" USING WS-JN-FILE WS-JN-DATA
           MOVE SPACES TO WS-CA-KEY
           STRING AD-JOB-ID "/" FUNCTION TRIM(JOB-APPLIER)
                  DELIMITED BY SIZE INTO WS-CA-KEY
           END-STRING
           CALL "CHANGE-AUDIT" USING AD-ACTOR WS-CA-FILE WS-CA-KEY
                WS-CA-FIELD WS-CA-BEFORE WS-CA-AFTER.

      *> Replaces the built-in wording in WS-TPL-RESULT with the
      *> admin-maintained "Closed" row, when one exists.
       LOOKUP-CLOSED-TEMPLATE.
           MOVE "N" TO WS-EOF
           OPEN INPUT TEMPLATE-FILE
           IF WS-TPL-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ TEMPLATE-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF FUNCTION TRIM(TPL-APP-STATUS) = "Closed" AND
                          TPL-TEXT NOT = SPACES
                          MOVE TPL-TEXT TO WS-TPL-RESULT
                          MOVE "Y" TO WS-EOF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TEMPLATE-FILE
           END-IF.

       END PROGRAM APP-DISPOSITION.
