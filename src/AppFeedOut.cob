      *> Our larger employer partners track candidates in their own
      *> systems and used to re-key everything off our screens; this
      *> writes one delta file per employer into their pickup area,
      *> pickup/feed-<employer>-YYYYMMDD.csv, holding the applications
      *> to their postings that are new or changed since the
      *> previous run: applicant, JOB-ID, title, status, status
      *> date and resume reference, comma-separated for their
      *> idea JOB-ALERTS applies with alert-lastjob.dat: a row goes
      *> out when its status date is on or after the employer's last
      *> feed date, so a same-day rerun can repeat that day's rows
      *> but never loses one. Every row sent is logged with
      *> DISCLOSURE-LOG.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APP-FEED-OUT.

       77 WS-JOB-OWNER     PIC X(20).
       77 WS-FOUND         PIC X VALUE "N".
       77 E                PIC 9(03).
       77 WS-DL-COMMAND    PIC X(10) VALUE "LOG".
       77 WS-DL-STUDENT    PIC X(20).
       77 WS-DL-RECIPIENT  PIC X(20).
       77 WS-DL-SOURCE     PIC X(16) VALUE "APP-FEED-OUT".
       77 WS-DL-ITEM       PIC X(40).

      *> The employers whose postings took applications, collected
      *> in a first pass over jobs.dat.
       01 WS-EMP-TABLE.
          05 WS-EMP-NAME PIC X(20) OCCURS 200 TIMES.

           COPY "REGIONINF.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL "REGION-CONFIG" USING REGION-INFO
           IF RI-RESULT NOT = "OK"
              GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE
           MOVE WS-CURR-DATE(1:8) TO WS-TODAY-YMD
           STRING WS-CURR-DATE(1:4) "-" WS-CURR-DATE(5:2) "-"

           MOVE 0 TO WS-ROW-COUNT
           MOVE SPACES TO WS-FEED-PATH
           STRING "pickup/feed-" FUNCTION TRIM(WS-CUR-EMPLOYER)
                  "-" WS-TODAY-YMD ".csv"
                  DELIMITED BY SIZE INTO WS-FEED-PATH
           END-STRING
                  FUNCTION TRIM(APP-RESUME-REF)
                  DELIMITED BY SIZE INTO FEED-REC
           END-STRING
           WRITE FEED-REC

      *> Each row is a release of the applicant's record to the
      *> employer, logged for the student's disclosure history.
           MOVE JOB-APPLIER TO WS-DL-STUDENT
           MOVE WS-CUR-EMPLOYER TO WS-DL-RECIPIENT
           MOVE SPACES TO WS-DL-ITEM
           STRING "Application feed, Job " APP-JOB-ID
                  " status+resume"
                  DELIMITED BY SIZE INTO WS-DL-ITEM
           END-STRING
           CALL "DISCLOSURE-LOG" USING WS-DL-COMMAND WS-DL-STUDENT
                WS-DL-RECIPIENT WS-DL-SOURCE WS-DL-ITEM.

       FIND-JOB-OWNER.
           MOVE SPACES TO WS-JOB-OWNER
