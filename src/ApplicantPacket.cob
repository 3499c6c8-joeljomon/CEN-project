      *> Standalone batch utility for hiring committees, driven from
      *> the console (DISPLAY/ACCEPT) like the rest of the admin
      *> tooling. Given a JOB-ID it assembles one formatted packet
      *> per applicant into reports/packet-<jobid>.txt: the profile with
      *> experience and education (laid out the way USER-PROFILE's
      *> generated resume document is, so the packet can go straight
      *> to a committee), the applicant's answers to that posting's
      *> job-questions.dat entries, the resume reference carried on
      *> the application, the cover letter sent with it, their
      *> endorsement count, and excerpts from approved
      *> recommendation letters. Each packet written is logged with
      *> DISCLOSURE-LOG against the posting's employer; otherwise
      *> read-only.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPLICANT-PACKET.

           SELECT REC-LETTER-FILE ASSIGN TO "data/rec-letters.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RL-STATUS.
           SELECT COVER-FILE ASSIGN TO "data/app-cover-letters.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CL-STATUS.
           SELECT JOBS-FILE ASSIGN TO "data/jobs.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBS-STATUS.
           SELECT PACKET-FILE ASSIGN USING WS-PACKET-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

             88 RL-HIDDEN              VALUE "H".
          05 RL-TEXT               PIC X(200).

      *> data/app-cover-letters.dat: the same layout DOC-LIBRARY
      *> writes at apply time.
       FD COVER-FILE.
       01 COVER-REC.
          05 CL-APPLIER            PIC X(20).
          05 CL-JOB-ID             PIC 9(05).
          05 CL-SEQ                PIC 9(02).
          05 CL-TEXT               PIC X(100).

       FD JOBS-FILE.
           COPY "JOBREC.cpy".

       FD PACKET-FILE.
       01 PACKET-LINE PIC X(132).

       77 WS-ANS-STATUS    PIC XX.
       77 WS-END-STATUS    PIC XX.
       77 WS-RL-STATUS     PIC XX.
       77 WS-JOBS-STATUS   PIC XX.
       77 WS-CL-STATUS     PIC XX.
       77 WS-COVER-HDR     PIC X VALUE "N".
       77 WS-EOF           PIC X VALUE "N".
       77 WS-SCAN-EOF      PIC X VALUE "N".
       77 WS-PACKET-PATH   PIC X(40).
       01 WS-QUESTIONS.
          05 WS-Q-TEXT PIC X(100) OCCURS 3 TIMES.
       77 WS-Q-COUNT       PIC 9(01) VALUE 0.
       77 WS-DL-COMMAND    PIC X(10) VALUE "LOG".
       77 WS-DL-STUDENT    PIC X(20).
       77 WS-DL-RECIPIENT  PIC X(20).
       77 WS-DL-SOURCE     PIC X(16) VALUE "APPLICANT-PACKET".
       77 WS-DL-ITEM       PIC X(40).

           COPY "REGIONINF.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL "REGION-CONFIG" USING REGION-INFO
           IF RI-RESULT NOT = "OK"
              GOBACK
           END-IF

           DISPLAY "--- Applicant packet assembly ---"
           DISPLAY "Enter the Job ID:"
           MOVE SPACES TO WS-ANSWER
           MOVE FUNCTION NUMVAL(WS-ANSWER) TO WS-JOB-ID

           MOVE SPACES TO WS-PACKET-PATH
           STRING "reports/packet-" WS-JOB-ID ".txt"
                  DELIMITED BY SIZE INTO WS-PACKET-PATH
           END-STRING
           OPEN OUTPUT PACKET-FILE
           WRITE PACKET-LINE

           PERFORM LOAD-POSTING-QUESTIONS
           PERFORM FIND-POSTING-EMPLOYER

           MOVE "N" TO WS-EOF
           OPEN INPUT APPLICATION-FILE
                          ADD 1 TO WS-PACKET-COUNT
                          MOVE JOB-APPLIER TO WS-APPLICANT
                          PERFORM WRITE-ONE-PACKET
                          PERFORM LOG-PACKET-DISCLOSURE
                       END-IF
                 END-READ
              END-PERFORM
                   FUNCTION TRIM(WS-PACKET-PATH) "."
           GOBACK.

      *> The packet goes to the posting's hiring committee, so the
      *> posting employer is the recipient each packet is logged
      *> against in the student's disclosure history.
       FIND-POSTING-EMPLOYER.
           MOVE "(unknown posting)" TO WS-DL-RECIPIENT
           MOVE "N" TO WS-SCAN-EOF
           OPEN INPUT JOBS-FILE
           IF WS-JOBS-STATUS = "00"
              PERFORM UNTIL WS-SCAN-EOF = "Y"
                 READ JOBS-FILE
                    AT END MOVE "Y" TO WS-SCAN-EOF
                    NOT AT END
                       IF JOB-ID = WS-JOB-ID
                          MOVE JOB-POSTER TO WS-DL-RECIPIENT
                          MOVE "Y" TO WS-SCAN-EOF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE JOBS-FILE
           END-IF.

       LOG-PACKET-DISCLOSURE.
           MOVE WS-APPLICANT TO WS-DL-STUDENT
           MOVE SPACES TO WS-DL-ITEM
           STRING "Hiring committee packet, Job " WS-JOB-ID
                  DELIMITED BY SIZE INTO WS-DL-ITEM
           END-STRING
           CALL "DISCLOSURE-LOG" USING WS-DL-COMMAND WS-DL-STUDENT
                WS-DL-RECIPIENT WS-DL-SOURCE WS-DL-ITEM.

       LOAD-POSTING-QUESTIONS.
           MOVE 0 TO WS-Q-COUNT
           MOVE SPACES TO WS-QUESTIONS
              WRITE PACKET-LINE
           END-IF

           PERFORM WRITE-COVER-LETTER

           PERFORM COUNT-ENDORSEMENTS
           MOVE SPACES TO PACKET-LINE
           STRING "Endorsements received: " WS-ENDORSE-CNT

           PERFORM WRITE-LETTER-EXCERPTS.

       WRITE-COVER-LETTER.
           MOVE "N" TO WS-COVER-HDR
           MOVE "N" TO WS-SCAN-EOF
           OPEN INPUT COVER-FILE
           IF WS-CL-STATUS = "00"
              PERFORM UNTIL WS-SCAN-EOF = "Y"
                 READ COVER-FILE
                    AT END MOVE "Y" TO WS-SCAN-EOF
                    NOT AT END
                       IF CL-JOB-ID = WS-JOB-ID AND
                          FUNCTION TRIM(CL-APPLIER) =
                          FUNCTION TRIM(WS-APPLICANT)
                          IF WS-COVER-HDR = "N"
                             MOVE "Y" TO WS-COVER-HDR
                             MOVE "COVER LETTER" TO PACKET-LINE
                             WRITE PACKET-LINE
                          END-IF
                          MOVE SPACES TO PACKET-LINE
                          STRING "  " CL-TEXT
                                 DELIMITED BY SIZE INTO PACKET-LINE
                          END-STRING
                          WRITE PACKET-LINE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE COVER-FILE
           END-IF
           IF WS-COVER-HDR = "Y"
              MOVE SPACES TO PACKET-LINE
              WRITE PACKET-LINE
           END-IF.

       FIND-PROFILE.
           MOVE "N" TO WS-PROF-FOUND
           MOVE "N" TO WS-SCAN-EOF
