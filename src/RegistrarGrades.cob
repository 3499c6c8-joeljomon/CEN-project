      *> Standalone batch job, runnable as a BATCH-DRIVER step. The
      *> outbound grade file for the registrar: every work-term
      *> credit grade a faculty supervisor has entered through
      *> LEARN-AGREE since the last run goes out in the registrar's
      *> fixed-width layout as data/registrar-grades-YYYYMMDD.dat,
      *> 120-byte records:
      *>
      *>   H  source INCOLLEGE, file date, description
      *>   D  one per grade: username, last and first name (from
      *>      profiles.dat), course, term, credit hours, grade,
      *>      faculty supervisor
      *>   T  detail count and total credit hours
      *>
      *> Each agreement sent flips from Graded to Reported with
      *> today's date in data/learning-agreements.dat. A same-day
      *> rerun rewrites the day's file with the day's Reported rows
      *> plus anything graded since, so nothing is lost - the same
      *> idea APP-FEED-OUT applies to its daily feeds. Control totals
      *> for learning-agreements.dat go to CONTROL-TOTALS.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGISTRAR-GRADES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGREE-FILE ASSIGN TO "data/learning-agreements.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGR-STATUS.
           SELECT AGREE-TEMP-FILE ASSIGN TO "data/agreetemp.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGRTMP-STATUS.
           SELECT PROFILE-FILE ASSIGN TO "data/profiles.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROF-STATUS.
           SELECT GRADE-FILE ASSIGN USING WS-GRADE-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> data/learning-agreements.dat: the same layout LEARN-AGREE
      *> writes.
       FD AGREE-FILE.
       01 AGREE-REC.
          05 LA-STUDENT      PIC X(20).
          05 LA-JOB-ID       PIC 9(05).
          05 LA-EMPLOYER     PIC X(20).
          05 LA-FACULTY      PIC X(20).
          05 LA-COURSE       PIC X(10).
          05 LA-TERM         PIC X(10).
          05 LA-CREDITS      PIC 9(02).
          05 LA-OBJECTIVE    PIC X(60) OCCURS 3 TIMES.
          05 LA-STUDENT-OK   PIC X(01).
          05 LA-EMPLOYER-OK  PIC X(01).
          05 LA-FACULTY-OK   PIC X(01).
          05 LA-STATUS       PIC X(10).
             88 LA-GRADED        VALUE "Graded".
             88 LA-REPORTED      VALUE "Reported".
          05 LA-CREATED      PIC X(10).
          05 LA-APPROVED-ON  PIC X(10).
          05 LA-GRADE        PIC X(02).
          05 LA-GRADED-ON    PIC X(10).
          05 LA-REPORTED-ON  PIC X(10).

       FD AGREE-TEMP-FILE.
       01 AGREE-TEMP-REC PIC X(322).

       FD PROFILE-FILE.
           COPY "PROFREC.cpy".

       FD GRADE-FILE.
       01 GRADE-REC.
          05 RG-TYPE         PIC X(01).
          05 RG-BODY         PIC X(119).
       01 GRADE-HEADER-REC.
          05 FILLER          PIC X(01).
          05 RG-H-SOURCE     PIC X(10).
          05 RG-H-DATE       PIC X(08).
          05 RG-H-DESC       PIC X(30).
          05 FILLER          PIC X(71).
       01 GRADE-DETAIL-REC.
          05 FILLER          PIC X(01).
          05 RG-D-USERNAME   PIC X(20).
          05 RG-D-LAST       PIC X(20).
          05 RG-D-FIRST      PIC X(20).
          05 RG-D-COURSE     PIC X(10).
          05 RG-D-TERM       PIC X(10).
          05 RG-D-CREDITS    PIC 9(02).
          05 RG-D-GRADE      PIC X(02).
          05 RG-D-FACULTY    PIC X(20).
          05 FILLER          PIC X(15).
       01 GRADE-TRAILER-REC.
          05 FILLER          PIC X(01).
          05 RG-T-COUNT      PIC 9(06).
          05 RG-T-CREDITS    PIC 9(06).
          05 FILLER          PIC X(107).

       WORKING-STORAGE SECTION.
       77 WS-AGR-STATUS      PIC XX.
       77 WS-AGRTMP-STATUS   PIC XX.
       77 WS-PROF-STATUS     PIC XX.
       77 WS-EOF             PIC X VALUE "N".
       77 WS-PROF-EOF        PIC X VALUE "N".
       77 WS-CURR-DATE       PIC X(21).
       77 WS-TODAY           PIC X(10).
       77 WS-GRADE-PATH      PIC X(80).
       77 WS-SENT            PIC 9(06) VALUE 0.
       77 WS-SENT-CREDITS    PIC 9(06) VALUE 0.
       77 WS-SENT-DISP       PIC Z(5)9.
       77 WS-LAST-NAME       PIC X(20).
       77 WS-FIRST-NAME      PIC X(20).
       77 WS-CT-STEP         PIC X(20) VALUE "REGISTRAR-GRADES".
       77 WS-CT-FILE         PIC X(30).
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
           MOVE SPACES TO WS-TODAY
           STRING WS-CURR-DATE(1:4) "-" WS-CURR-DATE(5:2) "-"
                  WS-CURR-DATE(7:2)
                  DELIMITED BY SIZE INTO WS-TODAY
           END-STRING
           MOVE SPACES TO WS-GRADE-PATH
           STRING "data/registrar-grades-" WS-CURR-DATE(1:8) ".dat"
                  DELIMITED BY SIZE INTO WS-GRADE-PATH
           END-STRING

           OPEN OUTPUT GRADE-FILE
           MOVE SPACES TO GRADE-HEADER-REC
           MOVE "H" TO RG-TYPE
           MOVE "INCOLLEGE" TO RG-H-SOURCE
           MOVE WS-CURR-DATE(1:8) TO RG-H-DATE
           MOVE "WORK TERM CREDIT GRADES" TO RG-H-DESC
           WRITE GRADE-HEADER-REC

           PERFORM SEND-GRADES

           MOVE SPACES TO GRADE-TRAILER-REC
           MOVE "T" TO RG-TYPE
           MOVE WS-SENT TO RG-T-COUNT
           MOVE WS-SENT-CREDITS TO RG-T-CREDITS
           WRITE GRADE-TRAILER-REC
           CLOSE GRADE-FILE

           MOVE WS-SENT TO WS-SENT-DISP
           DISPLAY "REGISTRAR-GRADES: " FUNCTION TRIM(WS-SENT-DISP)
                   " grade(s) written to " FUNCTION TRIM(WS-GRADE-PATH)
           GOBACK.

      *> The temp-file replace cycle over learning-agreements.dat:
      *> Graded rows, and rows already Reported today, go on the
      *> file; the Graded ones become Reported.
       SEND-GRADES.
           MOVE ZEROS TO WS-CT-COUNTS
           MOVE "N" TO WS-EOF
           OPEN INPUT AGREE-FILE
           IF WS-AGR-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT AGREE-TEMP-FILE
           PERFORM UNTIL WS-EOF = "Y"
              READ AGREE-FILE
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    ADD 1 TO WS-CT-READ
                    IF LA-GRADED OR
                       (LA-REPORTED AND LA-REPORTED-ON = WS-TODAY)
                       PERFORM WRITE-GRADE-DETAIL
                       SET LA-REPORTED TO TRUE
                       MOVE WS-TODAY TO LA-REPORTED-ON
                    END-IF
                    WRITE AGREE-TEMP-REC FROM AGREE-REC
              END-READ
           END-PERFORM
           CLOSE AGREE-FILE
           CLOSE AGREE-TEMP-FILE

           OPEN OUTPUT AGREE-FILE
           OPEN INPUT AGREE-TEMP-FILE
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
              READ AGREE-TEMP-FILE INTO AGREE-REC
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    WRITE AGREE-REC
                    ADD 1 TO WS-CT-WRITTEN
              END-READ
           END-PERFORM
           CLOSE AGREE-TEMP-FILE
           CLOSE AGREE-FILE
           MOVE "learning-agreements.dat" TO WS-CT-FILE
           CALL "CONTROL-TOTALS" USING WS-CT-STEP WS-CT-FILE
                WS-CT-COUNTS.

       WRITE-GRADE-DETAIL.
           PERFORM FIND-STUDENT-NAME
           MOVE SPACES TO GRADE-DETAIL-REC
           MOVE "D" TO RG-TYPE
           MOVE LA-STUDENT TO RG-D-USERNAME
           MOVE WS-LAST-NAME TO RG-D-LAST
           MOVE WS-FIRST-NAME TO RG-D-FIRST
           MOVE LA-COURSE TO RG-D-COURSE
           MOVE LA-TERM TO RG-D-TERM
           MOVE LA-CREDITS TO RG-D-CREDITS
           MOVE LA-GRADE TO RG-D-GRADE
           MOVE LA-FACULTY TO RG-D-FACULTY
           WRITE GRADE-DETAIL-REC
           ADD 1 TO WS-SENT
           ADD LA-CREDITS TO WS-SENT-CREDITS.

       FIND-STUDENT-NAME.
           MOVE SPACES TO WS-LAST-NAME
           MOVE SPACES TO WS-FIRST-NAME
           MOVE "N" TO WS-PROF-EOF
           OPEN INPUT PROFILE-FILE
           IF WS-PROF-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PROF-EOF = "Y"
              READ PROFILE-FILE
                 AT END MOVE "Y" TO WS-PROF-EOF
                 NOT AT END
                    IF FUNCTION TRIM(PROF-USERNAME) =
                       FUNCTION TRIM(LA-STUDENT)
                       MOVE PROF-LAST-NAME TO WS-LAST-NAME
                       MOVE PROF-FIRST-NAME TO WS-FIRST-NAME
                       MOVE "Y" TO WS-PROF-EOF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PROFILE-FILE.

       END PROGRAM REGISTRAR-GRADES.
