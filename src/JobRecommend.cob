      *>      location or description (the closest location signal a
      *>      profile carries).
      *> Only postings that score above zero are recommended.
      *> Rather than trying every profile against every posting, the
      *> run sorts the terms the profiles carry - each major,
      *> university and skill, with the student it came from - and
      *> scans the postings once per distinct term, handing the
      *> points to every student holding it. The points are then
      *> sorted by student and posting and totalled in one pass.
      *> Each run's elapsed time is logged through RUN-TIMING.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOB-RECOMMEND.

           SELECT RECOMMEND-FILE ASSIGN TO "data/recommendations.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECO-STATUS.
           SELECT POINTS-FILE ASSIGN TO "data/recopoints.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POINTS-STATUS.
           SELECT TERM-SORT-FILE ASSIGN TO "data/recoterms.dat".
           SELECT POINTS-SORT-FILE ASSIGN TO "data/recosort.dat".

       DATA DIVISION.
       FILE SECTION.
          05 RECO-EMPLOYER         PIC X(50).
          05 RECO-SCORE            PIC 9(03).

      *> Work file: the points each term earned a student on a
      *> posting (WS-JOB subscript), plus one row with posting 000
      *> per profile so only students with a profile are scored.
       FD POINTS-FILE.
       01 POINTS-REC.
          05 PT-USERNAME           PIC X(20).
          05 PT-JOB-IDX            PIC 9(03).
          05 PT-POINTS             PIC 9(01).

      *> One row per term a student carries: M major, U university,
      *> S skill, the term case-folded.
       SD TERM-SORT-FILE.
       01 TERM-SORT-REC.
          05 TS-KIND               PIC X(01).
          05 TS-TERM               PIC X(50).
          05 TS-USERNAME           PIC X(20).

       SD POINTS-SORT-FILE.
       01 POINTS-SORT-REC.
          05 PS-USERNAME           PIC X(20).
          05 PS-JOB-IDX            PIC 9(03).
          05 PS-POINTS             PIC 9(01).

       WORKING-STORAGE SECTION.
       77 WS-JOBS-STATUS     PIC XX.
       77 WS-PROFILE-STATUS  PIC XX.
       77 WS-SKILLS-STATUS   PIC XX.
       77 WS-RECO-STATUS     PIC XX.
       77 WS-POINTS-STATUS   PIC XX.
       77 WS-EOF             PIC X VALUE "N".
       77 WS-SORT-EOF        PIC X VALUE "N".
       77 WS-JOB-COUNT       PIC 9(03) VALUE 0.
       77 WS-SKILL-COUNT     PIC 9(07) VALUE 0.
       77 WS-PROFILE-COUNT   PIC 9(05) VALUE 0.
       77 WS-RECO-COUNT      PIC 9(05) VALUE 0.
       77 WS-SCORE           PIC 9(03) VALUE 0.
       77 WS-POINTS          PIC 9(01) VALUE 0.
       77 WS-FIRST-TERM      PIC X VALUE "Y".
       77 WS-PREV-KIND       PIC X(01).
       77 WS-PREV-TERM       PIC X(50).
       77 WS-CUR-USERNAME    PIC X(20).
       77 WS-CUR-JOB-IDX     PIC 9(03) VALUE 0.
       77 WS-HAS-PROFILE     PIC X VALUE "N".
       77 WS-RT-COMMAND      PIC X(10).
       77 WS-RT-STEP         PIC X(20) VALUE "JOB-RECOMMEND".
       77 WS-RT-ROWS         PIC 9(08) VALUE 0.
       77 I                  PIC 9(03).
       77 WS-DISPLAY-LINE    PIC X(132).

      *> Substring scan, the same reference-modification idiom
             10 WS-JOB-DESCRIPTION PIC X(200).
             10 WS-JOB-EMPLOYER    PIC X(50).
             10 WS-JOB-LOCATION    PIC X(50).
             10 WS-JOB-HIT         PIC X.

           COPY "REGIONINF.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL "REGION-CONFIG" USING REGION-INFO
           IF RI-RESULT NOT = "OK"
              GOBACK
           END-IF

           MOVE "START" TO WS-RT-COMMAND
           CALL "RUN-TIMING" USING WS-RT-COMMAND WS-RT-STEP WS-RT-ROWS

           PERFORM LOAD-OPEN-JOBS

           OPEN OUTPUT POINTS-FILE
           MOVE "Y" TO WS-FIRST-TERM
           SORT TERM-SORT-FILE
               ON ASCENDING KEY TS-KIND TS-TERM
               INPUT PROCEDURE IS EXTRACT-TERMS
               OUTPUT PROCEDURE IS SCORE-SORTED-TERMS
           CLOSE POINTS-FILE

           OPEN OUTPUT RECOMMEND-FILE
           MOVE SPACES TO WS-CUR-USERNAME
           SORT POINTS-SORT-FILE
               ON ASCENDING KEY PS-USERNAME PS-JOB-IDX
               USING POINTS-FILE
               OUTPUT PROCEDURE IS TOTAL-SORTED-POINTS
           CLOSE RECOMMEND-FILE

           MOVE SPACES TO WS-DISPLAY-LINE
                  INTO WS-DISPLAY-LINE
           END-STRING
           DISPLAY FUNCTION TRIM(WS-DISPLAY-LINE)

           COMPUTE WS-RT-ROWS =
               WS-PROFILE-COUNT + WS-SKILL-COUNT + WS-JOB-COUNT
           MOVE "STOP" TO WS-RT-COMMAND
           CALL "RUN-TIMING" USING WS-RT-COMMAND WS-RT-STEP WS-RT-ROWS
           GOBACK.

       LOAD-OPEN-JOBS.
                 READ JOBS-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF NOT JOB-CLOSED AND NOT JOB-HELD AND
                          NOT JOB-SCHEDULED AND
                          WS-JOB-COUNT < 200
                          ADD 1 TO WS-JOB-COUNT
                          MOVE JOB-ID TO WS-JOB-ID(WS-JOB-COUNT)
                          MOVE JOB-TITLE
              CLOSE JOBS-FILE
           END-IF.

      *> Every profile's major and university and every skill row
      *> become term rows; each profile also leaves its posting-000
      *> row in the work file.
       EXTRACT-TERMS.
           MOVE "N" TO WS-EOF
           OPEN INPUT PROFILE-FILE
           IF WS-PROFILE-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ PROFILE-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       ADD 1 TO WS-PROFILE-COUNT
                       MOVE PROF-USERNAME TO PT-USERNAME
                       MOVE 0 TO PT-JOB-IDX
                       MOVE 0 TO PT-POINTS
                       WRITE POINTS-REC
                       MOVE PROF-USERNAME TO TS-USERNAME
                       IF FUNCTION TRIM(PROF-MAJOR) NOT = SPACES
                          MOVE "M" TO TS-KIND
                          MOVE FUNCTION UPPER-CASE(
                               FUNCTION TRIM(PROF-MAJOR)) TO TS-TERM
                          RELEASE TERM-SORT-REC
                       END-IF
                       IF FUNCTION TRIM(PROF-UNIVERSITY) NOT = SPACES
                          MOVE "U" TO TS-KIND
                          MOVE FUNCTION UPPER-CASE(
                               FUNCTION TRIM(PROF-UNIVERSITY))
                               TO TS-TERM
                          RELEASE TERM-SORT-REC
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PROFILE-FILE
           END-IF

           MOVE "N" TO WS-EOF
           OPEN INPUT SKILLS-FILE
           IF WS-SKILLS-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ SKILLS-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       ADD 1 TO WS-SKILL-COUNT
                       MOVE "S" TO TS-KIND
                       MOVE FUNCTION UPPER-CASE(
                            FUNCTION TRIM(SKILL-NAME)) TO TS-TERM
                       MOVE SKILL-USERNAME TO TS-USERNAME
                       RELEASE TERM-SORT-REC
                 END-READ
              END-PERFORM
              CLOSE SKILLS-FILE
           END-IF.

      *> One pass over the sorted terms: the postings are scanned
      *> when the term changes, and every student holding the term
      *> gets its points on each posting that mentions it.
       SCORE-SORTED-TERMS.
           MOVE "N" TO WS-SORT-EOF
           PERFORM UNTIL WS-SORT-EOF = "Y"
              RETURN TERM-SORT-FILE
                 AT END MOVE "Y" TO WS-SORT-EOF
                 NOT AT END
                    IF WS-FIRST-TERM = "Y" OR
                       TS-KIND NOT = WS-PREV-KIND OR
                       TS-TERM NOT = WS-PREV-TERM
                       PERFORM MARK-TERM-HITS
                       MOVE "N" TO WS-FIRST-TERM
                       MOVE TS-KIND TO WS-PREV-KIND
                       MOVE TS-TERM TO WS-PREV-TERM
                    END-IF
                    PERFORM VARYING I FROM 1 BY 1
                            UNTIL I > WS-JOB-COUNT
                       IF WS-JOB-HIT(I) = "Y"
                          MOVE TS-USERNAME TO PT-USERNAME
                          MOVE I TO PT-JOB-IDX
                          MOVE WS-POINTS TO PT-POINTS
                          WRITE POINTS-REC
                       END-IF
                    END-PERFORM
              END-RETURN
           END-PERFORM.

      *> Major: +2 in the title or description. Skill: +1 in the
      *> title or description. University: +1 in the location or
      *> description.
       MARK-TERM-HITS.
           MOVE TS-TERM TO WS-SRCH-PATTERN
           EVALUATE TS-KIND
              WHEN "M" MOVE 2 TO WS-POINTS
              WHEN OTHER MOVE 1 TO WS-POINTS
           END-EVALUATE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-JOB-COUNT
              IF TS-KIND = "U"
                 MOVE FUNCTION UPPER-CASE(
                      FUNCTION TRIM(WS-JOB-LOCATION(I)))
                     TO WS-SRCH-TEXT
                 PERFORM FIND-SUBSTRING
                 IF WS-SRCH-FOUND = "N"
                    MOVE FUNCTION UPPER-CASE(
                         FUNCTION TRIM(WS-JOB-DESCRIPTION(I)))
                        TO WS-SRCH-TEXT
                    PERFORM FIND-SUBSTRING
                 END-IF
              ELSE
                 PERFORM CHECK-TITLE-OR-DESC
              END-IF
              MOVE WS-SRCH-FOUND TO WS-JOB-HIT(I)
           END-PERFORM.

      *> One pass over the points in student, posting order: each
      *> student/posting total above zero is a recommendation.
       TOTAL-SORTED-POINTS.
           MOVE "N" TO WS-SORT-EOF
           MOVE 0 TO WS-CUR-JOB-IDX
           MOVE 0 TO WS-SCORE
           PERFORM UNTIL WS-SORT-EOF = "Y"
              RETURN POINTS-SORT-FILE
                 AT END MOVE "Y" TO WS-SORT-EOF
                 NOT AT END
                    IF PS-USERNAME NOT = WS-CUR-USERNAME OR
                       PS-JOB-IDX NOT = WS-CUR-JOB-IDX
                       PERFORM WRITE-ONE-RECOMMENDATION
                       IF PS-USERNAME NOT = WS-CUR-USERNAME
                          MOVE "N" TO WS-HAS-PROFILE
                       END-IF
                       MOVE PS-USERNAME TO WS-CUR-USERNAME
                       MOVE PS-JOB-IDX TO WS-CUR-JOB-IDX
                       MOVE 0 TO WS-SCORE
                    END-IF
                    IF PS-JOB-IDX = 0
                       MOVE "Y" TO WS-HAS-PROFILE
                    END-IF
                    ADD PS-POINTS TO WS-SCORE
              END-RETURN
           END-PERFORM
           PERFORM WRITE-ONE-RECOMMENDATION.

       WRITE-ONE-RECOMMENDATION.
           IF WS-HAS-PROFILE = "Y" AND WS-CUR-JOB-IDX > 0 AND
              WS-SCORE > 0
              MOVE WS-CUR-USERNAME TO RECO-USERNAME
              MOVE WS-JOB-ID(WS-CUR-JOB-IDX) TO RECO-JOB-ID
              MOVE WS-JOB-TITLE(WS-CUR-JOB-IDX) TO RECO-JOB-TITLE
              MOVE WS-JOB-EMPLOYER(WS-CUR-JOB-IDX) TO RECO-EMPLOYER
              MOVE WS-SCORE TO RECO-SCORE
              WRITE RECOMMEND-REC
              ADD 1 TO WS-RECO-COUNT
           END-IF.

      *> Looks for the (already case-folded) WS-SRCH-PATTERN in job
      *> I's title, then its description.
       CHECK-TITLE-OR-DESC.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-JOB-TITLE(I)))
               TO WS-SRCH-TEXT
           PERFORM FIND-SUBSTRING
