      *> skeletons out of results). Each skeleton gets an escalating
      *> nudge through NOTIFY-USER - gentle, firmer, final - at most
      *> one per week, tracked in data/profile-nudges.dat. The
      *> completion-rate report, reports/profile-completion.txt, breaks
      *> the numbers down by university so orientation knows where
      *> to visit.
       IDENTIFICATION DIVISION.
           SELECT NUDGE-FILE ASSIGN TO "data/profile-nudges.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NUDGE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "reports/profile-completion.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
             10 WS-GRP-TOTAL    PIC 9(5).
             10 WS-GRP-SKELETON PIC 9(5).

           COPY "REGIONINF.cpy".
           COPY "RPTINF.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL "REGION-CONFIG" USING REGION-INFO
           IF RI-RESULT NOT = "OK"
              GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE
           MOVE WS-CURR-DATE(1:8) TO WS-DATE-NUM
           COMPUTE WS-TODAY-INT =
              END-STRING
              PERFORM WRITE-REPORT-LINE
           END-PERFORM
           CLOSE REPORT-FILE

           MOVE "reports/profile-completion.txt" TO RPI-PATH
           MOVE "PROFILE-NUDGE" TO RPI-REPORT-ID
           MOVE "Profile completion" TO RPI-TITLE
           MOVE SPACES TO RPI-SELECTION
           MOVE WS-TOTAL TO RPI-RECORDS
           MOVE "profiles" TO RPI-RECORD-NOUN
           CALL "REPORT-FORMAT" USING REPORT-PAGE-INFO.

       WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO REPORT-REC
