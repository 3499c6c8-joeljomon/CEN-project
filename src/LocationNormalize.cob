      *> Standalone one-time conversion utility. Not reachable from
      *> any menu in InCollege.cob - an operator runs this program
      *> once the location reference list is loaded, to bring the
      *> postings already in data/jobs.dat onto it. Each posting not
      *> yet placed on the list has its free-text JOB-LOCATION mapped
      *> through LOCATION-REF, the same matching POST-JOB and
      *> JOB-IMPORT use: a match rewrites JOB-LOCATION in its
      *> standard "City, State, Country" form and files the
      *> posting's code, region and work mode in
      *> data/job-locations.dat. A work mode the text gives away
      *> ("Remote (US)") is kept; one already on file is never
      *> overwritten. Every posting looked at is listed in
      *> reports/location-normalize.txt, mapped or not, so an admin
      *> can add the cities and aliases the list is missing and run
      *> this again - a rerun only looks at postings still unmapped.
      *> jobs.dat is rewritten through the same temp-file replace
      *> cycle every other jobs.dat writer uses. Run with PREVIEW on
      *> the command line to write the report without touching
      *> jobs.dat or job-locations.dat.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCATION-NORMALIZE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOBS-FILE ASSIGN TO "data/jobs.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBS-STATUS.
           SELECT JOB-TEMP-FILE ASSIGN TO "data/jobtemp.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEMP-STATUS.
           SELECT REPORT-FILE ASSIGN TO "reports/location-normalize.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD JOBS-FILE.
           COPY "JOBREC.cpy".

       FD JOB-TEMP-FILE.
       01 JOB-TEMP-REC PIC X(581).

       FD REPORT-FILE.
       01 REPORT-REC PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-JOBS-STATUS     PIC XX.
       77 WS-TEMP-STATUS     PIC XX.
       77 WS-EOF             PIC X VALUE "N".
       77 WS-ARG             PIC X(20).
       77 WS-PREVIEW         PIC X VALUE "N".
       77 WS-PLACED-COUNT    PIC 9(05) VALUE 0.
       77 WS-MAPPED-COUNT    PIC 9(05) VALUE 0.
       77 WS-UNMAPPED-COUNT  PIC 9(05) VALUE 0.
       77 WS-LISTED-COUNT    PIC 9(05) VALUE 0.
       77 WS-ON-FILE         PIC X VALUE "N".
       77 WS-OLD-MODE        PIC X(01).
       77 WS-REPORT-LINE     PIC X(132).
       77 WS-DISPLAY-LINE    PIC X(132).
       77 WS-CT-STEP         PIC X(20) VALUE "LOCATION-NORMALIZE".
       77 WS-CT-FILE         PIC X(30) VALUE "jobs.dat".
       01 WS-CT-COUNTS.
          05 WS-CT-READ      PIC 9(7) VALUE 0.
          05 WS-CT-WRITTEN   PIC 9(7) VALUE 0.
          05 WS-CT-REJECTED  PIC 9(7) VALUE 0.
          05 WS-CT-MOVED     PIC 9(7) VALUE 0.

           COPY "REGIONINF.cpy".
           COPY "LOCINF.cpy".
           COPY "RPTINF.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL "REGION-CONFIG" USING REGION-INFO
           IF RI-RESULT NOT = "OK"
              GOBACK
           END-IF

           ACCEPT WS-ARG FROM COMMAND-LINE
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ARG)) = "PREVIEW"
              MOVE "Y" TO WS-PREVIEW
           END-IF

           OPEN OUTPUT REPORT-FILE
           MOVE "Job ID | location on file | mapped to | region | mode"
             TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE "N" TO WS-EOF
           OPEN INPUT JOBS-FILE
           IF WS-PREVIEW = "N"
              OPEN OUTPUT JOB-TEMP-FILE
           END-IF
           IF WS-JOBS-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ JOBS-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       ADD 1 TO WS-CT-READ
                       PERFORM NORMALIZE-ONE-JOB
                       IF WS-PREVIEW = "N"
                          WRITE JOB-TEMP-REC FROM JOBS-RECORD
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE JOBS-FILE
           END-IF

           IF WS-PREVIEW = "N"
              CLOSE JOB-TEMP-FILE
              PERFORM REPLACE-JOBS-FILE
              CALL "CONTROL-TOTALS" USING WS-CT-STEP WS-CT-FILE
                   WS-CT-COUNTS
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           STRING "Mapped: " WS-MAPPED-COUNT
                  "   Not on the list: " WS-UNMAPPED-COUNT
                  "   Already placed: " WS-PLACED-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           CLOSE REPORT-FILE

           MOVE "reports/location-normalize.txt" TO RPI-PATH
           MOVE "LOCATION-NORMALIZE" TO RPI-REPORT-ID
           MOVE "Job locations mapped to the reference list"
             TO RPI-TITLE
           IF WS-PREVIEW = "Y"
              MOVE "Preview only - nothing rewritten" TO RPI-SELECTION
           ELSE
              MOVE "Postings not yet on the location list"
                TO RPI-SELECTION
           END-IF
           MOVE WS-LISTED-COUNT TO RPI-RECORDS
           MOVE "postings looked at" TO RPI-RECORD-NOUN
           CALL "REPORT-FORMAT" USING REPORT-PAGE-INFO

           MOVE SPACES TO WS-DISPLAY-LINE
           IF WS-PREVIEW = "Y"
              STRING "LOCATION-NORMALIZE: preview, " WS-MAPPED-COUNT
                     " would map, " WS-UNMAPPED-COUNT
                     " not on the list."
                     DELIMITED BY SIZE INTO WS-DISPLAY-LINE
              END-STRING
           ELSE
              STRING "LOCATION-NORMALIZE: " WS-MAPPED-COUNT
                     " posting(s) mapped, " WS-UNMAPPED-COUNT
                     " not on the list."
                     DELIMITED BY SIZE INTO WS-DISPLAY-LINE
              END-STRING
           END-IF
           DISPLAY FUNCTION TRIM(WS-DISPLAY-LINE)
           GOBACK.

      *> A posting already filed with a location code was placed at
      *> POST-JOB, EDIT-POSTING or JOB-IMPORT (or by an earlier run)
      *> and is left alone. An unmapped posting with nothing on file
      *> still gets a row, blank code and all, so its work mode is
      *> recorded; a rerun that still cannot place it adds nothing.
       NORMALIZE-ONE-JOB.
           MOVE "LOOKUP" TO LI-COMMAND
           MOVE JOB-ID TO LI-JOB-ID
           CALL "LOCATION-REF" USING LOCATION-INFO
           MOVE "N" TO WS-ON-FILE
           IF LI-RESULT = "ON-FILE"
              MOVE "Y" TO WS-ON-FILE
              IF LI-CODE NOT = SPACES
                 ADD 1 TO WS-PLACED-COUNT
                 EXIT PARAGRAPH
              END-IF
           END-IF
           MOVE LI-WORK-MODE TO WS-OLD-MODE

           ADD 1 TO WS-LISTED-COUNT
           MOVE "MAP" TO LI-COMMAND
           MOVE JOB-LOCATION TO LI-TEXT
           CALL "LOCATION-REF" USING LOCATION-INFO
           IF WS-OLD-MODE NOT = SPACE
              MOVE WS-OLD-MODE TO LI-WORK-MODE
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           IF LI-RESULT = "MAPPED"
              ADD 1 TO WS-MAPPED-COUNT
              STRING JOB-ID " | " FUNCTION TRIM(JOB-LOCATION) " | "
                     FUNCTION TRIM(LI-DISPLAY) " | "
                     FUNCTION TRIM(LI-REGION) " | " LI-WORK-MODE
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-STRING
              IF WS-PREVIEW = "N"
                 MOVE LI-DISPLAY TO JOB-LOCATION
                 PERFORM RECORD-JOB-LOCATION
              END-IF
           ELSE
              ADD 1 TO WS-UNMAPPED-COUNT
              STRING JOB-ID " | " FUNCTION TRIM(JOB-LOCATION)
                     " | (not on the list) | | " LI-WORK-MODE
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-STRING
              IF WS-PREVIEW = "N" AND WS-ON-FILE = "N"
                 PERFORM RECORD-JOB-LOCATION
              END-IF
           END-IF
           PERFORM WRITE-REPORT-LINE.

       RECORD-JOB-LOCATION.
           MOVE "RECORD" TO LI-COMMAND
           MOVE JOB-ID TO LI-JOB-ID
           MOVE "LOCATION-NORMALIZE" TO LI-USER
           MOVE "NORM" TO LI-SOURCE
           CALL "LOCATION-REF" USING LOCATION-INFO.

       REPLACE-JOBS-FILE.
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
           CLOSE JOBS-FILE.

       WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC.

       END PROGRAM LOCATION-NORMALIZE.
