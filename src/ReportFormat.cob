      *> Shared page layout for every report the batches write. Each
      *> report program still writes its own body lines the way it
      *> always has; once it has closed the file it calls this with
      *> REPORT-PAGE-INFO (RPTINF.cpy) and the file is rewritten in
      *> the standard printed form, so any page pulled out of a
      *> stack can be traced to the run that produced it:
      *>
      *>   ACCOUNT-ROSTER        InCollege account roster    Page 1 of 3
      *>   Run 2026-10-15 06:10:44  Region PROD
      *>   Selection: all records on file
      *>   -----------------------------------------------------------
      *>   (blank)
      *>   ... up to 55 body lines as the report wrote them ...
      *>
      *> Every page is 60 lines, heading included, and the last page
      *> closes with a trailer giving the record count the caller
      *> passed, the body line count and the page count. The file
      *> stays plain text with no printer control characters - it
      *> prints on 60-line forms, and REPORT-DISTRIB, the admin
      *> screens and SCRAMBLE-COPY (which looks for the integrity
      *> report's orphan total) read reports back a line at a time.
      *> The body lines are copied unchanged, so those readers still
      *> find them where they were.
      *>
      *> The region is REGION-CONFIG's answer for the run - the
      *> caller has already resolved it, so this gets it back
      *> without another lookup. The report is copied to
      *> data/rptfmttemp.dat and written back from there, the usual
      *> temp-file rewrite. A report that is not on file comes back
      *> MISSING and nothing is written.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-FORMAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Whichever report the caller names.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT WORK-FILE ASSIGN TO "data/rptfmttemp.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REPORT-FILE.
       01 REPORT-REC PIC X(240).

       FD WORK-FILE.
       01 WORK-REC PIC X(240).

       WORKING-STORAGE SECTION.
       77 WS-REPORT-STATUS   PIC XX.
       77 WS-WORK-STATUS     PIC XX.
       77 WS-EOF             PIC X VALUE "N".
       77 WS-REPORT-PATH     PIC X(80).
      *> Lines on a printed page, heading included.
       77 WS-PAGE-LINES      PIC 9(03) VALUE 60.
       77 WS-HEADING-LINES   PIC 9(03) VALUE 5.
       77 WS-TRAILER-LINES   PIC 9(03) VALUE 4.
       77 WS-BODY-PER-PAGE   PIC 9(03).
       77 WS-BODY-COUNT      PIC 9(07) VALUE 0.
       77 WS-TOTAL-PAGES     PIC 9(05) VALUE 0.
       77 WS-PAGE-NO         PIC 9(05) VALUE 0.
       77 WS-ON-PAGE         PIC 9(03) VALUE 0.
       77 WS-CURR-DATE       PIC X(21).
       77 WS-RUN-STAMP       PIC X(19).
       77 WS-PAGE-DISP       PIC Z(4)9.
       77 WS-PAGES-DISP      PIC Z(4)9.
       77 WS-RECORDS-DISP    PIC Z(6)9.
       77 WS-LINES-DISP      PIC Z(6)9.
       77 WS-OUT-LINE        PIC X(240).
       77 WS-PAGE-TEXT       PIC X(20).
       77 WS-RULE            PIC X(132) VALUE ALL "-".

           COPY "REGIONINF.cpy".

       LINKAGE SECTION.
           COPY "RPTINF.cpy".

       PROCEDURE DIVISION USING REPORT-PAGE-INFO.
       MAIN-PROGRAM.
           MOVE RPI-PATH TO WS-REPORT-PATH
           MOVE 0 TO WS-BODY-COUNT
           MOVE 0 TO WS-PAGE-NO
           MOVE 0 TO WS-ON-PAGE
           COMPUTE WS-BODY-PER-PAGE = WS-PAGE-LINES - WS-HEADING-LINES

           PERFORM COPY-TO-WORK
           IF RPI-RESULT = "MISSING"
              GOBACK
           END-IF

      *> The trailer rides on the last page with the body, so it
      *> counts towards the page total; an empty report is still
      *> one page.
           COMPUTE WS-TOTAL-PAGES =
               (WS-BODY-COUNT + WS-TRAILER-LINES + WS-BODY-PER-PAGE
                - 1) / WS-BODY-PER-PAGE
           IF WS-TOTAL-PAGES = 0
              MOVE 1 TO WS-TOTAL-PAGES
           END-IF

           CALL "REGION-CONFIG" USING REGION-INFO
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE
           MOVE SPACES TO WS-RUN-STAMP
           STRING WS-CURR-DATE(1:4) "-" WS-CURR-DATE(5:2) "-"
                  WS-CURR-DATE(7:2) " " WS-CURR-DATE(9:2) ":"
                  WS-CURR-DATE(11:2) ":" WS-CURR-DATE(13:2)
                  DELIMITED BY SIZE INTO WS-RUN-STAMP
           END-STRING

           PERFORM WRITE-FORMATTED
           MOVE "OK" TO RPI-RESULT
           GOBACK.

      *> Pass one: the report as written goes to the work file and
      *> its lines are counted, so the page total is known before
      *> the first heading is printed.
       COPY-TO-WORK.
           MOVE "N" TO WS-EOF
           OPEN INPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
              DISPLAY "REPORT-FORMAT: " FUNCTION TRIM(WS-REPORT-PATH)
                      " is not on file - nothing to format."
              MOVE "MISSING" TO RPI-RESULT
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT WORK-FILE
           PERFORM UNTIL WS-EOF = "Y"
              READ REPORT-FILE
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    ADD 1 TO WS-BODY-COUNT
                    WRITE WORK-REC FROM REPORT-REC
              END-READ
           END-PERFORM
           CLOSE WORK-FILE
           CLOSE REPORT-FILE
           MOVE SPACES TO RPI-RESULT.

      *> Pass two: the report is written again from the work file,
      *> a heading at the top of each page and the trailer last.
       WRITE-FORMATTED.
           MOVE "N" TO WS-EOF
           OPEN INPUT WORK-FILE
           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-HEADING
           PERFORM UNTIL WS-EOF = "Y"
              READ WORK-FILE
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    MOVE WORK-REC TO WS-OUT-LINE
                    PERFORM WRITE-BODY-LINE
              END-READ
           END-PERFORM
           CLOSE WORK-FILE
           PERFORM WRITE-TRAILER
           CLOSE REPORT-FILE.

      *> Every body and trailer line comes through here, so the page
      *> break falls in the same place whichever is being printed.
       WRITE-BODY-LINE.
           IF WS-ON-PAGE >= WS-BODY-PER-PAGE
              PERFORM WRITE-HEADING
           END-IF
           MOVE WS-OUT-LINE TO REPORT-REC
           WRITE REPORT-REC
           ADD 1 TO WS-ON-PAGE.

       WRITE-HEADING.
           ADD 1 TO WS-PAGE-NO
           MOVE 0 TO WS-ON-PAGE
           MOVE WS-PAGE-NO TO WS-PAGE-DISP
           MOVE WS-TOTAL-PAGES TO WS-PAGES-DISP
           MOVE SPACES TO WS-PAGE-TEXT
           STRING "Page " FUNCTION TRIM(WS-PAGE-DISP) " of "
                  FUNCTION TRIM(WS-PAGES-DISP)
                  DELIMITED BY SIZE INTO WS-PAGE-TEXT
           END-STRING

           MOVE SPACES TO REPORT-REC
           MOVE RPI-REPORT-ID TO REPORT-REC(2:20)
           MOVE RPI-TITLE TO REPORT-REC(24:60)
           MOVE WS-PAGE-TEXT TO REPORT-REC(113:20)
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-REC
           STRING " Run " WS-RUN-STAMP "  Region "
                  FUNCTION TRIM(RI-REGION) "  "
                  FUNCTION TRIM(RI-BANNER)
                  DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-REC
           IF RPI-SELECTION = SPACES
              MOVE " Selection: all records on file" TO REPORT-REC
           ELSE
              STRING " Selection: " FUNCTION TRIM(RPI-SELECTION)
                     DELIMITED BY SIZE INTO REPORT-REC
              END-STRING
           END-IF
           WRITE REPORT-REC

           MOVE WS-RULE TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC.

       WRITE-TRAILER.
           MOVE RPI-RECORDS TO WS-RECORDS-DISP
           MOVE WS-BODY-COUNT TO WS-LINES-DISP
           MOVE WS-TOTAL-PAGES TO WS-PAGES-DISP
           MOVE SPACES TO WS-OUT-LINE
           PERFORM WRITE-BODY-LINE
           MOVE WS-RULE TO WS-OUT-LINE
           PERFORM WRITE-BODY-LINE
           MOVE SPACES TO WS-OUT-LINE
           STRING "*** End of report " FUNCTION TRIM(RPI-REPORT-ID)
                  " ***  Run " WS-RUN-STAMP "  Region "
                  FUNCTION TRIM(RI-REGION)
                  DELIMITED BY SIZE INTO WS-OUT-LINE
           END-STRING
           PERFORM WRITE-BODY-LINE
           MOVE SPACES TO WS-OUT-LINE
           STRING "    Records: " FUNCTION TRIM(WS-RECORDS-DISP) " "
                  FUNCTION TRIM(RPI-RECORD-NOUN)
                  "   Report lines: " FUNCTION TRIM(WS-LINES-DISP)
                  "   Pages: " FUNCTION TRIM(WS-PAGES-DISP)
                  DELIMITED BY SIZE INTO WS-OUT-LINE
           END-STRING
           PERFORM WRITE-BODY-LINE.

       END PROGRAM REPORT-FORMAT.
