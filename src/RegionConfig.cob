       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGION-CONFIG.
      *> Resolves which region - production, test, training - a run
      *> belongs to, so more than one can live on the same box.
      *> Every file in the system is named under one of three
      *> directories: data/ (the data files, temp files, locks and
      *> the InCollege-Input.txt / InCollege-Output.txt
      *> transcripts), reports/ (the reports the batches and admin
      *> screens write) and pickup/ (the copies left for other
      *> people and systems to collect - REPORT-DISTRIB's
      *> pickup-*, APP-FEED-OUT's feed-*, NOTIF-DIGEST's digest-*,
      *> MY-CALENDAR's calendar-*). Those names are never opened as
      *> written: the runtime maps the first directory of a file
      *> name through the DD_<name> environment variable, so once
      *> this has set DD_data, DD_reports and DD_pickup every OPEN,
      *> rename and delete in the run lands in the region's own
      *> directories with no program needing to know.
      *>
      *> The region is named by the INCOLLEGE_REGION environment
      *> variable (PROD when unset) and looked up in
      *> config/regions.dat, one pipe-delimited row per region:
      *>
      *>   region|data dir|reports dir|pickup dir|banner
      *>
      *> e.g.  PROD|data|data|data|
      *>       TEST|test/data|test/reports|test/pickup|TEST REGION
      *>
      *> The directories must already exist. PROD with no row (or
      *> no config file) keeps everything in data/ as it always
      *> was; any other region with no row is refused - RI-RESULT
      *> UNKNOWN - rather than quietly run against production. The
      *> region and its directories are shown on the console once
      *> per run, with the banner if the row has one; the InCollege
      *> menu also writes the banner into its transcript. Resolved
      *> once per run: a BATCH-DRIVER step calling in again gets the
      *> driver's answer back without another lookup.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGION-FILE ASSIGN TO "config/regions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REGION-FILE.
       01 REGION-REC PIC X(240).

       WORKING-STORAGE SECTION.
       77 WS-REGION-STATUS PIC XX.
       77 WS-EOF           PIC X VALUE "N".
       77 WS-FOUND         PIC X VALUE "N".
       77 WS-RESOLVED      PIC X VALUE "N".
       77 WS-REGION        PIC X(10).
       77 WS-ENV-REGION    PIC X(20).
       77 WS-DATA-DIR      PIC X(60).
       77 WS-REPORT-DIR    PIC X(60).
       77 WS-PICKUP-DIR    PIC X(60).
       77 WS-BANNER        PIC X(60).
       77 WS-RESULT        PIC X(10).
       77 WS-R-REGION      PIC X(20).
       77 WS-R-DATA        PIC X(60).
       77 WS-R-REPORT      PIC X(60).
       77 WS-R-PICKUP      PIC X(60).
       77 WS-R-BANNER      PIC X(60).

       LINKAGE SECTION.
           COPY "REGIONINF.cpy".

       PROCEDURE DIVISION USING REGION-INFO.
       MAIN-PROGRAM.
           IF WS-RESOLVED = "N"
              PERFORM RESOLVE-REGION
              MOVE "Y" TO WS-RESOLVED
           END-IF
           MOVE WS-REGION TO RI-REGION
           MOVE WS-BANNER TO RI-BANNER
           MOVE WS-RESULT TO RI-RESULT
           GOBACK.

       RESOLVE-REGION.
           MOVE SPACES TO WS-ENV-REGION
           ACCEPT WS-ENV-REGION FROM ENVIRONMENT "INCOLLEGE_REGION"
           IF WS-ENV-REGION = SPACES
              MOVE "PROD" TO WS-ENV-REGION
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ENV-REGION))
              TO WS-REGION
           MOVE "data" TO WS-DATA-DIR WS-REPORT-DIR WS-PICKUP-DIR
           MOVE SPACES TO WS-BANNER
           MOVE "OK" TO WS-RESULT

           PERFORM FIND-REGION-ROW
           IF WS-FOUND = "N" AND WS-REGION NOT = "PROD"
              MOVE "UNKNOWN" TO WS-RESULT
              DISPLAY "REGION-CONFIG: region "
                      FUNCTION TRIM(WS-REGION)
                      " is not in config/regions.dat - nothing run."
              EXIT PARAGRAPH
           END-IF

           SET ENVIRONMENT "DD_data" TO WS-DATA-DIR
           SET ENVIRONMENT "DD_reports" TO WS-REPORT-DIR
           SET ENVIRONMENT "DD_pickup" TO WS-PICKUP-DIR

           DISPLAY "InCollege region " FUNCTION TRIM(WS-REGION)
                   ": data in " FUNCTION TRIM(WS-DATA-DIR)
                   ", reports in " FUNCTION TRIM(WS-REPORT-DIR)
                   ", pickup in " FUNCTION TRIM(WS-PICKUP-DIR)
           IF WS-BANNER NOT = SPACES
              DISPLAY "*** " FUNCTION TRIM(WS-BANNER) " ***"
           END-IF.

      *> A row with a blank directory keeps that directory at data,
      *> so a region may split out its reports and share nothing
      *> else, or the other way round.
       FIND-REGION-ROW.
           MOVE "N" TO WS-FOUND
           MOVE "N" TO WS-EOF
           OPEN INPUT REGION-FILE
           IF WS-REGION-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y" OR WS-FOUND = "Y"
              READ REGION-FILE
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    MOVE SPACES TO WS-R-REGION WS-R-DATA WS-R-REPORT
                                   WS-R-PICKUP WS-R-BANNER
                    UNSTRING REGION-REC DELIMITED BY "|"
                        INTO WS-R-REGION WS-R-DATA WS-R-REPORT
                             WS-R-PICKUP WS-R-BANNER
                    END-UNSTRING
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-R-REGION))
                       = WS-REGION
                       MOVE "Y" TO WS-FOUND
                       IF WS-R-DATA NOT = SPACES
                          MOVE WS-R-DATA TO WS-DATA-DIR
                       END-IF
                       IF WS-R-REPORT NOT = SPACES
                          MOVE WS-R-REPORT TO WS-REPORT-DIR
                       END-IF
                       IF WS-R-PICKUP NOT = SPACES
                          MOVE WS-R-PICKUP TO WS-PICKUP-DIR
                       END-IF
                       MOVE WS-R-BANNER TO WS-BANNER
                    END-IF
              END-READ
           END-PERFORM
           CLOSE REGION-FILE.

       END PROGRAM REGION-CONFIG.
