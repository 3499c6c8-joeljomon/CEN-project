      *> The one place the job location reference list and each
      *> posting's normalized location are read or written, shared
      *> by POST-JOB and JOB-MGMT's EDIT-POSTING (which offer the
      *> list), JOB-IMPORT and LOCATION-NORMALIZE (which map free
      *> text onto it) and the Browse filters, JOB-ALERTS and
      *> SALARY-ANALYTICS (which read the result). JOB-LOCATION
      *> stays 50 characters of text on jobs.dat; what it resolves
      *> to lives beside it, the way job-attestations.dat does.
      *>
      *> data/ref-locations.dat - the admin-maintained list, one row
      *> per location: code (8), city (30), state or province (20),
      *> country (20), region (20), status (A active / R retired)
      *> and effective date, retired rows honoring a future date the
      *> way REF-LISTS does. A row with no city stands for the whole
      *> state or country - where a "Remote (US)" posting lands.
      *>
      *> data/ref-location-aliases.dat - free text seen in the wild
      *> ("NYC", "Remote (US)") and the code it means (50 + 8), with
      *> the work mode the text implies when it implies one (1).
      *>
      *> data/job-locations.dat - append-only, the latest row for a
      *> JOB-ID being the one in force: JOB-ID, code (blank when the
      *> text could not be mapped), work mode, the region as of the
      *> mapping, the account that entered it, where it came from
      *> (POST, EDIT, IMPORT, NORM) and the date.
      *>
      *> Commands (LI-RESULT):
      *>   LIST    - the active locations, numbered, in LI-LIST; OK
      *>   REGIONS - the distinct regions of the active locations in
      *>             LI-L-REGION; OK
      *>   CODE    - LI-CODE in; FOUND with the location filled in,
      *>             or NONE
      *>   MAP     - LI-TEXT in; MAPPED with the location filled in,
      *>             or UNMAPPED. Either way LI-WORK-MODE comes back
      *>             with whatever mode the text implies (blank when
      *>             it implies none)
      *>   LOOKUP  - LI-JOB-ID in; ON-FILE with the latest row (and
      *>             the location, when its code is on the list), or
      *>             NONE
      *>   RECORD  - append a row for LI-JOB-ID from LI-CODE,
      *>             LI-WORK-MODE, LI-USER and LI-SOURCE, dated
      *>             today, the region taken from the list; OK
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCATION-REF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCLIST-FILE ASSIGN TO "data/ref-locations.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCLIST-STATUS.
           SELECT ALIAS-FILE ASSIGN TO "data/ref-location-aliases.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALIAS-STATUS.
           SELECT JOBLOC-FILE ASSIGN TO "data/job-locations.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBLOC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LOCLIST-FILE.
       01 LOCLIST-REC.
          05 LR-CODE      PIC X(08).
          05 LR-CITY      PIC X(30).
          05 LR-STATE     PIC X(20).
          05 LR-COUNTRY   PIC X(20).
          05 LR-REGION    PIC X(20).
          05 LR-STATUS    PIC X(01).
          05 LR-EFF-DATE  PIC X(10).

       FD ALIAS-FILE.
       01 ALIAS-REC.
          05 LA-ALIAS     PIC X(50).
          05 LA-CODE      PIC X(08).
          05 LA-MODE      PIC X(01).

       FD JOBLOC-FILE.
       01 JOBLOC-REC.
          05 JL-JOB-ID    PIC 9(05).
          05 JL-CODE      PIC X(08).
          05 JL-WORK-MODE PIC X(01).
          05 JL-REGION    PIC X(20).
          05 JL-USER      PIC X(20).
          05 JL-SOURCE    PIC X(06).
          05 JL-DATE      PIC X(10).

       WORKING-STORAGE SECTION.
       77 WS-LOCLIST-STATUS PIC XX.
       77 WS-ALIAS-STATUS   PIC XX.
       77 WS-JOBLOC-STATUS  PIC XX.
       77 WS-EOF            PIC X VALUE "N".
       77 WS-CURR-DATE      PIC X(21).
       77 WS-TODAY          PIC X(10).
       77 WS-FOUND          PIC X VALUE "N".
       77 WS-HIT            PIC 9(03) VALUE 0.
       77 WS-IDX            PIC 9(03).
       77 WS-IDX2           PIC 9(03).
       77 WS-PTR            PIC 9(03).
       77 WS-WORD-COUNT     PIC 9(03).
       77 WS-KEY            PIC X(50).
       77 WS-CANDIDATE      PIC X(80).
       77 WS-DISPLAY        PIC X(80).
       77 WS-SAVE-REGION    PIC X(20).

      *> The reference list and aliases as last read. Both are
      *> re-read on every call that needs them, as REF-LISTS does,
      *> so an admin change is seen without a restart.
       01 WS-LOCATIONS.
          05 WS-LOC-COUNT   PIC 9(03) VALUE 0.
          05 WS-LOC OCCURS 100 TIMES.
             10 WS-L-CODE     PIC X(08).
             10 WS-L-CITY     PIC X(30).
             10 WS-L-STATE    PIC X(20).
             10 WS-L-COUNTRY  PIC X(20).
             10 WS-L-REGION   PIC X(20).
             10 WS-L-ACTIVE   PIC X(01).

       01 WS-ALIASES.
          05 WS-ALIAS-COUNT PIC 9(03) VALUE 0.
          05 WS-ALIAS OCCURS 200 TIMES.
             10 WS-A-KEY      PIC X(50).
             10 WS-A-CODE     PIC X(08).
             10 WS-A-MODE     PIC X(01).

       LINKAGE SECTION.
           COPY "LOCINF.cpy".

       PROCEDURE DIVISION USING LOCATION-INFO.
       MAIN-PROGRAM.
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE
           MOVE SPACES TO WS-TODAY
           STRING WS-CURR-DATE(1:4) "-" WS-CURR-DATE(5:2) "-"
                  WS-CURR-DATE(7:2)
                  DELIMITED BY SIZE INTO WS-TODAY
           END-STRING

           MOVE "OK" TO LI-RESULT
           EVALUATE FUNCTION TRIM(LI-COMMAND)
              WHEN "LIST"
                   PERFORM LOAD-LOCATIONS
                   PERFORM LIST-ACTIVE
              WHEN "REGIONS"
                   PERFORM LOAD-LOCATIONS
                   PERFORM LIST-REGIONS
              WHEN "CODE"
                   PERFORM LOAD-LOCATIONS
                   PERFORM FIND-BY-CODE
              WHEN "MAP"
                   PERFORM LOAD-LOCATIONS
                   PERFORM LOAD-ALIASES
                   PERFORM MAP-TEXT
              WHEN "LOOKUP"
                   PERFORM FIND-JOB-LOCATION
              WHEN "RECORD"
                   PERFORM LOAD-LOCATIONS
                   PERFORM APPEND-JOB-LOCATION
           END-EVALUATE
           GOBACK.

       LOAD-LOCATIONS.
           MOVE 0 TO WS-LOC-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT LOCLIST-FILE
           IF WS-LOCLIST-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
              READ LOCLIST-FILE
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    IF FUNCTION TRIM(LR-CODE) NOT = SPACES AND
                       WS-LOC-COUNT < 100
                       ADD 1 TO WS-LOC-COUNT
                       MOVE LR-CODE TO WS-L-CODE(WS-LOC-COUNT)
                       MOVE LR-CITY TO WS-L-CITY(WS-LOC-COUNT)
                       MOVE LR-STATE TO WS-L-STATE(WS-LOC-COUNT)
                       MOVE LR-COUNTRY TO WS-L-COUNTRY(WS-LOC-COUNT)
                       MOVE LR-REGION TO WS-L-REGION(WS-LOC-COUNT)
                       MOVE "Y" TO WS-L-ACTIVE(WS-LOC-COUNT)
      *> Retired, unless only as of a future effective date.
                       IF LR-STATUS = "R"
                          IF LR-EFF-DATE = SPACES OR
                             LR-EFF-DATE <= WS-TODAY
                             MOVE "N" TO WS-L-ACTIVE(WS-LOC-COUNT)
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE LOCLIST-FILE.

       LOAD-ALIASES.
           MOVE 0 TO WS-ALIAS-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT ALIAS-FILE
           IF WS-ALIAS-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
              READ ALIAS-FILE
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    IF FUNCTION TRIM(LA-ALIAS) NOT = SPACES AND
                       WS-ALIAS-COUNT < 200
                       ADD 1 TO WS-ALIAS-COUNT
                       MOVE FUNCTION UPPER-CASE(
                            FUNCTION TRIM(LA-ALIAS))
                           TO WS-A-KEY(WS-ALIAS-COUNT)
                       MOVE LA-CODE TO WS-A-CODE(WS-ALIAS-COUNT)
                       MOVE LA-MODE TO WS-A-MODE(WS-ALIAS-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ALIAS-FILE.

       LIST-ACTIVE.
           MOVE 0 TO LI-COUNT
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-LOC-COUNT OR LI-COUNT >= 60
              IF WS-L-ACTIVE(WS-IDX) = "Y"
                 ADD 1 TO LI-COUNT
                 PERFORM BUILD-DISPLAY
                 MOVE WS-L-CODE(WS-IDX) TO LI-L-CODE(LI-COUNT)
                 MOVE WS-DISPLAY TO LI-L-DISPLAY(LI-COUNT)
                 MOVE WS-L-REGION(WS-IDX) TO LI-L-REGION(LI-COUNT)
              END-IF
           END-PERFORM.

       LIST-REGIONS.
           MOVE 0 TO LI-COUNT
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-LOC-COUNT OR LI-COUNT >= 60
              IF WS-L-ACTIVE(WS-IDX) = "Y" AND
                 WS-L-REGION(WS-IDX) NOT = SPACES
                 MOVE "N" TO WS-FOUND
                 PERFORM VARYING WS-IDX2 FROM 1 BY 1
                         UNTIL WS-IDX2 > LI-COUNT
                    IF LI-L-REGION(WS-IDX2) = WS-L-REGION(WS-IDX)
                       MOVE "Y" TO WS-FOUND
                    END-IF
                 END-PERFORM
                 IF WS-FOUND = "N"
                    ADD 1 TO LI-COUNT
                    MOVE SPACES TO LI-L-CODE(LI-COUNT)
                    MOVE SPACES TO LI-L-DISPLAY(LI-COUNT)
                    MOVE WS-L-REGION(WS-IDX) TO LI-L-REGION(LI-COUNT)
                 END-IF
              END-IF
           END-PERFORM.

       FIND-BY-CODE.
           MOVE "NONE" TO LI-RESULT
           MOVE 0 TO WS-HIT
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-LOC-COUNT OR WS-HIT > 0
              IF FUNCTION UPPER-CASE(WS-L-CODE(WS-IDX)) =
                 FUNCTION UPPER-CASE(LI-CODE)
                 MOVE WS-IDX TO WS-HIT
              END-IF
           END-PERFORM
           IF WS-HIT > 0
              MOVE "FOUND" TO LI-RESULT
              PERFORM FILL-FROM-HIT
           END-IF.

      *> The text as typed first; failing that, the text with the
      *> work-mode words and the brackets and dashes around them
      *> taken out, so "Tampa, FL (Hybrid)" finds Tampa. The mode
      *> the text implies is kept whether or not a place is found.
       MAP-TEXT.
           MOVE "UNMAPPED" TO LI-RESULT
           MOVE SPACES TO LI-CODE LI-CITY LI-STATE LI-COUNTRY
                          LI-REGION LI-DISPLAY
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LI-TEXT)) TO WS-KEY
           PERFORM JUDGE-MODE-WORDS
           IF WS-KEY = SPACES
              EXIT PARAGRAPH
           END-IF

           PERFORM MATCH-KEY
           IF WS-HIT = 0
              PERFORM STRIP-MODE-WORDS
              IF WS-KEY NOT = SPACES
                 PERFORM MATCH-KEY
              END-IF
           END-IF
           IF WS-HIT > 0
              MOVE "MAPPED" TO LI-RESULT
              PERFORM FILL-FROM-HIT
           END-IF.

       JUDGE-MODE-WORDS.
           MOVE SPACE TO LI-WORK-MODE
           MOVE 0 TO WS-WORD-COUNT
           INSPECT WS-KEY TALLYING WS-WORD-COUNT FOR ALL "ON-SITE"
                                                 ALL "ONSITE"
                                                 ALL "IN OFFICE"
           IF WS-WORD-COUNT > 0
              MOVE "O" TO LI-WORK-MODE
           END-IF
           MOVE 0 TO WS-WORD-COUNT
           INSPECT WS-KEY TALLYING WS-WORD-COUNT FOR ALL "HYBRID"
           IF WS-WORD-COUNT > 0
              MOVE "H" TO LI-WORK-MODE
           END-IF
           MOVE 0 TO WS-WORD-COUNT
           INSPECT WS-KEY TALLYING WS-WORD-COUNT FOR ALL "REMOTE"
           IF WS-WORD-COUNT > 0
              MOVE "R" TO LI-WORK-MODE
           END-IF.

       STRIP-MODE-WORDS.
           INSPECT WS-KEY REPLACING ALL "ON-SITE"   BY "       "
                                    ALL "ONSITE"    BY "      "
                                    ALL "IN OFFICE" BY "         "
                                    ALL "HYBRID"    BY "      "
                                    ALL "REMOTE"    BY "      "
                                    ALL "("         BY " "
                                    ALL ")"         BY " "
                                    ALL " - "       BY "   "
                                    ALL "/"         BY " "
           MOVE FUNCTION TRIM(WS-KEY) TO WS-KEY
           PERFORM UNTIL WS-KEY = SPACES OR
                   (WS-KEY(1:1) NOT = "," AND WS-KEY(1:1) NOT = "-")
              MOVE FUNCTION TRIM(WS-KEY(2:49)) TO WS-KEY
           END-PERFORM
           PERFORM UNTIL WS-KEY = SPACES
              MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-KEY)) TO WS-PTR
              IF WS-KEY(WS-PTR:1) NOT = "," AND
                 WS-KEY(WS-PTR:1) NOT = "-"
                 EXIT PERFORM
              END-IF
              MOVE SPACE TO WS-KEY(WS-PTR:1)
           END-PERFORM.

      *> An alias first - it can also say what work mode the text
      *> means - then each active location by code, by its full
      *> display text, by "City, State", "City, Country" or the city
      *> alone, and for a row with no city by its state or country.
      *> The first hit wins, so list the likelier city first when
      *> two share a name.
       MATCH-KEY.
           MOVE 0 TO WS-HIT
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ALIAS-COUNT OR WS-HIT > 0
              IF WS-A-KEY(WS-IDX) = WS-KEY
                 PERFORM VARYING WS-IDX2 FROM 1 BY 1
                         UNTIL WS-IDX2 > WS-LOC-COUNT OR WS-HIT > 0
                    IF WS-L-CODE(WS-IDX2) = WS-A-CODE(WS-IDX) AND
                       WS-L-ACTIVE(WS-IDX2) = "Y"
                       MOVE WS-IDX2 TO WS-HIT
                    END-IF
                 END-PERFORM
                 IF WS-HIT > 0 AND WS-A-MODE(WS-IDX) NOT = SPACE
                    MOVE WS-A-MODE(WS-IDX) TO LI-WORK-MODE
                 END-IF
              END-IF
           END-PERFORM
           IF WS-HIT > 0
              EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-LOC-COUNT OR WS-HIT > 0
              IF WS-L-ACTIVE(WS-IDX) = "Y"
                 PERFORM MATCH-ONE-LOCATION
              END-IF
           END-PERFORM.

       MATCH-ONE-LOCATION.
           IF FUNCTION UPPER-CASE(WS-L-CODE(WS-IDX)) = WS-KEY
              MOVE WS-IDX TO WS-HIT
              EXIT PARAGRAPH
           END-IF
           PERFORM BUILD-DISPLAY
           IF FUNCTION UPPER-CASE(WS-DISPLAY) = WS-KEY
              MOVE WS-IDX TO WS-HIT
              EXIT PARAGRAPH
           END-IF

           IF WS-L-CITY(WS-IDX) = SPACES
              IF WS-L-STATE(WS-IDX) NOT = SPACES AND
                 FUNCTION UPPER-CASE(WS-L-STATE(WS-IDX)) = WS-KEY
                 MOVE WS-IDX TO WS-HIT
              END-IF
              IF WS-L-STATE(WS-IDX) = SPACES AND
                 FUNCTION UPPER-CASE(WS-L-COUNTRY(WS-IDX)) = WS-KEY
                 MOVE WS-IDX TO WS-HIT
              END-IF
              EXIT PARAGRAPH
           END-IF

           IF FUNCTION UPPER-CASE(WS-L-CITY(WS-IDX)) = WS-KEY
              MOVE WS-IDX TO WS-HIT
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CANDIDATE
           STRING FUNCTION TRIM(WS-L-CITY(WS-IDX)) ", "
                  FUNCTION TRIM(WS-L-STATE(WS-IDX))
                  DELIMITED BY SIZE INTO WS-CANDIDATE
           END-STRING
           IF FUNCTION UPPER-CASE(WS-CANDIDATE) = WS-KEY
              MOVE WS-IDX TO WS-HIT
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CANDIDATE
           STRING FUNCTION TRIM(WS-L-CITY(WS-IDX)) ", "
                  FUNCTION TRIM(WS-L-COUNTRY(WS-IDX))
                  DELIMITED BY SIZE INTO WS-CANDIDATE
           END-STRING
           IF FUNCTION UPPER-CASE(WS-CANDIDATE) = WS-KEY
              MOVE WS-IDX TO WS-HIT
           END-IF.

      *> "City, State, Country", skipping whichever parts the row
      *> leaves blank.
       BUILD-DISPLAY.
           MOVE SPACES TO WS-DISPLAY
           MOVE 1 TO WS-PTR
           IF WS-L-CITY(WS-IDX) NOT = SPACES
              STRING FUNCTION TRIM(WS-L-CITY(WS-IDX))
                     DELIMITED BY SIZE INTO WS-DISPLAY
                     WITH POINTER WS-PTR
              END-STRING
           END-IF
           IF WS-L-STATE(WS-IDX) NOT = SPACES
              IF WS-PTR > 1
                 STRING ", " DELIMITED BY SIZE INTO WS-DISPLAY
                        WITH POINTER WS-PTR
                 END-STRING
              END-IF
              STRING FUNCTION TRIM(WS-L-STATE(WS-IDX))
                     DELIMITED BY SIZE INTO WS-DISPLAY
                     WITH POINTER WS-PTR
              END-STRING
           END-IF
           IF WS-L-COUNTRY(WS-IDX) NOT = SPACES
              IF WS-PTR > 1
                 STRING ", " DELIMITED BY SIZE INTO WS-DISPLAY
                        WITH POINTER WS-PTR
                 END-STRING
              END-IF
              STRING FUNCTION TRIM(WS-L-COUNTRY(WS-IDX))
                     DELIMITED BY SIZE INTO WS-DISPLAY
                     WITH POINTER WS-PTR
              END-STRING
           END-IF.

       FILL-FROM-HIT.
           MOVE WS-HIT TO WS-IDX
           MOVE WS-L-CODE(WS-IDX) TO LI-CODE
           MOVE WS-L-CITY(WS-IDX) TO LI-CITY
           MOVE WS-L-STATE(WS-IDX) TO LI-STATE
           MOVE WS-L-COUNTRY(WS-IDX) TO LI-COUNTRY
           MOVE WS-L-REGION(WS-IDX) TO LI-REGION
           PERFORM BUILD-DISPLAY
           MOVE WS-DISPLAY TO LI-DISPLAY.

       FIND-JOB-LOCATION.
           MOVE "NONE" TO LI-RESULT
           MOVE SPACES TO LI-CODE LI-WORK-MODE LI-REGION LI-USER
                          LI-SOURCE LI-DATE LI-CITY LI-STATE
                          LI-COUNTRY LI-DISPLAY
           MOVE "N" TO WS-EOF
           OPEN INPUT JOBLOC-FILE
           IF WS-JOBLOC-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ JOBLOC-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF JL-JOB-ID = LI-JOB-ID
                          MOVE "ON-FILE" TO LI-RESULT
                          MOVE JL-CODE TO LI-CODE
                          MOVE JL-WORK-MODE TO LI-WORK-MODE
                          MOVE JL-REGION TO LI-REGION
                          MOVE JL-USER TO LI-USER
                          MOVE JL-SOURCE TO LI-SOURCE
                          MOVE JL-DATE TO LI-DATE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE JOBLOC-FILE
           END-IF
           IF LI-RESULT = "ON-FILE" AND LI-CODE NOT = SPACES
              PERFORM LOAD-LOCATIONS
              MOVE 0 TO WS-HIT
              PERFORM VARYING WS-IDX FROM 1 BY 1
                      UNTIL WS-IDX > WS-LOC-COUNT OR WS-HIT > 0
                 IF WS-L-CODE(WS-IDX) = LI-CODE
                    MOVE WS-IDX TO WS-HIT
                 END-IF
              END-PERFORM
              IF WS-HIT > 0
      *> The region stays the one recorded with the row.
                 MOVE LI-REGION TO WS-SAVE-REGION
                 PERFORM FILL-FROM-HIT
                 MOVE WS-SAVE-REGION TO LI-REGION
              END-IF
           END-IF.

       APPEND-JOB-LOCATION.
           MOVE SPACES TO LI-REGION
           IF LI-CODE NOT = SPACES
              PERFORM VARYING WS-IDX FROM 1 BY 1
                      UNTIL WS-IDX > WS-LOC-COUNT
                 IF WS-L-CODE(WS-IDX) = LI-CODE
                    MOVE WS-L-REGION(WS-IDX) TO LI-REGION
                 END-IF
              END-PERFORM
           END-IF
           MOVE WS-TODAY TO LI-DATE
           OPEN EXTEND JOBLOC-FILE
           IF WS-JOBLOC-STATUS NOT = "00"
              OPEN OUTPUT JOBLOC-FILE
           END-IF
           MOVE LI-JOB-ID TO JL-JOB-ID
           MOVE LI-CODE TO JL-CODE
           MOVE LI-WORK-MODE TO JL-WORK-MODE
           MOVE LI-REGION TO JL-REGION
           MOVE LI-USER TO JL-USER
           MOVE LI-SOURCE TO JL-SOURCE
           MOVE LI-DATE TO JL-DATE
           WRITE JOBLOC-REC
           CLOSE JOBLOC-FILE.

       END PROGRAM LOCATION-REF.
