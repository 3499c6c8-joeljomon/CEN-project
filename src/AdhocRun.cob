      *> Runs one saved ad-hoc query by name and writes its report to
      *> reports/adhoc-<name>.txt. Called by ADHOC-REPORT (the admin
      *> console's report writer, which defines and saves queries)
      *> and by REPORT-DISTRIB, which reruns a query before it drops
      *> a subscriber's copy so the copy is never stale. The query
      *> definitions live in data/adhoc-queries.dat, one row per
      *> name: the file it reads, up to three selection criteria
      *> (all must hold), an optional sort field and direction, and
      *> up to six output columns - every field named through the
      *> ADHOCFLD dictionary, which says where each sits in the
      *> record. Text compares ignore case; CT means "contains".
      *> Numeric fields compare by value. Read-only on the data.
      *>
      *> AR-RESULT: OK, NOT-FOUND (no query by that name) or
      *> NO-DATA (the file it reads is missing); AR-ROWS is the
      *> number of rows reported.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADHOC-RUN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUERY-FILE ASSIGN TO "data/adhoc-queries.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUERY-STATUS.
           SELECT DATA-FILE ASSIGN USING WS-DATA-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATA-STATUS.
           SELECT REPORT-FILE ASSIGN USING WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> data/adhoc-queries.dat: the same layout ADHOC-REPORT
      *> writes.
       FD QUERY-FILE.
       01 QUERY-REC.
          05 AQ-NAME               PIC X(20).
          05 AQ-FILE               PIC X(12).
          05 AQ-OWNER              PIC X(20).
          05 AQ-SAVED-ON           PIC X(10).
          05 AQ-COND OCCURS 3 TIMES.
             10 AQ-C-FIELD         PIC X(20).
             10 AQ-C-OP            PIC X(02).
             10 AQ-C-VALUE         PIC X(30).
          05 AQ-SORT-FIELD         PIC X(20).
          05 AQ-SORT-DIR           PIC X(01).
             88 AQ-SORT-DESCENDING     VALUE "D".
          05 AQ-COLUMN             PIC X(20) OCCURS 6 TIMES.

      *> Wide enough for the longest record queried (profiles.dat);
      *> shorter lines read back space-filled.
       FD DATA-FILE.
       01 DATA-REC PIC X(3376).

       FD REPORT-FILE.
       01 REPORT-REC PIC X(132).

       WORKING-STORAGE SECTION.
       COPY "ADHOCFLD.cpy".

       77 WS-QUERY-STATUS  PIC XX.
       77 WS-DATA-STATUS   PIC XX.
       77 WS-EOF           PIC X VALUE "N".
       77 WS-FOUND         PIC X VALUE "N".
       77 WS-DATA-PATH     PIC X(40).
       77 WS-REPORT-PATH   PIC X(50).
       77 WS-REPORT-LINE   PIC X(132).
       77 WS-CURR-DATE     PIC X(21).
       77 WS-TODAY         PIC X(10).
       77 WS-QUERY-NAME    PIC X(20).
       77 WS-PASS          PIC X VALUE "Y".
       77 WS-CELL          PIC X(30).
       77 WS-FIELD-TEXT    PIC X(200).
       77 WS-VALUE-TEXT    PIC X(200).
       77 WS-FIELD-NUM     PIC S9(9)V99.
       77 WS-VALUE-NUM     PIC S9(9)V99.
       77 WS-VALUE-LEN     PIC 9(03).
       77 WS-HIT-COUNT     PIC 9(03).
       77 WS-PTR           PIC 9(03).
       77 WS-SWAPPED       PIC X VALUE "N".
       77 WS-OUT-OF-ORDER  PIC X VALUE "N".
       77 WS-SWAP-KEY      PIC X(60).
       77 WS-SWAP-LINE     PIC X(132).
       77 WS-OP-NAME       PIC X(08).
       77 F                PIC 9(03).
       77 C                PIC 9(03).
       77 I                PIC 9(04).
       77 J                PIC 9(04).

      *> The query's field names resolved to dictionary entries
      *> (zero: unused or not a field of this file).
       01 WS-RESOLVED.
          05 WS-COND-IDX   PIC 9(03) OCCURS 3 TIMES.
          05 WS-COL-IDX    PIC 9(03) OCCURS 6 TIMES.
          05 WS-COL-WIDTH  PIC 9(03) OCCURS 6 TIMES.
       77 WS-SORT-IDX      PIC 9(03) VALUE 0.
       77 WS-LOOKUP-NAME   PIC X(20).
       77 WS-LOOKUP-IDX    PIC 9(03).

      *> Matching rows: the sort key and the formatted line.
       77 WS-ROW-COUNT     PIC 9(04) VALUE 0.
       77 WS-ROW-MAX       PIC 9(04) VALUE 2000.
       77 WS-DROPPED       PIC 9(05) VALUE 0.
       01 WS-ROW-TABLE.
          05 WS-ROW OCCURS 2000 TIMES.
             10 WS-ROW-KEY     PIC X(60).
             10 WS-ROW-LINE    PIC X(132).

           COPY "RPTINF.cpy".

       LINKAGE SECTION.
       01 AR-NAME          PIC X(20).
       01 AR-RESULT        PIC X(10).
       01 AR-ROWS          PIC 9(05).

       PROCEDURE DIVISION USING AR-NAME AR-RESULT AR-ROWS.
       MAIN-PROGRAM.
           MOVE "OK" TO AR-RESULT
           MOVE 0 TO AR-ROWS
           MOVE 0 TO WS-ROW-COUNT
           MOVE 0 TO WS-DROPPED
           MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(AR-NAME))
                TO WS-QUERY-NAME

           PERFORM LOAD-QUERY
           IF WS-FOUND = "N"
              MOVE "NOT-FOUND" TO AR-RESULT
              GOBACK
           END-IF
           PERFORM RESOLVE-FIELDS

           MOVE SPACES TO WS-DATA-PATH
           STRING "data/" FUNCTION LOWER-CASE(FUNCTION TRIM(AQ-FILE))
                  ".dat"
                  DELIMITED BY SIZE INTO WS-DATA-PATH
           END-STRING
           MOVE "N" TO WS-EOF
           OPEN INPUT DATA-FILE
           IF WS-DATA-STATUS NOT = "00"
              MOVE "NO-DATA" TO AR-RESULT
              GOBACK
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
              READ DATA-FILE
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    IF DATA-REC NOT = SPACES
                       PERFORM SELECT-ONE-RECORD
                    END-IF
              END-READ
           END-PERFORM
           CLOSE DATA-FILE

           IF WS-SORT-IDX > 0
              PERFORM SORT-ROWS
           END-IF
           PERFORM WRITE-QUERY-REPORT
           MOVE WS-ROW-COUNT TO AR-ROWS
           GOBACK.

       LOAD-QUERY.
           MOVE "N" TO WS-FOUND
           MOVE "N" TO WS-EOF
           OPEN INPUT QUERY-FILE
           IF WS-QUERY-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y" OR WS-FOUND = "Y"
                 READ QUERY-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF AQ-NAME = WS-QUERY-NAME
                          MOVE "Y" TO WS-FOUND
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE QUERY-FILE
           END-IF.

       RESOLVE-FIELDS.
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > 3
              MOVE AQ-C-FIELD(C) TO WS-LOOKUP-NAME
              PERFORM FIND-FIELD
              MOVE WS-LOOKUP-IDX TO WS-COND-IDX(C)
           END-PERFORM
           MOVE AQ-SORT-FIELD TO WS-LOOKUP-NAME
           PERFORM FIND-FIELD
           MOVE WS-LOOKUP-IDX TO WS-SORT-IDX
      *> A column is as wide as its field or its heading, whichever
      *> is wider, up to 30.
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > 6
              MOVE AQ-COLUMN(C) TO WS-LOOKUP-NAME
              PERFORM FIND-FIELD
              MOVE WS-LOOKUP-IDX TO WS-COL-IDX(C)
              MOVE 0 TO WS-COL-WIDTH(C)
              IF WS-LOOKUP-IDX > 0
                 MOVE AF-LEN(WS-LOOKUP-IDX) TO WS-COL-WIDTH(C)
                 IF WS-COL-WIDTH(C) <
                    FUNCTION LENGTH(FUNCTION TRIM(AQ-COLUMN(C)))
                    MOVE FUNCTION LENGTH(FUNCTION TRIM(AQ-COLUMN(C)))
                         TO WS-COL-WIDTH(C)
                 END-IF
                 IF WS-COL-WIDTH(C) > 30
                    MOVE 30 TO WS-COL-WIDTH(C)
                 END-IF
              END-IF
           END-PERFORM.

       FIND-FIELD.
           MOVE 0 TO WS-LOOKUP-IDX
           IF WS-LOOKUP-NAME = SPACES
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING F FROM 1 BY 1
                   UNTIL F > ADHOC-FIELD-COUNT OR WS-LOOKUP-IDX > 0
              IF AF-FILE(F) = AQ-FILE AND
                 AF-NAME(F) = FUNCTION UPPER-CASE(WS-LOOKUP-NAME)
                 MOVE F TO WS-LOOKUP-IDX
              END-IF
           END-PERFORM.

       SELECT-ONE-RECORD.
           MOVE "Y" TO WS-PASS
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > 3 OR WS-PASS = "N"
              IF WS-COND-IDX(C) > 0
                 PERFORM TEST-CONDITION
              END-IF
           END-PERFORM
           IF WS-PASS = "N"
              EXIT PARAGRAPH
           END-IF
           IF WS-ROW-COUNT >= WS-ROW-MAX
              ADD 1 TO WS-DROPPED
              EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-ROW-COUNT
           MOVE SPACES TO WS-ROW-KEY(WS-ROW-COUNT)
           IF WS-SORT-IDX > 0
              MOVE FUNCTION UPPER-CASE(DATA-REC(AF-POS(WS-SORT-IDX):
                   AF-LEN(WS-SORT-IDX)))
                   TO WS-ROW-KEY(WS-ROW-COUNT)
           END-IF
           MOVE SPACES TO WS-ROW-LINE(WS-ROW-COUNT)
           MOVE 1 TO WS-PTR
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > 6
              IF WS-COL-IDX(C) > 0
                 MOVE DATA-REC(AF-POS(WS-COL-IDX(C)):
                      AF-LEN(WS-COL-IDX(C))) TO WS-CELL
                 STRING WS-CELL(1:WS-COL-WIDTH(C)) " "
                        DELIMITED BY SIZE
                        INTO WS-ROW-LINE(WS-ROW-COUNT)
                        WITH POINTER WS-PTR
                 END-STRING
              END-IF
           END-PERFORM.

      *> One criterion against the current record; WS-PASS goes to
      *> N when it fails.
       TEST-CONDITION.
           MOVE WS-COND-IDX(C) TO F
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                DATA-REC(AF-POS(F):AF-LEN(F)))) TO WS-FIELD-TEXT
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(AQ-C-VALUE(C)))
                TO WS-VALUE-TEXT

           IF AQ-C-OP(C) = "CT"
              MOVE 0 TO WS-HIT-COUNT
              IF WS-VALUE-TEXT NOT = SPACES
                 MOVE FUNCTION LENGTH(FUNCTION TRIM(AQ-C-VALUE(C)))
                      TO WS-VALUE-LEN
                 INSPECT WS-FIELD-TEXT TALLYING WS-HIT-COUNT
                         FOR ALL WS-VALUE-TEXT(1:WS-VALUE-LEN)
              END-IF
              IF WS-HIT-COUNT = 0
                 MOVE "N" TO WS-PASS
              END-IF
              EXIT PARAGRAPH
           END-IF

           IF AF-TYPE(F) = "N"
              MOVE 0 TO WS-FIELD-NUM WS-VALUE-NUM
              IF FUNCTION TEST-NUMVAL(WS-FIELD-TEXT) = 0
                 MOVE FUNCTION NUMVAL(WS-FIELD-TEXT) TO WS-FIELD-NUM
              END-IF
              IF FUNCTION TEST-NUMVAL(WS-VALUE-TEXT) = 0
                 MOVE FUNCTION NUMVAL(WS-VALUE-TEXT) TO WS-VALUE-NUM
              END-IF
              EVALUATE AQ-C-OP(C)
                 WHEN "= "
                    IF WS-FIELD-NUM NOT = WS-VALUE-NUM
                       MOVE "N" TO WS-PASS
                    END-IF
                 WHEN "<>"
                    IF WS-FIELD-NUM = WS-VALUE-NUM
                       MOVE "N" TO WS-PASS
                    END-IF
                 WHEN "> "
                    IF WS-FIELD-NUM NOT > WS-VALUE-NUM
                       MOVE "N" TO WS-PASS
                    END-IF
                 WHEN "< "
                    IF WS-FIELD-NUM NOT < WS-VALUE-NUM
                       MOVE "N" TO WS-PASS
                    END-IF
                 WHEN ">="
                    IF WS-FIELD-NUM < WS-VALUE-NUM
                       MOVE "N" TO WS-PASS
                    END-IF
                 WHEN "<="
                    IF WS-FIELD-NUM > WS-VALUE-NUM
                       MOVE "N" TO WS-PASS
                    END-IF
              END-EVALUATE
              EXIT PARAGRAPH
           END-IF

           EVALUATE AQ-C-OP(C)
              WHEN "= "
                 IF WS-FIELD-TEXT NOT = WS-VALUE-TEXT
                    MOVE "N" TO WS-PASS
                 END-IF
              WHEN "<>"
                 IF WS-FIELD-TEXT = WS-VALUE-TEXT
                    MOVE "N" TO WS-PASS
                 END-IF
              WHEN "> "
                 IF WS-FIELD-TEXT NOT > WS-VALUE-TEXT
                    MOVE "N" TO WS-PASS
                 END-IF
              WHEN "< "
                 IF WS-FIELD-TEXT NOT < WS-VALUE-TEXT
                    MOVE "N" TO WS-PASS
                 END-IF
              WHEN ">="
                 IF WS-FIELD-TEXT < WS-VALUE-TEXT
                    MOVE "N" TO WS-PASS
                 END-IF
              WHEN "<="
                 IF WS-FIELD-TEXT > WS-VALUE-TEXT
                    MOVE "N" TO WS-PASS
                 END-IF
           END-EVALUATE.

      *> A plain exchange sort on the row keys - the tables here
      *> are small enough that it is never the slow part.
       SORT-ROWS.
           MOVE "Y" TO WS-SWAPPED
           PERFORM UNTIL WS-SWAPPED = "N"
              MOVE "N" TO WS-SWAPPED
              PERFORM VARYING I FROM 1 BY 1 UNTIL I >= WS-ROW-COUNT
                 COMPUTE J = I + 1
                 MOVE "N" TO WS-OUT-OF-ORDER
                 IF AQ-SORT-DESCENDING
                    IF WS-ROW-KEY(I) < WS-ROW-KEY(J)
                       MOVE "Y" TO WS-OUT-OF-ORDER
                    END-IF
                 ELSE
                    IF WS-ROW-KEY(I) > WS-ROW-KEY(J)
                       MOVE "Y" TO WS-OUT-OF-ORDER
                    END-IF
                 END-IF
                 IF WS-OUT-OF-ORDER = "Y"
                    MOVE WS-ROW-KEY(I) TO WS-SWAP-KEY
                    MOVE WS-ROW-LINE(I) TO WS-SWAP-LINE
                    MOVE WS-ROW-KEY(J) TO WS-ROW-KEY(I)
                    MOVE WS-ROW-LINE(J) TO WS-ROW-LINE(I)
                    MOVE WS-SWAP-KEY TO WS-ROW-KEY(J)
                    MOVE WS-SWAP-LINE TO WS-ROW-LINE(J)
                    MOVE "Y" TO WS-SWAPPED
                 END-IF
              END-PERFORM
           END-PERFORM.

       WRITE-QUERY-REPORT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE
           MOVE SPACES TO WS-TODAY
           STRING WS-CURR-DATE(1:4) "-" WS-CURR-DATE(5:2) "-"
                  WS-CURR-DATE(7:2)
                  DELIMITED BY SIZE INTO WS-TODAY
           END-STRING
           MOVE SPACES TO WS-REPORT-PATH
           STRING "reports/adhoc-" FUNCTION TRIM(WS-QUERY-NAME) ".txt"
                  DELIMITED BY SIZE INTO WS-REPORT-PATH
           END-STRING
           OPEN OUTPUT REPORT-FILE

           MOVE SPACES TO WS-REPORT-LINE
           STRING "Ad-hoc report " FUNCTION TRIM(AQ-NAME)
                  " - " FUNCTION LOWER-CASE(FUNCTION TRIM(AQ-FILE))
                  ".dat, run " WS-TODAY
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE "====================================================="
              TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > 3
              IF WS-COND-IDX(C) > 0
                 EVALUATE AQ-C-OP(C)
                    WHEN "CT" MOVE "contains" TO WS-OP-NAME
                    WHEN OTHER MOVE AQ-C-OP(C) TO WS-OP-NAME
                 END-EVALUATE
                 MOVE SPACES TO WS-REPORT-LINE
                 STRING "Where " FUNCTION TRIM(AQ-C-FIELD(C)) " "
                        FUNCTION TRIM(WS-OP-NAME) " """
                        FUNCTION TRIM(AQ-C-VALUE(C)) """"
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
                 END-STRING
                 PERFORM WRITE-REPORT-LINE
              END-IF
           END-PERFORM
           IF WS-SORT-IDX > 0
              MOVE SPACES TO WS-REPORT-LINE
              IF AQ-SORT-DESCENDING
                 STRING "Sorted by " FUNCTION TRIM(AQ-SORT-FIELD)
                        ", descending"
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
                 END-STRING
              ELSE
                 STRING "Sorted by " FUNCTION TRIM(AQ-SORT-FIELD)
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
                 END-STRING
              END-IF
              PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE 1 TO WS-PTR
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > 6
              IF WS-COL-IDX(C) > 0
                 MOVE AQ-COLUMN(C) TO WS-CELL
                 STRING WS-CELL(1:WS-COL-WIDTH(C)) " "
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
                        WITH POINTER WS-PTR
                 END-STRING
              END-IF
           END-PERFORM
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-PTR > 2
              MOVE ALL "-" TO WS-REPORT-LINE(1:WS-PTR - 2)
           END-IF
           PERFORM WRITE-REPORT-LINE

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-ROW-COUNT
              MOVE WS-ROW-LINE(I) TO WS-REPORT-LINE
              PERFORM WRITE-REPORT-LINE
           END-PERFORM
           IF WS-ROW-COUNT = 0
              MOVE "(no matching records)" TO WS-REPORT-LINE
              PERFORM WRITE-REPORT-LINE
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-ROW-COUNT " record(s) reported"
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           IF WS-DROPPED > 0
              MOVE SPACES TO WS-REPORT-LINE
              STRING WS-DROPPED " more matched but did not fit - "
                     "narrow the selection"
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-STRING
              PERFORM WRITE-REPORT-LINE
           END-IF
           CLOSE REPORT-FILE

           MOVE WS-REPORT-PATH TO RPI-PATH
           MOVE "ADHOC-RUN" TO RPI-REPORT-ID
           MOVE SPACES TO RPI-TITLE
           STRING "Ad-hoc report " FUNCTION TRIM(AQ-NAME)
                  DELIMITED BY SIZE INTO RPI-TITLE
           END-STRING
           MOVE SPACES TO RPI-SELECTION
           STRING "saved query " FUNCTION TRIM(AQ-NAME) " on "
                  FUNCTION LOWER-CASE(FUNCTION TRIM(AQ-FILE)) ".dat"
                  DELIMITED BY SIZE INTO RPI-SELECTION
           END-STRING
           MOVE WS-ROW-COUNT TO RPI-RECORDS
           MOVE "records reported" TO RPI-RECORD-NOUN
           CALL "REPORT-FORMAT" USING REPORT-PAGE-INFO.

       WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC.

       END PROGRAM ADHOC-RUN.
