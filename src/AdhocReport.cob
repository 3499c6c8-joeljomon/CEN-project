      *> Ad-hoc report writer, reached only from the admin console.
      *> Each new question from a dean used to become a new batch
      *> program; this lets an admin put the question together
      *> instead - pick one of the main files (jobs, applications,
      *> profiles, offers, interviews, events), up to three
      *> selection criteria on its named fields, a sort field and up
      *> to six output columns - and save it under a name in
      *> data/adhoc-queries.dat. ADHOC-RUN does the reading and
      *> writes the report to reports/adhoc-<name>.txt, so a saved
      *> query can be rerun here any time, or added to the report
      *> distribution subscriptions (data/report-subs.dat) as
      *> adhoc-<name>.txt, which REPORT-DISTRIB reruns fresh before
      *> each delivery. The field names on offer come from the
      *> ADHOCFLD dictionary. Names are lower case letters, digits
      *> and hyphens, since they become part of a file name.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADHOC-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUERY-FILE ASSIGN TO "data/adhoc-queries.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUERY-STATUS.
           SELECT QUERY-TEMP-FILE ASSIGN TO "data/adhocqtemp.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QTEMP-STATUS.
           SELECT SUBS-FILE ASSIGN TO "data/report-subs.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUBS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> data/adhoc-queries.dat: one row per saved query; ADHOC-RUN
      *> reads the same layout.
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
          05 AQ-COLUMN             PIC X(20) OCCURS 6 TIMES.

       FD QUERY-TEMP-FILE.
       01 QUERY-TEMP-REC PIC X(359).

      *> data/report-subs.dat: the recipient|report|cadence|clearance
      *> rows REPORT-DISTRIB reads.
       FD SUBS-FILE.
       01 SUB-REC PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "ADHOCFLD.cpy".

       77 WS-QUERY-STATUS  PIC XX.
       77 WS-QTEMP-STATUS  PIC XX.
       77 WS-SUBS-STATUS   PIC XX.
       77 WS-EOF           PIC X VALUE "N".
       77 WS-CHOICE        PIC X(10).
       77 WS-ANSWER        PIC X(40).
       77 WS-NAME          PIC X(20).
       77 WS-NAME-CHECK    PIC X(40).
       77 WS-NAME-OK       PIC X VALUE "N".
       77 WS-EXISTS        PIC X VALUE "N".
       77 WS-DONE          PIC X VALUE "N".
       77 WS-FIELD-OK      PIC X VALUE "N".
       77 WS-OP-OK         PIC X VALUE "N".
       77 WS-CURR-DATE     PIC X(21).
       77 WS-FILE-CODE     PIC X(12).
       77 WS-LOOKUP-NAME   PIC X(20).
       77 WS-LOOKUP-IDX    PIC 9(03).
       77 WS-COL-COUNT     PIC 9(01).
       77 WS-QUERY-COUNT   PIC 9(04).
       77 WS-RECIPIENT     PIC X(20).
       77 WS-CADENCE       PIC X(06).
       77 WS-CLEARANCE     PIC X(06).
       77 WS-RUN-RESULT    PIC X(10).
       77 WS-RUN-ROWS      PIC 9(05).
       77 WS-TYPE-NAME     PIC X(08).
       77 F                PIC 9(03).
       77 C                PIC 9(01).

      *> The query being defined, kept apart from QUERY-REC so the
      *> duplicate-name scan does not overwrite it.
       01 WS-NEW-QUERY.
          05 NQ-NAME               PIC X(20).
          05 NQ-FILE               PIC X(12).
          05 NQ-OWNER              PIC X(20).
          05 NQ-SAVED-ON           PIC X(10).
          05 NQ-COND OCCURS 3 TIMES.
             10 NQ-C-FIELD         PIC X(20).
             10 NQ-C-OP            PIC X(02).
             10 NQ-C-VALUE         PIC X(30).
          05 NQ-SORT-FIELD         PIC X(20).
          05 NQ-SORT-DIR           PIC X(01).
          05 NQ-COLUMN             PIC X(20) OCCURS 6 TIMES.

       LINKAGE SECTION.
       01 AH-ADMIN         PIC X(20).

       PROCEDURE DIVISION USING AH-ADMIN.
       MAIN-PROGRAM.
           MOVE SPACES TO WS-CHOICE
           PERFORM UNTIL WS-CHOICE(1:1) = "6"
              DISPLAY " "
              DISPLAY "--- Ad-hoc report writer ---"
              DISPLAY "1. List saved queries"
              DISPLAY "2. Define a new query"
              DISPLAY "3. Run a saved query"
              DISPLAY "4. Delete a saved query"
              DISPLAY "5. Add a saved query to report distribution"
              DISPLAY "6. Return"
              DISPLAY "Enter your choice:"
              MOVE SPACES TO WS-CHOICE
              ACCEPT WS-CHOICE
              EVALUATE WS-CHOICE(1:1)
                 WHEN "1" PERFORM LIST-QUERIES
                 WHEN "2" PERFORM DEFINE-QUERY
                 WHEN "3" PERFORM RUN-SAVED-QUERY
                 WHEN "4" PERFORM DELETE-QUERY
                 WHEN "5" PERFORM SUBSCRIBE-QUERY
                 WHEN "6" CONTINUE
                 WHEN OTHER DISPLAY "Invalid choice."
              END-EVALUATE
           END-PERFORM
           GOBACK.

       LIST-QUERIES.
           MOVE 0 TO WS-QUERY-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT QUERY-FILE
           IF WS-QUERY-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ QUERY-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       ADD 1 TO WS-QUERY-COUNT
                       DISPLAY "  " AQ-NAME " "
                               FUNCTION LOWER-CASE(AQ-FILE)
                               " saved " AQ-SAVED-ON " by "
                               FUNCTION TRIM(AQ-OWNER)
                 END-READ
              END-PERFORM
              CLOSE QUERY-FILE
           END-IF
           IF WS-QUERY-COUNT = 0
              DISPLAY "(no saved queries yet)"
           END-IF.

       DEFINE-QUERY.
           DISPLAY "Query name (letters, digits, hyphens):"
           PERFORM ACCEPT-QUERY-NAME
           IF WS-NAME-OK = "N"
              EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-QUERY-EXISTS
           IF WS-EXISTS = "Y"
              DISPLAY "A query by that name exists. Replace it? (Y/N):"
              MOVE SPACES TO WS-ANSWER
              ACCEPT WS-ANSWER
              IF FUNCTION UPPER-CASE(WS-ANSWER(1:1)) NOT = "Y"
                 EXIT PARAGRAPH
              END-IF
           END-IF

           DISPLAY "Report on which file?"
           DISPLAY "1. jobs.dat"
           DISPLAY "2. applications.dat"
           DISPLAY "3. profiles.dat"
           DISPLAY "4. offers.dat"
           DISPLAY "5. interviews.dat"
           DISPLAY "6. events.dat"
           DISPLAY "Enter your choice:"
           MOVE SPACES TO WS-ANSWER
           ACCEPT WS-ANSWER
           EVALUATE WS-ANSWER(1:1)
              WHEN "1" MOVE "JOBS" TO WS-FILE-CODE
              WHEN "2" MOVE "APPLICATIONS" TO WS-FILE-CODE
              WHEN "3" MOVE "PROFILES" TO WS-FILE-CODE
              WHEN "4" MOVE "OFFERS" TO WS-FILE-CODE
              WHEN "5" MOVE "INTERVIEWS" TO WS-FILE-CODE
              WHEN "6" MOVE "EVENTS" TO WS-FILE-CODE
              WHEN OTHER
                 DISPLAY "Invalid choice - query not saved."
                 EXIT PARAGRAPH
           END-EVALUATE

           MOVE SPACES TO WS-NEW-QUERY
           MOVE WS-NAME TO NQ-NAME
           MOVE WS-FILE-CODE TO NQ-FILE
           MOVE AH-ADMIN TO NQ-OWNER
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE
           STRING WS-CURR-DATE(1:4) "-" WS-CURR-DATE(5:2) "-"
                  WS-CURR-DATE(7:2)
                  DELIMITED BY SIZE INTO NQ-SAVED-ON
           END-STRING

           DISPLAY "Fields in " FUNCTION LOWER-CASE(
                   FUNCTION TRIM(WS-FILE-CODE)) ".dat:"
           PERFORM VARYING F FROM 1 BY 1 UNTIL F > ADHOC-FIELD-COUNT
              IF AF-FILE(F) = WS-FILE-CODE
                 IF AF-TYPE(F) = "N"
                    MOVE "(number)" TO WS-TYPE-NAME
                 ELSE
                    MOVE SPACES TO WS-TYPE-NAME
                 END-IF
                 DISPLAY "  " AF-NAME(F) " " WS-TYPE-NAME
              END-IF
           END-PERFORM
           DISPLAY "Dates are YYYY-MM-DD, so > and < work on them."

           MOVE "N" TO WS-DONE
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > 3 OR WS-DONE = "Y"
              PERFORM ASK-CRITERION
           END-PERFORM

           PERFORM ASK-SORT-FIELD

           MOVE 0 TO WS-COL-COUNT
           MOVE "N" TO WS-DONE
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > 6 OR WS-DONE = "Y"
              PERFORM ASK-COLUMN
           END-PERFORM
           IF WS-COL-COUNT = 0
              PERFORM DEFAULT-COLUMNS
              DISPLAY "No columns named - listing the first "
                      WS-COL-COUNT " fields of the file."
           END-IF

           PERFORM SAVE-QUERY
           DISPLAY "Query " FUNCTION TRIM(WS-NAME) " saved."
           DISPLAY "Run it now? (Y/N):"
           MOVE SPACES TO WS-ANSWER
           ACCEPT WS-ANSWER
           IF FUNCTION UPPER-CASE(WS-ANSWER(1:1)) = "Y"
              PERFORM RUN-NAMED-QUERY
           END-IF.

      *> One selection criterion; a blank field name ends the list.
       ASK-CRITERION.
           MOVE "N" TO WS-FIELD-OK
           PERFORM UNTIL WS-FIELD-OK = "Y"
              DISPLAY "Selection field " C " (Enter for no more):"
              MOVE SPACES TO WS-ANSWER
              ACCEPT WS-ANSWER
              IF WS-ANSWER = SPACES
                 MOVE "Y" TO WS-DONE
                 EXIT PARAGRAPH
              END-IF
              MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ANSWER))
                   TO WS-LOOKUP-NAME
              PERFORM FIND-FIELD
              IF WS-LOOKUP-IDX = 0
                 DISPLAY "No field by that name in this file."
              ELSE
                 MOVE "Y" TO WS-FIELD-OK
              END-IF
           END-PERFORM
           MOVE WS-LOOKUP-NAME TO NQ-C-FIELD(C)

           MOVE "N" TO WS-OP-OK
           PERFORM UNTIL WS-OP-OK = "Y"
              DISPLAY "Test (=, <>, >, <, >=, <=, CONTAINS):"
              MOVE SPACES TO WS-ANSWER
              ACCEPT WS-ANSWER
              MOVE "Y" TO WS-OP-OK
              EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ANSWER))
                 WHEN "="        MOVE "= " TO NQ-C-OP(C)
                 WHEN "<>"       MOVE "<>" TO NQ-C-OP(C)
                 WHEN ">"        MOVE "> " TO NQ-C-OP(C)
                 WHEN "<"        MOVE "< " TO NQ-C-OP(C)
                 WHEN ">="       MOVE ">=" TO NQ-C-OP(C)
                 WHEN "<="       MOVE "<=" TO NQ-C-OP(C)
                 WHEN "CONTAINS" MOVE "CT" TO NQ-C-OP(C)
                 WHEN OTHER
                    DISPLAY "Not a test this report writer knows."
                    MOVE "N" TO WS-OP-OK
              END-EVALUATE
           END-PERFORM

           DISPLAY "Value to compare with:"
           MOVE SPACES TO WS-ANSWER
           ACCEPT WS-ANSWER
           MOVE FUNCTION TRIM(WS-ANSWER) TO NQ-C-VALUE(C).

       ASK-SORT-FIELD.
           MOVE "N" TO WS-FIELD-OK
           PERFORM UNTIL WS-FIELD-OK = "Y"
              DISPLAY "Sort by field (Enter to keep file order):"
              MOVE SPACES TO WS-ANSWER
              ACCEPT WS-ANSWER
              IF WS-ANSWER = SPACES
                 EXIT PARAGRAPH
              END-IF
              MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ANSWER))
                   TO WS-LOOKUP-NAME
              PERFORM FIND-FIELD
              IF WS-LOOKUP-IDX = 0
                 DISPLAY "No field by that name in this file."
              ELSE
                 MOVE "Y" TO WS-FIELD-OK
              END-IF
           END-PERFORM
           MOVE WS-LOOKUP-NAME TO NQ-SORT-FIELD
           DISPLAY "A ascending or D descending:"
           MOVE SPACES TO WS-ANSWER
           ACCEPT WS-ANSWER
           IF FUNCTION UPPER-CASE(WS-ANSWER(1:1)) = "D"
              MOVE "D" TO NQ-SORT-DIR
           ELSE
              MOVE "A" TO NQ-SORT-DIR
           END-IF.

       ASK-COLUMN.
           MOVE "N" TO WS-FIELD-OK
           PERFORM UNTIL WS-FIELD-OK = "Y"
              DISPLAY "Output column " C " (Enter when done):"
              MOVE SPACES TO WS-ANSWER
              ACCEPT WS-ANSWER
              IF WS-ANSWER = SPACES
                 MOVE "Y" TO WS-DONE
                 EXIT PARAGRAPH
              END-IF
              MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ANSWER))
                   TO WS-LOOKUP-NAME
              PERFORM FIND-FIELD
              IF WS-LOOKUP-IDX = 0
                 DISPLAY "No field by that name in this file."
              ELSE
                 MOVE "Y" TO WS-FIELD-OK
              END-IF
           END-PERFORM
           ADD 1 TO WS-COL-COUNT
           MOVE WS-LOOKUP-NAME TO NQ-COLUMN(WS-COL-COUNT).

       DEFAULT-COLUMNS.
           PERFORM VARYING F FROM 1 BY 1
                   UNTIL F > ADHOC-FIELD-COUNT OR WS-COL-COUNT = 6
              IF AF-FILE(F) = WS-FILE-CODE
                 ADD 1 TO WS-COL-COUNT
                 MOVE AF-NAME(F) TO NQ-COLUMN(WS-COL-COUNT)
              END-IF
           END-PERFORM.

       FIND-FIELD.
           MOVE 0 TO WS-LOOKUP-IDX
           PERFORM VARYING F FROM 1 BY 1
                   UNTIL F > ADHOC-FIELD-COUNT OR WS-LOOKUP-IDX > 0
              IF AF-FILE(F) = WS-FILE-CODE AND
                 AF-NAME(F) = WS-LOOKUP-NAME
                 MOVE F TO WS-LOOKUP-IDX
              END-IF
           END-PERFORM.

      *> Lower-cased and limited to letters, digits and hyphens.
       ACCEPT-QUERY-NAME.
           MOVE "N" TO WS-NAME-OK
           MOVE SPACES TO WS-ANSWER
           ACCEPT WS-ANSWER
           MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(WS-ANSWER))
                TO WS-NAME-CHECK
           IF WS-NAME-CHECK = SPACES
              DISPLAY "A query needs a name."
              EXIT PARAGRAPH
           END-IF
           IF WS-NAME-CHECK(21:20) NOT = SPACES
              DISPLAY "Query names are at most 20 characters."
              EXIT PARAGRAPH
           END-IF
           MOVE WS-NAME-CHECK TO WS-NAME
           INSPECT WS-NAME-CHECK CONVERTING
                   "abcdefghijklmnopqrstuvwxyz0123456789-"
                TO "                                     "
           IF WS-NAME-CHECK NOT = SPACES
              DISPLAY "Query names use only letters, digits and "
                      "hyphens."
              EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-NAME-OK.

       CHECK-QUERY-EXISTS.
           MOVE "N" TO WS-EXISTS
           MOVE "N" TO WS-EOF
           OPEN INPUT QUERY-FILE
           IF WS-QUERY-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ QUERY-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF AQ-NAME = WS-NAME
                          MOVE "Y" TO WS-EXISTS
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE QUERY-FILE
           END-IF.

      *> Every other query copied across, then this one - which
      *> replaces an older row by the same name.
       SAVE-QUERY.
           MOVE "N" TO WS-EOF
           OPEN OUTPUT QUERY-TEMP-FILE
           OPEN INPUT QUERY-FILE
           IF WS-QUERY-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ QUERY-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF AQ-NAME NOT = WS-NAME
                          WRITE QUERY-TEMP-REC FROM QUERY-REC
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE QUERY-FILE
           END-IF
           WRITE QUERY-TEMP-REC FROM WS-NEW-QUERY
           CLOSE QUERY-TEMP-FILE
           PERFORM COPY-BACK-QUERIES.

       DELETE-QUERY.
           DISPLAY "Name of the query to delete:"
           PERFORM ACCEPT-QUERY-NAME
           IF WS-NAME-OK = "N"
              EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-QUERY-EXISTS
           IF WS-EXISTS = "N"
              DISPLAY "No saved query by that name."
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           OPEN OUTPUT QUERY-TEMP-FILE
           OPEN INPUT QUERY-FILE
           PERFORM UNTIL WS-EOF = "Y"
              READ QUERY-FILE
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    IF AQ-NAME NOT = WS-NAME
                       WRITE QUERY-TEMP-REC FROM QUERY-REC
                    END-IF
              END-READ
           END-PERFORM
           CLOSE QUERY-FILE
           CLOSE QUERY-TEMP-FILE
           PERFORM COPY-BACK-QUERIES
           DISPLAY "Query deleted. Any distribution subscription to "
                   "adhoc-" FUNCTION TRIM(WS-NAME)
                   ".txt will now report it missing.".

       COPY-BACK-QUERIES.
           OPEN OUTPUT QUERY-FILE
           OPEN INPUT QUERY-TEMP-FILE
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
              READ QUERY-TEMP-FILE INTO QUERY-REC
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END WRITE QUERY-REC
              END-READ
           END-PERFORM
           CLOSE QUERY-TEMP-FILE
           CLOSE QUERY-FILE.

       RUN-SAVED-QUERY.
           DISPLAY "Name of the query to run:"
           PERFORM ACCEPT-QUERY-NAME
           IF WS-NAME-OK = "N"
              EXIT PARAGRAPH
           END-IF
           PERFORM RUN-NAMED-QUERY.

       RUN-NAMED-QUERY.
           CALL "ADHOC-RUN" USING WS-NAME WS-RUN-RESULT WS-RUN-ROWS
           EVALUATE FUNCTION TRIM(WS-RUN-RESULT)
              WHEN "OK"
                 DISPLAY WS-RUN-ROWS " record(s) written to "
                         "reports/adhoc-" FUNCTION TRIM(WS-NAME) ".txt."
              WHEN "NOT-FOUND"
                 DISPLAY "No saved query by that name."
              WHEN OTHER
                 DISPLAY "The file that query reads is not on disk "
                         "yet - no report written."
           END-EVALUATE.

      *> The subscription names the report file, exactly as a
      *> hand-written row in report-subs.dat would.
       SUBSCRIBE-QUERY.
           DISPLAY "Name of the query to distribute:"
           PERFORM ACCEPT-QUERY-NAME
           IF WS-NAME-OK = "N"
              EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-QUERY-EXISTS
           IF WS-EXISTS = "N"
              DISPLAY "No saved query by that name."
              EXIT PARAGRAPH
           END-IF
           DISPLAY "Recipient (pickup area name, e.g. dean):"
           MOVE SPACES TO WS-ANSWER
           ACCEPT WS-ANSWER
           IF WS-ANSWER = SPACES
              DISPLAY "A subscription needs a recipient."
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(WS-ANSWER))
                TO WS-RECIPIENT
           DISPLAY "D daily or W weekly (Mondays):"
           MOVE SPACES TO WS-ANSWER
           ACCEPT WS-ANSWER
           IF FUNCTION UPPER-CASE(WS-ANSWER(1:1)) = "W"
              MOVE "WEEKLY" TO WS-CADENCE
           ELSE
              MOVE "DAILY" TO WS-CADENCE
           END-IF
           DISPLAY "Clearance - F full, M names masked, C counts only"
                   " (M if unsure):"
           MOVE SPACES TO WS-ANSWER
           ACCEPT WS-ANSWER
           EVALUATE FUNCTION UPPER-CASE(WS-ANSWER(1:1))
              WHEN "F"   MOVE "FULL" TO WS-CLEARANCE
              WHEN "C"   MOVE "COUNTS" TO WS-CLEARANCE
              WHEN OTHER MOVE "MASKED" TO WS-CLEARANCE
           END-EVALUATE
           MOVE SPACES TO SUB-REC
           STRING FUNCTION TRIM(WS-RECIPIENT) "|adhoc-"
                  FUNCTION TRIM(WS-NAME) ".txt|"
                  FUNCTION TRIM(WS-CADENCE) "|"
                  FUNCTION TRIM(WS-CLEARANCE)
                  DELIMITED BY SIZE INTO SUB-REC
           END-STRING
           OPEN EXTEND SUBS-FILE
           IF WS-SUBS-STATUS NOT = "00"
              OPEN OUTPUT SUBS-FILE
           END-IF
           WRITE SUB-REC
           CLOSE SUBS-FILE
           DISPLAY "Subscribed: " FUNCTION TRIM(SUB-REC).

       END PROGRAM ADHOC-REPORT.
