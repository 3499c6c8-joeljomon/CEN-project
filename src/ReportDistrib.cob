      *> subscriptions in data/report-subs.dat, one pipe-delimited
      *> row per recipient and report:
      *>
      *>   recipient|report file name|cadence|clearance
      *>
      *> e.g.  registrar|activity-summary.txt|DAILY|FULL
      *>       dean|placement-report.txt|WEEKLY|COUNTS
      *>
      *> and for each due subscription drops a dated copy into the
      *> recipient's pickup area as
      *> pickup/pickup-<recipient>-<YYYYMMDD>-<report>. WEEKLY rows go
      *> out on Mondays only; anything else counts as DAILY. Every
      *> drop is recorded in data/report-deliveries.dat, and a row
      *> already recorded today is not delivered twice - so rerunning
      *> the batch window is safe, the same already-done-today idea
      *> BATCH-DRIVER applies to its own steps. A report named
      *> adhoc-<name>.txt is an admin's saved ad-hoc query; it is
      *> rerun through ADHOC-RUN just before the copy, so each
      *> subscriber gets that day's figures.
      *>
      *> The clearance says how much about people the recipient may
      *> see. FULL gets the report as written. MASKED (also what a
      *> row with no clearance, or one not recognised, gets) has
      *> every username and profile first or last name on file
      *> starred out wherever it stands as a word, and the value
      *> after a salary, note, comment or response label starred
      *> out to the end of its column. COUNTS leaves out every line
      *> MASKED would have starred anything on, so only headings and
      *> totals go. Masked copies open with a line saying so, and
      *> the delivery row records the clearance each copy went at.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-DISTRIB.

           SELECT DELIVERY-FILE ASSIGN TO "data/report-deliveries.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DELIV-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO "data/accounts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-STATUS.
           SELECT PROFILE-FILE ASSIGN TO "data/profiles.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
          05 DL-DATE       PIC X(8).
          05 DL-RECIPIENT  PIC X(20).
          05 DL-REPORT     PIC X(30).
          05 DL-CLEARANCE  PIC X(6).

       FD ACCOUNT-FILE.
       01 ACCOUNT-REC.
          05 ACC-USERNAME  PIC X(20).
          05 ACC-PASSWORD  PIC X(20).

       FD PROFILE-FILE.
           COPY "PROFREC.cpy".

       WORKING-STORAGE SECTION.
       77 WS-SUBS-STATUS    PIC XX.
       77 WS-DUE            PIC X VALUE "N".
       77 WS-ALREADY-SENT   PIC X VALUE "N".
       77 WS-SENT-COUNT     PIC 9(04) VALUE 0.
       77 WS-QUERY-NAME     PIC X(20).
       77 WS-RUN-RESULT     PIC X(10).
       77 WS-RUN-ROWS       PIC 9(05).
       77 WS-ACCOUNT-STATUS PIC XX.
       77 WS-PROFILE-STATUS PIC XX.
       77 WS-CLEARANCE      PIC X(6).
       77 WS-CLEAR-IN       PIC X(10).
       77 WS-LINE-MASKED    PIC X VALUE "N".
       77 WS-MASK-LINE      PIC X(200).
       77 WS-UPPER-LINE     PIC X(200).
       77 WS-POS            PIC 9(03).
       77 WS-SCAN-POS       PIC 9(03).
       77 WS-TOK-START      PIC 9(03).
       77 WS-TOK-LEN        PIC 9(03).
       77 WS-TOKEN          PIC X(20).
       77 WS-CHAR           PIC X.
          88 WS-WORD-BREAK  VALUE SPACE "|" "," ":" ";" "(" ")"
                                  "[" "]" QUOTE "'" "/" "=" "<" ">".
       77 WS-PV-IDX         PIC 9(04).
       77 WS-PV-FOUND       PIC X VALUE "N".
       77 WS-PV-CANDIDATE   PIC X(20).
       77 WS-MK-IDX         PIC 9(02).
       77 WS-MK-LEN         PIC 9(02).

      *> Every username and profile first/last name on file, loaded
      *> the first time a masked copy is made. Values under three
      *> characters are left out so an initial does not star out
      *> every "a" and "I" in a report.
       01 WS-PERSONAL-VALUES.
          05 WS-PV-LOADED   PIC X VALUE "N".
          05 WS-PV-COUNT    PIC 9(04) VALUE 0.
          05 WS-PV-VALUE    PIC X(20) OCCURS 3000 TIMES.

      *> Labels whose value is personal, matched upper-cased. A V
      *> label (a salary) only masks when a figure follows it, so a
      *> heading like "salary analytics" goes through; a T label
      *> masks whatever text follows.
       01 WS-MARKER-VALUES.
          05 FILLER PIC X(12) VALUE "SALARY     V".
          05 FILLER PIC X(12) VALUE "NOTE:      T".
          05 FILLER PIC X(12) VALUE "NOTES:     T".
          05 FILLER PIC X(12) VALUE "COMMENT:   T".
          05 FILLER PIC X(12) VALUE "COMMENTS:  T".
          05 FILLER PIC X(12) VALUE "RESPONSE:  T".
       01 WS-MARKER-TABLE REDEFINES WS-MARKER-VALUES.
          05 WS-MARKER OCCURS 6 TIMES.
             10 WS-MK-TEXT  PIC X(11).
             10 WS-MK-KIND  PIC X(01).

           COPY "REGIONINF.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL "REGION-CONFIG" USING REGION-INFO
           IF RI-RESULT NOT = "OK"
              GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE
           MOVE WS-CURR-DATE(1:8) TO WS-TODAY
           MOVE WS-CURR-DATE(1:8) TO WS-TODAY-NUM

       HANDLE-ONE-SUBSCRIPTION.
           MOVE SPACES TO WS-RECIPIENT WS-REPORT-NAME WS-CADENCE
                          WS-CLEAR-IN
           UNSTRING SUB-REC DELIMITED BY "|"
               INTO WS-RECIPIENT WS-REPORT-NAME WS-CADENCE
                    WS-CLEAR-IN
           END-UNSTRING
           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CLEAR-IN))
              WHEN "FULL"   MOVE "FULL" TO WS-CLEARANCE
              WHEN "COUNTS" MOVE "COUNTS" TO WS-CLEARANCE
              WHEN OTHER    MOVE "MASKED" TO WS-CLEARANCE
           END-EVALUATE
           IF FUNCTION TRIM(WS-RECIPIENT) = SPACES OR
              FUNCTION TRIM(WS-REPORT-NAME) = SPACES
              EXIT PARAGRAPH
              EXIT PARAGRAPH
           END-IF

           IF WS-REPORT-NAME(1:6) = "adhoc-"
              PERFORM RERUN-ADHOC-QUERY
           END-IF

           PERFORM COPY-REPORT
           IF WS-SOURCE-STATUS = "00"
              PERFORM RECORD-DELIVERY
              CLOSE DELIVERY-FILE
           END-IF.

      *> The query name is whatever sits between "adhoc-" and
      *> ".txt"; a query since deleted just leaves the old file (or
      *> none) for COPY-REPORT to find.
       RERUN-ADHOC-QUERY.
           MOVE SPACES TO WS-QUERY-NAME
           UNSTRING WS-REPORT-NAME(7:24) DELIMITED BY ".txt"
               INTO WS-QUERY-NAME
           END-UNSTRING
           CALL "ADHOC-RUN" USING WS-QUERY-NAME WS-RUN-RESULT
                WS-RUN-ROWS
           IF FUNCTION TRIM(WS-RUN-RESULT) NOT = "OK"
              DISPLAY "REPORT-DISTRIB: ad-hoc query "
                      FUNCTION TRIM(WS-QUERY-NAME) " did not run ("
                      FUNCTION TRIM(WS-RUN-RESULT) ")."
           END-IF.

       COPY-REPORT.
           MOVE SPACES TO WS-SOURCE-PATH
           STRING "reports/" FUNCTION TRIM(WS-REPORT-NAME)
                  DELIMITED BY SIZE INTO WS-SOURCE-PATH
           END-STRING
           MOVE SPACES TO WS-TARGET-PATH
           STRING "pickup/pickup-" FUNCTION TRIM(WS-RECIPIENT)
                  "-" WS-TODAY
                  "-" FUNCTION TRIM(WS-REPORT-NAME)
                  DELIMITED BY SIZE INTO WS-TARGET-PATH
                      " is missing - run its producing step first."
              EXIT PARAGRAPH
           END-IF
           IF WS-CLEARANCE NOT = "FULL"
              PERFORM LOAD-PERSONAL-VALUES
           END-IF
           OPEN OUTPUT TARGET-FILE
           EVALUATE WS-CLEARANCE
              WHEN "MASKED"
                 MOVE "Delivered at clearance MASKED: names, usernames"
                   & " and personal values are starred out."
                   TO TARGET-REC
                 WRITE TARGET-REC
              WHEN "COUNTS"
                 MOVE "Delivered at clearance COUNTS: lines naming"
                   & " people are left out."
                   TO TARGET-REC
                 WRITE TARGET-REC
           END-EVALUATE
           PERFORM UNTIL WS-EOF = "Y"
              READ SOURCE-FILE
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    IF WS-CLEARANCE = "FULL"
                       WRITE TARGET-REC FROM SOURCE-REC
                    ELSE
                       MOVE SOURCE-REC TO WS-MASK-LINE
                       PERFORM MASK-ONE-LINE
                       IF WS-CLEARANCE = "MASKED" OR
                          WS-LINE-MASKED = "N"
                          WRITE TARGET-REC FROM WS-MASK-LINE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE TARGET-FILE
           CLOSE SOURCE-FILE.

       LOAD-PERSONAL-VALUES.
           IF WS-PV-LOADED = "Y"
              EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-PV-LOADED
           MOVE "N" TO WS-SCAN-EOF
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS = "00"
              PERFORM UNTIL WS-SCAN-EOF = "Y"
                 READ ACCOUNT-FILE
                    AT END MOVE "Y" TO WS-SCAN-EOF
                    NOT AT END
                       MOVE ACC-USERNAME TO WS-PV-CANDIDATE
                       PERFORM ADD-PERSONAL-VALUE
                 END-READ
              END-PERFORM
              CLOSE ACCOUNT-FILE
           END-IF
           MOVE "N" TO WS-SCAN-EOF
           OPEN INPUT PROFILE-FILE
           IF WS-PROFILE-STATUS = "00"
              PERFORM UNTIL WS-SCAN-EOF = "Y"
                 READ PROFILE-FILE
                    AT END MOVE "Y" TO WS-SCAN-EOF
                    NOT AT END
                       MOVE PROF-FIRST-NAME TO WS-PV-CANDIDATE
                       PERFORM ADD-PERSONAL-VALUE
                       MOVE PROF-LAST-NAME TO WS-PV-CANDIDATE
                       PERFORM ADD-PERSONAL-VALUE
                 END-READ
              END-PERFORM
              CLOSE PROFILE-FILE
           END-IF.

       ADD-PERSONAL-VALUE.
           MOVE FUNCTION TRIM(WS-PV-CANDIDATE) TO WS-PV-CANDIDATE
           IF WS-PV-CANDIDATE(3:1) = SPACE OR WS-PV-COUNT >= 3000
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PV-IDX FROM 1 BY 1
                   UNTIL WS-PV-IDX > WS-PV-COUNT
              IF WS-PV-VALUE(WS-PV-IDX) = WS-PV-CANDIDATE
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM
           ADD 1 TO WS-PV-COUNT
           MOVE WS-PV-CANDIDATE TO WS-PV-VALUE(WS-PV-COUNT).

      *> Masks WS-MASK-LINE in place; WS-LINE-MASKED says whether
      *> anything on it was starred.
       MASK-ONE-LINE.
           MOVE "N" TO WS-LINE-MASKED
           PERFORM MASK-PERSONAL-WORDS
           PERFORM MASK-LABELLED-VALUES.

      *> Walks the line a word at a time - a word being a run of
      *> anything but blanks and punctuation - and stars out each
      *> word that is a username or name on file. A full stop on the
      *> end of a word is tried both ways, for a name that ends a
      *> sentence.
       MASK-PERSONAL-WORDS.
           MOVE 1 TO WS-POS
           PERFORM UNTIL WS-POS > 200
              MOVE WS-MASK-LINE(WS-POS:1) TO WS-CHAR
              IF WS-WORD-BREAK
                 ADD 1 TO WS-POS
              ELSE
                 MOVE WS-POS TO WS-TOK-START
                 PERFORM UNTIL WS-POS > 200
                    MOVE WS-MASK-LINE(WS-POS:1) TO WS-CHAR
                    IF WS-WORD-BREAK
                       EXIT PERFORM
                    END-IF
                    ADD 1 TO WS-POS
                 END-PERFORM
                 COMPUTE WS-TOK-LEN = WS-POS - WS-TOK-START
                 IF WS-TOK-LEN > 2 AND WS-TOK-LEN <= 21
                    PERFORM CHECK-ONE-WORD
                 END-IF
              END-IF
           END-PERFORM.

       CHECK-ONE-WORD.
           IF WS-MASK-LINE(WS-TOK-START + WS-TOK-LEN - 1:1) = "."
              MOVE SPACES TO WS-TOKEN
              MOVE WS-MASK-LINE(WS-TOK-START:WS-TOK-LEN - 1)
                TO WS-TOKEN
              PERFORM FIND-PERSONAL-VALUE
              IF WS-PV-FOUND = "Y"
                 MOVE ALL "*"
                   TO WS-MASK-LINE(WS-TOK-START:WS-TOK-LEN - 1)
                 MOVE "Y" TO WS-LINE-MASKED
                 EXIT PARAGRAPH
              END-IF
           END-IF
           IF WS-TOK-LEN > 20
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-TOKEN
           MOVE WS-MASK-LINE(WS-TOK-START:WS-TOK-LEN) TO WS-TOKEN
           PERFORM FIND-PERSONAL-VALUE
           IF WS-PV-FOUND = "Y"
              MOVE ALL "*" TO WS-MASK-LINE(WS-TOK-START:WS-TOK-LEN)
              MOVE "Y" TO WS-LINE-MASKED
           END-IF.

       FIND-PERSONAL-VALUE.
           MOVE "N" TO WS-PV-FOUND
           PERFORM VARYING WS-PV-IDX FROM 1 BY 1
                   UNTIL WS-PV-IDX > WS-PV-COUNT
              IF WS-PV-VALUE(WS-PV-IDX) = WS-TOKEN
                 MOVE "Y" TO WS-PV-FOUND
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      *> Stars out the value after each personal label, up to the
      *> next column bar or the end of the line; blanks are left as
      *> they are so the columns still line up.
       MASK-LABELLED-VALUES.
           MOVE FUNCTION UPPER-CASE(WS-MASK-LINE) TO WS-UPPER-LINE
           PERFORM VARYING WS-MK-IDX FROM 1 BY 1 UNTIL WS-MK-IDX > 6
              MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-MK-TEXT(WS-MK-IDX)))
                TO WS-MK-LEN
              PERFORM VARYING WS-POS FROM 1 BY 1
                      UNTIL WS-POS > 201 - WS-MK-LEN
                 IF WS-UPPER-LINE(WS-POS:WS-MK-LEN) =
                    WS-MK-TEXT(WS-MK-IDX)(1:WS-MK-LEN)
                    COMPUTE WS-SCAN-POS = WS-POS + WS-MK-LEN
                    PERFORM MASK-AFTER-LABEL
                 END-IF
              END-PERFORM
           END-PERFORM.

       MASK-AFTER-LABEL.
           PERFORM UNTIL WS-SCAN-POS > 200
              IF WS-MASK-LINE(WS-SCAN-POS:1) NOT = SPACE AND
                 WS-MASK-LINE(WS-SCAN-POS:1) NOT = ":"
                 EXIT PERFORM
              END-IF
              ADD 1 TO WS-SCAN-POS
           END-PERFORM
           IF WS-SCAN-POS > 200
              EXIT PARAGRAPH
           END-IF
           IF WS-MK-KIND(WS-MK-IDX) = "V" AND
              WS-MASK-LINE(WS-SCAN-POS:1) IS NOT NUMERIC AND
              WS-MASK-LINE(WS-SCAN-POS:1) NOT = "$"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SCAN-POS > 200
              IF WS-MASK-LINE(WS-SCAN-POS:1) = "|"
                 EXIT PERFORM
              END-IF
              IF WS-MASK-LINE(WS-SCAN-POS:1) NOT = SPACE
                 MOVE "*" TO WS-MASK-LINE(WS-SCAN-POS:1)
                 MOVE "Y" TO WS-LINE-MASKED
              END-IF
              ADD 1 TO WS-SCAN-POS
           END-PERFORM.

       RECORD-DELIVERY.
           OPEN EXTEND DELIVERY-FILE
           IF WS-DELIV-STATUS NOT = "00"
           MOVE WS-TODAY TO DL-DATE
           MOVE WS-RECIPIENT TO DL-RECIPIENT
           MOVE WS-REPORT-NAME TO DL-REPORT
           MOVE WS-CLEARANCE TO DL-CLEARANCE
           WRITE DELIVERY-REC
           CLOSE DELIVERY-FILE.

