      *> Standalone audit batch job, runnable nightly as a
      *> BATCH-DRIVER step (AUDIT-VERIFY). Walks every hash-chained
      *> evidence file - login-audit.dat, change-audit.dat,
      *> policy-accepts.dat and each daily journal AUDIT-CHAIN holds
      *> a head for - recomputing
      *> every row's link with CHAIN-HASH, and reports per file the
      *> first broken link: the first row whose link does not match
      *> the row before it, meaning that row or the one before it
      *> was edited, a row between them was removed, or the row was
      *> inserted. After the last row the running hash and chained
      *> row count are checked against the head in
      *> data/audit-chain.dat, which is how rows cut off the end of
      *> a file (or a journal deleted outright) are caught. Rows
      *> from before the chain existed carry no link and are
      *> counted as unchained history. Results go to the console
      *> and reports/audit-verify-report.txt; when any chain is broken
      *> every admin-role account in data/account-roles.dat is paged
      *> with a notification in the SECURITY category, which no
      *> notification preference can turn off.
      *>
      *> Run with RESEAL <file> on the command line (e.g. RESEAL
      *> login-audit.dat) to re-link a file once a break has been
      *> investigated, or when a sanctioned rewrite could not reseal
      *> it; the reseal is recorded in change-audit.dat like any
      *> other.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDIT-VERIFY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TARGET-FILE ASSIGN USING WS-TARGET-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TARGET-STATUS.
           SELECT HEAD-FILE ASSIGN TO "data/audit-chain.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HEAD-STATUS.
           SELECT ROLES-FILE ASSIGN TO "data/account-roles.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROLES-STATUS.
           SELECT REPORT-FILE
               ASSIGN TO "reports/audit-verify-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD TARGET-FILE.
       01 TARGET-REC PIC X(700).

      *> data/audit-chain.dat: the same layout AUDIT-CHAIN keeps.
       FD HEAD-FILE.
       01 HEAD-REC.
          05 ACH-PATH  PIC X(40).
          05 ACH-HEAD  PIC X(20).
          05 ACH-ROWS  PIC 9(09).

      *> data/account-roles.dat: the same row ACCOUNT-MGMT's CREATE
      *> writes.
       FD ROLES-FILE.
       01 ROLE-REC.
          05 ROLE-USERNAME PIC X(20).
          05 ROLE-TYPE     PIC X(10).

       FD REPORT-FILE.
       01 REPORT-REC PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-TARGET-STATUS PIC XX.
       77 WS-HEAD-STATUS   PIC XX.
       77 WS-ROLES-STATUS  PIC XX.
       77 WS-EOF           PIC X VALUE "N".
       77 WS-TARGET-PATH   PIC X(40).
       77 WS-REPORT-LINE   PIC X(132).
       77 WS-ARG           PIC X(60).
       77 WS-ARG-CMD       PIC X(10).
       77 WS-ARG-FILE      PIC X(40).
       77 WS-CURR-DATE     PIC X(21).
       77 WS-TODAY         PIC X(10).
       77 WS-ROW-LEN       PIC 9(03).
       77 WS-LINK-POS      PIC 9(03).
       77 WS-TS-POS        PIC 9(03).
       77 WS-GENESIS       PIC X(20) VALUE ALL "0".
       77 WS-RUNNING       PIC X(20).
       77 WS-NEXT-HASH     PIC X(20).
       77 WS-ROW-LINK      PIC X(20).
       77 WS-ROW-IMAGE     PIC X(700).
       77 WS-ROWS          PIC 9(09).
       77 WS-CHAINED       PIC 9(09).
       77 WS-UNCHAINED     PIC 9(09).
       77 WS-BREAK-ROW     PIC 9(09).
       77 WS-BREAK-TS      PIC X(19).
       77 WS-BREAK-WHY     PIC X(80).
       77 WS-BROKEN        PIC X VALUE "N".
       77 WS-FILES-WALKED  PIC 9(05) VALUE 0.
       77 WS-FILES-BROKEN  PIC 9(05) VALUE 0.
       77 WS-FIRST-BROKEN  PIC X(40) VALUE SPACES.
       77 WS-PAGED         PIC 9(03) VALUE 0.
       77 H                PIC 9(04) COMP.
       77 WS-HEAD-IDX      PIC 9(04) COMP.
       77 WS-NOTIF-TO      PIC X(20).
       77 WS-NOTIF-MSG     PIC X(100).
       77 WS-NOTIF-CAT     PIC X(12) VALUE "SECURITY".
       77 WS-AC-COMMAND    PIC X(10) VALUE "RESEAL".
       77 WS-AC-ACTOR      PIC X(20) VALUE "AUDIT-VERIFY".
       77 WS-AC-ROW        PIC X(700).
       77 WS-AC-RESULT     PIC X(10).

      *> Every head AUDIT-CHAIN holds - one per chained file, so one
      *> per journal day - loaded once up front.
       01 WS-HEAD-TABLE.
          05 WS-HEAD-COUNT    PIC 9(04) COMP VALUE 0.
          05 WS-HEAD-ENTRY OCCURS 2000 TIMES.
             10 WS-HT-PATH    PIC X(40).
             10 WS-HT-HEAD    PIC X(20).
             10 WS-HT-ROWS    PIC 9(09).
             10 WS-HT-WALKED  PIC X(01).

           COPY "REGIONINF.cpy".
           COPY "RPTINF.cpy".

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

           MOVE SPACES TO WS-ARG WS-ARG-CMD WS-ARG-FILE
           ACCEPT WS-ARG FROM COMMAND-LINE
           UNSTRING WS-ARG DELIMITED BY ALL SPACES
               INTO WS-ARG-CMD WS-ARG-FILE
           END-UNSTRING
           IF FUNCTION UPPER-CASE(WS-ARG-CMD) = "RESEAL"
              PERFORM RESEAL-ONE-FILE
              GOBACK
           END-IF

           MOVE 0 TO WS-FILES-WALKED WS-FILES-BROKEN WS-PAGED
           MOVE SPACES TO WS-FIRST-BROKEN
           PERFORM LOAD-HEADS

           OPEN OUTPUT REPORT-FILE
           MOVE "InCollege audit chain verification" TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "====================================================="
              TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Run date: " WS-TODAY
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE

           MOVE "data/login-audit.dat" TO WS-TARGET-PATH
           PERFORM VERIFY-ONE-FILE
           MOVE "data/change-audit.dat" TO WS-TARGET-PATH
           PERFORM VERIFY-ONE-FILE
           PERFORM VARYING H FROM 1 BY 1 UNTIL H > WS-HEAD-COUNT
              IF WS-HT-WALKED(H) = "N"
                 MOVE WS-HT-PATH(H) TO WS-TARGET-PATH
                 PERFORM VERIFY-ONE-FILE
              END-IF
           END-PERFORM

           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-FILES-WALKED " file(s) walked, "
                  WS-FILES-BROKEN " with a broken chain."
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE

           IF WS-FILES-BROKEN > 0
              PERFORM PAGE-ADMINS
              MOVE SPACES TO WS-REPORT-LINE
              STRING WS-PAGED " admin(s) paged."
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-STRING
              PERFORM WRITE-REPORT-LINE
           END-IF
           CLOSE REPORT-FILE
           MOVE "reports/audit-verify-report.txt" TO RPI-PATH
           MOVE "AUDIT-VERIFY" TO RPI-REPORT-ID
           MOVE "Audit chain verification" TO RPI-TITLE
           MOVE "every hash-chained audit file and journal"
              TO RPI-SELECTION
           MOVE WS-FILES-WALKED TO RPI-RECORDS
           MOVE "files walked" TO RPI-RECORD-NOUN
           CALL "REPORT-FORMAT" USING REPORT-PAGE-INFO

           IF WS-FILES-BROKEN > 0
              DISPLAY "AUDIT-VERIFY: " WS-FILES-BROKEN
                      " chain(s) BROKEN - admins paged; see "
                      "reports/audit-verify-report.txt."
           ELSE
              DISPLAY "AUDIT-VERIFY: every chain intact; see "
                      "reports/audit-verify-report.txt."
           END-IF
           GOBACK.

       LOAD-HEADS.
           MOVE 0 TO WS-HEAD-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT HEAD-FILE
           IF WS-HEAD-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
              READ HEAD-FILE
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    IF WS-HEAD-COUNT < 2000
                       ADD 1 TO WS-HEAD-COUNT
                       MOVE ACH-PATH TO WS-HT-PATH(WS-HEAD-COUNT)
                       MOVE ACH-HEAD TO WS-HT-HEAD(WS-HEAD-COUNT)
                       MOVE ACH-ROWS TO WS-HT-ROWS(WS-HEAD-COUNT)
                       MOVE "N" TO WS-HT-WALKED(WS-HEAD-COUNT)
                    ELSE
                       DISPLAY "AUDIT-VERIFY: more than 2000 chain "
                               "heads on file - the rest are not "
                               "walked this run."
                       MOVE "Y" TO WS-EOF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE HEAD-FILE.

      *> The same record lengths AUDIT-CHAIN links after, plus where
      *> each layout keeps its timestamp for the report.
       FIND-ROW-LENGTH.
           MOVE 0 TO WS-ROW-LEN
           MOVE 1 TO WS-TS-POS
           EVALUATE TRUE
              WHEN FUNCTION TRIM(WS-TARGET-PATH) =
                   "data/login-audit.dat"
                   MOVE 46 TO WS-ROW-LEN
                   MOVE 21 TO WS-TS-POS
              WHEN FUNCTION TRIM(WS-TARGET-PATH) =
                   "data/change-audit.dat"
                   MOVE 204 TO WS-ROW-LEN
                   MOVE 21 TO WS-TS-POS
              WHEN WS-TARGET-PATH(1:13) = "data/journal-"
                   MOVE 639 TO WS-ROW-LEN
                   MOVE 1 TO WS-TS-POS
              WHEN FUNCTION TRIM(WS-TARGET-PATH) =
                   "data/policy-accepts.dat"
                   MOVE 51 TO WS-ROW-LEN
                   MOVE 25 TO WS-TS-POS
           END-EVALUATE
           COMPUTE WS-LINK-POS = WS-ROW-LEN + 1.

       VERIFY-ONE-FILE.
           PERFORM FIND-ROW-LENGTH
           IF WS-ROW-LEN = 0
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-HEAD-IDX
           PERFORM VARYING H FROM 1 BY 1 UNTIL H > WS-HEAD-COUNT
              IF WS-HT-PATH(H) = WS-TARGET-PATH
                 MOVE H TO WS-HEAD-IDX
                 MOVE "Y" TO WS-HT-WALKED(H)
              END-IF
           END-PERFORM
           ADD 1 TO WS-FILES-WALKED
           MOVE 0 TO WS-ROWS WS-CHAINED WS-UNCHAINED WS-BREAK-ROW
           MOVE SPACES TO WS-BREAK-TS WS-BREAK-WHY
           MOVE "N" TO WS-BROKEN
           MOVE WS-GENESIS TO WS-RUNNING

           MOVE "N" TO WS-EOF
           OPEN INPUT TARGET-FILE
           IF WS-TARGET-STATUS NOT = "00"
              PERFORM REPORT-MISSING-FILE
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y" OR WS-BROKEN = "Y"
              READ TARGET-FILE
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    PERFORM CHECK-ONE-ROW
              END-READ
           END-PERFORM
           CLOSE TARGET-FILE

           IF WS-BROKEN = "N"
              PERFORM CHECK-HEAD
           END-IF
           PERFORM REPORT-ONE-FILE.

      *> A blank link is unchained history only until the first
      *> chained row; after that every row must carry one.
       CHECK-ONE-ROW.
           ADD 1 TO WS-ROWS
           MOVE TARGET-REC(WS-LINK-POS:20) TO WS-ROW-LINK
           IF WS-ROW-LINK = SPACES
              IF WS-CHAINED = 0
                 ADD 1 TO WS-UNCHAINED
              ELSE
                 MOVE "carries no link - inserted after chaining "
                    & "began" TO WS-BREAK-WHY
                 PERFORM NOTE-BREAK
              END-IF
              EXIT PARAGRAPH
           END-IF
           IF WS-ROW-LINK NOT = WS-RUNNING
              MOVE "link does not match the row before it"
                 TO WS-BREAK-WHY
              PERFORM NOTE-BREAK
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CHAINED
           MOVE SPACES TO WS-ROW-IMAGE
           MOVE TARGET-REC(1:WS-ROW-LEN) TO WS-ROW-IMAGE(1:WS-ROW-LEN)
           CALL "CHAIN-HASH" USING WS-RUNNING WS-ROW-IMAGE WS-ROW-LEN
                WS-NEXT-HASH
           MOVE WS-NEXT-HASH TO WS-RUNNING.

       NOTE-BREAK.
           MOVE "Y" TO WS-BROKEN
           MOVE WS-ROWS TO WS-BREAK-ROW
           MOVE TARGET-REC(WS-TS-POS:19) TO WS-BREAK-TS.

      *> Every row linked up; the end of the file has to be where
      *> AUDIT-CHAIN last left it.
       CHECK-HEAD.
           IF WS-HEAD-IDX = 0
              IF WS-CHAINED > 0
                 MOVE "Y" TO WS-BROKEN
                 MOVE "chained rows but no head on record"
                    TO WS-BREAK-WHY
              END-IF
              EXIT PARAGRAPH
           END-IF
           IF WS-HT-ROWS(WS-HEAD-IDX) NOT = WS-CHAINED OR
              WS-HT-HEAD(WS-HEAD-IDX) NOT = WS-RUNNING
              MOVE "Y" TO WS-BROKEN
              MOVE SPACES TO WS-BREAK-WHY
              STRING "end of file does not match the head ("
                     WS-HT-ROWS(WS-HEAD-IDX) " chained rows on "
                     "record)"
                     DELIMITED BY SIZE INTO WS-BREAK-WHY
              END-STRING
           END-IF.

       REPORT-MISSING-FILE.
           IF WS-HEAD-IDX > 0
              IF WS-HT-ROWS(WS-HEAD-IDX) > 0
                 MOVE "Y" TO WS-BROKEN
                 MOVE SPACES TO WS-BREAK-WHY
                 STRING "file is missing ("
                        WS-HT-ROWS(WS-HEAD-IDX) " chained rows on "
                        "record)"
                        DELIMITED BY SIZE INTO WS-BREAK-WHY
                 END-STRING
              END-IF
           END-IF
           IF WS-BROKEN = "N"
              MOVE SPACES TO WS-REPORT-LINE
              STRING FUNCTION TRIM(WS-TARGET-PATH)
                     ": not on file - nothing to verify."
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-STRING
              PERFORM WRITE-REPORT-LINE
              EXIT PARAGRAPH
           END-IF
           PERFORM REPORT-ONE-FILE.

       REPORT-ONE-FILE.
           MOVE SPACES TO WS-REPORT-LINE
           STRING FUNCTION TRIM(WS-TARGET-PATH) ": "
                  WS-ROWS " row(s), " WS-CHAINED " chained, "
                  WS-UNCHAINED " unchained history."
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           IF WS-BROKEN = "N"
              MOVE "  chain intact." TO WS-REPORT-LINE
              PERFORM WRITE-REPORT-LINE
              EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-FILES-BROKEN
           IF WS-FIRST-BROKEN = SPACES
              MOVE WS-TARGET-PATH TO WS-FIRST-BROKEN
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-BREAK-ROW > 0
              STRING "  BROKEN at row " WS-BREAK-ROW " ("
                     WS-BREAK-TS "): " FUNCTION TRIM(WS-BREAK-WHY)
                     "."
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-STRING
           ELSE
              STRING "  BROKEN: " FUNCTION TRIM(WS-BREAK-WHY) "."
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-STRING
           END-IF
           PERFORM WRITE-REPORT-LINE
           DISPLAY "AUDIT-VERIFY: " FUNCTION TRIM(WS-TARGET-PATH)
                   " " FUNCTION TRIM(WS-REPORT-LINE).

      *> One notification per admin-role account, the way
      *> INTERVIEW-ACCOM reaches its reviewers.
       PAGE-ADMINS.
           MOVE SPACES TO WS-NOTIF-MSG
           STRING "Audit chain BROKEN in " WS-FILES-BROKEN
                  " file(s), first "
                  FUNCTION TRIM(WS-FIRST-BROKEN)
                  " - see reports/audit-verify-report.txt."
                  DELIMITED BY SIZE INTO WS-NOTIF-MSG
           END-STRING
           MOVE "N" TO WS-EOF
           OPEN INPUT ROLES-FILE
           IF WS-ROLES-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
              READ ROLES-FILE
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    IF FUNCTION TRIM(ROLE-TYPE) = "admin"
                       MOVE ROLE-USERNAME TO WS-NOTIF-TO
                       CALL "NOTIFY-USER" USING WS-NOTIF-TO
                            WS-NOTIF-MSG WS-NOTIF-CAT
                       ADD 1 TO WS-PAGED
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ROLES-FILE.

       RESEAL-ONE-FILE.
           MOVE SPACES TO WS-TARGET-PATH
           STRING "data/" FUNCTION TRIM(WS-ARG-FILE)
                  DELIMITED BY SIZE INTO WS-TARGET-PATH
           END-STRING
           MOVE SPACES TO WS-AC-ROW
           CALL "AUDIT-CHAIN" USING WS-AC-COMMAND WS-TARGET-PATH
                WS-AC-ACTOR WS-AC-ROW WS-AC-RESULT
           EVALUATE WS-AC-RESULT
              WHEN "OK"
                   DISPLAY "AUDIT-VERIFY: "
                           FUNCTION TRIM(WS-TARGET-PATH)
                           " resealed; recorded in change-audit.dat."
              WHEN "BUSY"
                   DISPLAY "AUDIT-VERIFY: the audit chain is busy - "
                           "try the reseal again shortly."
              WHEN "NOTFOUND"
                   DISPLAY "AUDIT-VERIFY: "
                           FUNCTION TRIM(WS-TARGET-PATH)
                           " is not on file."
              WHEN OTHER
                   DISPLAY "AUDIT-VERIFY: "
                           FUNCTION TRIM(WS-TARGET-PATH)
                           " is not a hash-chained file."
           END-EVALUATE.

       WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC.

       END PROGRAM AUDIT-VERIFY.
