       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDIT-CHAIN.
      *> The hash chain over the evidence files. login-audit.dat,
      *> change-audit.dat, the daily data/journal-YYYYMMDD.dat files
      *> and the policy-accepts.dat acceptance history are plain
      *> text anyone with a shell could edit, so every row appended
      *> to them now carries, in a 20-character link column after
      *> the row's own fields, the CHAIN-HASH of the row before it
      *> (the link that row carried plus its content). The first
      *> row of a file links to twenty zeros.
      *> Change a row, drop one, or slip one in, and the next row's
      *> link no longer matches - AUDIT-VERIFY walks the files
      *> nightly and reports the first row where that happens.
      *>
      *> The hash of the newest row of each file - the head - and
      *> the count of chained rows are kept in data/audit-chain.dat,
      *> so rows cut off the end of a file (which leave no broken
      *> link behind) show up as a head that no longer matches.
      *> Rows written before the chain existed have a blank link
      *> and are reported as unchained history, not as breaks.
      *>
      *> Commands:
      *>   APPEND - append AC-ROW to the file at AC-PATH with its
      *>            link filled in, and advance the head. The whole
      *>            cycle runs under the "auditchain" FILE-LOCK so
      *>            two sessions cannot interleave their rows out of
      *>            link order. An audit row is never dropped: if
      *>            the lock cannot be had the row is written anyway
      *>            and the worst case is a break AUDIT-VERIFY
      *>            reports.
      *>   RESEAL - re-link the whole file at AC-PATH after one of
      *>            the sanctioned rewrites (RETENTION-RUN archiving,
      *>            USER-RENAME, RECORD-SCRUB quarantine,
      *>            COMPLIANCE-PURGE erasure) and record the reseal,
      *>            with AC-ACTOR and the head before and after, as
      *>            a change-audit.dat row - so the only way to
      *>            rewrite an evidence file quietly is to leave a
      *>            reseal in the ledger saying so.
      *> AC-RESULT comes back OK, BUSY (RESEAL could not get the
      *> lock), NOTFOUND (RESEAL on a file that is not there) or
      *> NOTCHAINED (a path this service does not chain).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TARGET-FILE ASSIGN USING WS-TARGET-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TARGET-STATUS.
           SELECT TARGET-TEMP-FILE ASSIGN TO "data/chaintemp.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEMP-STATUS.
           SELECT HEAD-FILE ASSIGN TO "data/audit-chain.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HEAD-STATUS.
           SELECT HEAD-TEMP-FILE ASSIGN TO "data/chainheadtemp.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HTEMP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TARGET-FILE.
       01 TARGET-REC PIC X(700).

       FD TARGET-TEMP-FILE.
       01 TARGET-TEMP-REC PIC X(700).

      *> data/audit-chain.dat: one row per chained file - its path,
      *> the hash of its newest row and how many chained rows it
      *> holds.
       FD HEAD-FILE.
       01 HEAD-REC.
          05 ACH-PATH  PIC X(40).
          05 ACH-HEAD  PIC X(20).
          05 ACH-ROWS  PIC 9(09).

       FD HEAD-TEMP-FILE.
       01 HEAD-TEMP-REC PIC X(69).

       WORKING-STORAGE SECTION.
       77 WS-TARGET-STATUS PIC XX.
       77 WS-TEMP-STATUS   PIC XX.
       77 WS-HEAD-STATUS   PIC XX.
       77 WS-HTEMP-STATUS  PIC XX.
       77 WS-EOF           PIC X VALUE "N".
       77 WS-FOUND         PIC X VALUE "N".
       77 WS-TARGET-PATH   PIC X(40).
       77 WS-ROW-LEN       PIC 9(03).
       77 WS-LINK-POS      PIC 9(03).
       77 WS-GENESIS       PIC X(20) VALUE ALL "0".
       77 WS-HEAD          PIC X(20).
       77 WS-HEAD-ROWS     PIC 9(09).
       77 WS-OLD-HEAD      PIC X(20).
       77 WS-OLD-ROWS      PIC 9(09).
       77 WS-NEXT-HEAD     PIC X(20).
       77 WS-ROW-IMAGE     PIC X(700).
       77 WS-CURR-DATE     PIC X(21).
       77 WS-LK-COMMAND    PIC X(10).
       77 WS-LK-FILE       PIC X(20) VALUE "auditchain".
       77 WS-LK-OWNER      PIC X(20) VALUE "AUDIT-CHAIN".
       77 WS-LK-RESULT     PIC X(10).
       77 WS-LOCKED        PIC X VALUE "N".

      *> The reseal row: the same layout CHANGE-AUDIT appends.
       01 WS-RESEAL-ROW.
          05 WS-RS-ACTOR     PIC X(20).
          05 WS-RS-TS        PIC X(19).
          05 WS-RS-FILE      PIC X(20).
          05 WS-RS-KEY       PIC X(30).
          05 WS-RS-FIELD     PIC X(15).
          05 WS-RS-BEFORE    PIC X(50).
          05 WS-RS-AFTER     PIC X(50).

       LINKAGE SECTION.
       01 AC-CMD    PIC X(10).
       01 AC-PATH   PIC X(40).
       01 AC-ACTOR  PIC X(20).
       01 AC-ROW    PIC X(700).
       01 AC-RESULT PIC X(10).

       PROCEDURE DIVISION USING AC-CMD AC-PATH AC-ACTOR AC-ROW
                                AC-RESULT.
       MAIN-PROGRAM.
           MOVE "OK" TO AC-RESULT
           MOVE AC-PATH TO WS-TARGET-PATH
           PERFORM FIND-ROW-LENGTH
           IF WS-ROW-LEN = 0
              MOVE "NOTCHAINED" TO AC-RESULT
              GOBACK
           END-IF

           EVALUATE FUNCTION TRIM(AC-CMD)
              WHEN "APPEND"
                   MOVE AC-ROW TO WS-ROW-IMAGE
                   PERFORM APPEND-CHAINED-ROW
              WHEN "RESEAL"
                   PERFORM RESEAL-FILE
              WHEN OTHER
                   MOVE "NOTCHAINED" TO AC-RESULT
           END-EVALUATE
           GOBACK.

      *> Each chained file's own record length; the link column sits
      *> straight after it.
       FIND-ROW-LENGTH.
           MOVE 0 TO WS-ROW-LEN
           EVALUATE TRUE
              WHEN FUNCTION TRIM(WS-TARGET-PATH) =
                   "data/login-audit.dat"
                   MOVE 46 TO WS-ROW-LEN
              WHEN FUNCTION TRIM(WS-TARGET-PATH) =
                   "data/change-audit.dat"
                   MOVE 204 TO WS-ROW-LEN
              WHEN WS-TARGET-PATH(1:13) = "data/journal-"
                   MOVE 639 TO WS-ROW-LEN
              WHEN FUNCTION TRIM(WS-TARGET-PATH) =
                   "data/policy-accepts.dat"
                   MOVE 51 TO WS-ROW-LEN
           END-EVALUATE
           COMPUTE WS-LINK-POS = WS-ROW-LEN + 1.

       APPEND-CHAINED-ROW.
           PERFORM ACQUIRE-CHAIN-LOCK

           PERFORM LOAD-HEAD
           MOVE SPACES TO TARGET-REC
           MOVE WS-ROW-IMAGE(1:WS-ROW-LEN) TO TARGET-REC(1:WS-ROW-LEN)
           MOVE WS-HEAD TO TARGET-REC(WS-LINK-POS:20)
           OPEN EXTEND TARGET-FILE
           IF WS-TARGET-STATUS NOT = "00"
              OPEN OUTPUT TARGET-FILE
           END-IF
           WRITE TARGET-REC
           CLOSE TARGET-FILE

           CALL "CHAIN-HASH" USING WS-HEAD WS-ROW-IMAGE WS-ROW-LEN
                WS-NEXT-HEAD
           MOVE WS-NEXT-HEAD TO WS-HEAD
           ADD 1 TO WS-HEAD-ROWS
           PERFORM SAVE-HEAD
           PERFORM RELEASE-CHAIN-LOCK.

       RESEAL-FILE.
           PERFORM ACQUIRE-CHAIN-LOCK
           IF WS-LOCKED = "N"
              MOVE "BUSY" TO AC-RESULT
              EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-EOF
           OPEN INPUT TARGET-FILE
           IF WS-TARGET-STATUS NOT = "00"
              PERFORM RELEASE-CHAIN-LOCK
              MOVE "NOTFOUND" TO AC-RESULT
              EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-HEAD
           MOVE WS-HEAD TO WS-OLD-HEAD
           MOVE WS-HEAD-ROWS TO WS-OLD-ROWS
           MOVE WS-GENESIS TO WS-HEAD
           MOVE 0 TO WS-HEAD-ROWS
           OPEN OUTPUT TARGET-TEMP-FILE
           PERFORM UNTIL WS-EOF = "Y"
              READ TARGET-FILE
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    MOVE SPACES TO WS-ROW-IMAGE
                    MOVE TARGET-REC(1:WS-ROW-LEN)
                       TO WS-ROW-IMAGE(1:WS-ROW-LEN)
                    MOVE SPACES TO TARGET-TEMP-REC
                    MOVE WS-ROW-IMAGE(1:WS-ROW-LEN)
                       TO TARGET-TEMP-REC(1:WS-ROW-LEN)
                    MOVE WS-HEAD TO TARGET-TEMP-REC(WS-LINK-POS:20)
                    WRITE TARGET-TEMP-REC
                    CALL "CHAIN-HASH" USING WS-HEAD WS-ROW-IMAGE
                         WS-ROW-LEN WS-NEXT-HEAD
                    MOVE WS-NEXT-HEAD TO WS-HEAD
                    ADD 1 TO WS-HEAD-ROWS
              END-READ
           END-PERFORM
           CLOSE TARGET-FILE
           CLOSE TARGET-TEMP-FILE

           OPEN OUTPUT TARGET-FILE
           OPEN INPUT TARGET-TEMP-FILE
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
              READ TARGET-TEMP-FILE INTO TARGET-REC
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END WRITE TARGET-REC
              END-READ
           END-PERFORM
           CLOSE TARGET-TEMP-FILE
           CLOSE TARGET-FILE
           PERFORM SAVE-HEAD
           PERFORM RELEASE-CHAIN-LOCK
           PERFORM RECORD-RESEAL.

      *> The reseal itself goes on the chained ledger, appended like
      *> any other change-audit row.
       RECORD-RESEAL.
           MOVE SPACES TO WS-RESEAL-ROW
           MOVE AC-ACTOR TO WS-RS-ACTOR
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE
           STRING WS-CURR-DATE(1:4)  "-" WS-CURR-DATE(5:2)  "-"
                  WS-CURR-DATE(7:2)  "T" WS-CURR-DATE(9:2)  ":"
                  WS-CURR-DATE(11:2) ":" WS-CURR-DATE(13:2)
                  DELIMITED BY SIZE INTO WS-RS-TS
           END-STRING
           MOVE "audit-chain" TO WS-RS-FILE
           MOVE AC-PATH TO WS-RS-KEY
           MOVE "RESEAL" TO WS-RS-FIELD
           STRING WS-OLD-HEAD " rows " WS-OLD-ROWS
                  DELIMITED BY SIZE INTO WS-RS-BEFORE
           END-STRING
           STRING WS-HEAD " rows " WS-HEAD-ROWS
                  DELIMITED BY SIZE INTO WS-RS-AFTER
           END-STRING
           MOVE "data/change-audit.dat" TO WS-TARGET-PATH
           PERFORM FIND-ROW-LENGTH
           MOVE WS-RESEAL-ROW TO WS-ROW-IMAGE
           PERFORM APPEND-CHAINED-ROW.

      *> A file with no head row yet starts from the genesis link.
       LOAD-HEAD.
           MOVE WS-GENESIS TO WS-HEAD
           MOVE 0 TO WS-HEAD-ROWS
           MOVE "N" TO WS-FOUND
           OPEN INPUT HEAD-FILE
           IF WS-HEAD-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-FOUND = "Y" OR WS-EOF = "Y"
              READ HEAD-FILE
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    IF ACH-PATH = WS-TARGET-PATH
                       MOVE ACH-HEAD TO WS-HEAD
                       MOVE ACH-ROWS TO WS-HEAD-ROWS
                       MOVE "Y" TO WS-FOUND
                    END-IF
              END-READ
           END-PERFORM
           CLOSE HEAD-FILE.

      *> The usual temp-file rewrite: every other file's head row is
      *> carried across, this file's row replaced (or added).
       SAVE-HEAD.
           MOVE "N" TO WS-EOF
           OPEN OUTPUT HEAD-TEMP-FILE
           OPEN INPUT HEAD-FILE
           IF WS-HEAD-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ HEAD-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF ACH-PATH NOT = WS-TARGET-PATH
                          WRITE HEAD-TEMP-REC FROM HEAD-REC
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE HEAD-FILE
           END-IF
           MOVE WS-TARGET-PATH TO ACH-PATH
           MOVE WS-HEAD TO ACH-HEAD
           MOVE WS-HEAD-ROWS TO ACH-ROWS
           WRITE HEAD-TEMP-REC FROM HEAD-REC
           CLOSE HEAD-TEMP-FILE

           OPEN OUTPUT HEAD-FILE
           OPEN INPUT HEAD-TEMP-FILE
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
              READ HEAD-TEMP-FILE INTO HEAD-REC
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END WRITE HEAD-REC
              END-READ
           END-PERFORM
           CLOSE HEAD-TEMP-FILE
           CLOSE HEAD-FILE.

      *> Only a lock this call actually took is let go; an APPEND
      *> that wrote without it must not delete the holder's.
       ACQUIRE-CHAIN-LOCK.
           MOVE "ACQUIRE" TO WS-LK-COMMAND
           CALL "FILE-LOCK" USING WS-LK-COMMAND WS-LK-FILE
                WS-LK-OWNER WS-LK-RESULT
           IF WS-LK-RESULT = "OK"
              MOVE "Y" TO WS-LOCKED
           ELSE
              MOVE "N" TO WS-LOCKED
           END-IF.

       RELEASE-CHAIN-LOCK.
           IF WS-LOCKED = "Y"
              MOVE "RELEASE" TO WS-LK-COMMAND
              CALL "FILE-LOCK" USING WS-LK-COMMAND WS-LK-FILE
                   WS-LK-OWNER WS-LK-RESULT
              MOVE "N" TO WS-LOCKED
           END-IF.

       END PROGRAM AUDIT-CHAIN.
