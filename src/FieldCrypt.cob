       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIELD-CRYPT.
      *> Seals and opens the sensitive free-text columns - message
      *> text, employers' private applicant notes, interview
      *> feedback and reference-check responses - so that reading
      *> the data files, a journal or a BACKUP-UTILITY generation
      *> shows nothing of what people wrote. Writers call ENCRYPT
      *> on the column just before it goes to disk; only the
      *> screens that show the text to someone entitled to it call
      *> DECRYPT, and only on their own copy, never on a row they
      *> write back.
      *>
      *>   FC-COMMAND  ENCRYPT | DECRYPT | RELOAD
      *>   FC-TEXT     the column, in place (up to 480 bytes)
      *>   FC-WIDTH    the column's width in the record
      *>   FC-RESULT   OK, PLAIN (DECRYPT of a column written before
      *>               sealing began - returned as it stands), NOKEY
      *>               (ENCRYPT with no key yet - left as written;
      *>               DECRYPT under a key no longer on file)
      *>
      *> A sealed column is "~~", the two-digit key id and a
      *> four-digit salt, then the text: eight bytes of the column
      *> go to the header, so a sealed column carries eight
      *> characters less than its width. Each printable character
      *> is shifted through a keystream grown from the key and the
      *> salt, the running-sum idea CHAIN-HASH and PWD-HASH use;
      *> the salt means the same words never seal the same way
      *> twice. Like them it keeps the text from casual eyes and
      *> from anyone holding a copy of the files without the key -
      *> it is not a cryptographic cipher.
      *>
      *> The keys live in data/field-keys.dat, which only KEY-ROTATE
      *> writes - one row per key, the current one marked C and
      *> every earlier one kept, marked R, so journals and backup
      *> generations sealed under an old key can still be read:
      *>
      *>   id|C or R|key|date created
      *>
      *> The file is read once per run; KEY-ROTATE asks for RELOAD
      *> after it adds a key. Until the first key exists ENCRYPT
      *> leaves text as written.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KEY-FILE ASSIGN TO "data/field-keys.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD KEY-FILE.
       01 KEY-REC PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-KEY-STATUS  PIC XX.
       77 WS-EOF         PIC X VALUE "N".
       77 WS-LOADED      PIC X VALUE "N".
       77 WS-KEY-COUNT   PIC 9(02) VALUE 0.
       77 WS-CUR-IDX     PIC 9(02) VALUE 0.
       77 WS-USE-IDX     PIC 9(02) VALUE 0.
       77 WS-K-IDX       PIC 9(02).
       77 WS-R-ID        PIC X(02).
       77 WS-R-STATUS    PIC X(01).
       77 WS-R-KEY       PIC X(40).
       77 WS-R-DATE      PIC X(10).
       77 WS-SALT        PIC 9(04) VALUE 0.
       77 WS-CALLS       PIC 9(04) VALUE 0.
       77 WS-CURR-DATE   PIC X(21).
       77 WS-BODY-LEN    PIC 9(03).
       77 WS-I           PIC 9(03).
       77 WS-CHAR-VAL    PIC 9(03).
       77 WS-SHIFT       PIC 9(02).
       77 WS-STATE-A     PIC 9(18) COMP VALUE 0.
       77 WS-STATE-B     PIC 9(18) COMP VALUE 0.
       77 WS-DIRECTION   PIC X(01).
       77 WS-BODY        PIC X(480).
       01 WS-HEADER.
          05 WS-HDR-MARK   PIC X(02).
          05 WS-HDR-KEY    PIC 9(02).
          05 WS-HDR-SALT   PIC 9(04).

       01 WS-KEY-TABLE.
          05 WS-KEY-ENTRY OCCURS 99 TIMES.
             10 WS-KT-ID     PIC 9(02).
             10 WS-KT-STATUS PIC X(01).
             10 WS-KT-KEY    PIC X(40).

       LINKAGE SECTION.
       01 FC-COMMAND PIC X(10).
       01 FC-TEXT    PIC X(480).
       01 FC-WIDTH   PIC 9(03).
       01 FC-RESULT  PIC X(10).

       PROCEDURE DIVISION USING FC-COMMAND FC-TEXT FC-WIDTH
                                FC-RESULT.
       MAIN-PROGRAM.
           MOVE "OK" TO FC-RESULT
           IF FC-COMMAND = "RELOAD" OR WS-LOADED = "N"
              PERFORM LOAD-KEYS
              MOVE "Y" TO WS-LOADED
           END-IF
           IF FC-COMMAND = "RELOAD"
              GOBACK
           END-IF
           IF FC-WIDTH < 9 OR FC-WIDTH > 480
              MOVE "WIDTH" TO FC-RESULT
              GOBACK
           END-IF
           IF FC-TEXT(1:FC-WIDTH) = SPACES
              GOBACK
           END-IF
           COMPUTE WS-BODY-LEN = FC-WIDTH - 8

           EVALUATE FC-COMMAND
              WHEN "ENCRYPT" PERFORM SEAL-COLUMN
              WHEN "DECRYPT" PERFORM OPEN-COLUMN
              WHEN OTHER MOVE "BADCMD" TO FC-RESULT
           END-EVALUATE
           GOBACK.

       LOAD-KEYS.
           MOVE 0 TO WS-KEY-COUNT
           MOVE 0 TO WS-CUR-IDX
           MOVE "N" TO WS-EOF
           OPEN INPUT KEY-FILE
           IF WS-KEY-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
              READ KEY-FILE
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    MOVE SPACES TO WS-R-ID WS-R-STATUS WS-R-KEY
                                   WS-R-DATE
                    UNSTRING KEY-REC DELIMITED BY "|"
                        INTO WS-R-ID WS-R-STATUS WS-R-KEY WS-R-DATE
                    END-UNSTRING
                    IF WS-R-ID IS NUMERIC AND WS-R-KEY NOT = SPACES
                       AND WS-KEY-COUNT < 99
                       ADD 1 TO WS-KEY-COUNT
                       MOVE WS-R-ID TO WS-KT-ID(WS-KEY-COUNT)
                       MOVE WS-R-STATUS TO WS-KT-STATUS(WS-KEY-COUNT)
                       MOVE WS-R-KEY TO WS-KT-KEY(WS-KEY-COUNT)
                       IF WS-R-STATUS = "C"
                          MOVE WS-KEY-COUNT TO WS-CUR-IDX
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE KEY-FILE.

      *> A column that already carries a header is left alone, so a
      *> row passed through twice is never sealed twice.
       SEAL-COLUMN.
           MOVE FC-TEXT(1:8) TO WS-HEADER
           IF WS-HDR-MARK = "~~" AND WS-HDR-KEY IS NUMERIC
              AND WS-HDR-SALT IS NUMERIC
              EXIT PARAGRAPH
           END-IF
           IF WS-CUR-IDX = 0
              MOVE "NOKEY" TO FC-RESULT
              EXIT PARAGRAPH
           END-IF
           MOVE WS-CUR-IDX TO WS-USE-IDX
           ADD 1 TO WS-CALLS
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE
           COMPUTE WS-SALT = FUNCTION REM(
               FUNCTION NUMVAL(WS-CURR-DATE(11:6)) + (WS-CALLS * 7919),
               10000)
           MOVE SPACES TO WS-BODY
           MOVE FC-TEXT(1:WS-BODY-LEN) TO WS-BODY(1:WS-BODY-LEN)
           MOVE "~~" TO WS-HDR-MARK
           MOVE WS-KT-ID(WS-USE-IDX) TO WS-HDR-KEY
           MOVE WS-SALT TO WS-HDR-SALT
           MOVE "E" TO WS-DIRECTION
           PERFORM SHIFT-BODY
           MOVE SPACES TO FC-TEXT(1:FC-WIDTH)
           MOVE WS-HEADER TO FC-TEXT(1:8)
           MOVE WS-BODY(1:WS-BODY-LEN) TO FC-TEXT(9:WS-BODY-LEN).

       OPEN-COLUMN.
           MOVE FC-TEXT(1:8) TO WS-HEADER
           IF WS-HDR-MARK NOT = "~~" OR WS-HDR-KEY IS NOT NUMERIC
              OR WS-HDR-SALT IS NOT NUMERIC
              MOVE "PLAIN" TO FC-RESULT
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-USE-IDX
           PERFORM VARYING WS-K-IDX FROM 1 BY 1
                   UNTIL WS-K-IDX > WS-KEY-COUNT
              IF WS-KT-ID(WS-K-IDX) = WS-HDR-KEY
                 MOVE WS-K-IDX TO WS-USE-IDX
              END-IF
           END-PERFORM
           IF WS-USE-IDX = 0
              MOVE "NOKEY" TO FC-RESULT
              MOVE SPACES TO FC-TEXT(1:FC-WIDTH)
              MOVE "(sealed - key not on file)" TO FC-TEXT(1:FC-WIDTH)
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-BODY
           MOVE FC-TEXT(9:WS-BODY-LEN) TO WS-BODY(1:WS-BODY-LEN)
           MOVE "D" TO WS-DIRECTION
           PERFORM SHIFT-BODY
           MOVE SPACES TO FC-TEXT(1:FC-WIDTH)
           MOVE WS-BODY(1:WS-BODY-LEN) TO FC-TEXT(1:WS-BODY-LEN).

      *> The keystream starts from the key and the salt folded the
      *> way CHAIN-HASH folds a row, then moves on at every
      *> position. Only the 95 printable characters are shifted,
      *> and within themselves, so a sealed column stays one line
      *> of plain characters; anything else passes through as is.
       SHIFT-BODY.
           MOVE 0 TO WS-STATE-A
           MOVE 0 TO WS-STATE-B
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 40
              MOVE FUNCTION ORD(WS-KT-KEY(WS-USE-IDX)(WS-I:1))
                 TO WS-CHAR-VAL
              PERFORM STEP-KEYSTREAM
           END-PERFORM
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 4
              MOVE FUNCTION ORD(WS-HDR-SALT(WS-I:1)) TO WS-CHAR-VAL
              PERFORM STEP-KEYSTREAM
           END-PERFORM

           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-BODY-LEN
              MOVE FUNCTION ORD(WS-KT-KEY(WS-USE-IDX)
                   (FUNCTION REM(WS-I - 1, 40) + 1:1)) TO WS-CHAR-VAL
              PERFORM STEP-KEYSTREAM
              COMPUTE WS-SHIFT = FUNCTION REM(WS-STATE-A + WS-STATE-B,
                                              95)
              MOVE FUNCTION ORD(WS-BODY(WS-I:1)) TO WS-CHAR-VAL
              IF WS-CHAR-VAL >= 33 AND WS-CHAR-VAL <= 127
                 IF WS-DIRECTION = "E"
                    COMPUTE WS-CHAR-VAL = FUNCTION REM(
                        WS-CHAR-VAL - 33 + WS-SHIFT, 95) + 33
                 ELSE
                    COMPUTE WS-CHAR-VAL = FUNCTION REM(
                        WS-CHAR-VAL - 33 + 95 - WS-SHIFT, 95) + 33
                 END-IF
                 MOVE FUNCTION CHAR(WS-CHAR-VAL) TO WS-BODY(WS-I:1)
              END-IF
           END-PERFORM.

       STEP-KEYSTREAM.
           COMPUTE WS-STATE-A = FUNCTION MOD(
               (WS-STATE-A * 131) + WS-CHAR-VAL + WS-I, 9999999967)
           COMPUTE WS-STATE-B = FUNCTION MOD(
               (WS-STATE-B * 257) + WS-STATE-A, 9999999943).

       END PROGRAM FIELD-CRYPT.
