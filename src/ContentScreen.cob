      *> Automatic content screening. POST-JOB and JOB-IMPORT pass a
      *> posting's text here as they save it, EDIT-POSTING as a live
      *> posting's text is changed, SEND-MESSAGE passes a message as
      *> it writes it. The text is checked against the
      *> admin-maintained rules in data/screening-rules.dat (kept
      *> from the admin console), one fixed-width row per rule:
      *>
      *>   rule number, active flag (N once retired), scope (J
      *>   postings, M messages, B both), the phrase or pattern,
      *>   who added it and when.
      *>
      *> A phrase matches anywhere in the text, case ignored. A "*"
      *> in a pattern stands for any run of characters, so
      *> "pay*training fee" catches "pay a $50 training fee" and the
      *> pieces must appear in that order. When anything matches,
      *> one Open MOD-QUEUE row goes in with reporter "system" (the
      *> same shape RATE-LIMIT files), every matching rule is logged
      *> to data/screening-hits.dat against that row's MOD-ID for
      *> SCREEN-REPORT, and CS-HIT comes back Y so the caller can
      *> hold a posting out of Browse. The caller decides what a hit
      *> means; this module never touches jobs.dat or messages.dat.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTENT-SCREEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULES-FILE ASSIGN TO "data/screening-rules.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-STATUS.
           SELECT HITS-FILE ASSIGN TO "data/screening-hits.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HITS-STATUS.
           SELECT MODERATION-FILE ASSIGN TO "data/moderation.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RULES-FILE.
       01 RULE-REC.
          05 SR-ID                 PIC 9(04).
          05 SR-ACTIVE             PIC X(01).
             88 SR-RETIRED             VALUE "N".
          05 SR-SCOPE              PIC X(01).
             88 SR-POSTINGS            VALUE "J" "B".
             88 SR-MESSAGES            VALUE "M" "B".
          05 SR-PATTERN            PIC X(60).
          05 SR-ADDED-BY           PIC X(20).
          05 SR-ADDED-ON           PIC X(10).

       FD HITS-FILE.
       01 HIT-REC.
          05 SH-DATE               PIC X(10).
          05 SH-RULE-ID            PIC 9(04).
          05 SH-KIND               PIC X(07).
          05 SH-KEY                PIC X(40).
          05 SH-MOD-ID             PIC 9(04).

      *> data/moderation.dat: the same layout MOD-QUEUE works.
       FD MODERATION-FILE.
       01 MODERATION-REC.
          05 MOD-ID                PIC 9(04).
          05 MOD-REPORTER          PIC X(20).
          05 MOD-TYPE              PIC X(07).
          05 MOD-KEY               PIC X(40).
          05 MOD-REASON            PIC X(80).
          05 MOD-DATE              PIC X(10).
          05 MOD-STATUS            PIC X(10).
             88 MOD-OPEN               VALUE "Open".
             88 MOD-DISMISSED          VALUE "Dismissed".
             88 MOD-ACTIONED           VALUE "Actioned".
          05 MOD-ACTION            PIC X(40).

       WORKING-STORAGE SECTION.
       77 WS-RULES-STATUS   PIC XX.
       77 WS-HITS-STATUS    PIC XX.
       77 WS-MOD-STATUS     PIC XX.
       77 WS-EOF            PIC X VALUE "N".
       77 WS-CURR-DATE      PIC X(21).
       77 WS-TODAY          PIC X(10).
       77 WS-MAX-MOD-ID     PIC 9(04) VALUE 0.
       77 WS-NEW-MOD-ID     PIC 9(04) VALUE 0.
       77 WS-IA-SERIES      PIC X(10).
       77 WS-IA-SEED        PIC 9(9).
       77 WS-IA-NUMBER      PIC 9(9).
       77 WS-HAY            PIC X(500).
       77 WS-HAY-LEN        PIC 9(03).
       77 WS-PATTERN        PIC X(60).
       77 WS-NEEDLE         PIC X(60).
       77 WS-NEEDLE-LEN     PIC 9(03).
       77 WS-FROM           PIC 9(03).
       77 WS-LAST-START     PIC 9(03).
       77 WS-POS            PIC 9(03).
       77 WS-PIECE-FOUND    PIC X VALUE "N".
       77 WS-RULE-MATCH     PIC X VALUE "N".
       77 WS-FIRST-PATTERN  PIC X(60).
       77 WS-FIRST-RULE     PIC 9(04).
       77 WS-MORE-TEXT      PIC X(20).
       77 WS-EXTRA          PIC 9(02).
       77 P                 PIC 9(01).
       77 H                 PIC 9(02).

      *> A pattern splits on "*" into at most six pieces.
       01 WS-PIECES.
          05 WS-PIECE       PIC X(60) OCCURS 6 TIMES.

       77 WS-HIT-COUNT      PIC 9(02) VALUE 0.
       01 WS-HIT-TABLE.
          05 WS-HIT-RULE    PIC 9(04) OCCURS 20 TIMES.

       LINKAGE SECTION.
       01 CS-KIND     PIC X(07).
       01 CS-KEY      PIC X(40).
       01 CS-TEXT     PIC X(500).
       01 CS-HIT      PIC X(01).

       PROCEDURE DIVISION USING CS-KIND CS-KEY CS-TEXT CS-HIT.
       MAIN-PROGRAM.
           MOVE "N" TO CS-HIT
           MOVE 0 TO WS-HIT-COUNT
           MOVE FUNCTION UPPER-CASE(CS-TEXT) TO WS-HAY
           IF WS-HAY = SPACES
              GOBACK
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-HAY TRAILING))
                TO WS-HAY-LEN

           PERFORM CHECK-RULES
           IF WS-HIT-COUNT = 0
              GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE
           STRING WS-CURR-DATE(1:4) "-" WS-CURR-DATE(5:2) "-"
                  WS-CURR-DATE(7:2)
                  DELIMITED BY SIZE INTO WS-TODAY
           END-STRING
           PERFORM QUEUE-FOR-MODERATION
           PERFORM LOG-RULE-HITS
           MOVE "Y" TO CS-HIT
           GOBACK.

      *> No rules file means nothing is screened yet.
       CHECK-RULES.
           MOVE "N" TO WS-EOF
           OPEN INPUT RULES-FILE
           IF WS-RULES-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ RULES-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       PERFORM CHECK-ONE-RULE
                 END-READ
              END-PERFORM
              CLOSE RULES-FILE
           END-IF.

       CHECK-ONE-RULE.
           IF SR-RETIRED OR SR-PATTERN = SPACES
              EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(CS-KIND) = "JOB"
              IF NOT SR-POSTINGS
                 EXIT PARAGRAPH
              END-IF
           ELSE
              IF NOT SR-MESSAGES
                 EXIT PARAGRAPH
              END-IF
           END-IF

           PERFORM MATCH-PATTERN
           IF WS-RULE-MATCH NOT = "Y" OR WS-HIT-COUNT >= 20
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-HIT-COUNT
           MOVE SR-ID TO WS-HIT-RULE(WS-HIT-COUNT)
           IF WS-HIT-COUNT = 1
              MOVE SR-ID TO WS-FIRST-RULE
              MOVE SR-PATTERN TO WS-FIRST-PATTERN
           END-IF.

      *> Each "*"-separated piece has to turn up after the end of
      *> the one before it; a plain phrase is a single piece.
       MATCH-PATTERN.
           MOVE "Y" TO WS-RULE-MATCH
           MOVE FUNCTION UPPER-CASE(SR-PATTERN) TO WS-PATTERN
           MOVE SPACES TO WS-PIECES
           UNSTRING WS-PATTERN DELIMITED BY "*"
               INTO WS-PIECE(1) WS-PIECE(2) WS-PIECE(3)
                    WS-PIECE(4) WS-PIECE(5) WS-PIECE(6)
           END-UNSTRING
           MOVE 1 TO WS-FROM
           PERFORM VARYING P FROM 1 BY 1
                   UNTIL P > 6 OR WS-RULE-MATCH = "N"
              IF WS-PIECE(P) NOT = SPACES
                 PERFORM FIND-PIECE
              END-IF
           END-PERFORM.

       FIND-PIECE.
           MOVE FUNCTION TRIM(WS-PIECE(P)) TO WS-NEEDLE
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-PIECE(P)))
                TO WS-NEEDLE-LEN
           MOVE "N" TO WS-PIECE-FOUND
           IF WS-NEEDLE-LEN > WS-HAY-LEN
              MOVE "N" TO WS-RULE-MATCH
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-LAST-START = WS-HAY-LEN - WS-NEEDLE-LEN + 1
           PERFORM VARYING WS-POS FROM WS-FROM BY 1
                   UNTIL WS-POS > WS-LAST-START OR WS-PIECE-FOUND = "Y"
              IF WS-HAY(WS-POS:WS-NEEDLE-LEN) =
                 WS-NEEDLE(1:WS-NEEDLE-LEN)
                 MOVE "Y" TO WS-PIECE-FOUND
                 COMPUTE WS-FROM = WS-POS + WS-NEEDLE-LEN
              END-IF
           END-PERFORM
           IF WS-PIECE-FOUND NOT = "Y"
              MOVE "N" TO WS-RULE-MATCH
           END-IF.

      *> One queue row per screened item, however many rules fired;
      *> the reason names the first and counts the rest.
       QUEUE-FOR-MODERATION.
           MOVE 0 TO WS-MAX-MOD-ID
           MOVE "N" TO WS-EOF
           OPEN INPUT MODERATION-FILE
           IF WS-MOD-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ MODERATION-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF MOD-ID > WS-MAX-MOD-ID
                          MOVE MOD-ID TO WS-MAX-MOD-ID
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE MODERATION-FILE
           END-IF

           OPEN EXTEND MODERATION-FILE
           IF WS-MOD-STATUS NOT = "00"
              OPEN OUTPUT MODERATION-FILE
           END-IF
           MOVE "MOD" TO WS-IA-SERIES
           MOVE WS-MAX-MOD-ID TO WS-IA-SEED
           CALL "ID-ALLOCATOR" USING WS-IA-SERIES WS-IA-SEED
                WS-IA-NUMBER
           MOVE WS-IA-NUMBER TO WS-NEW-MOD-ID
           MOVE WS-NEW-MOD-ID TO MOD-ID
           MOVE "system" TO MOD-REPORTER
           MOVE CS-KIND TO MOD-TYPE
           MOVE CS-KEY TO MOD-KEY
           MOVE SPACES TO WS-MORE-TEXT
           IF WS-HIT-COUNT > 1
              COMPUTE WS-EXTRA = WS-HIT-COUNT - 1
              STRING " (+" WS-EXTRA " more)"
                     DELIMITED BY SIZE INTO WS-MORE-TEXT
              END-STRING
           END-IF
           MOVE SPACES TO MOD-REASON
           STRING "Screening rule " WS-FIRST-RULE ": "
                  FUNCTION TRIM(WS-FIRST-PATTERN)
                  FUNCTION TRIM(WS-MORE-TEXT TRAILING)
                  DELIMITED BY SIZE INTO MOD-REASON
           END-STRING
           MOVE WS-TODAY TO MOD-DATE
           SET MOD-OPEN TO TRUE
           MOVE SPACES TO MOD-ACTION
           WRITE MODERATION-REC
           CLOSE MODERATION-FILE.

       LOG-RULE-HITS.
           OPEN EXTEND HITS-FILE
           IF WS-HITS-STATUS NOT = "00"
              OPEN OUTPUT HITS-FILE
           END-IF
           PERFORM VARYING H FROM 1 BY 1 UNTIL H > WS-HIT-COUNT
              MOVE WS-TODAY TO SH-DATE
              MOVE WS-HIT-RULE(H) TO SH-RULE-ID
              MOVE CS-KIND TO SH-KIND
              MOVE CS-KEY TO SH-KEY
              MOVE WS-NEW-MOD-ID TO SH-MOD-ID
              WRITE HIT-REC
           END-PERFORM
           CLOSE HITS-FILE.

       END PROGRAM CONTENT-SCREEN.
