       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHAIN-HASH.
      *> The link arithmetic behind the audit hash chain (see
      *> AUDIT-CHAIN and AUDIT-VERIFY): folds the previous row's
      *> link and this row's content into the 20-digit link the
      *> next row must carry. Two running sums over the same bytes,
      *> the polynomial-and-modulus idea PWD-HASH uses, each kept to
      *> ten digits. Like PWD-HASH it is a checksum, not a
      *> cryptographic digest: it catches a row edited, dropped or
      *> slipped in by hand, not someone who knows the arithmetic
      *> and recomputes every link after theirs.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77 WS-I          PIC 9(04).
       77 WS-CHAR-VAL   PIC 9(03).
       77 WS-ACCUM-A    PIC 9(18) COMP VALUE 0.
       77 WS-ACCUM-B    PIC 9(18) COMP VALUE 0.
       01 WS-HASH-OUT.
          05 WS-HASH-A  PIC 9(10).
          05 WS-HASH-B  PIC 9(10).

       LINKAGE SECTION.
       01 CH-LINK PIC X(20).
       01 CH-ROW  PIC X(700).
       01 CH-LEN  PIC 9(03).
       01 CH-HASH PIC X(20).

       PROCEDURE DIVISION USING CH-LINK CH-ROW CH-LEN CH-HASH.
       MAIN-PROGRAM.
           MOVE 0 TO WS-ACCUM-A
           MOVE 0 TO WS-ACCUM-B
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 20
               MOVE FUNCTION ORD(CH-LINK(WS-I:1)) TO WS-CHAR-VAL
               PERFORM FOLD-ONE-CHAR
           END-PERFORM
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > CH-LEN
               MOVE FUNCTION ORD(CH-ROW(WS-I:1)) TO WS-CHAR-VAL
               PERFORM FOLD-ONE-CHAR
           END-PERFORM

           MOVE WS-ACCUM-A TO WS-HASH-A
           MOVE WS-ACCUM-B TO WS-HASH-B
           MOVE WS-HASH-OUT TO CH-HASH
           GOBACK.

      *> The second sum weights each byte by its position, so two
      *> swapped characters that leave the first sum unchanged still
      *> move the second.
       FOLD-ONE-CHAR.
           COMPUTE WS-ACCUM-A = FUNCTION MOD(
               (WS-ACCUM-A * 131) + WS-CHAR-VAL, 9999999967)
           COMPUTE WS-ACCUM-B = FUNCTION MOD(
               (WS-ACCUM-B * 257) + (WS-CHAR-VAL * WS-I)
               + WS-ACCUM-A, 9999999943).

       END PROGRAM CHAIN-HASH.
