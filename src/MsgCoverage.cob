      *> Standalone reporting batch job for the screen-text catalog,
      *> runnable by itself or as a BATCH-DRIVER step. Checks every
      *> language in data/msg-catalog.dat (see SCREEN-TEXT) against
      *> the English rows and lists, per language, each message still
      *> missing - a student using that language sees the English
      *> wording for it - along with any row whose message ID has no
      *> English row at all (misspelled ID, or a message retired from
      *> the screens). A second section summarizes the fallbacks
      *> SCREEN-TEXT actually served, from data/msg-fallbacks.dat:
      *> message, language, times seen and the last date seen, which
      *> also catches a screen asking for an ID the catalog lacks.
      *> Output goes to reports/msg-coverage.txt and the console.
      *> Read-only.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSG-COVERAGE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOG-FILE ASSIGN TO "data/msg-catalog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.
           SELECT FALLBACK-FILE ASSIGN TO "data/msg-fallbacks.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FB-STATUS.
           SELECT REPORT-FILE ASSIGN TO "reports/msg-coverage.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> data/msg-catalog.dat: the same layout SCREEN-TEXT reads.
       FD CATALOG-FILE.
       01 CATALOG-REC.
          05 CAT-MSG-ID     PIC X(12).
          05 CAT-LANG       PIC X(02).
          05 CAT-TEXT       PIC X(80).

      *> data/msg-fallbacks.dat: the same layout SCREEN-TEXT writes.
       FD FALLBACK-FILE.
       01 FALLBACK-REC.
          05 FB-DATE        PIC X(10).
          05 FB-MSG-ID      PIC X(12).
          05 FB-LANG        PIC X(02).

       FD REPORT-FILE.
       01 REPORT-REC PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-CAT-STATUS    PIC XX.
       77 WS-FB-STATUS     PIC XX.
       77 WS-EOF           PIC X VALUE "N".
       77 WS-FOUND         PIC X VALUE "N".
       77 WS-REPORT-LINE   PIC X(132).
       77 WS-CURR-DATE     PIC X(21).
       77 WS-EN-TOTAL      PIC 9(04) VALUE 0.
       77 WS-HAVE          PIC 9(04).
       77 WS-MISSING       PIC 9(04).
       77 WS-ORPHANS       PIC 9(04).
       77 WS-PCT           PIC 9(03).
       77 WS-NUM-DISP      PIC Z(3)9.
       77 WS-PCT-DISP      PIC ZZ9.
       77 WS-HAVE-DISP     PIC Z(3)9.
       77 WS-MISS-DISP     PIC Z(3)9.
       77 WS-ORPH-DISP     PIC Z(3)9.
       77 WS-CNT-DISP      PIC Z(4)9.
       77 I                PIC 9(04).
       77 J                PIC 9(04).
       77 L                PIC 9(02).

      *> The whole catalog, as SCREEN-TEXT holds it.
       01 WS-CATALOG.
          05 WS-CAT-COUNT   PIC 9(04) VALUE 0.
          05 WS-CAT-ENTRY OCCURS 4000 TIMES.
             10 WS-CE-ID    PIC X(12).
             10 WS-CE-LANG  PIC X(02).
             10 WS-CE-TEXT  PIC X(80).

       01 WS-LANGUAGES.
          05 WS-LANG-COUNT  PIC 9(02) VALUE 0.
          05 WS-LANG-CODE   PIC X(02) OCCURS 20 TIMES.

      *> One tally row per message and language served in English.
       01 WS-FALLBACKS.
          05 WS-FB-COUNT    PIC 9(03) VALUE 0.
          05 WS-FB-ENTRY OCCURS 500 TIMES.
             10 WS-FE-ID    PIC X(12).
             10 WS-FE-LANG  PIC X(02).
             10 WS-FE-TIMES PIC 9(05).
             10 WS-FE-LAST  PIC X(10).

           COPY "REGIONINF.cpy".
           COPY "RPTINF.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL "REGION-CONFIG" USING REGION-INFO
           IF RI-RESULT NOT = "OK"
              GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "InCollege screen text coverage report - "
                  WS-CURR-DATE(1:4) "-" WS-CURR-DATE(5:2) "-"
                  WS-CURR-DATE(7:2)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE "===================================================="
              TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM LOAD-CATALOG
           IF WS-CAT-COUNT = 0
              MOVE "No message catalog on file - every screen shows"
                 & " its built-in English wording."
                 TO WS-REPORT-LINE
              PERFORM WRITE-REPORT-LINE
           ELSE
              MOVE WS-EN-TOTAL TO WS-NUM-DISP
              MOVE SPACES TO WS-REPORT-LINE
              STRING "English messages in the catalog: "
                     FUNCTION TRIM(WS-NUM-DISP)
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-STRING
              PERFORM WRITE-REPORT-LINE
              PERFORM VARYING L FROM 1 BY 1 UNTIL L > WS-LANG-COUNT
                 IF WS-LANG-CODE(L) NOT = "EN"
                    PERFORM REPORT-LANGUAGE
                 END-IF
              END-PERFORM
           END-IF

           PERFORM REPORT-FALLBACKS
           CLOSE REPORT-FILE

           MOVE "reports/msg-coverage.txt" TO RPI-PATH
           MOVE "MSG-COVERAGE" TO RPI-REPORT-ID
           MOVE "Screen text catalog coverage" TO RPI-TITLE
           MOVE "every language in the message catalog"
              TO RPI-SELECTION
           MOVE WS-CAT-COUNT TO RPI-RECORDS
           MOVE "catalog rows" TO RPI-RECORD-NOUN
           CALL "REPORT-FORMAT" USING REPORT-PAGE-INFO
           GOBACK.

       WRITE-REPORT-LINE.
           DISPLAY FUNCTION TRIM(WS-REPORT-LINE TRAILING)
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC.

       LOAD-CATALOG.
           OPEN INPUT CATALOG-FILE
           IF WS-CAT-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
              READ CATALOG-FILE
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    IF CAT-MSG-ID NOT = SPACES
                       AND CAT-MSG-ID(1:1) NOT = "*"
                       AND WS-CAT-COUNT < 4000
                       ADD 1 TO WS-CAT-COUNT
                       MOVE CAT-MSG-ID TO WS-CE-ID(WS-CAT-COUNT)
                       MOVE FUNCTION UPPER-CASE(CAT-LANG)
                          TO WS-CE-LANG(WS-CAT-COUNT)
                       MOVE CAT-TEXT TO WS-CE-TEXT(WS-CAT-COUNT)
                       IF WS-CE-LANG(WS-CAT-COUNT) = "EN"
                          ADD 1 TO WS-EN-TOTAL
                       END-IF
                       PERFORM NOTE-LANGUAGE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CATALOG-FILE.

       NOTE-LANGUAGE.
           MOVE "N" TO WS-FOUND
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > WS-LANG-COUNT OR WS-FOUND = "Y"
              IF WS-LANG-CODE(J) = WS-CE-LANG(WS-CAT-COUNT)
                 MOVE "Y" TO WS-FOUND
              END-IF
           END-PERFORM
           IF WS-FOUND = "N" AND WS-LANG-COUNT < 20
              ADD 1 TO WS-LANG-COUNT
              MOVE WS-CE-LANG(WS-CAT-COUNT)
                 TO WS-LANG-CODE(WS-LANG-COUNT)
           END-IF.

      *> One language against English: the count and percentage
      *> translated, each English message it lacks, then each of its
      *> rows with no English counterpart.
       REPORT-LANGUAGE.
           MOVE 0 TO WS-HAVE
           MOVE 0 TO WS-MISSING
           MOVE 0 TO WS-ORPHANS
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Language " WS-LANG-CODE(L)
                  " - messages shown in English instead:"
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CAT-COUNT
              IF WS-CE-LANG(I) = "EN"
                 PERFORM CHECK-TRANSLATED
              END-IF
           END-PERFORM
           IF WS-MISSING = 0
              MOVE "  (none)" TO WS-REPORT-LINE
              PERFORM WRITE-REPORT-LINE
           END-IF

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CAT-COUNT
              IF WS-CE-LANG(I) = WS-LANG-CODE(L)
                 PERFORM CHECK-HAS-ENGLISH
              END-IF
           END-PERFORM

           IF WS-EN-TOTAL = 0
              MOVE 0 TO WS-PCT
           ELSE
              COMPUTE WS-PCT = WS-HAVE * 100 / WS-EN-TOTAL
           END-IF
           MOVE WS-HAVE TO WS-HAVE-DISP
           MOVE WS-EN-TOTAL TO WS-NUM-DISP
           MOVE WS-PCT TO WS-PCT-DISP
           MOVE WS-MISSING TO WS-MISS-DISP
           MOVE WS-ORPHANS TO WS-ORPH-DISP
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  " WS-LANG-CODE(L) " coverage: "
                  FUNCTION TRIM(WS-HAVE-DISP) " of "
                  FUNCTION TRIM(WS-NUM-DISP) " ("
                  FUNCTION TRIM(WS-PCT-DISP) "%), "
                  FUNCTION TRIM(WS-MISS-DISP) " missing, "
                  FUNCTION TRIM(WS-ORPH-DISP) " with no English row."
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE.

      *> English row I: is there a row for the same ID in language L?
       CHECK-TRANSLATED.
           MOVE "N" TO WS-FOUND
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > WS-CAT-COUNT OR WS-FOUND = "Y"
              IF WS-CE-ID(J) = WS-CE-ID(I)
                 AND WS-CE-LANG(J) = WS-LANG-CODE(L)
                 MOVE "Y" TO WS-FOUND
              END-IF
           END-PERFORM
           IF WS-FOUND = "Y"
              ADD 1 TO WS-HAVE
           ELSE
              ADD 1 TO WS-MISSING
              MOVE SPACES TO WS-REPORT-LINE
              STRING "  " WS-CE-ID(I) "  "
                     FUNCTION TRIM(WS-CE-TEXT(I))
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-STRING
              PERFORM WRITE-REPORT-LINE
           END-IF.

      *> Row I in language L: is there an English row for it to fall
      *> back to?
       CHECK-HAS-ENGLISH.
           MOVE "N" TO WS-FOUND
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > WS-CAT-COUNT OR WS-FOUND = "Y"
              IF WS-CE-ID(J) = WS-CE-ID(I)
                 AND WS-CE-LANG(J) = "EN"
                 MOVE "Y" TO WS-FOUND
              END-IF
           END-PERFORM
           IF WS-FOUND = "N"
              ADD 1 TO WS-ORPHANS
              MOVE SPACES TO WS-REPORT-LINE
              STRING "  " WS-CE-ID(I) "  no English row: "
                     FUNCTION TRIM(WS-CE-TEXT(I))
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-STRING
              PERFORM WRITE-REPORT-LINE
           END-IF.

       REPORT-FALLBACKS.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "Fallbacks served on screen (message, language,"
              & " sessions, last seen):" TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           OPEN INPUT FALLBACK-FILE
           IF WS-FB-STATUS = "00"
              MOVE "N" TO WS-EOF
              PERFORM UNTIL WS-EOF = "Y"
                 READ FALLBACK-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END PERFORM TALLY-FALLBACK
                 END-READ
              END-PERFORM
              CLOSE FALLBACK-FILE
           END-IF

           IF WS-FB-COUNT = 0
              MOVE "  (none)" TO WS-REPORT-LINE
              PERFORM WRITE-REPORT-LINE
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-FB-COUNT
              MOVE WS-FE-TIMES(I) TO WS-CNT-DISP
              MOVE SPACES TO WS-REPORT-LINE
              STRING "  " WS-FE-ID(I) "  " WS-FE-LANG(I) "  "
                     WS-CNT-DISP "  " WS-FE-LAST(I)
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-STRING
              PERFORM WRITE-REPORT-LINE
           END-PERFORM.

       TALLY-FALLBACK.
           MOVE "N" TO WS-FOUND
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > WS-FB-COUNT OR WS-FOUND = "Y"
              IF WS-FE-ID(J) = FB-MSG-ID AND WS-FE-LANG(J) = FB-LANG
                 MOVE "Y" TO WS-FOUND
              END-IF
           END-PERFORM
           IF WS-FOUND = "Y"
              SUBTRACT 1 FROM J
           ELSE
              IF WS-FB-COUNT >= 500
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-FB-COUNT
              MOVE WS-FB-COUNT TO J
              MOVE FB-MSG-ID TO WS-FE-ID(J)
              MOVE FB-LANG TO WS-FE-LANG(J)
              MOVE 0 TO WS-FE-TIMES(J)
              MOVE SPACES TO WS-FE-LAST(J)
           END-IF
           ADD 1 TO WS-FE-TIMES(J)
           IF FB-DATE > WS-FE-LAST(J)
              MOVE FB-DATE TO WS-FE-LAST(J)
           END-IF.

       END PROGRAM MSG-COVERAGE.
