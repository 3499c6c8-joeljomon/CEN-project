      *> Serves screen text from the message catalog in the account's
      *> chosen language, so a menu line is written once per language
      *> in data/msg-catalog.dat rather than as a literal in every
      *> program. The catalog is one row per message and language:
      *>
      *>   message ID, language code (EN, ES, ...), text
      *>
      *> and is loaded into memory on the first call of the session.
      *> Each language's own "LANG-NAME" row is how it is offered on
      *> the language prompt, so adding a catalog needs no code change.
      *> The preference itself lives in data/account-language.dat, one
      *> row per account (username, language code); an account with no
      *> row reads in English.
      *>
      *> The caller moves the English wording to ST-TEXT before a TEXT
      *> call, so a screen still reads correctly if the catalog is
      *> missing or not yet updated. A message with no row in the
      *> account's language falls back to the English row, then to the
      *> caller's wording; each such fallback is appended once per
      *> session to data/msg-fallbacks.dat (date, message ID, language)
      *> for MSG-COVERAGE to report.
      *>
      *> Commands (ST-COMMAND):
      *>   TEXT     - ST-TEXT replaced with message ST-MSG-ID in
      *>              ST-USER's language
      *>   MATCH    - for a result message another module handed back
      *>              in English: ST-TEXT looked up among the English
      *>              rows and, when found, served as TEXT would with
      *>              ST-MSG-ID set to that row's ID; wording the
      *>              catalog does not carry is left as it is
      *>   GET-LANG - ST-TEXT(1:2) set to ST-USER's language code
      *>   SET-LANG - ST-USER's language set to ST-TEXT(1:2)
      *>   ASK-LANG - lists the catalog's languages on screen, reads a
      *>              pick and saves it for ST-USER; ST-TEXT(1:2) is
      *>              the code chosen, spaces when the pick was invalid
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCREEN-TEXT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOG-FILE ASSIGN TO "data/msg-catalog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.
           SELECT LANG-FILE ASSIGN TO "data/account-language.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LANG-STATUS.
           SELECT LANG-TEMP-FILE ASSIGN TO "data/langtemp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FALLBACK-FILE ASSIGN TO "data/msg-fallbacks.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FB-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CATALOG-FILE.
       01 CATALOG-REC.
          05 CAT-MSG-ID     PIC X(12).
          05 CAT-LANG       PIC X(02).
          05 CAT-TEXT       PIC X(80).

       FD LANG-FILE.
       01 LANG-REC.
          05 LANG-USERNAME  PIC X(20).
          05 LANG-CODE      PIC X(02).

       FD LANG-TEMP-FILE.
       01 LANG-TEMP-REC PIC X(22).

       FD FALLBACK-FILE.
       01 FALLBACK-REC.
          05 FB-DATE        PIC X(10).
          05 FB-MSG-ID      PIC X(12).
          05 FB-LANG        PIC X(02).

       WORKING-STORAGE SECTION.
       77 WS-CAT-STATUS     PIC XX.
       77 WS-LANG-STATUS    PIC XX.
       77 WS-FB-STATUS      PIC XX.
       77 WS-EOF            PIC X VALUE "N".
       77 WS-LOADED         PIC X VALUE "N".
       77 WS-FOUND          PIC X VALUE "N".
       77 WS-SAVED          PIC X VALUE "N".
       77 WS-CURR-DATE      PIC X(21).
       77 WS-IDX            PIC 9(04).
       77 WS-LX             PIC 9(02).
       77 WS-FX             PIC 9(03).
       77 WS-PICK           PIC 9(02).
       77 WS-PICK-DISP      PIC Z9.
       77 WS-WANT-LANG      PIC X(02).
       77 WS-IO-COMMAND     PIC X(20).
       77 WS-IO-LINE        PIC X(500).

      *> The account whose language was looked up last, so a menu of
      *> twenty lines costs one read of account-language.dat.
       77 WS-CACHED-USER    PIC X(20) VALUE HIGH-VALUES.
       77 WS-CACHED-LANG    PIC X(02) VALUE "EN".

       01 WS-CATALOG.
          05 WS-CAT-COUNT   PIC 9(04) VALUE 0.
          05 WS-CAT-ENTRY OCCURS 4000 TIMES.
             10 WS-CE-ID    PIC X(12).
             10 WS-CE-LANG  PIC X(02).
             10 WS-CE-TEXT  PIC X(80).

      *> The languages the catalog carries, in the order first seen,
      *> each with its own "LANG-NAME" wording for the prompt.
       01 WS-LANGUAGES.
          05 WS-LANG-COUNT  PIC 9(02) VALUE 0.
          05 WS-LANG-ENTRY OCCURS 20 TIMES.
             10 WS-LE-CODE  PIC X(02).
             10 WS-LE-NAME  PIC X(40).

      *> Fallbacks already logged this session.
       01 WS-FALLBACKS.
          05 WS-FB-COUNT    PIC 9(03) VALUE 0.
          05 WS-FB-ENTRY OCCURS 300 TIMES.
             10 WS-FE-ID    PIC X(12).
             10 WS-FE-LANG  PIC X(02).

       LINKAGE SECTION.
       01 ST-COMMAND  PIC X(10).
       01 ST-USER     PIC X(20).
       01 ST-MSG-ID   PIC X(12).
       01 ST-TEXT     PIC X(80).

       PROCEDURE DIVISION USING ST-COMMAND ST-USER ST-MSG-ID ST-TEXT.
       MAIN-PROGRAM.
           IF WS-LOADED = "N"
              PERFORM LOAD-CATALOG
           END-IF

           EVALUATE FUNCTION TRIM(ST-COMMAND)
              WHEN "TEXT"
                 PERFORM RESOLVE-LANG
                 PERFORM LOOKUP-TEXT
              WHEN "MATCH"
                 PERFORM RESOLVE-LANG
                 PERFORM MATCH-TEXT
              WHEN "GET-LANG"
                 PERFORM RESOLVE-LANG
                 MOVE SPACES TO ST-TEXT
                 MOVE WS-CACHED-LANG TO ST-TEXT(1:2)
              WHEN "SET-LANG"
                 MOVE ST-TEXT(1:2) TO WS-WANT-LANG
                 PERFORM SAVE-LANG
              WHEN "ASK-LANG"
                 PERFORM ASK-LANG
           END-EVALUATE
           GOBACK.

       LOAD-CATALOG.
           MOVE "Y" TO WS-LOADED
           MOVE 0 TO WS-CAT-COUNT
           MOVE 0 TO WS-LANG-COUNT
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
                       PERFORM NOTE-LANGUAGE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CATALOG-FILE.

      *> Adds the row's language to WS-LANGUAGES the first time it is
      *> seen, and takes its prompt name from its LANG-NAME row.
       NOTE-LANGUAGE.
           MOVE "N" TO WS-FOUND
           PERFORM VARYING WS-LX FROM 1 BY 1
                   UNTIL WS-LX > WS-LANG-COUNT OR WS-FOUND = "Y"
              IF WS-LE-CODE(WS-LX) = WS-CE-LANG(WS-CAT-COUNT)
                 MOVE "Y" TO WS-FOUND
              END-IF
           END-PERFORM
           IF WS-FOUND = "Y"
              SUBTRACT 1 FROM WS-LX
           ELSE
              IF WS-LANG-COUNT >= 20
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-LANG-COUNT
              MOVE WS-LANG-COUNT TO WS-LX
              MOVE WS-CE-LANG(WS-CAT-COUNT) TO WS-LE-CODE(WS-LX)
              MOVE WS-CE-LANG(WS-CAT-COUNT) TO WS-LE-NAME(WS-LX)
           END-IF
           IF FUNCTION TRIM(WS-CE-ID(WS-CAT-COUNT)) = "LANG-NAME"
              MOVE WS-CE-TEXT(WS-CAT-COUNT) TO WS-LE-NAME(WS-LX)
           END-IF.

      *> Sets WS-CACHED-LANG for ST-USER. Before login (no user yet)
      *> and for an account with no preference on file, English.
       RESOLVE-LANG.
           IF ST-USER = WS-CACHED-USER
              EXIT PARAGRAPH
           END-IF
           MOVE ST-USER TO WS-CACHED-USER
           MOVE "EN" TO WS-CACHED-LANG
           IF ST-USER = SPACES
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT LANG-FILE
           IF WS-LANG-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
              READ LANG-FILE
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    IF FUNCTION TRIM(LANG-USERNAME) =
                       FUNCTION TRIM(ST-USER)
                       AND LANG-CODE NOT = SPACES
                       MOVE LANG-CODE TO WS-CACHED-LANG
                       MOVE "Y" TO WS-EOF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE LANG-FILE.

      *> The account's language row, then the English row, then the
      *> caller's own wording; every step down is logged.
       LOOKUP-TEXT.
           MOVE WS-CACHED-LANG TO WS-WANT-LANG
           PERFORM FIND-ENTRY
           IF WS-FOUND = "Y"
              MOVE WS-CE-TEXT(WS-IDX) TO ST-TEXT
              EXIT PARAGRAPH
           END-IF
           PERFORM LOG-FALLBACK
           IF WS-WANT-LANG = "EN"
              EXIT PARAGRAPH
           END-IF
           MOVE "EN" TO WS-WANT-LANG
           PERFORM FIND-ENTRY
           IF WS-FOUND = "Y"
              MOVE WS-CE-TEXT(WS-IDX) TO ST-TEXT
           ELSE
              PERFORM LOG-FALLBACK
           END-IF.

      *> Only the exact English wording matches, so a message built
      *> around a name, a count or a date passes through untouched.
       MATCH-TEXT.
           MOVE "N" TO WS-FOUND
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CAT-COUNT OR WS-FOUND = "Y"
              IF WS-CE-LANG(WS-IDX) = "EN"
                 AND WS-CE-TEXT(WS-IDX) = ST-TEXT
                 MOVE "Y" TO WS-FOUND
                 MOVE WS-CE-ID(WS-IDX) TO ST-MSG-ID
              END-IF
           END-PERFORM
           IF WS-FOUND = "Y"
              PERFORM LOOKUP-TEXT
           END-IF.

       FIND-ENTRY.
           MOVE "N" TO WS-FOUND
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CAT-COUNT OR WS-FOUND = "Y"
              IF WS-CE-ID(WS-IDX) = ST-MSG-ID
                 AND WS-CE-LANG(WS-IDX) = WS-WANT-LANG
                 MOVE "Y" TO WS-FOUND
              END-IF
           END-PERFORM
           IF WS-FOUND = "Y"
              SUBTRACT 1 FROM WS-IDX
           END-IF.

      *> One row per message and language per session; the file is
      *> the coverage report's record of what students actually hit.
       LOG-FALLBACK.
           PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > WS-FB-COUNT
              IF WS-FE-ID(WS-FX) = ST-MSG-ID
                 AND WS-FE-LANG(WS-FX) = WS-WANT-LANG
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM
           IF WS-FB-COUNT < 300
              ADD 1 TO WS-FB-COUNT
              MOVE ST-MSG-ID TO WS-FE-ID(WS-FB-COUNT)
              MOVE WS-WANT-LANG TO WS-FE-LANG(WS-FB-COUNT)
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE
           OPEN EXTEND FALLBACK-FILE
           IF WS-FB-STATUS NOT = "00"
              OPEN OUTPUT FALLBACK-FILE
           END-IF
           MOVE SPACES TO FALLBACK-REC
           STRING WS-CURR-DATE(1:4) "-" WS-CURR-DATE(5:2) "-"
                  WS-CURR-DATE(7:2)
                  DELIMITED BY SIZE INTO FB-DATE
           END-STRING
           MOVE ST-MSG-ID TO FB-MSG-ID
           MOVE WS-WANT-LANG TO FB-LANG
           WRITE FALLBACK-REC
           CLOSE FALLBACK-FILE.

      *> Offers every language the catalog carries by its own name.
      *> English is always offered, catalog or not.
       ASK-LANG.
           IF WS-LANG-COUNT = 0
              MOVE 1 TO WS-LANG-COUNT
              MOVE "EN" TO WS-LE-CODE(1)
              MOVE "English" TO WS-LE-NAME(1)
           END-IF

           PERFORM RESOLVE-LANG
           MOVE "LANG-PROMPT" TO ST-MSG-ID
           MOVE "Choose your screen language:" TO ST-TEXT
           PERFORM LOOKUP-TEXT
           MOVE ST-TEXT TO WS-IO-LINE
           PERFORM WRITE-LINE
           PERFORM VARYING WS-LX FROM 1 BY 1
                   UNTIL WS-LX > WS-LANG-COUNT
              MOVE WS-LX TO WS-PICK-DISP
              MOVE SPACES TO WS-IO-LINE
              STRING FUNCTION TRIM(WS-PICK-DISP) ". "
                     FUNCTION TRIM(WS-LE-NAME(WS-LX))
                     DELIMITED BY SIZE INTO WS-IO-LINE
              END-STRING
              PERFORM WRITE-LINE
           END-PERFORM
           MOVE "ENTER-CHOICE" TO ST-MSG-ID
           MOVE "Enter your choice:" TO ST-TEXT
           PERFORM LOOKUP-TEXT
           MOVE ST-TEXT TO WS-IO-LINE
           PERFORM WRITE-LINE

           MOVE "READ" TO WS-IO-COMMAND
           CALL "IO-MODULE" USING WS-IO-COMMAND WS-IO-LINE
           MOVE SPACES TO ST-TEXT
           IF WS-IO-LINE = HIGH-VALUES
              OR FUNCTION TRIM(WS-IO-LINE) IS NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-IO-LINE) TO WS-PICK
           IF WS-PICK < 1 OR WS-PICK > WS-LANG-COUNT
              EXIT PARAGRAPH
           END-IF
           MOVE WS-LE-CODE(WS-PICK) TO WS-WANT-LANG
           PERFORM SAVE-LANG
           MOVE WS-WANT-LANG TO ST-TEXT(1:2).

       WRITE-LINE.
           MOVE "WRITE" TO WS-IO-COMMAND
           CALL "IO-MODULE" USING WS-IO-COMMAND WS-IO-LINE.

      *> Upserts ST-USER's account-language.dat row, the temp-file
      *> replace with not-found-append fallback the privacy setting
      *> uses.
       SAVE-LANG.
           MOVE "N" TO WS-SAVED
           OPEN OUTPUT LANG-TEMP-FILE
           OPEN INPUT LANG-FILE
           IF WS-LANG-STATUS = "00"
              MOVE "N" TO WS-EOF
              PERFORM UNTIL WS-EOF = "Y"
                 READ LANG-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF FUNCTION TRIM(LANG-USERNAME) =
                          FUNCTION TRIM(ST-USER)
                          MOVE "Y" TO WS-SAVED
                          MOVE WS-WANT-LANG TO LANG-CODE
                       END-IF
                       WRITE LANG-TEMP-REC FROM LANG-REC
                 END-READ
              END-PERFORM
              CLOSE LANG-FILE
           END-IF
           IF WS-SAVED = "N"
              MOVE ST-USER TO LANG-USERNAME
              MOVE WS-WANT-LANG TO LANG-CODE
              WRITE LANG-TEMP-REC FROM LANG-REC
           END-IF
           CLOSE LANG-TEMP-FILE

           OPEN OUTPUT LANG-FILE
           OPEN INPUT LANG-TEMP-FILE
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
              READ LANG-TEMP-FILE INTO LANG-REC
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END WRITE LANG-REC
              END-READ
           END-PERFORM
           CLOSE LANG-TEMP-FILE
           CLOSE LANG-FILE

           MOVE ST-USER TO WS-CACHED-USER
           MOVE WS-WANT-LANG TO WS-CACHED-LANG.

       END PROGRAM SCREEN-TEXT.
