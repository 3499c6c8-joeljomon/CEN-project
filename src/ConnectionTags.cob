      *> Private tags and notes on connections. After a fair a
      *> student's network is a list of bare names; here they can
      *> put up to three short tags ("recruiter", "met at Fall
      *> Fair", "alumni - Acme") and a note on each of their
      *> connections. The row belongs to the user who wrote it -
      *> connections.dat is shared by both sides of a connection, so
      *> the tags cannot live there - and nothing here is ever shown
      *> to the contact or to anyone else.
      *>
      *> Each owner-contact pair is one row in
      *> data/connection-tags.dat:
      *>
      *>   owner, contact, three tags, the note, date last changed
      *>
      *> Commands (CT-COMMAND), CT-OWNER always the logged-in user:
      *>   TAGS    - writes the owner's distinct tags as one line;
      *>             result SOME, or NONE when they have none.
      *>   SHOW    - writes the owner's tags and note on CT-CONTACT,
      *>             nothing when there are none.
      *>   MATCH   - result YES when the owner has CT-TAG on
      *>             CT-CONTACT (any case), NO otherwise.
      *>   EDIT    - the owner's edit screen for CT-CONTACT.
      *>   EXPORT  - writes the owner's tagged contacts that are
      *>             still connections to pickup/contacts-<owner>.csv
      *>             for a spreadsheet; result DONE or NONE.
      *>   REMOVE  - drops the rows for a connection that is gone:
      *>             with CT-CONTACT the pair's rows on both sides,
      *>             with CT-CONTACT blank every row CT-OWNER owns or
      *>             is the contact of (ACCOUNT-MGMT's delete sweep).
      *> NETWORKDISPLAY drives the screens. USER-EXTRACT leaves this
      *> file out, as it does accommodations: the notes are about
      *> other people, and extracts can go to third parties.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONNECTION-TAGS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAG-FILE ASSIGN TO "data/connection-tags.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAG-STATUS.
           SELECT TAG-TEMP-FILE ASSIGN TO "data/ctagtemp.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TTEMP-STATUS.
           SELECT CONNECTIONS-FILE ASSIGN TO "data/connections.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONN-STATUS.
           SELECT PROFILE-FILE ASSIGN TO "data/profiles.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROF-STATUS.
      *> One export file per user, so the name is built at run time.
           SELECT CSV-FILE ASSIGN TO DYNAMIC WS-CSV-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TAG-FILE.
       01 TAG-REC.
          05 CT-ROW-OWNER         PIC X(20).
          05 CT-ROW-CONTACT       PIC X(20).
          05 CT-ROW-TAG           PIC X(20) OCCURS 3 TIMES.
          05 CT-ROW-NOTE          PIC X(100).
          05 CT-ROW-UPDATED       PIC X(10).

       FD TAG-TEMP-FILE.
       01 TAG-TEMP-REC PIC X(210).

      *> data/connections.dat: the same layout ADD-CONNECTION
      *> writes.
       FD CONNECTIONS-FILE.
       01 CONNECTION-REC.
          05 CONN-USERNAME-ONE    PIC X(20).
          05 CONN-USERNAME-TWO    PIC X(20).
          05 CONN-DATE            PIC X(19).

       FD PROFILE-FILE.
           COPY "PROFREC.cpy".

       FD CSV-FILE.
       01 CSV-REC PIC X(600).

       WORKING-STORAGE SECTION.
       77 WS-TAG-STATUS      PIC XX.
       77 WS-TTEMP-STATUS    PIC XX.
       77 WS-CONN-STATUS     PIC XX.
       77 WS-PROF-STATUS     PIC XX.
       77 WS-CSV-STATUS      PIC XX.
       77 WS-CSV-PATH        PIC X(60).
       77 WS-EOF             PIC X VALUE "N".
       77 WS-SCAN-EOF        PIC X VALUE "N".
       77 WS-COMMAND         PIC X(20).
       77 WS-LINE            PIC X(500).
       77 WS-SX-COMMAND      PIC X(10).
       77 WS-MSG-ID          PIC X(12).
       77 WS-CURR-DATE       PIC X(21).
       77 WS-TODAY           PIC X(10).
       77 WS-FOUND           PIC X VALUE "N".
       77 WS-KEEP            PIC X VALUE "Y".
       77 WS-PTR             PIC 9(03) VALUE 0.
       77 WS-PART-4          PIC X(60).
       77 WS-BAD             PIC X VALUE "N".
       77 WS-CONNECTED       PIC X VALUE "N".
       77 WS-CONN-SINCE      PIC X(19).
       77 WS-EXPORTED        PIC 9(05) VALUE 0.
       77 WS-EXPORTED-DISP   PIC Z(4)9.
       77 WS-CSV-LINE        PIC X(600).
       77 WS-CSV-PTR         PIC 9(03) VALUE 0.
       77 WS-NAME            PIC X(41).
       77 WS-UNIV            PIC X(50).
       77 WS-MAJOR           PIC X(50).
       77 T                  PIC 9(02) VALUE 0.
       77 U                  PIC 9(02) VALUE 0.

      *> The owner's tags and note on one contact, copied out of
      *> TAG-REC, and the answers typed on the edit screen.
       01 WS-ENTRY.
          05 WS-EN-TAG            PIC X(20) OCCURS 3 TIMES.
          05 WS-EN-NOTE           PIC X(100).
       01 WS-PARTS.
          05 WS-PART              PIC X(60) OCCURS 3 TIMES.

      *> The owner's distinct tags for the TAGS line.
       01 WS-TAG-LIST.
          05 WS-LIST-COUNT        PIC 9(02) VALUE 0.
          05 WS-LIST-TAG          PIC X(20) OCCURS 30 TIMES.

      *> CSV quoting, the same walk DATA-EXPORT uses: WS-QUOTE-IN
      *> wrapped in double quotes into WS-QUOTE-OUT(1:WS-QUOTE-OUT-LEN)
      *> with any embedded double quote doubled.
       77 WS-QUOTE-IN        PIC X(100).
       77 WS-QUOTE-OUT       PIC X(210).
       77 WS-QUOTE-OUT-LEN   PIC 9(03).
       77 WS-QUOTE-SRC-LEN   PIC 9(03).
       77 WS-QUOTE-IDX       PIC 9(03).
       77 WS-QUOTE-CHAR      PIC X.

       LINKAGE SECTION.
       01 CT-COMMAND    PIC X(10).
       01 CT-OWNER      PIC X(20).
       01 CT-CONTACT    PIC X(20).
       01 CT-TAG        PIC X(20).
       01 CT-RESULT     PIC X(10).

       PROCEDURE DIVISION USING CT-COMMAND CT-OWNER CT-CONTACT
                                CT-TAG CT-RESULT.
       MAIN-PROGRAM.
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE
           MOVE SPACES TO WS-TODAY
           STRING WS-CURR-DATE(1:4) "-" WS-CURR-DATE(5:2) "-"
                  WS-CURR-DATE(7:2)
                  DELIMITED BY SIZE INTO WS-TODAY
           END-STRING
           MOVE SPACES TO CT-RESULT

           EVALUATE FUNCTION TRIM(CT-COMMAND)
              WHEN "TAGS"
                 PERFORM LIST-MY-TAGS
              WHEN "SHOW"
                 PERFORM SHOW-ENTRY
              WHEN "MATCH"
                 PERFORM MATCH-TAG
              WHEN "EDIT"
                 PERFORM EDIT-ENTRY
              WHEN "EXPORT"
                 PERFORM EXPORT-CONTACTS
              WHEN "REMOVE"
                 PERFORM REMOVE-ROWS
           END-EVALUATE
           GOBACK.

       LIST-MY-TAGS.
           MOVE 0 TO WS-LIST-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT TAG-FILE
           IF WS-TAG-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ TAG-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF FUNCTION TRIM(CT-ROW-OWNER) =
                          FUNCTION TRIM(CT-OWNER)
                          PERFORM VARYING T FROM 1 BY 1 UNTIL T > 3
                             PERFORM ADD-LIST-TAG
                          END-PERFORM
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TAG-FILE
           END-IF
           IF WS-LIST-COUNT = 0
              MOVE "NONE" TO CT-RESULT
              EXIT PARAGRAPH
           END-IF

           MOVE "SOME" TO CT-RESULT
           MOVE SPACES TO WS-LINE
           MOVE 1 TO WS-PTR
           STRING "Your tags: " DELIMITED BY SIZE
                  INTO WS-LINE WITH POINTER WS-PTR
           END-STRING
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > WS-LIST-COUNT
              IF T > 1
                 STRING ", " DELIMITED BY SIZE
                        INTO WS-LINE WITH POINTER WS-PTR
                 END-STRING
              END-IF
              STRING FUNCTION TRIM(WS-LIST-TAG(T)) DELIMITED BY SIZE
                     INTO WS-LINE WITH POINTER WS-PTR
              END-STRING
           END-PERFORM
           PERFORM OUT.

       ADD-LIST-TAG.
           IF CT-ROW-TAG(T) = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FOUND
           PERFORM VARYING U FROM 1 BY 1 UNTIL U > WS-LIST-COUNT
              IF FUNCTION UPPER-CASE(WS-LIST-TAG(U)) =
                 FUNCTION UPPER-CASE(CT-ROW-TAG(T))
                 MOVE "Y" TO WS-FOUND
              END-IF
           END-PERFORM
           IF WS-FOUND = "N" AND WS-LIST-COUNT < 30
              ADD 1 TO WS-LIST-COUNT
              MOVE CT-ROW-TAG(T) TO WS-LIST-TAG(WS-LIST-COUNT)
           END-IF.

       SHOW-ENTRY.
           PERFORM FIND-ENTRY
           IF WS-FOUND = "N"
              EXIT PARAGRAPH
           END-IF
           IF WS-EN-TAG(1) NOT = SPACES OR WS-EN-TAG(2) NOT = SPACES
              OR WS-EN-TAG(3) NOT = SPACES
              MOVE SPACES TO WS-LINE
              MOVE 1 TO WS-PTR
              STRING "  Your tags: " DELIMITED BY SIZE
                     INTO WS-LINE WITH POINTER WS-PTR
              END-STRING
              MOVE 0 TO U
              PERFORM VARYING T FROM 1 BY 1 UNTIL T > 3
                 IF WS-EN-TAG(T) NOT = SPACES
                    ADD 1 TO U
                    IF U > 1
                       STRING ", " DELIMITED BY SIZE
                              INTO WS-LINE WITH POINTER WS-PTR
                       END-STRING
                    END-IF
                    STRING FUNCTION TRIM(WS-EN-TAG(T))
                           DELIMITED BY SIZE
                           INTO WS-LINE WITH POINTER WS-PTR
                    END-STRING
                 END-IF
              END-PERFORM
              PERFORM OUT
           END-IF
           IF WS-EN-NOTE NOT = SPACES
              MOVE SPACES TO WS-LINE
              STRING "  Your note: " FUNCTION TRIM(WS-EN-NOTE)
                     DELIMITED BY SIZE INTO WS-LINE
              END-STRING
              PERFORM OUT
           END-IF.

       MATCH-TAG.
           MOVE "NO" TO CT-RESULT
           PERFORM FIND-ENTRY
           IF WS-FOUND = "N" OR CT-TAG = SPACES
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > 3
              IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-EN-TAG(T))) =
                 FUNCTION UPPER-CASE(FUNCTION TRIM(CT-TAG))
                 MOVE "YES" TO CT-RESULT
              END-IF
           END-PERFORM.

      *> Up to three comma-separated tags of 20 characters and a
      *> note of 100; Enter keeps what is there, "-" clears it.
      *> Clearing both drops the row.
       EDIT-ENTRY.
           PERFORM FIND-ENTRY
           PERFORM SHOW-ENTRY

           MOVE "Enter up to three tags separated by commas (Enter"
                & " keeps them, - clears them):" TO WS-LINE
           MOVE "CTAG-001" TO WS-MSG-ID
           PERFORM SAY-LINE
           PERFORM READ-ANSWER
           IF WS-LINE = HIGH-VALUES
              EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
              WHEN FUNCTION TRIM(WS-LINE) = SPACES
                 CONTINUE
              WHEN FUNCTION TRIM(WS-LINE) = "-"
                 MOVE SPACES TO WS-EN-TAG(1) WS-EN-TAG(2) WS-EN-TAG(3)
              WHEN OTHER
                 PERFORM SPLIT-TAGS
                 IF WS-BAD = "Y"
                    EXIT PARAGRAPH
                 END-IF
           END-EVALUATE

           MOVE "Enter a short note (Enter keeps it, - clears it):"
                TO WS-LINE
           MOVE "CTAG-002" TO WS-MSG-ID
           PERFORM SAY-LINE
           PERFORM READ-ANSWER
           IF WS-LINE = HIGH-VALUES
              EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
              WHEN FUNCTION TRIM(WS-LINE) = SPACES
                 CONTINUE
              WHEN FUNCTION TRIM(WS-LINE) = "-"
                 MOVE SPACES TO WS-EN-NOTE
              WHEN WS-LINE(101:400) NOT = SPACES
                 MOVE "Keep the note to 100 characters - nothing"
                  & " saved." TO WS-LINE
                 MOVE "CTAG-003" TO WS-MSG-ID
                 PERFORM SAY-LINE
                 EXIT PARAGRAPH
              WHEN OTHER
                 MOVE FUNCTION TRIM(WS-LINE) TO WS-EN-NOTE
           END-EVALUATE

           PERFORM SAVE-ENTRY
           MOVE "Saved. Only you can see your tags and notes."
                TO WS-LINE
           MOVE "CTAG-004" TO WS-MSG-ID
           PERFORM SAY-LINE.

       SPLIT-TAGS.
           MOVE "N" TO WS-BAD
           MOVE SPACES TO WS-PARTS WS-PART-4
           UNSTRING WS-LINE DELIMITED BY ","
               INTO WS-PART(1) WS-PART(2) WS-PART(3) WS-PART-4
           END-UNSTRING
           IF WS-PART-4 NOT = SPACES
              MOVE "Use at most three tags - nothing saved." TO WS-LINE
              MOVE "CTAG-005" TO WS-MSG-ID
              PERFORM SAY-LINE
              MOVE "Y" TO WS-BAD
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > 3
              MOVE FUNCTION TRIM(WS-PART(T)) TO WS-PART(T)
              IF WS-PART(T)(21:40) NOT = SPACES
                 MOVE "Keep each tag to 20 characters - nothing saved."
                      TO WS-LINE
                 MOVE "CTAG-006" TO WS-MSG-ID
                 PERFORM SAY-LINE
                 MOVE "Y" TO WS-BAD
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > 3
              MOVE WS-PART(T) TO WS-EN-TAG(T)
           END-PERFORM.

      *> Rewrites the owner's row for CT-CONTACT from WS-ENTRY,
      *> adding it when new and dropping it when left empty.
       SAVE-ENTRY.
           IF WS-ENTRY = SPACES
              MOVE "N" TO WS-KEEP
           ELSE
              MOVE "Y" TO WS-KEEP
           END-IF
           MOVE "N" TO WS-FOUND
           MOVE "N" TO WS-EOF
           OPEN OUTPUT TAG-TEMP-FILE
           OPEN INPUT TAG-FILE
           IF WS-TAG-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ TAG-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF FUNCTION TRIM(CT-ROW-OWNER) =
                          FUNCTION TRIM(CT-OWNER) AND
                          FUNCTION TRIM(CT-ROW-CONTACT) =
                          FUNCTION TRIM(CT-CONTACT)
                          MOVE "Y" TO WS-FOUND
                          IF WS-KEEP = "Y"
                             PERFORM FILL-TAG-REC
                             WRITE TAG-TEMP-REC FROM TAG-REC
                          END-IF
                       ELSE
                          WRITE TAG-TEMP-REC FROM TAG-REC
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TAG-FILE
           END-IF
           IF WS-FOUND = "N" AND WS-KEEP = "Y"
              PERFORM FILL-TAG-REC
              WRITE TAG-TEMP-REC FROM TAG-REC
           END-IF
           CLOSE TAG-TEMP-FILE
           PERFORM COPY-BACK.

       FILL-TAG-REC.
           MOVE SPACES TO TAG-REC
           MOVE CT-OWNER TO CT-ROW-OWNER
           MOVE CT-CONTACT TO CT-ROW-CONTACT
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > 3
              MOVE WS-EN-TAG(T) TO CT-ROW-TAG(T)
           END-PERFORM
           MOVE WS-EN-NOTE TO CT-ROW-NOTE
           MOVE WS-TODAY TO CT-ROW-UPDATED.

      *> One CSV row per contact the owner has tagged or noted and
      *> is still connected to, with the contact's profile basics.
       EXPORT-CONTACTS.
           MOVE SPACES TO WS-CSV-PATH
           STRING "pickup/contacts-" FUNCTION TRIM(CT-OWNER) ".csv"
                  DELIMITED BY SIZE INTO WS-CSV-PATH
           END-STRING
           OPEN OUTPUT CSV-FILE
           IF WS-CSV-STATUS NOT = "00"
              MOVE "The contact list could not be written." TO WS-LINE
              MOVE "CTAG-007" TO WS-MSG-ID
              PERFORM SAY-LINE
              MOVE "NONE" TO CT-RESULT
              EXIT PARAGRAPH
           END-IF
           MOVE "Username,Name,University,Major,Tags,Note,Connected"
                & " since" TO CSV-REC
           WRITE CSV-REC

           MOVE 0 TO WS-EXPORTED
           MOVE "N" TO WS-EOF
           OPEN INPUT TAG-FILE
           IF WS-TAG-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ TAG-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF FUNCTION TRIM(CT-ROW-OWNER) =
                          FUNCTION TRIM(CT-OWNER)
                          PERFORM EXPORT-ONE-CONTACT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TAG-FILE
           END-IF
           CLOSE CSV-FILE

           IF WS-EXPORTED = 0
              MOVE "NONE" TO CT-RESULT
           ELSE
              MOVE "DONE" TO CT-RESULT
           END-IF
           MOVE WS-EXPORTED TO WS-EXPORTED-DISP
           MOVE SPACES TO WS-LINE
           STRING FUNCTION TRIM(WS-EXPORTED-DISP)
                  " contact(s) written to "
                  FUNCTION TRIM(WS-CSV-PATH)
                  " - open it in any spreadsheet."
                  DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           PERFORM OUT.

       EXPORT-ONE-CONTACT.
           PERFORM CHECK-STILL-CONNECTED
           IF WS-CONNECTED = "N"
              EXIT PARAGRAPH
           END-IF
           PERFORM LOOKUP-CONTACT-PROFILE

           MOVE SPACES TO WS-CSV-LINE
           MOVE 1 TO WS-CSV-PTR
           MOVE CT-ROW-CONTACT TO WS-QUOTE-IN
           PERFORM ADD-CSV-FIELD
           MOVE WS-NAME TO WS-QUOTE-IN
           PERFORM ADD-CSV-FIELD
           MOVE WS-UNIV TO WS-QUOTE-IN
           PERFORM ADD-CSV-FIELD
           MOVE WS-MAJOR TO WS-QUOTE-IN
           PERFORM ADD-CSV-FIELD

           MOVE SPACES TO WS-QUOTE-IN
           MOVE 1 TO WS-PTR
           MOVE 0 TO U
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > 3
              IF CT-ROW-TAG(T) NOT = SPACES
                 ADD 1 TO U
                 IF U > 1
                    STRING "; " DELIMITED BY SIZE
                           INTO WS-QUOTE-IN WITH POINTER WS-PTR
                    END-STRING
                 END-IF
                 STRING FUNCTION TRIM(CT-ROW-TAG(T)) DELIMITED BY SIZE
                        INTO WS-QUOTE-IN WITH POINTER WS-PTR
                 END-STRING
              END-IF
           END-PERFORM
           PERFORM ADD-CSV-FIELD
           MOVE CT-ROW-NOTE TO WS-QUOTE-IN
           PERFORM ADD-CSV-FIELD
           STRING WS-CONN-SINCE(1:10) DELIMITED BY SIZE
                  INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
           END-STRING

           MOVE WS-CSV-LINE TO CSV-REC
           WRITE CSV-REC
           ADD 1 TO WS-EXPORTED.

       ADD-CSV-FIELD.
           PERFORM QUOTE-CSV-FIELD
           STRING WS-QUOTE-OUT(1:WS-QUOTE-OUT-LEN) ","
                  DELIMITED BY SIZE
                  INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
           END-STRING.

       QUOTE-CSV-FIELD.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-QUOTE-IN TRAILING))
               TO WS-QUOTE-SRC-LEN
           IF WS-QUOTE-IN = SPACES
              MOVE 0 TO WS-QUOTE-SRC-LEN
           END-IF
           MOVE SPACES TO WS-QUOTE-OUT
           MOVE '"' TO WS-QUOTE-OUT(1:1)
           MOVE 1 TO WS-QUOTE-OUT-LEN
           PERFORM VARYING WS-QUOTE-IDX FROM 1 BY 1
                   UNTIL WS-QUOTE-IDX > WS-QUOTE-SRC-LEN
              MOVE WS-QUOTE-IN(WS-QUOTE-IDX:1) TO WS-QUOTE-CHAR
              IF WS-QUOTE-CHAR = '"'
                 ADD 1 TO WS-QUOTE-OUT-LEN
                 MOVE '"' TO WS-QUOTE-OUT(WS-QUOTE-OUT-LEN:1)
              END-IF
              ADD 1 TO WS-QUOTE-OUT-LEN
              MOVE WS-QUOTE-CHAR TO WS-QUOTE-OUT(WS-QUOTE-OUT-LEN:1)
           END-PERFORM
           ADD 1 TO WS-QUOTE-OUT-LEN
           MOVE '"' TO WS-QUOTE-OUT(WS-QUOTE-OUT-LEN:1).

      *> WS-CONNECTED: CT-ROW-OWNER and CT-ROW-CONTACT still have a
      *> connections.dat row, either way round; WS-CONN-SINCE its
      *> date.
       CHECK-STILL-CONNECTED.
           MOVE "N" TO WS-CONNECTED
           MOVE SPACES TO WS-CONN-SINCE
           MOVE "N" TO WS-SCAN-EOF
           OPEN INPUT CONNECTIONS-FILE
           IF WS-CONN-STATUS = "00"
              PERFORM UNTIL WS-SCAN-EOF = "Y"
                 READ CONNECTIONS-FILE
                    AT END MOVE "Y" TO WS-SCAN-EOF
                    NOT AT END
                       IF (CONN-USERNAME-ONE = CT-ROW-OWNER AND
                           CONN-USERNAME-TWO = CT-ROW-CONTACT) OR
                          (CONN-USERNAME-ONE = CT-ROW-CONTACT AND
                           CONN-USERNAME-TWO = CT-ROW-OWNER)
                          MOVE "Y" TO WS-CONNECTED
                          MOVE CONN-DATE TO WS-CONN-SINCE
                          MOVE "Y" TO WS-SCAN-EOF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CONNECTIONS-FILE
           END-IF.

       LOOKUP-CONTACT-PROFILE.
           MOVE SPACES TO WS-NAME WS-UNIV WS-MAJOR
           MOVE "N" TO WS-SCAN-EOF
           OPEN INPUT PROFILE-FILE
           IF WS-PROF-STATUS = "00"
              PERFORM UNTIL WS-SCAN-EOF = "Y"
                 READ PROFILE-FILE
                    AT END MOVE "Y" TO WS-SCAN-EOF
                    NOT AT END
                       IF PROF-USERNAME = CT-ROW-CONTACT
                          STRING FUNCTION TRIM(PROF-FIRST-NAME) " "
                                 FUNCTION TRIM(PROF-LAST-NAME)
                                 DELIMITED BY SIZE INTO WS-NAME
                          END-STRING
                          MOVE PROF-UNIVERSITY TO WS-UNIV
                          MOVE PROF-MAJOR TO WS-MAJOR
                          MOVE "Y" TO WS-SCAN-EOF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PROFILE-FILE
           END-IF.

      *> A connection that no longer exists takes its tags and
      *> notes with it, on both sides.
       REMOVE-ROWS.
           MOVE "N" TO WS-EOF
           OPEN INPUT TAG-FILE
           IF WS-TAG-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TAG-TEMP-FILE
           PERFORM UNTIL WS-EOF = "Y"
              READ TAG-FILE
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    MOVE "Y" TO WS-KEEP
                    IF CT-CONTACT = SPACES
                       IF FUNCTION TRIM(CT-ROW-OWNER) =
                          FUNCTION TRIM(CT-OWNER) OR
                          FUNCTION TRIM(CT-ROW-CONTACT) =
                          FUNCTION TRIM(CT-OWNER)
                          MOVE "N" TO WS-KEEP
                       END-IF
                    ELSE
                       IF (FUNCTION TRIM(CT-ROW-OWNER) =
                           FUNCTION TRIM(CT-OWNER) AND
                           FUNCTION TRIM(CT-ROW-CONTACT) =
                           FUNCTION TRIM(CT-CONTACT)) OR
                          (FUNCTION TRIM(CT-ROW-OWNER) =
                           FUNCTION TRIM(CT-CONTACT) AND
                           FUNCTION TRIM(CT-ROW-CONTACT) =
                           FUNCTION TRIM(CT-OWNER))
                          MOVE "N" TO WS-KEEP
                       END-IF
                    END-IF
                    IF WS-KEEP = "Y"
                       WRITE TAG-TEMP-REC FROM TAG-REC
                    END-IF
              END-READ
           END-PERFORM
           CLOSE TAG-FILE
           CLOSE TAG-TEMP-FILE
           PERFORM COPY-BACK
           MOVE "DONE" TO CT-RESULT.

       COPY-BACK.
           OPEN OUTPUT TAG-FILE
           OPEN INPUT TAG-TEMP-FILE
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
              READ TAG-TEMP-FILE INTO TAG-REC
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END WRITE TAG-REC
              END-READ
           END-PERFORM
           CLOSE TAG-TEMP-FILE
           CLOSE TAG-FILE.

      *> WS-ENTRY for the owner's row on CT-CONTACT; WS-FOUND says
      *> whether there is one.
       FIND-ENTRY.
           MOVE "N" TO WS-FOUND
           MOVE SPACES TO WS-ENTRY
           MOVE "N" TO WS-SCAN-EOF
           OPEN INPUT TAG-FILE
           IF WS-TAG-STATUS = "00"
              PERFORM UNTIL WS-SCAN-EOF = "Y"
                 READ TAG-FILE
                    AT END MOVE "Y" TO WS-SCAN-EOF
                    NOT AT END
                       IF FUNCTION TRIM(CT-ROW-OWNER) =
                          FUNCTION TRIM(CT-OWNER) AND
                          FUNCTION TRIM(CT-ROW-CONTACT) =
                          FUNCTION TRIM(CT-CONTACT)
                          MOVE "Y" TO WS-FOUND
                          MOVE "Y" TO WS-SCAN-EOF
                          PERFORM VARYING T FROM 1 BY 1 UNTIL T > 3
                             MOVE CT-ROW-TAG(T) TO WS-EN-TAG(T)
                          END-PERFORM
                          MOVE CT-ROW-NOTE TO WS-EN-NOTE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TAG-FILE
           END-IF.

       READ-ANSWER.
           MOVE SPACES TO WS-LINE
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE.

       OUT.
           MOVE "WRITE" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE.

      *> OUT in the account's screen language: WS-LINE
      *> holds the English wording, WS-MSG-ID its data/msg-catalog.dat
      *> ID.
       SAY-LINE.
           MOVE "TEXT" TO WS-SX-COMMAND
           CALL "SCREEN-TEXT" USING WS-SX-COMMAND CT-OWNER
                                    WS-MSG-ID WS-LINE
           PERFORM OUT.

       END PROGRAM CONNECTION-TAGS.
