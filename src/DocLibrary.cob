      *> A student's personal document library: several named
      *> resumes and cover letters instead of the one resume
      *> PROF-RESUME-REF carries, so a software application and a
      *> data application can go out with different documents.
      *>
      *>   data/documents.dat     - one row per document: owner,
      *>       kind (R resume, C cover letter), name, and for a
      *>       resume the document file it points at
      *>   data/document-text.dat - the lines of each library cover
      *>       letter, by owner, name and line number
      *>   data/app-cover-letters.dat - the cover letter sent with an
      *>       application, by applicant and JOB-ID; a copy, so
      *>       editing or removing the library letter later never
      *>       changes what an employer already received
      *>
      *> Commands (DX-COMMAND):
      *>   MANAGE      - the "My Documents" screen for DX-USER
      *>   RESUME      - at apply time, asks which resume to attach;
      *>                 DX-RESULT comes back with its file name, or
      *>                 spaces for "the resume on my profile"
      *>   COVER       - at apply time, asks for a library letter or
      *>                 a new one and stores it against DX-USER /
      *>                 DX-JOB-ID
      *>   HAS-COVER   - DX-RESULT Y when DX-USER / DX-JOB-ID has a
      *>                 cover letter, N otherwise
      *>   SHOW-COVER  - writes that cover letter to the screen, for
      *>                 the employer's applicant list
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOC-LIBRARY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOC-FILE ASSIGN TO "data/documents.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DOC-STATUS.
           SELECT DOC-TEXT-FILE ASSIGN TO "data/document-text.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DT-STATUS.
           SELECT COVER-FILE ASSIGN TO "data/app-cover-letters.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CL-STATUS.
           SELECT DOC-TEMP-FILE ASSIGN TO "data/doctemp.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEMP-STATUS.
           SELECT PROFILE-FILE ASSIGN TO "data/profiles.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD DOC-FILE.
       01 DOC-REC.
          05 DOC-OWNER             PIC X(20).
          05 DOC-KIND              PIC X(01).
             88 DOC-RESUME             VALUE "R".
             88 DOC-COVER              VALUE "C".
          05 DOC-NAME              PIC X(30).
          05 DOC-REF               PIC X(50).
          05 DOC-ADDED             PIC X(10).

       FD DOC-TEXT-FILE.
       01 DOC-TEXT-REC.
          05 DT-OWNER              PIC X(20).
          05 DT-NAME               PIC X(30).
          05 DT-SEQ                PIC 9(02).
          05 DT-TEXT               PIC X(100).

      *> data/app-cover-letters.dat: APPLICANT-PACKET reads the same
      *> layout.
       FD COVER-FILE.
       01 COVER-REC.
          05 CL-APPLIER            PIC X(20).
          05 CL-JOB-ID             PIC 9(05).
          05 CL-SEQ                PIC 9(02).
          05 CL-TEXT               PIC X(100).

       FD DOC-TEMP-FILE.
       01 DOC-TEMP-REC             PIC X(160).

       FD PROFILE-FILE.
           COPY "PROFREC.cpy".

       WORKING-STORAGE SECTION.
       77 WS-DOC-STATUS    PIC XX.
       77 WS-DT-STATUS     PIC XX.
       77 WS-CL-STATUS     PIC XX.
       77 WS-TEMP-STATUS   PIC XX.
       77 WS-PROF-STATUS   PIC XX.
       77 WS-EOF           PIC X VALUE "N".
       77 WS-IO-COMMAND    PIC X(20).
       77 WS-IO-LINE       PIC X(500).
       77 WS-SX-COMMAND    PIC X(10).
       77 WS-MSG-ID        PIC X(12).
       77 WS-CURR-DATE     PIC X(21).
       77 WS-CHOICE        PIC X(01).
       77 WS-PICK          PIC 9(03).
       77 WS-IDX           PIC 9(03).
       77 WS-NAME          PIC X(30).
       77 WS-REF           PIC X(50).
       77 WS-PROFILE-REF   PIC X(50).
       77 WS-KIND          PIC X(01).
       77 WS-DUP           PIC X VALUE "N".
       77 WS-FOUND         PIC X VALUE "N".
       77 WS-LINES-DISP    PIC Z9.
       77 WS-NUM-DISP      PIC ZZ9.

      *> The owner's library, in file order; the on-screen numbers
      *> are subscripts into it.
       01 WS-DOC-TABLE.
          05 WS-DOC-COUNT          PIC 9(03) VALUE 0.
          05 WS-DOC-ENTRY OCCURS 50 TIMES.
             10 WS-D-KIND          PIC X(01).
             10 WS-D-NAME          PIC X(30).
             10 WS-D-REF           PIC X(50).
             10 WS-D-LINES         PIC 9(02).

      *> Picking a resume or letter numbers only that kind; this
      *> maps the number shown back to WS-DOC-ENTRY.
       01 WS-PICK-TABLE.
          05 WS-PICK-COUNT         PIC 9(03) VALUE 0.
          05 WS-PICK-DOC           PIC 9(03) OCCURS 50 TIMES.

      *> A cover letter being written or copied, one line per row.
       01 WS-LETTER.
          05 WS-LETTER-COUNT       PIC 9(02) VALUE 0.
          05 WS-LETTER-LINE        PIC X(100) OCCURS 20 TIMES.

       LINKAGE SECTION.
       01 DX-COMMAND    PIC X(10).
       01 DX-USER       PIC X(20).
       01 DX-JOB-ID     PIC 9(05).
       01 DX-RESULT     PIC X(50).

       PROCEDURE DIVISION USING DX-COMMAND DX-USER DX-JOB-ID
                                DX-RESULT.
       MAIN-PROGRAM.
           EVALUATE FUNCTION TRIM(DX-COMMAND)
              WHEN "MANAGE"
                 PERFORM MANAGE-LIBRARY
              WHEN "RESUME"
                 PERFORM PICK-RESUME
              WHEN "COVER"
                 PERFORM CHOOSE-COVER-LETTER
              WHEN "HAS-COVER"
                 PERFORM CHECK-COVER-LETTER
              WHEN "SHOW-COVER"
                 PERFORM SHOW-COVER-LETTER
           END-EVALUATE
           GOBACK.

       MANAGE-LIBRARY.
           MOVE SPACES TO WS-CHOICE
           PERFORM UNTIL WS-CHOICE = "4"
              PERFORM LOAD-LIBRARY
              PERFORM LIST-LIBRARY
              MOVE "1. Add a resume" TO WS-IO-LINE
              MOVE "DOCL-001" TO WS-MSG-ID
              PERFORM SAY-LINE
              MOVE "2. Write a cover letter" TO WS-IO-LINE
              MOVE "DOCL-002" TO WS-MSG-ID
              PERFORM SAY-LINE
              MOVE "3. Remove a document" TO WS-IO-LINE
              MOVE "DOCL-003" TO WS-MSG-ID
              PERFORM SAY-LINE
              MOVE "4. Return" TO WS-IO-LINE
              MOVE "DOCL-004" TO WS-MSG-ID
              PERFORM SAY-LINE
              MOVE "Enter your choice:" TO WS-IO-LINE
              MOVE "ENTER-CHOICE" TO WS-MSG-ID
              PERFORM SAY-LINE
              PERFORM READ-LINE
              IF WS-IO-LINE = HIGH-VALUES
                 MOVE "4" TO WS-CHOICE
              ELSE
                 MOVE WS-IO-LINE(1:1) TO WS-CHOICE
              END-IF
              EVALUATE WS-CHOICE
                 WHEN "1" PERFORM ADD-RESUME
                 WHEN "2" PERFORM ADD-COVER-LETTER
                 WHEN "3" PERFORM REMOVE-DOCUMENT
                 WHEN "4" CONTINUE
                 WHEN OTHER
                    MOVE "Invalid choice. Please try again."
                       TO WS-IO-LINE
                    MOVE "RETRY-CHOICE" TO WS-MSG-ID
                    PERFORM SAY-LINE
              END-EVALUATE
           END-PERFORM.

       LIST-LIBRARY.
           MOVE "--- My Documents ---" TO WS-IO-LINE
           MOVE "DOCL-005" TO WS-MSG-ID
           PERFORM SAY-LINE
           IF WS-DOC-COUNT = 0
              MOVE "Your library is empty." TO WS-IO-LINE
              MOVE "DOCL-006" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-DOC-COUNT
              MOVE SPACES TO WS-IO-LINE
              MOVE WS-IDX TO WS-NUM-DISP
              IF WS-D-KIND(WS-IDX) = "R"
                 STRING "  " FUNCTION TRIM(WS-NUM-DISP) ". Resume: "
                        FUNCTION TRIM(WS-D-NAME(WS-IDX))
                        " (" FUNCTION TRIM(WS-D-REF(WS-IDX)) ")"
                        DELIMITED BY SIZE INTO WS-IO-LINE
                 END-STRING
              ELSE
                 MOVE WS-D-LINES(WS-IDX) TO WS-LINES-DISP
                 STRING "  " FUNCTION TRIM(WS-NUM-DISP)
                        ". Cover letter: "
                        FUNCTION TRIM(WS-D-NAME(WS-IDX))
                        " (" FUNCTION TRIM(WS-LINES-DISP)
                        " line(s))"
                        DELIMITED BY SIZE INTO WS-IO-LINE
                 END-STRING
              END-IF
              PERFORM WRITE-LINE
           END-PERFORM.

      *> A resume in the library names a document file; Enter takes
      *> the one GENERATE-RESUME last produced for the profile.
       ADD-RESUME.
           MOVE "R" TO WS-KIND
           PERFORM ASK-DOCUMENT-NAME
           IF WS-NAME = SPACES
              EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-PROFILE-RESUME
           MOVE SPACES TO WS-IO-LINE
           IF WS-PROFILE-REF = SPACES
              MOVE "Resume file name:" TO WS-IO-LINE
              MOVE "DOCL-031" TO WS-MSG-ID
              PERFORM SAY-LINE
           ELSE
              STRING "Resume file name (Enter for "
                     FUNCTION TRIM(WS-PROFILE-REF) "):"
                     DELIMITED BY SIZE INTO WS-IO-LINE
              END-STRING
              PERFORM WRITE-LINE
           END-IF
           PERFORM READ-LINE
           IF WS-IO-LINE = HIGH-VALUES OR WS-IO-LINE = SPACES
              MOVE WS-PROFILE-REF TO WS-REF
           ELSE
              MOVE WS-IO-LINE TO WS-REF
           END-IF
           IF WS-REF = SPACES
              MOVE "A resume needs a file name - nothing added."
                 TO WS-IO-LINE
              MOVE "DOCL-007" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF
           PERFORM APPEND-DOCUMENT
           MOVE "Resume added to your library." TO WS-IO-LINE
           MOVE "DOCL-008" TO WS-MSG-ID
           PERFORM SAY-LINE.

       ADD-COVER-LETTER.
           MOVE "C" TO WS-KIND
           PERFORM ASK-DOCUMENT-NAME
           IF WS-NAME = SPACES
              EXIT PARAGRAPH
           END-IF
           PERFORM TYPE-LETTER
           IF WS-LETTER-COUNT = 0
              MOVE "The letter is empty - nothing added." TO WS-IO-LINE
              MOVE "DOCL-009" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF
           PERFORM SAVE-LIBRARY-LETTER
           MOVE "Cover letter added to your library." TO WS-IO-LINE
           MOVE "DOCL-010" TO WS-MSG-ID
           PERFORM SAY-LINE.

      *> WS-NAME comes back spaces (message already shown) when the
      *> name is blank, taken, or the library is full.
       ASK-DOCUMENT-NAME.
           MOVE SPACES TO WS-NAME
           IF WS-DOC-COUNT >= 50
              MOVE "Your library is full - remove a document first."
                 TO WS-IO-LINE
              MOVE "DOCL-011" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF
           MOVE "Name for this document (e.g. Data roles):"
              TO WS-IO-LINE
           MOVE "DOCL-012" TO WS-MSG-ID
           PERFORM SAY-LINE
           PERFORM READ-LINE
           IF WS-IO-LINE = HIGH-VALUES OR WS-IO-LINE = SPACES
              MOVE "A name is needed - nothing added." TO WS-IO-LINE
              MOVE "DOCL-013" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF
           MOVE WS-IO-LINE TO WS-NAME
           MOVE "N" TO WS-DUP
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-DOC-COUNT
              IF WS-D-KIND(WS-IDX) = WS-KIND AND
                 FUNCTION UPPER-CASE(WS-D-NAME(WS-IDX)) =
                 FUNCTION UPPER-CASE(WS-NAME)
                 MOVE "Y" TO WS-DUP
              END-IF
           END-PERFORM
           IF WS-DUP = "Y"
              MOVE SPACES TO WS-NAME
              MOVE "You already have a document by that name."
                 TO WS-IO-LINE
              MOVE "DOCL-014" TO WS-MSG-ID
              PERFORM SAY-LINE
           END-IF.

      *> Fills WS-LETTER a line at a time until a blank line.
       TYPE-LETTER.
           MOVE 0 TO WS-LETTER-COUNT
           MOVE "Type the letter a line at a time (up to 20 lines);"
              TO WS-IO-LINE
           MOVE "DOCL-015" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "a blank line finishes it." TO WS-IO-LINE
           MOVE "DOCL-016" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y" OR WS-LETTER-COUNT >= 20
              PERFORM READ-LINE
              IF WS-IO-LINE = HIGH-VALUES OR WS-IO-LINE = SPACES
                 MOVE "Y" TO WS-EOF
              ELSE
                 ADD 1 TO WS-LETTER-COUNT
                 MOVE WS-IO-LINE TO WS-LETTER-LINE(WS-LETTER-COUNT)
              END-IF
           END-PERFORM.

       APPEND-DOCUMENT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE
           OPEN EXTEND DOC-FILE
           IF WS-DOC-STATUS NOT = "00"
              OPEN OUTPUT DOC-FILE
           END-IF
           MOVE SPACES TO DOC-REC
           MOVE DX-USER TO DOC-OWNER
           MOVE WS-KIND TO DOC-KIND
           MOVE WS-NAME TO DOC-NAME
           MOVE WS-REF TO DOC-REF
           STRING WS-CURR-DATE(1:4) "-" WS-CURR-DATE(5:2) "-"
                  WS-CURR-DATE(7:2)
                  DELIMITED BY SIZE INTO DOC-ADDED
           END-STRING
           WRITE DOC-REC
           CLOSE DOC-FILE.

      *> WS-NAME / WS-LETTER into the library as a cover letter.
       SAVE-LIBRARY-LETTER.
           MOVE "C" TO WS-KIND
           MOVE SPACES TO WS-REF
           PERFORM APPEND-DOCUMENT
           OPEN EXTEND DOC-TEXT-FILE
           IF WS-DT-STATUS NOT = "00"
              OPEN OUTPUT DOC-TEXT-FILE
           END-IF
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-LETTER-COUNT
              MOVE DX-USER TO DT-OWNER
              MOVE WS-NAME TO DT-NAME
              MOVE WS-IDX TO DT-SEQ
              MOVE WS-LETTER-LINE(WS-IDX) TO DT-TEXT
              WRITE DOC-TEXT-REC
           END-PERFORM
           CLOSE DOC-TEXT-FILE.

      *> Drops the document row and, for a cover letter, its lines.
      *> Letters already sent with an application are copies and
      *> stay as they were.
       REMOVE-DOCUMENT.
           IF WS-DOC-COUNT = 0
              EXIT PARAGRAPH
           END-IF
           MOVE "Number of the document to remove:" TO WS-IO-LINE
           MOVE "DOCL-017" TO WS-MSG-ID
           PERFORM SAY-LINE
           PERFORM READ-LINE
           MOVE 0 TO WS-PICK
           IF WS-IO-LINE NOT = HIGH-VALUES AND
              FUNCTION TRIM(WS-IO-LINE) IS NUMERIC
              MOVE FUNCTION NUMVAL(WS-IO-LINE) TO WS-PICK
           END-IF
           IF WS-PICK < 1 OR WS-PICK > WS-DOC-COUNT
              MOVE "No document has that number." TO WS-IO-LINE
              MOVE "DOCL-018" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF
           MOVE WS-D-KIND(WS-PICK) TO WS-KIND
           MOVE WS-D-NAME(WS-PICK) TO WS-NAME

           MOVE "N" TO WS-EOF
           OPEN INPUT DOC-FILE
           OPEN OUTPUT DOC-TEMP-FILE
           IF WS-DOC-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ DOC-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF DOC-OWNER = DX-USER AND
                          DOC-KIND = WS-KIND AND DOC-NAME = WS-NAME
                          CONTINUE
                       ELSE
                          WRITE DOC-TEMP-REC FROM DOC-REC
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DOC-FILE
           END-IF
           CLOSE DOC-TEMP-FILE
           OPEN OUTPUT DOC-FILE
           OPEN INPUT DOC-TEMP-FILE
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
              READ DOC-TEMP-FILE INTO DOC-REC
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END WRITE DOC-REC
              END-READ
           END-PERFORM
           CLOSE DOC-TEMP-FILE
           CLOSE DOC-FILE

           IF WS-KIND = "C"
              PERFORM REMOVE-LETTER-LINES
           END-IF
           MOVE "Document removed." TO WS-IO-LINE
           MOVE "DOCL-019" TO WS-MSG-ID
           PERFORM SAY-LINE.

       REMOVE-LETTER-LINES.
           MOVE "N" TO WS-EOF
           OPEN INPUT DOC-TEXT-FILE
           OPEN OUTPUT DOC-TEMP-FILE
           IF WS-DT-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ DOC-TEXT-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF DT-OWNER = DX-USER AND DT-NAME = WS-NAME
                          CONTINUE
                       ELSE
                          WRITE DOC-TEMP-REC FROM DOC-TEXT-REC
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DOC-TEXT-FILE
           END-IF
           CLOSE DOC-TEMP-FILE
           OPEN OUTPUT DOC-TEXT-FILE
           OPEN INPUT DOC-TEMP-FILE
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
              READ DOC-TEMP-FILE INTO DOC-TEXT-REC
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END WRITE DOC-TEXT-REC
              END-READ
           END-PERFORM
           CLOSE DOC-TEMP-FILE
           CLOSE DOC-TEXT-FILE.

      *> With no resumes in the library this is the old free-text
      *> prompt. Otherwise the library resumes are numbered; a
      *> number picks one, Enter keeps the profile's resume and
      *> anything else is taken as a file name, as before.
       PICK-RESUME.
           MOVE SPACES TO DX-RESULT
           PERFORM LOAD-LIBRARY
           MOVE "R" TO WS-KIND
           PERFORM BUILD-PICK-LIST
           IF WS-PICK-COUNT = 0
              MOVE "Enter a resume/document filename to attach "
                   & "(optional):" TO WS-IO-LINE
              MOVE "DOCL-020" TO WS-MSG-ID
              PERFORM SAY-LINE
           ELSE
              MOVE "Which resume should go with this application?"
                 TO WS-IO-LINE
              MOVE "DOCL-021" TO WS-MSG-ID
              PERFORM SAY-LINE
              PERFORM LIST-PICK-LIST
              MOVE "Enter its number, a filename, or press Enter for"
                   & " the resume on your profile:" TO WS-IO-LINE
              MOVE "DOCL-022" TO WS-MSG-ID
              PERFORM SAY-LINE
           END-IF
           PERFORM READ-LINE
           IF WS-IO-LINE = HIGH-VALUES OR WS-IO-LINE = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-PICK
           IF WS-PICK-COUNT > 0 AND
              FUNCTION TRIM(WS-IO-LINE) IS NUMERIC
              MOVE FUNCTION NUMVAL(WS-IO-LINE) TO WS-PICK
           END-IF
           IF WS-PICK >= 1 AND WS-PICK <= WS-PICK-COUNT
              MOVE WS-PICK-DOC(WS-PICK) TO WS-IDX
              MOVE WS-D-REF(WS-IDX) TO DX-RESULT
           ELSE
              MOVE WS-IO-LINE TO DX-RESULT
           END-IF.

      *> A library letter is copied against the application; a
      *> letter written here can be kept in the library as well.
       CHOOSE-COVER-LETTER.
           PERFORM LOAD-LIBRARY
           MOVE "C" TO WS-KIND
           PERFORM BUILD-PICK-LIST
           MOVE 0 TO WS-LETTER-COUNT
           IF WS-PICK-COUNT = 0
              MOVE "Add a cover letter? W to write one now, or press"
                   & " Enter for none:" TO WS-IO-LINE
              MOVE "DOCL-023" TO WS-MSG-ID
              PERFORM SAY-LINE
           ELSE
              MOVE "Cover letters in your library:" TO WS-IO-LINE
              MOVE "DOCL-024" TO WS-MSG-ID
              PERFORM SAY-LINE
              PERFORM LIST-PICK-LIST
              MOVE "Enter a letter's number, W to write one now, or"
                   & " press Enter for none:" TO WS-IO-LINE
              MOVE "DOCL-025" TO WS-MSG-ID
              PERFORM SAY-LINE
           END-IF
           PERFORM READ-LINE
           IF WS-IO-LINE = HIGH-VALUES OR WS-IO-LINE = SPACES
              EXIT PARAGRAPH
           END-IF

           IF FUNCTION UPPER-CASE(WS-IO-LINE(1:1)) = "W"
              PERFORM TYPE-LETTER
              IF WS-LETTER-COUNT = 0
                 EXIT PARAGRAPH
              END-IF
              PERFORM OFFER-KEEP-LETTER
           ELSE
              MOVE 0 TO WS-PICK
              IF FUNCTION TRIM(WS-IO-LINE) IS NUMERIC
                 MOVE FUNCTION NUMVAL(WS-IO-LINE) TO WS-PICK
              END-IF
              IF WS-PICK < 1 OR WS-PICK > WS-PICK-COUNT
                 MOVE "No letter has that number - sending none."
                    TO WS-IO-LINE
                 MOVE "DOCL-026" TO WS-MSG-ID
                 PERFORM SAY-LINE
                 EXIT PARAGRAPH
              END-IF
              MOVE WS-PICK-DOC(WS-PICK) TO WS-IDX
              MOVE WS-D-NAME(WS-IDX) TO WS-NAME
              PERFORM LOAD-LIBRARY-LETTER
           END-IF

           PERFORM STORE-APPLICATION-LETTER
           MOVE "Cover letter attached." TO WS-IO-LINE
           MOVE "DOCL-027" TO WS-MSG-ID
           PERFORM SAY-LINE.

       OFFER-KEEP-LETTER.
           MOVE "Keep this letter in your library too? (Y/N):"
              TO WS-IO-LINE
           MOVE "DOCL-028" TO WS-MSG-ID
           PERFORM SAY-LINE
           PERFORM READ-LINE
           IF FUNCTION UPPER-CASE(WS-IO-LINE(1:1)) NOT = "Y"
              EXIT PARAGRAPH
           END-IF
           MOVE "C" TO WS-KIND
           PERFORM ASK-DOCUMENT-NAME
           IF WS-NAME NOT = SPACES
              PERFORM SAVE-LIBRARY-LETTER
              MOVE "Saved to your library." TO WS-IO-LINE
              MOVE "DOCL-029" TO WS-MSG-ID
              PERFORM SAY-LINE
           END-IF.

       LOAD-LIBRARY-LETTER.
           MOVE 0 TO WS-LETTER-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT DOC-TEXT-FILE
           IF WS-DT-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ DOC-TEXT-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF DT-OWNER = DX-USER AND DT-NAME = WS-NAME
                          AND WS-LETTER-COUNT < 20
                          ADD 1 TO WS-LETTER-COUNT
                          MOVE DT-TEXT
                             TO WS-LETTER-LINE(WS-LETTER-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DOC-TEXT-FILE
           END-IF.

      *> Replaces any letter already held for this applicant and
      *> posting (an earlier, withdrawn application) with WS-LETTER.
       STORE-APPLICATION-LETTER.
           MOVE "N" TO WS-EOF
           OPEN INPUT COVER-FILE
           OPEN OUTPUT DOC-TEMP-FILE
           IF WS-CL-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ COVER-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF CL-APPLIER = DX-USER AND
                          CL-JOB-ID = DX-JOB-ID
                          CONTINUE
                       ELSE
                          WRITE DOC-TEMP-REC FROM COVER-REC
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE COVER-FILE
           END-IF
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-LETTER-COUNT
              MOVE DX-USER TO CL-APPLIER
              MOVE DX-JOB-ID TO CL-JOB-ID
              MOVE WS-IDX TO CL-SEQ
              MOVE WS-LETTER-LINE(WS-IDX) TO CL-TEXT
              WRITE DOC-TEMP-REC FROM COVER-REC
           END-PERFORM
           CLOSE DOC-TEMP-FILE
           OPEN OUTPUT COVER-FILE
           OPEN INPUT DOC-TEMP-FILE
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
              READ DOC-TEMP-FILE INTO COVER-REC
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END WRITE COVER-REC
              END-READ
           END-PERFORM
           CLOSE DOC-TEMP-FILE
           CLOSE COVER-FILE.

       CHECK-COVER-LETTER.
           MOVE "N" TO DX-RESULT
           MOVE "N" TO WS-EOF
           OPEN INPUT COVER-FILE
           IF WS-CL-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ COVER-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF CL-APPLIER = DX-USER AND
                          CL-JOB-ID = DX-JOB-ID
                          MOVE "Y" TO DX-RESULT
                          MOVE "Y" TO WS-EOF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE COVER-FILE
           END-IF.

       SHOW-COVER-LETTER.
           MOVE "N" TO WS-FOUND
           MOVE "N" TO WS-EOF
           OPEN INPUT COVER-FILE
           IF WS-CL-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ COVER-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF CL-APPLIER = DX-USER AND
                          CL-JOB-ID = DX-JOB-ID
                          IF WS-FOUND = "N"
                             MOVE "Y" TO WS-FOUND
                             MOVE "      Cover letter:" TO WS-IO-LINE
                             MOVE "DOCL-030" TO WS-MSG-ID
                             PERFORM SAY-LINE
                          END-IF
                          MOVE SPACES TO WS-IO-LINE
                          STRING "        " CL-TEXT
                                 DELIMITED BY SIZE INTO WS-IO-LINE
                          END-STRING
                          PERFORM WRITE-LINE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE COVER-FILE
           END-IF.

       LOAD-LIBRARY.
           MOVE 0 TO WS-DOC-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT DOC-FILE
           IF WS-DOC-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ DOC-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF DOC-OWNER = DX-USER AND WS-DOC-COUNT < 50
                          ADD 1 TO WS-DOC-COUNT
                          MOVE DOC-KIND TO WS-D-KIND(WS-DOC-COUNT)
                          MOVE DOC-NAME TO WS-D-NAME(WS-DOC-COUNT)
                          MOVE DOC-REF TO WS-D-REF(WS-DOC-COUNT)
                          MOVE 0 TO WS-D-LINES(WS-DOC-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DOC-FILE
           END-IF
           MOVE "N" TO WS-EOF
           OPEN INPUT DOC-TEXT-FILE
           IF WS-DT-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ DOC-TEXT-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF DT-OWNER = DX-USER
                          PERFORM COUNT-LETTER-LINE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DOC-TEXT-FILE
           END-IF.

       COUNT-LETTER-LINE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-DOC-COUNT
              IF WS-D-KIND(WS-IDX) = "C" AND
                 WS-D-NAME(WS-IDX) = DT-NAME
                 ADD 1 TO WS-D-LINES(WS-IDX)
              END-IF
           END-PERFORM.

      *> Numbers the library entries of kind WS-KIND.
       BUILD-PICK-LIST.
           MOVE 0 TO WS-PICK-COUNT
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-DOC-COUNT
              IF WS-D-KIND(WS-IDX) = WS-KIND
                 ADD 1 TO WS-PICK-COUNT
                 MOVE WS-IDX TO WS-PICK-DOC(WS-PICK-COUNT)
              END-IF
           END-PERFORM.

       LIST-PICK-LIST.
           PERFORM VARYING WS-PICK FROM 1 BY 1
                   UNTIL WS-PICK > WS-PICK-COUNT
              MOVE WS-PICK-DOC(WS-PICK) TO WS-IDX
              MOVE WS-PICK TO WS-NUM-DISP
              MOVE SPACES TO WS-IO-LINE
              IF WS-KIND = "R"
                 STRING "  " FUNCTION TRIM(WS-NUM-DISP) ". "
                        FUNCTION TRIM(WS-D-NAME(WS-IDX))
                        " (" FUNCTION TRIM(WS-D-REF(WS-IDX)) ")"
                        DELIMITED BY SIZE INTO WS-IO-LINE
                 END-STRING
              ELSE
                 STRING "  " FUNCTION TRIM(WS-NUM-DISP) ". "
                        FUNCTION TRIM(WS-D-NAME(WS-IDX))
                        DELIMITED BY SIZE INTO WS-IO-LINE
                 END-STRING
              END-IF
              PERFORM WRITE-LINE
           END-PERFORM.

       LOAD-PROFILE-RESUME.
           MOVE SPACES TO WS-PROFILE-REF
           MOVE "N" TO WS-EOF
           OPEN INPUT PROFILE-FILE
           IF WS-PROF-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ PROFILE-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF PROF-USERNAME = DX-USER
                          MOVE PROF-RESUME-REF TO WS-PROFILE-REF
                          MOVE "Y" TO WS-EOF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PROFILE-FILE
           END-IF.

       WRITE-LINE.
           MOVE "WRITE" TO WS-IO-COMMAND
           CALL "IO-MODULE" USING WS-IO-COMMAND WS-IO-LINE.

      *> WRITE-LINE in the account's screen language: WS-IO-LINE
      *> holds the English wording, WS-MSG-ID its data/msg-catalog.dat
      *> ID.
       SAY-LINE.
           MOVE "TEXT" TO WS-SX-COMMAND
           CALL "SCREEN-TEXT" USING WS-SX-COMMAND DX-USER
                                    WS-MSG-ID WS-IO-LINE
           PERFORM WRITE-LINE.

       READ-LINE.
           MOVE SPACES TO WS-IO-LINE
           MOVE "READ" TO WS-IO-COMMAND
           CALL "IO-MODULE" USING WS-IO-COMMAND WS-IO-LINE.

       END PROGRAM DOC-LIBRARY.
