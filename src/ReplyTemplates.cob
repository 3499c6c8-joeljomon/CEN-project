      *> Saved replies for employers. Recruiters send the same few
      *> messages over and over - interview logistics, "we received
      *> your application", "please complete your references" - so
      *> an employer keeps a library of named reply templates here
      *> and picks one instead of retyping it. A template's text can
      *> carry merge fields, filled in for each recipient just
      *> before the message is sent:
      *>
      *>   {NAME}   the recipient's first and last name (username
      *>            when they have no profile)
      *>   {JOB}    the posting's title
      *>   {JOBID}  the posting's Job ID
      *>   {SLOT}   the recipient's Proposed or Confirmed interview
      *>            slot on that posting, "to be arranged" if none
      *>
      *> data/reply-templates.dat holds one row per template:
      *>
      *>   owner, template name, template text (up to 472
      *>   characters - a whole message)
      *>
      *> Commands (RT-COMMAND), RT-OWNER always the logged-in user:
      *>   MANAGE  - the employer's list/add/edit/delete screen,
      *>             from the job menu.
      *>   PICK    - offers the owner's templates before a message
      *>             is typed; RT-TEXT gets the raw template and
      *>             RT-RESULT PICKED, or PICKED-JOB when it uses
      *>             {JOB}, {JOBID} or {SLOT} and so needs RT-JOB-ID.
      *>             NONE (nothing shown) when the owner has no
      *>             templates, SKIP when they chose to type.
      *>   MERGE   - fills RT-TEXT's merge fields for RT-RECIPIENT
      *>             on RT-JOB-ID; RT-RESULT OK, or NOJOB when a job
      *>             field is used and RT-JOB-ID is not on file.
      *>   REMOVE  - drops the owner's templates (ACCOUNT-MGMT's
      *>             delete sweep).
      *> SEND-MESSAGE and JOB-MGMT's message-all-applicants use
      *> PICK and MERGE; every templated message still goes through
      *> RATE-LIMIT once per recipient.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPLY-TEMPLATES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TEMPLATE-FILE ASSIGN TO "data/reply-templates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TPL-STATUS.
           SELECT TEMPLATE-TEMP-FILE ASSIGN TO "data/rtpltemp.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TTEMP-STATUS.
           SELECT PROFILE-FILE ASSIGN TO "data/profiles.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROF-STATUS.
           SELECT JOBS-FILE ASSIGN TO "data/jobs.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBS-STATUS.
           SELECT INTERVIEW-FILE ASSIGN TO "data/interviews.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TEMPLATE-FILE.
       01 TEMPLATE-REC.
          05 RT-ROW-OWNER         PIC X(20).
          05 RT-ROW-NAME          PIC X(30).
          05 RT-ROW-TEXT          PIC X(472).

       FD TEMPLATE-TEMP-FILE.
       01 TEMPLATE-TEMP-REC PIC X(522).

       FD PROFILE-FILE.
           COPY "PROFREC.cpy".

       FD JOBS-FILE.
           COPY "JOBREC.cpy".

      *> data/interviews.dat: the same layout JOB-MGMT writes.
       FD INTERVIEW-FILE.
       01 INTERVIEW-REC.
          05 IV-JOB-ID             PIC 9(05).
          05 IV-EMPLOYER           PIC X(20).
          05 IV-APPLICANT          PIC X(20).
          05 IV-SLOT               PIC X(16).
          05 IV-STATUS             PIC X(10).
             88 IV-PROPOSED            VALUE "Proposed".
             88 IV-CONFIRMED           VALUE "Confirmed".
          05 IV-ROUND              PIC X(02).
          05 IV-ROUND-TYPE         PIC X(12).
          05 IV-OUTCOME            PIC X(10).
          05 IV-SCORE              PIC X(03).
          05 IV-COMMENT            PIC X(60).

       WORKING-STORAGE SECTION.
       77 WS-TPL-STATUS      PIC XX.
       77 WS-TTEMP-STATUS    PIC XX.
       77 WS-PROF-STATUS     PIC XX.
       77 WS-JOBS-STATUS     PIC XX.
       77 WS-IV-STATUS       PIC XX.
       77 WS-EOF             PIC X VALUE "N".
       77 WS-COMMAND         PIC X(20).
       77 WS-LINE            PIC X(500).
       77 WS-SX-COMMAND      PIC X(10).
       77 WS-MSG-ID          PIC X(12).
       77 WS-ACTION          PIC 9 VALUE 0.
       77 WS-PICK            PIC 9(02) VALUE 0.
       77 WS-NEW-NAME        PIC X(30).
       77 T                  PIC 9(02) VALUE 0.
       77 WS-NUM-DISP        PIC Z9.

      *> The owner's templates, loaded whole and written back whole.
       01 WS-MY-TEMPLATES.
          05 WS-TPL-COUNT         PIC 9(02) VALUE 0.
          05 WS-TPL-ENTRY OCCURS 20 TIMES.
             10 WS-TPL-NAME       PIC X(30).
             10 WS-TPL-TEXT       PIC X(472).

      *> Merge work: the template walked a character at a time into
      *> WS-MERGED, each {FIELD} replaced by its value.
       77 WS-SRC             PIC X(472).
       77 WS-SRC-LEN         PIC 9(03) VALUE 0.
       77 WS-SRC-IDX         PIC 9(03) VALUE 0.
       77 WS-MERGED          PIC X(600).
       77 WS-OUT-PTR         PIC 9(03) VALUE 0.
       77 WS-FIELD-VALUE     PIC X(60).
       77 WS-FIELD-LEN       PIC 9(02) VALUE 0.
       77 WS-NEEDS-JOB       PIC X VALUE "N".
       77 WS-REC-NAME        PIC X(41).
       77 WS-JOB-TITLE       PIC X(50).
       77 WS-JOB-FOUND       PIC X VALUE "N".
       77 WS-IV-SLOT         PIC X(16).

       LINKAGE SECTION.
       01 RT-COMMAND    PIC X(10).
       01 RT-OWNER      PIC X(20).
       01 RT-RECIPIENT  PIC X(20).
       01 RT-JOB-ID     PIC 9(05).
       01 RT-TEXT       PIC X(472).
       01 RT-RESULT     PIC X(10).

       PROCEDURE DIVISION USING RT-COMMAND RT-OWNER RT-RECIPIENT
                                RT-JOB-ID RT-TEXT RT-RESULT.
       MAIN-PROGRAM.
           MOVE SPACES TO RT-RESULT
           EVALUATE FUNCTION TRIM(RT-COMMAND)
              WHEN "MANAGE"
                 PERFORM MANAGE-TEMPLATES
              WHEN "PICK"
                 PERFORM PICK-TEMPLATE
              WHEN "MERGE"
                 PERFORM MERGE-TEMPLATE
              WHEN "REMOVE"
                 MOVE 0 TO WS-TPL-COUNT
                 PERFORM SAVE-MY-TEMPLATES
                 MOVE "DONE" TO RT-RESULT
           END-EVALUATE
           GOBACK.

       MANAGE-TEMPLATES.
           PERFORM LOAD-MY-TEMPLATES
           MOVE "--- Reply Templates ---" TO WS-LINE
           MOVE "RTPL-001" TO WS-MSG-ID
           PERFORM SAY-LINE
           IF WS-TPL-COUNT = 0
              MOVE "You have no saved replies yet." TO WS-LINE
              MOVE "RTPL-002" TO WS-MSG-ID
              PERFORM SAY-LINE
           ELSE
              PERFORM LIST-MY-TEMPLATES
           END-IF
           MOVE "Merge fields: {NAME} applicant name, {JOB} job title,"
                TO WS-LINE
           MOVE "RTPL-003" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "  {JOBID} Job ID, {SLOT} interview slot" TO WS-LINE
           MOVE "RTPL-004" TO WS-MSG-ID
           PERFORM SAY-LINE

           MOVE "1. Add a template" TO WS-LINE
           MOVE "RTPL-005" TO WS-MSG-ID
           PERFORM SAY-LINE
           IF WS-TPL-COUNT > 0
              MOVE "2. Edit a template" TO WS-LINE
              MOVE "RTPL-006" TO WS-MSG-ID
              PERFORM SAY-LINE
              MOVE "3. Delete a template" TO WS-LINE
              MOVE "RTPL-007" TO WS-MSG-ID
              PERFORM SAY-LINE
           END-IF
           MOVE "4. Go back" TO WS-LINE
           MOVE "RTPL-008" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "Enter your choice:" TO WS-LINE
           MOVE "ENTER-CHOICE" TO WS-MSG-ID
           PERFORM SAY-LINE
           PERFORM READ-ANSWER
           MOVE 0 TO WS-ACTION
           IF WS-LINE(1:1) >= "1" AND WS-LINE(1:1) <= "4"
              MOVE FUNCTION NUMVAL(WS-LINE(1:1)) TO WS-ACTION
           END-IF

           EVALUATE TRUE
              WHEN WS-ACTION = 1
                 PERFORM ADD-TEMPLATE
              WHEN WS-ACTION = 2 AND WS-TPL-COUNT > 0
                 PERFORM EDIT-TEMPLATE
              WHEN WS-ACTION = 3 AND WS-TPL-COUNT > 0
                 PERFORM DELETE-TEMPLATE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           MOVE "-----------------------" TO WS-LINE
           PERFORM OUT.

       LIST-MY-TEMPLATES.
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > WS-TPL-COUNT
              MOVE T TO WS-NUM-DISP
              MOVE SPACES TO WS-LINE
              STRING "  " FUNCTION TRIM(WS-NUM-DISP) ". "
                     FUNCTION TRIM(WS-TPL-NAME(T))
                     DELIMITED BY SIZE INTO WS-LINE
              END-STRING
              PERFORM OUT
              MOVE SPACES TO WS-LINE
              STRING "      " WS-TPL-TEXT(T)(1:70)
                     DELIMITED BY SIZE INTO WS-LINE
              END-STRING
              IF WS-TPL-TEXT(T)(71:402) NOT = SPACES
                 MOVE "..." TO WS-LINE(77:3)
              END-IF
              PERFORM OUT
           END-PERFORM.

       ADD-TEMPLATE.
           MOVE 0 TO WS-PICK
           IF WS-TPL-COUNT >= 20
              MOVE "You already have 20 templates - delete one first."
                   TO WS-LINE
              MOVE "RTPL-009" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF
           MOVE "Template name (e.g. Interview logistics):" TO WS-LINE
           MOVE "RTPL-010" TO WS-MSG-ID
           PERFORM SAY-LINE
           PERFORM READ-ANSWER
           IF WS-LINE = HIGH-VALUES OR FUNCTION TRIM(WS-LINE) = SPACES
              EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-NEW-NAME
           IF WS-NEW-NAME = SPACES
              EXIT PARAGRAPH
           END-IF

           MOVE "Template text, one line of up to 472 characters:"
                TO WS-LINE
           MOVE "RTPL-011" TO WS-MSG-ID
           PERFORM SAY-LINE
           PERFORM READ-ANSWER
           IF WS-LINE = HIGH-VALUES OR FUNCTION TRIM(WS-LINE) = SPACES
              MOVE "A template needs some text - nothing saved."
                   TO WS-LINE
              MOVE "RTPL-012" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF
           IF WS-LINE(473:28) NOT = SPACES
              MOVE "That is longer than one message - nothing saved."
                   TO WS-LINE
              MOVE "RTPL-013" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-TPL-COUNT
           MOVE WS-NEW-NAME TO WS-TPL-NAME(WS-TPL-COUNT)
           MOVE FUNCTION TRIM(WS-LINE) TO WS-TPL-TEXT(WS-TPL-COUNT)
           PERFORM SAVE-MY-TEMPLATES
           MOVE "Template saved." TO WS-LINE
           MOVE "RTPL-014" TO WS-MSG-ID
           PERFORM SAY-LINE.

      *> WS-NEW-NAME from WS-LINE, or spaces (with the reason shown)
      *> when it is too long or another of the owner's templates
      *> already has it.
       CHECK-NEW-NAME.
           MOVE SPACES TO WS-NEW-NAME
           IF WS-LINE(31:470) NOT = SPACES
              MOVE "Keep the name to 30 characters." TO WS-LINE
              MOVE "RTPL-015" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > WS-TPL-COUNT
              IF T NOT = WS-PICK AND
                 FUNCTION UPPER-CASE(WS-TPL-NAME(T)) =
                 FUNCTION UPPER-CASE(FUNCTION TRIM(WS-LINE))
                 MOVE "You already have a template with that name."
                      TO WS-LINE
                 MOVE "RTPL-016" TO WS-MSG-ID
                 PERFORM SAY-LINE
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM
           MOVE FUNCTION TRIM(WS-LINE) TO WS-NEW-NAME.

       EDIT-TEMPLATE.
           PERFORM CHOOSE-TEMPLATE
           IF WS-PICK = 0
              EXIT PARAGRAPH
           END-IF
           MOVE "New name (Enter keeps it):" TO WS-LINE
           MOVE "RTPL-017" TO WS-MSG-ID
           PERFORM SAY-LINE
           PERFORM READ-ANSWER
           IF WS-LINE = HIGH-VALUES
              EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-LINE) NOT = SPACES
              PERFORM CHECK-NEW-NAME
              IF WS-NEW-NAME = SPACES
                 EXIT PARAGRAPH
              END-IF
              MOVE WS-NEW-NAME TO WS-TPL-NAME(WS-PICK)
           END-IF

           MOVE SPACES TO WS-LINE
           STRING "Current text: " WS-TPL-TEXT(WS-PICK)
                  DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           PERFORM OUT
           MOVE "New text (Enter keeps it):" TO WS-LINE
           MOVE "RTPL-018" TO WS-MSG-ID
           PERFORM SAY-LINE
           PERFORM READ-ANSWER
           IF WS-LINE = HIGH-VALUES
              EXIT PARAGRAPH
           END-IF
           IF WS-LINE(473:28) NOT = SPACES
              MOVE "That is longer than one message - nothing saved."
                   TO WS-LINE
              MOVE "RTPL-013" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-LINE) NOT = SPACES
              MOVE FUNCTION TRIM(WS-LINE) TO WS-TPL-TEXT(WS-PICK)
           END-IF
           PERFORM SAVE-MY-TEMPLATES
           MOVE "Template saved." TO WS-LINE
           MOVE "RTPL-014" TO WS-MSG-ID
           PERFORM SAY-LINE.

       DELETE-TEMPLATE.
           PERFORM CHOOSE-TEMPLATE
           IF WS-PICK = 0
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-LINE
           STRING "Delete " FUNCTION TRIM(WS-TPL-NAME(WS-PICK))
                  "? (Y/N)" DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           PERFORM OUT
           PERFORM READ-ANSWER
           IF FUNCTION UPPER-CASE(WS-LINE(1:1)) NOT = "Y"
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING T FROM WS-PICK BY 1
                   UNTIL T >= WS-TPL-COUNT
              MOVE WS-TPL-ENTRY(T + 1) TO WS-TPL-ENTRY(T)
           END-PERFORM
           SUBTRACT 1 FROM WS-TPL-COUNT
           PERFORM SAVE-MY-TEMPLATES
           MOVE "Template deleted." TO WS-LINE
           MOVE "RTPL-019" TO WS-MSG-ID
           PERFORM SAY-LINE.

      *> WS-PICK: the listed number typed, or 0.
       CHOOSE-TEMPLATE.
           MOVE 0 TO WS-PICK
           MOVE "Enter the template number:" TO WS-LINE
           MOVE "RTPL-020" TO WS-MSG-ID
           PERFORM SAY-LINE
           PERFORM READ-ANSWER
           IF WS-LINE = HIGH-VALUES OR FUNCTION TRIM(WS-LINE) = SPACES
              EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-LINE) = 0
              MOVE FUNCTION NUMVAL(WS-LINE) TO WS-PICK
           END-IF
           IF WS-PICK < 1 OR WS-PICK > WS-TPL-COUNT
              MOVE 0 TO WS-PICK
              MOVE "There is no template with that number." TO WS-LINE
              MOVE "RTPL-021" TO WS-MSG-ID
              PERFORM SAY-LINE
           END-IF.

      *> Offered before a message is typed, only to someone who has
      *> saved replies; choosing 0 or Enter types the message as
      *> before.
       PICK-TEMPLATE.
           PERFORM LOAD-MY-TEMPLATES
           IF WS-TPL-COUNT = 0
              MOVE "NONE" TO RT-RESULT
              EXIT PARAGRAPH
           END-IF
           MOVE "SKIP" TO RT-RESULT
           MOVE "Use a saved reply?" TO WS-LINE
           MOVE "RTPL-022" TO WS-MSG-ID
           PERFORM SAY-LINE
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > WS-TPL-COUNT
              MOVE T TO WS-NUM-DISP
              MOVE SPACES TO WS-LINE
              STRING "  " FUNCTION TRIM(WS-NUM-DISP) ". "
                     FUNCTION TRIM(WS-TPL-NAME(T))
                     DELIMITED BY SIZE INTO WS-LINE
              END-STRING
              PERFORM OUT
           END-PERFORM
           MOVE "Enter its number, or 0 to type your own message:"
                TO WS-LINE
           MOVE "RTPL-023" TO WS-MSG-ID
           PERFORM SAY-LINE
           PERFORM READ-ANSWER
           MOVE 0 TO WS-PICK
           IF WS-LINE NOT = HIGH-VALUES AND
              FUNCTION TRIM(WS-LINE) NOT = SPACES AND
              FUNCTION TEST-NUMVAL(WS-LINE) = 0
              MOVE FUNCTION NUMVAL(WS-LINE) TO WS-PICK
           END-IF
           IF WS-PICK < 1 OR WS-PICK > WS-TPL-COUNT
              EXIT PARAGRAPH
           END-IF

           MOVE WS-TPL-TEXT(WS-PICK) TO RT-TEXT
           MOVE WS-TPL-TEXT(WS-PICK) TO WS-SRC
           PERFORM CHECK-NEEDS-JOB
           IF WS-NEEDS-JOB = "Y"
              MOVE "PICKED-JOB" TO RT-RESULT
           ELSE
              MOVE "PICKED" TO RT-RESULT
           END-IF.

       CHECK-NEEDS-JOB.
           MOVE "N" TO WS-NEEDS-JOB
           MOVE 0 TO T
           INSPECT WS-SRC TALLYING T FOR ALL "{JOB}" ALL "{JOBID}"
                   ALL "{SLOT}"
           IF T > 0
              MOVE "Y" TO WS-NEEDS-JOB
           END-IF.

       MERGE-TEMPLATE.
           MOVE "OK" TO RT-RESULT
           MOVE RT-TEXT TO WS-SRC
           PERFORM CHECK-NEEDS-JOB

           PERFORM LOOKUP-RECIPIENT-NAME
           MOVE SPACES TO WS-JOB-TITLE WS-IV-SLOT
           IF WS-NEEDS-JOB = "Y"
              PERFORM LOOKUP-JOB-TITLE
              IF WS-JOB-FOUND = "N"
                 MOVE "NOJOB" TO RT-RESULT
                 EXIT PARAGRAPH
              END-IF
              PERFORM LOOKUP-INTERVIEW-SLOT
           END-IF

           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-SRC TRAILING))
                TO WS-SRC-LEN
           MOVE SPACES TO WS-MERGED
           MOVE 1 TO WS-OUT-PTR
           MOVE 1 TO WS-SRC-IDX
           PERFORM UNTIL WS-SRC-IDX > WS-SRC-LEN
              PERFORM MERGE-NEXT-PIECE
           END-PERFORM
           MOVE WS-MERGED(1:472) TO RT-TEXT.

      *> Copies one merge field's value, or one plain character, to
      *> WS-MERGED and moves WS-SRC-IDX past what it used.
       MERGE-NEXT-PIECE.
           MOVE 0 TO WS-FIELD-LEN
           IF WS-SRC(WS-SRC-IDX:1) = "{"
              EVALUATE TRUE
                 WHEN WS-SRC(WS-SRC-IDX:6) = "{NAME}"
                    MOVE 6 TO WS-FIELD-LEN
                    MOVE WS-REC-NAME TO WS-FIELD-VALUE
                 WHEN WS-SRC(WS-SRC-IDX:7) = "{JOBID}"
                    MOVE 7 TO WS-FIELD-LEN
                    MOVE RT-JOB-ID TO WS-FIELD-VALUE
                 WHEN WS-SRC(WS-SRC-IDX:5) = "{JOB}"
                    MOVE 5 TO WS-FIELD-LEN
                    MOVE WS-JOB-TITLE TO WS-FIELD-VALUE
                 WHEN WS-SRC(WS-SRC-IDX:6) = "{SLOT}"
                    MOVE 6 TO WS-FIELD-LEN
                    IF WS-IV-SLOT = SPACES
                       MOVE "to be arranged" TO WS-FIELD-VALUE
                    ELSE
                       MOVE WS-IV-SLOT TO WS-FIELD-VALUE
                    END-IF
              END-EVALUATE
           END-IF
           IF WS-FIELD-LEN > 0
              STRING FUNCTION TRIM(WS-FIELD-VALUE) DELIMITED BY SIZE
                     INTO WS-MERGED WITH POINTER WS-OUT-PTR
              END-STRING
              ADD WS-FIELD-LEN TO WS-SRC-IDX
           ELSE
              IF WS-OUT-PTR <= 600
                 MOVE WS-SRC(WS-SRC-IDX:1) TO WS-MERGED(WS-OUT-PTR:1)
                 ADD 1 TO WS-OUT-PTR
              END-IF
              ADD 1 TO WS-SRC-IDX
           END-IF.

       LOOKUP-RECIPIENT-NAME.
           MOVE RT-RECIPIENT TO WS-REC-NAME
           MOVE "N" TO WS-EOF
           OPEN INPUT PROFILE-FILE
           IF WS-PROF-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ PROFILE-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF PROF-USERNAME = RT-RECIPIENT AND
                          PROF-FIRST-NAME NOT = SPACES
                          MOVE SPACES TO WS-REC-NAME
                          STRING FUNCTION TRIM(PROF-FIRST-NAME) " "
                                 FUNCTION TRIM(PROF-LAST-NAME)
                                 DELIMITED BY SIZE INTO WS-REC-NAME
                          END-STRING
                          MOVE "Y" TO WS-EOF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PROFILE-FILE
           END-IF.

       LOOKUP-JOB-TITLE.
           MOVE "N" TO WS-JOB-FOUND
           MOVE "N" TO WS-EOF
           OPEN INPUT JOBS-FILE
           IF WS-JOBS-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ JOBS-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF JOB-ID = RT-JOB-ID
                          MOVE JOB-TITLE TO WS-JOB-TITLE
                          MOVE "Y" TO WS-JOB-FOUND
                          MOVE "Y" TO WS-EOF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE JOBS-FILE
           END-IF.

      *> The latest Proposed or Confirmed slot the recipient holds
      *> on the posting, in file order.
       LOOKUP-INTERVIEW-SLOT.
           MOVE "N" TO WS-EOF
           OPEN INPUT INTERVIEW-FILE
           IF WS-IV-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ INTERVIEW-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF IV-JOB-ID = RT-JOB-ID AND
                          IV-APPLICANT = RT-RECIPIENT AND
                          (IV-PROPOSED OR IV-CONFIRMED)
                          MOVE IV-SLOT TO WS-IV-SLOT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE INTERVIEW-FILE
           END-IF.

       LOAD-MY-TEMPLATES.
           MOVE 0 TO WS-TPL-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT TEMPLATE-FILE
           IF WS-TPL-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ TEMPLATE-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF FUNCTION TRIM(RT-ROW-OWNER) =
                          FUNCTION TRIM(RT-OWNER) AND
                          WS-TPL-COUNT < 20
                          ADD 1 TO WS-TPL-COUNT
                          MOVE RT-ROW-NAME TO WS-TPL-NAME(WS-TPL-COUNT)
                          MOVE RT-ROW-TEXT TO WS-TPL-TEXT(WS-TPL-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TEMPLATE-FILE
           END-IF.

      *> Everyone else's rows through the temp file unchanged, then
      *> the owner's table in its current order.
       SAVE-MY-TEMPLATES.
           MOVE "N" TO WS-EOF
           OPEN OUTPUT TEMPLATE-TEMP-FILE
           OPEN INPUT TEMPLATE-FILE
           IF WS-TPL-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ TEMPLATE-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF FUNCTION TRIM(RT-ROW-OWNER) NOT =
                          FUNCTION TRIM(RT-OWNER)
                          WRITE TEMPLATE-TEMP-REC FROM TEMPLATE-REC
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TEMPLATE-FILE
           END-IF
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > WS-TPL-COUNT
              MOVE RT-OWNER TO RT-ROW-OWNER
              MOVE WS-TPL-NAME(T) TO RT-ROW-NAME
              MOVE WS-TPL-TEXT(T) TO RT-ROW-TEXT
              WRITE TEMPLATE-TEMP-REC FROM TEMPLATE-REC
           END-PERFORM
           CLOSE TEMPLATE-TEMP-FILE

           OPEN OUTPUT TEMPLATE-FILE
           OPEN INPUT TEMPLATE-TEMP-FILE
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
              READ TEMPLATE-TEMP-FILE INTO TEMPLATE-REC
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END WRITE TEMPLATE-REC
              END-READ
           END-PERFORM
           CLOSE TEMPLATE-TEMP-FILE
           CLOSE TEMPLATE-FILE.

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
           CALL "SCREEN-TEXT" USING WS-SX-COMMAND RT-OWNER
                                    WS-MSG-ID WS-LINE
           PERFORM OUT.

       END PROGRAM REPLY-TEMPLATES.
