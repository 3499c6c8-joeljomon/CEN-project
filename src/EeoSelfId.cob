      *> Voluntary EEO self-identification. Employers who are federal
      *> contractors owe applicant-flow figures, so a student may
      *> record sex, race/ethnicity, protected veteran status and
      *> disability status - each with a "decline to answer" choice
      *> - reached from Privacy & Language Settings in USER-PROFILE.
      *>
      *> The answers live only in data/eeo-selfid.dat, apart from
      *> profiles.dat, one row per student:
      *>
      *>   username, sex, race/ethnicity, veteran status,
      *>   disability status, date answered
      *>
      *> Nothing employer-facing reads this file - not View
      *> Applicants, TALENT-SEARCH, APPLICANT-PACKET, the application
      *> feeds nor USER-EXTRACT packages, which can go to an outside
      *> party. Its one reader besides this module is the
      *> EEO-FLOW-REPORT batch, which only ever prints counts of five
      *> or more.
      *>
      *> Commands (ES-COMMAND):
      *>   MANAGE - the student's screen: show, answer or update,
      *>            or withdraw the answers
      *>   HAS    - ES-RESULT "Y" when ES-USERNAME has a row, else
      *>            "N"
      *>   REMOVE - drop ES-USERNAME's row (account deletion)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EEO-SELF-ID.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SELFID-FILE ASSIGN TO "data/eeo-selfid.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SID-STATUS.
           SELECT SELFID-TEMP-FILE ASSIGN TO "data/eeotemp.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIDTMP-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Codes: sex F/M; race/ethnicity 1-7 in the order of
      *> WS-ETHNIC-NAMES; veteran P (protected) / N; disability Y/N.
      *> D in any column is "decline to answer".
       FD SELFID-FILE.
       01 SELFID-REC.
          05 SID-USERNAME    PIC X(20).
          05 SID-SEX         PIC X(01).
          05 SID-ETHNIC      PIC X(01).
          05 SID-VETERAN     PIC X(01).
          05 SID-DISABILITY  PIC X(01).
          05 SID-DATE        PIC X(10).

       FD SELFID-TEMP-FILE.
       01 SELFID-TEMP-REC PIC X(34).

       WORKING-STORAGE SECTION.
       77 WS-SID-STATUS      PIC XX.
       77 WS-SIDTMP-STATUS   PIC XX.
       77 WS-EOF             PIC X VALUE "N".
       77 WS-FOUND           PIC X VALUE "N".
       77 WS-IO-COMMAND      PIC X(20).
       77 WS-LINE            PIC X(500).
       77 WS-SX-COMMAND      PIC X(10).
       77 WS-MSG-ID          PIC X(12).
       77 WS-CURR-DATE       PIC X(21).
       77 WS-TODAY           PIC X(10).
       77 WS-PICK            PIC 9(01).
       77 WS-NEW-SEX         PIC X(01).
       77 WS-NEW-ETHNIC      PIC X(01).
       77 WS-NEW-VETERAN     PIC X(01).
       77 WS-NEW-DISABILITY  PIC X(01).
       77 WS-LABEL           PIC X(45).
       77 K                  PIC 9(01).

      *> The row on file for the caller, if any.
       01 WS-MY-ROW.
          05 WS-MY-SEX         PIC X(01).
          05 WS-MY-ETHNIC      PIC X(01).
          05 WS-MY-VETERAN     PIC X(01).
          05 WS-MY-DISABILITY  PIC X(01).
          05 WS-MY-DATE        PIC X(10).

       01 WS-ETHNIC-NAMES.
          05 FILLER PIC X(45) VALUE "Hispanic or Latino".
          05 FILLER PIC X(45) VALUE "White".
          05 FILLER PIC X(45) VALUE "Black or African American".
          05 FILLER PIC X(45) VALUE "Asian".
          05 FILLER PIC X(45)
             VALUE "Native Hawaiian or Other Pacific Islander".
          05 FILLER PIC X(45)
             VALUE "American Indian or Alaska Native".
          05 FILLER PIC X(45) VALUE "Two or More Races".
       01 WS-ETHNIC-TABLE REDEFINES WS-ETHNIC-NAMES.
          05 WS-ETHNIC-NAME PIC X(45) OCCURS 7 TIMES.

       LINKAGE SECTION.
       01 ES-COMMAND    PIC X(10).
       01 ES-USERNAME   PIC X(20).
       01 ES-RESULT     PIC X(10).

       PROCEDURE DIVISION USING ES-COMMAND ES-USERNAME ES-RESULT.
       MAIN-PROGRAM.
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE
           MOVE SPACES TO WS-TODAY
           STRING WS-CURR-DATE(1:4) "-" WS-CURR-DATE(5:2) "-"
                  WS-CURR-DATE(7:2)
                  DELIMITED BY SIZE INTO WS-TODAY
           END-STRING
           MOVE SPACES TO ES-RESULT

           EVALUATE FUNCTION TRIM(ES-COMMAND)
              WHEN "MANAGE"
                 PERFORM MANAGE-SELF-ID
              WHEN "HAS"
                 PERFORM FIND-MY-ROW
                 MOVE WS-FOUND TO ES-RESULT
              WHEN "REMOVE"
                 MOVE "N" TO WS-FOUND
                 PERFORM REWRITE-MY-ROW
           END-EVALUATE
           GOBACK.

       FIND-MY-ROW.
           MOVE "N" TO WS-FOUND
           MOVE SPACES TO WS-MY-ROW
           MOVE "N" TO WS-EOF
           OPEN INPUT SELFID-FILE
           IF WS-SID-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ SELFID-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF FUNCTION TRIM(SID-USERNAME) =
                          FUNCTION TRIM(ES-USERNAME)
                          MOVE "Y" TO WS-FOUND
                          MOVE SID-SEX TO WS-MY-SEX
                          MOVE SID-ETHNIC TO WS-MY-ETHNIC
                          MOVE SID-VETERAN TO WS-MY-VETERAN
                          MOVE SID-DISABILITY TO WS-MY-DISABILITY
                          MOVE SID-DATE TO WS-MY-DATE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SELFID-FILE
           END-IF.

       MANAGE-SELF-ID.
           MOVE "--- Voluntary Self-Identification ---" TO WS-LINE
           MOVE "EEOS-001" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "Answering is voluntary and never affects an"
                TO WS-LINE
           MOVE "EEOS-002" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "application. Answers are kept apart from your profile,"
                TO WS-LINE
           MOVE "EEOS-003" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "are never shown to employers, and are only reported"
                TO WS-LINE
           MOVE "EEOS-004" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "as counts of five or more applicants." TO WS-LINE
           MOVE "EEOS-005" TO WS-MSG-ID
           PERFORM SAY-LINE

           PERFORM FIND-MY-ROW
           IF WS-FOUND = "Y"
              PERFORM SHOW-MY-ANSWERS
           ELSE
              MOVE "You have not self-identified." TO WS-LINE
              MOVE "EEOS-006" TO WS-MSG-ID
              PERFORM SAY-LINE
           END-IF

           MOVE "1. Answer or update" TO WS-LINE
           MOVE "EEOS-007" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "2. Withdraw my answers" TO WS-LINE
           MOVE "EEOS-008" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "3. Return" TO WS-LINE
           MOVE "EEOS-009" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "Enter your choice:" TO WS-LINE
           MOVE "ENTER-CHOICE" TO WS-MSG-ID
           PERFORM SAY-LINE
           PERFORM READ-ANSWER
           IF WS-LINE = HIGH-VALUES
              EXIT PARAGRAPH
           END-IF
           EVALUATE WS-LINE(1:1)
              WHEN "1"
                 PERFORM ASK-QUESTIONS
                 MOVE "Y" TO WS-FOUND
                 PERFORM REWRITE-MY-ROW
                 MOVE "Thank you - your answers are saved." TO WS-LINE
                 MOVE "EEOS-010" TO WS-MSG-ID
                 PERFORM SAY-LINE
              WHEN "2"
                 IF WS-FOUND = "Y"
                    MOVE "N" TO WS-FOUND
                    PERFORM REWRITE-MY-ROW
                    MOVE "Your answers have been removed." TO WS-LINE
                    MOVE "EEOS-019" TO WS-MSG-ID
                 ELSE
                    MOVE "There is nothing on file to withdraw."
                         TO WS-LINE
                    MOVE "EEOS-020" TO WS-MSG-ID
                 END-IF
                 PERFORM SAY-LINE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       SHOW-MY-ANSWERS.
           MOVE SPACES TO WS-LINE
           STRING "On file since " WS-MY-DATE ":"
                  DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           PERFORM OUT

           EVALUATE WS-MY-SEX
              WHEN "F" MOVE "Female" TO WS-LABEL
              WHEN "M" MOVE "Male" TO WS-LABEL
              WHEN OTHER MOVE "Declined to answer" TO WS-LABEL
           END-EVALUATE
           MOVE SPACES TO WS-LINE
           STRING "  Sex: " FUNCTION TRIM(WS-LABEL)
                  DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           PERFORM OUT

           MOVE "Declined to answer" TO WS-LABEL
           IF WS-MY-ETHNIC >= "1" AND WS-MY-ETHNIC <= "7"
              MOVE WS-MY-ETHNIC TO WS-PICK
              MOVE WS-ETHNIC-NAME(WS-PICK) TO WS-LABEL
           END-IF
           MOVE SPACES TO WS-LINE
           STRING "  Race/ethnicity: " FUNCTION TRIM(WS-LABEL)
                  DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           PERFORM OUT

           EVALUATE WS-MY-VETERAN
              WHEN "P" MOVE "Protected veteran" TO WS-LABEL
              WHEN "N" MOVE "Not a protected veteran" TO WS-LABEL
              WHEN OTHER MOVE "Declined to answer" TO WS-LABEL
           END-EVALUATE
           MOVE SPACES TO WS-LINE
           STRING "  Veteran status: " FUNCTION TRIM(WS-LABEL)
                  DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           PERFORM OUT

           EVALUATE WS-MY-DISABILITY
              WHEN "Y" MOVE "Yes, I have a disability" TO WS-LABEL
              WHEN "N" MOVE "No disability" TO WS-LABEL
              WHEN OTHER MOVE "Declined to answer" TO WS-LABEL
           END-EVALUATE
           MOVE SPACES TO WS-LINE
           STRING "  Disability: " FUNCTION TRIM(WS-LABEL)
                  DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           PERFORM OUT.

      *> Anything other than a listed number is taken as "decline
      *> to answer", so no question can hold the student up.
       ASK-QUESTIONS.
           MOVE "Sex:" TO WS-LINE
           MOVE "EEOS-011" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "1. Female  2. Male  3. Decline to answer" TO WS-LINE
           MOVE "EEOS-012" TO WS-MSG-ID
           PERFORM SAY-LINE
           PERFORM READ-ANSWER
           EVALUATE WS-LINE(1:1)
              WHEN "1" MOVE "F" TO WS-NEW-SEX
              WHEN "2" MOVE "M" TO WS-NEW-SEX
              WHEN OTHER MOVE "D" TO WS-NEW-SEX
           END-EVALUATE

           MOVE "Race/ethnicity:" TO WS-LINE
           MOVE "EEOS-013" TO WS-MSG-ID
           PERFORM SAY-LINE
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 7
              MOVE SPACES TO WS-LINE
              STRING K ". " FUNCTION TRIM(WS-ETHNIC-NAME(K))
                     DELIMITED BY SIZE INTO WS-LINE
              END-STRING
              PERFORM OUT
           END-PERFORM
           MOVE "8. Decline to answer" TO WS-LINE
           MOVE "EEOS-014" TO WS-MSG-ID
           PERFORM SAY-LINE
           PERFORM READ-ANSWER
           IF WS-LINE(1:1) >= "1" AND WS-LINE(1:1) <= "7"
              MOVE WS-LINE(1:1) TO WS-NEW-ETHNIC
           ELSE
              MOVE "D" TO WS-NEW-ETHNIC
           END-IF

           MOVE "Protected veteran status:" TO WS-LINE
           MOVE "EEOS-015" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "1. I am a protected veteran  2. I am not a protected"
            & " veteran" TO WS-LINE
           MOVE "EEOS-016" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "3. Decline to answer" TO WS-LINE
           MOVE "EEOS-021" TO WS-MSG-ID
           PERFORM SAY-LINE
           PERFORM READ-ANSWER
           EVALUATE WS-LINE(1:1)
              WHEN "1" MOVE "P" TO WS-NEW-VETERAN
              WHEN "2" MOVE "N" TO WS-NEW-VETERAN
              WHEN OTHER MOVE "D" TO WS-NEW-VETERAN
           END-EVALUATE

           MOVE "Disability status:" TO WS-LINE
           MOVE "EEOS-017" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "1. Yes, I have a disability  2. No  3. Decline to"
              & " answer" TO WS-LINE
           MOVE "EEOS-018" TO WS-MSG-ID
           PERFORM SAY-LINE
           PERFORM READ-ANSWER
           EVALUATE WS-LINE(1:1)
              WHEN "1" MOVE "Y" TO WS-NEW-DISABILITY
              WHEN "2" MOVE "N" TO WS-NEW-DISABILITY
              WHEN OTHER MOVE "D" TO WS-NEW-DISABILITY
           END-EVALUATE.

      *> Copies every other student's row through the temp file and,
      *> when WS-FOUND is "Y", writes the caller's new answers at the
      *> end; with "N" the caller's row is simply dropped.
       REWRITE-MY-ROW.
           MOVE "N" TO WS-EOF
           OPEN OUTPUT SELFID-TEMP-FILE
           OPEN INPUT SELFID-FILE
           IF WS-SID-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ SELFID-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF FUNCTION TRIM(SID-USERNAME) NOT =
                          FUNCTION TRIM(ES-USERNAME)
                          WRITE SELFID-TEMP-REC FROM SELFID-REC
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SELFID-FILE
           END-IF
           IF WS-FOUND = "Y"
              MOVE SPACES TO SELFID-REC
              MOVE ES-USERNAME TO SID-USERNAME
              MOVE WS-NEW-SEX TO SID-SEX
              MOVE WS-NEW-ETHNIC TO SID-ETHNIC
              MOVE WS-NEW-VETERAN TO SID-VETERAN
              MOVE WS-NEW-DISABILITY TO SID-DISABILITY
              MOVE WS-TODAY TO SID-DATE
              WRITE SELFID-TEMP-REC FROM SELFID-REC
           END-IF
           CLOSE SELFID-TEMP-FILE

           OPEN OUTPUT SELFID-FILE
           OPEN INPUT SELFID-TEMP-FILE
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
              READ SELFID-TEMP-FILE INTO SELFID-REC
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END WRITE SELFID-REC
              END-READ
           END-PERFORM
           CLOSE SELFID-TEMP-FILE
           CLOSE SELFID-FILE.

       READ-ANSWER.
           MOVE SPACES TO WS-LINE
           MOVE "READ" TO WS-IO-COMMAND
           CALL "IO-MODULE" USING WS-IO-COMMAND WS-LINE.

       OUT.
           MOVE "WRITE" TO WS-IO-COMMAND
           CALL "IO-MODULE" USING WS-IO-COMMAND WS-LINE.

      *> OUT in the account's screen language: WS-LINE
      *> holds the English wording, WS-MSG-ID its data/msg-catalog.dat
      *> ID.
       SAY-LINE.
           MOVE "TEXT" TO WS-SX-COMMAND
           CALL "SCREEN-TEXT" USING WS-SX-COMMAND ES-USERNAME
                                    WS-MSG-ID WS-LINE
           PERFORM OUT.

       END PROGRAM EEO-SELF-ID.
