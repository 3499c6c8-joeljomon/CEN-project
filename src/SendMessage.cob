       01 WS-END-FILE    PIC X VALUE 'N'.
       01 WS-LINE        PIC X(500).
       01 WS-OUTPUT-LINE PIC X(80).
       01 WS-SX-COMMAND  PIC X(10).
       01 WS-MSG-ID      PIC X(12).
       01 WS-COMMAND     PIC X(20).
       01 WS-MSG-LEN     PIC 9(3) VALUE 0.
       01 WS-TMP-SPACE   PIC 9 VALUE 0.

       77 WS-RL-KIND    PIC X(8).
       77 WS-RL-ALLOWED PIC X(1).
       77 WS-CS-KIND    PIC X(07).
       77 WS-CS-KEY     PIC X(40).
       77 WS-CS-TEXT    PIC X(500).
       77 WS-CS-HIT     PIC X(1).
       77 WS-FC-COMMAND PIC X(10).
       77 WS-FC-TEXT    PIC X(480).
       77 WS-FC-WIDTH   PIC 9(03).
       77 WS-FC-RESULT  PIC X(10).
       77 WS-RT-COMMAND PIC X(10).
       77 WS-RT-JOB-ID  PIC 9(05).
       77 WS-RT-TEXT    PIC X(472).
       77 WS-RT-RESULT  PIC X(10).

       LINKAGE SECTION.
       01 MSG-USERNAME PIC X(20).

      *> Spam stops before moderation: the daily cap is checked
      *> before anything else. JOB-MGMT's message-all-applicants
      *> broadcast does not come through here; it asks RATE-LIMIT
      *> itself, per applicant, when it sends a saved reply.
           MOVE "MESSAGE" TO WS-RL-KIND
           CALL "RATE-LIMIT" USING WS-RL-KIND MSG-USERNAME
                WS-RL-ALLOWED
           IF WS-RL-ALLOWED NOT = "Y"
               MOVE "You have reached today's message limit - please"
                & " try again tomorrow." TO WS-OUTPUT-LINE
               MOVE "SEND-001" TO WS-MSG-ID
               PERFORM SAY-BOTH
               GOBACK
           END-IF
           MOVE 'N' TO WS-CONNECTED WS-END-FILE
                   MOVE MSG-PREFILL-RECIPIENT TO WS-RECIPIENT
                   MOVE SPACES TO MSG-PREFILL-RECIPIENT
               ELSE
                   MOVE "Enter recipient's username (must be a"
                    & " connection):"
                       TO WS-OUTPUT-LINE
                   MOVE "SEND-002" TO WS-MSG-ID
                   PERFORM SAY-BOTH

                   MOVE "READ" TO WS-COMMAND
                   CALL "IO-MODULE" USING WS-COMMAND WS-LINE
               IF WS-IS-BLOCKED = 'Y'
                   MOVE "You cannot message this user."
                       TO WS-OUTPUT-LINE
                   MOVE "SEND-003" TO WS-MSG-ID
                   PERFORM SAY-BOTH
                   MOVE 'N' TO WS-CONNECTED
               ELSE
                   *> --- Check if recipient is a valid connection ---
                           AT END
                               MOVE 'Y' TO WS-END-FILE
                           NOT AT END
                               IF (FUNCTION TRIM(CONN-USER1) =
                                      FUNCTION TRIM(MSG-USERNAME)
                                   AND FUNCTION TRIM(CONN-USER2) =
                                      FUNCTION TRIM(WS-RECIPIENT))
                                OR (FUNCTION TRIM(CONN-USER2) =
                                      FUNCTION TRIM(MSG-USERNAME)
                                   AND FUNCTION TRIM(CONN-USER1) =
                                      FUNCTION TRIM(WS-RECIPIENT))
                                   MOVE 'Y' TO WS-CONNECTED
                               END-IF
                       END-READ
                   IF WS-CONNECTED NOT = 'Y'
                       MOVE "User not found in your network."
                           TO WS-OUTPUT-LINE
                       MOVE "SEND-004" TO WS-MSG-ID
                       PERFORM SAY-BOTH
                   END-IF
               END-IF
           END-PERFORM

           *> --- Someone with saved replies (REPLY-TEMPLATES) may
           *> send one instead of typing; its merge fields are filled
           *> in for this recipient and the typing loop is skipped ---
           PERFORM USE-SAVED-REPLY

           *> --- Ask for the message text, DONE-terminated so a
           *> student can write several lines (the same multi-line
           *> pattern JobPost.cob uses for the job description) ---
           PERFORM UNTIL WS-MSG-LEN > 0
               MOVE SPACES TO WS-MESSAGE
               MOVE 0 TO WS-MSG-LEN
               MOVE "Enter your message. Type 'DONE' on a new line to"
                & " finish (max 472 chars):"
                   TO WS-OUTPUT-LINE
               MOVE "SEND-005" TO WS-MSG-ID
               PERFORM SAY-BOTH

               PERFORM UNTIL WS-MSG-LEN >= 472
                   MOVE SPACES TO WS-LINE
                   MOVE "READ" TO WS-COMMAND
                   CALL "IO-MODULE" USING WS-COMMAND WS-LINE
                   IF FUNCTION UPPER-CASE(
                      FUNCTION TRIM(WS-LINE)) = "DONE"
                       EXIT PERFORM
                   END-IF
                   IF FUNCTION LENGTH(FUNCTION TRIM(WS-LINE)) > 0
                       ELSE
                           MOVE 0 TO WS-TMP-SPACE
                       END-IF
                       COMPUTE WS-LINE-LEN = FUNCTION LENGTH(
                          FUNCTION TRIM(WS-LINE))
                       IF WS-MSG-LEN + WS-TMP-SPACE + WS-LINE-LEN > 472
                           COMPUTE WS-ROOM = 472 - WS-MSG-LEN -
                              WS-TMP-SPACE
                           IF WS-ROOM > 0
                               IF WS-MSG-LEN > 0
                                   STRING WS-MESSAGE DELIMITED BY "  "
                                          " " DELIMITED BY SIZE
                                          WS-LINE(1:WS-ROOM)
                                             DELIMITED BY SIZE
                                          INTO WS-MESSAGE
                                   END-STRING
                               ELSE
                           END-IF
                           MOVE "Message field reached maximum length."
                               TO WS-OUTPUT-LINE
                           MOVE "SEND-006" TO WS-MSG-ID
                           PERFORM SAY-BOTH
                           EXIT PERFORM
                       ELSE
                           IF WS-MSG-LEN > 0
                               STRING WS-MESSAGE DELIMITED BY "  "
                                      " " DELIMITED BY SIZE
                                      FUNCTION TRIM(WS-LINE)
                                         DELIMITED BY SIZE
                                      INTO WS-MESSAGE
                               END-STRING
                           ELSE
                               MOVE FUNCTION TRIM(WS-LINE) TO WS-MESSAGE
                           END-IF
                           COMPUTE WS-MSG-LEN =
                               FUNCTION LENGTH(
                                  FUNCTION TRIM(WS-MESSAGE))
                       END-IF
                   END-IF
               END-PERFORM

               IF WS-MSG-LEN = 0
                   MOVE "Message cannot be blank." TO WS-OUTPUT-LINE
                   MOVE "SEND-007" TO WS-MSG-ID
                   PERFORM SAY-BOTH
               END-IF
           END-PERFORM

           *> --- Save message ---
           PERFORM BUILD-SENT-DATE
           PERFORM SCREEN-MESSAGE
           OPEN EXTEND MESSAGE-FILE
           MOVE MSG-USERNAME TO MSG-SENDER
           MOVE WS-RECIPIENT TO MSG-RECIPIENT
           MOVE WS-MESSAGE TO MSG-TEXT
           PERFORM SEAL-MESSAGE
           MOVE WS-SENT-DATE TO MSG-SENT-DATE
           SET MSG-UNREAD TO TRUE
           MOVE "N" TO MSG-HIDDEN-FLAG

           GOBACK.

      *> Fills WS-MESSAGE from a saved reply when one is picked. A
      *> reply using a job field asks which posting it is about; a
      *> Job ID not on file falls back to typing the message.
       USE-SAVED-REPLY.
           MOVE "PICK" TO WS-RT-COMMAND
           MOVE 0 TO WS-RT-JOB-ID
           MOVE SPACES TO WS-RT-TEXT
           CALL "REPLY-TEMPLATES" USING WS-RT-COMMAND MSG-USERNAME
                WS-RECIPIENT WS-RT-JOB-ID WS-RT-TEXT WS-RT-RESULT
           IF WS-RT-RESULT NOT = "PICKED" AND
              WS-RT-RESULT NOT = "PICKED-JOB"
              EXIT PARAGRAPH
           END-IF
           IF WS-RT-RESULT = "PICKED-JOB"
              MOVE "Enter the Job ID this message is about:"
                  TO WS-OUTPUT-LINE
              MOVE "SEND-008" TO WS-MSG-ID
              PERFORM SAY-BOTH
              MOVE SPACES TO WS-LINE
              MOVE "READ" TO WS-COMMAND
              CALL "IO-MODULE" USING WS-COMMAND WS-LINE
              IF FUNCTION TEST-NUMVAL(WS-LINE) = 0
                 MOVE FUNCTION NUMVAL(WS-LINE) TO WS-RT-JOB-ID
              END-IF
           END-IF
           MOVE "MERGE" TO WS-RT-COMMAND
           CALL "REPLY-TEMPLATES" USING WS-RT-COMMAND MSG-USERNAME
                WS-RECIPIENT WS-RT-JOB-ID WS-RT-TEXT WS-RT-RESULT
           IF WS-RT-RESULT NOT = "OK"
              MOVE "That Job ID was not found - type your message"
               & " instead." TO WS-OUTPUT-LINE
              MOVE "SEND-009" TO WS-MSG-ID
              PERFORM SAY-BOTH
              EXIT PARAGRAPH
           END-IF
           MOVE WS-RT-TEXT TO WS-MESSAGE
           COMPUTE WS-MSG-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-MESSAGE))
           MOVE SPACES TO WS-LINE
           STRING "Sending: " WS-MESSAGE
                  DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           MOVE "WRITE" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE.

      *> Runs the text past CONTENT-SCREEN. The message is still
      *> delivered; a match only files a moderation report keyed
      *> sender then recipient, so MOD-QUEUE can hide the sender's
      *> messages to that recipient if it turns out to be spam.
       SCREEN-MESSAGE.
           MOVE "MESSAGE" TO WS-CS-KIND
           MOVE SPACES TO WS-CS-KEY
           MOVE MSG-USERNAME TO WS-CS-KEY(1:20)
           MOVE WS-RECIPIENT TO WS-CS-KEY(21:20)
           MOVE WS-MESSAGE TO WS-CS-TEXT
           CALL "CONTENT-SCREEN" USING WS-CS-KIND WS-CS-KEY
                WS-CS-TEXT WS-CS-HIT.

      *> Seals the text under the current key before it reaches the
      *> journal or the file (the seal header takes 8 of MSG-TEXT's
      *> 480 bytes, hence the 472 cap). With no key on file yet the
      *> text goes in plain and KEY-ROTATE seals it on its first run.
       SEAL-MESSAGE.
           MOVE "ENCRYPT" TO WS-FC-COMMAND
           MOVE MSG-TEXT TO WS-FC-TEXT
           MOVE 480 TO WS-FC-WIDTH
           CALL "FIELD-CRYPT" USING WS-FC-COMMAND WS-FC-TEXT
                WS-FC-WIDTH WS-FC-RESULT
           IF WS-FC-RESULT = "OK"
              MOVE WS-FC-TEXT TO MSG-TEXT
           END-IF.

      *> Checks data/blocked.dat for a row where WS-RECIPIENT blocked
      *> MSG-USERNAME, so a block holds even while the two are still
      *> listed as connected in connections.dat.
                    AT END
                       MOVE 'Y' TO WS-END-FILE
                    NOT AT END
                       IF FUNCTION TRIM(BLOCKED-BY) =
                          FUNCTION TRIM(WS-RECIPIENT)
                          AND FUNCTION TRIM(BLOCKED-USER) =
                             FUNCTION TRIM(MSG-USERNAME)
                          MOVE 'Y' TO WS-IS-BLOCKED
                       END-IF
                 END-READ
           MOVE "WRITE" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE.

      *> WRITE-BOTH in the account's screen language: WS-OUTPUT-LINE
      *> holds the English wording, WS-MSG-ID its data/msg-catalog.dat
      *> ID.
       SAY-BOTH.
           MOVE "TEXT" TO WS-SX-COMMAND
           CALL "SCREEN-TEXT" USING WS-SX-COMMAND MSG-USERNAME
                                    WS-MSG-ID WS-OUTPUT-LINE
           PERFORM WRITE-BOTH.

      *> Builds an ISO-8601 "YYYY-MM-DDTHH:MM:SS" send time from the
      *> system clock, the same idiom ConnectionRequest.cob uses to
      *> stamp a real send time on a pending connection request.
