           SELECT EMPLOYER-FILE ASSIGN TO "data/employers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMP-STATUS.
           SELECT SCH-APP-FILE ASSIGN TO "data/scholarship-apps.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAP-STATUS.
           SELECT SCHOLARSHIP-FILE ASSIGN TO "data/scholarships.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYER-FILE.
           COPY "EMPLOYERREC.cpy".

      *> data/scholarship-apps.dat: the same layout SCHOLARSHIPS
      *> writes; SAP-SHOW is the student's choice to list an award.
       FD SCH-APP-FILE.
       01 SCH-APP-REC.
          05 SAP-ID                PIC 9(04).
          05 SAP-STUDENT           PIC X(20).
          05 SAP-APPLIED           PIC X(10).
          05 SAP-STATUS            PIC X(10).
          05 SAP-DECIDED           PIC X(10).
          05 SAP-SHOW              PIC X(01).
          05 SAP-ESSAY             PIC X(400).

      *> data/scholarships.dat, as SCHOLARSHIP-ADMIN writes it; only
      *> the award's title is needed here.
       FD SCHOLARSHIP-FILE.
       01 SCHOLARSHIP-REC.
          05 SCH-ID                PIC 9(04).
          05 SCH-TITLE             PIC X(50).
          05 FILLER                PIC X(250).

       WORKING-STORAGE SECTION.
       77 WS-COMMAND        PIC X(20).
       77 WS-LINE           PIC X(500).
       77 WS-SX-COMMAND     PIC X(10).
       77 WS-MSG-ID         PIC X(12).
       77 WS-PROFILE-STATUS PIC XX.
       77 WS-END-FILE       PIC X VALUE "N".
       77 WS-FOUND          PIC X VALUE "N".
       77 WS-CERT-SHOWN            PIC 9(02) VALUE 0.
       77 WS-PV-STATUS             PIC XX.
       77 WS-EMP-STATUS            PIC XX.
       77 WS-SAP-STATUS            PIC XX.
       77 WS-SCH-STATUS            PIC XX.
       77 WS-AWARD-SHOWN           PIC 9(02) VALUE 0.
       77 WS-AWARD-TITLE           PIC X(50).
       77 WS-SCAN-EOF              PIC X VALUE "N".
       77 WS-VIEWER-IS-EMP         PIC X VALUE "N".
       77 WS-CURR-DATE             PIC X(21).

                              MOVE SPACES TO WS-LINE
                              MOVE "> About: " TO WS-LINE
                              MOVE "VPRF-001" TO WS-MSG-ID
                              PERFORM SAY-LINE

                              MOVE WS-TMP-ABOUT TO WS-LINE
                              PERFORM WRITE-LINE
                              END-IF

                              MOVE "> Experience:" TO WS-LINE
                              MOVE "VPRF-002" TO WS-MSG-ID
                              PERFORM SAY-LINE
                              PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 10
                                  MOVE PROF-EXP-TITLE(WS-IDX) TO WS-TMP-EXP-TITLE
                                  IF FUNCTION LENGTH(FUNCTION TRIM(WS-TMP-EXP-TITLE)) > 0
                              END-PERFORM

                              MOVE "> Education:" TO WS-LINE
                              MOVE "VPRF-003" TO WS-MSG-ID
                              PERFORM SAY-LINE
                              PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 10
                                  MOVE PROF-EDU-DEGREE(WS-IDX) TO WS-TMP-EDU-DEGREE
                                  IF FUNCTION LENGTH(FUNCTION TRIM(WS-TMP-EDU-DEGREE)) > 0

                              PERFORM SHOW-CERTIFICATIONS

                              PERFORM SHOW-SCHOLARSHIPS

                              PERFORM SHOW-PROJECTS

                              MOVE SPACES TO WS-LINE
           IF WS-FOUND = "N"
              MOVE SPACES TO WS-LINE
              MOVE "! No profile found for this user." TO WS-LINE
              MOVE "VPRF-004" TO WS-MSG-ID
              PERFORM SAY-LINE
           END-IF

           GOBACK.
                          RL-APPROVED
                          IF WS-RL-SHOWN = 0
                             MOVE "> Recommendations:" TO WS-LINE
                             MOVE "VPRF-005" TO WS-MSG-ID
                             PERFORM SAY-LINE
                          END-IF
                          ADD 1 TO WS-RL-SHOWN
                          MOVE SPACES TO WS-LINE
                          FUNCTION TRIM(VP-USERNAME)
                          IF WS-SKILL-SHOWN = 0
                             MOVE "> Skills:" TO WS-LINE
                             MOVE "VPRF-006" TO WS-MSG-ID
                             PERFORM SAY-LINE
                          END-IF
                          ADD 1 TO WS-SKILL-SHOWN
                          MOVE SKILL-NAME TO WS-CUR-SKILL
                          FUNCTION TRIM(VP-USERNAME)
                          IF WS-PROJ-HDR = "N"
                             MOVE "PROJECTS" TO WS-LINE
                             MOVE "VPRF-007" TO WS-MSG-ID
                             PERFORM SAY-LINE
                             MOVE "Y" TO WS-PROJ-HDR
                          END-IF
                          MOVE SPACES TO WS-LINE
                          FUNCTION TRIM(VP-USERNAME)
                          IF WS-CERT-SHOWN = 0
                             MOVE "> Certifications:" TO WS-LINE
                             MOVE "VPRF-008" TO WS-MSG-ID
                             PERFORM SAY-LINE
                          END-IF
                          ADD 1 TO WS-CERT-SHOWN
                          MOVE SPACES TO WS-LINE
              CLOSE CERT-FILE
           END-IF.

      *> Scholarships the student was awarded and chose to show.
       SHOW-SCHOLARSHIPS.
           MOVE 0 TO WS-AWARD-SHOWN
           MOVE "N" TO WS-SCAN-EOF
           OPEN INPUT SCH-APP-FILE
           IF WS-SAP-STATUS = "00"
              PERFORM UNTIL WS-SCAN-EOF = "Y"
                 READ SCH-APP-FILE
                    AT END MOVE "Y" TO WS-SCAN-EOF
                    NOT AT END
                       IF SAP-STUDENT = VP-USERNAME AND
                          SAP-STATUS = "Awarded" AND SAP-SHOW = "Y"
                          IF WS-AWARD-SHOWN = 0
                             MOVE "> Awards:" TO WS-LINE
                             MOVE "VPRF-009" TO WS-MSG-ID
                             PERFORM SAY-LINE
                          END-IF
                          ADD 1 TO WS-AWARD-SHOWN
                          PERFORM FIND-AWARD-TITLE
                          MOVE SPACES TO WS-LINE
                          STRING ">>    "
                                 FUNCTION TRIM(WS-AWARD-TITLE)
                                 " - awarded " SAP-DECIDED
                                 DELIMITED BY SIZE
                                 INTO WS-LINE
                          END-STRING
                          PERFORM WRITE-LINE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SCH-APP-FILE
           END-IF.

       FIND-AWARD-TITLE.
           MOVE "Scholarship" TO WS-AWARD-TITLE
           OPEN INPUT SCHOLARSHIP-FILE
           IF WS-SCH-STATUS = "00"
              PERFORM UNTIL WS-SCH-STATUS NOT = "00"
                 READ SCHOLARSHIP-FILE
                    NOT AT END
                       IF SCH-ID = SAP-ID
                          MOVE SCH-TITLE TO WS-AWARD-TITLE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SCHOLARSHIP-FILE
           END-IF.

      *> Leaves a trace of this profile view in
      *> data/profile-views.dat (own-profile views excepted), the
      *> same row SEARCH-USER's LOG-PROFILE-VIEW writes, and raises
       WRITE-LINE.
           MOVE "WRITE" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE.

      *> WRITE-LINE in the account's screen language: WS-LINE
      *> holds the English wording, WS-MSG-ID its data/msg-catalog.dat
      *> ID.
       SAY-LINE.
           MOVE "TEXT" TO WS-SX-COMMAND
           CALL "SCREEN-TEXT" USING WS-SX-COMMAND VP-USERNAME
                                    WS-MSG-ID WS-LINE
           PERFORM WRITE-LINE.
       END PROGRAM VIEW-PROFILE.

