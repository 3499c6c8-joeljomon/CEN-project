      *> "Interest Groups" screen, reached from the main menu. Students
      *> create and join clubs ("Pre-Med Club", "Women in CS") and
      *> talk on a members-only discussion board, instead of
      *> coordinating through one-to-one SEND-MESSAGE blasts that
      *> run into the rate limits. Three files, all keyed on the
      *> PROF-USERNAME of the people involved:
      *>   data/groups.dat        - one row per group
      *>   data/group-members.dat - one row per member (owner too)
      *>   data/group-posts.dat   - one row per board post
      *> Only members read a board; admin accounts (career services)
      *> may open any board and post to it, and a post by the group's
      *> owner or by an admin goes out to every member through
      *> NOTIFY-USER so a whole community can be reached at once.
      *> Blocks in blocked.dat hold on the board in both directions,
      *> member names go through PRIVACY-CHECK, and every post
      *> carries the same "Report this" hook into the MOD-QUEUE
      *> moderation queue that job details and message threads have.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEREST-GROUPS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GROUPS-FILE ASSIGN TO "data/groups.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRP-STATUS.
           SELECT MEMBERS-FILE ASSIGN TO "data/group-members.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEM-STATUS.
           SELECT MEMBERS-TEMP-FILE ASSIGN TO "data/grpmemtemp.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEMTMP-STATUS.
           SELECT POSTS-FILE ASSIGN TO "data/group-posts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POST-STATUS.
           SELECT BLOCKED-FILE ASSIGN TO "data/blocked.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BLK-STATUS.
           SELECT MODERATION-FILE ASSIGN TO "data/moderation.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOD-STATUS.
           SELECT ROLES-FILE ASSIGN TO "data/account-roles.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROLES-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> data/groups.dat: one row per interest group. A closed group
      *> keeps its row (and its board) but no longer takes members.
       FD GROUPS-FILE.
       01 GROUP-REC.
          05 GRP-ID                PIC 9(05).
          05 GRP-NAME              PIC X(40).
          05 GRP-DESC              PIC X(100).
          05 GRP-OWNER             PIC X(20).
          05 GRP-CREATED           PIC X(10).
          05 GRP-STATUS            PIC X(01).
             88 GRP-ACTIVE             VALUE "A".
             88 GRP-CLOSED             VALUE "C".

      *> data/group-members.dat: one row per member of a group; the
      *> creator carries role O (owner), everyone else M.
       FD MEMBERS-FILE.
       01 MEMBER-REC.
          05 GM-GROUP-ID           PIC 9(05).
          05 GM-USERNAME           PIC X(20).
          05 GM-ROLE               PIC X(01).
             88 GM-OWNER               VALUE "O".
             88 GM-MEMBER              VALUE "M".
          05 GM-JOINED             PIC X(10).

       FD MEMBERS-TEMP-FILE.
       01 MEMBER-TEMP-REC PIC X(36).

      *> data/group-posts.dat: one row per board post. MOD-QUEUE
      *> flags a reported post H; the row stays on file as evidence
      *> but the board leaves it out from then on.
       FD POSTS-FILE.
       01 GROUP-POST-REC.
          05 GP-GROUP-ID           PIC 9(05).
          05 GP-POST-ID            PIC 9(06).
          05 GP-AUTHOR             PIC X(20).
          05 GP-DATE               PIC X(19).
          05 GP-HIDDEN             PIC X(01).
             88 GP-IS-HIDDEN           VALUE "H".
          05 GP-TEXT               PIC X(200).

      *> data/blocked.dat: one row per block, the same layout
      *> SendMessage.cob's CHECK-NOT-BLOCKED reads.
       FD BLOCKED-FILE.
       01 BLOCKED-RECORD.
          05 BLOCKED-BY            PIC X(20).
          05 BLOCKED-SEP           PIC X.
          05 BLOCKED-USER          PIC X(20).

      *> data/moderation.dat: one row per "Report this" action, the
      *> same layout JOB-MGMT's REPORT-JOB writes.
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

      *> data/account-roles.dat: the same row ACCOUNT-MGMT's CREATE
      *> writes; an admin (career services) passes the member gate.
       FD ROLES-FILE.
       01 ROLE-REC.
          05 ROLE-USERNAME         PIC X(20).
          05 ROLE-TYPE             PIC X(10).

       WORKING-STORAGE SECTION.
       77 WS-GRP-STATUS      PIC XX.
       77 WS-MEM-STATUS      PIC XX.
       77 WS-MEMTMP-STATUS   PIC XX.
       77 WS-POST-STATUS     PIC XX.
       77 WS-BLK-STATUS      PIC XX.
       77 WS-MOD-STATUS      PIC XX.
       77 WS-ROLES-STATUS    PIC XX.
       77 WS-EOF             PIC X VALUE "N".
       77 WS-SCAN-EOF        PIC X VALUE "N".
       77 WS-COMMAND         PIC X(20).
       77 WS-LINE            PIC X(500).
       77 WS-SX-COMMAND      PIC X(10).
       77 WS-MSG-ID          PIC X(12).
       77 WS-CHOICE          PIC 9(02) VALUE 0.
       77 WS-BOARD-CHOICE    PIC 9(02) VALUE 0.
       77 WS-PICK-NUM        PIC 9(03) VALUE 0.
       77 WS-CALLER-ROLE     PIC X(10).
       77 WS-CURR-DATE       PIC X(21).
       77 WS-TODAY           PIC X(10).
       77 WS-NOW-TS          PIC X(19).
       77 WS-LIST-COUNT      PIC 9(03) VALUE 0.
       77 WS-MEMBER-COUNT    PIC 9(04) VALUE 0.
       77 WS-MEMBER-DISP     PIC ZZZ9.
       77 WS-POST-COUNT      PIC 9(04) VALUE 0.
       77 WS-IS-MEMBER       PIC X VALUE "N".
       77 WS-IS-OWNER        PIC X VALUE "N".
       77 WS-NAME-TAKEN      PIC X VALUE "N".
       77 WS-NEW-NAME        PIC X(40).
       77 WS-NEW-DESC        PIC X(100).
       77 WS-NEW-TEXT        PIC X(200).
       77 WS-REPORT-POST-ID  PIC 9(06) VALUE 0.
       77 WS-POST-FOUND      PIC X VALUE "N".
       77 WS-MAX-ID          PIC 9(06) VALUE 0.
       77 WS-MOD-MAX-ID      PIC 9(04) VALUE 0.
       77 WS-IA-SERIES       PIC X(10).
       77 WS-IA-SEED         PIC 9(9).
       77 WS-IA-NUMBER       PIC 9(9).
       77 WS-PC-OWNER        PIC X(20).
       77 WS-PC-RESULT       PIC X(01).
       77 WS-SHOW-NAME       PIC X(30).
       77 WS-NOTIF-TO        PIC X(20).
       77 WS-NOTIF-MSG       PIC X(100).
       77 WS-NOTIF-CAT       PIC X(12).
       77 WS-NOTIFIED        PIC 9(04) VALUE 0.
       77 WS-BLK-HIT         PIC X VALUE "N".
       77 WS-BLK-IDX         PIC 9(03).
       77 WS-CHECK-NAME      PIC X(20).

      *> The group the caller is working in: picked from a numbered
      *> list, then carried through the board paragraphs.
       77 WS-CUR-GROUP-ID    PIC 9(05) VALUE 0.
       77 WS-CUR-GROUP-NAME  PIC X(40).
       77 WS-CUR-GROUP-OWNER PIC X(20).

      *> Groups shown on the last numbered list, so a number typed
      *> back can be turned into a GRP-ID.
       01 WS-GROUP-LIST.
          05 WS-GL-ENTRY OCCURS 200 TIMES.
             10 WS-GL-ID       PIC 9(05).
             10 WS-GL-NAME     PIC X(40).
             10 WS-GL-OWNER    PIC X(20).
             10 WS-GL-ACTIVE   PIC X(01).

      *> Everyone the caller has blocked or been blocked by, loaded
      *> once per board so each post and roster row needs only a
      *> table probe.
       77 WS-BLK-COUNT       PIC 9(03) VALUE 0.
       01 WS-BLOCK-TABLE.
          05 WS-BLK-NAME PIC X(20) OCCURS 200 TIMES.

       LINKAGE SECTION.
       01 IG-USERNAME PIC X(20).

       PROCEDURE DIVISION USING IG-USERNAME.
       MAIN-PROGRAM.
           PERFORM LOOKUP-CALLER-ROLE
           MOVE 0 TO WS-CHOICE
           PERFORM UNTIL WS-CHOICE = 4
              MOVE "--- Interest Groups ---" TO WS-LINE
              MOVE "GRPS-001" TO WS-MSG-ID
              PERFORM SAY-LINE
              MOVE "1. Browse and join groups" TO WS-LINE
              MOVE "GRPS-002" TO WS-MSG-ID
              PERFORM SAY-LINE
              MOVE "2. My groups (open a discussion board)" TO WS-LINE
              MOVE "GRPS-003" TO WS-MSG-ID
              PERFORM SAY-LINE
              MOVE "3. Start a new group" TO WS-LINE
              MOVE "GRPS-004" TO WS-MSG-ID
              PERFORM SAY-LINE
              MOVE "4. Back to Main Menu" TO WS-LINE
              MOVE "GRPS-005" TO WS-MSG-ID
              PERFORM SAY-LINE
              MOVE "Enter your choice:" TO WS-LINE
              MOVE "ENTER-CHOICE" TO WS-MSG-ID
              PERFORM SAY-LINE
              PERFORM READ-ANSWER
              IF WS-LINE = HIGH-VALUES
                 MOVE 4 TO WS-CHOICE
              ELSE
                 MOVE FUNCTION NUMVAL(WS-LINE) TO WS-CHOICE
              END-IF
              EVALUATE WS-CHOICE
                 WHEN 1
                      PERFORM BROWSE-GROUPS
                 WHEN 2
                      PERFORM MY-GROUPS
                 WHEN 3
                      PERFORM CREATE-GROUP
                 WHEN 4
                      CONTINUE
                 WHEN OTHER
                      MOVE "Invalid choice. Please try again."
                         TO WS-LINE
                      MOVE "RETRY-CHOICE" TO WS-MSG-ID
                      PERFORM SAY-LINE
                      MOVE 0 TO WS-CHOICE
              END-EVALUATE
           END-PERFORM
           GOBACK.

      *> The caller's role from data/account-roles.dat; accounts
      *> older than roles (no row) count as students.
       LOOKUP-CALLER-ROLE.
           MOVE "student" TO WS-CALLER-ROLE
           MOVE "N" TO WS-EOF
           OPEN INPUT ROLES-FILE
           IF WS-ROLES-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ ROLES-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF FUNCTION TRIM(ROLE-USERNAME) =
                          FUNCTION TRIM(IG-USERNAME)
                          MOVE ROLE-TYPE TO WS-CALLER-ROLE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ROLES-FILE
           END-IF.

      *> Every active group with its member count; a number picks
      *> one to join.
       BROWSE-GROUPS.
           MOVE "--- Interest Groups on InCollege ---" TO WS-LINE
           MOVE "GRPS-006" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE 0 TO WS-LIST-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT GROUPS-FILE
           IF WS-GRP-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ GROUPS-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF GRP-ACTIVE AND WS-LIST-COUNT < 200
                          PERFORM ADD-GROUP-TO-LIST
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE GROUPS-FILE
           END-IF

           IF WS-LIST-COUNT = 0
              MOVE "No groups yet - start one with option 3."
                 TO WS-LINE
              MOVE "GRPS-007" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF

           PERFORM SHOW-GROUP-LIST
           MOVE "Enter a group number to join (or 0 to go back):"
              TO WS-LINE
           MOVE "GRPS-008" TO WS-MSG-ID
           PERFORM SAY-LINE
           PERFORM READ-PICK
           IF WS-PICK-NUM < 1 OR WS-PICK-NUM > WS-LIST-COUNT
              EXIT PARAGRAPH
           END-IF

           MOVE WS-GL-ID(WS-PICK-NUM) TO WS-CUR-GROUP-ID
           MOVE WS-GL-NAME(WS-PICK-NUM) TO WS-CUR-GROUP-NAME
           MOVE WS-GL-OWNER(WS-PICK-NUM) TO WS-CUR-GROUP-OWNER
           PERFORM CHECK-MEMBERSHIP
           IF WS-IS-MEMBER = "Y"
              MOVE "You are already a member of that group."
                 TO WS-LINE
              MOVE "GRPS-009" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF

           MOVE WS-CUR-GROUP-OWNER TO WS-CHECK-NAME
           PERFORM LOAD-BLOCK-TABLE
           PERFORM CHECK-NAME-BLOCKED
           IF WS-BLK-HIT = "Y"
              MOVE "You cannot join that group." TO WS-LINE
              MOVE "GRPS-010" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF

           PERFORM BUILD-TODAY
           OPEN EXTEND MEMBERS-FILE
           IF WS-MEM-STATUS NOT = "00"
              OPEN OUTPUT MEMBERS-FILE
           END-IF
           MOVE WS-CUR-GROUP-ID TO GM-GROUP-ID
           MOVE IG-USERNAME TO GM-USERNAME
           SET GM-MEMBER TO TRUE
           MOVE WS-TODAY TO GM-JOINED
           WRITE MEMBER-REC
           CLOSE MEMBERS-FILE

           MOVE WS-CUR-GROUP-OWNER TO WS-NOTIF-TO
           MOVE SPACES TO WS-NOTIF-MSG
           STRING FUNCTION TRIM(IG-USERNAME) " joined your group "
                  FUNCTION TRIM(WS-CUR-GROUP-NAME) "."
                  DELIMITED BY SIZE INTO WS-NOTIF-MSG
           END-STRING
           MOVE "GROUPS" TO WS-NOTIF-CAT
           CALL "NOTIFY-USER" USING WS-NOTIF-TO WS-NOTIF-MSG
                WS-NOTIF-CAT

           MOVE SPACES TO WS-LINE
           STRING "Welcome to " FUNCTION TRIM(WS-CUR-GROUP-NAME)
                  "! Open it from My groups to read the board."
                  DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           PERFORM OUT.

      *> The caller's own groups (every group for an admin); a
      *> number opens that group's board.
       MY-GROUPS.
           MOVE "--- My Groups ---" TO WS-LINE
           MOVE "GRPS-011" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE 0 TO WS-LIST-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT GROUPS-FILE
           IF WS-GRP-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ GROUPS-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       MOVE GRP-ID TO WS-CUR-GROUP-ID
                       IF FUNCTION TRIM(WS-CALLER-ROLE) = "admin"
                          MOVE "Y" TO WS-IS-MEMBER
                       ELSE
                          PERFORM CHECK-MEMBERSHIP
                       END-IF
                       IF WS-IS-MEMBER = "Y" AND WS-LIST-COUNT < 200
                          PERFORM ADD-GROUP-TO-LIST
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE GROUPS-FILE
           END-IF

           IF WS-LIST-COUNT = 0
              MOVE "You have not joined any groups yet." TO WS-LINE
              MOVE "GRPS-012" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF

           PERFORM SHOW-GROUP-LIST
           MOVE "Enter a group number to open its board "
            & "(or 0 to go back):" TO WS-LINE
           MOVE "GRPS-013" TO WS-MSG-ID
           PERFORM SAY-LINE
           PERFORM READ-PICK
           IF WS-PICK-NUM < 1 OR WS-PICK-NUM > WS-LIST-COUNT
              EXIT PARAGRAPH
           END-IF

           MOVE WS-GL-ID(WS-PICK-NUM) TO WS-CUR-GROUP-ID
           MOVE WS-GL-NAME(WS-PICK-NUM) TO WS-CUR-GROUP-NAME
           MOVE WS-GL-OWNER(WS-PICK-NUM) TO WS-CUR-GROUP-OWNER
           PERFORM OPEN-BOARD.

       ADD-GROUP-TO-LIST.
           ADD 1 TO WS-LIST-COUNT
           MOVE GRP-ID TO WS-GL-ID(WS-LIST-COUNT)
           MOVE GRP-NAME TO WS-GL-NAME(WS-LIST-COUNT)
           MOVE GRP-OWNER TO WS-GL-OWNER(WS-LIST-COUNT)
           MOVE GRP-STATUS TO WS-GL-ACTIVE(WS-LIST-COUNT).

       SHOW-GROUP-LIST.
           PERFORM VARYING WS-PICK-NUM FROM 1 BY 1
                   UNTIL WS-PICK-NUM > WS-LIST-COUNT
              MOVE WS-GL-ID(WS-PICK-NUM) TO WS-CUR-GROUP-ID
              PERFORM COUNT-MEMBERS
              MOVE WS-MEMBER-COUNT TO WS-MEMBER-DISP
              MOVE SPACES TO WS-LINE
              STRING WS-PICK-NUM ". "
                     FUNCTION TRIM(WS-GL-NAME(WS-PICK-NUM))
                     " (" FUNCTION TRIM(WS-MEMBER-DISP) " member(s))"
                     DELIMITED BY SIZE INTO WS-LINE
              END-STRING
              IF WS-GL-ACTIVE(WS-PICK-NUM) = "C"
                 STRING FUNCTION TRIM(WS-LINE) " [closed]"
                        DELIMITED BY SIZE INTO WS-LINE
                 END-STRING
              END-IF
              PERFORM OUT
           END-PERFORM.

       CREATE-GROUP.
           MOVE "Group name (e.g. Pre-Med Club):" TO WS-LINE
           MOVE "GRPS-014" TO WS-MSG-ID
           PERFORM SAY-LINE
           PERFORM READ-ANSWER
           IF WS-LINE = HIGH-VALUES OR FUNCTION TRIM(WS-LINE) = SPACES
              MOVE "A group needs a name - nothing created."
                 TO WS-LINE
              MOVE "GRPS-015" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-LINE) TO WS-NEW-NAME

      *> Two active groups may not share a name, or members could
      *> not tell which board they joined.
           MOVE "N" TO WS-NAME-TAKEN
           MOVE 0 TO WS-MAX-ID
           MOVE "N" TO WS-EOF
           OPEN INPUT GROUPS-FILE
           IF WS-GRP-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ GROUPS-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF GRP-ID > WS-MAX-ID
                          MOVE GRP-ID TO WS-MAX-ID
                       END-IF
                       IF GRP-ACTIVE AND
                          FUNCTION UPPER-CASE(FUNCTION TRIM(GRP-NAME))
                          = FUNCTION UPPER-CASE(
                               FUNCTION TRIM(WS-NEW-NAME))
                          MOVE "Y" TO WS-NAME-TAKEN
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE GROUPS-FILE
           END-IF
           IF WS-NAME-TAKEN = "Y"
              MOVE "A group with that name already exists - join it"
               & " from Browse instead." TO WS-LINE
              MOVE "GRPS-016" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF

           MOVE "Short description of the group:" TO WS-LINE
           MOVE "GRPS-017" TO WS-MSG-ID
           PERFORM SAY-LINE
           PERFORM READ-ANSWER
           IF WS-LINE = HIGH-VALUES
              MOVE SPACES TO WS-LINE
           END-IF
           MOVE FUNCTION TRIM(WS-LINE) TO WS-NEW-DESC

      *> The group ID comes from the central ID-ALLOCATOR; the scan
      *> above only seeds the series on first use.
           MOVE "GROUP" TO WS-IA-SERIES
           MOVE WS-MAX-ID TO WS-IA-SEED
           CALL "ID-ALLOCATOR" USING WS-IA-SERIES WS-IA-SEED
                WS-IA-NUMBER
           MOVE WS-IA-NUMBER TO WS-CUR-GROUP-ID

           PERFORM BUILD-TODAY
           OPEN EXTEND GROUPS-FILE
           IF WS-GRP-STATUS NOT = "00"
              OPEN OUTPUT GROUPS-FILE
           END-IF
           MOVE WS-CUR-GROUP-ID TO GRP-ID
           MOVE WS-NEW-NAME TO GRP-NAME
           MOVE WS-NEW-DESC TO GRP-DESC
           MOVE IG-USERNAME TO GRP-OWNER
           MOVE WS-TODAY TO GRP-CREATED
           SET GRP-ACTIVE TO TRUE
           WRITE GROUP-REC
           CLOSE GROUPS-FILE

           OPEN EXTEND MEMBERS-FILE
           IF WS-MEM-STATUS NOT = "00"
              OPEN OUTPUT MEMBERS-FILE
           END-IF
           MOVE WS-CUR-GROUP-ID TO GM-GROUP-ID
           MOVE IG-USERNAME TO GM-USERNAME
           SET GM-OWNER TO TRUE
           MOVE WS-TODAY TO GM-JOINED
           WRITE MEMBER-REC
           CLOSE MEMBERS-FILE

           MOVE SPACES TO WS-LINE
           STRING "Group " FUNCTION TRIM(WS-NEW-NAME)
                  " created - you are its owner."
                  DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           PERFORM OUT.

      *> The members-only board for WS-CUR-GROUP-ID. Membership is
      *> checked again here rather than trusted from the list that
      *> led in.
       OPEN-BOARD.
           PERFORM CHECK-MEMBERSHIP
           IF WS-IS-MEMBER NOT = "Y" AND
              FUNCTION TRIM(WS-CALLER-ROLE) NOT = "admin"
              MOVE "Only members can read this board." TO WS-LINE
              MOVE "GRPS-018" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-BLOCK-TABLE

           MOVE 0 TO WS-BOARD-CHOICE
           PERFORM UNTIL WS-BOARD-CHOICE = 5
              MOVE SPACES TO WS-LINE
              STRING "=== " FUNCTION TRIM(WS-CUR-GROUP-NAME)
                     " - discussion board ==="
                     DELIMITED BY SIZE INTO WS-LINE
              END-STRING
              PERFORM OUT
              PERFORM SHOW-BOARD-POSTS
              MOVE "1. Write a post" TO WS-LINE
              MOVE "GRPS-019" TO WS-MSG-ID
              PERFORM SAY-LINE
              MOVE "2. Report a post" TO WS-LINE
              MOVE "GRPS-020" TO WS-MSG-ID
              PERFORM SAY-LINE
              MOVE "3. View the member roster" TO WS-LINE
              MOVE "GRPS-021" TO WS-MSG-ID
              PERFORM SAY-LINE
              MOVE "4. Leave this group" TO WS-LINE
              MOVE "GRPS-022" TO WS-MSG-ID
              PERFORM SAY-LINE
              MOVE "5. Back" TO WS-LINE
              MOVE "GRPS-023" TO WS-MSG-ID
              PERFORM SAY-LINE
              MOVE "Enter your choice:" TO WS-LINE
              MOVE "ENTER-CHOICE" TO WS-MSG-ID
              PERFORM SAY-LINE
              PERFORM READ-ANSWER
              IF WS-LINE = HIGH-VALUES
                 MOVE 5 TO WS-BOARD-CHOICE
              ELSE
                 MOVE FUNCTION NUMVAL(WS-LINE) TO WS-BOARD-CHOICE
              END-IF
              EVALUATE WS-BOARD-CHOICE
                 WHEN 1
                      PERFORM WRITE-POST
                 WHEN 2
                      PERFORM REPORT-POST
                 WHEN 3
                      PERFORM SHOW-ROSTER
                 WHEN 4
                      PERFORM LEAVE-GROUP
                      IF WS-IS-MEMBER = "N"
                         MOVE 5 TO WS-BOARD-CHOICE
                      END-IF
                 WHEN 5
                      CONTINUE
                 WHEN OTHER
                      MOVE "Invalid choice. Please try again."
                         TO WS-LINE
                      MOVE "RETRY-CHOICE" TO WS-MSG-ID
                      PERFORM SAY-LINE
                      MOVE 0 TO WS-BOARD-CHOICE
              END-EVALUATE
           END-PERFORM.

      *> Posts in file order (oldest first). Hidden posts and posts
      *> by anyone on either side of a block with the reader are
      *> left out.
       SHOW-BOARD-POSTS.
           MOVE 0 TO WS-POST-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT POSTS-FILE
           IF WS-POST-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ POSTS-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF GP-GROUP-ID = WS-CUR-GROUP-ID AND
                          NOT GP-IS-HIDDEN
                          MOVE GP-AUTHOR TO WS-CHECK-NAME
                          PERFORM CHECK-NAME-BLOCKED
                          IF WS-BLK-HIT = "N"
                             PERFORM SHOW-ONE-POST
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE POSTS-FILE
           END-IF
           IF WS-POST-COUNT = 0
              MOVE "(no posts yet - be the first)" TO WS-LINE
              MOVE "GRPS-024" TO WS-MSG-ID
              PERFORM SAY-LINE
           END-IF
           MOVE "-----------------------------------------" TO WS-LINE
           PERFORM OUT.

       SHOW-ONE-POST.
           ADD 1 TO WS-POST-COUNT
           MOVE GP-AUTHOR TO WS-PC-OWNER
           PERFORM RESOLVE-SHOW-NAME
           MOVE SPACES TO WS-LINE
           STRING "[#" GP-POST-ID "] " GP-DATE(1:10) " "
                  FUNCTION TRIM(WS-SHOW-NAME) ": "
                  FUNCTION TRIM(GP-TEXT)
                  DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           PERFORM OUT.

      *> A member whose privacy setting hides them from the reader
      *> shows as an anonymous member; the reader always sees their
      *> own name.
       RESOLVE-SHOW-NAME.
           CALL "PRIVACY-CHECK" USING WS-PC-OWNER IG-USERNAME
                WS-PC-RESULT
           IF WS-PC-RESULT = "Y"
              MOVE WS-PC-OWNER TO WS-SHOW-NAME
           ELSE
              MOVE "(a group member)" TO WS-SHOW-NAME
           END-IF.

       WRITE-POST.
           IF WS-IS-MEMBER NOT = "Y" AND
              FUNCTION TRIM(WS-CALLER-ROLE) NOT = "admin"
              MOVE "Only members can post here." TO WS-LINE
              MOVE "GRPS-025" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF
           MOVE "Enter your post (max 200 characters):" TO WS-LINE
           MOVE "GRPS-026" TO WS-MSG-ID
           PERFORM SAY-LINE
           PERFORM READ-ANSWER
           IF WS-LINE = HIGH-VALUES OR FUNCTION TRIM(WS-LINE) = SPACES
              MOVE "Post cannot be blank." TO WS-LINE
              MOVE "GRPS-027" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-LINE) TO WS-NEW-TEXT

           MOVE 0 TO WS-MAX-ID
           MOVE "N" TO WS-EOF
           OPEN INPUT POSTS-FILE
           IF WS-POST-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ POSTS-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF GP-POST-ID > WS-MAX-ID
                          MOVE GP-POST-ID TO WS-MAX-ID
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE POSTS-FILE
           END-IF
           MOVE "GRPPOST" TO WS-IA-SERIES
           MOVE WS-MAX-ID TO WS-IA-SEED
           CALL "ID-ALLOCATOR" USING WS-IA-SERIES WS-IA-SEED
                WS-IA-NUMBER

           PERFORM BUILD-TODAY
           OPEN EXTEND POSTS-FILE
           IF WS-POST-STATUS NOT = "00"
              OPEN OUTPUT POSTS-FILE
           END-IF
           MOVE WS-CUR-GROUP-ID TO GP-GROUP-ID
           MOVE WS-IA-NUMBER TO GP-POST-ID
           MOVE IG-USERNAME TO GP-AUTHOR
           MOVE WS-NOW-TS TO GP-DATE
           MOVE "N" TO GP-HIDDEN
           MOVE WS-NEW-TEXT TO GP-TEXT
           WRITE GROUP-POST-REC
           CLOSE POSTS-FILE

           MOVE "Posted." TO WS-LINE
           MOVE "GRPS-028" TO WS-MSG-ID
           PERFORM SAY-LINE

      *> The owner's and career services' posts are announcements:
      *> every other member hears about them.
           IF FUNCTION TRIM(IG-USERNAME) =
              FUNCTION TRIM(WS-CUR-GROUP-OWNER) OR
              FUNCTION TRIM(WS-CALLER-ROLE) = "admin"
              PERFORM NOTIFY-ALL-MEMBERS
           END-IF.

       NOTIFY-ALL-MEMBERS.
           MOVE 0 TO WS-NOTIFIED
           MOVE SPACES TO WS-NOTIF-MSG
           STRING "New announcement on the "
                  FUNCTION TRIM(WS-CUR-GROUP-NAME)
                  " board from " FUNCTION TRIM(IG-USERNAME) "."
                  DELIMITED BY SIZE INTO WS-NOTIF-MSG
           END-STRING
           MOVE "GROUPS" TO WS-NOTIF-CAT
           MOVE "N" TO WS-SCAN-EOF
           OPEN INPUT MEMBERS-FILE
           IF WS-MEM-STATUS = "00"
              PERFORM UNTIL WS-SCAN-EOF = "Y"
                 READ MEMBERS-FILE
                    AT END MOVE "Y" TO WS-SCAN-EOF
                    NOT AT END
                       IF GM-GROUP-ID = WS-CUR-GROUP-ID AND
                          FUNCTION TRIM(GM-USERNAME) NOT =
                          FUNCTION TRIM(IG-USERNAME)
                          MOVE GM-USERNAME TO WS-NOTIF-TO
                          CALL "NOTIFY-USER" USING WS-NOTIF-TO
                               WS-NOTIF-MSG WS-NOTIF-CAT
                          ADD 1 TO WS-NOTIFIED
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE MEMBERS-FILE
           END-IF
           MOVE WS-NOTIFIED TO WS-MEMBER-DISP
           MOVE SPACES TO WS-LINE
           STRING FUNCTION TRIM(WS-MEMBER-DISP)
                  " member(s) notified of your post."
                  DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           PERFORM OUT.

      *> The same "Report this" row REPORT-JOB and the message
      *> thread write, typed GROUP and keyed group ID-post ID, so
      *> MOD-QUEUE can hide the post.
       REPORT-POST.
           MOVE "Enter the # of the post to report (or 0 to go back):"
              TO WS-LINE
           MOVE "GRPS-029" TO WS-MSG-ID
           PERFORM SAY-LINE
           PERFORM READ-ANSWER
           IF WS-LINE = HIGH-VALUES
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-LINE) TO WS-REPORT-POST-ID
           IF WS-REPORT-POST-ID = 0
              EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-POST-FOUND
           MOVE "N" TO WS-EOF
           OPEN INPUT POSTS-FILE
           IF WS-POST-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ POSTS-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF GP-GROUP-ID = WS-CUR-GROUP-ID AND
                          GP-POST-ID = WS-REPORT-POST-ID AND
                          NOT GP-IS-HIDDEN
                          MOVE "Y" TO WS-POST-FOUND
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE POSTS-FILE
           END-IF
           IF WS-POST-FOUND = "N"
              MOVE "No post with that number on this board."
                 TO WS-LINE
              MOVE "GRPS-030" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF

           MOVE "Why are you reporting this post?" TO WS-LINE
           MOVE "GRPS-031" TO WS-MSG-ID
           PERFORM SAY-LINE
           PERFORM READ-ANSWER
           IF WS-LINE = HIGH-VALUES
              MOVE SPACES TO WS-LINE
           END-IF

           PERFORM FIND-NEXT-MOD-ID
           PERFORM BUILD-TODAY
           OPEN EXTEND MODERATION-FILE
           IF WS-MOD-STATUS NOT = "00"
              OPEN OUTPUT MODERATION-FILE
           END-IF
           MOVE WS-MOD-MAX-ID TO MOD-ID
           MOVE IG-USERNAME TO MOD-REPORTER
           MOVE "GROUP" TO MOD-TYPE
           MOVE SPACES TO MOD-KEY
           STRING WS-CUR-GROUP-ID "-" WS-REPORT-POST-ID
                  DELIMITED BY SIZE INTO MOD-KEY
           END-STRING
           MOVE WS-LINE TO MOD-REASON
           MOVE WS-TODAY TO MOD-DATE
           SET MOD-OPEN TO TRUE
           MOVE SPACES TO MOD-ACTION
           WRITE MODERATION-REC
           CLOSE MODERATION-FILE

           MOVE "Thank you - the post has been reported." TO WS-LINE
           MOVE "GRPS-032" TO WS-MSG-ID
           PERFORM SAY-LINE.

       FIND-NEXT-MOD-ID.
           MOVE 0 TO WS-MOD-MAX-ID
           MOVE "N" TO WS-EOF
           OPEN INPUT MODERATION-FILE
           IF WS-MOD-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ MODERATION-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF MOD-ID > WS-MOD-MAX-ID
                          MOVE MOD-ID TO WS-MOD-MAX-ID
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE MODERATION-FILE
           END-IF
      *> The report ID comes from the central ID-ALLOCATOR; the
      *> scan above only seeds the series on first use.
           MOVE "MOD" TO WS-IA-SERIES
           MOVE WS-MOD-MAX-ID TO WS-IA-SEED
           CALL "ID-ALLOCATOR" USING WS-IA-SERIES WS-IA-SEED
                WS-IA-NUMBER
           MOVE WS-IA-NUMBER TO WS-MOD-MAX-ID.

      *> The roster, owner first-come like the file; blocked pairs
      *> are left off and private profiles show anonymously.
       SHOW-ROSTER.
           MOVE SPACES TO WS-LINE
           STRING "--- Members of " FUNCTION TRIM(WS-CUR-GROUP-NAME)
                  " ---" DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           PERFORM OUT
           MOVE 0 TO WS-MEMBER-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT MEMBERS-FILE
           IF WS-MEM-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ MEMBERS-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF GM-GROUP-ID = WS-CUR-GROUP-ID
                          MOVE GM-USERNAME TO WS-CHECK-NAME
                          PERFORM CHECK-NAME-BLOCKED
                          IF WS-BLK-HIT = "N"
                             PERFORM SHOW-ONE-MEMBER
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE MEMBERS-FILE
           END-IF
           MOVE WS-MEMBER-COUNT TO WS-MEMBER-DISP
           MOVE SPACES TO WS-LINE
           STRING FUNCTION TRIM(WS-MEMBER-DISP) " member(s) shown."
                  DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           PERFORM OUT.

       SHOW-ONE-MEMBER.
           ADD 1 TO WS-MEMBER-COUNT
           MOVE GM-USERNAME TO WS-PC-OWNER
           PERFORM RESOLVE-SHOW-NAME
           MOVE SPACES TO WS-LINE
           IF GM-OWNER
              STRING "  " FUNCTION TRIM(WS-SHOW-NAME)
                     " (owner, since " GM-JOINED ")"
                     DELIMITED BY SIZE INTO WS-LINE
              END-STRING
           ELSE
              STRING "  " FUNCTION TRIM(WS-SHOW-NAME)
                     " (since " GM-JOINED ")"
                     DELIMITED BY SIZE INTO WS-LINE
              END-STRING
           END-IF
           PERFORM OUT.

      *> The owner cannot walk away from the group; everyone else's
      *> membership row is dropped through the temp-file replace.
       LEAVE-GROUP.
           IF WS-IS-MEMBER NOT = "Y"
              MOVE "You are not a member of this group." TO WS-LINE
              MOVE "GRPS-033" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF
           IF WS-IS-OWNER = "Y"
              MOVE "The owner cannot leave the group." TO WS-LINE
              MOVE "GRPS-034" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-EOF
           OPEN INPUT MEMBERS-FILE
           OPEN OUTPUT MEMBERS-TEMP-FILE
           IF WS-MEM-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ MEMBERS-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF GM-GROUP-ID = WS-CUR-GROUP-ID AND
                          FUNCTION TRIM(GM-USERNAME) =
                          FUNCTION TRIM(IG-USERNAME)
                          CONTINUE
                       ELSE
                          WRITE MEMBER-TEMP-REC FROM MEMBER-REC
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE MEMBERS-FILE
           END-IF
           CLOSE MEMBERS-TEMP-FILE

           OPEN OUTPUT MEMBERS-FILE
           OPEN INPUT MEMBERS-TEMP-FILE
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
              READ MEMBERS-TEMP-FILE INTO MEMBER-REC
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END WRITE MEMBER-REC
              END-READ
           END-PERFORM
           CLOSE MEMBERS-TEMP-FILE
           CLOSE MEMBERS-FILE

           MOVE "N" TO WS-IS-MEMBER
           MOVE "You have left the group." TO WS-LINE
           MOVE "GRPS-035" TO WS-MSG-ID
           PERFORM SAY-LINE.

      *> Sets WS-IS-MEMBER (and WS-IS-OWNER) for IG-USERNAME in
      *> WS-CUR-GROUP-ID.
       CHECK-MEMBERSHIP.
           MOVE "N" TO WS-IS-MEMBER
           MOVE "N" TO WS-IS-OWNER
           MOVE "N" TO WS-SCAN-EOF
           OPEN INPUT MEMBERS-FILE
           IF WS-MEM-STATUS = "00"
              PERFORM UNTIL WS-SCAN-EOF = "Y"
                 READ MEMBERS-FILE
                    AT END MOVE "Y" TO WS-SCAN-EOF
                    NOT AT END
                       IF GM-GROUP-ID = WS-CUR-GROUP-ID AND
                          FUNCTION TRIM(GM-USERNAME) =
                          FUNCTION TRIM(IG-USERNAME)
                          MOVE "Y" TO WS-IS-MEMBER
                          IF GM-OWNER
                             MOVE "Y" TO WS-IS-OWNER
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE MEMBERS-FILE
           END-IF.

       COUNT-MEMBERS.
           MOVE 0 TO WS-MEMBER-COUNT
           MOVE "N" TO WS-SCAN-EOF
           OPEN INPUT MEMBERS-FILE
           IF WS-MEM-STATUS = "00"
              PERFORM UNTIL WS-SCAN-EOF = "Y"
                 READ MEMBERS-FILE
                    AT END MOVE "Y" TO WS-SCAN-EOF
                    NOT AT END
                       IF GM-GROUP-ID = WS-CUR-GROUP-ID
                          ADD 1 TO WS-MEMBER-COUNT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE MEMBERS-FILE
           END-IF.

       LOAD-BLOCK-TABLE.
           MOVE 0 TO WS-BLK-COUNT
           MOVE "N" TO WS-SCAN-EOF
           OPEN INPUT BLOCKED-FILE
           IF WS-BLK-STATUS = "00"
              PERFORM UNTIL WS-SCAN-EOF = "Y"
                 READ BLOCKED-FILE
                    AT END MOVE "Y" TO WS-SCAN-EOF
                    NOT AT END
                       IF WS-BLK-COUNT < 200
                          IF FUNCTION TRIM(BLOCKED-BY) =
                             FUNCTION TRIM(IG-USERNAME)
                             ADD 1 TO WS-BLK-COUNT
                             MOVE BLOCKED-USER
                                TO WS-BLK-NAME(WS-BLK-COUNT)
                          ELSE
                             IF FUNCTION TRIM(BLOCKED-USER) =
                                FUNCTION TRIM(IG-USERNAME)
                                ADD 1 TO WS-BLK-COUNT
                                MOVE BLOCKED-BY
                                   TO WS-BLK-NAME(WS-BLK-COUNT)
                             END-IF
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE BLOCKED-FILE
           END-IF.

       CHECK-NAME-BLOCKED.
           MOVE "N" TO WS-BLK-HIT
           PERFORM VARYING WS-BLK-IDX FROM 1 BY 1
                   UNTIL WS-BLK-IDX > WS-BLK-COUNT
              IF FUNCTION TRIM(WS-BLK-NAME(WS-BLK-IDX)) =
                 FUNCTION TRIM(WS-CHECK-NAME)
                 MOVE "Y" TO WS-BLK-HIT
              END-IF
           END-PERFORM.

       BUILD-TODAY.
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE
           MOVE SPACES TO WS-TODAY WS-NOW-TS
           STRING WS-CURR-DATE(1:4) "-" WS-CURR-DATE(5:2) "-"
                  WS-CURR-DATE(7:2)
                  DELIMITED BY SIZE INTO WS-TODAY
           END-STRING
           STRING WS-CURR-DATE(1:4)  "-" WS-CURR-DATE(5:2)  "-"
                  WS-CURR-DATE(7:2)  "T" WS-CURR-DATE(9:2)  ":"
                  WS-CURR-DATE(11:2) ":" WS-CURR-DATE(13:2)
                  DELIMITED BY SIZE INTO WS-NOW-TS
           END-STRING.

       READ-ANSWER.
           MOVE SPACES TO WS-LINE
           MOVE "READ" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE.

       READ-PICK.
           PERFORM READ-ANSWER
           IF WS-LINE = HIGH-VALUES
              MOVE 0 TO WS-PICK-NUM
           ELSE
              MOVE FUNCTION NUMVAL(WS-LINE) TO WS-PICK-NUM
           END-IF.

       OUT.
           MOVE "WRITE" TO WS-COMMAND
           CALL "IO-MODULE" USING WS-COMMAND WS-LINE.

      *> OUT in the account's screen language: WS-LINE
      *> holds the English wording, WS-MSG-ID its data/msg-catalog.dat
      *> ID.
       SAY-LINE.
           MOVE "TEXT" TO WS-SX-COMMAND
           CALL "SCREEN-TEXT" USING WS-SX-COMMAND IG-USERNAME
                                    WS-MSG-ID WS-LINE
           PERFORM OUT.

       END PROGRAM INTEREST-GROUPS.
