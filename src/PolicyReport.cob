      *> Standalone report batch job, runnable nightly as a
      *> BATCH-DRIVER step (POLICY-REPORT) or from the admin
      *> console's terms-of-use screen. Lists every account in
      *> data/accounts.dat that has not accepted the terms of use
      *> and privacy notice version in force (the highest version in
      *> data/policy-versions.dat) - with its role, whether it has
      *> never answered, declined, or last accepted an older version
      *> - so legal can see who is still outstanding. The answers
      *> come from the hash-chained data/policy-accepts.dat POLICY-
      *> ACCEPT appends; the latest answer to the version in force
      *> decides. Output goes to reports/policy-acceptance-report.txt.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLICY-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO "data/accounts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-STATUS.
           SELECT ROLES-FILE ASSIGN TO "data/account-roles.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROLES-STATUS.
           SELECT VERSION-FILE ASSIGN TO "data/policy-versions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VER-STATUS.
           SELECT ACCEPT-FILE ASSIGN TO "data/policy-accepts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACC-STATUS.
           SELECT REPORT-FILE
               ASSIGN TO "reports/policy-acceptance-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNT-FILE.
       01 ACCOUNT-REC.
          05 ACC-USERNAME PIC X(20).
          05 ACC-PASSWORD PIC X(20).

      *> data/account-roles.dat: the same row ACCOUNT-MGMT's CREATE
      *> writes.
       FD ROLES-FILE.
       01 ROLE-REC.
          05 ROLE-USERNAME PIC X(20).
          05 ROLE-TYPE     PIC X(10).

      *> data/policy-versions.dat: the same layout ADMIN-CONSOLE's
      *> PUBLISH-POLICY writes.
       FD VERSION-FILE.
       01 VERSION-REC.
          05 PV-VERSION   PIC 9(04).
          05 PV-DATE      PIC X(10).
          05 PV-BY        PIC X(20).
          05 PV-SUMMARY   PIC X(100).

      *> data/policy-accepts.dat: the same row POLICY-ACCEPT appends,
      *> then the AUDIT-CHAIN link.
       FD ACCEPT-FILE.
       01 ACCEPT-REC.
          05 PAR-USERNAME PIC X(20).
          05 PAR-VERSION  PIC 9(04).
          05 PAR-TS       PIC X(19).
          05 PAR-ACTION   PIC X(08).
          05 PAR-LINK     PIC X(20).

       FD REPORT-FILE.
       01 REPORT-REC PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-ACCOUNT-STATUS PIC XX.
       77 WS-ROLES-STATUS   PIC XX.
       77 WS-VER-STATUS     PIC XX.
       77 WS-ACC-STATUS     PIC XX.
       77 WS-EOF            PIC X VALUE "N".
       77 WS-REPORT-LINE    PIC X(132).
       77 WS-CURR-DATE      PIC X(21).
       77 WS-TODAY          PIC X(10).
       77 WS-CUR-VERSION    PIC 9(04) VALUE 0.
       77 WS-CUR-DATE       PIC X(10).
       77 WS-ROLE           PIC X(10).
       77 WS-STANDING       PIC X(40).
       77 WS-ACCOUNTS       PIC 9(05) VALUE 0.
       77 WS-ACCEPTED       PIC 9(05) VALUE 0.
       77 WS-OUTSTANDING    PIC 9(05) VALUE 0.
       77 I                 PIC 9(05) COMP.
       77 A                 PIC 9(05) COMP.

      *> Every account's role, loaded once.
       01 WS-ROLE-TABLE.
          05 WS-ROLE-COUNT     PIC 9(05) COMP VALUE 0.
          05 WS-ROLE-ENTRY OCCURS 5000 TIMES.
             10 WS-RT-USER     PIC X(20).
             10 WS-RT-ROLE     PIC X(10).

      *> One entry per username that has ever answered: its latest
      *> answer to the version in force and the newest version it
      *> has ever accepted.
       01 WS-ANSWER-TABLE.
          05 WS-ANSWER-COUNT   PIC 9(05) COMP VALUE 0.
          05 WS-ANSWER-ENTRY OCCURS 5000 TIMES.
             10 WS-AT-USER     PIC X(20).
             10 WS-AT-CURRENT  PIC X(08).
             10 WS-AT-CUR-TS   PIC X(19).
             10 WS-AT-LAST-OK  PIC 9(04).

           COPY "REGIONINF.cpy".
           COPY "RPTINF.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL "REGION-CONFIG" USING REGION-INFO
           IF RI-RESULT NOT = "OK"
              GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE
           MOVE SPACES TO WS-TODAY
           STRING WS-CURR-DATE(1:4) "-" WS-CURR-DATE(5:2) "-"
                  WS-CURR-DATE(7:2)
                  DELIMITED BY SIZE INTO WS-TODAY
           END-STRING
           MOVE 0 TO WS-ACCOUNTS WS-ACCEPTED WS-OUTSTANDING
                     WS-ROLE-COUNT WS-ANSWER-COUNT

           PERFORM FIND-CURRENT-VERSION
           PERFORM LOAD-ROLES
           PERFORM LOAD-ANSWERS

           OPEN OUTPUT REPORT-FILE
           MOVE "InCollege terms of use acceptance report"
              TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "====================================================="
              TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Run date: " WS-TODAY
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           IF WS-CUR-VERSION = 0
              MOVE "No policy version has been published."
                 TO WS-REPORT-LINE
              PERFORM WRITE-REPORT-LINE
              CLOSE REPORT-FILE
              PERFORM FORMAT-REPORT
              DISPLAY "POLICY-REPORT: no policy version published."
              GOBACK
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Version in force: " WS-CUR-VERSION
                  " (published " WS-CUR-DATE ")"
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "Not yet accepted:" TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  Username             Role       Standing"
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE

           MOVE "N" TO WS-EOF
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ ACCOUNT-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF ACC-USERNAME NOT = SPACES
                          PERFORM REPORT-ONE-ACCOUNT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ACCOUNT-FILE
           END-IF
           IF WS-OUTSTANDING = 0
              MOVE "  (none - every account has accepted)"
                 TO WS-REPORT-LINE
              PERFORM WRITE-REPORT-LINE
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-ACCOUNTS " account(s), " WS-ACCEPTED
                  " accepted, " WS-OUTSTANDING " outstanding."
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           CLOSE REPORT-FILE
           PERFORM FORMAT-REPORT

           DISPLAY "POLICY-REPORT: " WS-OUTSTANDING " of "
                   WS-ACCOUNTS " account(s) have not accepted version "
                   WS-CUR-VERSION " - see "
                   "reports/policy-acceptance-report.txt."
           GOBACK.

      *> Standard page heading and trailer on the finished report.
       FORMAT-REPORT.
           MOVE "reports/policy-acceptance-report.txt" TO RPI-PATH
           MOVE "POLICY-REPORT" TO RPI-REPORT-ID
           MOVE "Terms of use acceptance" TO RPI-TITLE
           MOVE SPACES TO RPI-SELECTION
           IF WS-CUR-VERSION = 0
              MOVE "no policy version published" TO RPI-SELECTION
           ELSE
              STRING "accounts not yet accepting version "
                     WS-CUR-VERSION
                     DELIMITED BY SIZE INTO RPI-SELECTION
              END-STRING
           END-IF
           MOVE WS-ACCOUNTS TO RPI-RECORDS
           MOVE "accounts" TO RPI-RECORD-NOUN
           CALL "REPORT-FORMAT" USING REPORT-PAGE-INFO.

       WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC.

       FIND-CURRENT-VERSION.
           MOVE 0 TO WS-CUR-VERSION
           MOVE SPACES TO WS-CUR-DATE
           MOVE "N" TO WS-EOF
           OPEN INPUT VERSION-FILE
           IF WS-VER-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ VERSION-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF PV-VERSION IS NUMERIC AND
                          PV-VERSION > WS-CUR-VERSION
                          MOVE PV-VERSION TO WS-CUR-VERSION
                          MOVE PV-DATE TO WS-CUR-DATE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE VERSION-FILE
           END-IF.

       LOAD-ROLES.
           MOVE "N" TO WS-EOF
           OPEN INPUT ROLES-FILE
           IF WS-ROLES-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ ROLES-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF WS-ROLE-COUNT < 5000
                          ADD 1 TO WS-ROLE-COUNT
                          MOVE ROLE-USERNAME
                             TO WS-RT-USER(WS-ROLE-COUNT)
                          MOVE ROLE-TYPE TO WS-RT-ROLE(WS-ROLE-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ROLES-FILE
           END-IF.

       LOAD-ANSWERS.
           MOVE "N" TO WS-EOF
           OPEN INPUT ACCEPT-FILE
           IF WS-ACC-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ ACCEPT-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       PERFORM TAKE-ANSWER
                 END-READ
              END-PERFORM
              CLOSE ACCEPT-FILE
           END-IF.

       TAKE-ANSWER.
           IF PAR-USERNAME = SPACES OR PAR-VERSION IS NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING A FROM 1 BY 1 UNTIL A > WS-ANSWER-COUNT
              IF WS-AT-USER(A) = PAR-USERNAME
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF A > WS-ANSWER-COUNT
              IF WS-ANSWER-COUNT >= 5000
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-ANSWER-COUNT
              MOVE WS-ANSWER-COUNT TO A
              MOVE PAR-USERNAME TO WS-AT-USER(A)
              MOVE SPACES TO WS-AT-CURRENT(A) WS-AT-CUR-TS(A)
              MOVE 0 TO WS-AT-LAST-OK(A)
           END-IF
           IF PAR-VERSION = WS-CUR-VERSION
              MOVE PAR-ACTION TO WS-AT-CURRENT(A)
              MOVE PAR-TS TO WS-AT-CUR-TS(A)
           END-IF
           IF PAR-ACTION = "ACCEPTED" AND
              PAR-VERSION > WS-AT-LAST-OK(A)
              MOVE PAR-VERSION TO WS-AT-LAST-OK(A)
           END-IF.

       REPORT-ONE-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS
           MOVE "never answered" TO WS-STANDING
           PERFORM VARYING A FROM 1 BY 1 UNTIL A > WS-ANSWER-COUNT
              IF WS-AT-USER(A) = ACC-USERNAME
                 IF WS-AT-CURRENT(A) = "ACCEPTED"
                    ADD 1 TO WS-ACCEPTED
                    EXIT PARAGRAPH
                 END-IF
                 MOVE SPACES TO WS-STANDING
                 IF WS-AT-CURRENT(A) = "DECLINED"
                    STRING "declined " WS-AT-CUR-TS(A)
                           DELIMITED BY SIZE INTO WS-STANDING
                    END-STRING
                 ELSE
                    IF WS-AT-LAST-OK(A) > 0
                       STRING "last accepted version "
                              WS-AT-LAST-OK(A)
                              DELIMITED BY SIZE INTO WS-STANDING
                       END-STRING
                    ELSE
                       MOVE "never accepted" TO WS-STANDING
                    END-IF
                 END-IF
                 EXIT PERFORM
              END-IF
           END-PERFORM

           MOVE "student" TO WS-ROLE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-ROLE-COUNT
              IF WS-RT-USER(I) = ACC-USERNAME
                 MOVE WS-RT-ROLE(I) TO WS-ROLE
                 EXIT PERFORM
              END-IF
           END-PERFORM

           ADD 1 TO WS-OUTSTANDING
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  " ACC-USERNAME " " WS-ROLE " " WS-STANDING
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE.

       END PROGRAM POLICY-REPORT.
