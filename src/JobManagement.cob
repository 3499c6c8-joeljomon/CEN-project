           SELECT VIEWLOG-FILE ASSIGN TO "data/job-views.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VIEWLOG-STATUS.
           SELECT APPLY-LINK-FILE ASSIGN TO "data/job-apply-links.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LINK-STATUS.
           SELECT JOBLOC-FILE ASSIGN TO "data/job-locations.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBLOC-STATUS.
           SELECT CLICK-FILE ASSIGN TO "data/apply-clicks.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLICK-STATUS.
           SELECT TEAMS-FILE ASSIGN TO "data/employer-teams.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEAMS-STATUS.
           SELECT AVAIL-FILE ASSIGN TO "data/availability.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AVAIL-STATUS.
           SELECT ROOM-FILE ASSIGN TO "data/interview-rooms.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROOM-STATUS.
           SELECT ROOM-BOOKING-FILE ASSIGN TO "data/room-bookings.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RBK-STATUS.
           SELECT FOLLOWERS-FILE ASSIGN TO "data/company-followers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLW-STATUS.
           SELECT SALARY-SUMMARY-FILE
               ASSIGN TO "reports/salary-summary.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALSUM-STATUS.
           SELECT REJECT-REASON-FILE
           SELECT POOLS-FILE ASSIGN TO "data/talent-pools.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POOLS-STATUS.
           SELECT ROUND-FILE ASSIGN TO "data/match-round.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RND-STATUS.
           SELECT MATCH-RANK-FILE ASSIGN TO "data/match-ranks.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MRK-STATUS.
           SELECT MATCH-RANK-TEMP-FILE ASSIGN TO "data/mranktemp.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MRKTMP-STATUS.
           SELECT ACADEMIC-FILE ASSIGN TO "data/academic-records.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACAD-STATUS.
           SELECT OFFER-TEMP-FILE ASSIGN TO "data/offertemp.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OFFTMP-STATUS.
           SELECT WORKTERM-FILE ASSIGN TO "data/work-terms.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WT-STATUS.
           SELECT WORKTERM-TEMP-FILE ASSIGN TO "data/wttemp.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WTTMP-STATUS.

       DATA DIVISION.
       FILE SECTION.
          05 TEMP-JOB-ANON        PIC X(01).
          05 TEMP-JOB-OPENINGS    PIC 9(02).
          05 TEMP-JOB-FILLED      PIC 9(02).
          05 TEMP-JOB-MIN-GPA     PIC X(04).
          05 TEMP-JOB-CLASS-YEARS PIC X(05).

      *> data/skills.dat: one row per skill a student is learning, the
      *> same layout SkillMenu.cob uses - read-only here, to score an
          05 IV-OUTCOME            PIC X(10).
             88 IV-OUT-ADVANCE         VALUE "Advance".
             88 IV-OUT-REJECT          VALUE "Reject".
             88 IV-OUT-NOSHOW          VALUE "No-show".
          05 IV-SCORE              PIC X(03).
          05 IV-COMMENT            PIC X(60).

          05 RJ-TEXT       PIC X(25).
          05 RJ-DATE       PIC X(10).

      *> reports/salary-summary.txt: the rounded student-facing summary
      *> the SALARY-ANALYTICS batch publishes; shown verbatim here.
       FD SALARY-SUMMARY-FILE.
       01 SALARY-SUMMARY-REC PIC X(132).
          05 AV-FROM              PIC X(05).
          05 AV-TO                PIC X(05).

      *> data/interview-rooms.dat: the career center's interview
      *> rooms, one row per room, kept by career services.
       FD ROOM-FILE.
       01 ROOM-REC.
          05 RM-CODE              PIC X(06).
          05 RM-NAME              PIC X(30).
          05 RM-SEATS             PIC 9(02).

      *> data/room-bookings.dat: one row per on-campus interview slot
      *> holding a room. A room is booked once per slot; MY-INTERVIEWS
      *> drops the row when the interview is cancelled or the
      *> applicant asks for another slot, and ROOM-SCHEDULE prints
      *> each day's rows for the front desk.
       FD ROOM-BOOKING-FILE.
       01 ROOM-BOOKING-REC.
          05 RBK-ROOM             PIC X(06).
          05 RBK-SLOT             PIC X(16).
          05 RBK-JOB-ID           PIC 9(05).
          05 RBK-EMPLOYER         PIC X(20).
          05 RBK-APPLICANT        PIC X(20).

      *> data/offers.dat: one row per offer an employer extended,
      *> the same layout MY-OFFERS reads back for the student's
      *> accept/decline screen.
             88 OFF-DECLINED           VALUE "Declined".
             88 OFF-RESCINDED          VALUE "Rescinded".

       FD OFFER-TEMP-FILE.
       01 OFFER-TEMP-REC PIC X(95).

      *> data/work-terms.dat: the same layout MY-OFFERS opens when
      *> an offer is accepted; read here only to drop the term of an
      *> accepted offer the employer rescinds.
       FD WORKTERM-FILE.
       01 WORKTERM-REC.
          05 WT-EMPLOYER       PIC X(20).
          05 WT-STUDENT        PIC X(20).
          05 WT-JOB-ID         PIC 9(05).
          05 WT-START          PIC X(10).
          05 WT-END            PIC X(10).
          05 WT-MID-SCORE      PIC X(01).
          05 WT-MID-COMMENT    PIC X(80).
          05 WT-FIN-SCORE      PIC X(01).
          05 WT-FIN-COMMENT    PIC X(80).
          05 WT-COMPLETE       PIC X(01).

       FD WORKTERM-TEMP-FILE.
       01 WORKTERM-TEMP-REC PIC X(228).

      *> data/notif-templates.dat: one row per application status,
      *> carrying the wording sent to the applicant when their
      *> application reaches that status. Admins edit this file to
          05 VIEW-VIEWER           PIC X(20).
          05 VIEW-DATE             PIC X(10).

      *> data/job-apply-links.dat: POST-JOB's row for a posting that
      *> takes applications on the employer's own site. A posting
      *> with a row here never reaches DO-APPLY; the student is sent
      *> to the link instead.
       FD APPLY-LINK-FILE.
       01 APPLY-LINK-REC.
          05 AL-JOB-ID             PIC 9(05).
          05 AL-URL                PIC X(100).

      *> data/job-locations.dat: hand-mirrored from LOCATION-REF,
      *> which writes it - each posting's work mode and the region
      *> its location rolls up to, the latest row for a JOB-ID
      *> winning. Read here in one pass for the Browse filters.
       FD JOBLOC-FILE.
       01 JOBLOC-REC.
          05 JL-JOB-ID             PIC 9(05).
          05 JL-CODE               PIC X(08).
          05 JL-WORK-MODE          PIC X(01).
          05 JL-REGION             PIC X(20).
          05 JL-USER               PIC X(20).
          05 JL-SOURCE             PIC X(06).
          05 JL-DATE               PIC X(10).

      *> data/apply-clicks.dat: one row per click-through to an
      *> employer's apply link, counted by POSTING-STATS here and by
      *> the POSTING-FUNNEL batch alongside applications.
       FD CLICK-FILE.
       01 CLICK-REC.
          05 CK-JOB-ID             PIC 9(05).
          05 CK-USERNAME           PIC X(20).
          05 CK-TIMESTAMP          PIC X(19).

      *> data/employer-teams.dat: one row per recruiter belonging to
      *> a company account, the same layout EMPLOYER-PROFILE writes.
      *> Two usernames on the same company share postings, applicant
      *> data/saved-searches.dat: one row per standing job alert a
      *> student saved from the Browse filters, replayed nightly by
      *> the JOB-ALERTS batch against postings added since its last
      *> run. Region and work mode came later, at the end of the
      *> row, so alerts saved before them read back blank - "any".
       FD SAVED-SEARCH-FILE.
       01 SAVED-SEARCH-REC.
          05 ALERT-USERNAME        PIC X(20).
          05 ALERT-KEYWORD         PIC X(50).
          05 ALERT-LOCATION        PIC X(50).
          05 ALERT-EMPLOYER        PIC X(50).
          05 ALERT-REGION          PIC X(20).
          05 ALERT-WORK-MODE       PIC X(01).

      *> data/recommendations.dat: rebuilt nightly by the
      *> JOB-RECOMMEND batch, one row per student/posting pair worth
          05 TEMP-NOTIF-DATE       PIC X(19).
          05 TEMP-NOTIF-READ-FLAG  PIC X.

      *> data/match-round.dat: one row per co-op match round, the
      *> last row being the current one. MATCH-ROUND opens and
      *> closes rounds; MATCH-RUN marks a round Matched.
       FD ROUND-FILE.
       01 ROUND-REC.
          05 RND-NUMBER            PIC 9(03).
          05 RND-STATUS            PIC X(10).
             88 RND-OPEN               VALUE "Open".
             88 RND-CLOSED             VALUE "Closed".
             88 RND-MATCHED            VALUE "Matched".
          05 RND-OPENED            PIC X(10).
          05 RND-CLOSED-ON         PIC X(10).

      *> data/match-ranks.dat: one row per preference in a round. A
      *> student row (side S) ranks one of the student's own
      *> applications; an employer row (side E) ranks one applicant
      *> to one of the team's postings. Rank 1 is most preferred.
       FD MATCH-RANK-FILE.
       01 MATCH-RANK-REC.
          05 MRK-ROUND             PIC 9(03).
          05 MRK-SIDE              PIC X(01).
             88 MRK-BY-STUDENT         VALUE "S".
             88 MRK-BY-EMPLOYER        VALUE "E".
          05 MRK-RANKER            PIC X(20).
          05 MRK-JOB-ID            PIC 9(05).
          05 MRK-STUDENT           PIC X(20).
          05 MRK-RANK              PIC 9(02).

       FD MATCH-RANK-TEMP-FILE.
       01 MATCH-RANK-TEMP-REC PIC X(51).

      *> data/academic-records.dat: the registrar's GPA and class
      *> year per student, the same layout ENROLL-RECON rebuilds from
      *> the academic-record feed; read-only here.
       FD ACADEMIC-FILE.
       01 ACADEMIC-REC.
          05 AR-USERNAME           PIC X(20).
          05 AR-GPA                PIC 9V99.
          05 AR-CLASS-YEAR         PIC 9(01).
          05 AR-AS-OF              PIC X(10).

       WORKING-STORAGE SECTION.
       77 WS-JOB-FILE-STATUS   PIC XX.
       77 WS-APP-FILE-STATUS   PIC XX.
       77 WS-EMP-FILE-STATUS   PIC XX.
       77 WS-EMP-FOUND         PIC X VALUE "N".
       77 WS-RESUME-REF        PIC X(50).

      *> The student's document library, through DOC-LIBRARY: the
      *> resume picked and cover letter attached at apply time, and
      *> the letter shown with each applicant.
       77 WS-DX-COMMAND        PIC X(10).
       77 WS-DX-USER           PIC X(20).
       77 WS-DX-JOB-ID         PIC 9(05).
       77 WS-DX-RESULT         PIC X(50).
       77 WS-PROF-STATUS       PIC XX.
       77 WS-PROF-EOF          PIC X VALUE "N".
       77 WS-END-OF-FILE       PIC X VALUE "N".
       77 WS-JOB-COUNT         PIC 9(03) VALUE 0.
       77 WS-APP-COUNT         PIC 9(03) VALUE 0.
       77 WS-DISPLAY-LINE      PIC X(80).
       77 WS-SX-COMMAND        PIC X(10).
       77 WS-MSG-ID            PIC X(12).
       77 WS-TEMP-NUM          PIC 9(03).
       77 I                    PIC 9(03).
       77 WS-UPD-JOB-ID        PIC 9(05).
       77 WS-EDIT-CHOICE       PIC 9(01).
       77 WS-EDIT-FOUND        PIC X VALUE "N".
       77 WS-EDIT-OWNED        PIC X VALUE "N".
       77 WS-EDIT-HELD         PIC X VALUE "N".
       77 WS-EDIT-SCHEDULED    PIC X VALUE "N".
       77 WS-EDIT-SCREEN-HIT   PIC X VALUE "N".
       77 WS-CS-KIND           PIC X(07).
       77 WS-CS-KEY            PIC X(40).
       77 WS-CS-TEXT           PIC X(500).
       77 WS-CS-HIT            PIC X VALUE "N".
       77 WS-EDIT-GO-LIVE      PIC X(10).
       77 WS-SCHED-COUNT       PIC 9(03) VALUE 0.
       77 WS-ATTEST-OK         PIC X VALUE "Y".
       77 WS-JA-NEEDED         PIC X VALUE "N".
       77 WS-JA-FOUND          PIC X VALUE "N".
       77 WS-JA-VALID          PIC X VALUE "N".
       77 WS-JA-IDX            PIC 9(01).
       77 WS-JA-LINE           PIC X(80).
       77 WS-JA-COMMAND        PIC X(10).
       77 WS-JA-JOB-ID         PIC 9(05) VALUE 0.
       77 WS-JA-SALARY         PIC X(20).
       77 WS-JA-RESULT         PIC X(10).
       01 WS-JA-ATTEST.
          05 WS-JA-ANSWERS     PIC X(07).
          05 WS-JA-SIGNER      PIC X(30).
          05 WS-JA-USER        PIC X(20).
          05 WS-JA-SOURCE      PIC X(06).
          05 WS-JA-DATE        PIC X(10).
      *> The primary-beneficiary questions an unpaid posting answers.
       COPY "JOBATTQ.cpy".
      *> Close-out of the applicants a closed posting leaves behind,
      *> through the shared APP-DISPOSITION module.
       77 WS-AD-COMMAND        PIC X(10).
       77 WS-AD-JOB-ID         PIC 9(05) VALUE 0.
       77 WS-AD-RESULT         PIC X(10).
       77 WS-AD-WAS-CLOSED     PIC X VALUE "N".
       01 WS-AD-REASON.
          05 WS-AD-CODE        PIC X(02).
          05 WS-AD-TEXT        PIC X(25).
       01 WS-AD-CHANGES.
          05 WS-AD-COUNT       PIC 9(03).
          05 WS-AD-ENTRY OCCURS 200 TIMES.
             10 WS-AD-APPLICANT PIC X(20).
             10 WS-AD-PRIOR     PIC X(15).
       77 WS-SAVED-FILE-STATUS PIC XX.
       77 WS-SRCHSAVE-STATUS   PIC XX.
       77 WS-ALERT-NAME        PIC X(30).
      *> Keyword/location browse filters. A job matches when the
      *> keyword (if any) hits its title or description AND the
      *> location (if any) hits its location - blank filters always
      *> match. Region and work mode come from the posting's
      *> job-locations.dat row, so they match exactly; a posting
      *> not yet mapped to a region only shows when no region is
      *> asked for. Listing keeps each job's real WS-JOB-TABLE
      *> position as its displayed number, so a filtered-out gap in
      *> the numbering does not disturb "Enter job number" selection.
       77 WS-FILTER-KEYWORD    PIC X(50).
       77 WS-FILTER-LOCATION   PIC X(50).
       77 WS-FILTER-EMPLOYER   PIC X(50).
       77 WS-FILTER-CATEGORY   PIC X(15).
       77 WS-FILTER-REGION     PIC X(20).
       77 WS-FILTER-WORK-MODE  PIC X(01).
       77 WS-REGION-IDX        PIC 9(03).
       77 WS-MODE-NAME         PIC X(08).
       77 WS-MODE-TAG          PIC X(12).
       77 WS-CAT-TAG           PIC X(18).
       77 WS-CAT-IDX           PIC 99.

             10 WS-JOB-SPONSOR     PIC X(01).
             10 WS-JOB-OPENINGS    PIC 9(02).
             10 WS-JOB-FILLED      PIC 9(02).
             10 WS-JOB-MIN-GPA     PIC X(04).
             10 WS-JOB-CLASS-YEARS PIC X(05).
             10 WS-JOB-WORK-MODE   PIC X(01).
             10 WS-JOB-REGION      PIC X(20).

      *> Deadline enforcement at apply time: today and the posting's
      *> deadline as day counts, compared the same INTEGER-OF-DATE
       77 WS-IVO-FOUND         PIC X VALUE "N".
       77 WS-IVO-TOO-SOON      PIC X VALUE "N".
       77 WS-IVO-TODAY         PIC X(10).
       77 WS-IVO-COMMENT       PIC X(60).
       77 WS-RH-APPLICANT      PIC X(20).
       77 WS-AVAIL-STATUS      PIC XX.
       77 WS-FLW-STATUS        PIC XX.
       77 WS-AV-DATE-INT       PIC S9(8) COMP.
       77 WS-AV-DOW            PIC S9(8) COMP.
       77 WS-AV-DAY-NAME       PIC X(9).
       77 WS-ROOM-STATUS       PIC XX.
       77 WS-RBK-STATUS        PIC XX.
       77 WS-ROOM-EOF          PIC X VALUE "N".
       77 WS-RBK-EOF           PIC X VALUE "N".
       77 WS-ROOM-COUNT        PIC 9(03) VALUE 0.
       77 WS-ROOM-PICK         PIC X(06).
       77 WS-ROOM-FOUND        PIC X VALUE "N".
       77 WS-ROOM-TAKEN        PIC X VALUE "N".
       77 WS-ROOM-REFUSED      PIC X VALUE "N".
       77 WS-ROOM-CHECK        PIC X(06).
       77 WS-RUB-STATUS        PIC XX.
       77 WS-SCR-STATUS        PIC XX.
       77 WS-SCRTMP-STATUS     PIC XX.
       77 WS-OFF-APPLICANT     PIC X(20).
       77 WS-OFF-OWNED         PIC X VALUE "N".
       77 WS-OFF-APPLIED       PIC X VALUE "N".
       77 WS-OFFTMP-STATUS     PIC XX.
       77 WS-WT-STATUS         PIC XX.
       77 WS-WTTMP-STATUS      PIC XX.
       77 WS-RSC-FOUND         PIC X VALUE "N".
       77 WS-RSC-EOF           PIC X VALUE "N".
       77 WS-RSC-POSTER        PIC X(20).
       77 WS-CI-COMMAND        PIC X(10).
       77 WS-CI-PARTY          PIC X(20).
       77 WS-CI-TYPE           PIC X(10).
       77 WS-CI-REF            PIC X(30).
       77 WS-CI-RESULT         PIC X(10).
       77 WS-ES-COMMAND        PIC X(10).
       77 WS-ES-RESULT         PIC X(10).
       77 WS-TPL-STATUS        PIC XX.
       77 WS-TPL-EOF           PIC X VALUE "N".
       77 WS-TPL-KEY           PIC X(15).
       77 WS-BCAST-COUNT       PIC 9(03) VALUE 0.
       77 WS-BCAST-CURR-DATE   PIC X(21).
       77 WS-BCAST-TS          PIC X(19).
       77 WS-BCAST-RT-COMMAND  PIC X(10).
       77 WS-BCAST-RECIPIENT   PIC X(20).
       77 WS-BCAST-RT-TEXT     PIC X(472).
       77 WS-BCAST-RT-RESULT   PIC X(10).
       77 WS-BCAST-TEMPLATE    PIC X(472).
       77 WS-BCAST-RL-KIND     PIC X(8).
       77 WS-BCAST-ALLOWED     PIC X(1).
       77 WS-BCAST-HELD        PIC 9(03) VALUE 0.
       77 WS-BCAST-TO-COUNT    PIC 9(03) VALUE 0.
       77 WS-BCAST-IDX         PIC 9(03) VALUE 0.
       01 WS-BCAST-TO-TABLE.
          05 WS-BCAST-TO       PIC X(20) OCCURS 200 TIMES.
       77 WS-NOTES-STATUS      PIC XX.
       77 WS-NOTESTMP-STATUS   PIC XX.
       77 WS-NOTES-EOF         PIC X VALUE "N".
       77 WS-NE-APPLICANT      PIC X(20).
       77 WS-NE-FLAG           PIC X VALUE "N".
       77 WS-NE-TEXT           PIC X(100).
       77 WS-FC-COMMAND        PIC X(10).
       77 WS-FC-TEXT           PIC X(480).
       77 WS-FC-WIDTH          PIC 9(03).
       77 WS-FC-RESULT         PIC X(10).
       77 WS-NE-SAVED          PIC X VALUE "N".
       77 WS-VIEWLOG-STATUS    PIC XX.
       77 WS-VIEWLOG-EOF       PIC X VALUE "N".
       77 WS-LINK-STATUS       PIC XX.
       77 WS-JOBLOC-STATUS     PIC XX.
       77 WS-JOBLOC-EOF        PIC X VALUE "N".
       77 WS-EDIT-LOC-CODE     PIC X(08).
       77 WS-EDIT-LOCATION     PIC X(50).
       77 WS-EDIT-WORK-MODE    PIC X(01).
       77 WS-EDIT-LOC-VALID    PIC X VALUE "N".
       77 WS-LOC-IDX           PIC 9(03).
       77 WS-LOC-NUM           PIC ZZ9.
           COPY "LOCINF.cpy".
       77 WS-LINK-EOF          PIC X VALUE "N".
       77 WS-LINK-JOB-ID       PIC 9(05).
       77 WS-LINK-URL          PIC X(100).
       77 WS-CLICK-STATUS      PIC XX.
       77 WS-CLICK-EOF         PIC X VALUE "N".
       77 WS-TEAMS-STATUS      PIC XX.
       77 WS-TEAMS-EOF         PIC X VALUE "N".
       77 WS-TEAM-USER-A       PIC X(20).
       77 WS-FN-VIEWS          PIC 9(05).
       77 WS-FN-UNIQUE         PIC 9(03).
       77 WS-FN-APPS           PIC 9(05).
       77 WS-FN-CLICKS         PIC 9(05).
       77 WS-FN-APPLIED        PIC 9(05).
       77 WS-FN-REVIEW         PIC 9(05).
       77 WS-FN-INTERVIEW      PIC 9(05).
       77 WS-SKILL-IDX          PIC 9(03).
       77 WS-REQ-IDX            PIC 9(01).

      *> Co-op match round: the current round from match-round.dat
      *> and the preference list being entered, best first.
       77 WS-RND-STATUS        PIC XX.
       77 WS-MRK-STATUS        PIC XX.
       77 WS-MRKTMP-STATUS     PIC XX.
       77 WS-RND-EOF           PIC X VALUE "N".
       77 WS-MRK-EOF           PIC X VALUE "N".
       77 WS-MR-ROUND          PIC 9(03) VALUE 0.
       77 WS-MR-OPEN           PIC X VALUE "N".
       77 WS-MR-SIDE           PIC X(01).
       77 WS-MR-JOB-ID         PIC 9(05) VALUE 0.
       77 WS-MR-USER           PIC X(20).
       77 WS-MR-COUNT          PIC 9(02) VALUE 0.
       77 WS-MR-IDX            PIC 9(02).
       77 WS-MR-DONE           PIC X VALUE "N".
       77 WS-MR-DUP            PIC X VALUE "N".
       77 WS-MR-LIVE           PIC X VALUE "N".
       77 WS-MR-RANK-DISP      PIC Z9.
       01 WS-MR-LIST.
          05 WS-MR-ENTRY OCCURS 10 TIMES.
             10 WS-MR-ENTRY-JOB    PIC 9(05).
             10 WS-MR-ENTRY-USER   PIC X(20).

      *> Eligibility rules: the student's registrar record, loaded
      *> once per Browse, and the verdict CHECK-JOB-ELIGIBILITY
      *> leaves for the posting at WS-ELIG-IDX - Y meets the rules
      *> (or the posting has none), N does not, U cannot tell
      *> because the registrar has sent no record for this student.
       77 WS-ACAD-STATUS       PIC XX.
       77 WS-ACAD-EOF          PIC X VALUE "N".
       77 WS-ACAD-FOUND        PIC X VALUE "N".
       77 WS-MY-GPA            PIC 9V99 VALUE 0.
       77 WS-MY-CLASS-YEAR     PIC 9(01) VALUE 0.
       77 WS-FILTER-ELIGIBLE   PIC X VALUE "N".
       77 WS-ELIG-IDX          PIC 9(03).
       77 WS-ELIG-RESULT       PIC X(01).
       77 WS-ELIG-REASON       PIC X(60).
       77 WS-ELIG-MIN-GPA      PIC 9V99.
       77 WS-ELIG-GPA-DISP     PIC 9.99.
       77 WS-ELIG-YEARS-TEXT   PIC X(60).
       77 WS-ELIG-Y-IDX        PIC 9(01).
       77 WS-ELIG-POS          PIC 9(01).
       77 WS-ELIG-YEAR-NAME    PIC X(10).
       77 WS-ELIG-NEW-GPA      PIC X(04).
       77 WS-ELIG-NEW-YEARS    PIC X(05).
       77 WS-ELIG-VALID        PIC X VALUE "N".
       77 WS-ELIG-YEARS-WORK   PIC X(60).
       77 WS-ELIG-YEAR-CHAR    PIC X(01).
       77 WS-ELIG-HITS         PIC 9(03).
       77 WS-ELIG-GPA-TEXT     PIC X(10).
       77 WS-ELIG-GPA-CHECK    PIC X(10).
       77 WS-ELIG-CHECK-LINE   PIC X(60).

       01 WS-IO-VARS.
          05 WS-IO-COMMAND      PIC X(20).
      *> Read buffer sized to IO-MODULE's own line, the way
              WS-CALLER-ROLE NOT = "admin"
              MOVE "That option is for employer accounts."
                   TO WS-DISPLAY-LINE
              MOVE "FOR-EMPLOYER" TO WS-MSG-ID
              PERFORM SAY-LINE
              MOVE "SUCCESS" TO JM-MESSAGE
              GOBACK
           END-IF
              WS-CALLER-ROLE NOT = "admin"
              MOVE "That option is for student accounts."
                   TO WS-DISPLAY-LINE
              MOVE "JOBM-001" TO WS-MSG-ID
              PERFORM SAY-LINE
              MOVE "SUCCESS" TO JM-MESSAGE
              GOBACK
           END-IF
           OPEN INPUT JOB-FILE
           IF WS-JOB-FILE-STATUS NOT = "00"
              MOVE "No jobs available at this time." TO WS-DISPLAY-LINE
              MOVE "JOBM-002" TO WS-MSG-ID
              PERFORM SAY-LINE
              CLOSE JOB-FILE
              GOBACK
           END-IF
                  NOT AT END
                      PERFORM CHECK-POSTER-APPROVED
                      PERFORM CHECK-POSTING-CAMPUS
                      IF NOT JOB-CLOSED AND NOT JOB-HELD AND
                         NOT JOB-SCHEDULED AND
                         WS-POSTER-APPROVED = "Y" AND
                         WS-CAMPUS-OK = "Y"
                          ADD 1 TO WS-JOB-COUNT
                               TO WS-JOB-OPENINGS(WS-JOB-COUNT)
                          MOVE JOB-FILLED
                               TO WS-JOB-FILLED(WS-JOB-COUNT)
                          MOVE JOB-MIN-GPA
                               TO WS-JOB-MIN-GPA(WS-JOB-COUNT)
                          MOVE JOB-CLASS-YEARS
                               TO WS-JOB-CLASS-YEARS(WS-JOB-COUNT)
                          PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                                  UNTIL WS-REQ-IDX > 4
                             MOVE JOB-REQ-SKILL(WS-REQ-IDX) TO
                                  WS-JOB-REQ-SKILL(WS-JOB-COUNT
                                                   WS-REQ-IDX)
                          END-PERFORM
                          MOVE SPACES
                               TO WS-JOB-WORK-MODE(WS-JOB-COUNT)
                          MOVE SPACES TO WS-JOB-REGION(WS-JOB-COUNT)
                      END-IF
              END-READ
           END-PERFORM

           IF WS-JOB-COUNT = 0
              MOVE "No jobs available at this time." TO WS-DISPLAY-LINE
              MOVE "JOBM-002" TO WS-MSG-ID
              PERFORM SAY-LINE
              GOBACK
           END-IF

           PERFORM LOAD-BROWSE-LOCATIONS
           PERFORM LOAD-MY-ACADEMIC-RECORD
           PERFORM PROMPT-BROWSE-FILTERS

           MOVE JM-USERNAME TO WS-SKILL-OWNER
           PERFORM LOAD-USER-SKILLS

           MOVE "--- Available Job Listings ---" TO WS-DISPLAY-LINE
           MOVE "JOBM-003" TO WS-MSG-ID
           PERFORM SAY-LINE

           MOVE 0 TO WS-FILTER-MATCH-CNT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-JOB-COUNT
                           INTO WS-CAT-TAG
                    END-STRING
                 END-IF
                 MOVE SPACES TO WS-MODE-TAG
                 IF WS-JOB-WORK-MODE(I) NOT = SPACE
                    MOVE WS-JOB-WORK-MODE(I) TO WS-EDIT-WORK-MODE
                    PERFORM SET-MODE-NAME
                    STRING ", " FUNCTION TRIM(WS-MODE-NAME)
                           DELIMITED BY SIZE INTO WS-MODE-TAG
                    END-STRING
                 END-IF
                 MOVE SPACES TO WS-DISPLAY-LINE
                 STRING I DELIMITED BY SIZE
                        ". " DELIMITED BY SIZE
                        FUNCTION TRIM(WS-JOB-TITLE(I)) DELIMITED BY SIZE
                        " at " DELIMITED BY SIZE
                        FUNCTION TRIM(WS-JOB-EMPLOYER(I))
                           DELIMITED BY SIZE
                        " (" DELIMITED BY SIZE
                        FUNCTION TRIM(WS-JOB-LOCATION(I))
                           DELIMITED BY SIZE
                        WS-MODE-TAG DELIMITED BY "  "
                        ")" DELIMITED BY SIZE
                        WS-CAT-TAG DELIMITED BY SIZE
                        INTO WS-DISPLAY-LINE
                 END-STRING
                 MOVE "WRITE" TO WS-IO-COMMAND
                 CALL "IO-MODULE" USING WS-IO-COMMAND WS-DISPLAY-LINE
                 MOVE WS-JOB-ID(I) TO WS-LINK-JOB-ID
                 PERFORM LOOKUP-APPLY-LINK
                 IF WS-LINK-URL NOT = SPACES
                    MOVE "   Apply on the employer's site"
                         TO WS-DISPLAY-LINE
                    MOVE "JOBM-004" TO WS-MSG-ID
                    PERFORM SAY-LINE
                 END-IF
                 PERFORM SHOW-SKILL-MATCH-LINE
              END-IF
           END-PERFORM

           IF WS-FILTER-MATCH-CNT = 0
              MOVE "No jobs match your search." TO WS-DISPLAY-LINE
              MOVE "JOBM-005" TO WS-MSG-ID
              PERFORM SAY-LINE
           END-IF

           MOVE "-----------------------------" TO WS-DISPLAY-LINE
           CALL "IO-MODULE" USING WS-IO-COMMAND WS-DISPLAY-LINE
           MOVE "Enter job number to view details, or 0 to go back:"
                TO WS-DISPLAY-LINE
           MOVE "JOBM-006" TO WS-MSG-ID
           PERFORM SAY-LINE

           MOVE "SUCCESS" TO JM-MESSAGE.

           IF WS-APPR-OVERFLOW = "Y"
              MOVE "Warning: employer table full - some approved"
                   TO WS-DISPLAY-LINE
              MOVE "JOBM-007" TO WS-MSG-ID
              PERFORM SAY-LINE
              MOVE "companies may not be shown. Contact support."
                   TO WS-DISPLAY-LINE
              MOVE "JOBM-008" TO WS-MSG-ID
              PERFORM SAY-LINE
           END-IF
           MOVE "N" TO WS-END-OF-FILE.

           MOVE SPACES TO WS-FILTER-EMPLOYER
           MOVE "Enter a keyword to search titles/descriptions"
               TO WS-DISPLAY-LINE
           MOVE "JOBM-009" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "(or press Enter to skip): " TO WS-DISPLAY-LINE
           MOVE "JOBM-010" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "READ" TO WS-IO-COMMAND
           CALL "IO-MODULE" USING WS-IO-COMMAND WS-IO-LINE
           MOVE WS-IO-LINE TO WS-FILTER-KEYWORD

           MOVE "Enter a location to filter by (or press Enter to"
            & " skip): "
               TO WS-DISPLAY-LINE
           MOVE "JOBM-011" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "READ" TO WS-IO-COMMAND
           CALL "IO-MODULE" USING WS-IO-COMMAND WS-IO-LINE
           MOVE WS-IO-LINE TO WS-FILTER-LOCATION

           MOVE "Enter an employer to filter by (or press Enter to"
            & " skip): "
               TO WS-DISPLAY-LINE
           MOVE "JOBM-012" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "READ" TO WS-IO-COMMAND
           CALL "IO-MODULE" USING WS-IO-COMMAND WS-IO-LINE
           MOVE WS-IO-LINE TO WS-FILTER-EMPLOYER

           MOVE "Only show postings offering visa sponsorship? "
            & "(Y/N):" TO WS-DISPLAY-LINE
           MOVE "JOBM-013" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "READ" TO WS-IO-COMMAND
           CALL "IO-MODULE" USING WS-IO-COMMAND WS-IO-LINE
           IF FUNCTION UPPER-CASE(WS-IO-LINE(1:1)) = "Y"
              MOVE "N" TO WS-FILTER-SPONSOR
           END-IF

           MOVE "Only show postings you are eligible for (GPA and "
            & "class year)? (Y/N):" TO WS-DISPLAY-LINE
           MOVE "JOBM-014" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "READ" TO WS-IO-COMMAND
           CALL "IO-MODULE" USING WS-IO-COMMAND WS-IO-LINE
           IF FUNCTION UPPER-CASE(WS-IO-LINE(1:1)) = "Y"
              MOVE "Y" TO WS-FILTER-ELIGIBLE
              IF WS-ACAD-FOUND = "N"
                 MOVE "No registrar record is on file for you yet, so"
                  & " postings with GPA or" TO WS-DISPLAY-LINE
                 MOVE "JOBM-015" TO WS-MSG-ID
                 PERFORM SAY-LINE
                 MOVE "class-year rules stay listed; they cannot be"
                  & " checked until it arrives." TO WS-DISPLAY-LINE
                 MOVE "JOBM-016" TO WS-MSG-ID
                 PERFORM SAY-LINE
              END-IF
           ELSE
              MOVE "N" TO WS-FILTER-ELIGIBLE
           END-IF

           PERFORM PROMPT-CATEGORY-FILTER
           PERFORM PROMPT-REGION-FILTER
           PERFORM PROMPT-WORK-MODE-FILTER

           IF FUNCTION TRIM(WS-FILTER-KEYWORD) NOT = SPACES OR
              FUNCTION TRIM(WS-FILTER-LOCATION) NOT = SPACES OR
              FUNCTION TRIM(WS-FILTER-EMPLOYER) NOT = SPACES OR
              WS-FILTER-REGION NOT = SPACES OR
              WS-FILTER-WORK-MODE NOT = SPACE
              PERFORM OFFER-SAVE-ALERT
           END-IF.

      *> Region, offered from the regions on the location reference
      *> list the way the category filter offers categories; 0 (or
      *> anything else) browses every region. Nothing is asked when
      *> the list has no regions yet.
       PROMPT-REGION-FILTER.
           MOVE SPACES TO WS-FILTER-REGION
           MOVE "REGIONS" TO LI-COMMAND
           CALL "LOCATION-REF" USING LOCATION-INFO
           IF LI-COUNT = 0
              EXIT PARAGRAPH
           END-IF
           MOVE "Browse by region:" TO WS-DISPLAY-LINE
           MOVE "JOBM-017" TO WS-MSG-ID
           PERFORM SAY-LINE
           PERFORM VARYING WS-REGION-IDX FROM 1 BY 1
                   UNTIL WS-REGION-IDX > LI-COUNT
              MOVE WS-REGION-IDX TO WS-LOC-NUM
              MOVE SPACES TO WS-DISPLAY-LINE
              STRING FUNCTION TRIM(WS-LOC-NUM) ". "
                     FUNCTION TRIM(LI-L-REGION(WS-REGION-IDX))
                     DELIMITED BY SIZE INTO WS-DISPLAY-LINE
              END-STRING
              MOVE "WRITE" TO WS-IO-COMMAND
              CALL "IO-MODULE" USING WS-IO-COMMAND WS-DISPLAY-LINE
           END-PERFORM
           MOVE "0. All regions" TO WS-DISPLAY-LINE
           MOVE "JOBM-018" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "Enter your choice:" TO WS-DISPLAY-LINE
           MOVE "ENTER-CHOICE" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "READ" TO WS-IO-COMMAND
           CALL "IO-MODULE" USING WS-IO-COMMAND WS-IO-LINE
           IF FUNCTION TRIM(WS-IO-LINE) IS NUMERIC
              MOVE FUNCTION NUMVAL(WS-IO-LINE) TO WS-REGION-IDX
              IF WS-REGION-IDX >= 1 AND WS-REGION-IDX <= LI-COUNT
                 MOVE LI-L-REGION(WS-REGION-IDX) TO WS-FILTER-REGION
              END-IF
           END-IF.

       PROMPT-WORK-MODE-FILTER.
           MOVE SPACE TO WS-FILTER-WORK-MODE
           MOVE "Work mode: 1. On-site  2. Hybrid  3. Remote  0. Any"
               TO WS-DISPLAY-LINE
           MOVE "JOBM-019" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "Enter your choice:" TO WS-DISPLAY-LINE
           MOVE "ENTER-CHOICE" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "READ" TO WS-IO-COMMAND
           CALL "IO-MODULE" USING WS-IO-COMMAND WS-IO-LINE
           EVALUATE WS-IO-LINE(1:1)
              WHEN "1" MOVE "O" TO WS-FILTER-WORK-MODE
              WHEN "2" MOVE "H" TO WS-FILTER-WORK-MODE
              WHEN "3" MOVE "R" TO WS-FILTER-WORK-MODE
              WHEN OTHER CONTINUE
           END-EVALUATE.

      *> Each listed posting's work mode and region from its
      *> data/job-locations.dat row, in one pass; later rows for a
      *> JOB-ID replace earlier ones.
       LOAD-BROWSE-LOCATIONS.
           MOVE "N" TO WS-JOBLOC-EOF
           OPEN INPUT JOBLOC-FILE
           IF WS-JOBLOC-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-JOBLOC-EOF = "Y"
              READ JOBLOC-FILE
                 AT END MOVE "Y" TO WS-JOBLOC-EOF
                 NOT AT END
                    PERFORM VARYING I FROM 1 BY 1
                            UNTIL I > WS-JOB-COUNT
                       IF WS-JOB-ID(I) = JL-JOB-ID
                          MOVE JL-WORK-MODE TO WS-JOB-WORK-MODE(I)
                          MOVE JL-REGION TO WS-JOB-REGION(I)
                       END-IF
                    END-PERFORM
              END-READ
           END-PERFORM
           CLOSE JOBLOC-FILE.

      *> WS-EDIT-WORK-MODE's O/H/R as the word shown to people.
       SET-MODE-NAME.
           EVALUATE WS-EDIT-WORK-MODE
              WHEN "O" MOVE "On-site" TO WS-MODE-NAME
              WHEN "H" MOVE "Hybrid" TO WS-MODE-NAME
              WHEN "R" MOVE "Remote" TO WS-MODE-NAME
              WHEN OTHER MOVE SPACES TO WS-MODE-NAME
           END-EVALUATE.

      *> Lets the student browse one category at a time, the same
      *> numbered-reference-list prompt USER-PROFILE uses for
      *> universities and majors; 0 (or anything else) browses all
       PROMPT-CATEGORY-FILTER.
           MOVE SPACES TO WS-FILTER-CATEGORY
           MOVE "Browse by category:" TO WS-DISPLAY-LINE
           MOVE "JOBM-020" TO WS-MSG-ID
           PERFORM SAY-LINE
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-LIST-COUNT
              MOVE SPACES TO WS-DISPLAY-LINE
              CALL "IO-MODULE" USING WS-IO-COMMAND WS-DISPLAY-LINE
           END-PERFORM
           MOVE "0. All categories" TO WS-DISPLAY-LINE
           MOVE "JOBM-021" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "Enter your choice:" TO WS-DISPLAY-LINE
           MOVE "ENTER-CHOICE" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "READ" TO WS-IO-COMMAND
           CALL "IO-MODULE" USING WS-IO-COMMAND WS-IO-LINE
           MOVE FUNCTION NUMVAL(WS-IO-LINE(1:1)) TO WS-CAT-IDX
       OFFER-SAVE-ALERT.
           MOVE "Save this search as a job alert? (Y/N): "
               TO WS-DISPLAY-LINE
           MOVE "JOBM-022" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "READ" TO WS-IO-COMMAND
           CALL "IO-MODULE" USING WS-IO-COMMAND WS-IO-LINE

           IF FUNCTION UPPER-CASE(WS-IO-LINE(1:1)) = "Y"
              MOVE "Enter a name for this alert: " TO WS-DISPLAY-LINE
              MOVE "JOBM-023" TO WS-MSG-ID
              PERFORM SAY-LINE
              MOVE "READ" TO WS-IO-COMMAND
              CALL "IO-MODULE" USING WS-IO-COMMAND WS-IO-LINE
              MOVE WS-IO-LINE TO WS-ALERT-NAME
              MOVE WS-FILTER-KEYWORD TO ALERT-KEYWORD
              MOVE WS-FILTER-LOCATION TO ALERT-LOCATION
              MOVE WS-FILTER-EMPLOYER TO ALERT-EMPLOYER
              MOVE WS-FILTER-REGION TO ALERT-REGION
              MOVE WS-FILTER-WORK-MODE TO ALERT-WORK-MODE
              WRITE SAVED-SEARCH-REC
              CLOSE SAVED-SEARCH-FILE

              MOVE "Job alert saved. You will be notified of new"
               & " matches."
                  TO WS-DISPLAY-LINE
              MOVE "JOBM-024" TO WS-MSG-ID
              PERFORM SAY-LINE
           END-IF.

      *> A job at index I matches when the keyword filter (if any)

           IF WS-SRCH-FOUND = "Y" AND
              FUNCTION TRIM(WS-FILTER-LOCATION) NOT = SPACES
              MOVE FUNCTION UPPER-CASE(
                 FUNCTION TRIM(WS-JOB-LOCATION(I)))
                  TO WS-SRCH-TEXT
              MOVE FUNCTION UPPER-CASE(
                 FUNCTION TRIM(WS-FILTER-LOCATION))
                  TO WS-SRCH-PATTERN
              PERFORM FIND-SUBSTRING
           END-IF

           IF WS-SRCH-FOUND = "Y" AND
              FUNCTION TRIM(WS-FILTER-EMPLOYER) NOT = SPACES
              MOVE FUNCTION UPPER-CASE(
                 FUNCTION TRIM(WS-JOB-EMPLOYER(I)))
                  TO WS-SRCH-TEXT
              MOVE FUNCTION UPPER-CASE(
                 FUNCTION TRIM(WS-FILTER-EMPLOYER))
                  TO WS-SRCH-PATTERN
              PERFORM FIND-SUBSTRING
           END-IF
              MOVE "N" TO WS-SRCH-FOUND
           END-IF

           IF WS-SRCH-FOUND = "Y" AND
              WS-FILTER-REGION NOT = SPACES AND
              WS-JOB-REGION(I) NOT = WS-FILTER-REGION
              MOVE "N" TO WS-SRCH-FOUND
           END-IF

           IF WS-SRCH-FOUND = "Y" AND
              WS-FILTER-WORK-MODE NOT = SPACE AND
              WS-JOB-WORK-MODE(I) NOT = WS-FILTER-WORK-MODE
              MOVE "N" TO WS-SRCH-FOUND
           END-IF

           IF WS-SRCH-FOUND = "Y" AND WS-FILTER-SPONSOR = "Y" AND
              WS-JOB-SPONSOR(I) NOT = "Y"
              MOVE "N" TO WS-SRCH-FOUND
           END-IF

           IF WS-SRCH-FOUND = "Y" AND WS-FILTER-ELIGIBLE = "Y"
              MOVE I TO WS-ELIG-IDX
              PERFORM CHECK-JOB-ELIGIBILITY
              IF WS-ELIG-RESULT = "N"
                 MOVE "N" TO WS-SRCH-FOUND
              END-IF
           END-IF.

      *> Classic reference-modification substring scan: slide a
           PERFORM LOG-JOB-VIEW

           MOVE "--- Job Details ---" TO WS-DISPLAY-LINE
           MOVE "JOBM-025" TO WS-MSG-ID
           PERFORM SAY-LINE

           STRING "Title: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-JOB-TITLE(WS-TEMP-NUM)) 
              CALL "IO-MODULE" USING WS-IO-COMMAND WS-DISPLAY-LINE
           END-IF

           PERFORM SHOW-ELIGIBILITY-RULES

           PERFORM SHOW-REQUIRED-SKILLS

           PERFORM DISPLAY-EMPLOYER-INFO

           MOVE WS-JOB-ID(WS-TEMP-NUM) TO WS-LINK-JOB-ID
           PERFORM LOOKUP-APPLY-LINK
           IF WS-LINK-URL NOT = SPACES
              MOVE SPACES TO WS-DISPLAY-LINE
              STRING "Applications are taken on the employer's site: "
                     FUNCTION TRIM(WS-LINK-URL)
                     DELIMITED BY SIZE INTO WS-DISPLAY-LINE
              END-STRING
              MOVE "WRITE" TO WS-IO-COMMAND
              CALL "IO-MODULE" USING WS-IO-COMMAND WS-DISPLAY-LINE
           END-IF

           MOVE "-------------------" TO WS-DISPLAY-LINE
           MOVE "WRITE" TO WS-IO-COMMAND
              CALL "IO-MODULE" USING WS-IO-COMMAND WS-DISPLAY-LINE
           IF WS-LINK-URL NOT = SPACES
              MOVE "1. Apply on the Employer's Site" TO WS-DISPLAY-LINE
              MOVE "JOBM-026" TO WS-MSG-ID
           ELSE
              MOVE "1. Apply for this Job" TO WS-DISPLAY-LINE
              MOVE "JOBM-027" TO WS-MSG-ID
           END-IF
           PERFORM SAY-LINE
           MOVE "2. Save this Job for Later" TO WS-DISPLAY-LINE
           MOVE "JOBM-028" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "3. Refer a Connection" TO WS-DISPLAY-LINE
           MOVE "JOBM-029" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "4. Report This Posting" TO WS-DISPLAY-LINE
           MOVE "JOBM-030" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "5. Back to Job List" TO WS-DISPLAY-LINE
           MOVE "JOBM-031" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "6. Follow this Company" TO WS-DISPLAY-LINE
           MOVE "JOBM-032" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "7. Book Office Hours with this Company"
                TO WS-DISPLAY-LINE
           MOVE "JOBM-033" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "Enter your choice:" TO WS-DISPLAY-LINE
           MOVE "ENTER-CHOICE" TO WS-MSG-ID
           PERFORM SAY-LINE

           MOVE "SUCCESS" TO JM-MESSAGE.


           IF WS-REQ-TOTAL > 0
              MOVE "Required skills:" TO WS-DISPLAY-LINE
              MOVE "JOBM-034" TO WS-MSG-ID
              PERFORM SAY-LINE
              PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                      UNTIL WS-REQ-IDX > 4
                 IF FUNCTION TRIM(WS-CHK-REQ-SKILL(WS-REQ-IDX))
              END-IF
              PERFORM SHOW-COMPANY-RATING
              PERFORM SHOW-RESPONSIVENESS
              PERFORM SHOW-CONDUCT-FLAG
           END-IF.

      *> Career services' warning flag on the current EMPLOYER-REC,
      *> raised by CONDUCT-LOG once the employer's rescinded offers
      *> reach the configured limit.
       SHOW-CONDUCT-FLAG.
           MOVE "STANDING" TO WS-CI-COMMAND
           MOVE EMP-USERNAME TO WS-CI-PARTY
           MOVE "EMPLOYER" TO WS-CI-TYPE
           MOVE SPACES TO WS-CI-REF
           CALL "CONDUCT-LOG" USING WS-CI-COMMAND WS-CI-PARTY
                WS-CI-TYPE WS-CI-REF JM-USERNAME WS-CI-RESULT
           IF WS-CI-RESULT = "WARNING"
              MOVE "Career services note: this employer has rescinded"
               & " accepted offers." TO WS-DISPLAY-LINE
              MOVE "JOBM-035" TO WS-MSG-ID
              PERFORM SAY-LINE
           END-IF.

      *> Average one-to-five rating and rating count for the current
           IF WS-CONN-LIST-COUNT = 0
              MOVE "You have no connections to refer."
                   TO WS-DISPLAY-LINE
              MOVE "JOBM-036" TO WS-MSG-ID
              PERFORM SAY-LINE
              MOVE "SUCCESS" TO JM-MESSAGE
              GOBACK
           END-IF

           MOVE "Refer which connection?" TO WS-DISPLAY-LINE
           MOVE "JOBM-037" TO WS-MSG-ID
           PERFORM SAY-LINE
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WS-CONN-LIST-COUNT
              MOVE SPACES TO WS-DISPLAY-LINE
           END-PERFORM
           MOVE "Enter the number (or 0 to cancel):"
                TO WS-DISPLAY-LINE
           MOVE "JOBM-038" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "READ" TO WS-IO-COMMAND
           CALL "IO-MODULE" USING WS-IO-COMMAND WS-IO-LINE
           MOVE FUNCTION NUMVAL(WS-IO-LINE) TO WS-REF-PICK
           PERFORM WRITE-NOTIFICATION

           MOVE "Referral sent." TO WS-DISPLAY-LINE
           MOVE "JOBM-039" TO WS-MSG-ID
           PERFORM SAY-LINE

           MOVE "SUCCESS" TO JM-MESSAGE.


           MOVE "Why are you reporting this posting?"
                TO WS-DISPLAY-LINE
           MOVE "JOBM-040" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "READ" TO WS-IO-COMMAND
           CALL "IO-MODULE" USING WS-IO-COMMAND WS-IO-LINE


           MOVE "Thank you - the posting has been reported."
                TO WS-DISPLAY-LINE
           MOVE "JOBM-041" TO WS-MSG-ID
           PERFORM SAY-LINE

           MOVE "SUCCESS" TO JM-MESSAGE.

              GOBACK
           END-IF

           MOVE WS-JOB-ID(WS-TEMP-NUM) TO WS-LINK-JOB-ID
           PERFORM LOOKUP-APPLY-LINK
           IF WS-LINK-URL NOT = SPACES
              PERFORM APPLY-ON-EMPLOYER-SITE
           ELSE
              PERFORM DO-APPLY
           END-IF.

      *> A posting with a job-apply-links.dat row takes applications
      *> on the employer's own site: the click-through is logged per
      *> student and posting, and the student is handed the link in
      *> place of an InCollege application.
       APPLY-ON-EMPLOYER-SITE.
           MOVE FUNCTION CURRENT-DATE TO WS-SAVED-CURR-DATE
           OPEN EXTEND CLICK-FILE
           IF WS-CLICK-STATUS NOT = "00"
              OPEN OUTPUT CLICK-FILE
           END-IF
           MOVE WS-JOB-ID(WS-TEMP-NUM) TO CK-JOB-ID
           MOVE JM-USERNAME TO CK-USERNAME
           MOVE SPACES TO CK-TIMESTAMP
           STRING WS-SAVED-CURR-DATE(1:4) "-"
                  WS-SAVED-CURR-DATE(5:2) "-"
                  WS-SAVED-CURR-DATE(7:2) " "
                  WS-SAVED-CURR-DATE(9:2) ":"
                  WS-SAVED-CURR-DATE(11:2) ":"
                  WS-SAVED-CURR-DATE(13:2)
                  DELIMITED BY SIZE
                  INTO CK-TIMESTAMP
           END-STRING
           WRITE CLICK-REC
           CLOSE CLICK-FILE

           MOVE "This employer takes applications on its own site."
                TO WS-DISPLAY-LINE
           MOVE "JOBM-042" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE SPACES TO WS-DISPLAY-LINE
           STRING "Continue your application at: "
                  FUNCTION TRIM(WS-LINK-URL)
                  DELIMITED BY SIZE INTO WS-DISPLAY-LINE
           END-STRING
           MOVE "WRITE" TO WS-IO-COMMAND
           CALL "IO-MODULE" USING WS-IO-COMMAND WS-DISPLAY-LINE
           MOVE "SUCCESS" TO JM-MESSAGE.

      *> The employer-site apply link for WS-LINK-JOB-ID, or spaces
      *> when the posting takes applications through InCollege. A
      *> later row for the same posting supersedes an earlier one.
       LOOKUP-APPLY-LINK.
           MOVE SPACES TO WS-LINK-URL
           MOVE "N" TO WS-LINK-EOF
           OPEN INPUT APPLY-LINK-FILE
           IF WS-LINK-STATUS = "00"
              PERFORM UNTIL WS-LINK-EOF = "Y"
                 READ APPLY-LINK-FILE
                     AT END MOVE "Y" TO WS-LINK-EOF
                     NOT AT END
                         IF AL-JOB-ID = WS-LINK-JOB-ID
                            MOVE AL-URL TO WS-LINK-URL
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE APPLY-LINK-FILE
           END-IF.

      *> Files the application for the job at WS-TEMP-NUM in
      *> WS-JOB-TABLE, shared by APPLY-TO-JOB (coming from Browse) and
      *> VIEW-SAVED-JOBS (applying straight from the saved list). A
      *> student under a conduct restriction is stopped up front.
       DO-APPLY.
           MOVE "STANDING" TO WS-CI-COMMAND
           MOVE JM-USERNAME TO WS-CI-PARTY
           MOVE "STUDENT" TO WS-CI-TYPE
           MOVE SPACES TO WS-CI-REF
           CALL "CONDUCT-LOG" USING WS-CI-COMMAND WS-CI-PARTY
                WS-CI-TYPE WS-CI-REF JM-USERNAME WS-CI-RESULT
           IF WS-CI-RESULT = "RESTRICTED"
              MOVE "Your applications are on hold after professional"
               & " conduct incidents." TO WS-DISPLAY-LINE
              MOVE "JOBM-043" TO WS-MSG-ID
              PERFORM SAY-LINE
              MOVE "Please see your career advisor." TO WS-DISPLAY-LINE
              MOVE "JOBM-044" TO WS-MSG-ID
              PERFORM SAY-LINE
              MOVE "SUCCESS" TO JM-MESSAGE
              GOBACK
           END-IF

           PERFORM CHECK-DEADLINE-PASSED
           IF WS-DL-PASSED = "Y"
              MOVE SPACES TO WS-DISPLAY-LINE

           PERFORM WARN-SPONSORSHIP-MISMATCH

           PERFORM LOAD-MY-ACADEMIC-RECORD
           MOVE WS-TEMP-NUM TO WS-ELIG-IDX
           PERFORM CHECK-JOB-ELIGIBILITY
           IF WS-ELIG-RESULT = "N"
              MOVE SPACES TO WS-DISPLAY-LINE
              STRING "You are not eligible for this posting: "
                     FUNCTION TRIM(WS-ELIG-REASON) "."
                     DELIMITED BY SIZE INTO WS-DISPLAY-LINE
              END-STRING
              MOVE "WRITE" TO WS-IO-COMMAND
              CALL "IO-MODULE" USING WS-IO-COMMAND WS-DISPLAY-LINE
              MOVE "SUCCESS" TO JM-MESSAGE
              GOBACK
           END-IF
           IF WS-ELIG-RESULT = "U"
              MOVE "Heads up: this posting has GPA or class-year rules"
               & " and the registrar" TO WS-DISPLAY-LINE
              MOVE "JOBM-045" TO WS-MSG-ID
              PERFORM SAY-LINE
              MOVE "has not sent your academic record yet - the"
               & " employer will check it by hand." TO WS-DISPLAY-LINE
              MOVE "JOBM-046" TO WS-MSG-ID
              PERFORM SAY-LINE
           END-IF

           PERFORM CHECK-ALREADY-APPLIED
           IF WS-ALREADY-APPLIED = "Y"
              MOVE "You already applied to this job." TO WS-DISPLAY-LINE
              MOVE "JOBM-047" TO WS-MSG-ID
              PERFORM SAY-LINE
              MOVE "SUCCESS" TO JM-MESSAGE
              GOBACK
           END-IF

      *> The library's resumes are offered by number; a typed
      *> filename is still taken as it always was.
           MOVE "RESUME" TO WS-DX-COMMAND
           MOVE JM-USERNAME TO WS-DX-USER
           MOVE WS-JOB-ID(WS-TEMP-NUM) TO WS-DX-JOB-ID
           CALL "DOC-LIBRARY" USING WS-DX-COMMAND WS-DX-USER
                WS-DX-JOB-ID WS-DX-RESULT
           MOVE WS-DX-RESULT TO WS-RESUME-REF
           IF FUNCTION TRIM(WS-RESUME-REF) = SPACES
      *> A blank answer falls back to the generated resume the
      *> profile carries, so the document USER-PROFILE produced
      *> rides along without retyping its filename.

           PERFORM ANSWER-SCREENING-QUESTIONS

           MOVE "COVER" TO WS-DX-COMMAND
           CALL "DOC-LIBRARY" USING WS-DX-COMMAND WS-DX-USER
                WS-DX-JOB-ID WS-DX-RESULT

           MOVE SPACES TO WS-NOTIF-TEXT
           STRING "New applicant for " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-JOB-TITLE(WS-TEMP-NUM))
           MOVE "WRITE" TO WS-IO-COMMAND
              CALL "IO-MODULE" USING WS-IO-COMMAND WS-DISPLAY-LINE

      *> Only a pointer to the voluntary step - the answers are never
      *> read here, and a student who has answered or declined is
      *> not reminded again.
           MOVE "HAS" TO WS-ES-COMMAND
           CALL "EEO-SELF-ID" USING WS-ES-COMMAND JM-USERNAME
                WS-ES-RESULT
           IF WS-ES-RESULT NOT = "Y"
              MOVE "Optional: you may self-identify for equal opportuni"
               & "ty reporting under" TO WS-DISPLAY-LINE
              MOVE "JOBM-048" TO WS-MSG-ID
              PERFORM SAY-LINE
              MOVE "Profile > Privacy & Language Settings. Employers ne"
               & "ver see it." TO WS-DISPLAY-LINE
              MOVE "JOBM-049" TO WS-MSG-ID
              PERFORM SAY-LINE
           END-IF

           MOVE "SUCCESS" TO JM-MESSAGE.

       VIEW-MY-APPLICATIONS.
           MOVE 0 TO WS-APP-COUNT

           MOVE "--- Your Job Applications ---" TO WS-DISPLAY-LINE
           MOVE "JOBM-050" TO WS-MSG-ID
           PERFORM SAY-LINE

           STRING "Application Summary for " DELIMITED BY SIZE
                  FUNCTION TRIM(JM-USERNAME) DELIMITED BY SIZE
           IF WS-APP-FILE-STATUS NOT = "00"
              MOVE "You have not applied to any jobs yet."
                   TO WS-DISPLAY-LINE
              MOVE "JOBM-051" TO WS-MSG-ID
              PERFORM SAY-LINE
              MOVE "------------------------------" TO WS-DISPLAY-LINE
              MOVE "WRITE" TO WS-IO-COMMAND
              CALL "IO-MODULE" USING WS-IO-COMMAND WS-DISPLAY-LINE
           IF WS-APP-COUNT = 0
              MOVE "You have not applied to any jobs yet." 
                   TO WS-DISPLAY-LINE
              MOVE "JOBM-051" TO WS-MSG-ID
              PERFORM SAY-LINE
           END-IF

           MOVE "------------------------------" TO WS-DISPLAY-LINE
              CALL "IO-MODULE" USING WS-IO-COMMAND WS-DISPLAY-LINE

           IF WS-APP-COUNT > 0
              PERFORM OFFER-STUDENT-MATCH-RANKING
              PERFORM OFFER-COMPANY-RATING
           END-IF

       OFFER-COMPANY-RATING.
           MOVE "Enter the Job ID of a completed application to rate"
                TO WS-DISPLAY-LINE
           MOVE "JOBM-052" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "its employer (or 0 to skip):" TO WS-DISPLAY-LINE
           MOVE "JOBM-053" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "READ" TO WS-IO-COMMAND
           CALL "IO-MODULE" USING WS-IO-COMMAND WS-IO-LINE
           MOVE FUNCTION NUMVAL(WS-IO-LINE) TO WS-RATE-JOB-ID
           IF WS-RATE-ELIGIBLE NOT = "Y"
              MOVE "Only completed applications (Hired or Rejected)"
                   TO WS-DISPLAY-LINE
              MOVE "JOBM-054" TO WS-MSG-ID
              PERFORM SAY-LINE
              MOVE "can be rated." TO WS-DISPLAY-LINE
              MOVE "JOBM-055" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF

           IF WS-RATE-TARGET = SPACES
              MOVE "No posting on file for that Job ID."
                   TO WS-DISPLAY-LINE
              MOVE "JOBM-056" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF

           IF WS-RATE-ALREADY = "Y"
              MOVE "You have already rated this employer."
                   TO WS-DISPLAY-LINE
              MOVE "JOBM-057" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF

           MOVE "Rate this employer from 1 (poor) to 5 (excellent):"
                TO WS-DISPLAY-LINE
           MOVE "JOBM-058" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "READ" TO WS-IO-COMMAND
           CALL "IO-MODULE" USING WS-IO-COMMAND WS-IO-LINE
           MOVE FUNCTION NUMVAL(WS-IO-LINE(1:1)) TO WS-RATE-PICK
           IF WS-RATE-PICK < 1 OR WS-RATE-PICK > 5
              MOVE "Rating must be between 1 and 5." TO WS-DISPLAY-LINE
              MOVE "JOBM-059" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF

           MOVE "Enter a short comment (optional):" TO WS-DISPLAY-LINE
           MOVE "JOBM-060" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "READ" TO WS-IO-COMMAND
           CALL "IO-MODULE" USING WS-IO-COMMAND WS-IO-LINE


           MOVE "Thanks - your rating has been recorded."
                TO WS-DISPLAY-LINE
           MOVE "JOBM-061" TO WS-MSG-ID
           PERFORM SAY-LINE.

       CHECK-RATING-ELIGIBLE.
           MOVE "N" TO WS-RATE-ELIGIBLE

           MOVE "Enter the Job ID of the application to withdraw"
                TO WS-DISPLAY-LINE
           MOVE "JOBM-062" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "(or 0 to cancel):" TO WS-DISPLAY-LINE
           MOVE "JOBM-063" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "READ" TO WS-IO-COMMAND
           CALL "IO-MODULE" USING WS-IO-COMMAND WS-IO-LINE
           MOVE FUNCTION NUMVAL(WS-IO-LINE) TO WS-WD-JOB-ID

           IF WS-WD-FOUND = "Y"
               MOVE "Application withdrawn." TO WS-DISPLAY-LINE
               MOVE "JOBM-064" TO WS-MSG-ID
           ELSE
               MOVE "No matching application was found."
                    TO WS-DISPLAY-LINE
               MOVE "JOBM-065" TO WS-MSG-ID
           END-IF
           PERFORM SAY-LINE

           MOVE "SUCCESS" TO JM-MESSAGE.

           IF WS-ALREADY-SAVED = "Y"
              MOVE "This job is already on your saved list."
                   TO WS-DISPLAY-LINE
              MOVE "JOBM-066" TO WS-MSG-ID
              PERFORM SAY-LINE
              MOVE "SUCCESS" TO JM-MESSAGE
              GOBACK
           END-IF
      *> through the same DO-APPLY path Browse uses.
       VIEW-SAVED-JOBS.
           MOVE "--- My Saved Jobs ---" TO WS-DISPLAY-LINE
           MOVE "JOBM-067" TO WS-MSG-ID
           PERFORM SAY-LINE

           MOVE 0 TO WS-JOB-COUNT
           MOVE "N" TO WS-SAVED-EOF
           IF WS-JOB-COUNT = 0
              MOVE "You have no saved jobs that are still open."
                   TO WS-DISPLAY-LINE
              MOVE "JOBM-068" TO WS-MSG-ID
              PERFORM SAY-LINE
              MOVE "SUCCESS" TO JM-MESSAGE
              GOBACK
           END-IF
           CALL "IO-MODULE" USING WS-IO-COMMAND WS-DISPLAY-LINE
           MOVE "Enter job number to apply, or 0 to go back:"
                TO WS-DISPLAY-LINE
           MOVE "JOBM-069" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "READ" TO WS-IO-COMMAND
           CALL "IO-MODULE" USING WS-IO-COMMAND WS-IO-LINE
           MOVE FUNCTION NUMVAL(WS-IO-LINE) TO WS-TEMP-NUM

           IF WS-TEMP-NUM >= 1 AND WS-TEMP-NUM <= WS-JOB-COUNT
              MOVE WS-JOB-ID(WS-TEMP-NUM) TO WS-LINK-JOB-ID
              PERFORM LOOKUP-APPLY-LINK
              IF WS-LINK-URL NOT = SPACES
                 PERFORM APPLY-ON-EMPLOYER-SITE
              ELSE
                 PERFORM DO-APPLY
              END-IF
           END-IF

           MOVE "SUCCESS" TO JM-MESSAGE.

      *> Looks the saved JOB-ID up in jobs.dat; a posting that is
      *> Open - not closed, held for moderation or still scheduled,
      *> the same postings Browse hides - is loaded into the next
      *> WS-JOB-TABLE slot (so DO-APPLY can work off the same table
      *> Browse fills) and listed.
       LOAD-SAVED-JOB.
           MOVE "N" TO WS-END-OF-FILE
           OPEN INPUT JOB-FILE
                     AT END MOVE "Y" TO WS-END-OF-FILE
                     NOT AT END
                         IF JOB-ID = WS-SAVED-LOOKUP-ID AND
                            JOB-OPEN
                            ADD 1 TO WS-JOB-COUNT
                            MOVE JOB-ID TO WS-JOB-ID(WS-JOB-COUNT)
                            MOVE JOB-POSTER
                                 TO WS-JOB-CATEGORY(WS-JOB-COUNT)
                            MOVE JOB-DEADLINE
                                 TO WS-JOB-DEADLINE(WS-JOB-COUNT)
                            MOVE JOB-MIN-GPA
                                 TO WS-JOB-MIN-GPA(WS-JOB-COUNT)
                            MOVE JOB-CLASS-YEARS
                                 TO WS-JOB-CLASS-YEARS(WS-JOB-COUNT)
                            PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                                    UNTIL WS-REQ-IDX > 4
                               MOVE JOB-REQ-SKILL(WS-REQ-IDX) TO
      *> Job ID shown here can be found.
       VIEW-RECOMMENDATIONS.
           MOVE "--- Recommended For You ---" TO WS-DISPLAY-LINE
           MOVE "JOBM-070" TO WS-MSG-ID
           PERFORM SAY-LINE

           MOVE 0 TO WS-RECO-LIST-COUNT
           MOVE "N" TO WS-END-OF-FILE
              MOVE "No recommendations yet - check back after your"
                   & " profile and skills are filled in."
                   TO WS-DISPLAY-LINE
              MOVE "JOBM-071" TO WS-MSG-ID
              PERFORM SAY-LINE
           END-IF

           MOVE "---------------------------" TO WS-DISPLAY-LINE
           IF WS-LK-RESULT NOT = "OK"
              MOVE "That file is busy with another update - please"
                   TO WS-DISPLAY-LINE
              MOVE "JOBM-072" TO WS-MSG-ID
              PERFORM SAY-LINE
              MOVE "try again in a moment." TO WS-DISPLAY-LINE
              MOVE "JOBM-073" TO WS-MSG-ID
              PERFORM SAY-LINE
           END-IF.

       RELEASE-DATA-LOCK.
       UPDATE-APP-STATUS.
           MOVE "Enter the Job ID the applicant applied to:"
                TO WS-DISPLAY-LINE
           MOVE "JOBM-074" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "READ" TO WS-IO-COMMAND
           CALL "IO-MODULE" USING WS-IO-COMMAND WS-IO-LINE
           MOVE FUNCTION NUMVAL(WS-IO-LINE) TO WS-UPD-JOB-ID

           MOVE "Enter the applicant's username:" TO WS-DISPLAY-LINE
           MOVE "JOBM-075" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "READ" TO WS-IO-COMMAND
           CALL "IO-MODULE" USING WS-IO-COMMAND WS-IO-LINE
           MOVE WS-IO-LINE TO WS-UPD-APPLIER

           MOVE "1. Under Review" TO WS-DISPLAY-LINE
           MOVE "JOBM-076" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "2. Interview" TO WS-DISPLAY-LINE
           MOVE "JOBM-077" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "3. Rejected" TO WS-DISPLAY-LINE
           MOVE "JOBM-078" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "4. Hired" TO WS-DISPLAY-LINE
           MOVE "JOBM-079" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "Enter the new status:" TO WS-DISPLAY-LINE
           MOVE "JOBM-080" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "READ" TO WS-IO-COMMAND
           CALL "IO-MODULE" USING WS-IO-COMMAND WS-IO-LINE
           MOVE FUNCTION NUMVAL(WS-IO-LINE(1:1)) TO WS-UPD-CHOICE

           IF WS-UPD-CHOICE < 1 OR WS-UPD-CHOICE > 4
              MOVE "Invalid choice." TO WS-DISPLAY-LINE
              MOVE "JOBM-081" TO WS-MSG-ID
              PERFORM SAY-LINE
              MOVE "SUCCESS" TO JM-MESSAGE
              GOBACK
           END-IF
           END-IF
           IF WS-SAME-TEAM NOT = "Y"
              MOVE "You did not post that job." TO WS-DISPLAY-LINE
              MOVE "JOBM-082" TO WS-MSG-ID
              PERFORM SAY-LINE
              MOVE "SUCCESS" TO JM-MESSAGE
              GOBACK
           END-IF
                               EVALUATE WS-UPD-CHOICE
                                   WHEN 1 SET APP-STATUS-UNDER-REVIEW
                                              TO TRUE
                                   WHEN 2 SET APP-STATUS-INTERVIEW
                                      TO TRUE
                                   WHEN 3 SET APP-STATUS-REJECTED
                                      TO TRUE
                                   WHEN 4 SET APP-STATUS-HIRED TO TRUE
                                   WHEN OTHER CONTINUE
                               END-EVALUATE

           IF WS-UPD-FOUND = "Y"
               MOVE "Application status updated." TO WS-DISPLAY-LINE
               MOVE "JOBM-083" TO WS-MSG-ID
           ELSE
               MOVE "No matching application was found."
                    TO WS-DISPLAY-LINE
               MOVE "JOBM-065" TO WS-MSG-ID
           END-IF
           PERFORM SAY-LINE

           IF WS-UPD-FOUND = "Y" AND
              WS-UPD-CHOICE >= 1 AND WS-UPD-CHOICE <= 4
      *> Records a formal offer to an applicant on one of the
      *> caller's own postings - salary, start date and respond-by
      *> date - in data/offers.dat, and notifies the student, who
      *> accepts or declines it from the My Offers screen. Where the
      *> applicant has already accepted, this is instead where the
      *> employer rescinds that acceptance.
       EXTEND-OFFER.
           MOVE "Enter the Job ID of your posting:" TO WS-DISPLAY-LINE
           MOVE "JOBM-084" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "READ" TO WS-IO-COMMAND
           CALL "IO-MODULE" USING WS-IO-COMMAND WS-IO-LINE
           MOVE FUNCTION NUMVAL(WS-IO-LINE) TO WS-OFF-JOB-ID

           MOVE "Enter the applicant's username:" TO WS-DISPLAY-LINE
           MOVE "JOBM-075" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "READ" TO WS-IO-COMMAND
           CALL "IO-MODULE" USING WS-IO-COMMAND WS-IO-LINE
           MOVE WS-IO-LINE TO WS-OFF-APPLICANT
           PERFORM CHECK-OFFER-PRECONDITIONS
           IF WS-OFF-OWNED NOT = "Y"
              MOVE "You did not post that job." TO WS-DISPLAY-LINE
              MOVE "JOBM-082" TO WS-MSG-ID
              PERFORM SAY-LINE
              MOVE "SUCCESS" TO JM-MESSAGE
              GOBACK
           END-IF
           IF WS-OFF-APPLIED NOT = "Y"
              MOVE "That user has not applied to this posting."
                   TO WS-DISPLAY-LINE
              MOVE "JOBM-085" TO WS-MSG-ID
              PERFORM SAY-LINE
              MOVE "SUCCESS" TO JM-MESSAGE
              GOBACK
           END-IF

      *> An applicant who already accepted is past a new offer; the
      *> only move left to the employer is rescinding that one.
           PERFORM FIND-ACCEPTED-OFFER
           IF WS-RSC-FOUND = "Y"
              PERFORM RESCIND-ACCEPTED-OFFER
              MOVE "SUCCESS" TO JM-MESSAGE
              GOBACK
           END-IF
           MOVE WS-OFF-APPLICANT TO OFF-APPLICANT

           MOVE "Enter the offered salary:" TO WS-DISPLAY-LINE
           MOVE "JOBM-086" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "READ" TO WS-IO-COMMAND
           CALL "IO-MODULE" USING WS-IO-COMMAND WS-IO-LINE
           MOVE WS-IO-LINE TO OFF-SALARY

           MOVE "Enter the start date (YYYY-MM-DD):" TO WS-DISPLAY-LINE
           MOVE "JOBM-087" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "READ" TO WS-IO-COMMAND
           CALL "IO-MODULE" USING WS-IO-COMMAND WS-IO-LINE
           MOVE WS-IO-LINE TO OFF-START

           MOVE "Enter the respond-by date (YYYY-MM-DD):"
                TO WS-DISPLAY-LINE
           MOVE "JOBM-088" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "READ" TO WS-IO-COMMAND
           CALL "IO-MODULE" USING WS-IO-COMMAND WS-IO-LINE
           MOVE WS-IO-LINE TO OFF-RESPOND-BY

           MOVE "Offer extended and the applicant notified."
                TO WS-DISPLAY-LINE
           MOVE "JOBM-089" TO WS-MSG-ID
           PERFORM SAY-LINE

      *> Some employers will not finalize without references; asking
      *> here puts the request on the platform instead of off it.
           MOVE "Request references for this offer? (Y/N):"
                TO WS-DISPLAY-LINE
           MOVE "JOBM-090" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "READ" TO WS-IO-COMMAND
           CALL "IO-MODULE" USING WS-IO-COMMAND WS-IO-LINE
           IF FUNCTION UPPER-CASE(WS-IO-LINE(1:1)) = "Y"
              CLOSE APPLICATION-FILE
           END-IF.

       FIND-ACCEPTED-OFFER.
           MOVE "N" TO WS-RSC-FOUND
           MOVE "N" TO WS-RSC-EOF
           OPEN INPUT OFFER-FILE
           IF WS-OFF-STATUS = "00"
              PERFORM UNTIL WS-RSC-EOF = "Y"
                 READ OFFER-FILE
                     AT END MOVE "Y" TO WS-RSC-EOF
                     NOT AT END
                         IF OFF-JOB-ID = WS-OFF-JOB-ID AND
                            FUNCTION TRIM(OFF-APPLICANT) =
                            FUNCTION TRIM(WS-OFF-APPLICANT) AND
                            OFF-ACCEPTED
                            MOVE "Y" TO WS-RSC-FOUND
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE OFFER-FILE
           END-IF.

      *> Rescinding an offer the student already accepted: the offer
      *> goes to Rescinded, the application to Rejected, the seat is
      *> released on the posting (a posting the acceptance closed
      *> stays closed until the employer reopens it) and the work
      *> term dropped, the student is told, and the rescission is
      *> recorded against the posting's employer account in the
      *> professional conduct register through CONDUCT-LOG.
       RESCIND-ACCEPTED-OFFER.
           MOVE SPACES TO WS-DISPLAY-LINE
           STRING FUNCTION TRIM(WS-OFF-APPLICANT)
                  " has already accepted your offer on this posting."
                  DELIMITED BY SIZE INTO WS-DISPLAY-LINE
           END-STRING
           MOVE "WRITE" TO WS-IO-COMMAND
           CALL "IO-MODULE" USING WS-IO-COMMAND WS-DISPLAY-LINE
           MOVE "Rescinding an accepted offer is recorded as a"
                TO WS-DISPLAY-LINE
           MOVE "JOBM-091" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "professional conduct incident. Rescind it? (Y/N)"
                TO WS-DISPLAY-LINE
           MOVE "JOBM-092" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "READ" TO WS-IO-COMMAND
           CALL "IO-MODULE" USING WS-IO-COMMAND WS-IO-LINE
           IF FUNCTION UPPER-CASE(WS-IO-LINE(1:1)) NOT = "Y"
              MOVE "Nothing changed." TO WS-DISPLAY-LINE
              MOVE "JOBM-093" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-RSC-EOF
           OPEN INPUT OFFER-FILE
           OPEN OUTPUT OFFER-TEMP-FILE
           IF WS-OFF-STATUS = "00"
              PERFORM UNTIL WS-RSC-EOF = "Y"
                 READ OFFER-FILE
                     AT END MOVE "Y" TO WS-RSC-EOF
                     NOT AT END
                         IF OFF-JOB-ID = WS-OFF-JOB-ID AND
                            FUNCTION TRIM(OFF-APPLICANT) =
                            FUNCTION TRIM(WS-OFF-APPLICANT) AND
                            OFF-ACCEPTED
                            SET OFF-RESCINDED TO TRUE
                         END-IF
                         WRITE OFFER-TEMP-REC FROM OFFER-REC
                 END-READ
              END-PERFORM
              CLOSE OFFER-FILE
           END-IF
           CLOSE OFFER-TEMP-FILE
           OPEN OUTPUT OFFER-FILE
           OPEN INPUT OFFER-TEMP-FILE
           MOVE "N" TO WS-RSC-EOF
           PERFORM UNTIL WS-RSC-EOF = "Y"
              READ OFFER-TEMP-FILE INTO OFFER-REC
                  AT END MOVE "Y" TO WS-RSC-EOF
                  NOT AT END WRITE OFFER-REC
              END-READ
           END-PERFORM
           CLOSE OFFER-TEMP-FILE
           CLOSE OFFER-FILE

           PERFORM REJECT-RESCINDED-APPLICATION
           PERFORM RELEASE-RESCINDED-SEAT
           PERFORM DROP-RESCINDED-WORK-TERM

           MOVE SPACES TO WS-NOTIF-TEXT
           STRING "The employer has rescinded the offer you accepted"
                  " for Job ID " WS-OFF-JOB-ID
                  " - career services has been told."
                  DELIMITED BY SIZE INTO WS-NOTIF-TEXT
           END-STRING
           MOVE WS-OFF-APPLICANT TO WS-NOTIF-RECIPIENT
           PERFORM WRITE-NOTIFICATION

           IF FUNCTION TRIM(WS-RSC-POSTER) = SPACES
              MOVE JM-USERNAME TO WS-RSC-POSTER
           END-IF
           MOVE "LOG" TO WS-CI-COMMAND
           MOVE WS-RSC-POSTER TO WS-CI-PARTY
           MOVE "RESCIND" TO WS-CI-TYPE
           MOVE SPACES TO WS-CI-REF
           STRING "Job " WS-OFF-JOB-ID " to "
                  FUNCTION TRIM(WS-OFF-APPLICANT)
                  DELIMITED BY SIZE INTO WS-CI-REF
           END-STRING
           CALL "CONDUCT-LOG" USING WS-CI-COMMAND WS-CI-PARTY
                WS-CI-TYPE WS-CI-REF JM-USERNAME WS-CI-RESULT

           MOVE "Offer rescinded and the student notified."
                TO WS-DISPLAY-LINE
           MOVE "JOBM-094" TO WS-MSG-ID
           PERFORM SAY-LINE.

       REJECT-RESCINDED-APPLICATION.
           MOVE "applications" TO WS-LK-FILE
           PERFORM ACQUIRE-DATA-LOCK
           IF WS-LK-RESULT NOT = "OK"
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-RSC-EOF
           OPEN INPUT APPLICATION-FILE
           OPEN OUTPUT APP-TEMP-FILE
           IF WS-APP-FILE-STATUS = "00"
              PERFORM UNTIL WS-RSC-EOF = "Y"
                 READ APPLICATION-FILE
                     AT END MOVE "Y" TO WS-RSC-EOF
                     NOT AT END
                         IF APP-JOB-ID = WS-OFF-JOB-ID AND
                            FUNCTION TRIM(JOB-APPLIER) =
                            FUNCTION TRIM(WS-OFF-APPLICANT)
                            SET APP-STATUS-REJECTED TO TRUE
                            MOVE FUNCTION CURRENT-DATE
                                 TO WS-SAVED-CURR-DATE
                            MOVE SPACES TO APP-STATUS-DATE
                            STRING WS-SAVED-CURR-DATE(1:4) "-"
                                   WS-SAVED-CURR-DATE(5:2) "-"
                                   WS-SAVED-CURR-DATE(7:2)
                                   DELIMITED BY SIZE
                                   INTO APP-STATUS-DATE
                            END-STRING
                            MOVE "applications.dat" TO WS-JN-FILE
                            MOVE APP-RECORD TO WS-JN-DATA
                            CALL "TXN-JOURNAL" USING WS-JN-FILE
                                 WS-JN-DATA
                         END-IF
                         WRITE TEMP-APP-REC FROM APP-RECORD
                 END-READ
              END-PERFORM
              CLOSE APPLICATION-FILE
           END-IF
           CLOSE APP-TEMP-FILE
           OPEN OUTPUT APPLICATION-FILE
           OPEN INPUT APP-TEMP-FILE
           MOVE "N" TO WS-RSC-EOF
           PERFORM UNTIL WS-RSC-EOF = "Y"
              READ APP-TEMP-FILE INTO APP-RECORD
                  AT END MOVE "Y" TO WS-RSC-EOF
                  NOT AT END WRITE APP-RECORD
              END-READ
           END-PERFORM
           CLOSE APP-TEMP-FILE
           CLOSE APPLICATION-FILE
           PERFORM RELEASE-DATA-LOCK.

      *> Also picks up the posting's own account for the incident.
       RELEASE-RESCINDED-SEAT.
           MOVE SPACES TO WS-RSC-POSTER
           MOVE "jobs" TO WS-LK-FILE
           PERFORM ACQUIRE-DATA-LOCK
           IF WS-LK-RESULT NOT = "OK"
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-RSC-EOF
           OPEN INPUT JOB-FILE
           OPEN OUTPUT JOB-TEMP-FILE
           IF WS-JOB-FILE-STATUS = "00"
              PERFORM UNTIL WS-RSC-EOF = "Y"
                 READ JOB-FILE
                     AT END MOVE "Y" TO WS-RSC-EOF
                     NOT AT END
                         IF JOB-ID = WS-OFF-JOB-ID
                            MOVE JOB-POSTER TO WS-RSC-POSTER
                            IF JOB-FILLED > 0
                               SUBTRACT 1 FROM JOB-FILLED
                            END-IF
                         END-IF
                         WRITE TEMP-JOB-REC FROM JOBS-RECORD
                 END-READ
              END-PERFORM
              CLOSE JOB-FILE
           END-IF
           CLOSE JOB-TEMP-FILE
           OPEN OUTPUT JOB-FILE
           OPEN INPUT JOB-TEMP-FILE
           MOVE "N" TO WS-RSC-EOF
           PERFORM UNTIL WS-RSC-EOF = "Y"
              READ JOB-TEMP-FILE INTO JOBS-RECORD
                  AT END MOVE "Y" TO WS-RSC-EOF
                  NOT AT END WRITE JOBS-RECORD
              END-READ
           END-PERFORM
           CLOSE JOB-TEMP-FILE
           CLOSE JOB-FILE
           PERFORM RELEASE-DATA-LOCK.

       DROP-RESCINDED-WORK-TERM.
           MOVE "N" TO WS-RSC-EOF
           OPEN INPUT WORKTERM-FILE
           IF WS-WT-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT WORKTERM-TEMP-FILE
           PERFORM UNTIL WS-RSC-EOF = "Y"
              READ WORKTERM-FILE
                  AT END MOVE "Y" TO WS-RSC-EOF
                  NOT AT END
                      IF WT-JOB-ID = WS-OFF-JOB-ID AND
                         FUNCTION TRIM(WT-STUDENT) =
                         FUNCTION TRIM(WS-OFF-APPLICANT) AND
                         WT-COMPLETE NOT = "Y"
                         CONTINUE
                      ELSE
                         WRITE WORKTERM-TEMP-REC FROM WORKTERM-REC
                      END-IF
              END-READ
           END-PERFORM
           CLOSE WORKTERM-FILE
           CLOSE WORKTERM-TEMP-FILE
           OPEN OUTPUT WORKTERM-FILE
           OPEN INPUT WORKTERM-TEMP-FILE
           MOVE "N" TO WS-RSC-EOF
           PERFORM UNTIL WS-RSC-EOF = "Y"
              READ WORKTERM-TEMP-FILE INTO WORKTERM-REC
                  AT END MOVE "Y" TO WS-RSC-EOF
                  NOT AT END WRITE WORKTERM-REC
              END-READ
           END-PERFORM
           CLOSE WORKTERM-TEMP-FILE
           CLOSE WORKTERM-FILE.

      *> The current co-op match round: WS-MR-ROUND is the last row
      *> of data/match-round.dat, WS-MR-OPEN Y while students and
      *> employers may still hand in their rankings.
       LOAD-MATCH-ROUND.
           MOVE 0 TO WS-MR-ROUND
           MOVE "N" TO WS-MR-OPEN
           MOVE "N" TO WS-RND-EOF
           OPEN INPUT ROUND-FILE
           IF WS-RND-STATUS = "00"
              PERFORM UNTIL WS-RND-EOF = "Y"
                 READ ROUND-FILE
                     AT END MOVE "Y" TO WS-RND-EOF
                     NOT AT END
                         MOVE RND-NUMBER TO WS-MR-ROUND
                         IF RND-OPEN
                            MOVE "Y" TO WS-MR-OPEN
                         ELSE
                            MOVE "N" TO WS-MR-OPEN
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE ROUND-FILE
           END-IF.

      *> While a round is open a student ranks the postings they
      *> applied to, most wanted first; MATCH-RUN proposes in that
      *> order. A new list replaces the student's earlier one.
       OFFER-STUDENT-MATCH-RANKING.
           PERFORM LOAD-MATCH-ROUND
           IF WS-MR-OPEN NOT = "Y"
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-DISPLAY-LINE
           STRING "Co-op match round " WS-MR-ROUND
                  " is open. Rank your applications? (Y/N):"
                  DELIMITED BY SIZE INTO WS-DISPLAY-LINE
           END-STRING
           MOVE "WRITE" TO WS-IO-COMMAND
           CALL "IO-MODULE" USING WS-IO-COMMAND WS-DISPLAY-LINE
           MOVE "READ" TO WS-IO-COMMAND
           CALL "IO-MODULE" USING WS-IO-COMMAND WS-IO-LINE
           IF FUNCTION UPPER-CASE(WS-IO-LINE(1:1)) NOT = "Y"
              EXIT PARAGRAPH
           END-IF

           MOVE "Enter Job IDs, most wanted first (0 when done):"
                TO WS-DISPLAY-LINE
           MOVE "JOBM-095" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE 0 TO WS-MR-COUNT
           MOVE "N" TO WS-MR-DONE
           PERFORM UNTIL WS-MR-DONE = "Y" OR WS-MR-COUNT >= 10
              PERFORM PROMPT-MATCH-CHOICE
              MOVE "READ" TO WS-IO-COMMAND
              CALL "IO-MODULE" USING WS-IO-COMMAND WS-IO-LINE
              IF WS-IO-LINE = HIGH-VALUES
                 MOVE 0 TO WS-MR-JOB-ID
              ELSE
                 MOVE FUNCTION NUMVAL(WS-IO-LINE) TO WS-MR-JOB-ID
              END-IF
              IF WS-MR-JOB-ID = 0
                 MOVE "Y" TO WS-MR-DONE
              ELSE
                 MOVE JM-USERNAME TO WS-MR-USER
                 PERFORM ADD-MATCH-CHOICE
              END-IF
           END-PERFORM

           MOVE "S" TO WS-MR-SIDE
           PERFORM FINISH-MATCH-RANKING.

      *> While a round is open an employer ranks the applicants to
      *> one of the team's postings. On an anonymized posting the
      *> ranking goes by candidate number, like every other action
      *> on this screen, so no hidden name is ever asked for.
       OFFER-EMPLOYER-MATCH-RANKING.
           PERFORM LOAD-MATCH-ROUND
           IF WS-MR-OPEN NOT = "Y"
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-DISPLAY-LINE
           STRING "Co-op match round " WS-MR-ROUND
                  " is open. Rank applicants to a posting? (Y/N):"
                  DELIMITED BY SIZE INTO WS-DISPLAY-LINE
           END-STRING
           MOVE "WRITE" TO WS-IO-COMMAND
           CALL "IO-MODULE" USING WS-IO-COMMAND WS-DISPLAY-LINE
           MOVE "READ" TO WS-IO-COMMAND
           CALL "IO-MODULE" USING WS-IO-COMMAND WS-IO-LINE
           IF FUNCTION UPPER-CASE(WS-IO-LINE(1:1)) NOT = "Y"
              EXIT PARAGRAPH
           END-IF

           MOVE "Enter the Job ID:" TO WS-DISPLAY-LINE
           MOVE "JOBM-096" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "READ" TO WS-IO-COMMAND
           CALL "IO-MODULE" USING WS-IO-COMMAND WS-IO-LINE
           MOVE FUNCTION NUMVAL(WS-IO-LINE) TO WS-MR-JOB-ID

           MOVE WS-MR-JOB-ID TO WS-RS-JOB-ID
           PERFORM CHECK-RUBRIC-JOB-OWNED
           IF WS-RUB-OWNED NOT = "Y"
              MOVE "You did not post that job." TO WS-DISPLAY-LINE
              MOVE "JOBM-082" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF
           MOVE WS-MR-JOB-ID TO WS-NE-JOB-ID
           PERFORM CHECK-ANON-POSTING

           IF WS-ANON-CHECK = "Y"
              MOVE "Enter candidate numbers, best first (0 when done):"
                   TO WS-DISPLAY-LINE
              MOVE "JOBM-097" TO WS-MSG-ID
           ELSE
              MOVE "Enter usernames, best first (blank when done):"
                   TO WS-DISPLAY-LINE
              MOVE "JOBM-098" TO WS-MSG-ID
           END-IF
           PERFORM SAY-LINE
           MOVE 0 TO WS-MR-COUNT
           MOVE "N" TO WS-MR-DONE
           PERFORM UNTIL WS-MR-DONE = "Y" OR WS-MR-COUNT >= 10
              PERFORM PROMPT-MATCH-CHOICE
              MOVE "READ" TO WS-IO-COMMAND
              CALL "IO-MODULE" USING WS-IO-COMMAND WS-IO-LINE
              IF WS-IO-LINE = HIGH-VALUES
                 MOVE SPACES TO WS-IO-LINE
              END-IF
              MOVE SPACES TO WS-MR-USER
              IF WS-ANON-CHECK = "Y"
                 MOVE FUNCTION NUMVAL(WS-IO-LINE) TO WS-CAND-PICK
                 IF WS-CAND-PICK = 0
                    MOVE "Y" TO WS-MR-DONE
                 ELSE
                    PERFORM VARYING WS-CAND-IDX FROM 1 BY 1
                            UNTIL WS-CAND-IDX > WS-CAND-COUNT
                       IF WS-CAND-JOB-ID(WS-CAND-IDX) = WS-MR-JOB-ID
                          AND WS-CAND-SEQ(WS-CAND-IDX) = WS-CAND-PICK
                          MOVE WS-CAND-USER(WS-CAND-IDX) TO WS-MR-USER
                       END-IF
                    END-PERFORM
                 END-IF
              ELSE
                 IF FUNCTION TRIM(WS-IO-LINE) = SPACES
                    MOVE "Y" TO WS-MR-DONE
                 ELSE
                    MOVE FUNCTION TRIM(WS-IO-LINE) TO WS-MR-USER
                 END-IF
              END-IF
              IF WS-MR-DONE NOT = "Y"
                 PERFORM ADD-MATCH-CHOICE
              END-IF
           END-PERFORM

           MOVE "E" TO WS-MR-SIDE
           PERFORM FINISH-MATCH-RANKING.

       PROMPT-MATCH-CHOICE.
           COMPUTE WS-MR-RANK-DISP = WS-MR-COUNT + 1
           MOVE SPACES TO WS-DISPLAY-LINE
           STRING "Choice " FUNCTION TRIM(WS-MR-RANK-DISP) ":"
                  DELIMITED BY SIZE INTO WS-DISPLAY-LINE
           END-STRING
           MOVE "WRITE" TO WS-IO-COMMAND
           CALL "IO-MODULE" USING WS-IO-COMMAND WS-DISPLAY-LINE.

      *> Takes WS-MR-USER on WS-MR-JOB-ID onto the list when that
      *> student has a live application there (not Rejected, not
      *> already Hired) and the pair is not on the list already.
       ADD-MATCH-CHOICE.
           MOVE "N" TO WS-MR-DUP
           PERFORM VARYING WS-MR-IDX FROM 1 BY 1
                   UNTIL WS-MR-IDX > WS-MR-COUNT
              IF WS-MR-ENTRY-JOB(WS-MR-IDX) = WS-MR-JOB-ID AND
                 WS-MR-ENTRY-USER(WS-MR-IDX) = WS-MR-USER
                 MOVE "Y" TO WS-MR-DUP
              END-IF
           END-PERFORM
           IF WS-MR-DUP = "Y"
              MOVE "Already on your list." TO WS-DISPLAY-LINE
              MOVE "JOBM-099" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-MR-LIVE
           MOVE "N" TO WS-APPS-EOF
           OPEN INPUT APPLICATION-FILE
           IF WS-APP-FILE-STATUS = "00"
              PERFORM UNTIL WS-APPS-EOF = "Y"
                 READ APPLICATION-FILE
                     AT END MOVE "Y" TO WS-APPS-EOF
                     NOT AT END
                         IF APP-JOB-ID = WS-MR-JOB-ID AND
                            FUNCTION TRIM(JOB-APPLIER) =
                            FUNCTION TRIM(WS-MR-USER) AND
                            NOT APP-STATUS-REJECTED AND
                            NOT APP-STATUS-HIRED
                            MOVE "Y" TO WS-MR-LIVE
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE APPLICATION-FILE
           END-IF
           IF WS-MR-LIVE NOT = "Y"
              MOVE "No open application matches that choice."
                   TO WS-DISPLAY-LINE
              MOVE "JOBM-100" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-MR-COUNT
           MOVE WS-MR-JOB-ID TO WS-MR-ENTRY-JOB(WS-MR-COUNT)
           MOVE WS-MR-USER TO WS-MR-ENTRY-USER(WS-MR-COUNT).

       FINISH-MATCH-RANKING.
           IF WS-MR-COUNT = 0
              MOVE "No ranking saved." TO WS-DISPLAY-LINE
              MOVE "JOBM-101" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF
           PERFORM SAVE-MATCH-RANKS
           MOVE WS-MR-COUNT TO WS-MR-RANK-DISP
           MOVE SPACES TO WS-DISPLAY-LINE
           STRING "Ranking of " FUNCTION TRIM(WS-MR-RANK-DISP)
                  " choice(s) saved for round " WS-MR-ROUND "."
                  DELIMITED BY SIZE INTO WS-DISPLAY-LINE
           END-STRING
           MOVE "WRITE" TO WS-IO-COMMAND
           CALL "IO-MODULE" USING WS-IO-COMMAND WS-DISPLAY-LINE.

      *> Drops the earlier list for this round - the student's own
      *> rows, or every team row on the posting - and writes the new
      *> one in its place through the usual temp-file rewrite.
       SAVE-MATCH-RANKS.
           MOVE "N" TO WS-MRK-EOF
           OPEN OUTPUT MATCH-RANK-TEMP-FILE
           OPEN INPUT MATCH-RANK-FILE
           IF WS-MRK-STATUS = "00"
              PERFORM UNTIL WS-MRK-EOF = "Y"
                 READ MATCH-RANK-FILE
                     AT END MOVE "Y" TO WS-MRK-EOF
                     NOT AT END
                         IF MRK-ROUND = WS-MR-ROUND AND
                            MRK-SIDE = WS-MR-SIDE AND
                            ((WS-MR-SIDE = "S" AND
                              FUNCTION TRIM(MRK-RANKER) =
                              FUNCTION TRIM(JM-USERNAME)) OR
                             (WS-MR-SIDE = "E" AND
                              MRK-JOB-ID = WS-MR-JOB-ID))
                            CONTINUE
                         ELSE
                            WRITE MATCH-RANK-TEMP-REC
                                FROM MATCH-RANK-REC
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE MATCH-RANK-FILE
           END-IF

           PERFORM VARYING WS-MR-IDX FROM 1 BY 1
                   UNTIL WS-MR-IDX > WS-MR-COUNT
              MOVE WS-MR-ROUND TO MRK-ROUND
              MOVE WS-MR-SIDE TO MRK-SIDE
              MOVE JM-USERNAME TO MRK-RANKER
              MOVE WS-MR-ENTRY-JOB(WS-MR-IDX) TO MRK-JOB-ID
              MOVE WS-MR-ENTRY-USER(WS-MR-IDX) TO MRK-STUDENT
              MOVE WS-MR-IDX TO MRK-RANK
              WRITE MATCH-RANK-TEMP-REC FROM MATCH-RANK-REC
           END-PERFORM
           CLOSE MATCH-RANK-TEMP-FILE

           OPEN OUTPUT MATCH-RANK-FILE
           OPEN INPUT MATCH-RANK-TEMP-FILE
           MOVE "N" TO WS-MRK-EOF
           PERFORM UNTIL WS-MRK-EOF = "Y"
              READ MATCH-RANK-TEMP-FILE INTO MATCH-RANK-REC
                  AT END MOVE "Y" TO WS-MRK-EOF
                  NOT AT END WRITE MATCH-RANK-REC
              END-READ
           END-PERFORM
           CLOSE MATCH-RANK-TEMP-FILE
           CLOSE MATCH-RANK-FILE.

      *> Moving an applicant to Interview opens the scheduling flow:
      *> the employer proposes a date/time slot, recorded in
      *> data/interviews.dat as Proposed, and the applicant is

           MOVE "Propose an interview slot (YYYY-MM-DD HH:MM):"
                TO WS-DISPLAY-LINE
           MOVE "JOBM-102" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "READ" TO WS-IO-COMMAND
           CALL "IO-MODULE" USING WS-IO-COMMAND WS-IO-LINE
           MOVE WS-IO-LINE TO WS-IVW-SLOT

           PERFORM CHECK-SLOT-AVAILABILITY
           IF WS-AV-SHOWN > 0 AND WS-AV-IN-WINDOW = "N"
              MOVE "Warning: that slot falls outside the applicant's"
               & " published" TO WS-DISPLAY-LINE
              MOVE "JOBM-103" TO WS-MSG-ID
              PERFORM SAY-LINE
              MOVE "availability - expect a decline." TO WS-DISPLAY-LINE
              MOVE "JOBM-197" TO WS-MSG-ID
              PERFORM SAY-LINE
           END-IF

           PERFORM CHECK-SLOT-CONFLICT
           IF WS-IVW-CONFLICT = "Y"
              MOVE "You already have an interview proposed or"
               & " confirmed in that slot -" TO WS-DISPLAY-LINE
              MOVE "JOBM-104" TO WS-MSG-ID
              PERFORM SAY-LINE
              MOVE "pick another time." TO WS-DISPLAY-LINE
              MOVE "JOBM-198" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF

           MOVE "Enter the round number (1 for the first):"
                TO WS-DISPLAY-LINE
           MOVE "JOBM-105" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "READ" TO WS-IO-COMMAND
           CALL "IO-MODULE" USING WS-IO-COMMAND WS-IO-LINE
           MOVE FUNCTION NUMVAL(WS-IO-LINE) TO WS-IVW-ROUND-NUM

           MOVE "Enter the round type (Phone, Technical, Final, ...):"
                TO WS-DISPLAY-LINE
           MOVE "JOBM-106" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "READ" TO WS-IO-COMMAND
           CALL "IO-MODULE" USING WS-IO-COMMAND WS-IO-LINE
           MOVE WS-IO-LINE TO WS-IVW-TYPE

           PERFORM ASK-INTERVIEW-ROOM
           IF WS-ROOM-REFUSED = "Y"
              EXIT PARAGRAPH
           END-IF

           OPEN EXTEND INTERVIEW-FILE
           MOVE WS-UPD-JOB-ID TO IV-JOB-ID
           MOVE JM-USERNAME TO IV-EMPLOYER
           CLOSE INTERVIEW-FILE

           MOVE SPACES TO WS-NOTIF-TEXT
           IF WS-ROOM-PICK = SPACES
              STRING "Interview proposed for Job ID " WS-UPD-JOB-ID
                     " on " FUNCTION TRIM(WS-IVW-SLOT)
                     " - confirm under My Interviews."
                     DELIMITED BY SIZE
                     INTO WS-NOTIF-TEXT
              END-STRING
           ELSE
              PERFORM BOOK-INTERVIEW-ROOM
              STRING "Interview proposed for Job ID " WS-UPD-JOB-ID
                     " on " FUNCTION TRIM(WS-IVW-SLOT)
                     ", room " FUNCTION TRIM(WS-ROOM-PICK)
                     " - confirm under My Interviews."
                     DELIMITED BY SIZE
                     INTO WS-NOTIF-TEXT
              END-STRING
           END-IF
           MOVE WS-UPD-APPLIER TO WS-NOTIF-RECIPIENT
           PERFORM WRITE-NOTIFICATION

           MOVE "Interview slot proposed and the applicant notified."
                TO WS-DISPLAY-LINE
           MOVE "JOBM-107" TO WS-MSG-ID
           PERFORM SAY-LINE.



              CLOSE FOLLOWERS-FILE
           END-IF

           IF WS-FLW-ALREADY = "Y"
              MOVE "You already follow this company."
                   TO WS-DISPLAY-LINE
              MOVE "JOBM-180" TO WS-MSG-ID
           ELSE
              OPEN EXTEND FOLLOWERS-FILE
              IF WS-FLW-STATUS NOT = "00"
                 OPEN OUTPUT FOLLOWERS-FILE
              END-IF
              MOVE WS-JOB-POSTER(WS-TEMP-NUM) TO FW-EMPLOYER
              MOVE JM-USERNAME TO FW-FOLLOWER
              WRITE FOLLOWER-REC
              CLOSE FOLLOWERS-FILE
              MOVE "You now follow this company - new postings will "
               & "reach your notifications." TO WS-DISPLAY-LINE
              MOVE "JOBM-181" TO WS-MSG-ID
           END-IF
           PERFORM SAY-LINE
           MOVE "SUCCESS" TO JM-MESSAGE.





      *> The truth before the effort: a student who declared they
      *> need sponsorship, applying to a posting whose employer
      *> declared they cannot sponsor, hears so up front. Never a
      *> block - circumstances change and the student decides.
       WARN-SPONSORSHIP-MISMATCH.
           MOVE SPACE TO WS-MY-WORK-AUTH
           MOVE "N" TO WS-WA-EOF
           OPEN INPUT PROFILE-FILE
           IF WS-PROF-STATUS = "00"
              PERFORM UNTIL WS-WA-EOF = "Y"
                 READ PROFILE-FILE
                    AT END MOVE "Y" TO WS-WA-EOF
                    NOT AT END
                       IF FUNCTION TRIM(PROF-USERNAME) =
                          FUNCTION TRIM(JM-USERNAME)
                          MOVE PROF-WORK-AUTH TO WS-MY-WORK-AUTH
                          MOVE "Y" TO WS-WA-EOF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PROFILE-FILE
           END-IF

           IF WS-MY-WORK-AUTH = "S" AND
              WS-JOB-SPONSOR(WS-TEMP-NUM) = "N"
              MOVE "Heads up: this employer has said they cannot spo"
               & "nsor a work visa for this role." TO WS-DISPLAY-LINE
              MOVE "JOBM-108" TO WS-MSG-ID
              PERFORM SAY-LINE
           END-IF.

      *> The student's own row from the registrar's academic-record
      *> feed; no row leaves WS-ACAD-FOUND at N and every rule on a
      *> posting reads as "cannot tell" rather than "fails".
       LOAD-MY-ACADEMIC-RECORD.
           MOVE "N" TO WS-ACAD-FOUND
           MOVE 0 TO WS-MY-GPA
           MOVE 0 TO WS-MY-CLASS-YEAR
           MOVE "N" TO WS-ACAD-EOF
           OPEN INPUT ACADEMIC-FILE
           IF WS-ACAD-STATUS = "00"
              PERFORM UNTIL WS-ACAD-EOF = "Y"
                 READ ACADEMIC-FILE
                    AT END MOVE "Y" TO WS-ACAD-EOF
                    NOT AT END
                       IF FUNCTION TRIM(AR-USERNAME) =
                          FUNCTION TRIM(JM-USERNAME) AND
                          AR-GPA IS NUMERIC AND
                          AR-CLASS-YEAR IS NUMERIC
                          MOVE AR-GPA TO WS-MY-GPA
                          MOVE AR-CLASS-YEAR TO WS-MY-CLASS-YEAR
                          MOVE "Y" TO WS-ACAD-FOUND
                          MOVE "Y" TO WS-ACAD-EOF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ACADEMIC-FILE
           END-IF.

      *> Tests the posting at WS-ELIG-IDX against the loaded record:
      *> WS-ELIG-RESULT Y, N (with WS-ELIG-REASON saying which rule
      *> failed) or U when there is no record to test against.
       CHECK-JOB-ELIGIBILITY.
           MOVE "Y" TO WS-ELIG-RESULT
           MOVE SPACES TO WS-ELIG-REASON
           IF WS-JOB-MIN-GPA(WS-ELIG-IDX) = SPACES AND
              WS-JOB-CLASS-YEARS(WS-ELIG-IDX) = SPACES
              EXIT PARAGRAPH
           END-IF
           IF WS-ACAD-FOUND = "N"
              MOVE "U" TO WS-ELIG-RESULT
              EXIT PARAGRAPH
           END-IF

           IF WS-JOB-MIN-GPA(WS-ELIG-IDX) NOT = SPACES
              COMPUTE WS-ELIG-MIN-GPA =
                 FUNCTION NUMVAL(WS-JOB-MIN-GPA(WS-ELIG-IDX))
              IF WS-MY-GPA < WS-ELIG-MIN-GPA
                 MOVE "N" TO WS-ELIG-RESULT
                 MOVE WS-MY-GPA TO WS-ELIG-GPA-DISP
                 STRING "a minimum GPA of "
                        WS-JOB-MIN-GPA(WS-ELIG-IDX)
                        " is required (yours is " WS-ELIG-GPA-DISP ")"
                        DELIMITED BY SIZE INTO WS-ELIG-REASON
                 END-STRING
                 EXIT PARAGRAPH
              END-IF
           END-IF

           IF WS-JOB-CLASS-YEARS(WS-ELIG-IDX) NOT = SPACES
              MOVE WS-MY-CLASS-YEAR TO WS-ELIG-YEAR-CHAR
              MOVE 0 TO WS-ELIG-HITS
              INSPECT WS-JOB-CLASS-YEARS(WS-ELIG-IDX)
                 TALLYING WS-ELIG-HITS FOR ALL WS-ELIG-YEAR-CHAR
              IF WS-ELIG-HITS = 0
                 MOVE "N" TO WS-ELIG-RESULT
                 PERFORM DESCRIBE-CLASS-YEARS
                 STRING "it is open to "
                        FUNCTION TRIM(WS-ELIG-YEARS-TEXT) " only"
                        DELIMITED BY SIZE INTO WS-ELIG-REASON
                 END-STRING
              END-IF
           END-IF.

      *> Spells out WS-JOB-CLASS-YEARS(WS-ELIG-IDX) for display, e.g.
      *> "34" as "Juniors, Seniors".
       DESCRIBE-CLASS-YEARS.
           MOVE SPACES TO WS-ELIG-YEARS-TEXT
           PERFORM VARYING WS-ELIG-Y-IDX FROM 1 BY 1
                   UNTIL WS-ELIG-Y-IDX > 5
              MOVE WS-JOB-CLASS-YEARS(WS-ELIG-IDX)(WS-ELIG-Y-IDX:1)
                 TO WS-ELIG-YEAR-CHAR
              EVALUATE WS-ELIG-YEAR-CHAR
                 WHEN "1" MOVE "Freshmen" TO WS-ELIG-YEAR-NAME
                 WHEN "2" MOVE "Sophomores" TO WS-ELIG-YEAR-NAME
                 WHEN "3" MOVE "Juniors" TO WS-ELIG-YEAR-NAME
                 WHEN "4" MOVE "Seniors" TO WS-ELIG-YEAR-NAME
                 WHEN "5" MOVE "Graduates" TO WS-ELIG-YEAR-NAME
                 WHEN OTHER MOVE SPACES TO WS-ELIG-YEAR-NAME
              END-EVALUATE
              IF WS-ELIG-YEAR-NAME NOT = SPACES
                 MOVE WS-ELIG-YEARS-TEXT TO WS-ELIG-YEARS-WORK
                 MOVE SPACES TO WS-ELIG-YEARS-TEXT
                 IF WS-ELIG-YEARS-WORK = SPACES
                    MOVE WS-ELIG-YEAR-NAME TO WS-ELIG-YEARS-TEXT
                 ELSE
                    STRING FUNCTION TRIM(WS-ELIG-YEARS-WORK) ", "
                           FUNCTION TRIM(WS-ELIG-YEAR-NAME)
                           DELIMITED BY SIZE INTO WS-ELIG-YEARS-TEXT
                    END-STRING
                 END-IF
              END-IF
           END-PERFORM.

      *> The posting's rules on the details screen, and - when the
      *> registrar has sent the viewer's record - whether they pass.
       SHOW-ELIGIBILITY-RULES.
           MOVE WS-TEMP-NUM TO WS-ELIG-IDX
           IF WS-JOB-MIN-GPA(WS-ELIG-IDX) = SPACES AND
              WS-JOB-CLASS-YEARS(WS-ELIG-IDX) = SPACES
              EXIT PARAGRAPH
           END-IF
           IF WS-JOB-MIN-GPA(WS-ELIG-IDX) NOT = SPACES
              MOVE SPACES TO WS-DISPLAY-LINE
              STRING "Minimum GPA: " WS-JOB-MIN-GPA(WS-ELIG-IDX)
                     DELIMITED BY SIZE INTO WS-DISPLAY-LINE
              END-STRING
              MOVE "WRITE" TO WS-IO-COMMAND
              CALL "IO-MODULE" USING WS-IO-COMMAND WS-DISPLAY-LINE
           END-IF
           IF WS-JOB-CLASS-YEARS(WS-ELIG-IDX) NOT = SPACES
              PERFORM DESCRIBE-CLASS-YEARS
              MOVE SPACES TO WS-DISPLAY-LINE
              STRING "Open to: " FUNCTION TRIM(WS-ELIG-YEARS-TEXT)
                     DELIMITED BY SIZE INTO WS-DISPLAY-LINE
              END-STRING
              MOVE "WRITE" TO WS-IO-COMMAND
              CALL "IO-MODULE" USING WS-IO-COMMAND WS-DISPLAY-LINE
           END-IF
           PERFORM LOAD-MY-ACADEMIC-RECORD
           IF WS-ACAD-FOUND = "N"
              EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-JOB-ELIGIBILITY
           MOVE SPACES TO WS-DISPLAY-LINE
           IF WS-ELIG-RESULT = "Y"
              MOVE "You meet this posting's eligibility rules."
                 TO WS-DISPLAY-LINE
              MOVE "JOBM-182" TO WS-MSG-ID
              PERFORM SAY-LINE
           ELSE
              STRING "You are not eligible: "
                     FUNCTION TRIM(WS-ELIG-REASON) "."
                     DELIMITED BY SIZE INTO WS-DISPLAY-LINE
              END-STRING
              MOVE "WRITE" TO WS-IO-COMMAND
              CALL "IO-MODULE" USING WS-IO-COMMAND WS-DISPLAY-LINE
           END-IF.

      *> EDIT-POSTING's option 4: the location picked by number from
      *> the location reference list, or typed and matched against
      *> it as POST-JOB does (kept as typed, unmapped, when nothing
      *> matches), into WS-EDIT-LOCATION and WS-EDIT-LOC-CODE; then
      *> the work mode into WS-EDIT-WORK-MODE, Enter keeping the one
      *> on file (or the one the typed text implies).
      *> WS-EDIT-LOC-VALID comes back N when no location was given.
       PROMPT-EDIT-LOCATION.
           MOVE "N" TO WS-EDIT-LOC-VALID
           MOVE SPACES TO WS-EDIT-LOC-CODE
           MOVE "LOOKUP" TO LI-COMMAND
           MOVE WS-EDIT-JOB-ID TO LI-JOB-ID
           CALL "LOCATION-REF" USING LOCATION-INFO
           MOVE LI-WORK-MODE TO WS-EDIT-WORK-MODE

           MOVE "LIST" TO LI-COMMAND
           CALL "LOCATION-REF" USING LOCATION-INFO
           PERFORM VARYING WS-LOC-IDX FROM 1 BY 1
                   UNTIL WS-LOC-IDX > LI-COUNT
              MOVE WS-LOC-IDX TO WS-LOC-NUM
              MOVE SPACES TO WS-DISPLAY-LINE
              STRING FUNCTION TRIM(WS-LOC-NUM) ". "
                     FUNCTION TRIM(LI-L-DISPLAY(WS-LOC-IDX))
                     DELIMITED BY SIZE INTO WS-DISPLAY-LINE
              END-STRING
              MOVE "WRITE" TO WS-IO-COMMAND
              CALL "IO-MODULE" USING WS-IO-COMMAND WS-DISPLAY-LINE
           END-PERFORM
           IF LI-COUNT > 0
              MOVE "Enter a number, or type the new location if it is"
               & " not listed:" TO WS-DISPLAY-LINE
              MOVE "JOBM-109" TO WS-MSG-ID
           ELSE
              MOVE "Enter the new location:" TO WS-DISPLAY-LINE
              MOVE "JOBM-110" TO WS-MSG-ID
           END-IF
           PERFORM SAY-LINE
           MOVE SPACES TO WS-IO-LINE
           MOVE "READ" TO WS-IO-COMMAND
           CALL "IO-MODULE" USING WS-IO-COMMAND WS-IO-LINE
           IF WS-IO-LINE(1:1) = HIGH-VALUES OR
              FUNCTION TRIM(WS-IO-LINE) = SPACES
              MOVE "Location cannot be blank." TO WS-DISPLAY-LINE
              MOVE "JOBM-111" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF

           IF LI-COUNT > 0 AND FUNCTION TRIM(WS-IO-LINE) IS NUMERIC
              MOVE FUNCTION NUMVAL(WS-IO-LINE) TO WS-LOC-IDX
              IF WS-LOC-IDX < 1 OR WS-LOC-IDX > LI-COUNT
                 MOVE "Invalid choice." TO WS-DISPLAY-LINE
                 MOVE "JOBM-081" TO WS-MSG-ID
                 PERFORM SAY-LINE
                 EXIT PARAGRAPH
              END-IF
              MOVE LI-L-CODE(WS-LOC-IDX) TO WS-EDIT-LOC-CODE
              MOVE LI-L-DISPLAY(WS-LOC-IDX) TO WS-EDIT-LOCATION
           ELSE
              MOVE WS-IO-LINE(1:50) TO WS-EDIT-LOCATION
              MOVE "MAP" TO LI-COMMAND
              MOVE WS-IO-LINE(1:50) TO LI-TEXT
              CALL "LOCATION-REF" USING LOCATION-INFO
              IF LI-WORK-MODE NOT = SPACE
                 MOVE LI-WORK-MODE TO WS-EDIT-WORK-MODE
              END-IF
              IF LI-RESULT = "MAPPED"
                 MOVE LI-CODE TO WS-EDIT-LOC-CODE
                 MOVE LI-DISPLAY TO WS-EDIT-LOCATION
                 MOVE SPACES TO WS-DISPLAY-LINE
                 STRING "Matched to " FUNCTION TRIM(LI-DISPLAY) "."
                        DELIMITED BY SIZE INTO WS-DISPLAY-LINE
                 END-STRING
                 MOVE "WRITE" TO WS-IO-COMMAND
                 CALL "IO-MODULE" USING WS-IO-COMMAND WS-DISPLAY-LINE
              ELSE
                 MOVE "Not on the location list yet - kept as typed for"
                  & " career services to map." TO WS-DISPLAY-LINE
                 MOVE "JOBM-183" TO WS-MSG-ID
                 PERFORM SAY-LINE
              END-IF
           END-IF
           MOVE "Y" TO WS-EDIT-LOC-VALID

           PERFORM SET-MODE-NAME
           MOVE "Work mode: 1. On-site  2. Hybrid  3. Remote"
               TO WS-DISPLAY-LINE
           MOVE "JOBM-112" TO WS-MSG-ID
           PERFORM SAY-LINE
           IF WS-MODE-NAME NOT = SPACES
              MOVE SPACES TO WS-DISPLAY-LINE
              STRING "Enter your choice (Enter keeps "
                     FUNCTION TRIM(WS-MODE-NAME) "):"
                     DELIMITED BY SIZE INTO WS-DISPLAY-LINE
              END-STRING
              MOVE "WRITE" TO WS-IO-COMMAND
              CALL "IO-MODULE" USING WS-IO-COMMAND WS-DISPLAY-LINE
           ELSE
              MOVE "Enter your choice (Enter leaves it unstated):"
                  TO WS-DISPLAY-LINE
              MOVE "JOBM-184" TO WS-MSG-ID
              PERFORM SAY-LINE
           END-IF
           MOVE SPACES TO WS-IO-LINE
           MOVE "READ" TO WS-IO-COMMAND
           CALL "IO-MODULE" USING WS-IO-COMMAND WS-IO-LINE
           EVALUATE WS-IO-LINE(1:1)
              WHEN "1" MOVE "O" TO WS-EDIT-WORK-MODE
              WHEN "2" MOVE "H" TO WS-EDIT-WORK-MODE
              WHEN "3" MOVE "R" TO WS-EDIT-WORK-MODE
              WHEN OTHER CONTINUE
           END-EVALUATE.

      *> EDIT-POSTING's options 8 and 9: reads and checks the new
      *> minimum GPA (into WS-ELIG-NEW-GPA, formatted n.nn) or class
      *> years (into WS-ELIG-NEW-YEARS, digits in order, each once).
      *> A blank answer removes the rule. WS-ELIG-VALID comes back N
      *> when the answer cannot be used.
       PROMPT-ELIGIBILITY-VALUE.
           MOVE "Y" TO WS-ELIG-VALID
           IF WS-EDIT-CHOICE = 8
              MOVE "Enter the minimum GPA as n.nn (0.00-4.00), or pre"
               & "ss Enter for no minimum:" TO WS-DISPLAY-LINE
              MOVE "JOBM-185" TO WS-MSG-ID
           ELSE
              MOVE "Enter the class years allowed - 1 Freshman,"
               & " 2 Sophomore, 3 Junior," TO WS-DISPLAY-LINE
              MOVE "JOBM-113" TO WS-MSG-ID
              PERFORM SAY-LINE
              MOVE "4 Senior, 5 Graduate (e.g. 34), or press Enter to"
               & " allow every year:" TO WS-DISPLAY-LINE
              MOVE "JOBM-186" TO WS-MSG-ID
           END-IF
           PERFORM SAY-LINE
           MOVE SPACES TO WS-IO-LINE
           MOVE "READ" TO WS-IO-COMMAND
           CALL "IO-MODULE" USING WS-IO-COMMAND WS-IO-LINE
           IF WS-IO-LINE(1:1) = HIGH-VALUES
              MOVE SPACES TO WS-IO-LINE
           END-IF

           IF WS-EDIT-CHOICE = 8
              MOVE SPACES TO WS-ELIG-NEW-GPA
              IF FUNCTION TRIM(WS-IO-LINE) = SPACES
                 EXIT PARAGRAPH
              END-IF
              MOVE FUNCTION TRIM(WS-IO-LINE) TO WS-ELIG-GPA-TEXT
              MOVE WS-ELIG-GPA-TEXT TO WS-ELIG-GPA-CHECK
              MOVE 0 TO WS-ELIG-HITS
              INSPECT WS-ELIG-GPA-CHECK TALLYING WS-ELIG-HITS
                 FOR ALL "."
              INSPECT WS-ELIG-GPA-CHECK REPLACING ALL "." BY "0"
              IF WS-ELIG-HITS > 1 OR
                 FUNCTION TRIM(WS-ELIG-GPA-CHECK) IS NOT NUMERIC
                 MOVE "N" TO WS-ELIG-VALID
              ELSE
                 COMPUTE WS-ELIG-MIN-GPA =
                    FUNCTION NUMVAL(WS-ELIG-GPA-TEXT)
                 IF FUNCTION NUMVAL(WS-ELIG-GPA-TEXT) > 4
                    MOVE "N" TO WS-ELIG-VALID
                 ELSE
                    MOVE WS-ELIG-MIN-GPA TO WS-ELIG-GPA-DISP
                    MOVE WS-ELIG-GPA-DISP TO WS-ELIG-NEW-GPA
                 END-IF
              END-IF
              IF WS-ELIG-VALID = "N"
                 MOVE "The minimum GPA must be a number from 0.00 to 4"
                  & ".00." TO WS-DISPLAY-LINE
                 MOVE "JOBM-114" TO WS-MSG-ID
                 PERFORM SAY-LINE
              END-IF
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-ELIG-NEW-YEARS
           MOVE WS-IO-LINE(1:60) TO WS-ELIG-CHECK-LINE
           INSPECT WS-ELIG-CHECK-LINE
              CONVERTING "12345,/" TO "       "
           IF WS-ELIG-CHECK-LINE NOT = SPACES
              MOVE "N" TO WS-ELIG-VALID
              MOVE "Class years must be digits 1 to 5." TO
                 WS-DISPLAY-LINE
              MOVE "WRITE" TO WS-IO-COMMAND
              CALL "IO-MODULE" USING WS-IO-COMMAND WS-DISPLAY-LINE
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-ELIG-POS
           PERFORM VARYING WS-ELIG-Y-IDX FROM 1 BY 1
                   UNTIL WS-ELIG-Y-IDX > 5
              MOVE WS-ELIG-Y-IDX TO WS-ELIG-YEAR-CHAR
              MOVE 0 TO WS-ELIG-HITS
              INSPECT WS-IO-LINE(1:60) TALLYING WS-ELIG-HITS
                 FOR ALL WS-ELIG-YEAR-CHAR
              IF WS-ELIG-HITS > 0
                 ADD 1 TO WS-ELIG-POS
                 MOVE WS-ELIG-YEAR-CHAR
                    TO WS-ELIG-NEW-YEARS(WS-ELIG-POS:1)
              END-IF
           END-PERFORM.

      *> A one-campus posting only browses on its own campus: both
      *> codes present and different hides it. A viewer or posting
           IF WS-SALSUM-STATUS NOT = "00"
              MOVE "No salary snapshot has been published yet."
                   TO WS-DISPLAY-LINE
              MOVE "JOBM-115" TO WS-MSG-ID
              PERFORM SAY-LINE
           ELSE
              PERFORM UNTIL WS-SALSUM-EOF = "Y"
                 READ SALARY-SUMMARY-FILE
                          IF WS-AV-SHOWN = 1
                             MOVE "The applicant's published "
                              & "availability:" TO WS-DISPLAY-LINE
                             MOVE "JOBM-116" TO WS-MSG-ID
                             PERFORM SAY-LINE
                          END-IF
                          PERFORM AV-DAY-TO-NAME
                          MOVE SPACES TO WS-DISPLAY-LINE
              CLOSE INTERVIEW-FILE
           END-IF.

      *> An on-campus round takes one of the career center's rooms
      *> for the slot. The rooms are listed with the ones already
      *> taken at that slot marked, and a taken room is refused the
      *> way CHECK-SLOT-CONFLICT refuses a taken slot. With no room
      *> inventory on file the question is not asked at all.
      *> WS-ROOM-PICK comes back blank for an off-campus round.
       ASK-INTERVIEW-ROOM.
           MOVE "N" TO WS-ROOM-REFUSED
           MOVE SPACES TO WS-ROOM-PICK
           MOVE 0 TO WS-ROOM-COUNT
           MOVE "N" TO WS-ROOM-EOF
           OPEN INPUT ROOM-FILE
           IF WS-ROOM-STATUS = "00"
              PERFORM UNTIL WS-ROOM-EOF = "Y"
                 READ ROOM-FILE
                    AT END MOVE "Y" TO WS-ROOM-EOF
                    NOT AT END ADD 1 TO WS-ROOM-COUNT
                 END-READ
              END-PERFORM
              CLOSE ROOM-FILE
           END-IF
           IF WS-ROOM-COUNT = 0
              EXIT PARAGRAPH
           END-IF

           MOVE "Is this an on-campus round in a career center room?"
            & " (Y/N):" TO WS-DISPLAY-LINE
           MOVE "JOBM-117" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "READ" TO WS-IO-COMMAND
           CALL "IO-MODULE" USING WS-IO-COMMAND WS-IO-LINE
           IF FUNCTION UPPER-CASE(WS-IO-LINE(1:1)) NOT = "Y"
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-DISPLAY-LINE
           STRING "Career center rooms at " FUNCTION TRIM(WS-IVW-SLOT)
                  ":" DELIMITED BY SIZE INTO WS-DISPLAY-LINE
           END-STRING
           MOVE "WRITE" TO WS-IO-COMMAND
           CALL "IO-MODULE" USING WS-IO-COMMAND WS-DISPLAY-LINE
           MOVE "N" TO WS-ROOM-EOF
           OPEN INPUT ROOM-FILE
           PERFORM UNTIL WS-ROOM-EOF = "Y"
              READ ROOM-FILE
                 AT END MOVE "Y" TO WS-ROOM-EOF
                 NOT AT END
                    MOVE RM-CODE TO WS-ROOM-CHECK
                    PERFORM CHECK-ROOM-CONFLICT
                    MOVE SPACES TO WS-DISPLAY-LINE
                    IF WS-ROOM-TAKEN = "Y"
                       STRING "  " RM-CODE " " RM-NAME
                              " - booked" DELIMITED BY SIZE
                              INTO WS-DISPLAY-LINE
                       END-STRING
                    ELSE
                       STRING "  " RM-CODE " " RM-NAME
                              " - seats " RM-SEATS
                              DELIMITED BY SIZE
                              INTO WS-DISPLAY-LINE
                       END-STRING
                    END-IF
                    MOVE "WRITE" TO WS-IO-COMMAND
                    CALL "IO-MODULE" USING WS-IO-COMMAND
                         WS-DISPLAY-LINE
              END-READ
           END-PERFORM
           CLOSE ROOM-FILE

           MOVE "Enter the room code:" TO WS-DISPLAY-LINE
           MOVE "JOBM-118" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "READ" TO WS-IO-COMMAND
           CALL "IO-MODULE" USING WS-IO-COMMAND WS-IO-LINE
           MOVE FUNCTION UPPER-CASE(WS-IO-LINE(1:6)) TO WS-ROOM-CHECK

           MOVE "N" TO WS-ROOM-FOUND
           MOVE "N" TO WS-ROOM-EOF
           OPEN INPUT ROOM-FILE
           PERFORM UNTIL WS-ROOM-EOF = "Y"
              READ ROOM-FILE
                 AT END MOVE "Y" TO WS-ROOM-EOF
                 NOT AT END
                    IF FUNCTION UPPER-CASE(RM-CODE) = WS-ROOM-CHECK
                       MOVE "Y" TO WS-ROOM-FOUND
                       MOVE RM-CODE TO WS-ROOM-CHECK
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ROOM-FILE

           IF WS-ROOM-FOUND = "N"
              MOVE "Y" TO WS-ROOM-REFUSED
              MOVE "No career center room has that code."
                   TO WS-DISPLAY-LINE
              MOVE "JOBM-119" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-ROOM-CONFLICT
           IF WS-ROOM-TAKEN = "Y"
              MOVE "Y" TO WS-ROOM-REFUSED
              MOVE "That room is already booked for that slot - pick "
               & "another room or time." TO WS-DISPLAY-LINE
              MOVE "JOBM-120" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF
           MOVE WS-ROOM-CHECK TO WS-ROOM-PICK.

      *> Is room WS-ROOM-CHECK already held at WS-IVW-SLOT?
       CHECK-ROOM-CONFLICT.
           MOVE "N" TO WS-ROOM-TAKEN
           MOVE "N" TO WS-RBK-EOF
           OPEN INPUT ROOM-BOOKING-FILE
           IF WS-RBK-STATUS = "00"
              PERFORM UNTIL WS-RBK-EOF = "Y"
                 READ ROOM-BOOKING-FILE
                    AT END MOVE "Y" TO WS-RBK-EOF
                    NOT AT END
                       IF RBK-ROOM = WS-ROOM-CHECK AND
                          FUNCTION TRIM(RBK-SLOT) =
                          FUNCTION TRIM(WS-IVW-SLOT)
                          MOVE "Y" TO WS-ROOM-TAKEN
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ROOM-BOOKING-FILE
           END-IF.

       BOOK-INTERVIEW-ROOM.
           OPEN EXTEND ROOM-BOOKING-FILE
           IF WS-RBK-STATUS NOT = "00"
              OPEN OUTPUT ROOM-BOOKING-FILE
           END-IF
           MOVE WS-ROOM-PICK TO RBK-ROOM
           MOVE WS-IVW-SLOT TO RBK-SLOT
           MOVE WS-UPD-JOB-ID TO RBK-JOB-ID
           MOVE JM-USERNAME TO RBK-EMPLOYER
           MOVE WS-UPD-APPLIER TO RBK-APPLICANT
           WRITE ROOM-BOOKING-REC
           CLOSE ROOM-BOOKING-FILE.

      *> After a round's slot has passed, the employer records the
      *> structured outcome against it - advance or reject, a 0-100
      *> score and a comment - so the whole trail sits behind the
      *> eventual offer decision instead of being re-proposed over
      *> the same row. The rewrite uses the same temp-file replace
      *> cycle MY-INTERVIEWS uses on this file. A candidate who did
      *> not turn up is recorded as a No-show, with no score, and is
      *> entered in the professional conduct register.
       RECORD-INTERVIEW-OUTCOME.
           MOVE "Enter the Job ID of the interview:" TO WS-DISPLAY-LINE
           MOVE "JOBM-121" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "READ" TO WS-IO-COMMAND
           CALL "IO-MODULE" USING WS-IO-COMMAND WS-IO-LINE
           MOVE FUNCTION NUMVAL(WS-IO-LINE) TO WS-IVO-JOB-ID

           MOVE "Enter the applicant's username:" TO WS-DISPLAY-LINE
           MOVE "JOBM-075" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "READ" TO WS-IO-COMMAND
           CALL "IO-MODULE" USING WS-IO-COMMAND WS-IO-LINE
           MOVE WS-IO-LINE TO WS-IVO-APPLICANT

           MOVE "Enter the round number:" TO WS-DISPLAY-LINE
           MOVE "JOBM-122" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "READ" TO WS-IO-COMMAND
           CALL "IO-MODULE" USING WS-IO-COMMAND WS-IO-LINE
           MOVE FUNCTION NUMVAL(WS-IO-LINE) TO WS-IVW-ROUND-NUM
           MOVE WS-IVW-ROUND-NUM TO WS-IVO-ROUND

           MOVE "1. Advance to the next round" TO WS-DISPLAY-LINE
           MOVE "JOBM-123" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "2. Reject" TO WS-DISPLAY-LINE
           MOVE "JOBM-124" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "3. Candidate did not show up" TO WS-DISPLAY-LINE
           MOVE "JOBM-125" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "Enter your choice:" TO WS-DISPLAY-LINE
           MOVE "ENTER-CHOICE" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "READ" TO WS-IO-COMMAND
           CALL "IO-MODULE" USING WS-IO-COMMAND WS-IO-LINE
           MOVE FUNCTION NUMVAL(WS-IO-LINE(1:1)) TO WS-IVO-CHOICE
           IF WS-IVO-CHOICE < 1 OR WS-IVO-CHOICE > 3
              MOVE "Invalid choice." TO WS-DISPLAY-LINE
              MOVE "JOBM-081" TO WS-MSG-ID
              PERFORM SAY-LINE
              MOVE "SUCCESS" TO JM-MESSAGE
              EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-IVO-SCORE
           IF WS-IVO-CHOICE < 3
              MOVE "Enter a score (0-100):" TO WS-DISPLAY-LINE
              MOVE "JOBM-126" TO WS-MSG-ID
              PERFORM SAY-LINE
              MOVE "READ" TO WS-IO-COMMAND
              CALL "IO-MODULE" USING WS-IO-COMMAND WS-IO-LINE
              MOVE FUNCTION NUMVAL(WS-IO-LINE) TO WS-IVO-SCORE
              IF WS-IVO-SCORE > 100
                 MOVE 100 TO WS-IVO-SCORE
              END-IF
           END-IF

           MOVE "Enter a short comment:" TO WS-DISPLAY-LINE
           MOVE "JOBM-127" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "READ" TO WS-IO-COMMAND
           CALL "IO-MODULE" USING WS-IO-COMMAND WS-IO-LINE
           MOVE SPACES TO WS-FC-TEXT
           MOVE WS-IO-LINE(1:52) TO WS-FC-TEXT
           MOVE 60 TO WS-FC-WIDTH
           PERFORM SEAL-FIELD
           MOVE WS-FC-TEXT TO WS-IVO-COMMENT

           MOVE FUNCTION CURRENT-DATE TO WS-SAVED-CURR-DATE
           MOVE SPACES TO WS-IVO-TODAY
                             MOVE "Y" TO WS-IVO-TOO-SOON
                          ELSE
                             MOVE "Y" TO WS-IVO-FOUND
                             EVALUATE WS-IVO-CHOICE
                                WHEN 1 SET IV-OUT-ADVANCE TO TRUE
                                WHEN 2 SET IV-OUT-REJECT TO TRUE
                                WHEN 3 SET IV-OUT-NOSHOW TO TRUE
                             END-EVALUATE
                             MOVE WS-IVO-SCORE TO IV-SCORE
                             IF IV-OUT-NOSHOW
                                MOVE SPACES TO IV-SCORE
                             END-IF
                             MOVE WS-IVO-COMMENT TO IV-COMMENT
                          END-IF
                       END-IF
                       WRITE IVW-TEMP-REC FROM INTERVIEW-REC
              END-PERFORM
              CLOSE IVW-TEMP-FILE
              CLOSE INTERVIEW-FILE
              IF WS-IVO-CHOICE = 3
                 MOVE "LOG" TO WS-CI-COMMAND
                 MOVE WS-IVO-APPLICANT TO WS-CI-PARTY
                 MOVE "IV-NOSHOW" TO WS-CI-TYPE
                 MOVE SPACES TO WS-CI-REF
                 STRING "Job " WS-IVO-JOB-ID " round " WS-IVO-ROUND
                        DELIMITED BY SIZE INTO WS-CI-REF
                 END-STRING
                 CALL "CONDUCT-LOG" USING WS-CI-COMMAND WS-CI-PARTY
                      WS-CI-TYPE WS-CI-REF JM-USERNAME WS-CI-RESULT
              END-IF
              MOVE "Round outcome recorded." TO WS-DISPLAY-LINE
              MOVE "JOBM-187" TO WS-MSG-ID
           ELSE
              IF WS-IVO-TOO-SOON = "Y"
                 MOVE "That round's slot has not passed yet - record "
                  & "the outcome afterwards." TO WS-DISPLAY-LINE
                 MOVE "JOBM-188" TO WS-MSG-ID
              ELSE
                 MOVE "No interview of yours matches that Job ID, app"
                  & "licant and round." TO WS-DISPLAY-LINE
                 MOVE "JOBM-189" TO WS-MSG-ID
              END-IF
           END-IF
           PERFORM SAY-LINE
           MOVE "SUCCESS" TO JM-MESSAGE.

      *> The round-by-round trail for the applicant under review,
                     DELIMITED BY SIZE INTO WS-DISPLAY-LINE
              END-STRING
           ELSE
              MOVE SPACES TO WS-FC-TEXT
              MOVE IV-COMMENT TO WS-FC-TEXT
              MOVE 60 TO WS-FC-WIDTH
              PERFORM OPEN-FIELD
              STRING "      Round "
                     FUNCTION TRIM(IV-ROUND)
                     " (" FUNCTION TRIM(IV-ROUND-TYPE)
                     ") on " FUNCTION TRIM(IV-SLOT)
                     " - " FUNCTION TRIM(IV-OUTCOME)
                     ", score " FUNCTION TRIM(IV-SCORE)
                     ": " FUNCTION TRIM(WS-FC-TEXT(1:60))
                     DELIMITED BY SIZE INTO WS-DISPLAY-LINE
              END-STRING
           END-IF
       VIEW-APPLICANTS-FOR-POSTINGS.
           MOVE 0 TO WS-POSTING-COUNT
           MOVE 0 TO WS-CAND-COUNT
           MOVE "--- Applicants for Your Postings ---"
              TO WS-DISPLAY-LINE
           MOVE "JOBM-128" TO WS-MSG-ID
           PERFORM SAY-LINE

           MOVE "N" TO WS-END-OF-FILE
           OPEN INPUT JOB-FILE
           IF WS-POSTING-COUNT = 0
               MOVE "You have not posted any jobs yet."
                    TO WS-DISPLAY-LINE
               MOVE "JOBM-129" TO WS-MSG-ID
               PERFORM SAY-LINE
           ELSE
               PERFORM OFFER-MESSAGE-ALL-APPLICANTS
               PERFORM OFFER-EMPLOYER-MATCH-RANKING
               PERFORM OFFER-APPLICANT-NOTE
               PERFORM OFFER-RUBRIC-SCORING
               PERFORM OFFER-RUBRIC-REPORT
       OFFER-APPLICANT-NOTE.
           MOVE "Add or edit a private note for an applicant? (Y/N):"
                TO WS-DISPLAY-LINE
           MOVE "JOBM-130" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "READ" TO WS-IO-COMMAND
           CALL "IO-MODULE" USING WS-IO-COMMAND WS-IO-LINE
           IF FUNCTION UPPER-CASE(WS-IO-LINE(1:1)) NOT = "Y"
           END-IF

           MOVE "Enter the Job ID:" TO WS-DISPLAY-LINE
           MOVE "JOBM-096" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "READ" TO WS-IO-COMMAND
           CALL "IO-MODULE" USING WS-IO-COMMAND WS-IO-LINE
           MOVE FUNCTION NUMVAL(WS-IO-LINE) TO WS-NE-JOB-ID
           ELSE
              MOVE "Enter the applicant's username:"
                   TO WS-DISPLAY-LINE
              MOVE "JOBM-075" TO WS-MSG-ID
              PERFORM SAY-LINE
              MOVE "READ" TO WS-IO-COMMAND
              CALL "IO-MODULE" USING WS-IO-COMMAND WS-IO-LINE
              MOVE WS-IO-LINE TO WS-NE-APPLICANT
           END-IF

           MOVE "Shortlist this applicant? (Y/N):" TO WS-DISPLAY-LINE
           MOVE "JOBM-131" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "READ" TO WS-IO-COMMAND
           CALL "IO-MODULE" USING WS-IO-COMMAND WS-IO-LINE
           IF FUNCTION UPPER-CASE(WS-IO-LINE(1:1)) = "Y"

           MOVE "Enter your note (or press Enter for none):"
                TO WS-DISPLAY-LINE
           MOVE "JOBM-132" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "READ" TO WS-IO-COMMAND
           CALL "IO-MODULE" USING WS-IO-COMMAND WS-IO-LINE
           MOVE SPACES TO WS-FC-TEXT
           MOVE WS-IO-LINE(1:92) TO WS-FC-TEXT
           MOVE 100 TO WS-FC-WIDTH
           PERFORM SEAL-FIELD
           MOVE WS-FC-TEXT TO WS-NE-TEXT

           PERFORM SAVE-APPLICANT-NOTE

           END-IF

           MOVE "Applicant note saved." TO WS-DISPLAY-LINE
           MOVE "JOBM-133" TO WS-MSG-ID
           PERFORM SAY-LINE.

      *> Prompts for a candidate number from the anonymized list and
      *> resolves it to JOB-APPLIER through the map filled at listing
       PICK-CANDIDATE-BY-NUMBER.
           MOVE "Enter the candidate number from the list:"
                TO WS-DISPLAY-LINE
           MOVE "JOBM-134" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "READ" TO WS-IO-COMMAND
           CALL "IO-MODULE" USING WS-IO-COMMAND WS-IO-LINE
           MOVE FUNCTION NUMVAL(WS-IO-LINE) TO WS-CAND-PICK
           IF WS-CAND-HIT = "N"
              MOVE "No candidate on that posting has that number."
                   TO WS-DISPLAY-LINE
              MOVE "JOBM-135" TO WS-MSG-ID
              PERFORM SAY-LINE
           END-IF.

      *> Sets WS-ANON-CHECK to Y when the posting WS-NE-JOB-ID sits
       OFFER-POOL-SAVE.
           MOVE "Save an applicant to a talent pool? (Y/N):"
                TO WS-DISPLAY-LINE
           MOVE "JOBM-136" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "READ" TO WS-IO-COMMAND
           CALL "IO-MODULE" USING WS-IO-COMMAND WS-IO-LINE
           IF FUNCTION UPPER-CASE(WS-IO-LINE(1:1)) NOT = "Y"
           END-IF

           MOVE "Enter the Job ID they applied to:" TO WS-DISPLAY-LINE
           MOVE "JOBM-137" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "READ" TO WS-IO-COMMAND
           CALL "IO-MODULE" USING WS-IO-COMMAND WS-IO-LINE
           MOVE FUNCTION NUMVAL(WS-IO-LINE) TO WS-NE-JOB-ID
           ELSE
              MOVE "Enter the applicant's username:"
                   TO WS-DISPLAY-LINE
              MOVE "JOBM-075" TO WS-MSG-ID
              PERFORM SAY-LINE
              MOVE "READ" TO WS-IO-COMMAND
              CALL "IO-MODULE" USING WS-IO-COMMAND WS-IO-LINE
              MOVE WS-IO-LINE TO WS-NE-APPLICANT
           END-IF

           MOVE "Pool name:" TO WS-DISPLAY-LINE
           MOVE "JOBM-138" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "READ" TO WS-IO-COMMAND
           CALL "IO-MODULE" USING WS-IO-COMMAND WS-IO-LINE
           MOVE WS-IO-LINE TO WS-TP-POOL-NAME

           MOVE "A note about why they stood out:" TO WS-DISPLAY-LINE
           MOVE "JOBM-139" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "READ" TO WS-IO-COMMAND
           CALL "IO-MODULE" USING WS-IO-COMMAND WS-IO-LINE

           CLOSE POOLS-FILE

           MOVE "Saved to the pool." TO WS-DISPLAY-LINE
           MOVE "JOBM-140" TO WS-MSG-ID
           PERFORM SAY-LINE.

      *> Per-posting funnel for the poster: view events and distinct
      *> viewers from data/job-views.dat, applications by status from
      *> applications.dat, click-throughs to an employer-site apply
      *> link from data/apply-clicks.dat, and days from posting to
      *> the first Hired.
       POSTING-STATS.
           MOVE 0 TO WS-POSTING-COUNT
           MOVE "--- Posting Funnel ---" TO WS-DISPLAY-LINE
           MOVE "JOBM-141" TO WS-MSG-ID
           PERFORM SAY-LINE

           MOVE "N" TO WS-END-OF-FILE
           OPEN INPUT JOB-FILE
           IF WS-POSTING-COUNT = 0
               MOVE "You have not posted any jobs yet."
                    TO WS-DISPLAY-LINE
               MOVE "JOBM-129" TO WS-MSG-ID
               PERFORM SAY-LINE
           END-IF

           MOVE "SUCCESS" TO JM-MESSAGE.
           STRING "  Views: " WS-FN-VIEWS
                  "  Unique viewers: " WS-FN-UNIQUE
                  "  Applications: " WS-FN-APPS
                  "  Click-throughs: " WS-FN-CLICKS
                  DELIMITED BY SIZE
                  INTO WS-DISPLAY-LINE
           END-STRING
           END-IF.

       TALLY-POSTING-FUNNEL.
           MOVE 0 TO WS-FN-VIEWS WS-FN-UNIQUE WS-FN-APPS WS-FN-CLICKS
                     WS-FN-APPLIED WS-FN-REVIEW WS-FN-INTERVIEW
                     WS-FN-REJECTED WS-FN-HIRED
           MOVE SPACES TO WS-FN-HIRE-DATE
              CLOSE VIEWLOG-FILE
           END-IF

           MOVE "N" TO WS-CLICK-EOF
           OPEN INPUT CLICK-FILE
           IF WS-CLICK-STATUS = "00"
              PERFORM UNTIL WS-CLICK-EOF = "Y"
                 READ CLICK-FILE
                     AT END MOVE "Y" TO WS-CLICK-EOF
                     NOT AT END
                         IF CK-JOB-ID = WS-POSTING-JOB-ID
                            ADD 1 TO WS-FN-CLICKS
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE CLICK-FILE
           END-IF

           MOVE "N" TO WS-APPS-EOF
           OPEN INPUT APPLICATION-FILE
           IF WS-APP-FILE-STATUS = "00"
       OFFER-MESSAGE-ALL-APPLICANTS.
           MOVE "Message all applicants of one posting? Enter the"
                TO WS-DISPLAY-LINE
           MOVE "JOBM-142" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "Job ID (or 0 to skip):" TO WS-DISPLAY-LINE
           MOVE "JOBM-143" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "READ" TO WS-IO-COMMAND
           CALL "IO-MODULE" USING WS-IO-COMMAND WS-IO-LINE
           MOVE FUNCTION NUMVAL(WS-IO-LINE) TO WS-BCAST-JOB-ID

           IF WS-BCAST-OWNED = "N"
              MOVE "You did not post that job." TO WS-DISPLAY-LINE
              MOVE "JOBM-082" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF

      *> A saved reply goes out merged per applicant and counted
      *> against the daily message cap one recipient at a time.
           MOVE "PICK" TO WS-BCAST-RT-COMMAND
           MOVE SPACES TO WS-BCAST-RECIPIENT WS-BCAST-RT-TEXT
           CALL "REPLY-TEMPLATES" USING WS-BCAST-RT-COMMAND
                JM-USERNAME WS-BCAST-RECIPIENT WS-BCAST-JOB-ID
                WS-BCAST-RT-TEXT WS-BCAST-RT-RESULT
           IF WS-BCAST-RT-RESULT = "PICKED" OR
              WS-BCAST-RT-RESULT = "PICKED-JOB"
              MOVE WS-BCAST-RT-TEXT TO WS-BCAST-TEMPLATE
              PERFORM SEND-TEMPLATED-BROADCAST
              EXIT PARAGRAPH
           END-IF

           MOVE "Enter the message to send to every applicant:"
                TO WS-DISPLAY-LINE
           MOVE "JOBM-144" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "READ" TO WS-IO-COMMAND
           CALL "IO-MODULE" USING WS-IO-COMMAND WS-IO-LINE
           MOVE WS-IO-LINE(1:472) TO WS-BCAST-TEXT

           MOVE FUNCTION CURRENT-DATE TO WS-BCAST-CURR-DATE
           STRING WS-BCAST-CURR-DATE(1:4)  "-"
                  WS-BCAST-CURR-DATE(11:2) ":"
                  WS-BCAST-CURR-DATE(13:2)
                  DELIMITED BY SIZE
                  INTO WS-BCAST-TS
           END-STRING

           MOVE 0 TO WS-BCAST-COUNT
           MOVE "N" TO WS-APPS-EOF
           OPEN INPUT APPLICATION-FILE
           OPEN EXTEND MESSAGE-FILE
           IF WS-APP-FILE-STATUS = "00"
              PERFORM UNTIL WS-APPS-EOF = "Y"
                 READ APPLICATION-FILE
                     AT END MOVE "Y" TO WS-APPS-EOF
                     NOT AT END
                         IF APP-JOB-ID = WS-BCAST-JOB-ID
                            MOVE JM-USERNAME TO MSG-SENDER
                            MOVE JOB-APPLIER TO MSG-RECIPIENT
                            MOVE WS-BCAST-TEXT TO WS-FC-TEXT
                            MOVE 480 TO WS-FC-WIDTH
                            PERFORM SEAL-FIELD
                            MOVE WS-FC-TEXT TO MSG-TEXT
                            MOVE WS-BCAST-TS TO MSG-SENT-DATE
                            SET MSG-UNREAD TO TRUE
                            MOVE "N" TO MSG-HIDDEN-FLAG
                            WRITE MESSAGE-RECORD
                            ADD 1 TO WS-BCAST-COUNT
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE APPLICATION-FILE
           END-IF
           CLOSE MESSAGE-FILE

           MOVE SPACES TO WS-DISPLAY-LINE
           STRING "Message sent to " WS-BCAST-COUNT " applicant(s)."
                  DELIMITED BY SIZE
                  INTO WS-DISPLAY-LINE
           END-STRING
           MOVE "WRITE" TO WS-IO-COMMAND
           CALL "IO-MODULE" USING WS-IO-COMMAND WS-DISPLAY-LINE.

      *> The saved-reply broadcast: the posting's applicants are
      *> collected first, then each gets the template merged for
      *> them (name, posting, interview slot) as its own message.
      *> RATE-LIMIT counts today's messages.dat rows, so each one is
      *> written and closed before the next recipient is asked
      *> about; once the cap is reached the rest are held back.
       SEND-TEMPLATED-BROADCAST.
           MOVE 0 TO WS-BCAST-TO-COUNT
           MOVE "N" TO WS-APPS-EOF
           OPEN INPUT APPLICATION-FILE
           IF WS-APP-FILE-STATUS = "00"
              PERFORM UNTIL WS-APPS-EOF = "Y"
                 READ APPLICATION-FILE
                     AT END MOVE "Y" TO WS-APPS-EOF
                     NOT AT END
                         IF APP-JOB-ID = WS-BCAST-JOB-ID AND
                            WS-BCAST-TO-COUNT < 200
                            ADD 1 TO WS-BCAST-TO-COUNT
                            MOVE JOB-APPLIER TO
                                 WS-BCAST-TO(WS-BCAST-TO-COUNT)
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE APPLICATION-FILE
           END-IF

           MOVE 0 TO WS-BCAST-COUNT
           MOVE 0 TO WS-BCAST-HELD
           PERFORM VARYING WS-BCAST-IDX FROM 1 BY 1
                   UNTIL WS-BCAST-IDX > WS-BCAST-TO-COUNT
              IF WS-BCAST-HELD = 0
                 PERFORM SEND-ONE-TEMPLATED
              END-IF
              IF WS-BCAST-HELD > 0
                 ADD 1 TO WS-BCAST-HELD
              END-IF
           END-PERFORM

           MOVE SPACES TO WS-DISPLAY-LINE
           STRING "Message sent to " WS-BCAST-COUNT " applicant(s)."
                  INTO WS-DISPLAY-LINE
           END-STRING
           MOVE "WRITE" TO WS-IO-COMMAND
           CALL "IO-MODULE" USING WS-IO-COMMAND WS-DISPLAY-LINE
           IF WS-BCAST-HELD > 0
              SUBTRACT 1 FROM WS-BCAST-HELD
              MOVE SPACES TO WS-DISPLAY-LINE
              STRING "Today's message limit was reached - "
                     WS-BCAST-HELD " applicant(s) not sent it."
                     DELIMITED BY SIZE
                     INTO WS-DISPLAY-LINE
              END-STRING
              MOVE "WRITE" TO WS-IO-COMMAND
              CALL "IO-MODULE" USING WS-IO-COMMAND WS-DISPLAY-LINE
           END-IF.

      *> WS-BCAST-HELD goes to 1 when the cap refuses this one.
       SEND-ONE-TEMPLATED.
           MOVE "MESSAGE" TO WS-BCAST-RL-KIND
           CALL "RATE-LIMIT" USING WS-BCAST-RL-KIND JM-USERNAME
                WS-BCAST-ALLOWED
           IF WS-BCAST-ALLOWED NOT = "Y"
              MOVE 1 TO WS-BCAST-HELD
              EXIT PARAGRAPH
           END-IF

           MOVE WS-BCAST-TO(WS-BCAST-IDX) TO WS-BCAST-RECIPIENT
           MOVE WS-BCAST-TEMPLATE TO WS-BCAST-RT-TEXT
           MOVE "MERGE" TO WS-BCAST-RT-COMMAND
           CALL "REPLY-TEMPLATES" USING WS-BCAST-RT-COMMAND
                JM-USERNAME WS-BCAST-RECIPIENT WS-BCAST-JOB-ID
                WS-BCAST-RT-TEXT WS-BCAST-RT-RESULT

           MOVE FUNCTION CURRENT-DATE TO WS-BCAST-CURR-DATE
           STRING WS-BCAST-CURR-DATE(1:4)  "-"
                  WS-BCAST-CURR-DATE(5:2)  "-"
                  WS-BCAST-CURR-DATE(7:2)  "T"
                  WS-BCAST-CURR-DATE(9:2)  ":"
                  WS-BCAST-CURR-DATE(11:2) ":"
                  WS-BCAST-CURR-DATE(13:2)
                  DELIMITED BY SIZE
                  INTO WS-BCAST-TS
           END-STRING

           OPEN EXTEND MESSAGE-FILE
           MOVE JM-USERNAME TO MSG-SENDER
           MOVE WS-BCAST-RECIPIENT TO MSG-RECIPIENT
           MOVE WS-BCAST-RT-TEXT TO WS-FC-TEXT
           MOVE 480 TO WS-FC-WIDTH
           PERFORM SEAL-FIELD
           MOVE WS-FC-TEXT TO MSG-TEXT
           MOVE WS-BCAST-TS TO MSG-SENT-DATE
           SET MSG-UNREAD TO TRUE
           MOVE "N" TO MSG-HIDDEN-FLAG
           WRITE MESSAGE-RECORD
           CLOSE MESSAGE-FILE
           ADD 1 TO WS-BCAST-COUNT.

      *> Reads applications.dat with its own end-of-file flag so the
      *> caller's sweep of jobs.dat (also on WS-END-OF-FILE) is not

           IF WS-POSTING-APP-COUNT = 0
               MOVE "  (no applicants yet)" TO WS-DISPLAY-LINE
               MOVE "JOBM-145" TO WS-MSG-ID
               PERFORM SAY-LINE
           END-IF.

       LIST-APPLICANT-PASS.
                               IF WS-NOTE-FLAG-W = "Y"
                                   MOVE "      [shortlisted]"
                                        TO WS-DISPLAY-LINE
                                   MOVE "JOBM-146" TO WS-MSG-ID
                                   PERFORM SAY-LINE
                               END-IF
                               IF WS-NOTE-FOUND = "Y" AND
                                  FUNCTION TRIM(WS-NOTE-TEXT-W)
                               IF WS-PQ-COUNT > 0
                                   PERFORM SHOW-APPLICANT-ANSWERS
                               END-IF
                               PERFORM SHOW-APPLICANT-COVER
                               MOVE JOB-APPLIER TO WS-RH-APPLICANT
                               PERFORM SHOW-ROUND-HISTORY.


      *> The cover letter sent with the application. A letter can
      *> name its writer, so on an anonymized posting it waits for
      *> the shortlist reveal the same way the referral line does.
       SHOW-APPLICANT-COVER.
           MOVE JOB-APPLIER TO WS-DX-USER
           MOVE APP-JOB-ID TO WS-DX-JOB-ID
           IF WS-POSTING-ANON = "Y" AND WS-NOTE-FLAG-W NOT = "Y"
              MOVE "HAS-COVER" TO WS-DX-COMMAND
              CALL "DOC-LIBRARY" USING WS-DX-COMMAND WS-DX-USER
                   WS-DX-JOB-ID WS-DX-RESULT
              IF WS-DX-RESULT(1:1) = "Y"
                 MOVE "      Cover letter on file (shown once "
                    & "shortlisted)" TO WS-DISPLAY-LINE
                 MOVE "JOBM-147" TO WS-MSG-ID
                 PERFORM SAY-LINE
              END-IF
           ELSE
              MOVE "SHOW-COVER" TO WS-DX-COMMAND
              CALL "DOC-LIBRARY" USING WS-DX-COMMAND WS-DX-USER
                   WS-DX-JOB-ID WS-DX-RESULT
           END-IF.

      *> Sets WS-RUB-OWNED to Y when JM-USERNAME posted WS-RS-JOB-ID
      *> or shares a company with its poster - the same
      *> employer-teams.dat gate UPDATE-APP-STATUS applies - so one
       OFFER-RUBRIC-SCORING.
           MOVE "Score an applicant against a posting rubric? (Y/N):"
                TO WS-DISPLAY-LINE
           MOVE "JOBM-148" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "READ" TO WS-IO-COMMAND
           CALL "IO-MODULE" USING WS-IO-COMMAND WS-IO-LINE
           IF FUNCTION UPPER-CASE(WS-IO-LINE(1:1)) NOT = "Y"
           END-IF

           MOVE "Enter the Job ID:" TO WS-DISPLAY-LINE
           MOVE "JOBM-096" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "READ" TO WS-IO-COMMAND
           CALL "IO-MODULE" USING WS-IO-COMMAND WS-IO-LINE
           MOVE FUNCTION NUMVAL(WS-IO-LINE) TO WS-RS-JOB-ID
           IF WS-RUB-OWNED = "N"
              MOVE "That posting is not yours or your team's."
                   TO WS-DISPLAY-LINE
              MOVE "JOBM-149" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF

           IF WS-RUB-COUNT = 0
              MOVE "That posting has no rubric on file."
                   TO WS-DISPLAY-LINE
              MOVE "JOBM-150" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF

           ELSE
              MOVE "Enter the applicant's username:"
                   TO WS-DISPLAY-LINE
              MOVE "JOBM-075" TO WS-MSG-ID
              PERFORM SAY-LINE
              MOVE "READ" TO WS-IO-COMMAND
              CALL "IO-MODULE" USING WS-IO-COMMAND WS-IO-LINE
              MOVE WS-IO-LINE TO WS-RS-APPLICANT
           CLOSE SCORES-FILE

           MOVE "Scores recorded." TO WS-DISPLAY-LINE
           MOVE "JOBM-151" TO WS-MSG-ID
           PERFORM SAY-LINE.

       LOAD-POSTING-RUBRIC.
           MOVE 0 TO WS-RUB-COUNT
       OFFER-RUBRIC-REPORT.
           MOVE "View the ranked rubric report for a posting? (Y/N):"
                TO WS-DISPLAY-LINE
           MOVE "JOBM-152" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "READ" TO WS-IO-COMMAND
           CALL "IO-MODULE" USING WS-IO-COMMAND WS-IO-LINE
           IF FUNCTION UPPER-CASE(WS-IO-LINE(1:1)) NOT = "Y"
           END-IF

           MOVE "Enter the Job ID:" TO WS-DISPLAY-LINE
           MOVE "JOBM-096" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "READ" TO WS-IO-COMMAND
           CALL "IO-MODULE" USING WS-IO-COMMAND WS-IO-LINE
           MOVE FUNCTION NUMVAL(WS-IO-LINE) TO WS-RS-JOB-ID
           IF WS-RUB-OWNED = "N"
              MOVE "That posting is not yours or your team's."
                   TO WS-DISPLAY-LINE
              MOVE "JOBM-149" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF

           IF WS-RUB-COUNT = 0
              MOVE "That posting has no rubric on file."
                   TO WS-DISPLAY-LINE
              MOVE "JOBM-150" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF

           IF WS-RK-COUNT = 0
              MOVE "No scores recorded for that posting yet."
                   TO WS-DISPLAY-LINE
              MOVE "JOBM-153" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-ANON-POSTING

           MOVE "--- Ranked Rubric Report ---" TO WS-DISPLAY-LINE
           MOVE "JOBM-154" TO WS-MSG-ID
           PERFORM SAY-LINE
           PERFORM VARYING WS-RK-I FROM 1 BY 1
                   UNTIL WS-RK-I > WS-RK-COUNT
              MOVE WS-RK-TOTAL(WS-RK-I) TO WS-RK-TOTAL-DISP
                 END-READ
              END-PERFORM
              CLOSE NOTES-FILE
           END-IF
           IF WS-NOTE-FOUND = "Y"
              MOVE SPACES TO WS-FC-TEXT
              MOVE WS-NOTE-TEXT-W TO WS-FC-TEXT
              MOVE 100 TO WS-FC-WIDTH
              PERFORM OPEN-FIELD
              MOVE WS-FC-TEXT TO WS-NOTE-TEXT-W
           END-IF.

      *> Messages, applicant notes and interview comments are kept
      *> sealed under the current key in data/field-keys.dat (see
      *> FIELD-CRYPT). The text goes in WS-FC-TEXT and the column's
      *> width in WS-FC-WIDTH; the seal header takes 8 of the width,
      *> so prompts cut the text to width - 8 before sealing. A
      *> column with no key on file yet is stored plain and sealed
      *> by KEY-ROTATE; opening a plain column hands it back as is.
       SEAL-FIELD.
           MOVE "ENCRYPT" TO WS-FC-COMMAND
           CALL "FIELD-CRYPT" USING WS-FC-COMMAND WS-FC-TEXT
                WS-FC-WIDTH WS-FC-RESULT.

       OPEN-FIELD.
           MOVE "DECRYPT" TO WS-FC-COMMAND
           CALL "FIELD-CRYPT" USING WS-FC-COMMAND WS-FC-TEXT
                WS-FC-WIDTH WS-FC-RESULT.

      *> Loads the screening questions for WS-POSTING-JOB-ID so each
      *> applicant's answers can be labelled with their question.
       LOAD-POSTING-QUESTIONS.
      *> using the same temp-file-and-replace pattern UPDATE-FILE
      *> already uses in UserProfile.cob.
       EDIT-POSTING.
           PERFORM LIST-SCHEDULED-POSTINGS
           MOVE "Enter the Job ID of your posting:" TO WS-DISPLAY-LINE
           MOVE "JOBM-084" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "READ" TO WS-IO-COMMAND
           CALL "IO-MODULE" USING WS-IO-COMMAND WS-IO-LINE
           MOVE FUNCTION NUMVAL(WS-IO-LINE) TO WS-EDIT-JOB-ID

           MOVE "1. Edit Title" TO WS-DISPLAY-LINE
           MOVE "JOBM-155" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "2. Edit Description" TO WS-DISPLAY-LINE
           MOVE "JOBM-156" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "3. Edit Employer" TO WS-DISPLAY-LINE
           MOVE "JOBM-157" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "4. Edit Location / Work Mode" TO WS-DISPLAY-LINE
           MOVE "JOBM-158" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "5. Edit Salary" TO WS-DISPLAY-LINE
           MOVE "JOBM-159" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "6. Close This Posting" TO WS-DISPLAY-LINE
           MOVE "JOBM-160" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "7. Reopen This Posting" TO WS-DISPLAY-LINE
           MOVE "JOBM-161" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "8. Edit Minimum GPA" TO WS-DISPLAY-LINE
           MOVE "JOBM-162" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "9. Edit Allowed Class Years" TO WS-DISPLAY-LINE
           MOVE "JOBM-163" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "Enter your choice:" TO WS-DISPLAY-LINE
           MOVE "ENTER-CHOICE" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "READ" TO WS-IO-COMMAND
           CALL "IO-MODULE" USING WS-IO-COMMAND WS-IO-LINE
           MOVE FUNCTION NUMVAL(WS-IO-LINE(1:1)) TO WS-EDIT-CHOICE

           IF WS-EDIT-CHOICE < 1 OR WS-EDIT-CHOICE > 9
              MOVE "Invalid choice." TO WS-DISPLAY-LINE
              MOVE "JOBM-081" TO WS-MSG-ID
              PERFORM SAY-LINE
              MOVE "SUCCESS" TO JM-MESSAGE
              GOBACK
           END-IF

           IF WS-EDIT-CHOICE >= 1 AND WS-EDIT-CHOICE <= 5 AND
              WS-EDIT-CHOICE NOT = 4
               MOVE "Enter the new value:" TO WS-DISPLAY-LINE
               MOVE "JOBM-164" TO WS-MSG-ID
               PERFORM SAY-LINE
               MOVE "READ" TO WS-IO-COMMAND
               CALL "IO-MODULE" USING WS-IO-COMMAND WS-IO-LINE
           END-IF

           IF WS-EDIT-CHOICE = 4
              PERFORM PROMPT-EDIT-LOCATION
              IF WS-EDIT-LOC-VALID = "N"
                 MOVE "SUCCESS" TO JM-MESSAGE
                 GOBACK
              END-IF
           END-IF

           IF WS-EDIT-CHOICE = 8 OR WS-EDIT-CHOICE = 9
              PERFORM PROMPT-ELIGIBILITY-VALUE
              IF WS-ELIG-VALID = "N"
                 MOVE "SUCCESS" TO JM-MESSAGE
                 GOBACK
              END-IF
           END-IF

           MOVE "N" TO WS-JA-NEEDED
           IF WS-EDIT-CHOICE = 5 OR WS-EDIT-CHOICE = 7
              PERFORM CHECK-EDIT-ATTESTATION
              IF WS-ATTEST-OK NOT = "Y"
                 MOVE "No change made - an unpaid posting needs the"
                  & " completed attestation." TO WS-DISPLAY-LINE
                 MOVE "JOBM-165" TO WS-MSG-ID
                 PERFORM SAY-LINE
                 MOVE "SUCCESS" TO JM-MESSAGE
                 GOBACK
              END-IF
           END-IF

           MOVE "jobs" TO WS-LK-FILE
           PERFORM ACQUIRE-DATA-LOCK
           IF WS-LK-RESULT NOT = "OK"

           MOVE "N" TO WS-EDIT-FOUND
           MOVE "N" TO WS-EDIT-OWNED
           MOVE "N" TO WS-EDIT-HELD
           MOVE "N" TO WS-EDIT-SCHEDULED
           MOVE "N" TO WS-EDIT-SCREEN-HIT
           MOVE "N" TO WS-AD-WAS-CLOSED
           MOVE "N" TO WS-END-OF-FILE
           OPEN INPUT JOB-FILE
           OPEN OUTPUT JOB-TEMP-FILE
                              WS-SAME-TEAM = "Y"
                               MOVE "Y" TO WS-EDIT-FOUND
                               MOVE "Y" TO WS-EDIT-OWNED
                               IF JOB-SCHEDULED
                                   MOVE "Y" TO WS-EDIT-SCHEDULED
                                   MOVE JOB-POSTED-DATE
                                        TO WS-EDIT-GO-LIVE
                               END-IF
                               EVALUATE WS-EDIT-CHOICE
                                   WHEN 1 MOVE "Title" TO WS-CA-FIELD
                                          MOVE JOB-TITLE
                                   WHEN 6 MOVE "Status" TO WS-CA-FIELD
                                          MOVE JOB-STATUS
                                               TO WS-CA-BEFORE
                                          IF JOB-CLOSED
                                             MOVE "Y"
                                               TO WS-AD-WAS-CLOSED
                                          END-IF
                                   WHEN 7 MOVE "Status" TO WS-CA-FIELD
                                          MOVE JOB-STATUS
                                               TO WS-CA-BEFORE
                                   WHEN 8 MOVE "Minimum GPA"
                                               TO WS-CA-FIELD
                                          MOVE JOB-MIN-GPA
                                               TO WS-CA-BEFORE
                                   WHEN 9 MOVE "Class Years"
                                               TO WS-CA-FIELD
                                          MOVE JOB-CLASS-YEARS
                                               TO WS-CA-BEFORE
                                   WHEN OTHER CONTINUE
                               END-EVALUATE
                               EVALUATE WS-EDIT-CHOICE
                                              TO JOB-DESCRIPTION
                                          MOVE JOB-DESCRIPTION(1:50)
                                               TO WS-CA-AFTER
                                   WHEN 3 MOVE WS-IO-LINE
                                      TO JOB-EMPLOYER
                                          MOVE JOB-EMPLOYER
                                               TO WS-CA-AFTER
                                   WHEN 4 MOVE WS-EDIT-LOCATION
                                      TO JOB-LOCATION
                                          MOVE JOB-LOCATION
                                               TO WS-CA-AFTER
                                   WHEN 5 MOVE WS-IO-LINE TO JOB-SALARY
                                   WHEN 6 SET JOB-CLOSED TO TRUE
                                          MOVE JOB-STATUS
                                               TO WS-CA-AFTER
                                   WHEN 7 IF JOB-HELD
                                             MOVE "Y" TO WS-EDIT-HELD
                                          ELSE
                                             IF NOT JOB-SCHEDULED
                                                SET JOB-OPEN TO TRUE
                                             END-IF
                                          END-IF
                                          MOVE JOB-STATUS
                                               TO WS-CA-AFTER
                                   WHEN 8 MOVE WS-ELIG-NEW-GPA
                                               TO JOB-MIN-GPA
                                          MOVE JOB-MIN-GPA
                                               TO WS-CA-AFTER
                                   WHEN 9 MOVE WS-ELIG-NEW-YEARS
                                               TO JOB-CLASS-YEARS
                                          MOVE JOB-CLASS-YEARS
                                               TO WS-CA-AFTER
                                   WHEN OTHER CONTINUE
                               END-EVALUATE
                               IF WS-EDIT-CHOICE <= 5 AND JOB-OPEN
                                   PERFORM SCREEN-EDITED-POSTING
                               END-IF
                           END-IF
                           IF JOB-ID = WS-EDIT-JOB-ID AND
                              WS-SAME-TEAM NOT = "Y"
           CLOSE JOB-FILE
           PERFORM RELEASE-DATA-LOCK

           IF WS-EDIT-OWNED = "Y" AND WS-EDIT-HELD = "N" AND
              WS-EDIT-CHOICE >= 1 AND WS-EDIT-CHOICE <= 9 AND
              NOT (WS-EDIT-CHOICE = 7 AND WS-EDIT-SCHEDULED = "Y")
               MOVE "jobs.dat" TO WS-CA-FILE
               MOVE SPACES TO WS-CA-KEY
               MOVE WS-EDIT-JOB-ID TO WS-CA-KEY(1:5)
                    WS-CA-KEY WS-CA-FIELD WS-CA-BEFORE WS-CA-AFTER
           END-IF

      *> A scheduled posting never spent its credit, so closing it
      *> before it goes live has nothing to refund.
           IF WS-EDIT-OWNED = "Y" AND WS-EDIT-CHOICE = 6 AND
              WS-EDIT-SCHEDULED = "N"
               PERFORM REFUND-IF-UNUSED
           END-IF
           IF WS-EDIT-OWNED = "Y" AND WS-EDIT-CHOICE = 6
               IF WS-AD-WAS-CLOSED = "N"
                  MOVE "CLOSED" TO WS-AD-COMMAND
                  MOVE WS-EDIT-JOB-ID TO WS-AD-JOB-ID
                  CALL "APP-DISPOSITION" USING WS-AD-COMMAND
                       WS-AD-JOB-ID JM-USERNAME WS-AD-REASON
                       WS-AD-CHANGES WS-AD-RESULT
               END-IF
           END-IF

           IF WS-EDIT-OWNED = "Y" AND WS-EDIT-CHOICE = 4
               MOVE "RECORD" TO LI-COMMAND
               MOVE WS-EDIT-JOB-ID TO LI-JOB-ID
               MOVE WS-EDIT-LOC-CODE TO LI-CODE
               MOVE WS-EDIT-WORK-MODE TO LI-WORK-MODE
               MOVE JM-USERNAME TO LI-USER
               MOVE "EDIT" TO LI-SOURCE
               CALL "LOCATION-REF" USING LOCATION-INFO
           END-IF

           IF WS-EDIT-OWNED = "Y" AND WS-JA-NEEDED = "Y"
               MOVE "RECORD" TO WS-JA-COMMAND
               MOVE WS-EDIT-JOB-ID TO WS-JA-JOB-ID
               MOVE JM-USERNAME TO WS-JA-USER
               MOVE "EDIT" TO WS-JA-SOURCE
               CALL "JOB-ATTEST" USING WS-JA-COMMAND WS-JA-JOB-ID
                    WS-JA-SALARY WS-JA-ATTEST WS-JA-RESULT
           END-IF

           IF WS-EDIT-OWNED = "Y"
               MOVE "Posting updated." TO WS-DISPLAY-LINE
               MOVE "JOBM-190" TO WS-MSG-ID
               IF WS-EDIT-SCREEN-HIT = "Y"
                   MOVE "Posting updated, but held for a quick review"
                    & " by career services." TO WS-DISPLAY-LINE
                   MOVE "JOBM-191" TO WS-MSG-ID
               END-IF
           ELSE
               IF WS-EDIT-FOUND = "Y"
                   MOVE "You did not post that job." TO WS-DISPLAY-LINE
                   MOVE "JOBM-192" TO WS-MSG-ID
               ELSE
                   MOVE "No matching posting was found."
                        TO WS-DISPLAY-LINE
                   MOVE "JOBM-193" TO WS-MSG-ID
               END-IF
           END-IF
      *> A posting held by content screening only comes back through
      *> MOD-QUEUE; the poster cannot reopen it around the review.
           IF WS-EDIT-HELD = "Y"
               MOVE "That posting is held for moderation review and"
                & " cannot be reopened yet." TO WS-DISPLAY-LINE
               MOVE "JOBM-194" TO WS-MSG-ID
           END-IF
           IF WS-EDIT-SCHEDULED = "Y" AND WS-EDIT-CHOICE = 6
               MOVE "Scheduled posting cancelled before it went live"
                & " - no credit was used." TO WS-DISPLAY-LINE
               MOVE "JOBM-195" TO WS-MSG-ID
           END-IF
           IF WS-EDIT-SCHEDULED = "Y" AND WS-EDIT-CHOICE = 7
               MOVE SPACES TO WS-DISPLAY-LINE
               STRING "That posting is scheduled and opens on "
                      WS-EDIT-GO-LIVE "." DELIMITED BY SIZE
                      INTO WS-DISPLAY-LINE
               END-STRING
               MOVE "WRITE" TO WS-IO-COMMAND
               CALL "IO-MODULE" USING WS-IO-COMMAND WS-DISPLAY-LINE
           ELSE
               PERFORM SAY-LINE
           END-IF

           IF WS-EDIT-OWNED = "Y" AND WS-EDIT-CHOICE = 6
               PERFORM OFFER-BULK-DISPOSITION
           END-IF

           MOVE "SUCCESS" TO JM-MESSAGE.

      *> An edit to a live posting's text goes past CONTENT-SCREEN
      *> the way POST-JOB's SCREEN-POSTING screens a new one: a
      *> match files the system moderation report and the posting
      *> goes Held, out of Browse until MOD-QUEUE clears it. A
      *> scheduled posting is screened by PUBLISH as it opens, and a
      *> closed one is not in Browse to begin with.
       SCREEN-EDITED-POSTING.
           MOVE "JOB" TO WS-CS-KIND
           MOVE SPACES TO WS-CS-KEY
           MOVE JOB-ID TO WS-CS-KEY(1:5)
           MOVE SPACES TO WS-CS-TEXT
           STRING FUNCTION TRIM(JOB-TITLE) " / "
                  FUNCTION TRIM(JOB-EMPLOYER) " / "
                  FUNCTION TRIM(JOB-LOCATION) " / "
                  FUNCTION TRIM(JOB-SALARY) " / "
                  FUNCTION TRIM(JOB-DESCRIPTION)
                  DELIMITED BY SIZE
                  INTO WS-CS-TEXT
           END-STRING
           CALL "CONTENT-SCREEN" USING WS-CS-KIND WS-CS-KEY
                WS-CS-TEXT WS-CS-HIT
           IF WS-CS-HIT = "Y"
               SET JOB-HELD TO TRUE
               MOVE "Y" TO WS-EDIT-SCREEN-HIT
           END-IF.

      *> The poster's (and teammates') postings still waiting for
      *> their go-live date, listed ahead of the Job ID prompt so a
      *> scheduled posting can be found, edited or cancelled before
      *> PUBLISH opens it. Nothing shows when there are none.
       LIST-SCHEDULED-POSTINGS.
           MOVE 0 TO WS-SCHED-COUNT
           MOVE "N" TO WS-END-OF-FILE
           OPEN INPUT JOB-FILE
           IF WS-JOB-FILE-STATUS = "00"
               PERFORM UNTIL WS-END-OF-FILE = "Y"
                   READ JOB-FILE
                       AT END MOVE "Y" TO WS-END-OF-FILE
                       NOT AT END
                           IF JOB-SCHEDULED
                               MOVE JM-USERNAME TO WS-TEAM-USER-A
                               MOVE JOB-POSTER TO WS-TEAM-USER-B
                               PERFORM CHECK-SAME-TEAM
                               IF WS-SAME-TEAM = "Y"
                                   PERFORM SHOW-SCHEDULED-POSTING
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOB-FILE
           END-IF.

       SHOW-SCHEDULED-POSTING.
           ADD 1 TO WS-SCHED-COUNT
           IF WS-SCHED-COUNT = 1
               MOVE "Your scheduled postings:" TO WS-DISPLAY-LINE
               MOVE "JOBM-166" TO WS-MSG-ID
               PERFORM SAY-LINE
           END-IF
           MOVE SPACES TO WS-DISPLAY-LINE
           STRING "  Job ID " JOB-ID "  " FUNCTION TRIM(JOB-TITLE)
                  " - goes live " JOB-POSTED-DATE
                  DELIMITED BY SIZE INTO WS-DISPLAY-LINE
           END-STRING
           MOVE "WRITE" TO WS-IO-COMMAND
           CALL "IO-MODULE" USING WS-IO-COMMAND WS-DISPLAY-LINE.

      *> Closing a posting (or closing one again that DEADLINE-CLOSE
      *> or a final offer acceptance already closed) offers to reject
      *> everyone still Applied or Under Review in one step: one
      *> controlled reason code for all of them and one templated
      *> notice each, instead of UPDATE-APP-STATUS one at a time.
      *> Left alone, AUTO-DISPOSITION does it after the grace period.
       OFFER-BULK-DISPOSITION.
           MOVE "PENDING" TO WS-AD-COMMAND
           MOVE WS-EDIT-JOB-ID TO WS-AD-JOB-ID
           CALL "APP-DISPOSITION" USING WS-AD-COMMAND WS-AD-JOB-ID
                JM-USERNAME WS-AD-REASON WS-AD-CHANGES WS-AD-RESULT
           IF WS-AD-COUNT = 0
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-DISPLAY-LINE
           STRING WS-AD-COUNT
                  " applicant(s) are still Applied or Under Review"
                  " on this posting."
                  DELIMITED BY SIZE INTO WS-DISPLAY-LINE
           END-STRING
           MOVE "WRITE" TO WS-IO-COMMAND
           CALL "IO-MODULE" USING WS-IO-COMMAND WS-DISPLAY-LINE
           MOVE "Reject them all now with one reason and notice?"
              & " (Y/N)" TO WS-DISPLAY-LINE
           MOVE "JOBM-167" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "READ" TO WS-IO-COMMAND
           CALL "IO-MODULE" USING WS-IO-COMMAND WS-IO-LINE
           IF FUNCTION UPPER-CASE(WS-IO-LINE(1:1)) NOT = "Y"
              MOVE "Applicants left as they are." TO WS-DISPLAY-LINE
              MOVE "JOBM-168" TO WS-MSG-ID
              PERFORM SAY-LINE
              EXIT PARAGRAPH
           END-IF

           PERFORM ASK-REJECTION-REASON
           MOVE WS-RJ-CODE TO WS-AD-CODE
           MOVE WS-RJ-TEXT TO WS-AD-TEXT
           MOVE "DISPOSE" TO WS-AD-COMMAND
           CALL "APP-DISPOSITION" USING WS-AD-COMMAND WS-AD-JOB-ID
                JM-USERNAME WS-AD-REASON WS-AD-CHANGES WS-AD-RESULT
           IF WS-AD-RESULT = "BUSY"
              MOVE "The application file is busy - try again."
                   TO WS-DISPLAY-LINE
              MOVE "JOBM-196" TO WS-MSG-ID
              PERFORM SAY-LINE
           ELSE
              MOVE SPACES TO WS-DISPLAY-LINE
              STRING WS-AD-COUNT
                     " applicant(s) moved to Rejected and notified."
                     DELIMITED BY SIZE INTO WS-DISPLAY-LINE
              END-STRING
              MOVE "WRITE" TO WS-IO-COMMAND
              CALL "IO-MODULE" USING WS-IO-COMMAND WS-DISPLAY-LINE
           END-IF.


      *> A posting withdrawn before anyone applied gives its credit
                   WS-CR-AMOUNT WS-CR-RESULT
              MOVE "Posting credit refunded - nobody had applied."
                   TO WS-DISPLAY-LINE
              MOVE "JOBM-169" TO WS-MSG-ID
              PERFORM SAY-LINE
           END-IF.


      *> Changing the salary to zero or "unpaid", or reopening a
      *> posting whose salary already reads that way, needs the
      *> primary-beneficiary attestation on file first - the same
      *> bar POST-JOB sets (JOB-ATTEST owns the unpaid rule). An
      *> attestation already on file for the posting carries over;
      *> otherwise the poster answers the questions here and they
      *> are recorded once the edit goes through.
       CHECK-EDIT-ATTESTATION.
           MOVE "Y" TO WS-ATTEST-OK
           MOVE WS-EDIT-JOB-ID TO WS-JA-JOB-ID
           IF WS-EDIT-CHOICE = 5
              MOVE WS-IO-LINE(1:20) TO WS-JA-SALARY
           ELSE
              PERFORM LOAD-EDIT-JOB-SALARY
              IF WS-JA-FOUND = "N"
                 EXIT PARAGRAPH
              END-IF
           END-IF
           MOVE "UNPAID" TO WS-JA-COMMAND
           CALL "JOB-ATTEST" USING WS-JA-COMMAND WS-JA-JOB-ID
                WS-JA-SALARY WS-JA-ATTEST WS-JA-RESULT
           IF FUNCTION TRIM(WS-JA-RESULT) NOT = "UNPAID"
              EXIT PARAGRAPH
           END-IF
           MOVE "LOOKUP" TO WS-JA-COMMAND
           CALL "JOB-ATTEST" USING WS-JA-COMMAND WS-JA-JOB-ID
                WS-JA-SALARY WS-JA-ATTEST WS-JA-RESULT
           IF FUNCTION TRIM(WS-JA-RESULT) = "ON-FILE"
              EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-ATTEST-OK
           MOVE SPACES TO WS-JA-ATTEST
           MOVE "This posting is unpaid. Answer Y or N to each"
            & " primary-beneficiary question:" TO WS-DISPLAY-LINE
           MOVE "JOBM-170" TO WS-MSG-ID
           PERFORM SAY-LINE
           PERFORM VARYING WS-JA-IDX FROM 1 BY 1 UNTIL WS-JA-IDX > 7
              PERFORM ASK-ATTEST-QUESTION
           END-PERFORM
           IF WS-JA-ANSWERS(7:1) = SPACE
              EXIT PARAGRAPH
           END-IF
           MOVE "Name and title of the person attesting:"
                TO WS-DISPLAY-LINE
           MOVE "JOBM-171" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "READ" TO WS-IO-COMMAND
           CALL "IO-MODULE" USING WS-IO-COMMAND WS-JA-LINE
           IF WS-JA-LINE = HIGH-VALUES OR
              FUNCTION TRIM(WS-JA-LINE) = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE WS-JA-LINE TO WS-JA-SIGNER
           MOVE "Do you attest these answers are accurate? (Y/N):"
                TO WS-DISPLAY-LINE
           MOVE "JOBM-172" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "READ" TO WS-IO-COMMAND
           CALL "IO-MODULE" USING WS-IO-COMMAND WS-JA-LINE
           IF FUNCTION UPPER-CASE(WS-JA-LINE(1:1)) = "Y"
              MOVE "Y" TO WS-ATTEST-OK
              MOVE "Y" TO WS-JA-NEEDED
           END-IF.

      *> One question, asked until it gets a Y or N; running out of
      *> input leaves the answer blank and ends the questions.
       ASK-ATTEST-QUESTION.
           IF WS-JA-IDX > 1
              IF WS-JA-ANSWERS(WS-JA-IDX - 1:1) = SPACE
                 EXIT PARAGRAPH
              END-IF
           END-IF
           MOVE "N" TO WS-JA-VALID
           PERFORM UNTIL WS-JA-VALID = "Y"
              MOVE SPACES TO WS-DISPLAY-LINE
              STRING WS-JA-IDX ". " JOB-ATTEST-Q(WS-JA-IDX)
                     DELIMITED BY SIZE INTO WS-DISPLAY-LINE
              END-STRING
              MOVE "WRITE" TO WS-IO-COMMAND
              CALL "IO-MODULE" USING WS-IO-COMMAND WS-DISPLAY-LINE
              MOVE "READ" TO WS-IO-COMMAND
              CALL "IO-MODULE" USING WS-IO-COMMAND WS-JA-LINE
              IF WS-JA-LINE = HIGH-VALUES
                 MOVE "Y" TO WS-JA-VALID
              ELSE
                 EVALUATE FUNCTION UPPER-CASE(WS-JA-LINE(1:1))
                    WHEN "Y"
                       MOVE "Y" TO WS-JA-ANSWERS(WS-JA-IDX:1)
                       MOVE "Y" TO WS-JA-VALID
                    WHEN "N"
                       MOVE "N" TO WS-JA-ANSWERS(WS-JA-IDX:1)
                       MOVE "Y" TO WS-JA-VALID
                    WHEN OTHER
                       MOVE "Please answer Y or N." TO WS-DISPLAY-LINE
                       MOVE "JOBM-173" TO WS-MSG-ID
                       PERFORM SAY-LINE
                 END-EVALUATE
              END-IF
           END-PERFORM.

      *> The salary currently on the posting being reopened; only a
      *> posting the user (or their company team) owns counts.
       LOAD-EDIT-JOB-SALARY.
           MOVE "N" TO WS-JA-FOUND
           MOVE SPACES TO WS-JA-SALARY
           MOVE "N" TO WS-END-OF-FILE
           OPEN INPUT JOB-FILE
           IF WS-JOB-FILE-STATUS = "00"
              PERFORM UNTIL WS-END-OF-FILE = "Y"
                 READ JOB-FILE
                     AT END MOVE "Y" TO WS-END-OF-FILE
                     NOT AT END
                         IF JOB-ID = WS-EDIT-JOB-ID
                            MOVE JM-USERNAME TO WS-TEAM-USER-A
                            MOVE JOB-POSTER TO WS-TEAM-USER-B
                            PERFORM CHECK-SAME-TEAM
                            IF WS-SAME-TEAM = "Y"
                               MOVE "Y" TO WS-JA-FOUND
                               MOVE JOB-SALARY TO WS-JA-SALARY
                            END-IF
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE JOB-FILE
           END-IF.

      *> A rejection always carries one of the controlled reason
      *> codes - individual rejections sting less and teach more
       ASK-REJECTION-REASON.
           MOVE "Why is this applicant being rejected?"
                TO WS-DISPLAY-LINE
           MOVE "JOBM-174" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "1. Position filled" TO WS-DISPLAY-LINE
           MOVE "JOBM-175" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "2. Experience mismatch" TO WS-DISPLAY-LINE
           MOVE "JOBM-176" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "3. Incomplete application" TO WS-DISPLAY-LINE
           MOVE "JOBM-177" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "4. Applied after the deadline" TO WS-DISPLAY-LINE
           MOVE "JOBM-178" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "Enter the reason:" TO WS-DISPLAY-LINE
           MOVE "JOBM-179" TO WS-MSG-ID
           PERFORM SAY-LINE
           MOVE "READ" TO WS-IO-COMMAND
           CALL "IO-MODULE" USING WS-IO-COMMAND WS-IO-LINE
           MOVE FUNCTION NUMVAL(WS-IO-LINE(1:1)) TO WS-RJ-PICK

           MOVE "SUCCESS" TO JM-MESSAGE.

      *> Writes WS-DISPLAY-LINE in the account's screen language: the
      *> line holds the English wording, WS-MSG-ID its
      *> data/msg-catalog.dat ID.
       SAY-LINE.
           MOVE "TEXT" TO WS-SX-COMMAND
           CALL "SCREEN-TEXT" USING WS-SX-COMMAND JM-USERNAME
                                    WS-MSG-ID WS-DISPLAY-LINE
           MOVE "WRITE" TO WS-IO-COMMAND
           CALL "IO-MODULE" USING WS-IO-COMMAND WS-DISPLAY-LINE.

       END PROGRAM JOB-MGMT.

