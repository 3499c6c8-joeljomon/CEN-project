      *> Standalone utility that fills a training region with an
      *> anonymized copy of this region's data, so trainers and new
      *> support staff can practise on realistic volumes without
      *> real student data ever leaving production. Run it in the
      *> production region with the target region as its argument
      *> (TRAIN when none is given):
      *>
      *>   SCRAMBLE-COPY TRAIN
      *>
      *> The target's directories come from config/regions.dat -
      *> the same rows REGION-CONFIG reads - and the copy is written
      *> through the DD_scramble mapping, so nothing here can land
      *> in this region's own files. PROD as a target, a region
      *> with no row, and a target whose data directory is this
      *> region's own are all refused.
      *>
      *> Only the files on the copy list below are copied; anything
      *> else - the login and change audit trails, journals, terms
      *> of use acceptances and the audit chain, lockouts, one-time
      *> codes, rate hits, password history and forced changes,
      *> report subscriptions and deliveries, registrar and academic
      *> feeds, campus ID links, digest reply refs, backups,
      *> archives, the transcripts - never reaches the training
      *> region, which builds up its own as it is used. A listed
      *> file this region does not have is removed from the target
      *> so no stale copy from an earlier run survives.
      *>
      *> Every username is replaced by a pseudonym - averya0001 and
      *> the like, numbered in accounts.dat order - and the same
      *> pseudonym is used in every column of every file, so
      *> connections, applications, messages and counts still join
      *> up exactly as they do in production. Usernames in a
      *> username column with no account behind them get pseudonyms
      *> of their own. Names become the pseudonym's made-up name;
      *> free text (messages, notes, descriptions, answers) becomes
      *> fixed sample text; contacts, resume references, links and
      *> document titles become placeholders; every password is
      *> reset to the one training password shown in the report.
      *> The username-to-pseudonym table lives only in storage for
      *> the run and is never written anywhere. Structured
      *> attributes - dates, statuses, majors, grades, self-ID codes
      *> - are kept, since without a name they identify no one.
      *>
      *> Afterwards accounts.idx is rebuilt and INTEGRITY-CHECK is
      *> run against the copy, with the target's data and report
      *> directories mapped in for the duration. Per-file counts go
      *> to CONTROL-TOTALS and to reports/scramble-report.txt here,
      *> and the run is recorded in change-audit.dat.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCRAMBLE-COPY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATA-FILE ASSIGN USING WS-DATA-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATA-STATUS.
           SELECT TARGET-FILE ASSIGN USING WS-TARGET-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TARGET-STATUS.
           SELECT REGION-FILE ASSIGN TO "config/regions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGION-STATUS.
           SELECT CHECK-FILE ASSIGN TO "reports/integrity-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECK-STATUS.
           SELECT REPORT-FILE ASSIGN TO "reports/scramble-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD DATA-FILE.
       01 DATA-REC PIC X(5040).

       FD TARGET-FILE.
       01 TARGET-REC PIC X(5040).

       FD REGION-FILE.
       01 REGION-REC PIC X(240).

       FD CHECK-FILE.
       01 CHECK-REC PIC X(132).

       FD REPORT-FILE.
       01 REPORT-REC PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-DATA-STATUS   PIC XX.
       77 WS-TARGET-STATUS PIC XX.
       77 WS-REGION-STATUS PIC XX.
       77 WS-CHECK-STATUS  PIC XX.
       77 WS-EOF           PIC X VALUE "N".
       77 WS-FOUND         PIC X VALUE "N".
       77 WS-ABORT         PIC X VALUE "N".
       77 WS-DATA-PATH     PIC X(60).
       77 WS-TARGET-PATH   PIC X(60).
       77 WS-ARGS          PIC X(80).
       77 WS-TARGET        PIC X(10).
       77 WS-T-DATA        PIC X(60).
       77 WS-T-REPORT      PIC X(60).
       77 WS-CUR-DATA      PIC X(60).
       77 WS-SAVE-DATA     PIC X(60).
       77 WS-SAVE-REPORT   PIC X(60).
       77 WS-R-REGION      PIC X(20).
       77 WS-R-DATA        PIC X(60).
       77 WS-R-REPORT      PIC X(60).
       77 WS-R-PICKUP      PIC X(60).
       77 WS-R-BANNER      PIC X(60).
       77 WS-SRC-IDX       PIC 9(03).
       77 WS-SCR-IDX       PIC 9(03).
       77 WS-FS-IDX        PIC 9(02).
       77 WS-FS-COUNT      PIC 9(02).
       77 WS-POS           PIC 9(04).
       77 WS-LEN           PIC 9(03).
       77 WS-COL-IDX       PIC 9(01).
       77 WS-ROW-OWNER     PIC 9(04).
       77 WS-FILE-ROWS     PIC 9(07) VALUE 0.
       77 WS-FILE-NAMES    PIC 9(07) VALUE 0.
       77 WS-FILE-FIELDS   PIC 9(07) VALUE 0.
       77 WS-TOTAL-ROWS    PIC 9(08) VALUE 0.
       77 WS-FILES-COPIED  PIC 9(03) VALUE 0.
       77 WS-FILES-ABSENT  PIC 9(03) VALUE 0.
       77 WS-ORPHANS       PIC X(07) VALUE SPACES.
       77 WS-REPORT-LINE   PIC X(132).
       77 WS-DELETE-PATH   PIC X(61).
       77 WS-DELETE-RC     PIC S9(9) BINARY.

      *> Username to pseudonym table, built in accounts.dat order
      *> and kept in storage only. Sized past the account ceiling
      *> so that usernames with no account still fit; one that does
      *> not is written as a fixed placeholder, never as itself.
       77 WS-PS-MAX        PIC 9(04) VALUE 9999.
       77 WS-PS-COUNT      PIC 9(04) VALUE 0.
       77 WS-PS-ACCOUNTS   PIC 9(04) VALUE 0.
       77 WS-PS-IDX        PIC 9(04).
       77 WS-PS-HIT        PIC 9(04).
       77 WS-PS-ALLOCATE   PIC X VALUE "Y".
       77 WS-PS-NAME       PIC X(20).
       77 WS-PS-NUMBER     PIC 9(04).
       77 WS-PS-QUOT       PIC 9(04).
       77 WS-PS-FIRST-IDX  PIC 9(02).
       77 WS-PS-LAST-IDX   PIC 9(02).
       01 WS-PSEUDONYMS.
          05 WS-PS-ENTRY OCCURS 9999 TIMES.
             10 WS-PS-REAL  PIC X(20).
             10 WS-PS-FAKE  PIC X(20).
             10 WS-PS-FIRST PIC X(10).
             10 WS-PS-LAST  PIC X(10).

       01 WS-FIRST-NAME-LIST.
          05 FILLER PIC X(10) VALUE "Avery".
          05 FILLER PIC X(10) VALUE "Jordan".
          05 FILLER PIC X(10) VALUE "Casey".
          05 FILLER PIC X(10) VALUE "Riley".
          05 FILLER PIC X(10) VALUE "Morgan".
          05 FILLER PIC X(10) VALUE "Taylor".
          05 FILLER PIC X(10) VALUE "Quinn".
          05 FILLER PIC X(10) VALUE "Rowan".
          05 FILLER PIC X(10) VALUE "Parker".
          05 FILLER PIC X(10) VALUE "Skyler".
          05 FILLER PIC X(10) VALUE "Emerson".
          05 FILLER PIC X(10) VALUE "Finley".
          05 FILLER PIC X(10) VALUE "Harper".
          05 FILLER PIC X(10) VALUE "Logan".
          05 FILLER PIC X(10) VALUE "Reese".
          05 FILLER PIC X(10) VALUE "Sawyer".
          05 FILLER PIC X(10) VALUE "Dakota".
          05 FILLER PIC X(10) VALUE "Hayden".
          05 FILLER PIC X(10) VALUE "Jamie".
          05 FILLER PIC X(10) VALUE "Kendall".
       01 WS-FIRST-NAME-TABLE REDEFINES WS-FIRST-NAME-LIST.
          05 WS-FIRST-NAME PIC X(10) OCCURS 20 TIMES.
       01 WS-LAST-NAME-LIST.
          05 FILLER PIC X(10) VALUE "Adams".
          05 FILLER PIC X(10) VALUE "Baker".
          05 FILLER PIC X(10) VALUE "Carter".
          05 FILLER PIC X(10) VALUE "Diaz".
          05 FILLER PIC X(10) VALUE "Evans".
          05 FILLER PIC X(10) VALUE "Foster".
          05 FILLER PIC X(10) VALUE "Garcia".
          05 FILLER PIC X(10) VALUE "Hughes".
          05 FILLER PIC X(10) VALUE "Irwin".
          05 FILLER PIC X(10) VALUE "Jensen".
          05 FILLER PIC X(10) VALUE "Kim".
          05 FILLER PIC X(10) VALUE "Lopez".
          05 FILLER PIC X(10) VALUE "Morris".
          05 FILLER PIC X(10) VALUE "Nguyen".
          05 FILLER PIC X(10) VALUE "Owens".
          05 FILLER PIC X(10) VALUE "Patel".
          05 FILLER PIC X(10) VALUE "Reyes".
          05 FILLER PIC X(10) VALUE "Shaw".
          05 FILLER PIC X(10) VALUE "Turner".
          05 FILLER PIC X(10) VALUE "Walsh".
       01 WS-LAST-NAME-TABLE REDEFINES WS-LAST-NAME-LIST.
          05 WS-LAST-NAME PIC X(10) OCCURS 20 TIMES.

      *> Every account in the copy signs on with this password; it
      *> meets the password rules so trainers can change it.
       77 WS-TRAIN-PASSWORD PIC X(20) VALUE "Practice#1".
       77 WS-PWD-HASH       PIC X(20).
       77 WS-H-LINK         PIC X(20) VALUE ZEROS.
       77 WS-H-ROW          PIC X(700).
       77 WS-H-LEN          PIC 9(03).
       77 WS-H-HASH         PIC X(20).
       77 WS-PLACEHOLDER    PIC X(480).

       77 WS-CT-STEP       PIC X(20) VALUE "SCRAMBLE-COPY".
       77 WS-CT-FILE       PIC X(30).
       01 WS-CT-COUNTS.
          05 WS-CT-READ     PIC 9(7) VALUE 0.
          05 WS-CT-WRITTEN  PIC 9(7) VALUE 0.
          05 WS-CT-REJECTED PIC 9(7) VALUE 0.
          05 WS-CT-MOVED    PIC 9(7) VALUE 0.
       77 WS-CAW-ACTOR   PIC X(20) VALUE "SCRAMBLE-COPY".
       77 WS-CAW-FILE    PIC X(20).
       77 WS-CAW-KEY     PIC X(30).
       77 WS-CAW-FIELD   PIC X(15).
       77 WS-CAW-BEFORE  PIC X(50).
       77 WS-CAW-AFTER   PIC X(50).

      *> The copy list: every file that goes to the training region
      *> and its username columns, in the same form as USER-RENAME's
      *> list; position 0 means "no more columns in this file". The
      *> reference and control files at the end carry no usernames.
       01 WS-COPY-LIST.
          05 FILLER PIC X(40)
             VALUE "accounts.dat              001 000 000".
          05 FILLER PIC X(40)
             VALUE "profiles.dat              001 000 000".
          05 FILLER PIC X(40)
             VALUE "applications.dat          001 251 000".
          05 FILLER PIC X(40)
             VALUE "app-answers.dat           006 000 000".
          05 FILLER PIC X(40)
             VALUE "messages.dat              001 021 000".
          05 FILLER PIC X(40)
             VALUE "connections.dat           001 021 000".
          05 FILLER PIC X(40)
             VALUE "pending.dat               001 022 000".
          05 FILLER PIC X(40)
             VALUE "blocked.dat               001 022 000".
          05 FILLER PIC X(40)
             VALUE "rejected-connections.dat  001 022 000".
          05 FILLER PIC X(40)
             VALUE "notifications.dat         001 000 000".
          05 FILLER PIC X(40)
             VALUE "sessions.dat              001 000 000".
          05 FILLER PIC X(40)
             VALUE "skills.dat                001 000 000".
          05 FILLER PIC X(40)
             VALUE "skill-progress.dat        001 000 000".
          05 FILLER PIC X(40)
             VALUE "certificates.dat          001 000 000".
          05 FILLER PIC X(40)
             VALUE "events.dat                056 000 000".
          05 FILLER PIC X(40)
             VALUE "event-rsvps.dat           006 000 000".
          05 FILLER PIC X(40)
             VALUE "event-consent.dat         006 000 000".
          05 FILLER PIC X(40)
             VALUE "endorsements.dat          001 051 000".
          05 FILLER PIC X(40)
             VALUE "notif-prefs.dat           001 000 000".
          05 FILLER PIC X(40)
             VALUE "saved-jobs.dat            001 000 000".
          05 FILLER PIC X(40)
             VALUE "saved-searches.dat        001 000 000".
          05 FILLER PIC X(40)
             VALUE "offers.dat                006 026 000".
          05 FILLER PIC X(40)
             VALUE "interviews.dat            006 026 000".
          05 FILLER PIC X(40)
             VALUE "jobs.dat                  006 000 000".
          05 FILLER PIC X(40)
             VALUE "applicant-notes.dat       006 026 000".
          05 FILLER PIC X(40)
             VALUE "recommendations.dat       001 000 000".
          05 FILLER PIC X(40)
             VALUE "mentor-pairs.dat          001 021 000".
          05 FILLER PIC X(40)
             VALUE "mentor-meetings.dat       001 021 051".
          05 FILLER PIC X(40)
             VALUE "alumni.dat                001 000 000".
          05 FILLER PIC X(40)
             VALUE "account-campus.dat        001 000 000".
          05 FILLER PIC X(40)
             VALUE "account-roles.dat         001 000 000".
          05 FILLER PIC X(40)
             VALUE "work-terms.dat            001 021 000".
          05 FILLER PIC X(40)
             VALUE "references.dat            001 000 000".
          05 FILLER PIC X(40)
             VALUE "ref-requests.dat          006 026 000".
          05 FILLER PIC X(40)
             VALUE "ref-releases.dat          006 026 000".
          05 FILLER PIC X(40)
             VALUE "projects.dat              001 000 000".
          05 FILLER PIC X(40)
             VALUE "talent-pools.dat          001 051 000".
          05 FILLER PIC X(40)
             VALUE "company-followers.dat     001 021 000".
          05 FILLER PIC X(40)
             VALUE "employer-teams.dat        051 000 000".
          05 FILLER PIC X(40)
             VALUE "advisor-caseload.dat      001 021 000".
          05 FILLER PIC X(40)
             VALUE "legal-holds.dat           001 000 000".
          05 FILLER PIC X(40)
             VALUE "deactivated.dat           001 000 000".
          05 FILLER PIC X(40)
             VALUE "availability.dat          001 000 000".
          05 FILLER PIC X(40)
             VALUE "rejection-reasons.dat     006 000 000".
          05 FILLER PIC X(40)
             VALUE "office-hours.dat          001 037 000".
          05 FILLER PIC X(40)
             VALUE "survey-responses.dat      001 000 000".
          05 FILLER PIC X(40)
             VALUE "survey-declines.dat       001 000 000".
          05 FILLER PIC X(40)
             VALUE "profile-nudges.dat        001 000 000".
          05 FILLER PIC X(40)
             VALUE "posting-credits.dat       001 000 000".
          05 FILLER PIC X(40)
             VALUE "credit-exempt.dat         001 000 000".
          05 FILLER PIC X(40)
             VALUE "appfeed-marks.dat         001 000 000".
          05 FILLER PIC X(40)
             VALUE "employers.dat             001 000 000".
          05 FILLER PIC X(40)
             VALUE "rec-letters.dat           001 021 000".
          05 FILLER PIC X(40)
             VALUE "rubric-scores.dat         006 026 000".
          05 FILLER PIC X(40)
             VALUE "job-views.dat             006 000 000".
          05 FILLER PIC X(40)
             VALUE "referrals.dat             006 026 000".
          05 FILLER PIC X(40)
             VALUE "company-ratings.dat       001 021 000".
          05 FILLER PIC X(40)
             VALUE "profile-views.dat         001 021 000".
          05 FILLER PIC X(40)
             VALUE "groups.dat                146 000 000".
          05 FILLER PIC X(40)
             VALUE "group-members.dat         006 000 000".
          05 FILLER PIC X(40)
             VALUE "group-posts.dat           012 000 000".
          05 FILLER PIC X(40)
             VALUE "match-ranks.dat           005 030 000".
          05 FILLER PIC X(40)
             VALUE "academic-records.dat      001 000 000".
          05 FILLER PIC X(40)
             VALUE "resume-reviews.dat        006 026 000".
          05 FILLER PIC X(40)
             VALUE "resume-review-notes.dat   009 000 000".
          05 FILLER PIC X(40)
             VALUE "job-attestations.dat      043 000 000".
          05 FILLER PIC X(40)
             VALUE "job-locations.dat         035 000 000".
          05 FILLER PIC X(40)
             VALUE "adhoc-queries.dat         033 000 000".
          05 FILLER PIC X(40)
             VALUE "job-closures.dat          016 000 000".
          05 FILLER PIC X(40)
             VALUE "account-language.dat      001 000 000".
          05 FILLER PIC X(40)
             VALUE "disclosures.dat           011 031 000".
          05 FILLER PIC X(40)
             VALUE "employer-relations.dat    001 021 000".
          05 FILLER PIC X(40)
             VALUE "employer-contacts.dat     001 036 000".
          05 FILLER PIC X(40)
             VALUE "documents.dat             001 000 000".
          05 FILLER PIC X(40)
             VALUE "document-text.dat         001 000 000".
          05 FILLER PIC X(40)
             VALUE "app-cover-letters.dat     001 000 000".
          05 FILLER PIC X(40)
             VALUE "conduct-incidents.dat     016 077 107".
          05 FILLER PIC X(40)
             VALUE "eeo-selfid.dat            001 000 000".
          05 FILLER PIC X(40)
             VALUE "accommodations.dat        006 031 158".
          05 FILLER PIC X(40)
             VALUE "learning-agreements.dat   001 026 046".
          05 FILLER PIC X(40)
             VALUE "letters-issued.dat        013 000 000".
          05 FILLER PIC X(40)
             VALUE "admin-approvals.dat       006 107 000".
          05 FILLER PIC X(40)
             VALUE "moderation.dat            005 000 000".
          05 FILLER PIC X(40)
             VALUE "screening-hits.dat        000 000 000".
          05 FILLER PIC X(40)
             VALUE "screening-rules.dat       067 000 000".
          05 FILLER PIC X(40)
             VALUE "announcement-acks.dat     005 000 000".
          05 FILLER PIC X(40)
             VALUE "policy-versions.dat       015 000 000".
          05 FILLER PIC X(40)
             VALUE "privacy.dat               001 000 000".
          05 FILLER PIC X(40)
             VALUE "pwd-age.dat               001 000 000".
      *> Reference and control files: no personal data, copied
      *> as they stand so the copy runs like production.
          05 FILLER PIC X(40)
             VALUE "skill-catalog.dat         000 000 000".
          05 FILLER PIC X(40)
             VALUE "msg-catalog.dat           000 000 000".
          05 FILLER PIC X(40)
             VALUE "msg-fallbacks.dat         000 000 000".
          05 FILLER PIC X(40)
             VALUE "notif-templates.dat       000 000 000".
          05 FILLER PIC X(40)
             VALUE "announcements.dat         000 000 000".
          05 FILLER PIC X(40)
             VALUE "survey-questions.dat      000 000 000".
          05 FILLER PIC X(40)
             VALUE "survey-target.dat         000 000 000".
          05 FILLER PIC X(40)
             VALUE "job-questions.dat         000 000 000".
          05 FILLER PIC X(40)
             VALUE "job-rubrics.dat           000 000 000".
          05 FILLER PIC X(40)
             VALUE "match-round.dat           000 000 000".
          05 FILLER PIC X(40)
             VALUE "term-calendar.dat         000 000 000".
          05 FILLER PIC X(40)
             VALUE "term-snapshots.dat        000 000 000".
          05 FILLER PIC X(40)
             VALUE "activity-history.dat      000 000 000".
          05 FILLER PIC X(40)
             VALUE "skills-gap-history.dat    000 000 000".
          05 FILLER PIC X(40)
             VALUE "file-growth-history.dat   000 000 000".
          05 FILLER PIC X(40)
             VALUE "id-series.dat             000 000 000".
          05 FILLER PIC X(40)
             VALUE "layout-versions.dat       000 000 000".
          05 FILLER PIC X(40)
             VALUE "layout-migrations.dat     000 000 000".
          05 FILLER PIC X(40)
             VALUE "ref-categories.dat        000 000 000".
          05 FILLER PIC X(40)
             VALUE "ref-majors.dat            000 000 000".
          05 FILLER PIC X(40)
             VALUE "ref-universities.dat      000 000 000".
          05 FILLER PIC X(40)
             VALUE "ref-locations.dat         000 000 000".
          05 FILLER PIC X(40)
             VALUE "ref-location-aliases.dat  000 000 000".
          05 FILLER PIC X(40)
             VALUE "account-capacity.dat      000 000 000".
          05 FILLER PIC X(40)
             VALUE "pwd-policy.dat            000 000 000".
          05 FILLER PIC X(40)
             VALUE "rate-limits.dat           000 000 000".
          05 FILLER PIC X(40)
             VALUE "retention-policy.dat      000 000 000".
          05 FILLER PIC X(40)
             VALUE "compact-policy.dat        000 000 000".
          05 FILLER PIC X(40)
             VALUE "conduct-thresholds.dat    000 000 000".
          05 FILLER PIC X(40)
             VALUE "disposition-days.dat      000 000 000".
          05 FILLER PIC X(40)
             VALUE "dormant-days.dat          000 000 000".
          05 FILLER PIC X(40)
             VALUE "stale-days.dat            000 000 000".
          05 FILLER PIC X(40)
             VALUE "match-respond-days.dat    000 000 000".
          05 FILLER PIC X(40)
             VALUE "pending-expiry.dat        000 000 000".
          05 FILLER PIC X(40)
             VALUE "campus-closures.dat       000 000 000".
          05 FILLER PIC X(40)
             VALUE "date-rules.dat            000 000 000".
          05 FILLER PIC X(40)
             VALUE "digest-lastrun.dat        000 000 000".
          05 FILLER PIC X(40)
             VALUE "alert-lastjob.dat         000 000 000".
          05 FILLER PIC X(40)
             VALUE "monitor-files.dat         000 000 000".
          05 FILLER PIC X(40)
             VALUE "batch-steps.dat           000 000 000".
       01 WS-COPY-TABLE REDEFINES WS-COPY-LIST.
          05 WS-COPY-ENTRY OCCURS 129 TIMES.
             10 WS-SRC-FILE PIC X(26).
             10 WS-SRC-COLUMN OCCURS 3 TIMES.
                15 WS-SRC-POS PIC 9(03).
                15 FILLER     PIC X(01).
             10 FILLER      PIC X(02).

      *> Columns replaced wholesale, by file: position and length,
      *> and what goes in -
      *>   P  the training password, hashed for the row's pseudonym
      *>   F  L  the pseudonym's first / last name
      *>   T  sample text         N  a sample person's name
      *>   C  a sample contact    W  a sample link
      *>   R  a resume reference made from the row's pseudonym
      *>   H  a document title made from a hash of the real one, so
      *>      rows naming the same document still match
      *>   K  a key column holding a username only for some rows:
      *>      replaced when it is a known username, else left as is
      *> A blank column stays blank so optional fields stay optional.
       01 WS-SCRUB-LIST.
          05 FILLER PIC X(40)
             VALUE "accounts.dat              P 0021 020".
          05 FILLER PIC X(40)
             VALUE "accounts.dat              F 0041 020".
          05 FILLER PIC X(40)
             VALUE "accounts.dat              L 0061 020".
          05 FILLER PIC X(40)
             VALUE "accounts.dat              T 0125 080".
          05 FILLER PIC X(40)
             VALUE "accounts.dat              T 0265 080".
          05 FILLER PIC X(40)
             VALUE "accounts.dat              T 0405 080".
          05 FILLER PIC X(40)
             VALUE "accounts.dat              T 0545 080".
          05 FILLER PIC X(40)
             VALUE "accounts.dat              T 0685 080".
          05 FILLER PIC X(40)
             VALUE "accounts.dat              T 0825 080".
          05 FILLER PIC X(40)
             VALUE "accounts.dat              T 0965 080".
          05 FILLER PIC X(40)
             VALUE "accounts.dat              T 1105 080".
          05 FILLER PIC X(40)
             VALUE "accounts.dat              T 1245 080".
          05 FILLER PIC X(40)
             VALUE "accounts.dat              T 1385 080".
          05 FILLER PIC X(40)
             VALUE "accounts.dat              T 1525 080".
          05 FILLER PIC X(40)
             VALUE "accounts.dat              R 2205 050".
          05 FILLER PIC X(40)
             VALUE "profiles.dat              F 0021 020".
          05 FILLER PIC X(40)
             VALUE "profiles.dat              L 0041 020".
          05 FILLER PIC X(40)
             VALUE "profiles.dat              T 0061 060".
          05 FILLER PIC X(40)
             VALUE "profiles.dat              T 0225 200".
          05 FILLER PIC X(40)
             VALUE "profiles.dat              T 0515 100".
          05 FILLER PIC X(40)
             VALUE "profiles.dat              T 0705 100".
          05 FILLER PIC X(40)
             VALUE "profiles.dat              T 0895 100".
          05 FILLER PIC X(40)
             VALUE "profiles.dat              T 1085 100".
          05 FILLER PIC X(40)
             VALUE "profiles.dat              T 1275 100".
          05 FILLER PIC X(40)
             VALUE "profiles.dat              T 1465 100".
          05 FILLER PIC X(40)
             VALUE "profiles.dat              T 1655 100".
          05 FILLER PIC X(40)
             VALUE "profiles.dat              T 1845 100".
          05 FILLER PIC X(40)
             VALUE "profiles.dat              T 2035 100".
          05 FILLER PIC X(40)
             VALUE "profiles.dat              T 2225 100".
          05 FILLER PIC X(40)
             VALUE "profiles.dat              R 3325 050".
          05 FILLER PIC X(40)
             VALUE "applications.dat          R 0191 050".
          05 FILLER PIC X(40)
             VALUE "app-answers.dat           T 0027 100".
          05 FILLER PIC X(40)
             VALUE "messages.dat              T 0041 480".
          05 FILLER PIC X(40)
             VALUE "notifications.dat         T 0021 100".
          05 FILLER PIC X(40)
             VALUE "notif-prefs.dat           C 0026 060".
          05 FILLER PIC X(40)
             VALUE "interviews.dat            T 0099 060".
          05 FILLER PIC X(40)
             VALUE "applicant-notes.dat       T 0047 100".
          05 FILLER PIC X(40)
             VALUE "ref-releases.dat          T 0058 100".
          05 FILLER PIC X(40)
             VALUE "mentor-meetings.dat       T 0071 100".
          05 FILLER PIC X(40)
             VALUE "work-terms.dat            T 0067 080".
          05 FILLER PIC X(40)
             VALUE "work-terms.dat            T 0148 080".
          05 FILLER PIC X(40)
             VALUE "references.dat            N 0022 030".
          05 FILLER PIC X(40)
             VALUE "references.dat            C 0072 040".
          05 FILLER PIC X(40)
             VALUE "projects.dat              T 0062 150".
          05 FILLER PIC X(40)
             VALUE "projects.dat              W 0302 060".
          05 FILLER PIC X(40)
             VALUE "talent-pools.dat          T 0071 080".
          05 FILLER PIC X(40)
             VALUE "rejection-reasons.dat     T 0028 025".
          05 FILLER PIC X(40)
             VALUE "survey-responses.dat      T 0023 100".
          05 FILLER PIC X(40)
             VALUE "rec-letters.dat           T 0052 200".
          05 FILLER PIC X(40)
             VALUE "company-ratings.dat       T 0042 080".
          05 FILLER PIC X(40)
             VALUE "groups.dat                T 0046 100".
          05 FILLER PIC X(40)
             VALUE "group-posts.dat           T 0052 200".
          05 FILLER PIC X(40)
             VALUE "resume-reviews.dat        R 0046 050".
          05 FILLER PIC X(40)
             VALUE "resume-review-notes.dat   T 0039 150".
          05 FILLER PIC X(40)
             VALUE "employer-contacts.dat     T 0056 080".
          05 FILLER PIC X(40)
             VALUE "documents.dat             H 0022 030".
          05 FILLER PIC X(40)
             VALUE "documents.dat             R 0052 050".
          05 FILLER PIC X(40)
             VALUE "document-text.dat         H 0021 030".
          05 FILLER PIC X(40)
             VALUE "document-text.dat         T 0053 100".
          05 FILLER PIC X(40)
             VALUE "app-cover-letters.dat     T 0028 100".
          05 FILLER PIC X(40)
             VALUE "conduct-incidents.dat     T 0137 060".
          05 FILLER PIC X(40)
             VALUE "accommodations.dat        T 0068 060".
          05 FILLER PIC X(40)
             VALUE "accommodations.dat        T 0178 060".
          05 FILLER PIC X(40)
             VALUE "learning-agreements.dat   T 0088 060".
          05 FILLER PIC X(40)
             VALUE "letters-issued.dat        C 0063 040".
          05 FILLER PIC X(40)
             VALUE "letters-issued.dat        N 0103 030".
          05 FILLER PIC X(40)
             VALUE "letters-issued.dat        T 0133 060".
          05 FILLER PIC X(40)
             VALUE "admin-approvals.dat       K 0057 020".
          05 FILLER PIC X(40)
             VALUE "admin-approvals.dat       K 0077 020".
          05 FILLER PIC X(40)
             VALUE "moderation.dat            K 0032 020".
          05 FILLER PIC X(40)
             VALUE "moderation.dat            K 0052 020".
          05 FILLER PIC X(40)
             VALUE "moderation.dat            T 0072 080".
          05 FILLER PIC X(40)
             VALUE "moderation.dat            T 0172 040".
          05 FILLER PIC X(40)
             VALUE "screening-hits.dat        K 0022 020".
          05 FILLER PIC X(40)
             VALUE "screening-hits.dat        K 0042 020".
       01 WS-SCRUB-TABLE REDEFINES WS-SCRUB-LIST.
          05 WS-SCRUB-ENTRY OCCURS 75 TIMES.
             10 WS-SCR-FILE PIC X(26).
             10 WS-SCR-KIND PIC X(01).
             10 FILLER      PIC X(01).
             10 WS-SCR-POS  PIC 9(04).
             10 FILLER      PIC X(01).
             10 WS-SCR-LEN  PIC 9(03).
             10 FILLER      PIC X(04).

      *> The scrub rows for the file being copied.
       01 WS-FILE-SCRUBS.
          05 WS-FS-ENTRY PIC 9(03) OCCURS 20 TIMES.

           COPY "REGIONINF.cpy".
           COPY "RPTINF.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL "REGION-CONFIG" USING REGION-INFO
           IF RI-RESULT NOT = "OK"
              GOBACK
           END-IF

           MOVE SPACES TO WS-ARGS
           ACCEPT WS-ARGS FROM COMMAND-LINE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ARGS))
              TO WS-TARGET
           IF WS-TARGET = SPACES
              MOVE "TRAIN" TO WS-TARGET
           END-IF

           IF WS-TARGET = "PROD" OR WS-TARGET = RI-REGION
              DISPLAY "SCRAMBLE-COPY: the copy cannot go to "
                      FUNCTION TRIM(WS-TARGET)
                      " - nothing copied."
              GOBACK
           END-IF
           PERFORM FIND-TARGET-REGION
           IF WS-FOUND = "N"
              DISPLAY "SCRAMBLE-COPY: region "
                      FUNCTION TRIM(WS-TARGET)
                      " is not in config/regions.dat - nothing copied."
              GOBACK
           END-IF
           MOVE SPACES TO WS-CUR-DATA
           ACCEPT WS-CUR-DATA FROM ENVIRONMENT "DD_data"
           IF WS-CUR-DATA = SPACES
              MOVE "data" TO WS-CUR-DATA
           END-IF
           IF WS-T-DATA = WS-CUR-DATA
              DISPLAY "SCRAMBLE-COPY: region "
                      FUNCTION TRIM(WS-TARGET)
                      " shares this region's data directory - "
                      "nothing copied."
              GOBACK
           END-IF
           SET ENVIRONMENT "DD_scramble" TO WS-T-DATA

           PERFORM LOAD-PSEUDONYMS

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Anonymized copy " FUNCTION TRIM(RI-REGION)
                  " -> " FUNCTION TRIM(WS-TARGET)
                  " (" FUNCTION TRIM(WS-T-DATA) ") on "
                  FUNCTION CURRENT-DATE(1:8)
                  " - rows, usernames replaced, fields scrubbed:"
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE

           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > 129 OR WS-ABORT = "Y"
              PERFORM COPY-ONE-FILE
           END-PERFORM
           IF WS-ABORT = "Y"
              MOVE SPACES TO WS-REPORT-LINE
              STRING "Stopped: " FUNCTION TRIM(WS-T-DATA)
                     " could not be written (status "
                     WS-TARGET-STATUS ") - the copy is incomplete."
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-STRING
              PERFORM WRITE-REPORT-LINE
              CLOSE REPORT-FILE
              PERFORM FORMAT-REPORT
              GOBACK
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-TOTAL-ROWS " row(s) copied in "
                  WS-FILES-COPIED " file(s); " WS-FILES-ABSENT
                  " listed file(s) not held here."
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-PS-COUNT " username(s) given pseudonyms ("
                  WS-PS-ACCOUNTS " with accounts)."
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Every account's password in "
                  FUNCTION TRIM(WS-TARGET) " is "
                  FUNCTION TRIM(WS-TRAIN-PASSWORD) "."
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE "Audit trails, journals, security and feed files are"
              & " not copied." TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM CHECK-TARGET-INTEGRITY
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-ORPHANS = SPACES
              STRING "INTEGRITY-CHECK on " FUNCTION TRIM(WS-TARGET)
                     " left no report - run it there by hand."
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-STRING
           ELSE
              STRING "INTEGRITY-CHECK on " FUNCTION TRIM(WS-TARGET)
                     ": " WS-ORPHANS " orphaned row(s) found."
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-STRING
           END-IF
           PERFORM WRITE-REPORT-LINE
           CLOSE REPORT-FILE
           PERFORM FORMAT-REPORT

           MOVE "regions.dat" TO WS-CAW-FILE
           MOVE WS-TARGET TO WS-CAW-KEY
           MOVE "Scrambled copy" TO WS-CAW-FIELD
           MOVE RI-REGION TO WS-CAW-BEFORE
           MOVE WS-T-DATA TO WS-CAW-AFTER
           CALL "CHANGE-AUDIT" USING WS-CAW-ACTOR WS-CAW-FILE
                WS-CAW-KEY WS-CAW-FIELD WS-CAW-BEFORE WS-CAW-AFTER

           DISPLAY "SCRAMBLE-COPY: done - " WS-TOTAL-ROWS
                   " row(s) copied; see reports/scramble-report.txt."
           GOBACK.

      *> Standard page heading and trailer on the finished report.
       FORMAT-REPORT.
           MOVE "reports/scramble-report.txt" TO RPI-PATH
           MOVE "SCRAMBLE-COPY" TO RPI-REPORT-ID
           MOVE "Anonymized training copy" TO RPI-TITLE
           MOVE SPACES TO RPI-SELECTION
           STRING "copy to region " FUNCTION TRIM(WS-TARGET) " ("
                  FUNCTION TRIM(WS-T-DATA) ")"
                  DELIMITED BY SIZE INTO RPI-SELECTION
           END-STRING
           MOVE WS-TOTAL-ROWS TO RPI-RECORDS
           MOVE "rows copied" TO RPI-RECORD-NOUN
           CALL "REPORT-FORMAT" USING REPORT-PAGE-INFO.

       WRITE-REPORT-LINE.
           DISPLAY FUNCTION TRIM(WS-REPORT-LINE)
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC.

      *> config/regions.dat is the file REGION-CONFIG resolves
      *> regions from: region|data dir|reports dir|pickup dir|banner,
      *> with a blank directory meaning data.
       FIND-TARGET-REGION.
           MOVE "N" TO WS-FOUND
           MOVE "N" TO WS-EOF
           MOVE "data" TO WS-T-DATA WS-T-REPORT
           OPEN INPUT REGION-FILE
           IF WS-REGION-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y" OR WS-FOUND = "Y"
              READ REGION-FILE
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    MOVE SPACES TO WS-R-REGION WS-R-DATA WS-R-REPORT
                                   WS-R-PICKUP WS-R-BANNER
                    UNSTRING REGION-REC DELIMITED BY "|"
                        INTO WS-R-REGION WS-R-DATA WS-R-REPORT
                             WS-R-PICKUP WS-R-BANNER
                    END-UNSTRING
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-R-REGION))
                       = WS-TARGET
                       MOVE "Y" TO WS-FOUND
                       IF WS-R-DATA NOT = SPACES
                          MOVE WS-R-DATA TO WS-T-DATA
                       END-IF
                       IF WS-R-REPORT NOT = SPACES
                          MOVE WS-R-REPORT TO WS-T-REPORT
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE REGION-FILE.

      *> Account holders get the first pseudonyms, in file order, so
      *> a rerun against unchanged data gives the same names.
       LOAD-PSEUDONYMS.
           MOVE "data/accounts.dat" TO WS-DATA-PATH
           MOVE "N" TO WS-EOF
           OPEN INPUT DATA-FILE
           IF WS-DATA-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-PS-ALLOCATE
           PERFORM UNTIL WS-EOF = "Y"
              READ DATA-FILE
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    IF DATA-REC(1:20) NOT = SPACES
                       MOVE DATA-REC(1:20) TO WS-PS-NAME
                       PERFORM FIND-PSEUDONYM
                    END-IF
              END-READ
           END-PERFORM
           CLOSE DATA-FILE
           MOVE WS-PS-COUNT TO WS-PS-ACCOUNTS.

      *> Looks WS-PS-NAME up; WS-PS-HIT is its entry, or 0 when it
      *> is unknown and WS-PS-ALLOCATE is N (or the table is full).
       FIND-PSEUDONYM.
           MOVE 0 TO WS-PS-HIT
           PERFORM VARYING WS-PS-IDX FROM 1 BY 1
                   UNTIL WS-PS-IDX > WS-PS-COUNT OR WS-PS-HIT > 0
              IF WS-PS-REAL(WS-PS-IDX) = WS-PS-NAME
                 MOVE WS-PS-IDX TO WS-PS-HIT
              END-IF
           END-PERFORM
           IF WS-PS-HIT > 0 OR WS-PS-ALLOCATE = "N"
              EXIT PARAGRAPH
           END-IF
           IF WS-PS-COUNT >= WS-PS-MAX
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PS-COUNT
           MOVE WS-PS-COUNT TO WS-PS-HIT WS-PS-NUMBER
           SUBTRACT 1 FROM WS-PS-NUMBER
           DIVIDE WS-PS-NUMBER BY 20 GIVING WS-PS-QUOT
                  REMAINDER WS-PS-FIRST-IDX
           ADD 1 TO WS-PS-FIRST-IDX
           DIVIDE WS-PS-QUOT BY 20 GIVING WS-PS-QUOT
                  REMAINDER WS-PS-LAST-IDX
           ADD 1 TO WS-PS-LAST-IDX
           MOVE WS-PS-COUNT TO WS-PS-NUMBER
           MOVE WS-PS-NAME TO WS-PS-REAL(WS-PS-HIT)
           MOVE WS-FIRST-NAME(WS-PS-FIRST-IDX) TO WS-PS-FIRST(WS-PS-HIT)
           MOVE WS-LAST-NAME(WS-PS-LAST-IDX) TO WS-PS-LAST(WS-PS-HIT)
           MOVE SPACES TO WS-PS-FAKE(WS-PS-HIT)
           STRING FUNCTION LOWER-CASE(
                     FUNCTION TRIM(WS-PS-FIRST(WS-PS-HIT)))
                  FUNCTION LOWER-CASE(WS-PS-LAST(WS-PS-HIT)(1:1))
                  WS-PS-NUMBER
                  DELIMITED BY SIZE INTO WS-PS-FAKE(WS-PS-HIT)
           END-STRING.

       COPY-ONE-FILE.
           MOVE 0 TO WS-FILE-ROWS WS-FILE-NAMES WS-FILE-FIELDS
           MOVE SPACES TO WS-DATA-PATH WS-TARGET-PATH
           STRING "data/" FUNCTION TRIM(WS-SRC-FILE(WS-SRC-IDX))
                  DELIMITED BY SIZE INTO WS-DATA-PATH
           END-STRING
           STRING "scramble/" FUNCTION TRIM(WS-SRC-FILE(WS-SRC-IDX))
                  DELIMITED BY SIZE INTO WS-TARGET-PATH
           END-STRING

           MOVE "N" TO WS-EOF
           OPEN INPUT DATA-FILE
           IF WS-DATA-STATUS NOT = "00"
              MOVE WS-TARGET-PATH TO WS-DELETE-PATH
              CALL "CBL_DELETE_FILE" USING WS-DELETE-PATH
                   RETURNING WS-DELETE-RC
              ADD 1 TO WS-FILES-ABSENT
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TARGET-FILE
           IF WS-TARGET-STATUS NOT = "00"
              CLOSE DATA-FILE
              MOVE "Y" TO WS-ABORT
              EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-FS-COUNT
           PERFORM VARYING WS-SCR-IDX FROM 1 BY 1
                   UNTIL WS-SCR-IDX > 75
              IF WS-SCR-FILE(WS-SCR-IDX) = WS-SRC-FILE(WS-SRC-IDX)
                 AND WS-FS-COUNT < 20
                 ADD 1 TO WS-FS-COUNT
                 MOVE WS-SCR-IDX TO WS-FS-ENTRY(WS-FS-COUNT)
              END-IF
           END-PERFORM

           PERFORM UNTIL WS-EOF = "Y"
              READ DATA-FILE
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    ADD 1 TO WS-FILE-ROWS
                    PERFORM SCRAMBLE-ONE-ROW
                    WRITE TARGET-REC FROM DATA-REC
              END-READ
           END-PERFORM
           CLOSE DATA-FILE
           CLOSE TARGET-FILE

           ADD WS-FILE-ROWS TO WS-TOTAL-ROWS
           ADD 1 TO WS-FILES-COPIED
           MOVE ZEROS TO WS-CT-COUNTS
           MOVE WS-FILE-ROWS TO WS-CT-READ WS-CT-WRITTEN
           MOVE WS-SRC-FILE(WS-SRC-IDX) TO WS-CT-FILE
           CALL "CONTROL-TOTALS" USING WS-CT-STEP WS-CT-FILE
                WS-CT-COUNTS

           MOVE SPACES TO WS-REPORT-LINE
           STRING "  " WS-SRC-FILE(WS-SRC-IDX) WS-FILE-ROWS
                  " " WS-FILE-NAMES " " WS-FILE-FIELDS
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE.

      *> Username columns first, so the row's owner (its first
      *> username column) is known when its names, password and
      *> resume reference are made up.
       SCRAMBLE-ONE-ROW.
           MOVE 0 TO WS-ROW-OWNER
           MOVE "Y" TO WS-PS-ALLOCATE
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1 UNTIL WS-COL-IDX > 3
              MOVE WS-SRC-POS(WS-SRC-IDX, WS-COL-IDX) TO WS-POS
              IF WS-POS > 0
                 IF DATA-REC(WS-POS:20) NOT = SPACES
                    MOVE DATA-REC(WS-POS:20) TO WS-PS-NAME
                    PERFORM FIND-PSEUDONYM
                    IF WS-PS-HIT > 0
                       MOVE WS-PS-FAKE(WS-PS-HIT) TO DATA-REC(WS-POS:20)
                    ELSE
                       MOVE "unknown-user" TO DATA-REC(WS-POS:20)
                    END-IF
                    ADD 1 TO WS-FILE-NAMES
                    IF WS-COL-IDX = 1
                       MOVE WS-PS-HIT TO WS-ROW-OWNER
                    END-IF
                 END-IF
              END-IF
           END-PERFORM

           PERFORM VARYING WS-FS-IDX FROM 1 BY 1
                   UNTIL WS-FS-IDX > WS-FS-COUNT
              MOVE WS-FS-ENTRY(WS-FS-IDX) TO WS-SCR-IDX
              MOVE WS-SCR-POS(WS-SCR-IDX) TO WS-POS
              MOVE WS-SCR-LEN(WS-SCR-IDX) TO WS-LEN
              IF DATA-REC(WS-POS:WS-LEN) NOT = SPACES
                 PERFORM SCRUB-ONE-FIELD
              END-IF
           END-PERFORM.

       SCRUB-ONE-FIELD.
           MOVE SPACES TO WS-PLACEHOLDER
           EVALUATE WS-SCR-KIND(WS-SCR-IDX)
              WHEN "P"
                 IF WS-ROW-OWNER > 0
                    MOVE WS-PS-FAKE(WS-ROW-OWNER) TO WS-PS-NAME
                 ELSE
                    MOVE "unknown-user" TO WS-PS-NAME
                 END-IF
                 CALL "PWD-HASH" USING WS-TRAIN-PASSWORD WS-PS-NAME
                      WS-PWD-HASH
                 MOVE WS-PWD-HASH TO WS-PLACEHOLDER
              WHEN "F"
                 IF WS-ROW-OWNER > 0
                    MOVE WS-PS-FIRST(WS-ROW-OWNER) TO WS-PLACEHOLDER
                 ELSE
                    MOVE "Sample" TO WS-PLACEHOLDER
                 END-IF
              WHEN "L"
                 IF WS-ROW-OWNER > 0
                    MOVE WS-PS-LAST(WS-ROW-OWNER) TO WS-PLACEHOLDER
                 ELSE
                    MOVE "Person" TO WS-PLACEHOLDER
                 END-IF
              WHEN "T"
                 MOVE "Sample text for training use." TO WS-PLACEHOLDER
              WHEN "N"
                 MOVE "Sample Person" TO WS-PLACEHOLDER
              WHEN "C"
                 MOVE "contact@example.edu" TO WS-PLACEHOLDER
              WHEN "W"
                 MOVE "https://example.edu/sample" TO WS-PLACEHOLDER
              WHEN "R"
                 IF WS-ROW-OWNER > 0
                    STRING FUNCTION TRIM(WS-PS-FAKE(WS-ROW-OWNER))
                           "-resume.pdf"
                           DELIMITED BY SIZE INTO WS-PLACEHOLDER
                    END-STRING
                 ELSE
                    MOVE "sample-resume.pdf" TO WS-PLACEHOLDER
                 END-IF
              WHEN "H"
                 MOVE SPACES TO WS-H-ROW
                 MOVE DATA-REC(WS-POS:WS-LEN) TO WS-H-ROW
                 MOVE WS-LEN TO WS-H-LEN
                 CALL "CHAIN-HASH" USING WS-H-LINK WS-H-ROW WS-H-LEN
                      WS-H-HASH
                 STRING "Document " WS-H-HASH(1:10)
                        DELIMITED BY SIZE INTO WS-PLACEHOLDER
                 END-STRING
              WHEN "K"
                 MOVE "N" TO WS-PS-ALLOCATE
                 MOVE DATA-REC(WS-POS:WS-LEN) TO WS-PS-NAME
                 PERFORM FIND-PSEUDONYM
                 MOVE "Y" TO WS-PS-ALLOCATE
                 IF WS-PS-HIT = 0
                    EXIT PARAGRAPH
                 END-IF
                 MOVE WS-PS-FAKE(WS-PS-HIT) TO WS-PLACEHOLDER
           END-EVALUATE
           MOVE WS-PLACEHOLDER TO DATA-REC(WS-POS:WS-LEN)
           ADD 1 TO WS-FILE-FIELDS.

      *> The copy is checked where it lies: accounts.idx rebuilt and
      *> INTEGRITY-CHECK run with the target's directories mapped
      *> in, then this region's mapping put back.
       CHECK-TARGET-INTEGRITY.
           MOVE SPACES TO WS-SAVE-DATA WS-SAVE-REPORT
           ACCEPT WS-SAVE-DATA FROM ENVIRONMENT "DD_data"
           ACCEPT WS-SAVE-REPORT FROM ENVIRONMENT "DD_reports"
           IF WS-SAVE-DATA = SPACES
              MOVE "data" TO WS-SAVE-DATA
           END-IF
           IF WS-SAVE-REPORT = SPACES
              MOVE "data" TO WS-SAVE-REPORT
           END-IF
           SET ENVIRONMENT "DD_data" TO WS-T-DATA
           SET ENVIRONMENT "DD_reports" TO WS-T-REPORT

           CALL "INDEX-CONVERT"
           CANCEL "INDEX-CONVERT"
           CALL "INTEGRITY-CHECK"
           CANCEL "INTEGRITY-CHECK"

           MOVE SPACES TO WS-ORPHANS
           MOVE "N" TO WS-EOF
           OPEN INPUT CHECK-FILE
           IF WS-CHECK-STATUS = "00"
              PERFORM UNTIL WS-EOF = "Y"
                 READ CHECK-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       IF CHECK-REC(1:26) = "Total orphaned rows found:"
                          MOVE CHECK-REC(28:7) TO WS-ORPHANS
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CHECK-FILE
           END-IF

           SET ENVIRONMENT "DD_data" TO WS-SAVE-DATA
           SET ENVIRONMENT "DD_reports" TO WS-SAVE-REPORT.

       END PROGRAM SCRAMBLE-COPY.
