      *> reads or writes a job posting (JOB-MGMT, POST-JOB,
      *> BROWSE-APPLY-JOBS) so a posting made through one menu path is
      *> read back correctly through any other.
      *> Adding or moving a field changes the file's layout version:
      *> bump it in LAYOUTVER.cpy and give LAYOUT-MIGRATE a rule.
       01  JOBS-RECORD.
           05 JOB-ID                 PIC 9(05).
           05 JOB-POSTER             PIC X(20).
           05 JOB-EMPLOYER           PIC X(50).
           05 JOB-LOCATION           PIC X(50).
           05 JOB-SALARY             PIC X(20).
      *> Held: saved, but content screening matched it, so it
      *> stays out of Browse until MOD-QUEUE dismisses the report
      *> (back to Open) or actions it (Closed).
      *> Scheduled: published with a future go-live date, held in
      *> JOB-POSTED-DATE; out of Browse until the nightly PUBLISH
      *> batch opens it on that day.
           05 JOB-STATUS             PIC X(10).
              88 JOB-OPEN                VALUE "Open".
              88 JOB-CLOSED              VALUE "Closed".
              88 JOB-HELD                VALUE "Held".
              88 JOB-SCHEDULED           VALUE "Scheduled".
           05 JOB-REQ-SKILL          PIC X(30) OCCURS 4 TIMES.
           05 JOB-CATEGORY           PIC X(15).
           05 JOB-DEADLINE           PIC X(10).
      *> only closes the posting at the final fill.
           05 JOB-OPENINGS           PIC 9(02).
           05 JOB-FILLED             PIC 9(02).
      *> Eligibility rules, both optional. A minimum GPA as n.nn
      *> (blank: no floor) and the class years allowed to apply as
      *> a string of year codes - 1 freshman through 4 senior, 5
      *> graduate - so "34" is juniors and seniors only (blank: every
      *> year). Checked against the registrar's academic record in
      *> data/academic-records.dat, never against anything the
      *> student types.
           05 JOB-MIN-GPA            PIC X(04).
           05 JOB-CLASS-YEARS        PIC X(05).
