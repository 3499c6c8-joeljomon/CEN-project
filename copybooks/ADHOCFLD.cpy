      *> Field dictionary for the admin ad-hoc report writer: the
      *> named fields of each file an admin may select on, sort by
      *> or list, with where each sits in the record - start
      *> position and length as laid out in JOBREC, APPREC, PROFREC
      *> and the offers, interviews and events records - and N for
      *> a zero-padded numeric field, X for text (dates are
      *> YYYY-MM-DD text, so they compare and sort as text). Shared
      *> by ADHOC-REPORT, which shows the names, and ADHOC-RUN,
      *> which applies them. A field added to one of those layouts
      *> goes in here too before it can be queried; repeating
      *> groups (skills, experience, education) are left out.
       01  ADHOC-FIELD-VALUES.
      *> jobs.dat
           05 FILLER PIC X(40) VALUE
              "JOBS        JOB-ID              0001005N".
           05 FILLER PIC X(40) VALUE
              "JOBS        JOB-POSTER          0006020X".
           05 FILLER PIC X(40) VALUE
              "JOBS        JOB-TITLE           0026050X".
           05 FILLER PIC X(40) VALUE
              "JOBS        JOB-DESCRIPTION     0076200X".
           05 FILLER PIC X(40) VALUE
              "JOBS        JOB-EMPLOYER        0276050X".
           05 FILLER PIC X(40) VALUE
              "JOBS        JOB-LOCATION        0326050X".
           05 FILLER PIC X(40) VALUE
              "JOBS        JOB-SALARY          0376020X".
           05 FILLER PIC X(40) VALUE
              "JOBS        JOB-STATUS          0396010X".
           05 FILLER PIC X(40) VALUE
              "JOBS        JOB-CATEGORY        0526015X".
           05 FILLER PIC X(40) VALUE
              "JOBS        JOB-DEADLINE        0541010X".
           05 FILLER PIC X(40) VALUE
              "JOBS        JOB-POSTED-DATE     0551010X".
           05 FILLER PIC X(40) VALUE
              "JOBS        JOB-CAMPUS          0561006X".
           05 FILLER PIC X(40) VALUE
              "JOBS        JOB-SPONSOR         0567001X".
           05 FILLER PIC X(40) VALUE
              "JOBS        JOB-OPENINGS        0569002N".
           05 FILLER PIC X(40) VALUE
              "JOBS        JOB-FILLED          0571002N".
           05 FILLER PIC X(40) VALUE
              "JOBS        JOB-MIN-GPA         0573004X".
           05 FILLER PIC X(40) VALUE
              "JOBS        JOB-CLASS-YEARS     0577005X".
      *> applications.dat
           05 FILLER PIC X(40) VALUE
              "APPLICATIONSJOB-APPLIER         0001020X".
           05 FILLER PIC X(40) VALUE
              "APPLICATIONSAPP-JOB-ID          0021005N".
           05 FILLER PIC X(40) VALUE
              "APPLICATIONSAPP-JOB-TITLE       0026050X".
           05 FILLER PIC X(40) VALUE
              "APPLICATIONSAPP-EMPLOYER        0076050X".
           05 FILLER PIC X(40) VALUE
              "APPLICATIONSAPP-LOCATION        0126050X".
           05 FILLER PIC X(40) VALUE
              "APPLICATIONSAPP-STATUS          0176015X".
           05 FILLER PIC X(40) VALUE
              "APPLICATIONSAPP-STATUS-DATE     0241010X".
           05 FILLER PIC X(40) VALUE
              "APPLICATIONSAPP-REFERRED-BY     0251020X".
           05 FILLER PIC X(40) VALUE
              "APPLICATIONSAPP-APPLIED-DATE    0271010X".
      *> profiles.dat
           05 FILLER PIC X(40) VALUE
              "PROFILES    PROF-USERNAME       0001020X".
           05 FILLER PIC X(40) VALUE
              "PROFILES    PROF-FIRST-NAME     0021020X".
           05 FILLER PIC X(40) VALUE
              "PROFILES    PROF-LAST-NAME      0041020X".
           05 FILLER PIC X(40) VALUE
              "PROFILES    PROF-HEADLINE       0061060X".
           05 FILLER PIC X(40) VALUE
              "PROFILES    PROF-UNIVERSITY     0121050X".
           05 FILLER PIC X(40) VALUE
              "PROFILES    PROF-MAJOR          0171050X".
           05 FILLER PIC X(40) VALUE
              "PROFILES    PROF-GRAD-YEAR      0221004N".
           05 FILLER PIC X(40) VALUE
              "PROFILES    PROF-OPEN-FLAG      3375001X".
           05 FILLER PIC X(40) VALUE
              "PROFILES    PROF-WORK-AUTH      3376001X".
      *> offers.dat
           05 FILLER PIC X(40) VALUE
              "OFFERS      OFF-JOB-ID          0001005N".
           05 FILLER PIC X(40) VALUE
              "OFFERS      OFF-EMPLOYER        0006020X".
           05 FILLER PIC X(40) VALUE
              "OFFERS      OFF-APPLICANT       0026020X".
           05 FILLER PIC X(40) VALUE
              "OFFERS      OFF-SALARY          0046020X".
           05 FILLER PIC X(40) VALUE
              "OFFERS      OFF-START           0066010X".
           05 FILLER PIC X(40) VALUE
              "OFFERS      OFF-RESPOND-BY      0076010X".
           05 FILLER PIC X(40) VALUE
              "OFFERS      OFF-STATUS          0086010X".
      *> interviews.dat
           05 FILLER PIC X(40) VALUE
              "INTERVIEWS  IV-JOB-ID           0001005N".
           05 FILLER PIC X(40) VALUE
              "INTERVIEWS  IV-EMPLOYER         0006020X".
           05 FILLER PIC X(40) VALUE
              "INTERVIEWS  IV-APPLICANT        0026020X".
           05 FILLER PIC X(40) VALUE
              "INTERVIEWS  IV-SLOT             0046016X".
           05 FILLER PIC X(40) VALUE
              "INTERVIEWS  IV-STATUS           0062010X".
           05 FILLER PIC X(40) VALUE
              "INTERVIEWS  IV-ROUND            0072002X".
           05 FILLER PIC X(40) VALUE
              "INTERVIEWS  IV-ROUND-TYPE       0074012X".
           05 FILLER PIC X(40) VALUE
              "INTERVIEWS  IV-OUTCOME          0086010X".
           05 FILLER PIC X(40) VALUE
              "INTERVIEWS  IV-SCORE            0096003X".
      *> events.dat
           05 FILLER PIC X(40) VALUE
              "EVENTS      EV-ID               0001005N".
           05 FILLER PIC X(40) VALUE
              "EVENTS      EV-TITLE            0006050X".
           05 FILLER PIC X(40) VALUE
              "EVENTS      EV-HOST             0056020X".
           05 FILLER PIC X(40) VALUE
              "EVENTS      EV-DATE             0076010X".
           05 FILLER PIC X(40) VALUE
              "EVENTS      EV-LOCATION         0086050X".
           05 FILLER PIC X(40) VALUE
              "EVENTS      EV-CAPACITY         0136004N".
           05 FILLER PIC X(40) VALUE
              "EVENTS      EV-CHECKIN-CODE     0140006X".
           05 FILLER PIC X(40) VALUE
              "EVENTS      EV-CAMPUS           0146006X".
       01  ADHOC-FIELD-TABLE REDEFINES ADHOC-FIELD-VALUES.
           05 ADHOC-FIELD OCCURS 59 TIMES.
              10 AF-FILE             PIC X(12).
              10 AF-NAME             PIC X(20).
              10 AF-POS              PIC 9(04).
              10 AF-LEN              PIC 9(03).
              10 AF-TYPE             PIC X(01).
       77  ADHOC-FIELD-COUNT         PIC 9(03) VALUE 59.
