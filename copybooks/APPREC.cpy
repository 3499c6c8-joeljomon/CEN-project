      *> Canonical applications.dat record layout, shared by every
      *> program that reads or writes a job application (JOB-MGMT,
      *> BROWSE-APPLY-JOBS, VIEW-MY-APPLICATIONS).
      *> Adding or moving a field changes the file's layout version:
      *> bump it in LAYOUTVER.cpy and give LAYOUT-MIGRATE a rule.
       01  APP-RECORD.
           05 JOB-APPLIER            PIC X(20).
           05 APP-JOB-ID             PIC 9(05).
