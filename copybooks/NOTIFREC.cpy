      *> (currently JOB-MGMT and BROWSE-APPLY-JOBS, both notifying a
      *> job poster that someone applied) and by whatever reads them
      *> back at login time.
      *> Adding or moving a field changes the file's layout version:
      *> bump it in LAYOUTVER.cpy and give LAYOUT-MIGRATE a rule.
       01  NOTIFICATION-REC.
           05 NOTIF-RECIPIENT        PIC X(20).
           05 NOTIF-TEXT             PIC X(100).
