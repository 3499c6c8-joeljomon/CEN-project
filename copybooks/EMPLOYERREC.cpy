      *> JOB-MGMT/BROWSE-APPLY-JOBS can join on EMP-USERNAME against
      *> JOB-POSTER to show richer employer information than a bare
      *> username).
      *> Adding or moving a field changes the file's layout version:
      *> bump it in LAYOUTVER.cpy and give LAYOUT-MIGRATE a rule.
       01  EMPLOYER-REC.
           05 EMP-USERNAME          PIC X(20).
           05 EMP-COMPANY-NAME      PIC X(50).
              88 EMP-PENDING            VALUE "P".
              88 EMP-APPROVED           VALUE "A".
              88 EMP-REJECTED           VALUE "R".
      *> Y keeps this company's postings out of JOB-SYNDICATE's
      *> nightly feed to the regional job boards; N (the default)
      *> lets its Open, campus-wide postings go out.
           05 EMP-SYND-OPTOUT       PIC X(01).
