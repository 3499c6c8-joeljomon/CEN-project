      *> SEARCH-USER, VIEW-PROFILE) so a profile saved through "Create
      *> Profile" is found correctly by Search for a User and View
      *> Profile.
      *> Adding or moving a field changes the file's layout version:
      *> bump it in LAYOUTVER.cpy and give LAYOUT-MIGRATE a rule.
       01  PROFILE-REC.
           05 PROF-USERNAME        PIC X(20).
           05 PROF-FIRST-NAME      PIC X(20).
