      *> Record-layout versions of the core data files - the layout
      *> these programs are compiled to read - with the FILE-LOCK
      *> name each file is rewritten under and its record length
      *> at that version. Shared by LAYOUT-CHECK, which compares
      *> each file's version header in data/layout-versions.dat with
      *> the version here and refuses a mismatch, and LAYOUT-MIGRATE,
      *> which converts a file one version forward.
      *>
      *> Growing a layout is a planned migration, not a surprise:
      *>   1. add the field to the copybook (JOBREC, APPREC, ...),
      *>   2. bump the file's version here (and its length),
      *>   3. add one rule per new column to
      *>      data/layout-migrations.dat giving its explicit default,
      *>   4. run LAYOUT-MIGRATE <file> before the new programs go
      *>      live.
      *> Version history:
      *>   jobs.dat          2 - JOB-SPONSOR, JOB-ANON, JOB-OPENINGS,
      *>                         JOB-FILLED, JOB-MIN-GPA,
      *>                         JOB-CLASS-YEARS
      *>   applications.dat  2 - APP-APPLIED-DATE
      *>   profiles.dat      2 - PROF-WORK-AUTH
      *>   messages.dat      1
      *>   notifications.dat 1
      *>   employers.dat     2 - EMP-SYND-OPTOUT
       01  LAYOUT-VERSION-VALUES.
           05 FILLER PIC X(48) VALUE
              "jobs.dat                 jobs           00200581".
           05 FILLER PIC X(48) VALUE
              "applications.dat         applications   00200280".
           05 FILLER PIC X(48) VALUE
              "profiles.dat             profiles       00203376".
           05 FILLER PIC X(48) VALUE
              "messages.dat             messages       00100541".
           05 FILLER PIC X(48) VALUE
              "notifications.dat        notifications  00100140".
           05 FILLER PIC X(48) VALUE
              "employers.dat            employers      00200172".
       01  LAYOUT-VERSION-TABLE REDEFINES LAYOUT-VERSION-VALUES.
           05 LAYOUT-VERSION OCCURS 6 TIMES.
              10 LV-EXP-FILE         PIC X(25).
              10 LV-EXP-LOCK         PIC X(15).
              10 LV-EXP-VERSION      PIC 9(03).
              10 LV-EXP-LENGTH       PIC 9(05).
       77  LAYOUT-VERSION-COUNT      PIC 9(02) VALUE 6.
