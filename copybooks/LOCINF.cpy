      *> What a program hands LOCATION-REF, the one place the job
      *> location reference list and each posting's normalized
      *> location are read or written. LI-COMMAND says what is
      *> wanted (see LocationRef.cob for the list); LI-RESULT comes
      *> back saying how it went. A location is a row of the
      *> admin-maintained list - code, city, state or province,
      *> country and the geographic region it rolls up to - and
      *> LI-DISPLAY is its "City, State, Country" text, the form
      *> JOB-LOCATION is written in once a posting is mapped. The
      *> work mode is O on-site, H hybrid or R remote; blank means
      *> not stated. LI-LIST carries the numbered pick list (LIST)
      *> or the distinct regions (REGIONS) back to the caller.
       01  LOCATION-INFO.
           05 LI-COMMAND             PIC X(10).
           05 LI-JOB-ID              PIC 9(05).
           05 LI-TEXT                PIC X(50).
           05 LI-CODE                PIC X(08).
           05 LI-CITY                PIC X(30).
           05 LI-STATE               PIC X(20).
           05 LI-COUNTRY             PIC X(20).
           05 LI-REGION              PIC X(20).
           05 LI-WORK-MODE           PIC X(01).
           05 LI-DISPLAY             PIC X(50).
           05 LI-USER                PIC X(20).
           05 LI-SOURCE              PIC X(06).
           05 LI-DATE                PIC X(10).
           05 LI-COUNT               PIC 9(03).
           05 LI-LIST OCCURS 60 TIMES.
              10 LI-L-CODE           PIC X(08).
              10 LI-L-DISPLAY        PIC X(50).
              10 LI-L-REGION         PIC X(20).
           05 LI-RESULT              PIC X(10).
