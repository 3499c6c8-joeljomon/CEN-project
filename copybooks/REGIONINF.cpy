      *> The region a run is in, as REGION-CONFIG resolved it at
      *> startup from the INCOLLEGE_REGION environment variable and
      *> config/regions.dat. Every program that can be started on
      *> its own (the InCollege menu, BATCH-DRIVER and each
      *> standalone batch) calls REGION-CONFIG with this first and
      *> stops unless RI-RESULT comes back OK, so a run never falls
      *> through to another region's files.
       01  REGION-INFO.
           05 RI-REGION              PIC X(10).
           05 RI-BANNER              PIC X(60).
           05 RI-RESULT              PIC X(10).
