      *> What a batch tells REPORT-FORMAT about a report it has just
      *> written and closed: the file, the report ID and title that
      *> head every page, the selection it was run with (a term, a
      *> cut-off date, "preview only" - whatever scoped the run;
      *> blank prints as "all records on file"), and the count the
      *> end-of-report trailer gives, with the noun that says what
      *> was counted ("accounts", "rows checked"). RPI-RESULT comes
      *> back OK, or MISSING when the file was not there to format.
       01  REPORT-PAGE-INFO.
           05 RPI-PATH               PIC X(80).
           05 RPI-REPORT-ID          PIC X(20).
           05 RPI-TITLE              PIC X(60).
           05 RPI-SELECTION          PIC X(100).
           05 RPI-RECORDS            PIC 9(07).
           05 RPI-RECORD-NOUN        PIC X(30).
           05 RPI-RESULT             PIC X(10).
