      *> data/posting-credits.dat and writes one statement section
      *> per employer for the asked-for month - grants, consumption
      *> and refunds, plus the running balance to date - into
      *> reports/credit-statement-YYYYMM.txt, which is what career
      *> services reconciles the invoices against.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDIT-STATEMENT.
             10 WS-E-BALANCE  PIC S9(7) COMP VALUE 0.
       77 WS-E-BAL-DISP    PIC -(6)9.

           COPY "REGIONINF.cpy".
           COPY "RPTINF.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL "REGION-CONFIG" USING REGION-INFO
           IF RI-RESULT NOT = "OK"
              GOBACK
           END-IF

           DISPLAY "--- Posting credit statement ---"
           DISPLAY "Statement month (YYYY-MM):"
           MOVE SPACES TO WS-MONTH-IN
           ACCEPT WS-MONTH-IN

           MOVE SPACES TO WS-REPORT-PATH
           STRING "reports/credit-statement-" WS-MONTH-IN(1:4)
                  WS-MONTH-IN(6:2) ".txt"
                  DELIMITED BY SIZE INTO WS-REPORT-PATH
           END-STRING
           END-PERFORM
           CLOSE REPORT-FILE

           MOVE WS-REPORT-PATH TO RPI-PATH
           MOVE "CREDIT-STATEMENT" TO RPI-REPORT-ID
           MOVE "Posting credit statement" TO RPI-TITLE
           MOVE SPACES TO RPI-SELECTION
           STRING "ledger month " WS-MONTH-IN
                  DELIMITED BY SIZE INTO RPI-SELECTION
           END-STRING
           MOVE WS-EMP-COUNT TO RPI-RECORDS
           MOVE "employers" TO RPI-RECORD-NOUN
           CALL "REPORT-FORMAT" USING REPORT-PAGE-INFO

           DISPLAY "CREDIT-STATEMENT: written to "
                   FUNCTION TRIM(WS-REPORT-PATH) "."
           GOBACK.
