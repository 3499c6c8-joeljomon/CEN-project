      *> untouched. The respond-by day itself still accepts an
      *> answer, matching DEADLINE-CLOSE's treatment of the deadline
      *> day. Run with PREVIEW on the command line to list the offers
      *> a real run would rescind (reports/offer-expire-preview.txt)
      *> without touching offers.dat, applications.dat or anyone's
      *> notifications. A real run leaves control totals for
      *> offers.dat (and applications.dat when it is rewritten) with
      *> CONTROL-TOTALS for BATCH-DRIVER's balancing report. With
      *> the OFFER-RESPOND-BY rule on business days, a respond-by
      *> date on a weekend or campus closure rolls forward through
      *> BUSINESS-DAYS before it is compared.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OFFER-EXPIRE.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPTMP-STATUS.
           SELECT PREVIEW-FILE
               ASSIGN TO "reports/offer-expire-preview.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       77 WS-RB-DATE-STR     PIC X(8).
       77 WS-RB-DATE-NUM     PIC 9(8).
       77 WS-RB-INT          PIC S9(8) COMP.
       77 WS-BD-COMMAND      PIC X(10) VALUE "DUE".
       77 WS-BD-RULE         PIC X(20) VALUE "OFFER-RESPOND-BY".
       77 WS-BD-FROM         PIC X(10).
       77 WS-BD-TO           PIC X(10).
       77 WS-BD-DAYS         PIC 9(05).
       77 WS-BD-RESULT       PIC X(10).
       77 WS-NOTIF-TO        PIC X(20).
       77 WS-NOTIF-MSG       PIC X(100).
       77 WS-NOTIF-CATEGORY  PIC X(12).
       77 WS-DISPLAY-LINE    PIC X(132).
       77 WS-ARG             PIC X(20).
       77 WS-PREVIEW         PIC X VALUE "N".
       77 WS-CT-STEP         PIC X(20) VALUE "OFFER-EXPIRE".
       77 WS-CT-FILE         PIC X(30).
       01 WS-CT-COUNTS.
          05 WS-CT-READ      PIC 9(7) VALUE 0.
          05 WS-CT-WRITTEN   PIC 9(7) VALUE 0.
          05 WS-CT-REJECTED  PIC 9(7) VALUE 0.
          05 WS-CT-MOVED     PIC 9(7) VALUE 0.

      *> Every offer rescinded this run, remembered so the matching
      *> applications.dat row can be reset and both parties told.
             10 WS-RS-EMPLOYER   PIC X(20).
             10 WS-RS-APPLICANT  PIC X(20).

           COPY "REGIONINF.cpy".
           COPY "RPTINF.cpy".

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL "REGION-CONFIG" USING REGION-INFO
           IF RI-RESULT NOT = "OK"
              GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE
           MOVE WS-CURR-DATE(1:8) TO WS-TODAY-NUM
           COMPUTE WS-TODAY-INT =
           END-IF
           CLOSE PREVIEW-FILE

           MOVE "reports/offer-expire-preview.txt" TO RPI-PATH
           MOVE "OFFER-EXPIRE" TO RPI-REPORT-ID
           MOVE "Offer expiry preview" TO RPI-TITLE
           MOVE SPACES TO RPI-SELECTION
           STRING "preview only; extended offers past respond-by as of "
                  WS-TODAY
                  DELIMITED BY SIZE INTO RPI-SELECTION
           END-STRING
           MOVE WS-RESCIND-COUNT TO RPI-RECORDS
           MOVE "offers that would be rescinded" TO RPI-RECORD-NOUN
           CALL "REPORT-FORMAT" USING REPORT-PAGE-INFO

           MOVE SPACES TO WS-DISPLAY-LINE
           STRING "OFFER-EXPIRE (preview): " WS-RESCIND-COUNT
                  " offer(s) would be rescinded; see "
                  "reports/offer-expire-preview.txt."
                  DELIMITED BY SIZE
                  INTO WS-DISPLAY-LINE
           END-STRING
      *> jobs.dat, applied to offers.dat: Extended rows whose
      *> respond-by fell before today flip to Rescinded.
       RESCIND-EXPIRED-OFFERS.
           MOVE ZEROS TO WS-CT-COUNTS
           MOVE "N" TO WS-EOF
           OPEN INPUT OFFER-FILE
           OPEN OUTPUT OFFER-TEMP-FILE
                 READ OFFER-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       ADD 1 TO WS-CT-READ
                       PERFORM CHECK-AND-RESCIND
                       WRITE OFFER-TEMP-REC FROM OFFER-REC
                 END-READ
           PERFORM UNTIL WS-EOF = "Y"
              READ OFFER-TEMP-FILE INTO OFFER-REC
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    WRITE OFFER-REC
                    ADD 1 TO WS-CT-WRITTEN
              END-READ
           END-PERFORM
           CLOSE OFFER-TEMP-FILE
           CLOSE OFFER-FILE
           MOVE "offers.dat" TO WS-CT-FILE
           CALL "CONTROL-TOTALS" USING WS-CT-STEP WS-CT-FILE
                WS-CT-COUNTS.

       CHECK-AND-RESCIND.
           IF OFF-EXTENDED AND OFF-RESPOND-BY NOT = SPACES
                     INTO WS-RB-DATE-STR
              END-STRING
              IF WS-RB-DATE-STR IS NUMERIC
                 MOVE OFF-RESPOND-BY TO WS-BD-FROM
                 CALL "BUSINESS-DAYS" USING WS-BD-COMMAND WS-BD-RULE
                      WS-BD-FROM WS-BD-TO WS-BD-DAYS WS-BD-RESULT
                 IF WS-BD-RESULT NOT = "BADDATE"
                    MOVE SPACES TO WS-RB-DATE-STR
                    STRING WS-BD-TO(1:4) WS-BD-TO(6:2) WS-BD-TO(9:2)
                           DELIMITED BY SIZE
                           INTO WS-RB-DATE-STR
                    END-STRING
                 END-IF
                 MOVE WS-RB-DATE-STR TO WS-RB-DATE-NUM
                 COMPUTE WS-RB-INT =
                     FUNCTION INTEGER-OF-DATE(WS-RB-DATE-NUM)
      *> rescinded offer goes back to Under Review with today's
      *> status date, so the posting shows as workable again.
       RESET-APPLICATIONS.
           MOVE ZEROS TO WS-CT-COUNTS
           MOVE "N" TO WS-EOF
           OPEN INPUT APPLICATION-FILE
           OPEN OUTPUT APP-TEMP-FILE
                 READ APPLICATION-FILE
                    AT END MOVE "Y" TO WS-EOF
                    NOT AT END
                       ADD 1 TO WS-CT-READ
                       PERFORM CHECK-APP-AGAINST-TABLE
                       WRITE APP-TEMP-REC FROM APP-RECORD
                 END-READ
           PERFORM UNTIL WS-EOF = "Y"
              READ APP-TEMP-FILE INTO APP-RECORD
                 AT END MOVE "Y" TO WS-EOF
                 NOT AT END
                    WRITE APP-RECORD
                    ADD 1 TO WS-CT-WRITTEN
              END-READ
           END-PERFORM
           CLOSE APP-TEMP-FILE
           CLOSE APPLICATION-FILE
           MOVE "applications.dat" TO WS-CT-FILE
           CALL "CONTROL-TOTALS" USING WS-CT-STEP WS-CT-FILE
                WS-CT-COUNTS.

       CHECK-APP-AGAINST-TABLE.
           PERFORM VARYING WS-RS-IDX FROM 1 BY 1
