          05 NP-CONNECTIONS       PIC X(01).
          05 NP-MESSAGES          PIC X(01).
          05 NP-EVENTS            PIC X(01).
      *> NOTIF-DIGEST's email-export opt-out and digest address;
      *> not consulted here.
          05 NP-DIGEST            PIC X(01).
          05 NP-DIGEST-ADDR       PIC X(60).
          05 NP-ADDR-STATUS       PIC X(01).
          05 NP-BOUNCE-DATE       PIC X(10).

       WORKING-STORAGE SECTION.
       77 WS-NOTIF-STATUS    PIC XX.
