       77 WS-SWAP           PIC X(8).
       77 WS-CUT-DATE       PIC X(8).

      *> Every data file the system of record consists of. The key
      *> file data/field-keys.dat is left out on purpose: a backup
      *> holds MSG-TEXT still sealed, and without the keys that
      *> stayed on the box the conversations do not read back.
       01 WS-FILE-NAMES.
          05 FILLER PIC X(30) VALUE "accounts.dat".
          05 FILLER PIC X(30) VALUE "profiles.dat".
