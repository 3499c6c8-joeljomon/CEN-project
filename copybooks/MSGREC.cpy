      *> that reads or writes a direct message (SEND-MESSAGE,
      *> VIEW-MESSAGES) so a message written by one program is read
      *> back correctly by the other.
      *> Adding or moving a field changes the file's layout version:
      *> bump it in LAYOUTVER.cpy and give LAYOUT-MIGRATE a rule.
       01  MESSAGE-RECORD.
           05 MSG-SENDER             PIC X(20).
           05 MSG-RECIPIENT          PIC X(20).
