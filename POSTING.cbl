
      *THE PERMANENT LEDGER HISTORY, SAME LAYOUT ASSIGN3 WRITES.
       FD  HISTORY-FILE
           RECORD CONTAINS 70 CHARACTERS.
       01  HISTORY-RECORD.
           05 H-ACCT-NO        PIC X(5).
           05 H-AMOUNT         PIC S9(5)V99.
           05 H-BALANCE-BEFORE PIC S9(5)V99.
           05 H-BALANCE-AFTER  PIC S9(5)V99.
           05 H-TIMESTAMP      PIC X(14).
           05 H-XFER-REF       PIC X(16).
           05 H-XFER-ACCT      PIC X(5).

       FD  POSTING-REGISTER-FILE
           RECORD CONTAINS 80 CHARACTERS.
           MOVE M-ACCT-NO TO H-ACCT-NO
           MOVE WS-TODAY  TO H-DATE
           MOVE FUNCTION CURRENT-DATE (1:14) TO H-TIMESTAMP
           MOVE SPACES TO H-XFER-REF H-XFER-ACCT
           WRITE HISTORY-RECORD.
      ****************************************************************
