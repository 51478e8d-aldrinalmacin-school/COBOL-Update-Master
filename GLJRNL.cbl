      *THE PERMANENT LEDGER HISTORY, SAME LAYOUT ASSIGN3, POSTING
      *AND ACCTINQ WRITE.
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

      *LINE SEQUENTIAL DROPS THE TRAILING SPACES, SO EACH JOURNAL
      *RECORD GOES OUT AS A CLEAN DELIMITED LINE.
