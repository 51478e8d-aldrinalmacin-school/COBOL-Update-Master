       DATA DIVISION.
       FILE SECTION.
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

      *THIS RUN'S ARCHIVE ADDITIONS, HELD APART FROM THE DATED
      *ARCHIVE UNTIL THE STEP HAS ENDED CLEAN.
       FD  ARCHIVE-ADD-FILE
           RECORD CONTAINS 70 CHARACTERS.
       01  ARCHIVE-ADD-RECORD     PIC X(70).

       FD  NEW-HISTORY-FILE
           RECORD CONTAINS 70 CHARACTERS.
       01  NEW-HISTORY-RECORD     PIC X(70).
      *---------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  MORE-DATA               PIC X     VALUE 'Y'.
