      *HISTARCH.DIR), SO THE HISTORY SCAN READS ONLY THE ARCHIVES
      *THE REQUESTED PERIOD CAN TOUCH PLUS THE LIVE FILE - A
      *ONE-MONTH STATEMENT NO LONGER PAYS FOR FIVE YEARS OF
      *HISTORY. THE HOLDER'S NAME AND MAILING ADDRESS BLOCK FROM THE
      *ACCOUNT HOLDER FILE ACCTHLDR.NDX PRINTS UNDER THE HEADING, SO
      *THE STATEMENT GOES STRAIGHT INTO A WINDOW ENVELOPE; AN
      *ADDRESS FLAGGED RETURNED MAIL IS CALLED OUT ON THE STATEMENT
      *SO THE BRANCH HANDS IT OVER RATHER THAN POSTING IT.
      *A TRANSFER LEG SHOWS THE ACCOUNT ON THE OTHER SIDE ('TO' OR
      *'FROM') AND THE TRANSFER REFERENCE SHARED BY BOTH LEGS.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. STMT.
           SELECT SORT-FILE
             ASSIGN TO 'SORTWK'.

           SELECT OPTIONAL ACCOUNT-HOLDER-FILE
             ASSIGN TO 'ACCTHLDR.NDX'
             ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC
             RECORD KEY IS AH-ACCT-NO.

           SELECT STATEMENT-FILE
             ASSIGN TO 'STMT.OUT'
             ORGANIZATION IS LINE SEQUENTIAL.
       FILE SECTION.
      *THE HISTORY LAYOUT, EXACTLY AS ASSIGN3 WRITES IT.
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

      *SORTED ON TRANSACTION DATE; THE POSTING TIMESTAMP BREAKS TIES
      *SO SAME-DAY MOVEMENTS PRINT IN THE ORDER THEY WERE APPLIED
      *AND THE RUNNING BALANCE STAYS CONSISTENT.
       SD  SORT-FILE
           RECORD CONTAINS 70 CHARACTERS.
       01  SORT-RECORD.
           05 S-ACCT-NO        PIC X(5).
           05 S-AMOUNT         PIC S9(5)V99.
           05 S-BALANCE-BEFORE PIC S9(5)V99.
           05 S-BALANCE-AFTER  PIC S9(5)V99.
           05 S-TIMESTAMP      PIC X(14).
           05 S-XFER-REF       PIC X(16).
           05 S-XFER-ACCT      PIC X(5).

       FD  ARCHIVE-DIRECTORY-FILE
           RECORD CONTAINS 20 CHARACTERS.
       01  ARCHIVE-DIRECTORY-RECORD PIC X(20).

      *THE ACCOUNT HOLDER RECORD, EXACTLY AS HLDRMNT WRITES IT.
       FD  ACCOUNT-HOLDER-FILE
           RECORD CONTAINS 144 CHARACTERS.
       01  ACCOUNT-HOLDER-RECORD.
           05 AH-ACCT-NO          PIC X(5).
           05 AH-NAME             PIC X(30).
           05 AH-ADDRESS-1        PIC X(30).
           05 AH-ADDRESS-2        PIC X(30).
           05 AH-ADDRESS-3        PIC X(30).
           05 AH-POSTAL-CODE      PIC X(10).
           05 AH-RETURNED-MAIL    PIC X.
              88 MAIL-RETURNED            VALUE 'Y'.
           05 AH-RETURNED-DATE    PIC 9(8).

       FD  STATEMENT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  STATEMENT-RECORD    PIC X(80).
       01  WS-OPENING-BALANCE      PIC S9(5)V99 VALUE 0.
       01  WS-CLOSING-BALANCE      PIC S9(5)V99 VALUE 0.
       01  WS-FIRST-TRANS          PIC X     VALUE 'Y'.
       01  WS-HOLDER-FOUND         PIC X     VALUE 'N'.

       01  WS-HEADING-1.
           05 FILLER               PIC X(23) VALUE
              'STATEMENT FOR ACCOUNT: '.
           05 H1-ACCT-NO           PIC X(5).

      *THE NAME AND ADDRESS BLOCK, ONE LINE PER HOLDER FIELD.
       01  WS-ADDRESS-LINE.
           05 FILLER               PIC X(4)  VALUE SPACES.
           05 A-TEXT               PIC X(30) VALUE SPACES.

       01  WS-RETURNED-LINE.
           05 FILLER               PIC X(4)  VALUE SPACES.
           05 FILLER               PIC X(36) VALUE
              '*** ADDRESS FLAGGED RETURNED MAIL ON'.
           05 FILLER               PIC X     VALUE SPACE.
           05 R-RETURNED-DATE      PIC 9(8).
           05 FILLER               PIC X(17) VALUE
              ' - DO NOT MAIL **'.

       01  WS-HEADING-2.
           05 FILLER               PIC X(8)  VALUE 'PERIOD: '.
           05 H2-FROM              PIC X(8).
           05 FILLER               PIC X(6)  VALUE 'CODE'.
           05 FILLER               PIC X(14) VALUE 'AMOUNT'.
           05 FILLER               PIC X(12) VALUE 'BALANCE'.
           05 FILLER               PIC X(11) VALUE 'TRANSFER'.
           05 FILLER               PIC X(16) VALUE 'REFERENCE'.

       01  WS-OPENING-LINE.
           05 FILLER               PIC X(18) VALUE 'OPENING BALANCE'.
           05 D-AMOUNT             PIC +ZZ,ZZ9.99.
           05 FILLER               PIC X(4)  VALUE SPACES.
           05 D-BALANCE            PIC +ZZ,ZZ9.99.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 D-XFER-DIRECTION     PIC X(5)  VALUE SPACES.
           05 D-XFER-ACCT          PIC X(6)  VALUE SPACES.
           05 D-XFER-REF           PIC X(16) VALUE SPACES.

       01  WS-CLOSING-LINE.
           05 FILLER               PIC X(18) VALUE 'CLOSING BALANCE'.
           END-IF
           MOVE SPACES TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD FROM WS-HEADING-1
           PERFORM 120-PRINT-ADDRESS-PARA
           WRITE STATEMENT-RECORD FROM WS-HEADING-2
           MOVE SPACES TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD

           STOP RUN.
      *-------------------------------------------------------------
      *PRINTS THE HOLDER'S NAME AND MAILING ADDRESS BLOCK UNDER THE
      *HEADING. A MISSING HOLDER PRINTS A NOTE IN ITS PLACE SO THE
      *STATEMENT IS NOT MAILED BLIND.
       120-PRINT-ADDRESS-PARA.
           OPEN INPUT ACCOUNT-HOLDER-FILE
           MOVE WS-ACCT-PARM TO AH-ACCT-NO
           READ ACCOUNT-HOLDER-FILE
             INVALID KEY
               MOVE 'N' TO WS-HOLDER-FOUND
             NOT INVALID KEY
               MOVE 'Y' TO WS-HOLDER-FOUND
           END-READ

           IF WS-HOLDER-FOUND = 'N'
             MOVE 'NO ACCOUNT HOLDER ON FILE' TO A-TEXT
             WRITE STATEMENT-RECORD FROM WS-ADDRESS-LINE
           ELSE
             MOVE AH-NAME TO A-TEXT
             WRITE STATEMENT-RECORD FROM WS-ADDRESS-LINE
             MOVE AH-ADDRESS-1 TO A-TEXT
             WRITE STATEMENT-RECORD FROM WS-ADDRESS-LINE
             IF AH-ADDRESS-2 NOT = SPACES
               MOVE AH-ADDRESS-2 TO A-TEXT
               WRITE STATEMENT-RECORD FROM WS-ADDRESS-LINE
             END-IF
             IF AH-ADDRESS-3 NOT = SPACES
               MOVE AH-ADDRESS-3 TO A-TEXT
               WRITE STATEMENT-RECORD FROM WS-ADDRESS-LINE
             END-IF
             MOVE AH-POSTAL-CODE TO A-TEXT
             WRITE STATEMENT-RECORD FROM WS-ADDRESS-LINE
             IF MAIL-RETURNED
               MOVE AH-RETURNED-DATE TO R-RETURNED-DATE
               WRITE STATEMENT-RECORD FROM WS-RETURNED-LINE
             END-IF
           END-IF
           CLOSE ACCOUNT-HOLDER-FILE
           MOVE SPACES TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD.
      *-------------------------------------------------------------
      *READS HISTARCH.DIR INTO THE ARCHIVE NAME TABLE. A DIRECTORY
      *BEYOND THE TABLE LIMIT STOPS THE STATEMENT RATHER THAN
      *QUIETLY ANSWERING FROM PART OF THE HISTORY.
           MOVE S-CODE       TO D-CODE
           MOVE S-AMOUNT     TO D-AMOUNT
           MOVE S-BALANCE-AFTER TO D-BALANCE
           MOVE SPACES       TO D-XFER-DIRECTION
                                D-XFER-ACCT
                                D-XFER-REF
           IF S-CODE = 'X'
             IF S-AMOUNT < 0
               MOVE 'TO'     TO D-XFER-DIRECTION
             ELSE
               MOVE 'FROM'   TO D-XFER-DIRECTION
             END-IF
             MOVE S-XFER-ACCT TO D-XFER-ACCT
             MOVE S-XFER-REF  TO D-XFER-REF
           END-IF
           WRITE STATEMENT-RECORD FROM WS-DETAIL-LINE
           MOVE S-BALANCE-AFTER TO WS-CLOSING-BALANCE
           ADD 1 TO WS-TRANS-COUNT.
