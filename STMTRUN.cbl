      *FIRST OF THE CURRENT MONTH THROUGH TODAY AND CAN BE GIVEN ON
      *THE COMMAND LINE: STMTRUN <FROM> <TO> (DATES YYYYMMDD).
      *BUILT WITH THE BATCH AND RUN ON DEMAND AT MONTH END, THE WAY
      *POSTING IS. EVERY STATEMENT CARRIES THE HOLDER'S NAME AND
      *MAILING ADDRESS BLOCK FROM THE ACCOUNT HOLDER FILE
      *ACCTHLDR.NDX. AN ACCOUNT WHOSE ADDRESS IS FLAGGED RETURNED
      *MAIL IS NOT PRINTED FOR MAILING AGAIN: IT GOES ON THE HOLD
      *LISTING STMTHOLD.OUT WITH ITS CLOSING BALANCE UNTIL THE
      *ADDRESS IS CORRECTED WITH HLDRMNT.
      *A TRANSFER LEG SHOWS THE ACCOUNT ON THE OTHER SIDE ('TO' OR
      *'FROM') AND THE TRANSFER REFERENCE SHARED BY BOTH LEGS.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. STMTRUN.
           SELECT CONTROL-REPORT-FILE
             ASSIGN TO 'STMTCTL.OUT'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ACCOUNT-HOLDER-FILE
             ASSIGN TO 'ACCTHLDR.NDX'
             ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC
             RECORD KEY IS AH-ACCT-NO.

           SELECT HOLD-LISTING-FILE
             ASSIGN TO 'STMTHOLD.OUT'
             ORGANIZATION IS LINE SEQUENTIAL.
      *********************************************************
       DATA DIVISION.
       FILE SECTION.
      *THE HISTORY LAYOUT, EXACTLY AS ASSIGN3, POSTING AND ACCTINQ
      *WRITE IT.
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

       FD  ARCHIVE-DIRECTORY-FILE
           RECORD CONTAINS 20 CHARACTERS.
      *WHOLE RUN'S STATEMENTS COME OFF THE SORT IN ONE PASS WITH
      *EACH ACCOUNT'S MOVEMENTS IN THE ORDER THEY WERE APPLIED.
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

       FD  STATEMENT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       FD  CONTROL-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CONTROL-REPORT-RECORD PIC X(80).

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

       FD  HOLD-LISTING-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  HOLD-LISTING-RECORD    PIC X(80).
      *---------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  MORE-DATA               PIC X     VALUE 'Y'.
       01  WS-IX                   PIC 9(3)  COMP.

      *STATE OF THE ACCOUNT CURRENTLY COMING OFF THE SORT.
      *WS-CUR-PRODUCING IS Y WHILE A STATEMENT IS BEING PRINTED, H
      *WHILE A RETURNED-MAIL ACCOUNT IS BEING CARRIED TO THE HOLD
      *LISTING, N WHEN THE ACCOUNT GETS NOTHING.
       01  WS-CUR-ACCT             PIC X(5)  VALUE SPACES.
       01  WS-CUR-PRODUCING        PIC X     VALUE 'N'.
       01  WS-CUR-NAME             PIC X(30) VALUE SPACES.
       01  WS-CUR-RETURNED-DATE    PIC 9(8)  VALUE 0.
       01  WS-CUR-TRANS-COUNT      PIC 9(5)  VALUE 0.
       01  WS-CUR-CLOSING          PIC S9(5)V99 VALUE 0.
       01  WS-HAVE-ACCT            PIC X     VALUE 'N'.
       01  WS-NO-MASTER-COUNT      PIC 9(5)  VALUE 0.
       01  WS-NO-ACTIVITY-COUNT    PIC 9(5)  VALUE 0.
       01  WS-CLOSING-TOTAL        PIC S9(9)V99 VALUE 0.
       01  WS-HELD-COUNT           PIC 9(5)  VALUE 0.
       01  WS-HELD-TOTAL           PIC S9(9)V99 VALUE 0.
       01  WS-NO-HOLDER-COUNT      PIC 9(5)  VALUE 0.

      *STATEMENT PAGE LAYOUT - ONE STATEMENT PER ACCOUNT, EACH
      *STARTED BY THE SEPARATOR LINE SO THE BURSTER (OR THE BRANCH)
              'STATEMENT FOR ACCOUNT: '.
           05 H1-ACCT-NO           PIC X(5).

      *THE NAME AND ADDRESS BLOCK, ONE LINE PER HOLDER FIELD.
       01  WS-ADDRESS-LINE.
           05 FILLER               PIC X(4)  VALUE SPACES.
           05 A-TEXT               PIC X(30) VALUE SPACES.

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
              'TOTAL OF CLOSING BALANCES:'.
           05 CT-CLOSING-TOTAL     PIC +ZZZ,ZZZ,ZZ9.99.

      *HOLD LISTING LAYOUT.
       01  WS-HOLD-HEADING-1.
           05 FILLER               PIC X(18) VALUE SPACES.
           05 FILLER               PIC X(44) VALUE
              'STATEMENTS HELD - ADDRESS FLAGGED RETURNED'.

       01  WS-HOLD-HEADING-2.
           05 FILLER               PIC X(7)  VALUE 'ACCT'.
           05 FILLER               PIC X(32) VALUE 'HOLDER'.
           05 FILLER               PIC X(10) VALUE 'RETURNED'.
           05 FILLER               PIC X(8)  VALUE 'TRANS'.
           05 FILLER               PIC X(15) VALUE 'CLOSING BALANCE'.

       01  WS-HOLD-DETAIL-LINE.
           05 HD-ACCT-NO           PIC X(7)  VALUE SPACES.
           05 HD-NAME              PIC X(32) VALUE SPACES.
           05 HD-RETURNED-DATE     PIC 9(8).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 HD-TRANS-COUNT       PIC ZZZZ9.
           05 FILLER               PIC X(4)  VALUE SPACES.
           05 HD-CLOSING           PIC +ZZ,ZZ9.99.

       01  WS-HOLD-COUNT-LINE.
           05 FILLER               PIC X(34) VALUE
              'STATEMENTS HELD:'.
           05 HC-HELD-COUNT        PIC ZZZ,ZZ9.

       01  WS-HOLD-TOTAL-LINE.
           05 FILLER               PIC X(34) VALUE
              'TOTAL OF HELD CLOSING BALANCES:'.
           05 HT-HELD-TOTAL        PIC +ZZZ,ZZZ,ZZ9.99.

      **********************************************************
       PROCEDURE DIVISION.
      *RESOLVES THE PERIOD, COUNTS THE OPEN ACCOUNTS, THEN RUNS THE
           PERFORM 150-LOAD-ARCHIVE-NAMES-PARA

           OPEN INPUT  MASTER-FILE
           OPEN INPUT  ACCOUNT-HOLDER-FILE
           OPEN OUTPUT STATEMENT-FILE
           OPEN OUTPUT CONTROL-REPORT-FILE
           OPEN OUTPUT HOLD-LISTING-FILE

           MOVE SPACES TO HOLD-LISTING-RECORD
           WRITE HOLD-LISTING-RECORD FROM WS-HOLD-HEADING-1
           MOVE SPACES TO HOLD-LISTING-RECORD
           WRITE HOLD-LISTING-RECORD
           WRITE HOLD-LISTING-RECORD FROM WS-HOLD-HEADING-2

           PERFORM 170-COUNT-OPEN-ACCOUNTS-PARA

           END-IF

           COMPUTE WS-NO-ACTIVITY-COUNT =
             WS-OPEN-ACCOUNTS - WS-PRODUCED-COUNT - WS-HELD-COUNT

           PERFORM 600-CONTROL-REPORT-PARA

           MOVE SPACES TO HOLD-LISTING-RECORD
           WRITE HOLD-LISTING-RECORD
           MOVE WS-HELD-COUNT TO HC-HELD-COUNT
           WRITE HOLD-LISTING-RECORD FROM WS-HOLD-COUNT-LINE
           MOVE WS-HELD-TOTAL TO HT-HELD-TOTAL
           WRITE HOLD-LISTING-RECORD FROM WS-HOLD-TOTAL-LINE

           CLOSE MASTER-FILE
           CLOSE ACCOUNT-HOLDER-FILE
           CLOSE STATEMENT-FILE
           CLOSE CONTROL-REPORT-FILE
           CLOSE HOLD-LISTING-FILE

           DISPLAY '--------------------------------------------'
           DISPLAY 'STATEMENT PRODUCTION COMPLETE.'
           DISPLAY 'OPEN ACCOUNTS ......... ', WS-OPEN-ACCOUNTS
           DISPLAY 'STATEMENTS PRODUCED ... ', WS-PRODUCED-COUNT
           DISPLAY 'HELD - RETURNED MAIL .. ', WS-HELD-COUNT
           DISPLAY 'NO HOLDER ON FILE ..... ', WS-NO-HOLDER-COUNT
           DISPLAY 'NO ACTIVITY SKIPPED ... ', WS-NO-ACTIVITY-COUNT
           DISPLAY 'CLOSED WITH ACTIVITY .. ', WS-CLOSED-SKIP-COUNT
           DISPLAY 'HISTORY WITHOUT MASTER  ', WS-NO-MASTER-COUNT
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
           END-IF
           IF WS-CUR-PRODUCING NOT = 'N'
             MOVE S-BALANCE-AFTER TO WS-CUR-CLOSING
             ADD 1 TO WS-CUR-TRANS-COUNT
           END-IF.
      *PERIOD ACTIVITY IS COUNTED BUT NOT STATED (THE BRANCH HAS
      *THE CLOSING PAPERWORK); HISTORY WITH NO MASTER RECORD AT ALL
      *IS COUNTED SEPARATELY - THAT IS A CHAIN PROBLEM HISTCHK WILL
      *ALSO BE SHOUTING ABOUT. AN OPEN ACCOUNT WHOSE HOLDER ADDRESS
      *IS FLAGGED RETURNED MAIL IS CARRIED TO THE HOLD LISTING
      *INSTEAD; ONE WITH NO HOLDER RECORD AT ALL STILL PRINTS, WITH
      *A NOTE IN PLACE OF THE ADDRESS, AND IS COUNTED SO THE BRANCH
      *CAN ADDRESS IT BY HAND AND GET THE HOLDER KEYED.
       450-START-ACCOUNT-PARA.
           MOVE S-ACCT-NO TO WS-CUR-ACCT
           MOVE 'Y' TO WS-HAVE-ACCT
               END-IF
           END-READ

           IF WS-CUR-PRODUCING = 'Y'
             MOVE S-ACCT-NO TO AH-ACCT-NO
             READ ACCOUNT-HOLDER-FILE
               INVALID KEY
                 MOVE SPACES TO ACCOUNT-HOLDER-RECORD
                 MOVE S-ACCT-NO TO AH-ACCT-NO
                 ADD 1 TO WS-NO-HOLDER-COUNT
             END-READ
             IF MAIL-RETURNED
               MOVE 'H' TO WS-CUR-PRODUCING
               MOVE AH-NAME          TO WS-CUR-NAME
               MOVE AH-RETURNED-DATE TO WS-CUR-RETURNED-DATE
             END-IF
           END-IF

           IF WS-CUR-PRODUCING = 'Y'
             WRITE STATEMENT-RECORD FROM WS-PAGE-BREAK-LINE
             MOVE WS-CUR-ACCT TO H1-ACCT-NO
             WRITE STATEMENT-RECORD FROM WS-HEADING-1
             PERFORM 460-PRINT-ADDRESS-PARA
             WRITE STATEMENT-RECORD FROM WS-HEADING-2
             MOVE SPACES TO STATEMENT-RECORD
             WRITE STATEMENT-RECORD
             WRITE STATEMENT-RECORD FROM WS-OPENING-LINE
           END-IF.
      *-------------------------------------------------------------
      *PRINTS THE HOLDER'S NAME AND MAILING ADDRESS BLOCK FROM THE
      *HOLDER RECORD JUST READ (BLANK WHEN THERE IS NONE).
       460-PRINT-ADDRESS-PARA.
           IF AH-NAME = SPACES
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
           END-IF
           MOVE SPACES TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD.
      *-------------------------------------------------------------
      *CLOSES THE STATEMENT OF THE ACCOUNT JUST FINISHED AND ROLLS
      *ITS CLOSING BALANCE INTO THE PRODUCTION TOTAL; A HELD
      *ACCOUNT GOES ON THE HOLD LISTING INSTEAD.
       500-CLOSE-ACCOUNT-PARA.
           IF WS-CUR-PRODUCING = 'Y'
             MOVE WS-CUR-CLOSING TO C-BALANCE
             ADD 1 TO WS-PRODUCED-COUNT
             ADD WS-CUR-CLOSING TO WS-CLOSING-TOTAL
           END-IF
           IF WS-CUR-PRODUCING = 'H'
             MOVE WS-CUR-ACCT          TO HD-ACCT-NO
             MOVE WS-CUR-NAME          TO HD-NAME
             MOVE WS-CUR-RETURNED-DATE TO HD-RETURNED-DATE
             MOVE WS-CUR-TRANS-COUNT   TO HD-TRANS-COUNT
             MOVE WS-CUR-CLOSING       TO HD-CLOSING
             WRITE HOLD-LISTING-RECORD FROM WS-HOLD-DETAIL-LINE
             ADD 1 TO WS-HELD-COUNT
             ADD WS-CUR-CLOSING TO WS-HELD-TOTAL
           END-IF
           MOVE 'N' TO WS-HAVE-ACCT.
      *-------------------------------------------------------------
      *WRITES THE PRODUCTION CONTROL REPORT THE BRANCH COORDINATOR
           MOVE 'HISTORY WITHOUT A MASTER RECORD' TO CL-LABEL
           MOVE WS-NO-MASTER-COUNT               TO CL-COUNT
           WRITE CONTROL-REPORT-RECORD FROM WS-CTL-LINE
           MOVE 'HELD - RETURNED MAIL (STMTHOLD)' TO CL-LABEL
           MOVE WS-HELD-COUNT                    TO CL-COUNT
           WRITE CONTROL-REPORT-RECORD FROM WS-CTL-LINE
           MOVE 'PRODUCED WITH NO HOLDER ON FILE' TO CL-LABEL
           MOVE WS-NO-HOLDER-COUNT               TO CL-COUNT
           WRITE CONTROL-REPORT-RECORD FROM WS-CTL-LINE

           MOVE WS-CLOSING-TOTAL TO CT-CLOSING-TOTAL
           WRITE CONTROL-REPORT-RECORD FROM WS-CTL-TOTAL-LINE.
