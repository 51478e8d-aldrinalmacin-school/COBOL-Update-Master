      *THE TWO AMOUNTS AND THE TIMESTAMP WHERE IT STARTS, AND THE
      *STEP ENDS WITH RETURN CODE 4 SO THE BATCH STOPS FOR REVIEW
      *THE SAME WAY A CONTROL-TOTAL DISCREPANCY DOES.
      *A SECOND PASS PROVES THE TRANSFERS: THE HISTORY IS SORTED BY
      *TRANSFER REFERENCE AND EVERY REFERENCE MUST HAVE EXACTLY TWO
      *'X' LEGS THAT NET TO ZERO, EACH NAMING THE OTHER'S ACCOUNT.
      *AN UNPAIRED, UNBALANCED OR CROSSED PAIR IS A PROBLEM LIKE ANY
      *CHAIN BREAK.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTCHK.
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

       FD  MASTER-FILE
           RECORD CONTAINS 22 CHARACTERS.
              88 TYPE-SAVINGS          VALUE 'S'.

      *SORTED INTO ACCOUNT AND TIMESTAMP ORDER SO EACH ACCOUNT'S
      *POSTINGS ARRIVE ADJACENT AND IN THE ORDER THEY WERE APPLIED;
      *THEN AGAIN INTO TRANSFER REFERENCE ORDER FOR THE PAIR PROOF.
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

       FD  CHECK-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  WS-DRIFT-COUNT          PIC 9(5)  VALUE 0.
       01  WS-PROBLEM-COUNT        PIC 9(5)  VALUE 0.

      *PAIR STATE FOR THE TRANSFER REFERENCE CURRENTLY BEING PROVED.
       01  WS-PAIR-REF             PIC X(16) VALUE SPACES.
       01  WS-PAIR-LEGS            PIC 9(3)  VALUE 0.
       01  WS-PAIR-NET             PIC S9(7)V99 VALUE 0.
       01  WS-PAIR-ACCT-1          PIC X(5)  VALUE SPACES.
       01  WS-PAIR-OTHER-1         PIC X(5)  VALUE SPACES.
       01  WS-PAIR-ACCT-2          PIC X(5)  VALUE SPACES.
       01  WS-PAIR-OTHER-2         PIC X(5)  VALUE SPACES.
       01  WS-HAVE-PAIR            PIC X     VALUE 'N'.
       01  WS-PAIRS-PROVEN         PIC 9(5)  VALUE 0.
       01  WS-PAIR-PROBLEM-COUNT   PIC 9(5)  VALUE 0.

       01  WS-HEADING-1.
           05 FILLER               PIC X(24) VALUE SPACES.
           05 FILLER               PIC X(31) VALUE
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 D-AT-TIMESTAMP       PIC X(14) VALUE SPACES.

       01  WS-PAIR-HEADING-1.
           05 FILLER               PIC X(24) VALUE SPACES.
           05 FILLER               PIC X(31) VALUE
              'TRANSFER PAIR PROOF'.

       01  WS-PAIR-HEADING-2.
           05 FILLER               PIC X(7)  VALUE 'ACCT'.
           05 FILLER               PIC X(23) VALUE 'PROBLEM'.
           05 FILLER               PIC X(12) VALUE 'NET'.
           05 FILLER               PIC X(6)  VALUE 'LEGS'.
           05 FILLER               PIC X(16) VALUE 'TRANSFER REF'.

       01  WS-PAIR-LINE.
           05 P-ACCT-NO            PIC X(7)  VALUE SPACES.
           05 P-PROBLEM            PIC X(23) VALUE SPACES.
           05 P-NET                PIC +ZZ,ZZ9.99.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 P-LEGS               PIC ZZ9.
           05 FILLER               PIC X(3)  VALUE SPACES.
           05 P-XFER-REF           PIC X(16) VALUE SPACES.

       01  WS-TOTAL-LINE-1.
           05 FILLER               PIC X(34) VALUE
              'ACCOUNTS VERIFIED:'.
              'ENDPOINT DRIFTS FROM MASTER:'.
           05 T-DRIFT-COUNT        PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-5.
           05 FILLER               PIC X(34) VALUE
              'TRANSFER PAIRS PROVEN:'.
           05 T-PAIRS-PROVEN       PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-6.
           05 FILLER               PIC X(34) VALUE
              'TRANSFER PAIR PROBLEMS:'.
           05 T-PAIR-PROBLEM-COUNT PIC ZZZ,ZZ9.

      **********************************************************
       PROCEDURE DIVISION.
      *SORTS THE HISTORY AND WALKS EACH ACCOUNT'S CHAIN.
             PERFORM 400-CHECK-ENDPOINT-PARA
           END-IF

           MOVE SPACES TO CHECK-REPORT-RECORD
           WRITE CHECK-REPORT-RECORD
           WRITE CHECK-REPORT-RECORD FROM WS-PAIR-HEADING-1
           WRITE CHECK-REPORT-RECORD FROM WS-PAIR-HEADING-2

           SORT SORT-FILE
             ON ASCENDING KEY S-XFER-REF
             ON ASCENDING KEY S-TIMESTAMP
             WITH DUPLICATES IN ORDER
             USING HISTORY-FILE
             OUTPUT PROCEDURE IS 500-WALK-TRANSFERS-PARA

           IF WS-HAVE-PAIR = 'Y'
             PERFORM 700-PROVE-PAIR-PARA
           END-IF

           MOVE SPACES TO CHECK-REPORT-RECORD
           WRITE CHECK-REPORT-RECORD
           MOVE WS-ACCOUNTS-VERIFIED TO T-ACCOUNTS-VERIFIED
           WRITE CHECK-REPORT-RECORD FROM WS-TOTAL-LINE-3
           MOVE WS-DRIFT-COUNT TO T-DRIFT-COUNT
           WRITE CHECK-REPORT-RECORD FROM WS-TOTAL-LINE-4
           MOVE WS-PAIRS-PROVEN TO T-PAIRS-PROVEN
           WRITE CHECK-REPORT-RECORD FROM WS-TOTAL-LINE-5
           MOVE WS-PAIR-PROBLEM-COUNT TO T-PAIR-PROBLEM-COUNT
           WRITE CHECK-REPORT-RECORD FROM WS-TOTAL-LINE-6

           CLOSE MASTER-FILE
           CLOSE CHECK-REPORT-FILE
           DISPLAY 'RECORDS VERIFIED ...... ', WS-RECORDS-VERIFIED
           DISPLAY 'BROKEN CHAIN LINKS .... ', WS-BREAK-COUNT
           DISPLAY 'ENDPOINT DRIFTS ....... ', WS-DRIFT-COUNT
           DISPLAY 'TRANSFER PAIRS PROVEN . ', WS-PAIRS-PROVEN
           DISPLAY 'TRANSFER PAIR PROBLEMS  ', WS-PAIR-PROBLEM-COUNT
           IF WS-PROBLEM-COUNT > 0
             DISPLAY '*** LEDGER HISTORY DOES NOT HANG TOGETHER - '
              'SEE HISTCHK.OUT BEFORE TRUSTING STATEMENTS ***'
                 ADD 1 TO WS-PROBLEM-COUNT
               END-IF
           END-READ.
      *-------------------------------------------------------------
      *SORT OUTPUT PROCEDURE FOR THE TRANSFER PASS: RETURNS THE
      *HISTORY IN TRANSFER REFERENCE ORDER, SO THE TWO LEGS OF EACH
      *TRANSFER ARRIVE TOGETHER. ONLY 'X' RECORDS TAKE PART.
       500-WALK-TRANSFERS-PARA.
           MOVE 'Y' TO MORE-DATA
           PERFORM UNTIL MORE-DATA = 'N'
             RETURN SORT-FILE RECORD
               AT END
                 MOVE 'N' TO MORE-DATA
               NOT AT END
                 IF S-CODE = 'X'
                   PERFORM 600-COLLECT-LEG-PARA
                 END-IF
             END-RETURN
           END-PERFORM.
      *-------------------------------------------------------------
      *ADDS ONE TRANSFER LEG TO THE PAIR BEING BUILT. A NEW
      *REFERENCE PROVES THE PRIOR PAIR FIRST. A LEG WITH NO
      *REFERENCE AT ALL CANNOT BE PAIRED AND IS REPORTED ALONE.
       600-COLLECT-LEG-PARA.
           IF S-XFER-REF = SPACES
             MOVE S-ACCT-NO            TO P-ACCT-NO
             MOVE 'TRANSFER HAS NO REF'  TO P-PROBLEM
             MOVE S-AMOUNT             TO P-NET
             MOVE 1                    TO P-LEGS
             MOVE S-TIMESTAMP          TO P-XFER-REF
             WRITE CHECK-REPORT-RECORD FROM WS-PAIR-LINE
             ADD 1 TO WS-PAIR-PROBLEM-COUNT
             ADD 1 TO WS-PROBLEM-COUNT
           ELSE
             IF WS-HAVE-PAIR = 'Y'
                AND S-XFER-REF NOT = WS-PAIR-REF
               PERFORM 700-PROVE-PAIR-PARA
             END-IF
             IF WS-HAVE-PAIR = 'N'
               MOVE S-XFER-REF TO WS-PAIR-REF
               MOVE 0          TO WS-PAIR-LEGS
               MOVE 0          TO WS-PAIR-NET
               MOVE SPACES     TO WS-PAIR-ACCT-1 WS-PAIR-OTHER-1
                                  WS-PAIR-ACCT-2 WS-PAIR-OTHER-2
               MOVE 'Y'        TO WS-HAVE-PAIR
             END-IF
             ADD 1        TO WS-PAIR-LEGS
             ADD S-AMOUNT TO WS-PAIR-NET
             IF WS-PAIR-LEGS = 1
               MOVE S-ACCT-NO   TO WS-PAIR-ACCT-1
               MOVE S-XFER-ACCT TO WS-PAIR-OTHER-1
             END-IF
             IF WS-PAIR-LEGS = 2
               MOVE S-ACCT-NO   TO WS-PAIR-ACCT-2
               MOVE S-XFER-ACCT TO WS-PAIR-OTHER-2
             END-IF
           END-IF.
      *-------------------------------------------------------------
      *PROVES ONE TRANSFER REFERENCE: EXACTLY TWO LEGS, NETTING TO
      *ZERO, EACH LEG NAMING THE OTHER LEG'S ACCOUNT.
       700-PROVE-PAIR-PARA.
           MOVE SPACES TO P-PROBLEM
           EVALUATE TRUE
             WHEN WS-PAIR-LEGS NOT = 2
               MOVE 'UNPAIRED TRANSFER'     TO P-PROBLEM
             WHEN WS-PAIR-NET NOT = 0
               MOVE 'PAIR DOES NOT NET'     TO P-PROBLEM
             WHEN WS-PAIR-ACCT-1 NOT = WS-PAIR-OTHER-2
               OR WS-PAIR-ACCT-2 NOT = WS-PAIR-OTHER-1
               MOVE 'PAIR ACCOUNTS CROSSED' TO P-PROBLEM
           END-EVALUATE

           IF P-PROBLEM = SPACES
             ADD 1 TO WS-PAIRS-PROVEN
           ELSE
             MOVE WS-PAIR-ACCT-1 TO P-ACCT-NO
             MOVE WS-PAIR-NET    TO P-NET
             MOVE WS-PAIR-LEGS   TO P-LEGS
             MOVE WS-PAIR-REF    TO P-XFER-REF
             WRITE CHECK-REPORT-RECORD FROM WS-PAIR-LINE
             ADD 1 TO WS-PAIR-PROBLEM-COUNT
             ADD 1 TO WS-PROBLEM-COUNT
           END-IF
           MOVE 'N' TO WS-HAVE-PAIR.
      ****************************************************************
