      *A TRANSACTION FILE.
      *THERE CAN BE NONE, ONE OR MULTIPLE TRANSACTION RECORD(IF ANY) 
      *CORRESPONDING TO A MASTER RECORD.
      *AN ADD OPENS AN ACCOUNT ONLY WHEN ITS HOLDER (NAME AND
      *MAILING ADDRESS) IS ALREADY ON THE ACCOUNT HOLDER FILE
      *ACCTHLDR.NDX, MAINTAINED WITH HLDRMNT; OTHERWISE IT GOES TO
      *SUSPENSE.
      *A TRANSFER ('X') MOVES AN AMOUNT FROM ONE ACCOUNT TO ANOTHER.
      *BOTH LEGS ARE POSTED OR NEITHER IS - A TRANSFER THAT FAILS
      *ANY CHECK ON EITHER SIDE GOES TO SUSPENSE WHOLE. THE TWO
      *HISTORY RECORDS SHARE ONE TRANSFER REFERENCE SO STMT AND
      *HISTCHK CAN SHOW AND PROVE THE PAIR.
      *A DEBIT (AN UPDATE OR THE FROM SIDE OF A TRANSFER) MAY NOT
      *TAKE THE BALANCE BELOW THE TOTAL OF THE HOLDS IN FORCE ON
      *THE ACCOUNT (HOLDS.NDX, PLACED THROUGH ACCTINQ); SUCH A DEBIT
      *GOES TO SUSPENSE.
      
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASSIGN3.
           SELECT OPTIONAL HISTORY-FILE
             ASSIGN TO 'LEDGHIST.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ACCOUNT-HOLDER-FILE
             ASSIGN TO 'ACCTHLDR.NDX'
             ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC
             RECORD KEY IS AH-ACCT-NO.
           SELECT OPTIONAL HOLD-FILE
             ASSIGN TO 'HOLDS.NDX'
             ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC
             RECORD KEY IS HD-KEY.

      ***********************************************************
       DATA DIVISION.
      *T-ACCT-TYPE IS ONLY MEANINGFUL ON AN ADD - THAT IS WHEN THE
      *ACCOUNT TYPE IS CAPTURED ONTO THE MASTER. ANY OTHER CODE
      *LEAVES THE COLUMN BLANK.
      *T-TO-ACCT-NO IS ONLY MEANINGFUL ON A TRANSFER: T-ACCT-NO IS
      *THE ACCOUNT DEBITED, T-TO-ACCT-NO THE ACCOUNT CREDITED AND
      *T-AMOUNT THE (POSITIVE) AMOUNT MOVED. A 22-BYTE RECORD FROM
      *BEFORE THE FIELD WAS ADDED READS WITH IT BLANK.
       FD  TRANSACTION-FILE
           RECORD CONTAINS 27 CHARACTERS.
       01  TRANS-REC.
           05 T-ACCT-NO       PIC X(5).
           05 T-AMOUNT        PIC S9(5)V99.
              88 UPDATE-R              VALUE 'U'.
              88 DELETE-R              VALUE 'D'.
              88 REACTIVATE-R          VALUE 'R'.
              88 TRANSFER-R            VALUE 'X'.
           05 T-DATE          PIC 9(8).
           05 T-ACCT-TYPE     PIC X.
           05 T-TO-ACCT-NO    PIC X(5).
              
       FD  NEW-MASTER-FILE
           RECORD CONTAINS 22 CHARACTERS.
      *RECORD, A DUPLICATE ADD, OR A BAD T-CODE) ARE WRITTEN HERE
      *SO THEY CAN BE RESEARCHED AND RESUBMITTED NEXT CYCLE.
       FD  SUSPENSE-FILE
           RECORD CONTAINS 59 CHARACTERS.
       01  SUSPENSE-RECORD.
           05 SU-ACCT-NO       PIC X(5).
           05 SU-AMOUNT        PIC S9(5)V99.
           05 SU-CODE          PIC X.
           05 SU-ACCT-TYPE     PIC X.
           05 SU-REASON        PIC X(40).
           05 SU-TO-ACCT-NO    PIC X(5).

      *PERMANENT TRANSACTION HISTORY, ONE RECORD PER APPLIED
      *TRANSACTION, OPENED EXTEND LIKE THE PAYROLL AUDIT TRAIL SO
      *RUNNING BALANCE; THIS FILE IS WHAT THE STATEMENT PROGRAM
      *(STMT) READS TO SHOW AN ACCOUNT HOLDER THE MOVEMENTS BEHIND
      *A BALANCE CHANGE.
      *H-XFER-REF AND H-XFER-ACCT ARE SET ONLY ON THE TWO LEGS OF A
      *TRANSFER ('X'): THE SHARED REFERENCE (RUN TIMESTAMP TO THE
      *MINUTE PLUS A SEQUENCE WITHIN THE RUN) AND THE ACCOUNT ON THE
      *OTHER SIDE. EVERY OTHER POSTING LEAVES THEM BLANK.
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

      *THE ACCOUNT HOLDER RECORD, EXACTLY AS HLDRMNT WRITES IT. ONLY
      *ITS EXISTENCE MATTERS HERE.
       FD  ACCOUNT-HOLDER-FILE
           RECORD CONTAINS 144 CHARACTERS.
       01  ACCOUNT-HOLDER-RECORD.
           05 AH-ACCT-NO       PIC X(5).
           05 AH-NAME          PIC X(30).
           05 AH-ADDRESS-1     PIC X(30).
           05 AH-ADDRESS-2     PIC X(30).
           05 AH-ADDRESS-3     PIC X(30).
           05 AH-POSTAL-CODE   PIC X(10).
           05 AH-RETURNED-MAIL PIC X.
           05 AH-RETURNED-DATE PIC 9(8).

      *THE HOLD RECORD, EXACTLY AS ACCTINQ WRITES IT. ONLY ACTIVE
      *HOLDS NOT YET AT THEIR EXPIRY DATE COUNT AGAINST A DEBIT.
       FD  HOLD-FILE
           RECORD CONTAINS 52 CHARACTERS.
       01  HOLD-RECORD.
           05 HD-KEY.
              10 HD-ACCT-NO    PIC X(5).
              10 HD-HOLD-NO    PIC 9(3).
           05 HD-AMOUNT        PIC 9(5)V99.
           05 HD-REASON        PIC X(2).
           05 HD-PLACED-DATE   PIC 9(8).
           05 HD-EXPIRY-DATE   PIC 9(8).
           05 HD-OPERATOR      PIC X(5).
           05 HD-STATUS        PIC X.
              88 HOLD-ACTIVE           VALUE 'A'.
           05 HD-RELEASED-DATE PIC 9(8).
           05 HD-RELEASED-BY   PIC X(5).

       WORKING-STORAGE SECTION.
       01  MORE-RECORDS       PIC X    VALUE 'Y'.
       01  WS-HIST-BEFORE     PIC S9(5)V99 VALUE 0.
       01  WS-HIST-AFTER      PIC S9(5)V99 VALUE 0.

      *BOTH SIDES OF A TRANSFER ARE READ AND CHECKED BEFORE EITHER
      *IS REWRITTEN, SO EACH MASTER RECORD IS HELD HERE MEANWHILE.
       01  WS-XFER-FROM-REC.
           05 XF-ACCT-NO       PIC X(5).
           05 XF-AMOUNT        PIC S9(5)V99.
           05 XF-ACTIVE        PIC X.
           05 XF-LAST-ACTIVITY PIC 9(8).
           05 XF-ACCT-TYPE     PIC X.
       01  WS-XFER-TO-REC.
           05 XT-ACCT-NO       PIC X(5).
           05 XT-AMOUNT        PIC S9(5)V99.
           05 XT-ACTIVE        PIC X.
           05 XT-LAST-ACTIVITY PIC 9(8).
           05 XT-ACCT-TYPE     PIC X.
       01  WS-XFER-FROM-NEW   PIC S9(5)V99 VALUE 0.
       01  WS-XFER-TO-NEW     PIC S9(5)V99 VALUE 0.
       01  WS-RUN-STAMP.
           05 WS-RUN-DATE     PIC 9(8).
           05 FILLER          PIC X(6).
       01  WS-XFER-SEQ        PIC 9(4) VALUE 0.
       01  WS-XFER-REF.
           05 WS-XFER-REF-STAMP PIC X(12).
           05 WS-XFER-REF-SEQ   PIC 9(4).

      *ONE HISTORY LEG OF A TRANSFER, SET BEFORE
      *960-WRITE-TRANSFER-LEG-PARA IS PERFORMED.
       01  WS-LEG-ACCT-NO     PIC X(5).
       01  WS-LEG-AMOUNT      PIC S9(5)V99.
       01  WS-LEG-OTHER-ACCT  PIC X(5).

      *TRANSFER CONTROL TOTALS. EVERY POSTED TRANSFER DEBITS AND
      *CREDITS THE SAME AMOUNT, SO THE NET MUST COME OUT ZERO.
       01  WS-XFER-COUNT      PIC 9(5) VALUE 0.
       01  WS-XFER-DEBITS     PIC S9(9)V99 VALUE 0.
       01  WS-XFER-CREDITS    PIC S9(9)V99 VALUE 0.
       01  WS-XFER-NET        PIC S9(9)V99 VALUE 0.
       01  WS-XFER-DISPLAY    PIC -(9)9.99.

      *HOLDS IN FORCE ON WS-HOLD-ACCT, TOTALLED BY
      *450-TOTAL-HOLDS-PARA.
       01  WS-HOLD-ACCT       PIC X(5).
       01  WS-HOLDS-TOTAL     PIC S9(7)V99 VALUE 0.
       01  WS-MORE-HOLDS      PIC X    VALUE 'Y'.

      **********************************************************
      * CONTROLS THE MAIN LOGIC OF THE PROGRAM.
       PROCEDURE DIVISION.
           PERFORM 600-CLOSE-PARA

           DISPLAY 'TRANSACTIONS READ ..... ', RECORD-COUNTER
           PERFORM 980-TRANSFER-TOTALS-PARA

           STOP RUN.
      **********************************************************
           OPEN  INPUT   TRANSACTION-FILE
           OPEN  I-O     MASTER-FILE
           OPEN  OUTPUT  SUSPENSE-FILE
           OPEN  EXTEND  HISTORY-FILE
           OPEN  INPUT   ACCOUNT-HOLDER-FILE
           OPEN  INPUT   HOLD-FILE
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUN-STAMP.
      **********************************************************
      * FUNCTION THAT PROCESSES A TRANSACTION AGAINST A MASTER RECORD
      *  THAT HAS ALREADY BEEN FOUND (READ) BY 800-READ-MASTER-PARA.
           END-IF.
      **********************************************************
      * FUNCTION THAT ADDS A NEW MASTER RECORD FOR AN ACCT-NO THAT
      *  DOES NOT YET EXIST ON THE MASTER FILE. AN ACCOUNT WITH NO
      *  HOLDER RECORD WOULD HAVE NOBODY TO SEND ITS STATEMENT TO,
      *  SO THE ADD IS REFUSED TO SUSPENSE UNTIL THE HOLDER IS KEYED.
       350-ADD-PARA.
           MOVE T-ACCT-NO TO AH-ACCT-NO
           READ ACCOUNT-HOLDER-FILE
             INVALID KEY
               MOVE 'NO ACCOUNT HOLDER RECORD ON FILE'
                 TO WS-SUSPENSE-REASON
               PERFORM 850-SUSPENSE-PARA
             NOT INVALID KEY
               PERFORM 360-CREATE-ACCOUNT-PARA
           END-READ.
      **********************************************************
      * FUNCTION THAT WRITES THE NEW MASTER RECORD ONCE THE ADD HAS
      *  PASSED ITS CHECKS.
       360-CREATE-ACCOUNT-PARA.
           MOVE T-ACCT-NO TO M-ACCT-NO
           MOVE T-AMOUNT  TO M-AMOUNT
           MOVE 'Y'       TO M-ACTIVE
      * FUNCTION THAT UPDATES THE AMOUNT IN MASTER RECORD BASE ON THE.
      *  AMOUNT ADDED FROM THE CORRESPONDING RECORD IN TRANSACTION
      *  FILE. AN UPDATE THAT WOULD DRIVE THE BALANCE NEGATIVE IS
      *  REJECTED TO SUSPENSE INSTEAD OF BEING APPLIED, AND SO IS A
      *  DEBIT THAT WOULD TAKE IT BELOW THE AMOUNT HELD.
       400-UPDATE-PARA.
           COMPUTE WS-NEW-AMOUNT = M-AMOUNT + T-AMOUNT
           MOVE 0 TO WS-HOLDS-TOTAL
           IF T-AMOUNT < 0
             MOVE M-ACCT-NO TO WS-HOLD-ACCT
             PERFORM 450-TOTAL-HOLDS-PARA
           END-IF
           IF WS-NEW-AMOUNT < 0
             MOVE 'UPDATE WOULD DRIVE BALANCE NEGATIVE'
               TO WS-SUSPENSE-REASON
             PERFORM 850-SUSPENSE-PARA
           ELSE
           IF WS-NEW-AMOUNT < WS-HOLDS-TOTAL
             MOVE 'UPDATE WOULD TAKE BALANCE BELOW HOLDS'
               TO WS-SUSPENSE-REASON
             PERFORM 850-SUSPENSE-PARA
           ELSE
             MOVE M-AMOUNT TO WS-HIST-BEFORE
             MOVE WS-NEW-AMOUNT TO M-AMOUNT
             REWRITE MASTER-REC
             MOVE M-AMOUNT TO WS-HIST-AFTER
             PERFORM 950-WRITE-HISTORY-PARA
           END-IF
           END-IF.
      **********************************************************
      * FUNCTION THAT TOTALS THE HOLDS IN FORCE ON WS-HOLD-ACCT:
      *  ACTIVE, AND EITHER OPEN-ENDED OR NOT YET AT THEIR EXPIRY
      *  DATE. NO HOLDS FILE MEANS NO HOLDS.
       450-TOTAL-HOLDS-PARA.
           MOVE 0 TO WS-HOLDS-TOTAL
           MOVE WS-HOLD-ACCT TO HD-ACCT-NO
           MOVE 0            TO HD-HOLD-NO
           MOVE 'Y' TO WS-MORE-HOLDS
           START HOLD-FILE
             KEY IS NOT LESS THAN HD-KEY
             INVALID KEY
               MOVE 'N' TO WS-MORE-HOLDS
           END-START
           PERFORM UNTIL WS-MORE-HOLDS = 'N'
             READ HOLD-FILE NEXT RECORD
               AT END
                 MOVE 'N' TO WS-MORE-HOLDS
               NOT AT END
                 IF HD-ACCT-NO NOT = WS-HOLD-ACCT
                   MOVE 'N' TO WS-MORE-HOLDS
                 ELSE
                   IF HOLD-ACTIVE
                      AND (HD-EXPIRY-DATE = 0
                        OR HD-EXPIRY-DATE > WS-RUN-DATE)
                     ADD HD-AMOUNT TO WS-HOLDS-TOTAL
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
      **********************************************************
      * FUNCTION THAT SETS A RECORD TO BE DELETED/NOT INCLUDED IN
      *  THE NEW FILE.
       500-DELETE-PARA.
           MOVE M-AMOUNT TO WS-HIST-AFTER
           PERFORM 950-WRITE-HISTORY-PARA.
      **********************************************************
      * FUNCTION THAT APPLIES A TRANSFER. EVERY CHECK ON BOTH SIDES
      *  IS MADE BEFORE EITHER MASTER RECORD IS TOUCHED; THE FIRST
      *  ONE THAT FAILS SENDS THE WHOLE TRANSFER TO SUSPENSE WITH
      *  ITS REASON AND NEITHER LEG IS POSTED.
       700-TRANSFER-PARA.
           MOVE SPACES TO WS-SUSPENSE-REASON
           IF T-AMOUNT NOT > 0
             MOVE 'TRANSFER AMOUNT MUST BE GREATER THAN 0'
               TO WS-SUSPENSE-REASON
           END-IF
           IF WS-SUSPENSE-REASON = SPACES
              AND T-TO-ACCT-NO = SPACES
             MOVE 'TRANSFER HAS NO TO-ACCOUNT'
               TO WS-SUSPENSE-REASON
           END-IF
           IF WS-SUSPENSE-REASON = SPACES
              AND T-TO-ACCT-NO = T-ACCT-NO
             MOVE 'TRANSFER FROM AND TO THE SAME ACCOUNT'
               TO WS-SUSPENSE-REASON
           END-IF

           IF WS-SUSPENSE-REASON = SPACES
             MOVE T-ACCT-NO TO M-ACCT-NO
             READ MASTER-FILE
               INVALID KEY
                 MOVE 'TRANSFER FROM-ACCOUNT NOT ON MASTER'
                   TO WS-SUSPENSE-REASON
               NOT INVALID KEY
                 MOVE MASTER-REC TO WS-XFER-FROM-REC
             END-READ
           END-IF
           IF WS-SUSPENSE-REASON = SPACES
             MOVE T-TO-ACCT-NO TO M-ACCT-NO
             READ MASTER-FILE
               INVALID KEY
                 MOVE 'TRANSFER TO-ACCOUNT NOT ON MASTER'
                   TO WS-SUSPENSE-REASON
               NOT INVALID KEY
                 MOVE MASTER-REC TO WS-XFER-TO-REC
             END-READ
           END-IF

      *A CLOSED ACCOUNT TAKES NO MOVEMENT, AND A DORMANT ONE IS HELD
      *FOR REVIEW EXACTLY AS A PLAIN UPDATE AGAINST IT WOULD BE.
           IF WS-SUSPENSE-REASON = SPACES
             EVALUATE TRUE
               WHEN XF-ACTIVE = 'N'
                 MOVE 'TRANSFER FROM-ACCOUNT IS CLOSED'
                   TO WS-SUSPENSE-REASON
               WHEN XT-ACTIVE = 'N'
                 MOVE 'TRANSFER TO-ACCOUNT IS CLOSED'
                   TO WS-SUSPENSE-REASON
               WHEN XF-ACTIVE = 'D'
                 MOVE 'FROM-ACCOUNT DORMANT - HELD FOR REVIEW'
                   TO WS-SUSPENSE-REASON
               WHEN XT-ACTIVE = 'D'
                 MOVE 'TO-ACCOUNT DORMANT - HELD FOR REVIEW'
                   TO WS-SUSPENSE-REASON
             END-EVALUATE
           END-IF

           IF WS-SUSPENSE-REASON = SPACES
             COMPUTE WS-XFER-FROM-NEW = XF-AMOUNT - T-AMOUNT
             IF WS-XFER-FROM-NEW < 0
               MOVE 'TRANSFER WOULD DRIVE BALANCE NEGATIVE'
                 TO WS-SUSPENSE-REASON
             END-IF
           END-IF
           IF WS-SUSPENSE-REASON = SPACES
             MOVE XF-ACCT-NO TO WS-HOLD-ACCT
             PERFORM 450-TOTAL-HOLDS-PARA
             IF WS-XFER-FROM-NEW < WS-HOLDS-TOTAL
               MOVE 'TRANSFER WOULD TAKE BALANCE BELOW HOLDS'
                 TO WS-SUSPENSE-REASON
             END-IF
           END-IF
           IF WS-SUSPENSE-REASON = SPACES
             COMPUTE WS-XFER-TO-NEW = XT-AMOUNT + T-AMOUNT
               ON SIZE ERROR
                 MOVE 'TRANSFER WOULD OVERFLOW TO-ACCOUNT'
                   TO WS-SUSPENSE-REASON
             END-COMPUTE
           END-IF

           IF WS-SUSPENSE-REASON = SPACES
             PERFORM 710-POST-TRANSFER-PARA
           ELSE
             PERFORM 850-SUSPENSE-PARA
           END-IF.
      **********************************************************
      * FUNCTION THAT POSTS BOTH LEGS OF A TRANSFER THAT HAS PASSED
      *  700-TRANSFER-PARA'S CHECKS, AND WRITES THE PAIR OF HISTORY
      *  RECORDS UNDER ONE SHARED REFERENCE.
       710-POST-TRANSFER-PARA.
           MOVE WS-XFER-FROM-REC TO MASTER-REC
           MOVE WS-XFER-FROM-NEW TO M-AMOUNT
           MOVE T-DATE           TO M-LAST-ACTIVITY
           REWRITE MASTER-REC

           MOVE WS-XFER-TO-REC   TO MASTER-REC
           MOVE WS-XFER-TO-NEW   TO M-AMOUNT
           MOVE T-DATE           TO M-LAST-ACTIVITY
           REWRITE MASTER-REC

           ADD 1 TO WS-XFER-SEQ
           MOVE WS-RUN-STAMP (1:12) TO WS-XFER-REF-STAMP
           MOVE WS-XFER-SEQ         TO WS-XFER-REF-SEQ

           MOVE T-ACCT-NO        TO WS-LEG-ACCT-NO
           COMPUTE WS-LEG-AMOUNT = 0 - T-AMOUNT
           MOVE T-TO-ACCT-NO     TO WS-LEG-OTHER-ACCT
           MOVE XF-AMOUNT        TO WS-HIST-BEFORE
           MOVE WS-XFER-FROM-NEW TO WS-HIST-AFTER
           PERFORM 960-WRITE-TRANSFER-LEG-PARA

           MOVE T-TO-ACCT-NO     TO WS-LEG-ACCT-NO
           MOVE T-AMOUNT         TO WS-LEG-AMOUNT
           MOVE T-ACCT-NO        TO WS-LEG-OTHER-ACCT
           MOVE XT-AMOUNT        TO WS-HIST-BEFORE
           MOVE WS-XFER-TO-NEW   TO WS-HIST-AFTER
           PERFORM 960-WRITE-TRANSFER-LEG-PARA

           ADD 1        TO WS-XFER-COUNT
           SUBTRACT T-AMOUNT FROM WS-XFER-DEBITS
           ADD T-AMOUNT TO WS-XFER-CREDITS
           DISPLAY 'TRANSFER ', T-ACCT-NO, ' TO ', T-TO-ACCT-NO,
            ' POSTED. REF ', WS-XFER-REF.
      **********************************************************
      * FUNCTION THAT CLOSES BOTH THE TRANSACTION AND MASTER FILE. 
       600-CLOSE-PARA.
           CLOSE TRANSACTION-FILE
                 MASTER-FILE
                 SUSPENSE-FILE
                 HISTORY-FILE
                 ACCOUNT-HOLDER-FILE
                 HOLD-FILE.
      **********************************************************
      * FUNCTION THAT LOOKS UP THE MASTER RECORD FOR THE CURRENT
      *  TRANSACTION DIRECTLY BY KEY (MASTER-FILE IS INDEXED ON
      *  M-ACCT-NO) AND DISPATCHES IT, INSTEAD OF RESCANNING THE
      *  WHOLE MASTER FILE FOR EVERY TRANSACTION.
       800-READ-MASTER-PARA.
      *A TRANSFER TOUCHES TWO MASTER RECORDS AND DOES ITS OWN READS.
           IF TRANSFER-R
             PERFORM 700-TRANSFER-PARA
           ELSE
           MOVE T-ACCT-NO TO M-ACCT-NO
           READ MASTER-FILE
             INVALID KEY
               END-IF
             NOT INVALID KEY
               PERFORM 300-PROCESS-PARA
           END-READ
           END-IF.
      **********************************************************
      * FUNCTION THAT WRITES A TRANSACTION THAT COULD NOT BE APPLIED
      *  TO THE SUSPENSE FILE, ALONG WITH THE REASON IT WAS REJECTED.
           MOVE T-CODE            TO SU-CODE
           MOVE T-ACCT-TYPE       TO SU-ACCT-TYPE
           MOVE WS-SUSPENSE-REASON TO SU-REASON
           MOVE T-TO-ACCT-NO      TO SU-TO-ACCT-NO
           WRITE SUSPENSE-RECORD
           DISPLAY 'TRANSACTION ', T-ACCT-NO,
            ' ROUTED TO SUSPENSE: ', WS-SUSPENSE-REASON.
           MOVE WS-HIST-BEFORE TO H-BALANCE-BEFORE
           MOVE WS-HIST-AFTER  TO H-BALANCE-AFTER
           MOVE FUNCTION CURRENT-DATE (1:14) TO H-TIMESTAMP
           MOVE SPACES         TO H-XFER-REF
           MOVE SPACES         TO H-XFER-ACCT
           WRITE HISTORY-RECORD.
      **********************************************************
      * FUNCTION THAT WRITES ONE LEG OF A TRANSFER TO HISTORY. THE
      *  WS-LEG- FIELDS AND WS-HIST-BEFORE/AFTER MUST BE SET FIRST.
       960-WRITE-TRANSFER-LEG-PARA.
           MOVE WS-LEG-ACCT-NO    TO H-ACCT-NO
           MOVE WS-LEG-AMOUNT     TO H-AMOUNT
           MOVE T-CODE            TO H-CODE
           MOVE T-DATE            TO H-DATE
           MOVE WS-HIST-BEFORE    TO H-BALANCE-BEFORE
           MOVE WS-HIST-AFTER     TO H-BALANCE-AFTER
           MOVE FUNCTION CURRENT-DATE (1:14) TO H-TIMESTAMP
           MOVE WS-XFER-REF       TO H-XFER-REF
           MOVE WS-LEG-OTHER-ACCT TO H-XFER-ACCT
           WRITE HISTORY-RECORD.
      **********************************************************
      * FUNCTION THAT DISPLAYS THE TRANSFER CONTROL TOTALS. THE NET
      *  OF THE DEBIT AND CREDIT LEGS MUST BE ZERO; IF IT IS NOT,
      *  THE RUN ENDS WITH A NONZERO RETURN CODE.
       980-TRANSFER-TOTALS-PARA.
           COMPUTE WS-XFER-NET = WS-XFER-DEBITS + WS-XFER-CREDITS
           DISPLAY 'TRANSFERS POSTED ...... ', WS-XFER-COUNT
           MOVE WS-XFER-DEBITS  TO WS-XFER-DISPLAY
           DISPLAY 'TRANSFER DEBITS ....... ', WS-XFER-DISPLAY
           MOVE WS-XFER-CREDITS TO WS-XFER-DISPLAY
           DISPLAY 'TRANSFER CREDITS ...... ', WS-XFER-DISPLAY
           MOVE WS-XFER-NET     TO WS-XFER-DISPLAY
           DISPLAY 'TRANSFER NET .......... ', WS-XFER-DISPLAY
           IF WS-XFER-NET NOT = 0
             DISPLAY 'TRANSFER LEGS DO NOT NET TO ZERO.'
             MOVE 8 TO RETURN-CODE
           END-IF.
      **********************************************************
      * FUNCTION TO MOVE THE ACTIVE DATA TO THE NEW FILE
       900-MOVE-TO-NEW-FILE-PARA.
           OPEN OUTPUT NEW-MASTER-FILE
