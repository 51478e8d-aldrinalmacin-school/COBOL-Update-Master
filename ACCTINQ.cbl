      *FILE OPERSEC.DAT WE MAINTAIN WITH OPERMNT (OPERATOR ID,
      *PERMISSION LEVEL, ACTIVE FLAG) - ADDING OR REVOKING AN
      *OPERATOR IS A FILE CHANGE, NOT A RECOMPILE. AN OPERATOR WITH
      *PERMISSION M MAY KEY A SINGLE SUPERVISED ADJUSTMENT OR
      *ACTIVATE/DEACTIVATE THE ACCOUNT; AN ADJUSTMENT THAT WOULD
      *DRIVE THE BALANCE NEGATIVE IS REFUSED - THE SAME GUARD THE
      *BATCH UPDATE ENFORCES IN ITS 400-UPDATE-PARA. EVERY SIGN-ON,
      *INQUIRY AND APPLIED MAINTENANCE ACTION IS WRITTEN TO THE
      *OPERATOR ACTIVITY JOURNAL OPERJRNL.DAT - THE CONSOLE ECHO
      *DISAPPEARS WHEN THE SCREEN IS CLOSED, WHICH IS NO AUDIT
      *TRAIL AT ALL. THE INQUIRY ALSO SHOWS THE ACCOUNT HOLDER'S
      *NAME FROM THE ACCOUNT HOLDER FILE ACCTHLDR.NDX, SO THE
      *OPERATOR CAN CONFIRM WHO IS ON THE OTHER END OF THE CALL.
      *A MAINTENANCE OPERATOR MAY ALSO PLACE A HOLD ON PART OF THE
      *BALANCE (AMOUNT, REASON CODE, OPTIONAL EXPIRY DATE) OR LIFT
      *ONE; HOLDS ARE KEPT ON HOLDS.NDX AND RELEASED ON EXPIRY BY
      *THE NIGHTLY HOLDREL STEP. THE INQUIRY SHOWS THE LEDGER
      *BALANCE, THE HOLDS IN FORCE AND THE AVAILABLE BALANCE, AND A
      *DEBIT ADJUSTMENT THAT WOULD TAKE THE BALANCE BELOW THE AMOUNT
      *HELD IS REFUSED, AS ASSIGN3 REFUSES ONE IN THE BATCH.
      *ADJUSTMENTS, AND DEACTIVATIONS OF ACCOUNTS STILL CARRYING A
      *BALANCE, ARE UNDER DUAL CONTROL: THE OPERATOR WHO KEYS ONE
      *ONLY PUTS IT ON THE PENDING-APPROVAL QUEUE PENDADJ.NDX, AND
      *NOTHING TOUCHES MASTER.DAT UNTIL A SECOND OPERATOR WITH
      *APPROVER PERMISSION A - NEVER THE ONE WHO KEYED IT - APPROVES
      *IT THROUGH THE QUEUE COMMAND. THE APPROVAL RE-RUNS THE
      *BALANCE AND HOLD GUARDS AGAINST THE ACCOUNT AS IT STANDS
      *THEN. AN ITEM LEFT UNDECIDED LONGER THAN DC-EXPIRY-DAYS
      *(PARMFILE.DAT) CAN NO LONGER BE APPROVED; THE NIGHTLY DUALCTL
      *STEP EXPIRES IT AND PRINTS THE DAILY DUAL-CONTROL REPORT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTINQ.
           SELECT OPTIONAL SYSTEM-STATUS-FILE
             ASSIGN TO 'SYSSTAT.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.

      *THE ACCOUNT HOLDER FILE, MAINTAINED WITH HLDRMNT. READ ONLY.
           SELECT OPTIONAL ACCOUNT-HOLDER-FILE
             ASSIGN TO 'ACCTHLDR.NDX'
             ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC
             RECORD KEY IS AH-ACCT-NO.

      *THE HOLDS FILE, KEYED BY ACCOUNT AND HOLD NUMBER. PLACED AND
      *LIFTED HERE; EXPIRED HOLDS ARE RELEASED BY HOLDREL.
           SELECT OPTIONAL HOLD-FILE
             ASSIGN TO 'HOLDS.NDX'
             ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC
             RECORD KEY IS HD-KEY.

      *THE DUAL-CONTROL QUEUE, KEYED BY ACCOUNT AND ITEM NUMBER.
      *ITEMS ARE KEYED AND DECIDED HERE; DUALCTL EXPIRES THE STALE
      *ONES NIGHTLY.
           SELECT OPTIONAL PENDING-QUEUE-FILE
             ASSIGN TO 'PENDADJ.NDX'
             ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC
             RECORD KEY IS PQ-KEY.

      *THE OPERATOR-MAINTAINED RUN-PARAMETER FILE, FOR THE NUMBER
      *OF DAYS A QUEUED ITEM STAYS OPEN FOR APPROVAL.
           SELECT OPTIONAL PARAMETER-FILE
             ASSIGN TO 'PARMFILE.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
      *********************************************************
       DATA DIVISION.
       FILE SECTION.
      *RECORDED HERE TOO, SO THE STATEMENTS STMT PRINTS STAY TIED TO
      *THE MASTER BALANCE.
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

      *ONE RECORD PER OPERATOR: PERMISSION M ALLOWS MAINTENANCE,
      *A (APPROVER) ALLOWS MAINTENANCE AND DECIDING OTHER
      *OPERATORS' QUEUED ITEMS, I IS INQUIRY-ONLY; AN INACTIVE
      *OPERATOR CANNOT SIGN ON AT ALL - THAT IS WHAT REVOKING
      *SOMEBODY MEANS.
       FD  OPERATOR-SECURITY-FILE
           RECORD CONTAINS 8 CHARACTERS.
       01  OPERATOR-SECURITY-RECORD.
           05 OS-OPERATOR-ID   PIC X(5).
           05 OS-PERMISSION    PIC X.
           05 OS-ACTIVE        PIC X.
           05 OS-PRIVACY       PIC X.

      *ONE JOURNAL RECORD PER SIGN-ON, INQUIRY AND APPLIED
      *MAINTENANCE ACTION.
           05 ST-SESSION-OPER  PIC X(5).
           05 ST-SESSION-STAMP PIC X(14).

      *THE ACCOUNT HOLDER RECORD, EXACTLY AS HLDRMNT WRITES IT.
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
              88 MAIL-RETURNED         VALUE 'Y'.
           05 AH-RETURNED-DATE PIC 9(8).

      *ONE RECORD PER HOLD. AN EXPIRY DATE OF ZERO MEANS THE HOLD
      *STANDS UNTIL IT IS LIFTED. A LIFTED OR EXPIRED HOLD STAYS ON
      *FILE AS STATUS R WITH ITS RELEASE DATE AND WHO RELEASED IT.
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
              88 HOLD-RELEASED         VALUE 'R'.
           05 HD-RELEASED-DATE PIC 9(8).
           05 HD-RELEASED-BY   PIC X(5).

      *ONE RECORD PER ITEM KEYED FOR APPROVAL: A = ADJUSTMENT OF
      *PQ-AMOUNT, D = DEACTIVATION. PQ-BALANCE-KEYED IS THE BALANCE
      *THE MAKER SAW. AN ITEM IS PENDING (P) UNTIL IT IS APPROVED
      *(A) OR REJECTED (J) BY A CHECKER, OR EXPIRED (E) BY DUALCTL,
      *AND STAYS ON FILE AFTERWARDS AS THE RECORD OF WHO DID WHAT.
       FD  PENDING-QUEUE-FILE
           RECORD CONTAINS 82 CHARACTERS.
       01  PENDING-QUEUE-RECORD.
           05 PQ-KEY.
              10 PQ-ACCT-NO    PIC X(5).
              10 PQ-ITEM-NO    PIC 9(3).
           05 PQ-TYPE          PIC X.
              88 PQ-ADJUSTMENT         VALUE 'A'.
              88 PQ-DEACTIVATION       VALUE 'D'.
           05 PQ-AMOUNT        PIC S9(5)V99.
           05 PQ-BALANCE-KEYED PIC S9(5)V99.
           05 PQ-MAKER         PIC X(5).
           05 PQ-KEYED-STAMP.
              10 PQ-KEYED-DATE PIC 9(8).
              10 PQ-KEYED-TIME PIC 9(6).
           05 PQ-STATUS        PIC X.
              88 PQ-PENDING            VALUE 'P'.
              88 PQ-APPROVED           VALUE 'A'.
              88 PQ-REJECTED           VALUE 'J'.
              88 PQ-EXPIRED            VALUE 'E'.
           05 PQ-CHECKER       PIC X(5).
           05 PQ-DECIDED-STAMP.
              10 PQ-DECIDED-DATE PIC 9(8).
              10 PQ-DECIDED-TIME PIC 9(6).
           05 PQ-REASON        PIC X(20).

       FD  PARAMETER-FILE
           RECORD CONTAINS 42 CHARACTERS.
       01  PARAMETER-RECORD.
           05 PF-PARM-NAME        PIC X(20).
           05 PF-PARM-VALUE       PIC X(14).
           05 PF-EFF-DATE         PIC 9(8).

       WORKING-STORAGE SECTION.
       01  MORE-REQUESTS      PIC X     VALUE 'Y'.
       01  WS-OPERATOR-ID     PIC X(5)  VALUE SPACES.
       01  WS-AUTHORIZED      PIC X     VALUE 'N'.
           88 MAY-MAINTAIN          VALUE 'Y'.
       01  WS-APPROVER        PIC X     VALUE 'N'.
           88 MAY-APPROVE           VALUE 'Y'.
       01  WS-SIGNON-OK       PIC X     VALUE 'N'.

      *DAYS A QUEUED ITEM STAYS OPEN FOR APPROVAL. THE COMPILED
      *DEFAULT IS OVERRIDDEN BY THE DC-EXPIRY-DAYS RECORD IN
      *PARMFILE.DAT WITH THE LATEST EFFECTIVE DATE THAT HAS ARRIVED.
       01  WS-EXPIRY-DAYS     PIC 9(3)  VALUE 3.
       01  WS-EXPIRY-EFF      PIC 9(8)  VALUE 0.
       01  WS-MORE-PARMS      PIC X     VALUE 'Y'.

      *THE OPERATOR SECURITY TABLE, LOADED FROM OPERSEC.DAT AT
      *SIGN-ON. AN EMPTY OR MISSING FILE LETS THE BRANCH KEEP
      *INQUIRY (WITH A WARNING) BUT ALLOWS NO MAINTENANCE.
       01  WS-HIST-AFTER      PIC S9(5)V99 VALUE 0.
       01  WS-AMOUNT-SHOW     PIC +ZZ,ZZ9.99.

      *HOLDS IN FORCE ON THE ACCOUNT JUST READ: ACTIVE AND NOT YET
      *AT THEIR EXPIRY DATE. SET BY 270-TOTAL-HOLDS-PARA, WHICH ALSO
      *FINDS THE NEXT FREE HOLD NUMBER FOR THE ACCOUNT.
       01  WS-TODAY           PIC 9(8)     VALUE 0.
       01  WS-HOLDS-TOTAL     PIC S9(7)V99 VALUE 0.
       01  WS-HOLDS-COUNT     PIC 9(3)     VALUE 0.
       01  WS-AVAILABLE       PIC S9(7)V99 VALUE 0.
       01  WS-BIG-SHOW        PIC +Z,ZZZ,ZZ9.99.
       01  WS-NEXT-HOLD-NO    PIC 9(4)     VALUE 0.
       01  WS-LIST-HOLDS      PIC X        VALUE 'N'.
       01  WS-MORE-HOLDS      PIC X        VALUE 'Y'.

      *FIELDS FOR A HOLD BEING PLACED OR LIFTED.
       01  WS-HOLD-AMOUNT     PIC S9(5)V99 VALUE 0.
       01  WS-REASON-IN       PIC X(2)     VALUE SPACES.
           88 VALID-HOLD-REASON    VALUE 'GA' 'DD' 'PC' 'LO' 'OT'.
       01  WS-EXPIRY-IN       PIC X(8)     VALUE SPACES.
       01  WS-EXPIRY-DATE     PIC 9(8)     VALUE 0.
       01  WS-HOLD-NO-IN      PIC X(3)     VALUE SPACES.
       01  WS-HOLD-NO         PIC 9(3)     VALUE 0.
       01  WS-HOLD-OK         PIC X        VALUE 'N'.

      *THE DUAL-CONTROL QUEUE. 290-SCAN-QUEUE-PARA SETS THE PENDING
      *COUNT FOR THE ACCOUNT JUST READ, WHETHER A DEACTIVATION IS
      *ALREADY PENDING, AND THE NEXT FREE ITEM NUMBER.
       01  WS-ADJUST-OK       PIC X        VALUE 'N'.
       01  WS-QUEUE-TYPE      PIC X        VALUE SPACE.
       01  WS-NEXT-ITEM-NO    PIC 9(4)     VALUE 0.
       01  WS-PENDING-COUNT   PIC 9(3)     VALUE 0.
       01  WS-PENDING-DEACT   PIC X        VALUE 'N'.
       01  WS-LIST-QUEUE      PIC X        VALUE 'N'.
       01  WS-MORE-QUEUE      PIC X        VALUE 'Y'.
       01  WS-TYPE-SHOW       PIC X(10)    VALUE SPACES.
       01  WS-AGE-DAYS        PIC S9(5)    VALUE 0.
       01  WS-AGE-SHOW        PIC -ZZZ9.
       01  WS-LINE-TAG        PIC ZZ9.

      *THE KEYS OF THE ITEMS ON THE LAST QUEUE LISTING, BY LINE.
       01  WS-QLIST-MAX       PIC 9(3)     VALUE 200.
       01  WS-QLIST-COUNT     PIC 9(3)     VALUE 0.
       01  WS-QLIST-TABLE.
           05 WS-QLIST-KEY    PIC X(8)     OCCURS 200 TIMES.
       01  WS-LINE-IN         PIC X(3)     VALUE SPACES.
       01  WS-LINE            PIC 9(3)     VALUE 0.
       01  WS-DECISION        PIC X        VALUE SPACE.
       01  WS-REASON-TEXT     PIC X(20)    VALUE SPACES.

      **********************************************************
       PROCEDURE DIVISION.
      *SIGNS THE OPERATOR ON AND SERVES INQUIRY/MAINTENANCE
      *REQUESTS UNTIL THE OPERATOR ENTERS END.
       100-MAIN-PARA.
           PERFORM 110-GET-PARMS-PARA
           PERFORM 150-LOAD-SECURITY-PARA

           DISPLAY 'ACCOUNT INQUIRY - ENTER OPERATOR ID:'
               DISPLAY 'MAINTENANCE NOT AVAILABLE - SIGNED ON '
                'INQUIRY-ONLY.'
               MOVE 'N' TO WS-AUTHORIZED
               MOVE 'N' TO WS-APPROVER
             ELSE
               MOVE 'Y' TO WS-SESSION
               MOVE WS-OPERATOR-ID TO WS-SESSION-OPER
           MOVE SPACES    TO WS-JRN-ACCT
           MOVE 0         TO WS-JRN-AMOUNT
           IF MAY-MAINTAIN
             IF MAY-APPROVE
               MOVE 'APPROVER' TO WS-JRN-NOTE
             ELSE
               MOVE 'MAINTENANCE' TO WS-JRN-NOTE
             END-IF
           ELSE
             MOVE 'INQUIRY-ONLY' TO WS-JRN-NOTE
           END-IF
           PERFORM 600-WRITE-JOURNAL-PARA

           IF MAY-MAINTAIN
             IF MAY-APPROVE
               DISPLAY 'SIGNED ON WITH MAINTENANCE AND APPROVAL '
                'AUTHORITY.'
             ELSE
               DISPLAY 'SIGNED ON WITH MAINTENANCE AUTHORITY.'
             END-IF
           ELSE
             DISPLAY 'SIGNED ON INQUIRY-ONLY.'
           END-IF

           OPEN I-O MASTER-FILE
           OPEN EXTEND HISTORY-FILE
           OPEN INPUT ACCOUNT-HOLDER-FILE
      *ONLY A MAINTENANCE SESSION CAN PLACE OR LIFT A HOLD.
      *LIKEWISE ONLY A MAINTENANCE SESSION CAN QUEUE OR DECIDE A
      *DUAL-CONTROL ITEM.
           IF MAY-MAINTAIN
             OPEN I-O HOLD-FILE
             OPEN I-O PENDING-QUEUE-FILE
           ELSE
             OPEN INPUT HOLD-FILE
             OPEN INPUT PENDING-QUEUE-FILE
           END-IF

           PERFORM UNTIL MORE-REQUESTS = 'N'
             DISPLAY ' '
             IF MAY-APPROVE
               DISPLAY 'ENTER ACCOUNT NUMBER (OR QUEUE OR END):'
             ELSE
               DISPLAY 'ENTER ACCOUNT NUMBER (OR END):'
             END-IF
             ACCEPT WS-REQUEST
             IF WS-REQUEST = 'END' OR WS-REQUEST = 'end'
               MOVE 'N' TO MORE-REQUESTS
             ELSE
               IF MAY-APPROVE
                  AND (WS-REQUEST = 'QUEUE' OR WS-REQUEST = 'queue')
                 PERFORM 800-QUEUE-PARA
               ELSE
                 PERFORM 200-INQUIRY-PARA
               END-IF
             END-IF
           END-PERFORM

           CLOSE MASTER-FILE
           CLOSE HISTORY-FILE
           CLOSE ACCOUNT-HOLDER-FILE
           CLOSE HOLD-FILE
           CLOSE PENDING-QUEUE-FILE

           MOVE 'SIGNOFF' TO WS-JRN-ACTION
           MOVE SPACES    TO WS-JRN-ACCT
           DISPLAY 'ACCOUNT INQUIRY ENDED.'
           STOP RUN.
      *-------------------------------------------------------------
      *ADOPTS DC-EXPIRY-DAYS FROM PARMFILE.DAT: THE VALUE WITH THE
      *LATEST EFFECTIVE DATE THAT IS NOT IN THE FUTURE REPLACES THE
      *COMPILED DEFAULT. A MISSING OR EMPTY FILE LEAVES THE DEFAULT.
       110-GET-PARMS-PARA.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
           OPEN INPUT PARAMETER-FILE
           PERFORM UNTIL WS-MORE-PARMS = 'N'
             READ PARAMETER-FILE
               AT END
                 MOVE 'N' TO WS-MORE-PARMS
               NOT AT END
                 IF PF-EFF-DATE NUMERIC
                    AND PF-EFF-DATE NOT > WS-TODAY
                   PERFORM 115-ADOPT-PARM-PARA
                 END-IF
             END-READ
           END-PERFORM
           CLOSE PARAMETER-FILE.
      *-------------------------------------------------------------
      *ADOPTS ONE IN-EFFECT PARAMETER RECORD WHEN IT IS NEWER THAN
      *THE VALUE ALREADY HELD.
       115-ADOPT-PARM-PARA.
           EVALUATE PF-PARM-NAME
             WHEN 'DC-EXPIRY-DAYS'
               IF PF-EFF-DATE >= WS-EXPIRY-EFF
                 COMPUTE WS-EXPIRY-DAYS =
                   FUNCTION NUMVAL (PF-PARM-VALUE)
                 MOVE PF-EFF-DATE TO WS-EXPIRY-EFF
               END-IF
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
      *-------------------------------------------------------------
      *LOADS OPERSEC.DAT INTO THE OPERATOR SECURITY TABLE.
       150-LOAD-SECURITY-PARA.
           OPEN INPUT OPERATOR-SECURITY-FILE
      *-------------------------------------------------------------
      *RESOLVES THE SIGN-ON AGAINST THE SECURITY TABLE: AN UNKNOWN
      *OR INACTIVE OPERATOR IS REFUSED, PERMISSION M GRANTS
      *MAINTENANCE, A GRANTS MAINTENANCE AND APPROVAL, ANYTHING
      *ELSE SIGNS ON INQUIRY-ONLY. WITH NO
      *SECURITY FILE AT ALL, ANY ID MAY SIGN ON INQUIRY-ONLY SO THE
      *BRANCH CAN STILL ANSWER A BALANCE QUESTION.
       160-SIGN-ON-PARA.
           MOVE 'N' TO WS-AUTHORIZED
           MOVE 'N' TO WS-APPROVER
           MOVE 'N' TO WS-SIGNON-OK
           IF WS-SEC-COUNT = 0
             MOVE 'Y' TO WS-SIGNON-OK
                 IF ST-ACTIVE (WS-IX) = 'Y'
                   MOVE 'Y' TO WS-SIGNON-OK
                   IF ST-PERMISSION (WS-IX) = 'M'
                      OR ST-PERMISSION (WS-IX) = 'A'
                     MOVE 'Y' TO WS-AUTHORIZED
                   END-IF
                   IF ST-PERMISSION (WS-IX) = 'A'
                     MOVE 'Y' TO WS-APPROVER
                   END-IF
                 ELSE
                   DISPLAY 'OPERATOR ', WS-OPERATOR-ID,
                    ' IS REVOKED ON OPERSEC.DAT.'
                '  AMOUNT ', WS-AMOUNT-SHOW,
                '  ACTIVE ', M-ACTIVE,
                '  LAST ACTIVITY ', M-LAST-ACTIVITY
               PERFORM 250-SHOW-HOLDER-PARA
               PERFORM 260-SHOW-HOLDS-PARA
               PERFORM 280-SHOW-PENDING-PARA
               IF DORMANT
                 DISPLAY 'ACCOUNT IS DORMANT - TRANSACTIONS ARE '
                  'HELD FOR REVIEW UNTIL IT IS REACTIVATED.'
               END-IF
           END-READ.
      *-------------------------------------------------------------
      *SHOWS THE HOLDER OF THE ACCOUNT JUST READ, AND WHETHER ITS
      *ADDRESS IS FLAGGED RETURNED MAIL.
       250-SHOW-HOLDER-PARA.
           MOVE M-ACCT-NO TO AH-ACCT-NO
           READ ACCOUNT-HOLDER-FILE
             INVALID KEY
               DISPLAY 'HOLDER: NONE ON FILE - KEY ONE WITH HLDRMNT.'
             NOT INVALID KEY
               DISPLAY 'HOLDER: ', AH-NAME
               IF MAIL-RETURNED
                 DISPLAY 'MAIL TO THIS HOLDER CAME BACK ON ',
                  AH-RETURNED-DATE, ' - CONFIRM THE ADDRESS.'
               END-IF
           END-READ.
      *-------------------------------------------------------------
      *LISTS THE HOLDS IN FORCE ON THE ACCOUNT JUST READ AND SHOWS
      *THE LEDGER BALANCE, THE TOTAL HELD AND WHAT IS AVAILABLE.
       260-SHOW-HOLDS-PARA.
           MOVE 'Y' TO WS-LIST-HOLDS
           PERFORM 270-TOTAL-HOLDS-PARA
           MOVE 'N' TO WS-LIST-HOLDS
           COMPUTE WS-AVAILABLE = M-AMOUNT - WS-HOLDS-TOTAL
           MOVE M-AMOUNT TO WS-BIG-SHOW
           DISPLAY 'LEDGER BALANCE    ', WS-BIG-SHOW
           MOVE WS-HOLDS-TOTAL TO WS-BIG-SHOW
           DISPLAY 'TOTAL HOLDS       ', WS-BIG-SHOW,
            '  (', WS-HOLDS-COUNT, ' IN FORCE)'
           MOVE WS-AVAILABLE TO WS-BIG-SHOW
           DISPLAY 'AVAILABLE BALANCE ', WS-BIG-SHOW.
      *-------------------------------------------------------------
      *TOTALS THE HOLDS IN FORCE ON M-ACCT-NO (ACTIVE, AND EITHER
      *OPEN-ENDED OR NOT YET AT THEIR EXPIRY DATE), LISTING EACH
      *ONE WHEN WS-LIST-HOLDS IS Y. ALSO LEAVES THE NEXT FREE HOLD
      *NUMBER FOR THE ACCOUNT IN WS-NEXT-HOLD-NO.
       270-TOTAL-HOLDS-PARA.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
           MOVE 0 TO WS-HOLDS-TOTAL
           MOVE 0 TO WS-HOLDS-COUNT
           MOVE 1 TO WS-NEXT-HOLD-NO
           MOVE M-ACCT-NO TO HD-ACCT-NO
           MOVE 0         TO HD-HOLD-NO
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
                 IF HD-ACCT-NO NOT = M-ACCT-NO
                   MOVE 'N' TO WS-MORE-HOLDS
                 ELSE
                   COMPUTE WS-NEXT-HOLD-NO = HD-HOLD-NO + 1
                   IF HOLD-ACTIVE
                      AND (HD-EXPIRY-DATE = 0
                        OR HD-EXPIRY-DATE > WS-TODAY)
                     ADD HD-AMOUNT TO WS-HOLDS-TOTAL
                     ADD 1 TO WS-HOLDS-COUNT
                     IF WS-LIST-HOLDS = 'Y'
                       MOVE HD-AMOUNT TO WS-AMOUNT-SHOW
                       DISPLAY 'HOLD ', HD-HOLD-NO, ' ',
                        WS-AMOUNT-SHOW, '  REASON ', HD-REASON,
                        '  PLACED ', HD-PLACED-DATE,
                        '  EXPIRES ', HD-EXPIRY-DATE,
                        '  BY ', HD-OPERATOR
                     END-IF
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
      *-------------------------------------------------------------
      *LISTS THE DUAL-CONTROL ITEMS STILL AWAITING APPROVAL ON THE
      *ACCOUNT JUST READ.
       280-SHOW-PENDING-PARA.
           MOVE 0   TO WS-LINE-TAG
           MOVE 'Y' TO WS-LIST-QUEUE
           PERFORM 290-SCAN-QUEUE-PARA
           MOVE 'N' TO WS-LIST-QUEUE
           IF WS-PENDING-COUNT > 0
             DISPLAY WS-PENDING-COUNT, ' ITEM(S) AWAITING APPROVAL.'
           END-IF.
      *-------------------------------------------------------------
      *SCANS THE QUEUE FOR M-ACCT-NO: COUNTS ITS PENDING ITEMS,
      *NOTES WHETHER ONE IS A DEACTIVATION, AND LEAVES THE NEXT FREE
      *ITEM NUMBER IN WS-NEXT-ITEM-NO. LISTS EACH PENDING ITEM WHEN
      *WS-LIST-QUEUE IS Y.
       290-SCAN-QUEUE-PARA.
           MOVE 0   TO WS-PENDING-COUNT
           MOVE 'N' TO WS-PENDING-DEACT
           MOVE 1   TO WS-NEXT-ITEM-NO
           MOVE M-ACCT-NO TO PQ-ACCT-NO
           MOVE 0         TO PQ-ITEM-NO
           MOVE 'Y' TO WS-MORE-QUEUE
           START PENDING-QUEUE-FILE
             KEY IS NOT LESS THAN PQ-KEY
             INVALID KEY
               MOVE 'N' TO WS-MORE-QUEUE
           END-START
           PERFORM UNTIL WS-MORE-QUEUE = 'N'
             READ PENDING-QUEUE-FILE NEXT RECORD
               AT END
                 MOVE 'N' TO WS-MORE-QUEUE
               NOT AT END
                 IF PQ-ACCT-NO NOT = M-ACCT-NO
                   MOVE 'N' TO WS-MORE-QUEUE
                 ELSE
                   COMPUTE WS-NEXT-ITEM-NO = PQ-ITEM-NO + 1
                   IF PQ-PENDING
                     ADD 1 TO WS-PENDING-COUNT
                     IF PQ-DEACTIVATION
                       MOVE 'Y' TO WS-PENDING-DEACT
                     END-IF
                     IF WS-LIST-QUEUE = 'Y'
                       PERFORM 890-SHOW-ITEM-PARA
                     END-IF
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
      *-------------------------------------------------------------
      *OFFERS ONE MAINTENANCE ACTION AGAINST THE ACCOUNT JUST READ:
      *A = SUPERVISED ADJUSTMENT (QUEUED FOR APPROVAL), D =
      *DEACTIVATE, R = REACTIVATE,
      *H = PLACE A HOLD, L = LIFT A HOLD, ANYTHING ELSE = NO CHANGE.
       300-MAINTENANCE-PARA.
           DISPLAY 'ACTION? A=ADJUST D=DEACTIVATE R=REACTIVATE '
            'H=HOLD L=LIFT HOLD ENTER=NONE:'
           MOVE SPACE TO WS-ACTION
           ACCEPT WS-ACTION
           EVALUATE WS-ACTION
               ELSE
                 PERFORM 400-ADJUST-PARA
               END-IF
      *A ZERO-BALANCE ACCOUNT IS CLOSED AT ONCE; ONE STILL CARRYING
      *A BALANCE GOES ON THE QUEUE FOR A SECOND OPERATOR.
             WHEN 'D'
             WHEN 'd'
               IF M-AMOUNT = 0
                 MOVE 'DEACT'  TO WS-JRN-ACTION
                 MOVE SPACES   TO WS-JRN-NOTE
                 PERFORM 440-DEACTIVATE-PARA
               ELSE
                 PERFORM 450-QUEUE-DEACTIVATION-PARA
               END-IF
             WHEN 'R'
             WHEN 'r'
               MOVE 'Y' TO M-ACTIVE
               PERFORM 600-WRITE-JOURNAL-PARA
               DISPLAY 'ACCOUNT ', M-ACCT-NO, ' REACTIVATED BY ',
                WS-OPERATOR-ID
             WHEN 'H'
             WHEN 'h'
               PERFORM 700-PLACE-HOLD-PARA
             WHEN 'L'
             WHEN 'l'
               PERFORM 750-LIFT-HOLD-PARA
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
      *-------------------------------------------------------------
      *KEYS ONE SUPERVISED ADJUSTMENT FOR APPROVAL. THE AMOUNT IS
      *SIGNED, IN DOLLARS AND CENTS (E.G. -125.50). THE GUARDS ARE
      *RUN NOW SO THE MAKER HEARS AT ONCE OF AN ADJUSTMENT THAT
      *COULD NEVER BE APPLIED, AND AGAIN WHEN IT IS APPROVED.
      *NOTHING IS POSTED HERE - THE ITEM GOES ON THE QUEUE.
       400-ADJUST-PARA.
           PERFORM 270-TOTAL-HOLDS-PARA
           DISPLAY 'ADJUSTMENT AMOUNT (SIGNED, E.G. -125.50):'
           MOVE SPACES TO WS-AMOUNT-IN
           ACCEPT WS-AMOUNT-IN
           IF WS-AMOUNT-IN = SPACES
             DISPLAY 'NO AMOUNT GIVEN. NOTHING QUEUED.'
           ELSE
             COMPUTE WS-ADJUSTMENT =
               FUNCTION NUMVAL (WS-AMOUNT-IN)
             PERFORM 410-CHECK-ADJUSTMENT-PARA
             IF WS-ADJUST-OK = 'Y'
               MOVE WS-NEW-AMOUNT TO WS-AMOUNT-SHOW
               DISPLAY 'NEW AMOUNT WOULD BE ', WS-AMOUNT-SHOW,
                '. QUEUE FOR APPROVAL (Y/N):'
               MOVE SPACE TO WS-CONFIRM
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
                 MOVE 'A'    TO WS-QUEUE-TYPE
                 MOVE 'ADJKEY' TO WS-JRN-ACTION
                 PERFORM 460-WRITE-QUEUE-ITEM-PARA
               ELSE
                 DISPLAY 'NOT CONFIRMED. NOTHING QUEUED.'
               END-IF
             END-IF
           END-IF.
      *-------------------------------------------------------------
      *THE SAME NEGATIVE-BALANCE GUARD AS THE BATCH UPDATE: AN
      *ADJUSTMENT (WS-ADJUSTMENT) THAT WOULD DRIVE THE BALANCE OF
      *THE ACCOUNT JUST READ BELOW ZERO IS REFUSED, AND SO IS A
      *DEBIT THAT WOULD TAKE IT BELOW THE AMOUNT HELD. THE CALLER
      *TOTALS THE HOLDS FIRST. WS-ADJUST-OK SAYS WHETHER IT PASSED;
      *WS-NEW-AMOUNT IS THE BALANCE IT WOULD LEAVE.
       410-CHECK-ADJUSTMENT-PARA.
           MOVE 'N' TO WS-ADJUST-OK
           MOVE 'N' TO WS-ADJUST-OVERFLOW
      *AN ADJUSTMENT THAT OVERFLOWS THE BALANCE FIELD WOULD
      *OTHERWISE TRUNCATE SILENTLY AND SLIP PAST THE NEGATIVE
      *BALANCE GUARD WITH A WRONG VALUE.
           COMPUTE WS-NEW-AMOUNT = M-AMOUNT + WS-ADJUSTMENT
             ON SIZE ERROR
               MOVE 'Y' TO WS-ADJUST-OVERFLOW
           END-COMPUTE
           IF WS-ADJUST-OVERFLOW = 'Y'
             DISPLAY 'ADJUSTMENT OVERFLOWS THE BALANCE FIELD. '
              'REFUSED.'
           ELSE
           IF WS-NEW-AMOUNT < 0
             DISPLAY 'ADJUSTMENT WOULD DRIVE THE BALANCE '
              'NEGATIVE. REFUSED.'
           ELSE
           IF WS-ADJUSTMENT < 0
              AND WS-NEW-AMOUNT < WS-HOLDS-TOTAL
             MOVE WS-HOLDS-TOTAL TO WS-BIG-SHOW
             DISPLAY 'ADJUSTMENT WOULD TAKE THE BALANCE BELOW THE '
              'AMOUNT HELD (', WS-BIG-SHOW, '). REFUSED.'
           ELSE
             MOVE 'Y' TO WS-ADJUST-OK
           END-IF
           END-IF
           END-IF.
      *-------------------------------------------------------------
      *POSTS THE APPROVED ADJUSTMENT (WS-ADJUSTMENT, CHECKED BY
      *410) TO THE ACCOUNT JUST READ: REWRITES THE MASTER AND
      *WRITES THE J HISTORY RECORD.
       420-APPLY-ADJUSTMENT-PARA.
           MOVE M-AMOUNT TO WS-HIST-BEFORE
           MOVE WS-NEW-AMOUNT TO M-AMOUNT
           MOVE FUNCTION CURRENT-DATE (1:8)
             TO M-LAST-ACTIVITY
           REWRITE MASTER-REC
           MOVE 'J'           TO WS-HIST-CODE
           MOVE WS-ADJUSTMENT TO WS-HIST-AMOUNT
           MOVE M-AMOUNT      TO WS-HIST-AFTER
           PERFORM 500-WRITE-HISTORY-PARA.
      *-------------------------------------------------------------
      *CLOSES THE ACCOUNT JUST READ AND WRITES THE D HISTORY
      *RECORD, JOURNALED UNDER WS-JRN-ACTION WITH WS-JRN-NOTE AS
      *SET BY THE CALLER.
       440-DEACTIVATE-PARA.
           MOVE 'N' TO M-ACTIVE
           MOVE FUNCTION CURRENT-DATE (1:8)
             TO M-LAST-ACTIVITY
           REWRITE MASTER-REC
           MOVE 'D' TO WS-HIST-CODE
           MOVE 0   TO WS-HIST-AMOUNT
           MOVE M-AMOUNT TO WS-HIST-BEFORE
           MOVE M-AMOUNT TO WS-HIST-AFTER
           PERFORM 500-WRITE-HISTORY-PARA
           MOVE M-ACCT-NO TO WS-JRN-ACCT
           MOVE M-AMOUNT  TO WS-JRN-AMOUNT
           PERFORM 600-WRITE-JOURNAL-PARA
           DISPLAY 'ACCOUNT ', M-ACCT-NO, ' DEACTIVATED BY ',
            WS-OPERATOR-ID.
      *-------------------------------------------------------------
      *KEYS THE DEACTIVATION OF AN ACCOUNT STILL CARRYING A BALANCE
      *FOR APPROVAL. ONE PENDING DEACTIVATION PER ACCOUNT IS ENOUGH.
       450-QUEUE-DEACTIVATION-PARA.
           PERFORM 290-SCAN-QUEUE-PARA
           IF WS-PENDING-DEACT = 'Y'
             DISPLAY 'A DEACTIVATION OF ', M-ACCT-NO, ' IS ALREADY '
              'AWAITING APPROVAL. NOTHING QUEUED.'
           ELSE
             MOVE M-AMOUNT TO WS-AMOUNT-SHOW
             DISPLAY 'ACCOUNT CARRIES A BALANCE OF ', WS-AMOUNT-SHOW,
              ' - DEACTIVATION NEEDS A SECOND OPERATOR.'
             DISPLAY 'QUEUE FOR APPROVAL (Y/N):'
             MOVE SPACE TO WS-CONFIRM
             ACCEPT WS-CONFIRM
             IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
               MOVE 'D'       TO WS-QUEUE-TYPE
               MOVE 0         TO WS-ADJUSTMENT
               MOVE 'DEACKEY' TO WS-JRN-ACTION
               PERFORM 460-WRITE-QUEUE-ITEM-PARA
             ELSE
               DISPLAY 'NOT CONFIRMED. NOTHING QUEUED.'
             END-IF
           END-IF.
      *-------------------------------------------------------------
      *WRITES ONE PENDING ITEM OF TYPE WS-QUEUE-TYPE (ADJUSTMENT
      *AMOUNT WS-ADJUSTMENT) AGAINST THE ACCOUNT JUST READ UNDER ITS
      *NEXT FREE ITEM NUMBER, AND JOURNALS THE KEYING UNDER
      *WS-JRN-ACTION.
       460-WRITE-QUEUE-ITEM-PARA.
           PERFORM 290-SCAN-QUEUE-PARA
           IF WS-NEXT-ITEM-NO > 999
             DISPLAY 'ACCOUNT HAS USED EVERY QUEUE ITEM NUMBER. '
              'NOTHING QUEUED.'
           ELSE
             MOVE M-ACCT-NO       TO PQ-ACCT-NO
             MOVE WS-NEXT-ITEM-NO TO PQ-ITEM-NO
             MOVE WS-QUEUE-TYPE   TO PQ-TYPE
             MOVE WS-ADJUSTMENT   TO PQ-AMOUNT
             MOVE M-AMOUNT        TO PQ-BALANCE-KEYED
             MOVE WS-OPERATOR-ID  TO PQ-MAKER
             MOVE FUNCTION CURRENT-DATE (1:14) TO PQ-KEYED-STAMP
             MOVE 'P'             TO PQ-STATUS
             MOVE SPACES          TO PQ-CHECKER
             MOVE 0               TO PQ-DECIDED-DATE
             MOVE 0               TO PQ-DECIDED-TIME
             MOVE SPACES          TO PQ-REASON
             WRITE PENDING-QUEUE-RECORD
               INVALID KEY
                 DISPLAY 'QUEUE ITEM COULD NOT BE WRITTEN. NOTHING '
                  'QUEUED.'
               NOT INVALID KEY
                 MOVE M-ACCT-NO TO WS-JRN-ACCT
                 IF PQ-ADJUSTMENT
                   MOVE PQ-AMOUNT TO WS-JRN-AMOUNT
                 ELSE
                   MOVE M-AMOUNT  TO WS-JRN-AMOUNT
                 END-IF
                 MOVE SPACES TO WS-JRN-NOTE
                 STRING 'QUEUED NO ' PQ-ITEM-NO
                   DELIMITED BY SIZE INTO WS-JRN-NOTE
                 PERFORM 600-WRITE-JOURNAL-PARA
                 DISPLAY 'QUEUED AS ITEM ', PQ-ITEM-NO, ' ON ',
                  M-ACCT-NO, ' - AWAITING APPROVAL BY A SECOND '
                  'OPERATOR.'
           END-IF.
      *-------------------------------------------------------------
      *PLACES ONE HOLD ON THE ACCOUNT JUST READ. THE AMOUNT IS
      *POSITIVE; THE REASON CODE IS GA (GARNISHMENT), DD (DISPUTED
      *DEPOSIT), PC (PENDING CLOSURE), LO (LEGAL ORDER) OR OT
      *(OTHER); THE EXPIRY DATE IS OPTIONAL AND MUST BE IN THE
      *FUTURE. A HOLD MAY EXCEED THE BALANCE - IT FREEZES INCOMING
      *MONEY TOO. A CLOSED ACCOUNT TAKES NO HOLD.
       700-PLACE-HOLD-PARA.
           MOVE 'Y' TO WS-HOLD-OK
           IF NOT-ACTIVE
             DISPLAY 'ACCOUNT IS CLOSED. NO HOLD PLACED.'
             MOVE 'N' TO WS-HOLD-OK
           END-IF

           IF WS-HOLD-OK = 'Y'
             DISPLAY 'HOLD AMOUNT (E.G. 500.00):'
             MOVE SPACES TO WS-AMOUNT-IN
             ACCEPT WS-AMOUNT-IN
             MOVE 0 TO WS-HOLD-AMOUNT
             IF WS-AMOUNT-IN NOT = SPACES
               COMPUTE WS-HOLD-AMOUNT =
                 FUNCTION NUMVAL (WS-AMOUNT-IN)
             END-IF
             IF WS-HOLD-AMOUNT NOT > 0
               DISPLAY 'HOLD AMOUNT MUST BE GREATER THAN ZERO. '
                'NO HOLD PLACED.'
               MOVE 'N' TO WS-HOLD-OK
             END-IF
           END-IF

           IF WS-HOLD-OK = 'Y'
             DISPLAY 'REASON? GA=GARNISHMENT DD=DISPUTED DEPOSIT '
              'PC=PENDING CLOSURE LO=LEGAL ORDER OT=OTHER:'
             MOVE SPACES TO WS-REASON-IN
             ACCEPT WS-REASON-IN
             INSPECT WS-REASON-IN CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
             IF NOT VALID-HOLD-REASON
               DISPLAY 'UNKNOWN REASON CODE. NO HOLD PLACED.'
               MOVE 'N' TO WS-HOLD-OK
             END-IF
           END-IF

           IF WS-HOLD-OK = 'Y'
             DISPLAY 'EXPIRY DATE YYYYMMDD (ENTER = UNTIL LIFTED):'
             MOVE SPACES TO WS-EXPIRY-IN
             ACCEPT WS-EXPIRY-IN
             MOVE 0 TO WS-EXPIRY-DATE
             IF WS-EXPIRY-IN NOT = SPACES
               IF WS-EXPIRY-IN NUMERIC
                 MOVE WS-EXPIRY-IN TO WS-EXPIRY-DATE
               END-IF
               IF WS-EXPIRY-DATE = 0
                  OR FUNCTION TEST-DATE-YYYYMMDD (WS-EXPIRY-DATE)
                     NOT = 0
                 DISPLAY 'EXPIRY DATE IS NOT A VALID DATE. '
                  'NO HOLD PLACED.'
                 MOVE 'N' TO WS-HOLD-OK
               ELSE
                 IF WS-EXPIRY-DATE NOT > WS-TODAY
                   DISPLAY 'EXPIRY DATE MUST BE AFTER TODAY. '
                    'NO HOLD PLACED.'
                   MOVE 'N' TO WS-HOLD-OK
                 END-IF
               END-IF
             END-IF
           END-IF

           IF WS-HOLD-OK = 'Y'
             PERFORM 270-TOTAL-HOLDS-PARA
             IF WS-NEXT-HOLD-NO > 999
               DISPLAY 'ACCOUNT HAS USED EVERY HOLD NUMBER. '
                'NO HOLD PLACED.'
               MOVE 'N' TO WS-HOLD-OK
             END-IF
           END-IF

           IF WS-HOLD-OK = 'Y'
             MOVE WS-HOLD-AMOUNT TO WS-AMOUNT-SHOW
             DISPLAY 'HOLD ', WS-AMOUNT-SHOW, ' REASON ',
              WS-REASON-IN, ' ON ', M-ACCT-NO, '. CONFIRM (Y/N):'
             MOVE SPACE TO WS-CONFIRM
             ACCEPT WS-CONFIRM
             IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
               MOVE M-ACCT-NO       TO HD-ACCT-NO
               MOVE WS-NEXT-HOLD-NO TO HD-HOLD-NO
               MOVE WS-HOLD-AMOUNT  TO HD-AMOUNT
               MOVE WS-REASON-IN    TO HD-REASON
               MOVE WS-TODAY        TO HD-PLACED-DATE
               MOVE WS-EXPIRY-DATE  TO HD-EXPIRY-DATE
               MOVE WS-OPERATOR-ID  TO HD-OPERATOR
               MOVE 'A'             TO HD-STATUS
               MOVE 0               TO HD-RELEASED-DATE
               MOVE SPACES          TO HD-RELEASED-BY
               WRITE HOLD-RECORD
                 INVALID KEY
                   DISPLAY 'HOLD COULD NOT BE WRITTEN. NO HOLD '
                    'PLACED.'
                 NOT INVALID KEY
                   MOVE 'HOLD'         TO WS-JRN-ACTION
                   MOVE M-ACCT-NO      TO WS-JRN-ACCT
                   MOVE WS-HOLD-AMOUNT TO WS-JRN-AMOUNT
                   MOVE SPACES         TO WS-JRN-NOTE
                   STRING 'NO' HD-HOLD-NO ' ' HD-REASON
                          ' EXP' HD-EXPIRY-DATE
                     DELIMITED BY SIZE INTO WS-JRN-NOTE
                   PERFORM 600-WRITE-JOURNAL-PARA
                   DISPLAY 'HOLD ', HD-HOLD-NO, ' PLACED ON ',
                    M-ACCT-NO, ' BY ', WS-OPERATOR-ID
                   PERFORM 260-SHOW-HOLDS-PARA
               END-WRITE
             ELSE
               DISPLAY 'NOT CONFIRMED. NO HOLD PLACED.'
             END-IF
           END-IF.
      *-------------------------------------------------------------
      *LIFTS ONE ACTIVE HOLD ON THE ACCOUNT JUST READ BY ITS HOLD
      *NUMBER. THE HOLD STAYS ON FILE AS RELEASED BY THIS OPERATOR.
       750-LIFT-HOLD-PARA.
           DISPLAY 'HOLD NUMBER TO LIFT:'
           MOVE SPACES TO WS-HOLD-NO-IN
           ACCEPT WS-HOLD-NO-IN
           MOVE 0 TO WS-HOLD-NO
           IF WS-HOLD-NO-IN NOT = SPACES
             COMPUTE WS-HOLD-NO = FUNCTION NUMVAL (WS-HOLD-NO-IN)
           END-IF
           MOVE M-ACCT-NO  TO HD-ACCT-NO
           MOVE WS-HOLD-NO TO HD-HOLD-NO
           READ HOLD-FILE
             INVALID KEY
               DISPLAY 'NO HOLD ', WS-HOLD-NO, ' ON ', M-ACCT-NO,
                '. NOTHING LIFTED.'
             NOT INVALID KEY
               IF NOT HOLD-ACTIVE
                 DISPLAY 'HOLD ', WS-HOLD-NO, ' WAS ALREADY '
                  'RELEASED ON ', HD-RELEASED-DATE, '.'
               ELSE
                 MOVE HD-AMOUNT TO WS-AMOUNT-SHOW
                 DISPLAY 'LIFT HOLD ', WS-HOLD-NO, ' FOR ',
                  WS-AMOUNT-SHOW, '. CONFIRM (Y/N):'
                 MOVE SPACE TO WS-CONFIRM
                 ACCEPT WS-CONFIRM
                 IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
                   MOVE 'R' TO HD-STATUS
                   MOVE FUNCTION CURRENT-DATE (1:8)
                     TO HD-RELEASED-DATE
                   MOVE WS-OPERATOR-ID TO HD-RELEASED-BY
                   REWRITE HOLD-RECORD
                   MOVE 'UNHOLD'  TO WS-JRN-ACTION
                   MOVE M-ACCT-NO TO WS-JRN-ACCT
                   MOVE HD-AMOUNT TO WS-JRN-AMOUNT
                   MOVE SPACES    TO WS-JRN-NOTE
                   STRING 'NO ' HD-HOLD-NO ' LIFTED'
                     DELIMITED BY SIZE INTO WS-JRN-NOTE
                   PERFORM 600-WRITE-JOURNAL-PARA
                   DISPLAY 'HOLD ', WS-HOLD-NO, ' LIFTED BY ',
                    WS-OPERATOR-ID
                   PERFORM 260-SHOW-HOLDS-PARA
                 ELSE
                   DISPLAY 'NOT CONFIRMED. HOLD LEFT IN PLACE.'
                 END-IF
               END-IF
           END-READ.
      *-------------------------------------------------------------
      *WRITES ONE PERMANENT HISTORY RECORD FOR THE MAINTENANCE
      *ACTION JUST APPLIED - THE SAME RECORD THE BATCH UPDATE AND
      *THE POSTING RUN WRITE, SO STATEMENTS KEEP TYING TO THE
           MOVE WS-HIST-BEFORE TO H-BALANCE-BEFORE
           MOVE WS-HIST-AFTER  TO H-BALANCE-AFTER
           MOVE FUNCTION CURRENT-DATE (1:14) TO H-TIMESTAMP
           MOVE SPACES TO H-XFER-REF H-XFER-ACCT
           WRITE HISTORY-RECORD.
      *-------------------------------------------------------------
      *WRITES ONE OPERATOR ACTIVITY JOURNAL RECORD. WS-JRN-ACTION,
           MOVE WS-JRN-AMOUNT  TO OJ-AMOUNT
           MOVE WS-JRN-NOTE    TO OJ-NOTE
           WRITE OPERATOR-JOURNAL-RECORD.
      *-------------------------------------------------------------
      *THE APPROVER'S QUEUE: LISTS EVERY ITEM AWAITING APPROVAL,
      *NUMBERED, AND TAKES A DECISION ON THE ONE PICKED.
       800-QUEUE-PARA.
           PERFORM 810-LIST-QUEUE-PARA
           IF WS-QLIST-COUNT > 0
             DISPLAY 'LINE NUMBER TO DECIDE (ENTER = NONE):'
             MOVE SPACES TO WS-LINE-IN
             ACCEPT WS-LINE-IN
             IF WS-LINE-IN NOT = SPACES
               COMPUTE WS-LINE = FUNCTION NUMVAL (WS-LINE-IN)
               IF WS-LINE < 1 OR WS-LINE > WS-QLIST-COUNT
                 DISPLAY 'NO SUCH LINE ON THE QUEUE LISTING.'
               ELSE
                 MOVE WS-QLIST-KEY (WS-LINE) TO PQ-KEY
                 READ PENDING-QUEUE-FILE
                   INVALID KEY
                     DISPLAY 'ITEM IS NO LONGER ON THE QUEUE.'
                   NOT INVALID KEY
                     PERFORM 820-DECIDE-ITEM-PARA
                 END-READ
               END-IF
             END-IF
           END-IF.
      *-------------------------------------------------------------
      *LISTS THE PENDING ITEMS ACROSS ALL ACCOUNTS IN KEY ORDER AND
      *REMEMBERS THEIR KEYS BY LINE NUMBER.
       810-LIST-QUEUE-PARA.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
           MOVE 0 TO WS-QLIST-COUNT
           MOVE LOW-VALUES TO PQ-KEY
           MOVE 'Y' TO WS-MORE-QUEUE
           START PENDING-QUEUE-FILE
             KEY IS NOT LESS THAN PQ-KEY
             INVALID KEY
               MOVE 'N' TO WS-MORE-QUEUE
           END-START
           PERFORM UNTIL WS-MORE-QUEUE = 'N'
             READ PENDING-QUEUE-FILE NEXT RECORD
               AT END
                 MOVE 'N' TO WS-MORE-QUEUE
               NOT AT END
                 IF PQ-PENDING
                   IF WS-QLIST-COUNT >= WS-QLIST-MAX
                     DISPLAY 'ONLY THE FIRST ', WS-QLIST-MAX,
                      ' PENDING ITEMS ARE LISTED.'
                     MOVE 'N' TO WS-MORE-QUEUE
                   ELSE
                     ADD 1 TO WS-QLIST-COUNT
                     MOVE PQ-KEY TO WS-QLIST-KEY (WS-QLIST-COUNT)
                     MOVE WS-QLIST-COUNT TO WS-LINE-TAG
                     PERFORM 890-SHOW-ITEM-PARA
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           MOVE 0 TO WS-LINE-TAG
           DISPLAY WS-QLIST-COUNT, ' ITEM(S) AWAITING APPROVAL.'.
      *-------------------------------------------------------------
      *TAKES THE APPROVER'S DECISION ON THE QUEUE ITEM JUST READ.
      *THE OPERATOR WHO KEYED AN ITEM MAY NEVER DECIDE IT, AND AN
      *ITEM OLDER THAN THE EXPIRY PERIOD MAY ONLY BE REJECTED.
       820-DECIDE-ITEM-PARA.
           PERFORM 890-SHOW-ITEM-PARA
           IF NOT PQ-PENDING
             DISPLAY 'ITEM IS NO LONGER PENDING.'
           ELSE
           IF PQ-MAKER = WS-OPERATOR-ID
             DISPLAY 'YOU KEYED THIS ITEM - A DIFFERENT APPROVER '
              'MUST DECIDE IT.'
           ELSE
             IF WS-AGE-DAYS > WS-EXPIRY-DAYS
               DISPLAY 'ITEM IS OLDER THAN ', WS-EXPIRY-DAYS,
                ' DAYS - IT MAY ONLY BE REJECTED.'
             END-IF
             DISPLAY 'DECISION? A=APPROVE J=REJECT '
              'ENTER=LEAVE PENDING:'
             MOVE SPACE TO WS-DECISION
             ACCEPT WS-DECISION
             EVALUATE WS-DECISION
               WHEN 'A'
               WHEN 'a'
                 IF WS-AGE-DAYS > WS-EXPIRY-DAYS
                   DISPLAY 'ITEM HAS EXPIRED. NOT APPROVED.'
                 ELSE
                   PERFORM 830-APPROVE-ITEM-PARA
                 END-IF
               WHEN 'J'
               WHEN 'j'
                 PERFORM 840-REJECT-ITEM-PARA
               WHEN OTHER
                 DISPLAY 'ITEM LEFT PENDING.'
             END-EVALUATE
           END-IF
           END-IF.
      *-------------------------------------------------------------
      *APPLIES THE QUEUE ITEM JUST READ TO THE ACCOUNT AS IT STANDS
      *NOW. AN ADJUSTMENT MUST STILL PASS THE BALANCE AND HOLD
      *GUARDS; A DEACTIVATION NEEDS AN ACCOUNT STILL OPEN. THIS IS
      *THE ONLY PLACE A QUEUED ITEM REACHES MASTER.DAT.
       830-APPROVE-ITEM-PARA.
           MOVE PQ-ACCT-NO TO M-ACCT-NO
           READ MASTER-FILE
             INVALID KEY
               DISPLAY 'ACCOUNT ', PQ-ACCT-NO, ' IS NO LONGER ON THE '
                'MASTER FILE. REJECT THE ITEM.'
             NOT INVALID KEY
               IF PQ-ADJUSTMENT
                 IF DORMANT
                   DISPLAY 'ACCOUNT IS DORMANT. IT MUST BE '
                    'REACTIVATED BEFORE THE ADJUSTMENT IS APPROVED.'
                 ELSE
                   PERFORM 270-TOTAL-HOLDS-PARA
                   MOVE PQ-AMOUNT TO WS-ADJUSTMENT
                   PERFORM 410-CHECK-ADJUSTMENT-PARA
                   IF WS-ADJUST-OK = 'Y'
                     MOVE WS-NEW-AMOUNT TO WS-AMOUNT-SHOW
                     DISPLAY 'NEW AMOUNT WILL BE ', WS-AMOUNT-SHOW,
                      '. APPROVE AND APPLY (Y/N):'
                     MOVE SPACE TO WS-CONFIRM
                     ACCEPT WS-CONFIRM
                     IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
                       PERFORM 420-APPLY-ADJUSTMENT-PARA
                       MOVE 'A'        TO PQ-STATUS
                       MOVE 'APPROVED' TO WS-REASON-TEXT
                       PERFORM 850-CLOSE-ITEM-PARA
                       MOVE 'ADJAPPR'  TO WS-JRN-ACTION
                       MOVE M-ACCT-NO  TO WS-JRN-ACCT
                       MOVE WS-ADJUSTMENT TO WS-JRN-AMOUNT
                       PERFORM 855-MAKER-NOTE-PARA
                       PERFORM 600-WRITE-JOURNAL-PARA
                       DISPLAY 'ADJUSTMENT APPLIED TO ', M-ACCT-NO,
                        ' - KEYED BY ', PQ-MAKER, ', APPROVED BY ',
                        WS-OPERATOR-ID
                     ELSE
                       DISPLAY 'NOT CONFIRMED. ITEM LEFT PENDING.'
                     END-IF
                   END-IF
                 END-IF
               ELSE
                 IF NOT-ACTIVE
                   DISPLAY 'ACCOUNT IS ALREADY INACTIVE. REJECT THE '
                    'ITEM.'
                 ELSE
                   MOVE M-AMOUNT TO WS-AMOUNT-SHOW
                   DISPLAY 'BALANCE NOW ', WS-AMOUNT-SHOW,
                    '. APPROVE THE DEACTIVATION (Y/N):'
                   MOVE SPACE TO WS-CONFIRM
                   ACCEPT WS-CONFIRM
                   IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
                     MOVE 'DEACAPPR' TO WS-JRN-ACTION
                     PERFORM 855-MAKER-NOTE-PARA
                     PERFORM 440-DEACTIVATE-PARA
                     MOVE 'A'        TO PQ-STATUS
                     MOVE 'APPROVED' TO WS-REASON-TEXT
                     PERFORM 850-CLOSE-ITEM-PARA
                   ELSE
                     DISPLAY 'NOT CONFIRMED. ITEM LEFT PENDING.'
                   END-IF
                 END-IF
               END-IF
           END-READ.
      *-------------------------------------------------------------
      *REJECTS THE QUEUE ITEM JUST READ. A REASON IS REQUIRED - IT
      *IS WHAT THE MAKER SEES ON THE DUAL-CONTROL REPORT.
       840-REJECT-ITEM-PARA.
           DISPLAY 'REASON FOR REJECTING (UP TO 20 CHARACTERS):'
           MOVE SPACES TO WS-REASON-TEXT
           ACCEPT WS-REASON-TEXT
           IF WS-REASON-TEXT = SPACES
             DISPLAY 'A REASON IS REQUIRED. ITEM LEFT PENDING.'
           ELSE
             MOVE 'J' TO PQ-STATUS
             PERFORM 850-CLOSE-ITEM-PARA
             IF PQ-ADJUSTMENT
               MOVE 'ADJREJ'  TO WS-JRN-ACTION
               MOVE PQ-AMOUNT TO WS-JRN-AMOUNT
             ELSE
               MOVE 'DEACREJ' TO WS-JRN-ACTION
               MOVE PQ-BALANCE-KEYED TO WS-JRN-AMOUNT
             END-IF
             MOVE PQ-ACCT-NO TO WS-JRN-ACCT
             PERFORM 855-MAKER-NOTE-PARA
             PERFORM 600-WRITE-JOURNAL-PARA
             DISPLAY 'ITEM ', PQ-ITEM-NO, ' ON ', PQ-ACCT-NO,
              ' REJECTED BY ', WS-OPERATOR-ID
           END-IF.
      *-------------------------------------------------------------
      *RECORDS THE DECISION (PQ-STATUS, SET BY THE CALLER) ON THE
      *QUEUE ITEM WITH THIS OPERATOR AS CHECKER AND WS-REASON-TEXT.
       850-CLOSE-ITEM-PARA.
           MOVE WS-OPERATOR-ID TO PQ-CHECKER
           MOVE FUNCTION CURRENT-DATE (1:14) TO PQ-DECIDED-STAMP
           MOVE WS-REASON-TEXT TO PQ-REASON
           REWRITE PENDING-QUEUE-RECORD
             INVALID KEY
               DISPLAY 'QUEUE ITEM COULD NOT BE UPDATED.'
           END-REWRITE.
      *-------------------------------------------------------------
      *NAMES THE MAKER AND ITEM NUMBER IN THE JOURNAL NOTE OF A
      *DECISION, SO THE JOURNAL ALONE SHOWS BOTH HALVES OF THE
      *CONTROL.
       855-MAKER-NOTE-PARA.
           MOVE SPACES TO WS-JRN-NOTE
           STRING 'MAKER ' PQ-MAKER ' NO ' PQ-ITEM-NO
             DELIMITED BY SIZE INTO WS-JRN-NOTE.
      *-------------------------------------------------------------
      *SHOWS THE QUEUE ITEM JUST READ ON ONE LINE, WITH ITS AGE IN
      *DAYS (LEFT IN WS-AGE-DAYS) AND ITS LINE NUMBER WHEN LISTED.
       890-SHOW-ITEM-PARA.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
           COMPUTE WS-AGE-DAYS =
             FUNCTION INTEGER-OF-DATE (WS-TODAY)
             - FUNCTION INTEGER-OF-DATE (PQ-KEYED-DATE)
           MOVE WS-AGE-DAYS TO WS-AGE-SHOW
           IF PQ-ADJUSTMENT
             MOVE 'ADJUSTMENT' TO WS-TYPE-SHOW
             MOVE PQ-AMOUNT    TO WS-AMOUNT-SHOW
           ELSE
             MOVE 'DEACTIVATE' TO WS-TYPE-SHOW
             MOVE PQ-BALANCE-KEYED TO WS-AMOUNT-SHOW
           END-IF
           DISPLAY WS-LINE-TAG, ' ', PQ-ACCT-NO, ' ITEM ', PQ-ITEM-NO,
            ' ', WS-TYPE-SHOW, ' ', WS-AMOUNT-SHOW, '  BY ', PQ-MAKER,
            ' ON ', PQ-KEYED-DATE, '  AGE ', WS-AGE-SHOW, ' DAYS'.
      ****************************************************************
