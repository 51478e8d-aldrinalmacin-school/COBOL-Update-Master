      *NAME: ALDRIN JEROME ALMACIN
      *DATE: OCTOBER 15, 2026
      *PURPOSE: NIGHTLY EXPIRY OF THE DUAL-CONTROL QUEUE AND THE
      *DAILY DUAL-CONTROL REPORT. SUPERVISED ADJUSTMENTS, AND
      *DEACTIVATIONS OF ACCOUNTS CARRYING A BALANCE, KEYED ON
      *ACCTINQ WAIT ON THE QUEUE PENDADJ.NDX UNTIL A SECOND
      *OPERATOR WITH APPROVER PERMISSION APPROVES OR REJECTS THEM.
      *AN ITEM LEFT UNDECIDED LONGER THAN DC-EXPIRY-DAYS (FROM
      *PARMFILE.DAT, DEFAULT 3) IS EXPIRED HERE - IT STAYS ON FILE
      *AS STATUS E AND NEVER REACHES MASTER.DAT - AND EACH EXPIRY IS
      *WRITTEN TO THE OPERATOR ACTIVITY JOURNAL OPERJRNL.DAT UNDER
      *OPERATOR BATCH. DUALCTL.OUT THEN LISTS EVERY ITEM KEYED,
      *APPROVED, REJECTED AND EXPIRED TODAY, WITH MAKER AND CHECKER,
      *AND EVERY ITEM STILL AWAITING APPROVAL WITH ITS AGE. THE STEP
      *RUNS IN THE LEDGER UPDATE WINDOW, WHEN NO ACCTINQ SESSION CAN
      *BE DECIDING AN ITEM UNDERNEATH IT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUALCTL.
      *************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *THE DUAL-CONTROL QUEUE, KEYED BY ACCOUNT AND ITEM NUMBER.
      *OPTIONAL SO THE STEP RUNS CLEAN BEFORE THE FIRST ITEM IS
      *EVER KEYED.
           SELECT OPTIONAL PENDING-QUEUE-FILE
             ASSIGN TO 'PENDADJ.NDX'
             ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC
             RECORD KEY IS PQ-KEY.

           SELECT OPTIONAL OPERATOR-JOURNAL-FILE
             ASSIGN TO 'OPERJRNL.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.

      *THE OPERATOR-MAINTAINED RUN-PARAMETER FILE. VALUES HERE
      *OVERRIDE THE COMPILED DEFAULTS BELOW; PARMLST PRINTS WHICH
      *VALUES GOVERN A GIVEN RUN.
           SELECT OPTIONAL PARAMETER-FILE
             ASSIGN TO 'PARMFILE.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DUAL-CONTROL-REPORT-FILE
             ASSIGN TO 'DUALCTL.OUT'
             ORGANIZATION IS LINE SEQUENTIAL.
      *********************************************************
       DATA DIVISION.
       FILE SECTION.
      *THE QUEUE RECORD, EXACTLY AS ACCTINQ WRITES IT. PQ-CHECKER IS
      *THE APPROVING OR REJECTING OPERATOR, OR BATCH WHEN THIS STEP
      *EXPIRED THE ITEM.
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

      *THE OPERATOR ACTIVITY JOURNAL RECORD, EXACTLY AS ACCTINQ
      *WRITES IT.
       FD  OPERATOR-JOURNAL-FILE
           RECORD CONTAINS 59 CHARACTERS.
       01  OPERATOR-JOURNAL-RECORD.
           05 OJ-TIMESTAMP     PIC X(14).
           05 OJ-OPERATOR      PIC X(5).
           05 OJ-ACCT-NO       PIC X(5).
           05 OJ-ACTION        PIC X(8).
           05 OJ-AMOUNT        PIC S9(5)V99.
           05 OJ-NOTE          PIC X(20).

       FD  PARAMETER-FILE
           RECORD CONTAINS 42 CHARACTERS.
       01  PARAMETER-RECORD.
           05 PF-PARM-NAME        PIC X(20).
           05 PF-PARM-VALUE       PIC X(14).
           05 PF-EFF-DATE         PIC 9(8).

       FD  DUAL-CONTROL-REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  DUAL-CONTROL-REPORT-RECORD PIC X(100).
      *---------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  MORE-DATA               PIC X     VALUE 'Y'.
       01  WS-TODAY                PIC 9(8)  VALUE 0.
       01  WS-TODAY-INT            PIC 9(7)  VALUE 0.
       01  WS-AGE-DAYS             PIC S9(5) VALUE 0.

      *DAYS A QUEUED ITEM STAYS OPEN FOR APPROVAL. THE COMPILED
      *DEFAULT IS OVERRIDDEN BY THE DC-EXPIRY-DAYS RECORD IN
      *PARMFILE.DAT WITH THE LATEST EFFECTIVE DATE THAT HAS ARRIVED.
       01  WS-PARM-TODAY           PIC 9(8)  VALUE 0.
       01  WS-EXPIRY-DAYS          PIC 9(3)  VALUE 3.
       01  WS-EXPIRY-EFF           PIC 9(8)  VALUE 0.

      *WHICH SECTION OF THE LISTING IS BEING WRITTEN: K = KEYED
      *TODAY, A = APPROVED TODAY, J = REJECTED TODAY, E = EXPIRED
      *TONIGHT, P = STILL AWAITING APPROVAL.
       01  WS-SECTION              PIC X     VALUE SPACE.
       01  WS-SELECTED             PIC X     VALUE 'N'.

       01  WS-READ-COUNT           PIC 9(5)  VALUE 0.
       01  WS-EXPIRED-COUNT        PIC 9(5)  VALUE 0.
       01  WS-SECTION-COUNT        PIC 9(5)  VALUE 0.
       01  WS-KEYED-COUNT          PIC 9(5)  VALUE 0.
       01  WS-APPROVED-COUNT       PIC 9(5)  VALUE 0.
       01  WS-REJECTED-COUNT       PIC 9(5)  VALUE 0.
       01  WS-PENDING-COUNT        PIC 9(5)  VALUE 0.

       01  WS-HEADING-1.
           05 FILLER               PIC X(30) VALUE SPACES.
           05 FILLER               PIC X(21) VALUE
              'DUAL-CONTROL REPORT'.

       01  WS-HEADING-2.
           05 FILLER               PIC X(10) VALUE 'RUN DATE: '.
           05 H2-TODAY             PIC 9(8).
           05 FILLER               PIC X(23) VALUE
              '   ITEMS EXPIRE AFTER '.
           05 H2-EXPIRY-DAYS       PIC ZZ9.
           05 FILLER               PIC X(5)  VALUE ' DAYS'.

       01  WS-SECTION-LINE.
           05 SL-TITLE             PIC X(40) VALUE SPACES.

       01  WS-HEADING-3.
           05 FILLER               PIC X(7)  VALUE 'ACCT'.
           05 FILLER               PIC X(5)  VALUE 'ITEM'.
           05 FILLER               PIC X(11) VALUE 'TYPE'.
           05 FILLER               PIC X(12) VALUE '    AMOUNT'.
           05 FILLER               PIC X(7)  VALUE 'MAKER'.
           05 FILLER               PIC X(10) VALUE 'KEYED'.
           05 FILLER               PIC X(7)  VALUE 'CHECKER'.
           05 FILLER               PIC X(10) VALUE 'DECIDED'.
           05 FILLER               PIC X(6)  VALUE ' AGE'.
           05 FILLER               PIC X(20) VALUE 'REASON'.

       01  WS-DETAIL-LINE.
           05 D-ACCT-NO            PIC X(7)  VALUE SPACES.
           05 D-ITEM-NO            PIC ZZ9.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 D-TYPE               PIC X(11) VALUE SPACES.
           05 D-AMOUNT             PIC -ZZ,ZZ9.99.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 D-MAKER              PIC X(7)  VALUE SPACES.
           05 D-KEYED              PIC 9(8).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 D-CHECKER            PIC X(7)  VALUE SPACES.
           05 D-DECIDED            PIC X(8)  VALUE SPACES.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 D-AGE                PIC ZZZ9.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 D-REASON             PIC X(20) VALUE SPACES.

       01  WS-SECTION-TOTAL-LINE.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 ST-LABEL             PIC X(20) VALUE 'ITEMS:'.
           05 ST-COUNT             PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-1.
           05 FILLER               PIC X(34) VALUE
              'ITEMS EXPIRED TONIGHT:'.
           05 T-EXPIRED-COUNT      PIC ZZZ,ZZ9.

      **********************************************************
       PROCEDURE DIVISION.
      *EXPIRES THE STALE ITEMS, THEN LISTS THE FIVE SECTIONS.
       100-MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE (WS-TODAY)
           PERFORM 110-GET-PARMS-PARA

           OPEN I-O    PENDING-QUEUE-FILE
           OPEN EXTEND OPERATOR-JOURNAL-FILE
           OPEN OUTPUT DUAL-CONTROL-REPORT-FILE

           MOVE WS-TODAY       TO H2-TODAY
           MOVE WS-EXPIRY-DAYS TO H2-EXPIRY-DAYS
           WRITE DUAL-CONTROL-REPORT-RECORD FROM WS-HEADING-1
           WRITE DUAL-CONTROL-REPORT-RECORD FROM WS-HEADING-2

           PERFORM 200-EXPIRE-STALE-PARA

           MOVE 'K' TO WS-SECTION
           MOVE 'ITEMS KEYED TODAY' TO SL-TITLE
           PERFORM 300-LIST-SECTION-PARA
           MOVE WS-SECTION-COUNT TO WS-KEYED-COUNT

           MOVE 'A' TO WS-SECTION
           MOVE 'ITEMS APPROVED TODAY' TO SL-TITLE
           PERFORM 300-LIST-SECTION-PARA
           MOVE WS-SECTION-COUNT TO WS-APPROVED-COUNT

           MOVE 'J' TO WS-SECTION
           MOVE 'ITEMS REJECTED TODAY' TO SL-TITLE
           PERFORM 300-LIST-SECTION-PARA
           MOVE WS-SECTION-COUNT TO WS-REJECTED-COUNT

           MOVE 'E' TO WS-SECTION
           MOVE 'ITEMS EXPIRED TONIGHT' TO SL-TITLE
           PERFORM 300-LIST-SECTION-PARA

           MOVE 'P' TO WS-SECTION
           MOVE 'ITEMS STILL AWAITING APPROVAL' TO SL-TITLE
           PERFORM 300-LIST-SECTION-PARA
           MOVE WS-SECTION-COUNT TO WS-PENDING-COUNT

           MOVE SPACES TO DUAL-CONTROL-REPORT-RECORD
           WRITE DUAL-CONTROL-REPORT-RECORD
           MOVE WS-EXPIRED-COUNT TO T-EXPIRED-COUNT
           WRITE DUAL-CONTROL-REPORT-RECORD FROM WS-TOTAL-LINE-1

           CLOSE PENDING-QUEUE-FILE
           CLOSE OPERATOR-JOURNAL-FILE
           CLOSE DUAL-CONTROL-REPORT-FILE

           DISPLAY '--------------------------------------------'
           DISPLAY 'DUAL-CONTROL QUEUE COMPLETE.'
           DISPLAY 'QUEUE ITEMS READ ....... ', WS-READ-COUNT
           DISPLAY 'ITEMS EXPIRED TONIGHT .. ', WS-EXPIRED-COUNT
           DISPLAY 'ITEMS KEYED TODAY ...... ', WS-KEYED-COUNT
           DISPLAY 'ITEMS APPROVED TODAY ... ', WS-APPROVED-COUNT
           DISPLAY 'ITEMS REJECTED TODAY ... ', WS-REJECTED-COUNT
           DISPLAY 'ITEMS STILL PENDING .... ', WS-PENDING-COUNT
           DISPLAY '--------------------------------------------'

           STOP RUN.
      *-------------------------------------------------------------
      *ADOPTS DC-EXPIRY-DAYS FROM PARMFILE.DAT: THE VALUE WITH THE
      *LATEST EFFECTIVE DATE THAT IS NOT IN THE FUTURE REPLACES THE
      *COMPILED DEFAULT. A MISSING OR EMPTY FILE LEAVES THE DEFAULT.
       110-GET-PARMS-PARA.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-PARM-TODAY
           OPEN INPUT PARAMETER-FILE
           PERFORM UNTIL MORE-DATA = 'N'
             READ PARAMETER-FILE
               AT END
                 MOVE 'N' TO MORE-DATA
               NOT AT END
                 IF PF-EFF-DATE NUMERIC
                    AND PF-EFF-DATE NOT > WS-PARM-TODAY
                   PERFORM 115-ADOPT-PARM-PARA
                 END-IF
             END-READ
           END-PERFORM
           CLOSE PARAMETER-FILE
           MOVE 'Y' TO MORE-DATA.
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
      *EXPIRES EVERY PENDING ITEM OLDER THAN THE EXPIRY PERIOD - THE
      *SAME AGE AT WHICH ACCTINQ STOPS ACCEPTING ITS APPROVAL - AND
      *JOURNALS EACH EXPIRY WITH ITS MAKER.
       200-EXPIRE-STALE-PARA.
           MOVE LOW-VALUES TO PQ-KEY
           START PENDING-QUEUE-FILE
             KEY IS NOT LESS THAN PQ-KEY
             INVALID KEY
               MOVE 'N' TO MORE-DATA
           END-START

           PERFORM UNTIL MORE-DATA = 'N'
             READ PENDING-QUEUE-FILE NEXT RECORD
               AT END
                 MOVE 'N' TO MORE-DATA
               NOT AT END
                 ADD 1 TO WS-READ-COUNT
                 IF PQ-PENDING
                   PERFORM 450-AGE-ITEM-PARA
                   IF WS-AGE-DAYS > WS-EXPIRY-DAYS
                     PERFORM 250-EXPIRE-ITEM-PARA
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           MOVE 'Y' TO MORE-DATA.
      *-------------------------------------------------------------
      *MARKS THE ITEM JUST READ EXPIRED AND JOURNALS IT UNDER
      *OPERATOR BATCH.
       250-EXPIRE-ITEM-PARA.
           MOVE 'E'     TO PQ-STATUS
           MOVE 'BATCH' TO PQ-CHECKER
           MOVE FUNCTION CURRENT-DATE (1:14) TO PQ-DECIDED-STAMP
           MOVE 'NOT DECIDED IN TIME' TO PQ-REASON
           REWRITE PENDING-QUEUE-RECORD
           ADD 1 TO WS-EXPIRED-COUNT

           MOVE FUNCTION CURRENT-DATE (1:14) TO OJ-TIMESTAMP
           MOVE 'BATCH'    TO OJ-OPERATOR
           MOVE PQ-ACCT-NO TO OJ-ACCT-NO
           IF PQ-ADJUSTMENT
             MOVE 'ADJEXP'  TO OJ-ACTION
             MOVE PQ-AMOUNT TO OJ-AMOUNT
           ELSE
             MOVE 'DEACEXP' TO OJ-ACTION
             MOVE PQ-BALANCE-KEYED TO OJ-AMOUNT
           END-IF
           MOVE SPACES TO OJ-NOTE
           STRING 'MAKER ' PQ-MAKER ' NO ' PQ-ITEM-NO
             DELIMITED BY SIZE INTO OJ-NOTE
           WRITE OPERATOR-JOURNAL-RECORD.
      *-------------------------------------------------------------
      *WRITES ONE SECTION OF THE LISTING (WS-SECTION) WITH ITS
      *COUNT.
       300-LIST-SECTION-PARA.
           MOVE 0 TO WS-SECTION-COUNT
           MOVE SPACES TO DUAL-CONTROL-REPORT-RECORD
           WRITE DUAL-CONTROL-REPORT-RECORD
           WRITE DUAL-CONTROL-REPORT-RECORD FROM WS-SECTION-LINE
           WRITE DUAL-CONTROL-REPORT-RECORD FROM WS-HEADING-3

           MOVE LOW-VALUES TO PQ-KEY
           START PENDING-QUEUE-FILE
             KEY IS NOT LESS THAN PQ-KEY
             INVALID KEY
               MOVE 'N' TO MORE-DATA
           END-START

           PERFORM UNTIL MORE-DATA = 'N'
             READ PENDING-QUEUE-FILE NEXT RECORD
               AT END
                 MOVE 'N' TO MORE-DATA
               NOT AT END
                 PERFORM 400-SELECT-ITEM-PARA
                 IF WS-SELECTED = 'Y'
                   PERFORM 500-PRINT-ITEM-PARA
                 END-IF
             END-READ
           END-PERFORM
           MOVE 'Y' TO MORE-DATA

           MOVE WS-SECTION-COUNT TO ST-COUNT
           WRITE DUAL-CONTROL-REPORT-RECORD
             FROM WS-SECTION-TOTAL-LINE.
      *-------------------------------------------------------------
      *DECIDES WHETHER THE ITEM JUST READ BELONGS IN THE SECTION
      *BEING WRITTEN.
       400-SELECT-ITEM-PARA.
           MOVE 'N' TO WS-SELECTED
           EVALUATE WS-SECTION
             WHEN 'K'
               IF PQ-KEYED-DATE = WS-TODAY
                 MOVE 'Y' TO WS-SELECTED
               END-IF
             WHEN 'P'
               IF PQ-PENDING
                 MOVE 'Y' TO WS-SELECTED
               END-IF
             WHEN OTHER
               IF PQ-STATUS = WS-SECTION
                  AND PQ-DECIDED-DATE = WS-TODAY
                 MOVE 'Y' TO WS-SELECTED
               END-IF
           END-EVALUATE.
      *-------------------------------------------------------------
      *WORKS OUT THE AGE IN DAYS OF THE ITEM JUST READ.
       450-AGE-ITEM-PARA.
           COMPUTE WS-AGE-DAYS = WS-TODAY-INT
             - FUNCTION INTEGER-OF-DATE (PQ-KEYED-DATE).
      *-------------------------------------------------------------
      *PRINTS ONE ITEM AND COUNTS IT IN THE SECTION.
       500-PRINT-ITEM-PARA.
           PERFORM 450-AGE-ITEM-PARA
           MOVE PQ-ACCT-NO    TO D-ACCT-NO
           MOVE PQ-ITEM-NO    TO D-ITEM-NO
           IF PQ-ADJUSTMENT
             MOVE 'ADJUSTMENT' TO D-TYPE
             MOVE PQ-AMOUNT    TO D-AMOUNT
           ELSE
             MOVE 'DEACTIVATE' TO D-TYPE
             MOVE PQ-BALANCE-KEYED TO D-AMOUNT
           END-IF
           MOVE PQ-MAKER      TO D-MAKER
           MOVE PQ-KEYED-DATE TO D-KEYED
           IF PQ-PENDING
             MOVE SPACES          TO D-CHECKER
             MOVE SPACES          TO D-DECIDED
           ELSE
             MOVE PQ-CHECKER      TO D-CHECKER
             MOVE PQ-DECIDED-DATE TO D-DECIDED
           END-IF
           MOVE WS-AGE-DAYS   TO D-AGE
           MOVE PQ-REASON     TO D-REASON
           WRITE DUAL-CONTROL-REPORT-RECORD FROM WS-DETAIL-LINE
           ADD 1 TO WS-SECTION-COUNT.
      ****************************************************************
