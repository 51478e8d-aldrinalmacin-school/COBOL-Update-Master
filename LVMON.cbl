      *NAME: ALDRIN JEROME ALMACIN
      *DATE: OCTOBER 15, 2026
      *PURPOSE: NIGHTLY LARGE-VALUE AND STRUCTURING MONITOR OVER THE
      *LEDGER POSTINGS. SALEXCP WATCHES THE PAYROLL SIDE; THIS STEP
      *WATCHES THE MONEY MOVING THROUGH MASTER.DAT. IT READS THE
      *PERMANENT HISTORY LEDGHIST.DAT, PLUS EVERY ARCHIVE REGISTERED
      *IN HISTARCH.DIR THAT THE LOOK-BACK WINDOW CAN TOUCH, AND FOR
      *EACH ACCOUNT FLAGS:
      *  L - A SINGLE POSTING OVER THE SINGLE-ITEM LIMIT;
      *  A - TOTAL MOVEMENT (DEBITS AND CREDITS ALIKE) IN THE ROLLING
      *      N-DAY WINDOW OVER THE AGGREGATE LIMIT;
      *  S - REPEATED POSTINGS KEPT JUST UNDER THE SINGLE-ITEM LIMIT
      *      (WITHIN THE NEAR-LIMIT PERCENTAGE OF IT) IN THE WINDOW.
      *THE LIMITS, THE WINDOW AND THE NEAR-LIMIT BAND COME FROM
      *PARMFILE.DAT (LV-SINGLE-LIMIT, LV-AGGREGATE-LIMIT,
      *LV-WINDOW-DAYS, LV-NEAR-PERCENT, LV-NEAR-COUNT). EACH FLAGGED
      *ITEM GOES ON THE COMPLIANCE REPORT LVMON.OUT WITH THE ACCOUNT,
      *THE POSTINGS INVOLVED AND THE SOURCE OF EACH - THE BATCH
      *UPDATE, THE ACCTINQ OPERATORS WHO KEYED AND APPROVED AN
      *ADJUSTMENT (FROM THE OPERATOR JOURNAL OPERJRNL.DAT) OR THE
      *POSTING RUN - AND
      *IS OPENED AS A CASE ON THE CASE FILE CASES.NDX. REVIEWERS
      *RECORD THEIR DISPOSITION ON THE LVCASE SCREEN; A CASE ALREADY
      *DISPOSED IS NOT FLAGGED AGAIN, AND A CASE STILL AWAITING
      *REVIEW IS REPRINTED EACH NIGHT UNTIL IT IS DISPOSED. A WINDOW
      *OR NEAR-LIMIT CASE IS ONLY RAISED AGAIN WHEN A POSTING NEWER
      *THAN THE ONES ALREADY REVIEWED JOINS THE PATTERN.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LVMON.
      *************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *ONE SELECT SERVES EVERY ARCHIVE AND THEN THE LIVE FILE IN
      *TURN, AS IN STMT.
           SELECT OPTIONAL HISTORY-FILE
             ASSIGN TO DYNAMIC WS-HISTORY-NAME
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARCHIVE-DIRECTORY-FILE
             ASSIGN TO 'HISTARCH.DIR'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL OPERATOR-JOURNAL-FILE
             ASSIGN TO 'OPERJRNL.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.

      *THE OPERATOR-MAINTAINED RUN-PARAMETER FILE. VALUES HERE
      *OVERRIDE THE COMPILED DEFAULTS BELOW; PARMLST PRINTS WHICH
      *VALUES GOVERN A GIVEN RUN.
           SELECT OPTIONAL PARAMETER-FILE
             ASSIGN TO 'PARMFILE.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.

      *CREATED ON THE FIRST RUN IF IT DOES NOT YET EXIST.
           SELECT OPTIONAL CASE-FILE
             ASSIGN TO 'CASES.NDX'
             ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC
             RECORD KEY IS CS-KEY.

           SELECT MONITOR-REPORT-FILE
             ASSIGN TO 'LVMON.OUT'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-FILE
             ASSIGN TO 'SORTWK'.
      *********************************************************
       DATA DIVISION.
       FILE SECTION.
      *THE HISTORY LAYOUT, EXACTLY AS ASSIGN3 WRITES IT.
       FD  HISTORY-FILE
           RECORD CONTAINS 70 CHARACTERS.
       01  HISTORY-RECORD.
           05 H-ACCT-NO        PIC X(5).
           05 H-AMOUNT         PIC S9(5)V99.
           05 H-CODE           PIC X.
           05 H-DATE           PIC 9(8).
           05 H-BALANCE-BEFORE PIC S9(5)V99.
           05 H-BALANCE-AFTER  PIC S9(5)V99.
           05 H-TIMESTAMP      PIC X(14).
           05 H-XFER-REF       PIC X(16).
           05 H-XFER-ACCT      PIC X(5).

       FD  ARCHIVE-DIRECTORY-FILE
           RECORD CONTAINS 20 CHARACTERS.
       01  ARCHIVE-DIRECTORY-RECORD PIC X(20).

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

      *ONE RECORD PER FLAGGED ITEM. THE KEY IS THE ACCOUNT, THE RULE
      *(L, A OR S) AND THE TIMESTAMP OF THE NEWEST POSTING IN THE
      *ITEM. A CASE IS OPEN (O) UNTIL A REVIEWER CLEARS IT (C) OR
      *REPORTS IT (R) ON LVCASE; AN OPEN WINDOW OR NEAR-LIMIT CASE
      *OVERTAKEN BY A NEWER POSTING IS SUPERSEDED (S) BY THE NEW
      *CASE THAT INCLUDES IT.
       FD  CASE-FILE
           RECORD CONTAINS 92 CHARACTERS.
       01  CASE-RECORD.
           05 CS-KEY.
              10 CS-ACCT-NO       PIC X(5).
              10 CS-RULE          PIC X.
              10 CS-ITEM-STAMP    PIC X(14).
           05 CS-OPENED-DATE      PIC 9(8).
           05 CS-LAST-SEEN        PIC 9(8).
           05 CS-AMOUNT           PIC S9(7)V99.
           05 CS-POST-COUNT       PIC 9(3).
           05 CS-STATUS           PIC X.
              88 CASE-OPEN               VALUE 'O'.
              88 CASE-CLEARED            VALUE 'C'.
              88 CASE-REPORTED           VALUE 'R'.
              88 CASE-SUPERSEDED         VALUE 'S'.
           05 CS-REVIEWER         PIC X(5).
           05 CS-REVIEW-DATE      PIC 9(8).
           05 CS-REVIEW-NOTE      PIC X(30).

       FD  MONITOR-REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  MONITOR-REPORT-RECORD PIC X(100).

       SD  SORT-FILE.
       01  SORT-RECORD.
           05 S-ACCT-NO        PIC X(5).
           05 S-AMOUNT         PIC S9(5)V99.
           05 S-CODE           PIC X.
           05 S-DATE           PIC 9(8).
           05 S-BALANCE-BEFORE PIC S9(5)V99.
           05 S-BALANCE-AFTER  PIC S9(5)V99.
           05 S-TIMESTAMP      PIC X(14).
           05 S-XFER-REF       PIC X(16).
           05 S-XFER-ACCT      PIC X(5).
      *---------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  MORE-DATA               PIC X     VALUE 'Y'.
       01  MORE-SORTED             PIC X     VALUE 'Y'.
       01  WS-TODAY                PIC 9(8)  VALUE 0.
       01  WS-TODAY-INT            PIC 9(7)  VALUE 0.
       01  WS-WINDOW-START         PIC 9(8)  VALUE 0.
       01  WS-HISTORY-NAME         PIC X(20) VALUE SPACES.
       01  WS-ARCHIVE-DATE         PIC 9(8)  VALUE 0.

      *COMPILED DEFAULTS, EACH OVERRIDDEN BY THE PARMFILE.DAT RECORD
      *OF THE SAME NAME WITH THE LATEST EFFECTIVE DATE THAT HAS
      *ARRIVED. A POSTING OF LV-NEAR-PERCENT OR LESS UNDER THE
      *SINGLE-ITEM LIMIT IS "NEAR" IT; LV-NEAR-COUNT OF THEM ON ONE
      *ACCOUNT IN THE WINDOW IS FLAGGED.
       01  WS-PARM-TODAY           PIC 9(8)  VALUE 0.
       01  WS-SINGLE-LIMIT         PIC 9(5)V99 VALUE 10000.00.
       01  WS-SINGLE-EFF           PIC 9(8)  VALUE 0.
       01  WS-AGGREGATE-LIMIT      PIC 9(7)V99 VALUE 25000.00.
       01  WS-AGGREGATE-EFF        PIC 9(8)  VALUE 0.
       01  WS-WINDOW-DAYS          PIC 9(3)  VALUE 5.
       01  WS-WINDOW-EFF           PIC 9(8)  VALUE 0.
       01  WS-NEAR-PERCENT         PIC 9(2)  VALUE 10.
       01  WS-NEAR-PERCENT-EFF     PIC 9(8)  VALUE 0.
       01  WS-NEAR-COUNT           PIC 9(3)  VALUE 3.
       01  WS-NEAR-COUNT-EFF       PIC 9(8)  VALUE 0.
       01  WS-NEAR-FLOOR           PIC 9(5)V99 VALUE 0.

      *THE ARCHIVE NAMES, COLLECTED BEFORE THE SORT STARTS (SEE
      *STMT). AN ARCHIVE DATED BEFORE THE WINDOW IS SKIPPED UNREAD.
       01  WS-ARCHIVE-MAX          PIC 9(3)  VALUE 200.
       01  WS-ARCHIVE-COUNT        PIC 9(3)  VALUE 0.
       01  WS-ARCHIVE-TABLE.
           05 WS-ARCHIVE-ENTRY     PIC X(20) OCCURS 200 TIMES.
       01  WS-IX                   PIC 9(4)  COMP.
       01  WS-JX                   PIC 9(4)  COMP.

      *THE ACCTINQ ADJUSTMENTS JOURNALED IN THE WINDOW. A SCREEN
      *ADJUSTMENT WRITES ITS HISTORY RECORD AND THEN ITS JOURNAL
      *RECORD, SO THE OPERATORS BEHIND A CODE J POSTING ARE ON THE
      *FIRST UNUSED ENTRY FOR THE SAME ACCOUNT AND AMOUNT AT OR
      *AFTER THE POSTING'S TIMESTAMP: ADJAPPR, WRITTEN BY THE
      *APPROVER WITH THE MAKER IN ITS NOTE, OR ADJUST FROM BEFORE
      *ADJUSTMENTS WENT UNDER DUAL CONTROL.
       01  WS-JRN-MAX              PIC 9(4)  VALUE 2000.
       01  WS-JRN-COUNT            PIC 9(4)  VALUE 0.
       01  WS-JRN-TABLE.
           05 WS-JRN-ENTRY OCCURS 2000 TIMES.
              10 JT-TIMESTAMP      PIC X(14).
              10 JT-ACCT-NO        PIC X(5).
              10 JT-AMOUNT         PIC S9(5)V99.
              10 JT-OPERATOR       PIC X(5).
              10 JT-MAKER          PIC X(5).
              10 JT-USED           PIC X.
       01  WS-JRN-FOUND            PIC X     VALUE 'N'.

      *THE CURRENT ACCOUNT'S POSTINGS IN THE WINDOW, OLDEST FIRST.
      *PT-SELECTED MARKS THE POSTINGS IN THE ITEM BEING RAISED.
       01  WS-CUR-ACCT             PIC X(5)  VALUE SPACES.
       01  WS-POST-MAX             PIC 9(4)  VALUE 500.
       01  WS-POST-COUNT           PIC 9(4)  VALUE 0.
       01  WS-POST-TABLE.
           05 WS-POST-ENTRY OCCURS 500 TIMES.
              10 PT-TIMESTAMP      PIC X(14).
              10 PT-DATE           PIC 9(8).
              10 PT-CODE           PIC X.
              10 PT-AMOUNT         PIC S9(5)V99.
              10 PT-ABS-AMOUNT     PIC 9(5)V99.
              10 PT-BALANCE-AFTER  PIC S9(5)V99.
              10 PT-SOURCE         PIC X(20).
              10 PT-SELECTED       PIC X.

      *THE ITEM BEING RAISED.
       01  WS-RULE                 PIC X     VALUE SPACE.
       01  WS-ITEM-STAMP           PIC X(14) VALUE SPACES.
       01  WS-ITEM-TOTAL           PIC S9(9)V99 VALUE 0.
       01  WS-ITEM-COUNT           PIC 9(4)  VALUE 0.
       01  WS-WINDOW-TOTAL         PIC S9(9)V99 VALUE 0.

      *WHAT THE CASE FILE SAYS ABOUT THE ITEM: N = NEW CASE,
      *O = CASE STILL OPEN, C = ALREADY DISPOSED.
       01  WS-CASE-ACTION          PIC X     VALUE SPACE.
       01  WS-LATEST-FOUND         PIC X     VALUE 'N'.
       01  WS-LATEST-KEY           PIC X(20) VALUE SPACES.
       01  WS-LATEST-STAMP         PIC X(14) VALUE SPACES.
       01  WS-MORE-CASES           PIC X     VALUE 'Y'.

       01  WS-SCANNED-COUNT        PIC 9(7)  VALUE 0.
       01  WS-ACCOUNT-COUNT        PIC 9(5)  VALUE 0.
       01  WS-NEW-COUNT            PIC 9(5)  VALUE 0.
       01  WS-OPEN-COUNT           PIC 9(5)  VALUE 0.
       01  WS-DISPOSED-COUNT       PIC 9(5)  VALUE 0.
       01  WS-SUPERSEDED-COUNT     PIC 9(5)  VALUE 0.

       01  WS-HEADING-1.
           05 FILLER               PIC X(26) VALUE SPACES.
           05 FILLER               PIC X(44) VALUE
              'LARGE-VALUE AND STRUCTURING MONITOR REPORT'.

       01  WS-HEADING-2.
           05 FILLER               PIC X(10) VALUE 'RUN DATE: '.
           05 H2-TODAY             PIC 9(8).
           05 FILLER               PIC X(12) VALUE '   WINDOW: '.
           05 H2-WINDOW-START      PIC 9(8).
           05 FILLER               PIC X(4)  VALUE ' TO '.
           05 H2-WINDOW-END        PIC 9(8).

       01  WS-HEADING-3.
           05 FILLER               PIC X(14) VALUE 'SINGLE LIMIT: '.
           05 H3-SINGLE            PIC ZZ,ZZ9.99.
           05 FILLER               PIC X(15) VALUE '   AGGREGATE: '.
           05 H3-AGGREGATE         PIC Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(14) VALUE '   NEAR BAND: '.
           05 H3-NEAR-FLOOR        PIC ZZ,ZZ9.99.
           05 FILLER               PIC X(9)  VALUE ' AND UP, '.
           05 H3-NEAR-COUNT        PIC ZZ9.
           05 FILLER               PIC X(6)  VALUE ' TIMES'.

       01  WS-ITEM-LINE.
           05 FILLER               PIC X(5)  VALUE 'ACCT '.
           05 I-ACCT-NO            PIC X(5).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 I-RULE-TEXT          PIC X(30) VALUE SPACES.
           05 FILLER               PIC X(7)  VALUE ' TOTAL '.
           05 I-TOTAL              PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(10) VALUE ' POSTINGS '.
           05 I-COUNT              PIC ZZ9.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 I-CASE-TEXT          PIC X(22) VALUE SPACES.

       01  WS-POSTING-HEADING.
           05 FILLER               PIC X(6)  VALUE SPACES.
           05 FILLER               PIC X(10) VALUE 'DATE'.
           05 FILLER               PIC X(16) VALUE 'POSTED AT'.
           05 FILLER               PIC X(5)  VALUE 'CODE'.
           05 FILLER               PIC X(13) VALUE '    AMOUNT'.
           05 FILLER               PIC X(13) VALUE '   BALANCE'.
           05 FILLER               PIC X(20) VALUE 'SOURCE'.

       01  WS-POSTING-LINE.
           05 FILLER               PIC X(6)  VALUE SPACES.
           05 P-DATE               PIC 9(8).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 P-STAMP              PIC X(14).
           05 FILLER               PIC X(3)  VALUE SPACES.
           05 P-CODE               PIC X(4)  VALUE SPACES.
           05 P-AMOUNT             PIC -ZZ,ZZ9.99.
           05 FILLER               PIC X(3)  VALUE SPACES.
           05 P-BALANCE            PIC -ZZ,ZZ9.99.
           05 FILLER               PIC X(3)  VALUE SPACES.
           05 P-SOURCE             PIC X(20) VALUE SPACES.

       01  WS-CASE-OPEN-TEXT.
           05 FILLER               PIC X(14) VALUE 'OPEN SINCE '.
           05 CO-OPENED-DATE       PIC 9(8).

       01  WS-TOTAL-LINE-1.
           05 FILLER               PIC X(34) VALUE
              'HISTORY POSTINGS SCANNED:'.
           05 T-SCANNED-COUNT      PIC Z,ZZZ,ZZ9.
       01  WS-TOTAL-LINE-2.
           05 FILLER               PIC X(34) VALUE
              'ACCOUNTS REVIEWED:'.
           05 T-ACCOUNT-COUNT      PIC Z,ZZZ,ZZ9.
       01  WS-TOTAL-LINE-3.
           05 FILLER               PIC X(34) VALUE
              'NEW CASES RAISED:'.
           05 T-NEW-COUNT          PIC Z,ZZZ,ZZ9.
       01  WS-TOTAL-LINE-4.
           05 FILLER               PIC X(34) VALUE
              'CASES STILL AWAITING REVIEW:'.
           05 T-OPEN-COUNT         PIC Z,ZZZ,ZZ9.
       01  WS-TOTAL-LINE-5.
           05 FILLER               PIC X(34) VALUE
              'ALREADY DISPOSED - NOT REPRINTED:'.
           05 T-DISPOSED-COUNT     PIC Z,ZZZ,ZZ9.
       01  WS-TOTAL-LINE-6.
           05 FILLER               PIC X(34) VALUE
              'OPEN CASES SUPERSEDED TONIGHT:'.
           05 T-SUPERSEDED-COUNT   PIC Z,ZZZ,ZZ9.

      **********************************************************
       PROCEDURE DIVISION.
      *SETS THE WINDOW, GATHERS ITS POSTINGS THROUGH THE SORT AND
      *TESTS EACH ACCOUNT AS IT COMES OFF.
       100-MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
           PERFORM 110-GET-PARMS-PARA
           IF WS-WINDOW-DAYS = 0
             MOVE 1 TO WS-WINDOW-DAYS
           END-IF
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE (WS-TODAY)
           COMPUTE WS-WINDOW-START = FUNCTION DATE-OF-INTEGER
             (WS-TODAY-INT - WS-WINDOW-DAYS + 1)
           COMPUTE WS-NEAR-FLOOR ROUNDED =
             WS-SINGLE-LIMIT * (100 - WS-NEAR-PERCENT) / 100

           PERFORM 150-LOAD-ARCHIVE-NAMES-PARA
           PERFORM 160-LOAD-JOURNAL-PARA

           OPEN I-O    CASE-FILE
           OPEN OUTPUT MONITOR-REPORT-FILE

           MOVE WS-TODAY           TO H2-TODAY
           MOVE WS-WINDOW-START    TO H2-WINDOW-START
           MOVE WS-TODAY           TO H2-WINDOW-END
           MOVE WS-SINGLE-LIMIT    TO H3-SINGLE
           MOVE WS-AGGREGATE-LIMIT TO H3-AGGREGATE
           MOVE WS-NEAR-FLOOR      TO H3-NEAR-FLOOR
           MOVE WS-NEAR-COUNT      TO H3-NEAR-COUNT
           WRITE MONITOR-REPORT-RECORD FROM WS-HEADING-1
           WRITE MONITOR-REPORT-RECORD FROM WS-HEADING-2
           WRITE MONITOR-REPORT-RECORD FROM WS-HEADING-3

           SORT SORT-FILE
             ON ASCENDING KEY S-ACCT-NO S-TIMESTAMP
             INPUT PROCEDURE IS 200-SELECT-WINDOW-PARA
             OUTPUT PROCEDURE IS 300-REVIEW-ACCOUNTS-PARA

           MOVE SPACES TO MONITOR-REPORT-RECORD
           WRITE MONITOR-REPORT-RECORD
           MOVE WS-SCANNED-COUNT    TO T-SCANNED-COUNT
           WRITE MONITOR-REPORT-RECORD FROM WS-TOTAL-LINE-1
           MOVE WS-ACCOUNT-COUNT    TO T-ACCOUNT-COUNT
           WRITE MONITOR-REPORT-RECORD FROM WS-TOTAL-LINE-2
           MOVE WS-NEW-COUNT        TO T-NEW-COUNT
           WRITE MONITOR-REPORT-RECORD FROM WS-TOTAL-LINE-3
           MOVE WS-OPEN-COUNT       TO T-OPEN-COUNT
           WRITE MONITOR-REPORT-RECORD FROM WS-TOTAL-LINE-4
           MOVE WS-DISPOSED-COUNT   TO T-DISPOSED-COUNT
           WRITE MONITOR-REPORT-RECORD FROM WS-TOTAL-LINE-5
           MOVE WS-SUPERSEDED-COUNT TO T-SUPERSEDED-COUNT
           WRITE MONITOR-REPORT-RECORD FROM WS-TOTAL-LINE-6

           CLOSE CASE-FILE
           CLOSE MONITOR-REPORT-FILE

           DISPLAY '--------------------------------------------'
           DISPLAY 'LARGE-VALUE MONITOR COMPLETE.'
           DISPLAY 'POSTINGS SCANNED ....... ', WS-SCANNED-COUNT
           DISPLAY 'ACCOUNTS REVIEWED ...... ', WS-ACCOUNT-COUNT
           DISPLAY 'NEW CASES RAISED ....... ', WS-NEW-COUNT
           DISPLAY 'CASES AWAITING REVIEW .. ', WS-OPEN-COUNT
           DISPLAY 'ALREADY DISPOSED ....... ', WS-DISPOSED-COUNT
           DISPLAY '--------------------------------------------'

           STOP RUN.
      *-------------------------------------------------------------
      *ADOPTS THIS PROGRAM'S RUN PARAMETERS FROM PARMFILE.DAT: FOR
      *EACH NAMED PARAMETER THE VALUE WITH THE LATEST EFFECTIVE DATE
      *THAT IS NOT IN THE FUTURE REPLACES THE COMPILED DEFAULT. A
      *MISSING OR EMPTY FILE LEAVES THE DEFAULTS IN FORCE.
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
             WHEN 'LV-SINGLE-LIMIT'
               IF PF-EFF-DATE >= WS-SINGLE-EFF
                 COMPUTE WS-SINGLE-LIMIT =
                   FUNCTION NUMVAL (PF-PARM-VALUE)
                 MOVE PF-EFF-DATE TO WS-SINGLE-EFF
               END-IF
             WHEN 'LV-AGGREGATE-LIMIT'
               IF PF-EFF-DATE >= WS-AGGREGATE-EFF
                 COMPUTE WS-AGGREGATE-LIMIT =
                   FUNCTION NUMVAL (PF-PARM-VALUE)
                 MOVE PF-EFF-DATE TO WS-AGGREGATE-EFF
               END-IF
             WHEN 'LV-WINDOW-DAYS'
               IF PF-EFF-DATE >= WS-WINDOW-EFF
                 COMPUTE WS-WINDOW-DAYS =
                   FUNCTION NUMVAL (PF-PARM-VALUE)
                 MOVE PF-EFF-DATE TO WS-WINDOW-EFF
               END-IF
             WHEN 'LV-NEAR-PERCENT'
               IF PF-EFF-DATE >= WS-NEAR-PERCENT-EFF
                 COMPUTE WS-NEAR-PERCENT =
                   FUNCTION NUMVAL (PF-PARM-VALUE)
                 MOVE PF-EFF-DATE TO WS-NEAR-PERCENT-EFF
               END-IF
             WHEN 'LV-NEAR-COUNT'
               IF PF-EFF-DATE >= WS-NEAR-COUNT-EFF
                 COMPUTE WS-NEAR-COUNT =
                   FUNCTION NUMVAL (PF-PARM-VALUE)
                 MOVE PF-EFF-DATE TO WS-NEAR-COUNT-EFF
               END-IF
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
      *-------------------------------------------------------------
      *READS HISTARCH.DIR INTO THE ARCHIVE NAME TABLE. A DIRECTORY
      *BEYOND THE TABLE LIMIT STOPS THE RUN RATHER THAN QUIETLY
      *MONITORING PART OF THE WINDOW.
       150-LOAD-ARCHIVE-NAMES-PARA.
           OPEN INPUT ARCHIVE-DIRECTORY-FILE
           PERFORM UNTIL MORE-DATA = 'N'
             READ ARCHIVE-DIRECTORY-FILE
               AT END
                 MOVE 'N' TO MORE-DATA
               NOT AT END
                 IF WS-ARCHIVE-COUNT >= WS-ARCHIVE-MAX
                   DISPLAY 'MORE THAN ', WS-ARCHIVE-MAX,
                    ' ARCHIVES IN HISTARCH.DIR. MONITOR STOPPED.'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
                 END-IF
                 ADD 1 TO WS-ARCHIVE-COUNT
                 MOVE ARCHIVE-DIRECTORY-RECORD
                   TO WS-ARCHIVE-ENTRY (WS-ARCHIVE-COUNT)
             END-READ
           END-PERFORM
           CLOSE ARCHIVE-DIRECTORY-FILE
           MOVE 'Y' TO MORE-DATA.
      *-------------------------------------------------------------
      *LOADS THE ACCTINQ ADJUSTMENTS JOURNALED SINCE THE WINDOW
      *OPENED, FOR NAMING THE OPERATOR BEHIND EACH CODE J POSTING.
       160-LOAD-JOURNAL-PARA.
           OPEN INPUT OPERATOR-JOURNAL-FILE
           PERFORM UNTIL MORE-DATA = 'N'
             READ OPERATOR-JOURNAL-FILE
               AT END
                 MOVE 'N' TO MORE-DATA
               NOT AT END
                 IF (OJ-ACTION = 'ADJUST' OR OJ-ACTION = 'ADJAPPR')
                    AND OJ-TIMESTAMP (1:8) >= WS-WINDOW-START
                   IF WS-JRN-COUNT >= WS-JRN-MAX
                     DISPLAY 'MORE THAN ', WS-JRN-MAX, ' ADJUSTMENTS '
                      'JOURNALED IN THE WINDOW. MONITOR STOPPED.'
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                   END-IF
                   ADD 1 TO WS-JRN-COUNT
                   MOVE OJ-TIMESTAMP TO JT-TIMESTAMP (WS-JRN-COUNT)
                   MOVE OJ-ACCT-NO   TO JT-ACCT-NO (WS-JRN-COUNT)
                   MOVE OJ-AMOUNT    TO JT-AMOUNT (WS-JRN-COUNT)
                   MOVE OJ-OPERATOR  TO JT-OPERATOR (WS-JRN-COUNT)
                   MOVE SPACES       TO JT-MAKER (WS-JRN-COUNT)
                   IF OJ-ACTION = 'ADJAPPR'
                     MOVE OJ-NOTE (7:5) TO JT-MAKER (WS-JRN-COUNT)
                   END-IF
                   MOVE 'N'          TO JT-USED (WS-JRN-COUNT)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE OPERATOR-JOURNAL-FILE
           MOVE 'Y' TO MORE-DATA.
      *-------------------------------------------------------------
      *SORT INPUT PROCEDURE: RELEASES EVERY POSTING INSIDE THE
      *WINDOW FROM EACH ARCHIVE THE WINDOW CAN TOUCH AND THEN FROM
      *THE LIVE FILE. AN ARCHIVE DATED BEFORE THE WINDOW OPENED
      *HOLDS ONLY OLDER POSTINGS AND IS SKIPPED WITHOUT BEING OPENED.
       200-SELECT-WINDOW-PARA.
           PERFORM VARYING WS-IX FROM 1 BY 1
             UNTIL WS-IX > WS-ARCHIVE-COUNT
             MOVE 0 TO WS-ARCHIVE-DATE
             IF WS-ARCHIVE-ENTRY (WS-IX) (11:8) NUMERIC
               MOVE WS-ARCHIVE-ENTRY (WS-IX) (11:8)
                 TO WS-ARCHIVE-DATE
             END-IF
             IF WS-ARCHIVE-DATE = 0
                OR WS-ARCHIVE-DATE NOT < WS-WINDOW-START
               MOVE WS-ARCHIVE-ENTRY (WS-IX) TO WS-HISTORY-NAME
               PERFORM 250-SCAN-ONE-FILE-PARA
             END-IF
           END-PERFORM
           MOVE 'LEDGHIST.DAT' TO WS-HISTORY-NAME
           PERFORM 250-SCAN-ONE-FILE-PARA.
      *-------------------------------------------------------------
      *SCANS THE HISTORY FILE NAMED IN WS-HISTORY-NAME AND RELEASES
      *ITS MONEY POSTINGS INSIDE THE WINDOW. A STATUS CHANGE (D, R)
      *MOVES NO MONEY AND IS LEFT OUT.
       250-SCAN-ONE-FILE-PARA.
           OPEN INPUT HISTORY-FILE
           MOVE 'Y' TO MORE-DATA
           PERFORM UNTIL MORE-DATA = 'N'
             READ HISTORY-FILE
               AT END
                 MOVE 'N' TO MORE-DATA
               NOT AT END
                 IF H-AMOUNT NOT = 0
                    AND H-DATE >= WS-WINDOW-START
                    AND H-DATE <= WS-TODAY
                   ADD 1 TO WS-SCANNED-COUNT
                   RELEASE SORT-RECORD FROM HISTORY-RECORD
                 END-IF
             END-READ
           END-PERFORM
           CLOSE HISTORY-FILE.
      *-------------------------------------------------------------
      *SORT OUTPUT PROCEDURE: COLLECTS EACH ACCOUNT'S POSTINGS IN
      *TIME ORDER AND TESTS THE ACCOUNT WHEN THE NEXT ONE STARTS.
       300-REVIEW-ACCOUNTS-PARA.
           MOVE 0 TO WS-POST-COUNT
           PERFORM UNTIL MORE-SORTED = 'N'
             RETURN SORT-FILE RECORD
               AT END
                 MOVE 'N' TO MORE-SORTED
               NOT AT END
                 IF S-ACCT-NO NOT = WS-CUR-ACCT
                    AND WS-POST-COUNT > 0
                   PERFORM 400-TEST-ACCOUNT-PARA
                   MOVE 0 TO WS-POST-COUNT
                 END-IF
                 MOVE S-ACCT-NO TO WS-CUR-ACCT
                 PERFORM 310-COLLECT-POSTING-PARA
             END-RETURN
           END-PERFORM
           IF WS-POST-COUNT > 0
             PERFORM 400-TEST-ACCOUNT-PARA
           END-IF.
      *-------------------------------------------------------------
      *ADDS THE RETURNED POSTING TO THE ACCOUNT'S TABLE WITH ITS
      *SOURCE.
       310-COLLECT-POSTING-PARA.
           IF WS-POST-COUNT >= WS-POST-MAX
             DISPLAY 'ACCOUNT ', S-ACCT-NO, ' HAS MORE THAN ',
              WS-POST-MAX, ' POSTINGS IN THE WINDOW. MONITOR '
              'STOPPED.'
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           ADD 1 TO WS-POST-COUNT
           MOVE S-TIMESTAMP     TO PT-TIMESTAMP (WS-POST-COUNT)
           MOVE S-DATE          TO PT-DATE (WS-POST-COUNT)
           MOVE S-CODE          TO PT-CODE (WS-POST-COUNT)
           MOVE S-AMOUNT        TO PT-AMOUNT (WS-POST-COUNT)
           IF S-AMOUNT < 0
             COMPUTE PT-ABS-AMOUNT (WS-POST-COUNT) = 0 - S-AMOUNT
           ELSE
             MOVE S-AMOUNT      TO PT-ABS-AMOUNT (WS-POST-COUNT)
           END-IF
           MOVE S-BALANCE-AFTER TO PT-BALANCE-AFTER (WS-POST-COUNT)
           MOVE 'N'             TO PT-SELECTED (WS-POST-COUNT)
           PERFORM 320-FIND-SOURCE-PARA.
      *-------------------------------------------------------------
      *NAMES WHERE THE POSTING CAME FROM: A SCREEN ADJUSTMENT (J)
      *BY ITS ACCTINQ OPERATOR, INTEREST AND SERVICE CHARGES (I, S)
      *FROM THE POSTING RUN, ANYTHING ELSE FROM THE BATCH UPDATE.
      *A DUAL-CONTROL ADJUSTMENT SHOWS AS ACCTINQ MAKER/APPROVER.
       320-FIND-SOURCE-PARA.
           EVALUATE S-CODE
             WHEN 'J'
               MOVE 'N' TO WS-JRN-FOUND
               MOVE 'ACCTINQ ?????' TO PT-SOURCE (WS-POST-COUNT)
               PERFORM VARYING WS-JX FROM 1 BY 1
                 UNTIL WS-JX > WS-JRN-COUNT OR WS-JRN-FOUND = 'Y'
                 IF JT-USED (WS-JX) = 'N'
                    AND JT-ACCT-NO (WS-JX) = S-ACCT-NO
                    AND JT-AMOUNT (WS-JX) = S-AMOUNT
                    AND JT-TIMESTAMP (WS-JX) NOT < S-TIMESTAMP
                   MOVE 'Y' TO WS-JRN-FOUND
                   MOVE 'Y' TO JT-USED (WS-JX)
                   MOVE SPACES TO PT-SOURCE (WS-POST-COUNT)
                   IF JT-MAKER (WS-JX) = SPACES
                     STRING 'ACCTINQ ' JT-OPERATOR (WS-JX)
                       DELIMITED BY SIZE
                       INTO PT-SOURCE (WS-POST-COUNT)
                   ELSE
                     STRING 'ACCTINQ ' JT-MAKER (WS-JX) '/'
                            JT-OPERATOR (WS-JX)
                       DELIMITED BY SIZE
                       INTO PT-SOURCE (WS-POST-COUNT)
                   END-IF
                 END-IF
               END-PERFORM
             WHEN 'I'
             WHEN 'S'
               MOVE 'POSTING' TO PT-SOURCE (WS-POST-COUNT)
             WHEN OTHER
               MOVE 'BATCH ASSIGN3' TO PT-SOURCE (WS-POST-COUNT)
           END-EVALUATE.
      *-------------------------------------------------------------
      *TESTS THE ACCOUNT'S WINDOW AGAINST THE THREE RULES. EACH
      *POSTING OVER THE LIMIT IS ITS OWN ITEM; THE WINDOW TOTAL AND
      *THE NEAR-LIMIT PATTERN ARE ONE ITEM EACH.
       400-TEST-ACCOUNT-PARA.
           ADD 1 TO WS-ACCOUNT-COUNT

           PERFORM VARYING WS-IX FROM 1 BY 1
             UNTIL WS-IX > WS-POST-COUNT
             IF PT-ABS-AMOUNT (WS-IX) > WS-SINGLE-LIMIT
               PERFORM 410-CLEAR-SELECTION-PARA
               MOVE 'Y' TO PT-SELECTED (WS-IX)
               MOVE 'L' TO WS-RULE
               MOVE PT-TIMESTAMP (WS-IX)  TO WS-ITEM-STAMP
               MOVE PT-ABS-AMOUNT (WS-IX) TO WS-ITEM-TOTAL
               MOVE 1 TO WS-ITEM-COUNT
               PERFORM 500-RAISE-CASE-PARA
             END-IF
           END-PERFORM

           MOVE 0 TO WS-WINDOW-TOTAL
           PERFORM VARYING WS-IX FROM 1 BY 1
             UNTIL WS-IX > WS-POST-COUNT
             ADD PT-ABS-AMOUNT (WS-IX) TO WS-WINDOW-TOTAL
           END-PERFORM
           IF WS-WINDOW-TOTAL > WS-AGGREGATE-LIMIT
             PERFORM VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-POST-COUNT
               MOVE 'Y' TO PT-SELECTED (WS-IX)
             END-PERFORM
             MOVE 'A' TO WS-RULE
             MOVE PT-TIMESTAMP (WS-POST-COUNT) TO WS-ITEM-STAMP
             MOVE WS-WINDOW-TOTAL TO WS-ITEM-TOTAL
             MOVE WS-POST-COUNT   TO WS-ITEM-COUNT
             PERFORM 500-RAISE-CASE-PARA
           END-IF

           PERFORM 410-CLEAR-SELECTION-PARA
           MOVE 0 TO WS-ITEM-COUNT
           MOVE 0 TO WS-ITEM-TOTAL
           PERFORM VARYING WS-IX FROM 1 BY 1
             UNTIL WS-IX > WS-POST-COUNT
             IF PT-ABS-AMOUNT (WS-IX) NOT < WS-NEAR-FLOOR
                AND PT-ABS-AMOUNT (WS-IX) NOT > WS-SINGLE-LIMIT
               MOVE 'Y' TO PT-SELECTED (WS-IX)
               ADD 1 TO WS-ITEM-COUNT
               ADD PT-ABS-AMOUNT (WS-IX) TO WS-ITEM-TOTAL
               MOVE PT-TIMESTAMP (WS-IX) TO WS-ITEM-STAMP
             END-IF
           END-PERFORM
           IF WS-ITEM-COUNT NOT < WS-NEAR-COUNT
              AND WS-ITEM-COUNT > 1
             MOVE 'S' TO WS-RULE
             PERFORM 500-RAISE-CASE-PARA
           END-IF.
      *-------------------------------------------------------------
      *UNMARKS EVERY POSTING IN THE ACCOUNT'S TABLE.
       410-CLEAR-SELECTION-PARA.
           PERFORM VARYING WS-JX FROM 1 BY 1
             UNTIL WS-JX > WS-POST-COUNT
             MOVE 'N' TO PT-SELECTED (WS-JX)
           END-PERFORM.
      *-------------------------------------------------------------
      *CHECKS THE ITEM AGAINST THE CASE FILE AND RAISES, REPRINTS
      *OR PASSES OVER IT. A SINGLE-ITEM CASE IS THE POSTING ITSELF.
      *A WINDOW OR NEAR-LIMIT CASE COVERS EVERY POSTING UP TO ITS
      *NEWEST ONE, SO THE ITEM IS ALREADY COVERED WHEN THE LATEST
      *CASE FOR THE ACCOUNT AND RULE IS AT LEAST AS NEW AS THE
      *ITEM'S NEWEST POSTING.
       500-RAISE-CASE-PARA.
           MOVE 'N' TO WS-CASE-ACTION
           IF WS-RULE = 'L'
             MOVE WS-CUR-ACCT   TO CS-ACCT-NO
             MOVE WS-RULE       TO CS-RULE
             MOVE WS-ITEM-STAMP TO CS-ITEM-STAMP
             READ CASE-FILE
               INVALID KEY
                 MOVE 'N' TO WS-CASE-ACTION
               NOT INVALID KEY
                 IF CASE-OPEN
                   MOVE 'O' TO WS-CASE-ACTION
                 ELSE
                   MOVE 'C' TO WS-CASE-ACTION
                 END-IF
             END-READ
           ELSE
             PERFORM 520-FIND-LATEST-CASE-PARA
             IF WS-LATEST-FOUND = 'Y'
               MOVE WS-LATEST-KEY TO CS-KEY
               READ CASE-FILE
                 INVALID KEY
                   MOVE 'N' TO WS-LATEST-FOUND
               END-READ
             END-IF
             IF WS-LATEST-FOUND = 'Y'
               IF WS-LATEST-STAMP NOT < WS-ITEM-STAMP
                 IF CASE-OPEN
                   MOVE 'O' TO WS-CASE-ACTION
                 ELSE
                   MOVE 'C' TO WS-CASE-ACTION
                 END-IF
               ELSE
                 IF CASE-OPEN
                   MOVE 'S'      TO CS-STATUS
                   MOVE 'BATCH'  TO CS-REVIEWER
                   MOVE WS-TODAY TO CS-REVIEW-DATE
                   MOVE 'SUPERSEDED BY A NEWER CASE'
                     TO CS-REVIEW-NOTE
                   REWRITE CASE-RECORD
                   ADD 1 TO WS-SUPERSEDED-COUNT
                 END-IF
               END-IF
             END-IF
           END-IF

           EVALUATE WS-CASE-ACTION
             WHEN 'N'
               MOVE WS-CUR-ACCT   TO CS-ACCT-NO
               MOVE WS-RULE       TO CS-RULE
               MOVE WS-ITEM-STAMP TO CS-ITEM-STAMP
               MOVE WS-TODAY      TO CS-OPENED-DATE
               MOVE WS-TODAY      TO CS-LAST-SEEN
               MOVE WS-ITEM-TOTAL TO CS-AMOUNT
               MOVE WS-ITEM-COUNT TO CS-POST-COUNT
               MOVE 'O'           TO CS-STATUS
               MOVE SPACES        TO CS-REVIEWER
               MOVE 0             TO CS-REVIEW-DATE
               MOVE SPACES        TO CS-REVIEW-NOTE
               WRITE CASE-RECORD
                 INVALID KEY
                   DISPLAY 'CASE ', CS-KEY, ' COULD NOT BE WRITTEN.'
               END-WRITE
               ADD 1 TO WS-NEW-COUNT
               MOVE 'NEW CASE' TO I-CASE-TEXT
               PERFORM 600-PRINT-ITEM-PARA
             WHEN 'O'
               MOVE WS-TODAY TO CS-LAST-SEEN
               REWRITE CASE-RECORD
               ADD 1 TO WS-OPEN-COUNT
               MOVE CS-OPENED-DATE TO CO-OPENED-DATE
               MOVE WS-CASE-OPEN-TEXT TO I-CASE-TEXT
               PERFORM 600-PRINT-ITEM-PARA
             WHEN OTHER
               ADD 1 TO WS-DISPOSED-COUNT
           END-EVALUATE.
      *-------------------------------------------------------------
      *FINDS THE NEWEST CASE ON FILE FOR THE ACCOUNT AND RULE - THE
      *LAST ONE IN KEY ORDER, SINCE THE KEY ENDS IN ITS TIMESTAMP.
       520-FIND-LATEST-CASE-PARA.
           MOVE 'N'         TO WS-LATEST-FOUND
           MOVE WS-CUR-ACCT TO CS-ACCT-NO
           MOVE WS-RULE     TO CS-RULE
           MOVE LOW-VALUES  TO CS-ITEM-STAMP
           MOVE 'Y'         TO WS-MORE-CASES
           START CASE-FILE
             KEY IS NOT LESS THAN CS-KEY
             INVALID KEY
               MOVE 'N' TO WS-MORE-CASES
           END-START
           PERFORM UNTIL WS-MORE-CASES = 'N'
             READ CASE-FILE NEXT RECORD
               AT END
                 MOVE 'N' TO WS-MORE-CASES
               NOT AT END
                 IF CS-ACCT-NO NOT = WS-CUR-ACCT
                    OR CS-RULE NOT = WS-RULE
                   MOVE 'N' TO WS-MORE-CASES
                 ELSE
                   MOVE 'Y'           TO WS-LATEST-FOUND
                   MOVE CS-KEY        TO WS-LATEST-KEY
                   MOVE CS-ITEM-STAMP TO WS-LATEST-STAMP
                 END-IF
             END-READ
           END-PERFORM.
      *-------------------------------------------------------------
      *PRINTS THE ITEM LINE AND THE POSTINGS SELECTED FOR IT.
       600-PRINT-ITEM-PARA.
           MOVE SPACES TO MONITOR-REPORT-RECORD
           WRITE MONITOR-REPORT-RECORD
           MOVE WS-CUR-ACCT TO I-ACCT-NO
           EVALUATE WS-RULE
             WHEN 'L'
               MOVE 'SINGLE POSTING OVER LIMIT'   TO I-RULE-TEXT
             WHEN 'A'
               MOVE 'WINDOW TOTAL OVER LIMIT'     TO I-RULE-TEXT
             WHEN 'S'
               MOVE 'REPEATED POSTINGS NEAR LIMIT' TO I-RULE-TEXT
           END-EVALUATE
           MOVE WS-ITEM-TOTAL TO I-TOTAL
           MOVE WS-ITEM-COUNT TO I-COUNT
           WRITE MONITOR-REPORT-RECORD FROM WS-ITEM-LINE
           WRITE MONITOR-REPORT-RECORD FROM WS-POSTING-HEADING
           PERFORM VARYING WS-JX FROM 1 BY 1
             UNTIL WS-JX > WS-POST-COUNT
             IF PT-SELECTED (WS-JX) = 'Y'
               MOVE PT-DATE (WS-JX)          TO P-DATE
               MOVE PT-TIMESTAMP (WS-JX)     TO P-STAMP
               MOVE PT-CODE (WS-JX)          TO P-CODE
               MOVE PT-AMOUNT (WS-JX)        TO P-AMOUNT
               MOVE PT-BALANCE-AFTER (WS-JX) TO P-BALANCE
               MOVE PT-SOURCE (WS-JX)        TO P-SOURCE
               WRITE MONITOR-REPORT-RECORD FROM WS-POSTING-LINE
             END-IF
           END-PERFORM.
      ****************************************************************
