      *NAME: ALDRIN JEROME ALMACIN
      *DATE: OCTOBER 15, 2026
      *PURPOSE: REVIEW SCREEN FOR THE COMPLIANCE CASES THE NIGHTLY
      *LVMON STEP RAISES ON CASES.NDX. LIST SHOWS EVERY CASE STILL
      *AWAITING REVIEW, OR EVERY CASE EVER RAISED FOR ONE ACCOUNT,
      *NUMBERED ON THE SCREEN; DISP RECORDS THE REVIEWER'S
      *DISPOSITION OF ONE OPEN CASE BY ITS LINE NUMBER FROM THE LAST
      *LIST - C (CLEARED: THE ACTIVITY IS EXPLAINED) OR R (REPORTED
      *ONWARD) - WITH A NOTE. A DISPOSED CASE IS NOT FLAGGED AGAIN
      *BY LVMON. THE OPERATOR SIGNS ON AGAINST OPERSEC.DAT AS ON
      *ACCTINQ: PERMISSION M OR A MAY RECORD DISPOSITIONS, ANY OTHER
      *OPERATOR MAY ONLY LIST. EVERY DISPOSITION IS WRITTEN TO THE
      *OPERATOR ACTIVITY JOURNAL OPERJRNL.DAT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LVCASE.
      *************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *CREATED BY LVMON; MAY NOT EXIST BEFORE ITS FIRST RUN.
           SELECT OPTIONAL CASE-FILE
             ASSIGN TO 'CASES.NDX'
             ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC
             RECORD KEY IS CS-KEY.

           SELECT OPTIONAL OPERATOR-SECURITY-FILE
             ASSIGN TO 'OPERSEC.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPERATOR-JOURNAL-FILE
             ASSIGN TO 'OPERJRNL.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
      *********************************************************
       DATA DIVISION.
       FILE SECTION.
      *THE CASE RECORD, EXACTLY AS LVMON WRITES IT.
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

      *THE OPERATOR SECURITY RECORD, EXACTLY AS OPERMNT WRITES IT.
       FD  OPERATOR-SECURITY-FILE
           RECORD CONTAINS 8 CHARACTERS.
       01  OPERATOR-SECURITY-RECORD.
           05 OS-OPERATOR-ID   PIC X(5).
           05 OS-PERMISSION    PIC X.
           05 OS-ACTIVE        PIC X.
           05 OS-PRIVACY       PIC X.

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
      *---------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  MORE-DATA               PIC X     VALUE 'Y'.
       01  MORE-REQUESTS           PIC X     VALUE 'Y'.
       01  WS-TODAY                PIC 9(8)  VALUE 0.
       01  WS-COMMAND              PIC X(5)  VALUE SPACES.
       01  WS-CONFIRM              PIC X     VALUE SPACE.

       01  WS-OPERATOR-ID          PIC X(5)  VALUE SPACES.
       01  WS-AUTHORIZED           PIC X     VALUE 'N'.
           88 MAY-DISPOSE                VALUE 'Y'.
       01  WS-SIGNON-OK            PIC X     VALUE 'N'.

      *THE OPERATOR SECURITY TABLE, LOADED FROM OPERSEC.DAT AT
      *SIGN-ON. AN EMPTY OR MISSING FILE ALLOWS LISTING ONLY.
       01  WS-SEC-MAX              PIC 9(3)  VALUE 100.
       01  WS-SEC-COUNT            PIC 9(3)  VALUE 0.
       01  WS-SEC-TABLE.
           05 WS-SEC-ENTRY OCCURS 100 TIMES.
              10 ST-OPERATOR-ID    PIC X(5).
              10 ST-PERMISSION     PIC X.
              10 ST-ACTIVE         PIC X.
       01  WS-IX                   PIC 9(3)  COMP.
       01  WS-MORE-SEC             PIC X     VALUE 'Y'.

      *FIELDS FOR THE JOURNAL RECORD BEING BUILT.
       01  WS-JRN-ACTION           PIC X(8)  VALUE SPACES.
       01  WS-JRN-ACCT             PIC X(5)  VALUE SPACES.
       01  WS-JRN-AMOUNT           PIC S9(5)V99 VALUE 0.
       01  WS-JRN-NOTE             PIC X(20) VALUE SPACES.

      *THE KEYS OF THE CASES ON THE LAST LIST, BY LINE NUMBER.
       01  WS-LIST-MAX             PIC 9(3)  VALUE 500.
       01  WS-LIST-COUNT           PIC 9(3)  VALUE 0.
       01  WS-LIST-TABLE.
           05 WS-LIST-KEY          PIC X(20) OCCURS 500 TIMES.
       01  WS-LIST-FULL            PIC X     VALUE 'N'.

       01  WS-ACCT-IN              PIC X(5)  VALUE SPACES.
       01  WS-LINE-IN              PIC X(3)  VALUE SPACES.
       01  WS-LINE                 PIC 9(3)  VALUE 0.
       01  WS-DISPOSITION-IN       PIC X     VALUE SPACE.
           88 VALID-DISPOSITION          VALUE 'C' 'R'.
       01  WS-NOTE-IN              PIC X(30) VALUE SPACES.
       01  WS-AMOUNT-SHOW          PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-RULE-SHOW            PIC X(9)  VALUE SPACES.
       01  WS-STATUS-SHOW          PIC X(10) VALUE SPACES.

      **********************************************************
       PROCEDURE DIVISION.
      *SIGNS THE OPERATOR ON AND SERVES ONE COMMAND AT A TIME UNTIL
      *END.
       100-MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
           PERFORM 150-LOAD-SECURITY-PARA

           DISPLAY 'COMPLIANCE CASE REVIEW - ENTER OPERATOR ID:'
           ACCEPT WS-OPERATOR-ID
           PERFORM 160-SIGN-ON-PARA
           IF WS-SIGNON-OK = 'N'
             DISPLAY 'SIGN-ON REFUSED FOR ', WS-OPERATOR-ID, '.'
             STOP RUN
           END-IF

           OPEN EXTEND OPERATOR-JOURNAL-FILE
           MOVE 'SIGNON'  TO WS-JRN-ACTION
           MOVE SPACES    TO WS-JRN-ACCT
           MOVE 0         TO WS-JRN-AMOUNT
           IF MAY-DISPOSE
             MOVE 'LVCASE REVIEW' TO WS-JRN-NOTE
             DISPLAY 'SIGNED ON WITH REVIEW AUTHORITY.'
           ELSE
             MOVE 'LVCASE LIST-ONLY' TO WS-JRN-NOTE
             DISPLAY 'SIGNED ON LIST-ONLY.'
           END-IF
           PERFORM 600-WRITE-JOURNAL-PARA

           OPEN I-O CASE-FILE

           PERFORM UNTIL MORE-REQUESTS = 'N'
             DISPLAY ' '
             DISPLAY 'COMMAND? LIST/DISP/END:'
             MOVE SPACES TO WS-COMMAND
             ACCEPT WS-COMMAND
             INSPECT WS-COMMAND CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
             EVALUATE WS-COMMAND
               WHEN 'LIST'
                 PERFORM 300-LIST-PARA
               WHEN 'END'
                 MOVE 'N' TO MORE-REQUESTS
               WHEN 'DISP'
                 IF MAY-DISPOSE
                   PERFORM 400-DISPOSE-PARA
                 ELSE
                   DISPLAY 'NOT AVAILABLE - SIGNED ON LIST-ONLY.'
                 END-IF
               WHEN OTHER
                 DISPLAY 'UNRECOGNIZED COMMAND.'
             END-EVALUATE
           END-PERFORM

           CLOSE CASE-FILE

           MOVE 'SIGNOFF' TO WS-JRN-ACTION
           MOVE SPACES    TO WS-JRN-ACCT
           MOVE 0         TO WS-JRN-AMOUNT
           MOVE 'LVCASE'  TO WS-JRN-NOTE
           PERFORM 600-WRITE-JOURNAL-PARA
           CLOSE OPERATOR-JOURNAL-FILE

           DISPLAY 'COMPLIANCE CASE REVIEW ENDED.'
           STOP RUN.
      *-------------------------------------------------------------
      *LOADS OPERSEC.DAT INTO THE OPERATOR SECURITY TABLE.
       150-LOAD-SECURITY-PARA.
           OPEN INPUT OPERATOR-SECURITY-FILE
           PERFORM UNTIL WS-MORE-SEC = 'N'
             READ OPERATOR-SECURITY-FILE
               AT END
                 MOVE 'N' TO WS-MORE-SEC
               NOT AT END
                 IF WS-SEC-COUNT >= WS-SEC-MAX
                   DISPLAY 'OPERSEC.DAT EXCEEDS ', WS-SEC-MAX,
                    ' OPERATORS. REVIEW STOPPED.'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
                 END-IF
                 ADD 1 TO WS-SEC-COUNT
                 MOVE OS-OPERATOR-ID
                   TO ST-OPERATOR-ID (WS-SEC-COUNT)
                 MOVE OS-PERMISSION
                   TO ST-PERMISSION (WS-SEC-COUNT)
                 MOVE OS-ACTIVE
                   TO ST-ACTIVE (WS-SEC-COUNT)
             END-READ
           END-PERFORM
           CLOSE OPERATOR-SECURITY-FILE
           IF WS-SEC-COUNT = 0
             DISPLAY 'WARNING: OPERSEC.DAT IS EMPTY OR MISSING - '
              'LIST ONLY, NO REVIEW AUTHORITY.'
           END-IF.
      *-------------------------------------------------------------
      *RESOLVES THE SIGN-ON AGAINST THE SECURITY TABLE, AS ACCTINQ
      *DOES: AN UNKNOWN OR INACTIVE OPERATOR IS REFUSED, PERMISSION
      *M (OR APPROVER A) GRANTS REVIEW AUTHORITY, ANYTHING ELSE
      *MAY ONLY LIST.
       160-SIGN-ON-PARA.
           MOVE 'N' TO WS-AUTHORIZED
           MOVE 'N' TO WS-SIGNON-OK
           IF WS-SEC-COUNT = 0
             MOVE 'Y' TO WS-SIGNON-OK
           ELSE
             PERFORM VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-SEC-COUNT
               IF ST-OPERATOR-ID (WS-IX) = WS-OPERATOR-ID
                 IF ST-ACTIVE (WS-IX) = 'Y'
                   MOVE 'Y' TO WS-SIGNON-OK
                   IF ST-PERMISSION (WS-IX) = 'M'
                      OR ST-PERMISSION (WS-IX) = 'A'
                     MOVE 'Y' TO WS-AUTHORIZED
                   END-IF
                 ELSE
                   DISPLAY 'OPERATOR ', WS-OPERATOR-ID,
                    ' IS REVOKED ON OPERSEC.DAT.'
                 END-IF
               END-IF
             END-PERFORM
           END-IF.
      *-------------------------------------------------------------
      *LISTS, NUMBERED, EVERY CASE AWAITING REVIEW - OR, WHEN AN
      *ACCOUNT IS GIVEN, EVERY CASE RAISED FOR IT WHATEVER ITS
      *STATUS. THE LINE NUMBERS ARE WHAT DISP ASKS FOR.
       300-LIST-PARA.
           DISPLAY 'LEDGER ACCOUNT (ENTER = ALL OPEN CASES):'
           MOVE SPACES TO WS-ACCT-IN
           ACCEPT WS-ACCT-IN
           MOVE 0   TO WS-LIST-COUNT
           MOVE 'N' TO WS-LIST-FULL
           IF WS-ACCT-IN = SPACES
             MOVE LOW-VALUES TO CS-KEY
           ELSE
             MOVE WS-ACCT-IN TO CS-ACCT-NO
             MOVE LOW-VALUES TO CS-RULE
             MOVE LOW-VALUES TO CS-ITEM-STAMP
           END-IF
           START CASE-FILE
             KEY IS NOT LESS THAN CS-KEY
             INVALID KEY
               MOVE 'N' TO MORE-DATA
           END-START
           PERFORM UNTIL MORE-DATA = 'N'
             READ CASE-FILE NEXT RECORD
               AT END
                 MOVE 'N' TO MORE-DATA
               NOT AT END
                 IF WS-ACCT-IN NOT = SPACES
                    AND CS-ACCT-NO NOT = WS-ACCT-IN
                   MOVE 'N' TO MORE-DATA
                 ELSE
                   IF WS-ACCT-IN NOT = SPACES OR CASE-OPEN
                     PERFORM 320-LIST-ONE-CASE-PARA
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           MOVE 'Y' TO MORE-DATA
           DISPLAY WS-LIST-COUNT, ' CASES LISTED.'
           IF WS-LIST-FULL = 'Y'
             DISPLAY 'ONLY THE FIRST ', WS-LIST-MAX, ' ARE SHOWN - '
              'DISPOSE OF THESE OR LIST ONE ACCOUNT.'
           END-IF.
      *-------------------------------------------------------------
      *NUMBERS AND SHOWS THE CASE JUST READ, WHILE THE LIST HAS
      *ROOM.
       320-LIST-ONE-CASE-PARA.
           IF WS-LIST-COUNT >= WS-LIST-MAX
             MOVE 'Y' TO WS-LIST-FULL
             MOVE 'N' TO MORE-DATA
           ELSE
             ADD 1 TO WS-LIST-COUNT
             MOVE CS-KEY TO WS-LIST-KEY (WS-LIST-COUNT)
             MOVE WS-LIST-COUNT TO WS-LINE
             PERFORM 500-SHOW-CASE-PARA
           END-IF.
      *-------------------------------------------------------------
      *RECORDS THE DISPOSITION OF ONE OPEN CASE, PICKED BY ITS LINE
      *NUMBER ON THE LAST LIST.
       400-DISPOSE-PARA.
           IF WS-LIST-COUNT = 0
             DISPLAY 'LIST THE CASES FIRST.'
           ELSE
             DISPLAY 'LINE NUMBER FROM THE LAST LIST:'
             MOVE SPACES TO WS-LINE-IN
             ACCEPT WS-LINE-IN
             MOVE 0 TO WS-LINE
             IF WS-LINE-IN NOT = SPACES
               COMPUTE WS-LINE = FUNCTION NUMVAL (WS-LINE-IN)
             END-IF
             IF WS-LINE < 1 OR WS-LINE > WS-LIST-COUNT
               DISPLAY 'NO SUCH LINE ON THE LAST LIST.'
             ELSE
               MOVE WS-LIST-KEY (WS-LINE) TO CS-KEY
               READ CASE-FILE
                 INVALID KEY
                   DISPLAY 'CASE IS NO LONGER ON FILE.'
                 NOT INVALID KEY
                   PERFORM 420-RECORD-DISPOSITION-PARA
               END-READ
             END-IF
           END-IF.
      *-------------------------------------------------------------
      *TAKES THE DISPOSITION AND NOTE FOR THE CASE JUST READ AND
      *REWRITES IT. ONLY AN OPEN CASE MAY BE DISPOSED OF, AND ONLY
      *ONCE.
       420-RECORD-DISPOSITION-PARA.
           PERFORM 500-SHOW-CASE-PARA
           IF NOT CASE-OPEN
             DISPLAY 'CASE IS NOT OPEN - ALREADY DISPOSED OF.'
           ELSE
             DISPLAY 'DISPOSITION? C=CLEARED R=REPORTED:'
             MOVE SPACE TO WS-DISPOSITION-IN
             ACCEPT WS-DISPOSITION-IN
             INSPECT WS-DISPOSITION-IN CONVERTING 'cr' TO 'CR'
             IF NOT VALID-DISPOSITION
               DISPLAY 'DISPOSITION MUST BE C OR R. NOTHING CHANGED.'
             ELSE
               DISPLAY 'REVIEW NOTE (UP TO 30 CHARACTERS):'
               MOVE SPACES TO WS-NOTE-IN
               ACCEPT WS-NOTE-IN
               IF WS-NOTE-IN = SPACES
                 DISPLAY 'A REVIEW NOTE IS REQUIRED. NOTHING CHANGED.'
               ELSE
                 DISPLAY 'RECORD THIS DISPOSITION (Y/N):'
                 MOVE SPACE TO WS-CONFIRM
                 ACCEPT WS-CONFIRM
                 IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
                   MOVE WS-DISPOSITION-IN TO CS-STATUS
                   MOVE WS-OPERATOR-ID    TO CS-REVIEWER
                   MOVE WS-TODAY          TO CS-REVIEW-DATE
                   MOVE WS-NOTE-IN        TO CS-REVIEW-NOTE
                   REWRITE CASE-RECORD
                     INVALID KEY
                       DISPLAY 'CASE COULD NOT BE UPDATED.'
                     NOT INVALID KEY
                       MOVE 'CASEDISP' TO WS-JRN-ACTION
                       MOVE CS-ACCT-NO TO WS-JRN-ACCT
                       MOVE 0          TO WS-JRN-AMOUNT
                       MOVE SPACES     TO WS-JRN-NOTE
                       STRING CS-RULE ' ' CS-STATUS ' ' CS-ITEM-STAMP
                         DELIMITED BY SIZE INTO WS-JRN-NOTE
                       PERFORM 600-WRITE-JOURNAL-PARA
                       DISPLAY 'DISPOSITION RECORDED.'
                   END-REWRITE
                 ELSE
                   DISPLAY 'NOT CONFIRMED. NOTHING CHANGED.'
                 END-IF
               END-IF
             END-IF
           END-IF.
      *-------------------------------------------------------------
      *SHOWS THE CASE JUST READ UNDER LINE NUMBER WS-LINE.
       500-SHOW-CASE-PARA.
           EVALUATE CS-RULE
             WHEN 'L'
               MOVE 'SINGLE'   TO WS-RULE-SHOW
             WHEN 'A'
               MOVE 'WINDOW'   TO WS-RULE-SHOW
             WHEN 'S'
               MOVE 'NEAR-LMT' TO WS-RULE-SHOW
             WHEN OTHER
               MOVE CS-RULE    TO WS-RULE-SHOW
           END-EVALUATE
           EVALUATE TRUE
             WHEN CASE-OPEN
               MOVE 'OPEN'       TO WS-STATUS-SHOW
             WHEN CASE-CLEARED
               MOVE 'CLEARED'    TO WS-STATUS-SHOW
             WHEN CASE-REPORTED
               MOVE 'REPORTED'   TO WS-STATUS-SHOW
             WHEN CASE-SUPERSEDED
               MOVE 'SUPERSEDED' TO WS-STATUS-SHOW
             WHEN OTHER
               MOVE CS-STATUS    TO WS-STATUS-SHOW
           END-EVALUATE
           MOVE CS-AMOUNT TO WS-AMOUNT-SHOW
           DISPLAY WS-LINE, ' ', CS-ACCT-NO, ' ', WS-RULE-SHOW,
            CS-ITEM-STAMP, ' ', WS-AMOUNT-SHOW, ' ', CS-POST-COUNT,
            ' POSTINGS ', WS-STATUS-SHOW, ' OPENED ', CS-OPENED-DATE,
            ' SEEN ', CS-LAST-SEEN
           IF NOT CASE-OPEN
             DISPLAY '      ', CS-REVIEWER, ' ', CS-REVIEW-DATE, ' ',
              CS-REVIEW-NOTE
           END-IF.
      *-------------------------------------------------------------
      *WRITES ONE OPERATOR ACTIVITY JOURNAL RECORD. WS-JRN-ACTION,
      *WS-JRN-ACCT, WS-JRN-AMOUNT AND WS-JRN-NOTE MUST BE SET BY
      *THE CALLER FIRST.
       600-WRITE-JOURNAL-PARA.
           MOVE FUNCTION CURRENT-DATE (1:14) TO OJ-TIMESTAMP
           MOVE WS-OPERATOR-ID TO OJ-OPERATOR
           MOVE WS-JRN-ACCT    TO OJ-ACCT-NO
           MOVE WS-JRN-ACTION  TO OJ-ACTION
           MOVE WS-JRN-AMOUNT  TO OJ-AMOUNT
           MOVE WS-JRN-NOTE    TO OJ-NOTE
           WRITE OPERATOR-JOURNAL-RECORD.
      ****************************************************************
