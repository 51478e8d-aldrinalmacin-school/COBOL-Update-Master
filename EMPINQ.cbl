      *NAME: ANJU CHAWLA
      *DATE: OCTOBER 15, 2026
      *PURPOSE: INTERACTIVE EMPLOYEE INQUIRY AND PAY-ACTION ENTRY
      *AGAINST CH1501.NDX - THE PAYROLL SIDE'S ANSWER TO ACCTINQ. AN
      *HR QUESTION USED TO MEAN RUNNING MSTLIST OR NAMELKUP AND
      *READING A PRINT FILE, AND A PAY ACTION MEANT A PAPER FORM FOR
      *DATA ENTRY. THE OPERATOR SIGNS ON THROUGH THE SAME OPERATOR
      *SECURITY FILE OPERSEC.DAT ACCTINQ USES, THEN LOOKS AN
      *EMPLOYEE UP BY SSN OR BY FULL OR PARTIAL NAME (THROUGH THE
      *ALTERNATE NAME KEY) AND SEES THE WHOLE MASTER RECORD PLUS THE
      *EMPLOYEE'S MOST RECENT AUDIT.LOG ENTRIES (AUDINQ STILL GIVES
      *THE FULL HISTORY ACROSS THE ARCHIVES). AN OPERATOR WITH
      *PERMISSION P (PAYROLL ENTRY) MAY ALSO KEY A HIRE, UPDATE,
      *TERMINATION OR REHIRE. EACH ACTION IS VALIDATED ON THE SPOT
      *WITH THE SAME FIELD RULES THE FRONT-END EDIT TRANSEDT APPLIES
      *(PAY-GRADE RANGE FROM PARMFILE.DAT, A REAL CALENDAR DATE, A
      *DEPARTMENT ON DEPTTAB.DAT) AND AGAINST THE EMPLOYEE'S CURRENT
      *STATUS, SO A BAD ACTION IS FIXED WHILE THE OPERATOR STILL HAS
      *THE FORM IN HAND. THIS SCREEN NEVER WRITES CH1501.NDX: THE
      *ACCEPTED ACTIONS OF A SESSION ARE WRITTEN AT SIGN-OFF AS ONE
      *NUMBERED BATCHHDR/BATCHTRL BATCH ON EMPBATCH.DAT (6MMDDN FROM
      *THE SESSION DATE, N CONTINUING PAST ANY SCREEN BATCH ALREADY
      *WRITTEN OR APPLIED THAT DAY), WHICH THE NIGHTLY RUN STAGES
      *INTO TRANS.DAT AHEAD OF THE FRONT-END EDIT LIKE ANY OTHER
      *KEYED BATCH. EVERY SIGN-ON, INQUIRY, SEARCH, ACCEPTED ACTION
      *AND SIGN-OFF IS WRITTEN TO THE OPERATOR ACTIVITY JOURNAL
      *OPERJRNL.DAT, WITH THE SSN IN THE JOURNAL NOTE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPINQ.
      *************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *EVERY PROGRAM THAT OPENS CH1501.NDX MUST DECLARE THE SAME
      *KEYS. THIS ONE ONLY EVER OPENS IT FOR INPUT.
           SELECT MASTER-FILE
             ASSIGN TO 'CH1501.NDX'
             ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC
             RECORD KEY IS I-SSNO-OUT
             ALTERNATE RECORD KEY IS I-NAME-OUT
               WITH DUPLICATES.

           SELECT OPTIONAL AUDIT-FILE
             ASSIGN TO 'AUDIT.LOG'
             ORGANIZATION IS LINE SEQUENTIAL.

      *THE OPERATOR SECURITY FILE, MAINTAINED WITH OPERMNT.
           SELECT OPTIONAL OPERATOR-SECURITY-FILE
             ASSIGN TO 'OPERSEC.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.

      *THE OPERATOR ACTIVITY JOURNAL ACCTINQ ALSO WRITES - ALWAYS
      *OPENED FOR EXTEND.
           SELECT OPTIONAL OPERATOR-JOURNAL-FILE
             ASSIGN TO 'OPERJRNL.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DEPARTMENT-TABLE-FILE
             ASSIGN TO 'DEPTTAB.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PARAMETER-FILE
             ASSIGN TO 'PARMFILE.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.

      *READ ONLY FOR THE SCREEN BATCH NUMBERS ALREADY APPLIED TODAY.
           SELECT OPTIONAL BATCH-REGISTER-FILE
             ASSIGN TO 'BATCHREG.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.

      *THE SCREEN'S OUTPUT: SESSION BATCHES WAITING FOR THE NIGHTLY
      *RUN. READ AT SIGN-ON FOR THE BATCH NUMBERS ALREADY USED,
      *EXTENDED AT SIGN-OFF.
           SELECT OPTIONAL SCREEN-BATCH-FILE
             ASSIGN TO 'EMPBATCH.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
      *********************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE
           RECORD CONTAINS 52 CHARACTERS.
       01  MASTER-RECORD.
           05 I-SSNO-OUT          PIC X(9).
           05 I-NAME-OUT          PIC X(20).
           05 I-SALARY-OUT        PIC 9(5).
           05 I-PREV-SALARY-OUT   PIC 9(5).
           05 I-LAST-CHANGE-DATE  PIC 9(8).
           05 I-STATUS-OUT        PIC X.
              88 EMP-ACTIVE               VALUE 'A'.
              88 EMP-TERMINATED           VALUE 'T'.
           05 I-DEPT-OUT          PIC X(4).

      *THE SAME 118-BYTE AUDIT LAYOUT UPDISP WRITES.
       FD  AUDIT-FILE
           RECORD CONTAINS 118 CHARACTERS.
       01  AUDIT-RECORD.
           05 AU-TIMESTAMP        PIC X(14).
           05 AU-SSNO             PIC X(9).
           05 AU-TRANS-CODE       PIC X.
           05 AU-OLD-NAME         PIC X(20).
           05 AU-OLD-SALARY       PIC 9(5).
           05 AU-NEW-NAME         PIC X(20).
           05 AU-NEW-SALARY       PIC 9(5).
           05 AU-STATUS           PIC X(4).
           05 AU-REASON           PIC X(40).

      *ONE RECORD PER OPERATOR: PERMISSION P ALLOWS PAY-ACTION
      *ENTRY HERE; ANY OTHER ACTIVE OPERATOR SIGNS ON INQUIRY-ONLY.
       FD  OPERATOR-SECURITY-FILE
           RECORD CONTAINS 8 CHARACTERS.
       01  OPERATOR-SECURITY-RECORD.
           05 OS-OPERATOR-ID      PIC X(5).
           05 OS-PERMISSION       PIC X.
           05 OS-ACTIVE           PIC X.
           05 OS-PRIVACY          PIC X.

      *THE JOURNAL RECORD, EXACTLY AS ACCTINQ WRITES IT. THE
      *ACCOUNT COLUMN IS LEFT BLANK; THE SSN GOES IN THE NOTE.
       FD  OPERATOR-JOURNAL-FILE
           RECORD CONTAINS 59 CHARACTERS.
       01  OPERATOR-JOURNAL-RECORD.
           05 OJ-TIMESTAMP        PIC X(14).
           05 OJ-OPERATOR         PIC X(5).
           05 OJ-ACCT-NO          PIC X(5).
           05 OJ-ACTION           PIC X(8).
           05 OJ-AMOUNT           PIC S9(5)V99.
           05 OJ-NOTE             PIC X(20).

       FD  DEPARTMENT-TABLE-FILE
           RECORD CONTAINS 24 CHARACTERS.
       01  DEPARTMENT-TABLE-RECORD.
           05 DT-DEPT-CODE        PIC X(4).
           05 DT-DEPT-NAME        PIC X(20).

       FD  PARAMETER-FILE
           RECORD CONTAINS 42 CHARACTERS.
       01  PARAMETER-RECORD.
           05 PF-PARM-NAME        PIC X(20).
           05 PF-PARM-VALUE       PIC X(14).
           05 PF-EFF-DATE         PIC 9(8).

       FD  BATCH-REGISTER-FILE
           RECORD CONTAINS 15 CHARACTERS.
       01  BATCH-REGISTER-RECORD.
           05 BR-BATCH-NO         PIC 9(6).
           05 FILLER              PIC X.
           05 BR-APPLIED-DATE     PIC 9(8).

      *THE TRANS.DAT LAYOUT, SO THE FILE CAN BE STAGED AS IS.
       FD  SCREEN-BATCH-FILE
           RECORD CONTAINS 47 CHARACTERS.
       01  SCREEN-BATCH-RECORD.
           05 SB-RECORD-TYPE      PIC X(8).
           05 SB-BATCH-NO         PIC X(6).
           05 FILLER              PIC X(33).
      *---------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  MORE-DATA               PIC X     VALUE 'Y'.
       01  MORE-REQUESTS           PIC X     VALUE 'Y'.
       01  WS-TODAY                PIC 9(8)  VALUE 0.
       01  WS-OPERATOR-ID          PIC X(5)  VALUE SPACES.
       01  WS-AUTHORIZED           PIC X     VALUE 'N'.
           88 MAY-ENTER-ACTIONS          VALUE 'Y'.
       01  WS-SIGNON-OK            PIC X     VALUE 'N'.

      *THE OPERATOR SECURITY TABLE, LOADED FROM OPERSEC.DAT AT
      *SIGN-ON. AN EMPTY OR MISSING FILE ALLOWS INQUIRY ONLY.
       01  WS-SEC-MAX              PIC 9(3)  VALUE 100.
       01  WS-SEC-COUNT            PIC 9(3)  VALUE 0.
       01  WS-SEC-TABLE.
           05 WS-SEC-ENTRY OCCURS 100 TIMES.
              10 ST-OPERATOR-ID    PIC X(5).
              10 ST-PERMISSION     PIC X.
              10 ST-ACTIVE         PIC X.
       01  WS-IX                   PIC 9(3)  COMP.

      *PAY-GRADE RANGE, THE SAME DEFAULTS AND PARMFILE.DAT
      *OVERRIDES TRANSEDT USES, SO THE SCREEN NEVER ACCEPTS WHAT
      *THE EDIT WOULD FAIL.
       01  WS-PAY-GRADE-MIN        PIC 9(5)  VALUE 01000.
       01  WS-PAY-GRADE-MAX        PIC 9(5)  VALUE 90000.
       01  WS-GRADE-MIN-EFF        PIC 9(8)  VALUE 0.
       01  WS-GRADE-MAX-EFF        PIC 9(8)  VALUE 0.

      *THE DEPARTMENT TABLE, WITH NAMES FOR THE INQUIRY DISPLAY.
       01  WS-DEPT-MAX             PIC 9(3)  VALUE 100.
       01  WS-DEPT-COUNT           PIC 9(3)  VALUE 0.
       01  WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 100 TIMES.
              10 WS-DEPT-CODE      PIC X(4).
              10 WS-DEPT-NAME      PIC X(20).
       01  WS-DEPT-FOUND           PIC X     VALUE 'N'.
       01  WS-DEPT-NAME-SHOW       PIC X(20) VALUE SPACES.

      *FIELDS FOR THE JOURNAL RECORD BEING BUILT.
       01  WS-JRN-ACTION           PIC X(8)  VALUE SPACES.
       01  WS-JRN-AMOUNT           PIC S9(5)V99 VALUE 0.
       01  WS-JRN-NOTE             PIC X(20) VALUE SPACES.

       01  WS-REQUEST              PIC X(20) VALUE SPACES.
       01  WS-SEARCH-LENGTH        PIC 9(2)  VALUE 0.
       01  WS-MATCH-COUNT          PIC 9(3)  VALUE 0.
       01  WS-MATCH-MAX            PIC 9(3)  VALUE 20.
       01  WS-ACTION               PIC X     VALUE SPACE.
       01  WS-CONFIRM              PIC X     VALUE SPACE.
       01  WS-TEXT-IN              PIC X(20) VALUE SPACES.
       01  WS-NUMBER-IN            PIC S9(7)V99 VALUE 0.
       01  WS-VALID                PIC X     VALUE 'N'.
       01  WS-SALARY-SHOW          PIC ZZ,ZZ9.
       01  WS-PREV-SHOW            PIC ZZ,ZZ9.
       01  WS-STATUS-SHOW          PIC X(10) VALUE SPACES.

      *THE MOST RECENT AUDIT ENTRIES FOR THE EMPLOYEE SHOWN, KEPT
      *AS A RING SO ONLY THE LAST FEW SURVIVE THE SCAN.
       01  WS-RECENT-MAX           PIC 9(2)  VALUE 5.
       01  WS-RECENT-COUNT         PIC 9(5)  VALUE 0.
       01  WS-RECENT-TABLE.
           05 WS-RECENT-ENTRY      PIC X(118) OCCURS 5 TIMES.
       01  WS-RX                   PIC 9(2)  COMP.
       01  WS-RECENT-FIRST         PIC 9(5)  VALUE 0.
       01  WS-RECENT-SEQ           PIC 9(5)  VALUE 0.
       01  WS-RECENT-SLOT          PIC 9(2)  VALUE 0.
       01  WS-RECENT-RECORD.
           05 RR-TIMESTAMP         PIC X(14).
           05 RR-SSNO              PIC X(9).
           05 RR-TRANS-CODE        PIC X.
           05 RR-OLD-NAME          PIC X(20).
           05 RR-OLD-SALARY        PIC 9(5).
           05 RR-NEW-NAME          PIC X(20).
           05 RR-NEW-SALARY        PIC 9(5).
           05 RR-STATUS            PIC X(4).
           05 RR-REASON            PIC X(40).
       01  WS-OLD-SHOW             PIC ZZ,ZZ9.
       01  WS-NEW-SHOW             PIC ZZ,ZZ9.

      *THE PAY ACTION BEING KEYED, IN THE TRANS.DAT LAYOUT.
       01  WS-PAY-ACTION.
           05 PA-SSNO              PIC X(9).
           05 PA-NAME              PIC X(20).
           05 PA-SALARY            PIC 9(5).
           05 PA-CODE              PIC X.
              88 PA-HIRE                  VALUE '1'.
              88 PA-UPDATE                VALUE '2'.
              88 PA-TERMINATE             VALUE '3'.
              88 PA-REHIRE                VALUE '4'.
           05 PA-DATE              PIC 9(8).
           05 PA-DEPT              PIC X(4).
       01  WS-ACTION-FAILED        PIC X     VALUE 'N'.

      *CALENDAR VALIDATION FIELDS, AS IN TRANSEDT.
       01  WS-DATE-FIELDS.
           05 WS-DATE-YEAR         PIC 9(4).
           05 WS-DATE-MONTH        PIC 9(2).
           05 WS-DATE-DAY          PIC 9(2).
       01  WS-DAYS-IN-MONTH        PIC 9(2).

      *THE SESSION'S ACCEPTED ACTIONS, HELD UNTIL SIGN-OFF WRITES
      *THEM AS ONE BALANCED BATCH.
       01  WS-QUEUE-MAX            PIC 9(3)  VALUE 200.
       01  WS-QUEUE-COUNT          PIC 9(3)  VALUE 0.
       01  WS-QUEUE-TABLE.
           05 WS-QUEUE-ENTRY       PIC X(47) OCCURS 200 TIMES.
       01  WS-QX                   PIC 9(3)  COMP.
       01  WS-QUEUE-HASH           PIC 9(9)  VALUE 0.

      *THE BATCH WRAPPER, SAME LAYOUT BACKOUT, GENINCR AND HRFEED
      *WRITE.
       01  WS-BATCH-CONTROL.
           05 BC-RECORD-TYPE       PIC X(8).
           05 BC-BATCH-NO          PIC 9(6).
           05 BC-RECORD-COUNT      PIC 9(6).
           05 BC-SALARY-HASH       PIC 9(9).
           05 FILLER               PIC X(18) VALUE SPACES.
       01  WS-BATCH-BASE           PIC 9(6)  VALUE 0.
       01  WS-BATCH-SEQ            PIC 9(2)  VALUE 0.
       01  WS-BATCH-NO             PIC 9(6)  VALUE 0.
       01  WS-SEEN-BATCH           PIC 9(6)  VALUE 0.

      **********************************************************
       PROCEDURE DIVISION.
      *SIGNS THE OPERATOR ON AND SERVES INQUIRIES AND PAY ACTIONS
      *UNTIL END, THEN WRITES THE SESSION'S BATCH.
       100-MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
           PERFORM 110-GET-PARMS-PARA
           PERFORM 150-LOAD-SECURITY-PARA
           PERFORM 170-LOAD-DEPT-TABLE-PARA

           DISPLAY 'EMPLOYEE INQUIRY - ENTER OPERATOR ID:'
           ACCEPT WS-OPERATOR-ID
           PERFORM 160-SIGN-ON-PARA
           IF WS-SIGNON-OK = 'N'
             DISPLAY 'SIGN-ON REFUSED FOR ', WS-OPERATOR-ID, '.'
             STOP RUN
           END-IF

      *A SESSION THAT COULD NOT NUMBER ITS BATCH AT SIGN-OFF WOULD
      *LOSE EVERY ACTION KEYED, SO ENTRY IS WITHDRAWN UP FRONT.
           IF MAY-ENTER-ACTIONS
             PERFORM 180-FIND-BATCH-NUMBER-PARA
             IF WS-BATCH-SEQ > 9
               DISPLAY 'TEN SCREEN BATCHES ALREADY WRITTEN TODAY - '
                'PAY-ACTION ENTRY NOT AVAILABLE UNTIL TOMORROW.'
               MOVE 'N' TO WS-AUTHORIZED
             END-IF
           END-IF

           OPEN EXTEND OPERATOR-JOURNAL-FILE
           MOVE 'SIGNON' TO WS-JRN-ACTION
           MOVE 0        TO WS-JRN-AMOUNT
           IF MAY-ENTER-ACTIONS
             MOVE 'PAYROLL ENTRY' TO WS-JRN-NOTE
             DISPLAY 'SIGNED ON WITH PAY-ACTION ENTRY AUTHORITY.'
           ELSE
             MOVE 'INQUIRY-ONLY' TO WS-JRN-NOTE
             DISPLAY 'SIGNED ON INQUIRY-ONLY.'
           END-IF
           PERFORM 900-WRITE-JOURNAL-PARA

           OPEN INPUT MASTER-FILE

           PERFORM UNTIL MORE-REQUESTS = 'N'
             DISPLAY ' '
             IF MAY-ENTER-ACTIONS
               DISPLAY 'ENTER SSN, NAME TO SEARCH, HIRE, OR END:'
             ELSE
               DISPLAY 'ENTER SSN, NAME TO SEARCH, OR END:'
             END-IF
             MOVE SPACES TO WS-REQUEST
             ACCEPT WS-REQUEST
             EVALUATE TRUE
               WHEN WS-REQUEST = 'END' OR WS-REQUEST = 'end'
                 MOVE 'N' TO MORE-REQUESTS
               WHEN WS-REQUEST = SPACES
                 CONTINUE
               WHEN (WS-REQUEST = 'HIRE' OR WS-REQUEST = 'hire')
                    AND MAY-ENTER-ACTIONS
                 PERFORM 500-HIRE-PARA
               WHEN WS-REQUEST (1:9) NUMERIC
                    AND WS-REQUEST (10:11) = SPACES
                 PERFORM 200-SHOW-BY-SSN-PARA
               WHEN OTHER
                 PERFORM 230-SEARCH-BY-NAME-PARA
             END-EVALUATE
           END-PERFORM

           CLOSE MASTER-FILE

           MOVE 'SIGNOFF' TO WS-JRN-ACTION
           MOVE 0         TO WS-JRN-AMOUNT
           MOVE SPACES    TO WS-JRN-NOTE
           IF WS-QUEUE-COUNT > 0
             PERFORM 800-WRITE-BATCH-PARA
             STRING 'BATCH ' WS-BATCH-NO ' ' WS-QUEUE-COUNT
               DELIMITED BY SIZE
               INTO WS-JRN-NOTE
             END-STRING
           END-IF
           PERFORM 900-WRITE-JOURNAL-PARA
           CLOSE OPERATOR-JOURNAL-FILE

           DISPLAY 'EMPLOYEE INQUIRY ENDED.'
           STOP RUN.
      *-------------------------------------------------------------
      *ADOPTS THE PAY-GRADE RANGE FROM PARMFILE.DAT: THE VALUE WITH
      *THE LATEST EFFECTIVE DATE NOT IN THE FUTURE REPLACES THE
      *COMPILED DEFAULT, EXACTLY AS TRANSEDT DOES.
       110-GET-PARMS-PARA.
           OPEN INPUT PARAMETER-FILE
           PERFORM UNTIL MORE-DATA = 'N'
             READ PARAMETER-FILE
               AT END
                 MOVE 'N' TO MORE-DATA
               NOT AT END
                 IF PF-EFF-DATE NUMERIC
                    AND PF-EFF-DATE NOT > WS-TODAY
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
             WHEN 'PAY-GRADE-MIN'
               IF PF-EFF-DATE >= WS-GRADE-MIN-EFF
                 COMPUTE WS-PAY-GRADE-MIN =
                   FUNCTION NUMVAL (PF-PARM-VALUE)
                 MOVE PF-EFF-DATE TO WS-GRADE-MIN-EFF
               END-IF
             WHEN 'PAY-GRADE-MAX'
               IF PF-EFF-DATE >= WS-GRADE-MAX-EFF
                 COMPUTE WS-PAY-GRADE-MAX =
                   FUNCTION NUMVAL (PF-PARM-VALUE)
                 MOVE PF-EFF-DATE TO WS-GRADE-MAX-EFF
               END-IF
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
      *-------------------------------------------------------------
      *LOADS OPERSEC.DAT INTO THE OPERATOR SECURITY TABLE.
       150-LOAD-SECURITY-PARA.
           OPEN INPUT OPERATOR-SECURITY-FILE
           PERFORM UNTIL MORE-DATA = 'N'
             READ OPERATOR-SECURITY-FILE
               AT END
                 MOVE 'N' TO MORE-DATA
               NOT AT END
                 IF WS-SEC-COUNT >= WS-SEC-MAX
                   DISPLAY 'OPERSEC.DAT EXCEEDS ', WS-SEC-MAX,
                    ' OPERATORS. INQUIRY STOPPED.'
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
           MOVE 'Y' TO MORE-DATA
           IF WS-SEC-COUNT = 0
             DISPLAY 'WARNING: OPERSEC.DAT IS EMPTY OR MISSING - '
              'INQUIRY ONLY, NO PAY-ACTION ENTRY.'
           END-IF.
      *-------------------------------------------------------------
      *RESOLVES THE SIGN-ON THE SAME WAY ACCTINQ DOES: AN UNKNOWN
      *OR INACTIVE OPERATOR IS REFUSED, PERMISSION P GRANTS PAY-
      *ACTION ENTRY, ANYTHING ELSE SIGNS ON INQUIRY-ONLY. WITH NO
      *SECURITY FILE AT ALL, ANY ID MAY SIGN ON INQUIRY-ONLY.
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
                   IF ST-PERMISSION (WS-IX) = 'P'
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
      *LOADS DEPTTAB.DAT INTO THE DEPARTMENT TABLE. AN EMPTY OR
      *MISSING TABLE TURNS DEPARTMENT VALIDATION OFF, AS IN THE
      *FRONT-END EDIT.
       170-LOAD-DEPT-TABLE-PARA.
           OPEN INPUT DEPARTMENT-TABLE-FILE
           PERFORM UNTIL MORE-DATA = 'N'
             READ DEPARTMENT-TABLE-FILE
               AT END
                 MOVE 'N' TO MORE-DATA
               NOT AT END
                 IF WS-DEPT-COUNT >= WS-DEPT-MAX
                   DISPLAY 'DEPTTAB.DAT EXCEEDS ', WS-DEPT-MAX,
                    ' ENTRIES. INQUIRY STOPPED.'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
                 END-IF
                 ADD 1 TO WS-DEPT-COUNT
                 MOVE DT-DEPT-CODE TO WS-DEPT-CODE (WS-DEPT-COUNT)
                 MOVE DT-DEPT-NAME TO WS-DEPT-NAME (WS-DEPT-COUNT)
             END-READ
           END-PERFORM
           CLOSE DEPARTMENT-TABLE-FILE
           MOVE 'Y' TO MORE-DATA.
      *-------------------------------------------------------------
      *WORKS OUT THIS SESSION'S BATCH NUMBER, 6MMDDN: N IS ONE PAST
      *THE HIGHEST SCREEN BATCH FOR TODAY ALREADY WAITING ON
      *EMPBATCH.DAT OR ALREADY APPLIED ON BATCHREG.DAT. WS-BATCH-SEQ
      *PAST 9 MEANS TODAY'S TEN NUMBERS ARE USED UP.
       180-FIND-BATCH-NUMBER-PARA.
           COMPUTE WS-BATCH-BASE =
             600000 + (FUNCTION MOD (WS-TODAY, 10000)) * 10
           MOVE 0 TO WS-BATCH-SEQ

           OPEN INPUT BATCH-REGISTER-FILE
           PERFORM UNTIL MORE-DATA = 'N'
             READ BATCH-REGISTER-FILE
               AT END
                 MOVE 'N' TO MORE-DATA
               NOT AT END
                 IF BR-BATCH-NO NUMERIC
                   MOVE BR-BATCH-NO TO WS-SEEN-BATCH
                   PERFORM 185-NOTE-BATCH-NUMBER-PARA
                 END-IF
             END-READ
           END-PERFORM
           CLOSE BATCH-REGISTER-FILE
           MOVE 'Y' TO MORE-DATA

           OPEN INPUT SCREEN-BATCH-FILE
           PERFORM UNTIL MORE-DATA = 'N'
             READ SCREEN-BATCH-FILE
               AT END
                 MOVE 'N' TO MORE-DATA
               NOT AT END
                 IF SB-RECORD-TYPE = 'BATCHHDR'
                    AND SB-BATCH-NO NUMERIC
                   MOVE SB-BATCH-NO TO WS-SEEN-BATCH
                   PERFORM 185-NOTE-BATCH-NUMBER-PARA
                 END-IF
             END-READ
           END-PERFORM
           CLOSE SCREEN-BATCH-FILE
           MOVE 'Y' TO MORE-DATA

           COMPUTE WS-BATCH-NO = WS-BATCH-BASE + WS-BATCH-SEQ.
      *-------------------------------------------------------------
      *MOVES THE NEXT SEQUENCE PAST WS-SEEN-BATCH WHEN IT IS ONE OF
      *TODAY'S SCREEN BATCH NUMBERS.
       185-NOTE-BATCH-NUMBER-PARA.
           IF WS-SEEN-BATCH >= WS-BATCH-BASE
              AND WS-SEEN-BATCH <= WS-BATCH-BASE + 9
              AND WS-SEEN-BATCH - WS-BATCH-BASE >= WS-BATCH-SEQ
             COMPUTE WS-BATCH-SEQ = WS-SEEN-BATCH - WS-BATCH-BASE + 1
           END-IF.
      *-------------------------------------------------------------
      *LOOKS THE EMPLOYEE UP BY SSN AND SHOWS THE RECORD AND ITS
      *RECENT AUDIT ENTRIES; AN AUTHORIZED OPERATOR IS THEN OFFERED
      *THE PAY ACTIONS.
       200-SHOW-BY-SSN-PARA.
           MOVE WS-REQUEST (1:9) TO I-SSNO-OUT
           MOVE 'EMPINQ' TO WS-JRN-ACTION
           MOVE 0        TO WS-JRN-AMOUNT
           MOVE SPACES   TO WS-JRN-NOTE
           READ MASTER-FILE
             INVALID KEY
               DISPLAY 'SSN ', WS-REQUEST (1:9),
                ' NOT ON CH1501.NDX.'
               STRING 'NOT FOUND ' WS-REQUEST (1:9)
                 DELIMITED BY SIZE
                 INTO WS-JRN-NOTE
               END-STRING
               PERFORM 900-WRITE-JOURNAL-PARA
             NOT INVALID KEY
               STRING 'SSN ' I-SSNO-OUT ' SHOWN'
                 DELIMITED BY SIZE
                 INTO WS-JRN-NOTE
               END-STRING
               PERFORM 900-WRITE-JOURNAL-PARA
               PERFORM 220-DISPLAY-EMPLOYEE-PARA
               PERFORM 250-SHOW-RECENT-AUDIT-PARA
               IF MAY-ENTER-ACTIONS
                 PERFORM 300-PAY-ACTION-PARA
               END-IF
           END-READ.
      *-------------------------------------------------------------
      *SHOWS THE FULL MASTER RECORD JUST READ.
       220-DISPLAY-EMPLOYEE-PARA.
           MOVE I-SALARY-OUT      TO WS-SALARY-SHOW
           MOVE I-PREV-SALARY-OUT TO WS-PREV-SHOW
           IF EMP-TERMINATED
             MOVE 'TERMINATED' TO WS-STATUS-SHOW
           ELSE
             MOVE 'ACTIVE'     TO WS-STATUS-SHOW
           END-IF
           MOVE SPACES TO WS-DEPT-NAME-SHOW
           PERFORM VARYING WS-IX FROM 1 BY 1
             UNTIL WS-IX > WS-DEPT-COUNT
             IF WS-DEPT-CODE (WS-IX) = I-DEPT-OUT
               MOVE WS-DEPT-NAME (WS-IX) TO WS-DEPT-NAME-SHOW
             END-IF
           END-PERFORM
           DISPLAY 'SSN ', I-SSNO-OUT, '  NAME ', I-NAME-OUT,
            '  STATUS ', WS-STATUS-SHOW
           DISPLAY 'SALARY ', WS-SALARY-SHOW,
            '  PREVIOUS ', WS-PREV-SHOW,
            '  LAST CHANGE ', I-LAST-CHANGE-DATE
           DISPLAY 'DEPARTMENT ', I-DEPT-OUT, ' ', WS-DEPT-NAME-SHOW.
      *-------------------------------------------------------------
      *LISTS EVERY EMPLOYEE WHOSE NAME BEGINS WITH THE TEXT GIVEN,
      *THROUGH THE ALTERNATE NAME KEY AS NAMELKUP DOES, UP TO A
      *SCREENFUL. THE OPERATOR THEN ENTERS THE SSN WANTED.
       230-SEARCH-BY-NAME-PARA.
           MOVE 0 TO WS-SEARCH-LENGTH
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 20
             IF WS-REQUEST (WS-IX:1) NOT = SPACE
               MOVE WS-IX TO WS-SEARCH-LENGTH
             END-IF
           END-PERFORM

           MOVE 0 TO WS-MATCH-COUNT
           MOVE WS-REQUEST TO I-NAME-OUT
           START MASTER-FILE
             KEY IS NOT LESS THAN I-NAME-OUT
             INVALID KEY
               MOVE 'N' TO MORE-DATA
           END-START
           PERFORM UNTIL MORE-DATA = 'N'
             READ MASTER-FILE NEXT RECORD
               AT END
                 MOVE 'N' TO MORE-DATA
               NOT AT END
                 IF I-NAME-OUT (1:WS-SEARCH-LENGTH) =
                    WS-REQUEST (1:WS-SEARCH-LENGTH)
                   ADD 1 TO WS-MATCH-COUNT
                   IF WS-MATCH-COUNT > WS-MATCH-MAX
                     DISPLAY 'MORE THAN ', WS-MATCH-MAX,
                      ' MATCHES - GIVE MORE OF THE NAME.'
                     MOVE 'N' TO MORE-DATA
                   ELSE
                     IF EMP-TERMINATED
                       MOVE 'TERMINATED' TO WS-STATUS-SHOW
                     ELSE
                       MOVE 'ACTIVE'     TO WS-STATUS-SHOW
                     END-IF
                     DISPLAY I-SSNO-OUT, '  ', I-NAME-OUT, '  ',
                      I-DEPT-OUT, '  ', WS-STATUS-SHOW
                   END-IF
                 ELSE
                   MOVE 'N' TO MORE-DATA
                 END-IF
             END-READ
           END-PERFORM
           MOVE 'Y' TO MORE-DATA

           IF WS-MATCH-COUNT = 0
             DISPLAY 'NO EMPLOYEE NAME BEGINS WITH ',
              WS-REQUEST (1:WS-SEARCH-LENGTH), '.'
           ELSE
             DISPLAY 'ENTER THE SSN TO SEE THE FULL RECORD.'
           END-IF

           MOVE 'EMPSRCH' TO WS-JRN-ACTION
           MOVE 0         TO WS-JRN-AMOUNT
           MOVE WS-REQUEST TO WS-JRN-NOTE
           PERFORM 900-WRITE-JOURNAL-PARA.
      *-------------------------------------------------------------
      *SHOWS THE EMPLOYEE'S LAST FEW AUDIT.LOG ENTRIES, OLDEST
      *FIRST. THE LIVE LOG ONLY - AUDINQ GIVES THE WHOLE HISTORY
      *ACROSS THE ARCHIVES.
       250-SHOW-RECENT-AUDIT-PARA.
           MOVE 0 TO WS-RECENT-COUNT
           OPEN INPUT AUDIT-FILE
           PERFORM UNTIL MORE-DATA = 'N'
             READ AUDIT-FILE
               AT END
                 MOVE 'N' TO MORE-DATA
               NOT AT END
                 IF AU-SSNO = I-SSNO-OUT
                   ADD 1 TO WS-RECENT-COUNT
                   COMPUTE WS-RECENT-SLOT = FUNCTION MOD
                     (WS-RECENT-COUNT - 1, WS-RECENT-MAX) + 1
                   MOVE AUDIT-RECORD
                     TO WS-RECENT-ENTRY (WS-RECENT-SLOT)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE AUDIT-FILE
           MOVE 'Y' TO MORE-DATA

           IF WS-RECENT-COUNT = 0
             DISPLAY 'NO ENTRIES ON THE LIVE AUDIT.LOG.'
           ELSE
             DISPLAY 'RECENT AUDIT.LOG ENTRIES (AUDINQ FOR THE '
              'FULL HISTORY):'
             MOVE 1 TO WS-RECENT-FIRST
             IF WS-RECENT-COUNT > WS-RECENT-MAX
               COMPUTE WS-RECENT-FIRST =
                 WS-RECENT-COUNT - WS-RECENT-MAX + 1
             END-IF
             PERFORM VARYING WS-RECENT-SEQ FROM WS-RECENT-FIRST BY 1
               UNTIL WS-RECENT-SEQ > WS-RECENT-COUNT
               COMPUTE WS-RECENT-SLOT = FUNCTION MOD
                 (WS-RECENT-SEQ - 1, WS-RECENT-MAX) + 1
               MOVE WS-RECENT-ENTRY (WS-RECENT-SLOT)
                 TO WS-RECENT-RECORD
               MOVE RR-OLD-SALARY TO WS-OLD-SHOW
               MOVE RR-NEW-SALARY TO WS-NEW-SHOW
               DISPLAY '  ', RR-TIMESTAMP, ' CODE ', RR-TRANS-CODE,
                ' ', RR-STATUS, ' OLD ', WS-OLD-SHOW,
                ' NEW ', WS-NEW-SHOW, ' ', RR-NEW-NAME
               IF RR-REASON NOT = SPACES
                 DISPLAY '      ', RR-REASON
               END-IF
             END-PERFORM
           END-IF.
      *-------------------------------------------------------------
      *OFFERS ONE PAY ACTION AGAINST THE EMPLOYEE JUST SHOWN:
      *U = UPDATE (SALARY, DEPARTMENT AND/OR NAME), T = TERMINATE,
      *R = REHIRE, ANYTHING ELSE = NONE.
       300-PAY-ACTION-PARA.
           DISPLAY 'ACTION? U=UPDATE T=TERMINATE R=REHIRE '
            'ENTER=NONE:'
           MOVE SPACE TO WS-ACTION
           ACCEPT WS-ACTION
           EVALUATE WS-ACTION
             WHEN 'U'
             WHEN 'u'
               PERFORM 310-UPDATE-PARA
             WHEN 'T'
             WHEN 't'
               PERFORM 320-TERMINATE-PARA
             WHEN 'R'
             WHEN 'r'
               PERFORM 330-REHIRE-PARA
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
      *-------------------------------------------------------------
      *KEYS AN UPDATE. EACH FIELD LEFT BLANK KEEPS THE MASTER'S
      *VALUE: THE CURRENT SALARY AND NAME ARE CARRIED ON THE RECORD
      *(THE EDIT REQUIRES BOTH) AND A BLANK DEPARTMENT MEANS NO
      *TRANSFER. A TERMINATED EMPLOYEE TAKES NO PAY ACTION UNTIL
      *REHIRED - THE SAME HOLD THE UPDATE ENFORCES.
       310-UPDATE-PARA.
           IF EMP-TERMINATED
             DISPLAY 'EMPLOYEE IS TERMINATED. REHIRE (R) BEFORE '
              'AN UPDATE.'
           ELSE
             MOVE SPACES       TO WS-PAY-ACTION
             MOVE I-SSNO-OUT   TO PA-SSNO
             MOVE I-NAME-OUT   TO PA-NAME
             MOVE I-SALARY-OUT TO PA-SALARY
             MOVE '2'          TO PA-CODE
             PERFORM 710-GET-SALARY-PARA
             IF WS-VALID = 'Y'
               PERFORM 720-GET-DEPT-PARA
               DISPLAY 'NEW NAME (ENTER = NO CHANGE):'
               MOVE SPACES TO WS-TEXT-IN
               ACCEPT WS-TEXT-IN
               IF WS-TEXT-IN NOT = SPACES
                 MOVE WS-TEXT-IN TO PA-NAME
               END-IF
               PERFORM 700-GET-DATE-PARA
               IF PA-SALARY = I-SALARY-OUT
                  AND PA-NAME = I-NAME-OUT
                  AND (PA-DEPT = SPACES OR PA-DEPT = I-DEPT-OUT)
                 DISPLAY 'NOTHING CHANGED. NO ACTION KEYED.'
               ELSE
                 PERFORM 600-EDIT-ACTION-PARA
                 PERFORM 650-QUEUE-ACTION-PARA
               END-IF
             END-IF
           END-IF.
      *-------------------------------------------------------------
      *KEYS A TERMINATION, CARRYING THE MASTER'S NAME AND SALARY.
       320-TERMINATE-PARA.
           IF EMP-TERMINATED
             DISPLAY 'EMPLOYEE IS ALREADY TERMINATED.'
           ELSE
             MOVE SPACES       TO WS-PAY-ACTION
             MOVE I-SSNO-OUT   TO PA-SSNO
             MOVE I-NAME-OUT   TO PA-NAME
             MOVE I-SALARY-OUT TO PA-SALARY
             MOVE '3'          TO PA-CODE
             PERFORM 700-GET-DATE-PARA
             PERFORM 600-EDIT-ACTION-PARA
             PERFORM 650-QUEUE-ACTION-PARA
           END-IF.
      *-------------------------------------------------------------
      *KEYS A REHIRE. THE UPDATE RESTORES THE LAST SALARY ON FILE,
      *SO THE RECORD CARRIES IT; A NEW SALARY OR DEPARTMENT IS A
      *SEPARATE UPDATE ONCE THE REHIRE HAS BEEN APPLIED.
       330-REHIRE-PARA.
           IF NOT EMP-TERMINATED
             DISPLAY 'EMPLOYEE IS NOT TERMINATED. NOTHING TO '
              'REHIRE.'
           ELSE
             MOVE SPACES       TO WS-PAY-ACTION
             MOVE I-SSNO-OUT   TO PA-SSNO
             MOVE I-NAME-OUT   TO PA-NAME
             MOVE I-SALARY-OUT TO PA-SALARY
             MOVE '4'          TO PA-CODE
             PERFORM 700-GET-DATE-PARA
             PERFORM 600-EDIT-ACTION-PARA
             PERFORM 650-QUEUE-ACTION-PARA
           END-IF.
      *-------------------------------------------------------------
      *KEYS A HIRE. THE SSN MUST NOT ALREADY BE ON CH1501.NDX - A
      *FORMER EMPLOYEE COMES BACK BY REHIRE, NOT A SECOND ADD.
       500-HIRE-PARA.
           MOVE SPACES TO WS-PAY-ACTION
           MOVE '1'    TO PA-CODE
           DISPLAY 'NEW EMPLOYEE SSN (9 DIGITS):'
           ACCEPT PA-SSNO
           MOVE PA-SSNO TO I-SSNO-OUT
           READ MASTER-FILE
             INVALID KEY
               DISPLAY 'NAME:'
               ACCEPT PA-NAME
               MOVE 0 TO PA-SALARY
               PERFORM 710-GET-SALARY-PARA
               IF WS-VALID = 'Y'
                 PERFORM 720-GET-DEPT-PARA
                 PERFORM 700-GET-DATE-PARA
                 PERFORM 600-EDIT-ACTION-PARA
                 PERFORM 650-QUEUE-ACTION-PARA
               END-IF
             NOT INVALID KEY
               DISPLAY 'SSN ', PA-SSNO, ' IS ALREADY ON FILE (',
                I-NAME-OUT, '). USE REHIRE FOR A FORMER EMPLOYEE.'
           END-READ.
      *-------------------------------------------------------------
      *EDITS THE KEYED ACTION FIELD BY FIELD WITH THE FRONT-END
      *EDIT'S RULES, SHOWING EVERY FAILED FIELD SO THE OPERATOR CAN
      *CORRECT THEM ALL IN ONE PASS.
       600-EDIT-ACTION-PARA.
           MOVE 'N' TO WS-ACTION-FAILED

           IF PA-SSNO NOT NUMERIC
             DISPLAY 'SSN IS NOT 9 NUMERIC DIGITS.'
             MOVE 'Y' TO WS-ACTION-FAILED
           END-IF

           IF PA-NAME = SPACES
             DISPLAY 'NAME IS BLANK.'
             MOVE 'Y' TO WS-ACTION-FAILED
           END-IF

           IF PA-SALARY < WS-PAY-GRADE-MIN
              OR PA-SALARY > WS-PAY-GRADE-MAX
             DISPLAY 'SALARY OUTSIDE THE PAY-GRADE RANGE ',
              WS-PAY-GRADE-MIN, ' - ', WS-PAY-GRADE-MAX, '.'
             MOVE 'Y' TO WS-ACTION-FAILED
           END-IF

           PERFORM 610-EDIT-DATE-PARA
           PERFORM 620-EDIT-DEPT-PARA.
      *-------------------------------------------------------------
      *VALIDATES THE EFFECTIVE DATE AS A REAL CALENDAR DATE WITH
      *THE LEAP-YEAR RULE, AS THE FRONT-END EDIT DOES.
       610-EDIT-DATE-PARA.
           MOVE PA-DATE TO WS-DATE-FIELDS
           EVALUATE WS-DATE-MONTH
             WHEN 01
             WHEN 03
             WHEN 05
             WHEN 07
             WHEN 08
             WHEN 10
             WHEN 12
               MOVE 31 TO WS-DAYS-IN-MONTH
             WHEN 04
             WHEN 06
             WHEN 09
             WHEN 11
               MOVE 30 TO WS-DAYS-IN-MONTH
             WHEN 02
               IF FUNCTION MOD(WS-DATE-YEAR, 4) = 0
                  AND (FUNCTION MOD(WS-DATE-YEAR, 100) NOT = 0
                       OR FUNCTION MOD(WS-DATE-YEAR, 400) = 0)
                 MOVE 29 TO WS-DAYS-IN-MONTH
               ELSE
                 MOVE 28 TO WS-DAYS-IN-MONTH
               END-IF
             WHEN OTHER
               MOVE 00 TO WS-DAYS-IN-MONTH
           END-EVALUATE
           IF WS-DAYS-IN-MONTH = 0
             DISPLAY 'DATE MONTH IS NOT 01-12.'
             MOVE 'Y' TO WS-ACTION-FAILED
           ELSE
             IF WS-DATE-DAY < 1 OR WS-DATE-DAY > WS-DAYS-IN-MONTH
               DISPLAY 'DATE DAY DOES NOT EXIST IN THAT MONTH.'
               MOVE 'Y' TO WS-ACTION-FAILED
             END-IF
           END-IF.
      *-------------------------------------------------------------
      *A HIRE MUST CARRY A DEPARTMENT AND ANY DEPARTMENT GIVEN MUST
      *BE ON DEPTTAB.DAT - SKIPPED WHEN NO TABLE IS LOADED, AS IN
      *THE FRONT-END EDIT.
       620-EDIT-DEPT-PARA.
           IF WS-DEPT-COUNT > 0
             IF PA-HIRE AND PA-DEPT = SPACES
               DISPLAY 'DEPARTMENT REQUIRED ON A HIRE.'
               MOVE 'Y' TO WS-ACTION-FAILED
             END-IF
             IF PA-DEPT NOT = SPACES
               MOVE 'N' TO WS-DEPT-FOUND
               PERFORM VARYING WS-IX FROM 1 BY 1
                 UNTIL WS-IX > WS-DEPT-COUNT
                   OR WS-DEPT-FOUND = 'Y'
                 IF PA-DEPT = WS-DEPT-CODE (WS-IX)
                   MOVE 'Y' TO WS-DEPT-FOUND
                 END-IF
               END-PERFORM
               IF WS-DEPT-FOUND = 'N'
                 DISPLAY 'DEPARTMENT NOT ON DEPTTAB.DAT.'
                 MOVE 'Y' TO WS-ACTION-FAILED
               END-IF
             END-IF
           END-IF.
      *-------------------------------------------------------------
      *A CLEAN ACTION IS SHOWN BACK AND, ONCE CONFIRMED, HELD FOR
      *THE SESSION'S BATCH AND JOURNALED. A FAILED ONE IS DROPPED -
      *THE OPERATOR KEYS IT AGAIN WITH THE FIELDS CORRECTED.
       650-QUEUE-ACTION-PARA.
           IF WS-ACTION-FAILED = 'Y'
             DISPLAY 'ACTION NOT ACCEPTED. CORRECT AND KEY IT AGAIN.'
           ELSE
             IF WS-QUEUE-COUNT >= WS-QUEUE-MAX
               DISPLAY 'THIS SESSION HOLDS ', WS-QUEUE-MAX,
                ' ACTIONS. SIGN OFF AND ON AGAIN TO START A NEW '
                'BATCH.'
             ELSE
               MOVE PA-SALARY TO WS-SALARY-SHOW
               DISPLAY 'CODE ', PA-CODE, '  SSN ', PA-SSNO,
                '  ', PA-NAME, '  SALARY ', WS-SALARY-SHOW,
                '  DEPT ', PA-DEPT, '  EFFECTIVE ', PA-DATE
               DISPLAY 'CONFIRM (Y/N):'
               MOVE SPACE TO WS-CONFIRM
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
                 ADD 1 TO WS-QUEUE-COUNT
                 MOVE WS-PAY-ACTION TO WS-QUEUE-ENTRY (WS-QUEUE-COUNT)
                 ADD PA-SALARY TO WS-QUEUE-HASH
                 MOVE 'PAYACT'  TO WS-JRN-ACTION
                 MOVE PA-SALARY TO WS-JRN-AMOUNT
                 MOVE SPACES    TO WS-JRN-NOTE
                 STRING 'SSN ' PA-SSNO ' CODE ' PA-CODE
                   DELIMITED BY SIZE
                   INTO WS-JRN-NOTE
                 END-STRING
                 PERFORM 900-WRITE-JOURNAL-PARA
                 DISPLAY 'ACTION ACCEPTED FOR BATCH ', WS-BATCH-NO,
                  ' (', WS-QUEUE-COUNT, ' THIS SESSION).'
               ELSE
                 DISPLAY 'NOT CONFIRMED. NO ACTION KEYED.'
               END-IF
             END-IF
           END-IF.
      *-------------------------------------------------------------
      *PROMPTS FOR THE EFFECTIVE DATE; BLANK MEANS TODAY. A FUTURE
      *DATE IS HELD BY THE PENDING WAREHOUSE UNTIL IT ARRIVES.
       700-GET-DATE-PARA.
           DISPLAY 'EFFECTIVE DATE YYYYMMDD (ENTER = TODAY):'
           MOVE SPACES TO WS-TEXT-IN
           ACCEPT WS-TEXT-IN
           IF WS-TEXT-IN = SPACES
             MOVE WS-TODAY TO PA-DATE
           ELSE
             IF WS-TEXT-IN (1:8) NUMERIC
                AND WS-TEXT-IN (9:12) = SPACES
               MOVE WS-TEXT-IN (1:8) TO PA-DATE
             ELSE
               DISPLAY 'DATE IS NOT NUMERIC.'
               MOVE 0 TO PA-DATE
             END-IF
           END-IF.
      *-------------------------------------------------------------
      *PROMPTS FOR THE ANNUAL SALARY IN WHOLE DOLLARS. ON AN UPDATE
      *BLANK KEEPS THE CURRENT SALARY ALREADY IN PA-SALARY; ON A
      *HIRE (PA-SALARY ZERO) A SALARY IS REQUIRED.
       710-GET-SALARY-PARA.
           MOVE 'N' TO WS-VALID
           IF PA-SALARY = 0
             DISPLAY 'ANNUAL SALARY (WHOLE DOLLARS):'
           ELSE
             DISPLAY 'NEW ANNUAL SALARY (ENTER = NO CHANGE):'
           END-IF
           MOVE SPACES TO WS-TEXT-IN
           ACCEPT WS-TEXT-IN
           IF WS-TEXT-IN = SPACES
             IF PA-SALARY = 0
               DISPLAY 'NO SALARY GIVEN. NO ACTION KEYED.'
             ELSE
               MOVE 'Y' TO WS-VALID
             END-IF
           ELSE
             IF FUNCTION TEST-NUMVAL (WS-TEXT-IN) NOT = 0
               DISPLAY 'SALARY IS NOT NUMERIC. NO ACTION KEYED.'
             ELSE
               COMPUTE WS-NUMBER-IN = FUNCTION NUMVAL (WS-TEXT-IN)
                 ON SIZE ERROR
                   MOVE -1 TO WS-NUMBER-IN
               END-COMPUTE
               IF WS-NUMBER-IN < 0 OR WS-NUMBER-IN > 99999
                  OR WS-NUMBER-IN NOT = FUNCTION INTEGER
                     (WS-NUMBER-IN)
                 DISPLAY 'SALARY MUST BE WHOLE DOLLARS, 0-99999. '
                  'NO ACTION KEYED.'
               ELSE
                 MOVE WS-NUMBER-IN TO PA-SALARY
                 MOVE 'Y' TO WS-VALID
               END-IF
             END-IF
           END-IF.
      *-------------------------------------------------------------
      *PROMPTS FOR THE DEPARTMENT CODE; BLANK MEANS NO TRANSFER ON
      *AN UPDATE (AND FAILS THE EDIT ON A HIRE).
       720-GET-DEPT-PARA.
           IF PA-HIRE
             DISPLAY 'DEPARTMENT CODE:'
           ELSE
             DISPLAY 'NEW DEPARTMENT CODE (ENTER = NO TRANSFER):'
           END-IF
           MOVE SPACES TO PA-DEPT
           ACCEPT PA-DEPT.
      *-------------------------------------------------------------
      *WRITES THE SESSION'S ACCEPTED ACTIONS TO EMPBATCH.DAT AS ONE
      *BATCH WHOSE TRAILER BALANCES TO THE RECORD COUNT AND SALARY
      *HASH, READY FOR THE FRONT-END EDIT. THE NUMBER IS RE-WORKED
      *HERE SO A SESSION LEFT OPEN PAST ANOTHER SESSION'S SIGN-OFF
      *STILL TAKES A FRESH ONE.
       800-WRITE-BATCH-PARA.
           PERFORM 180-FIND-BATCH-NUMBER-PARA
           IF WS-BATCH-SEQ > 9
             DISPLAY 'TEN SCREEN BATCHES ALREADY WRITTEN TODAY - '
              'THIS SESSION''S ACTIONS WERE NOT WRITTEN. KEY THEM '
              'AGAIN TOMORROW.'
             MOVE 0 TO WS-BATCH-NO
             MOVE 8 TO RETURN-CODE
           ELSE
             OPEN EXTEND SCREEN-BATCH-FILE
             MOVE SPACES          TO WS-BATCH-CONTROL
             MOVE 'BATCHHDR'      TO BC-RECORD-TYPE
             MOVE WS-BATCH-NO     TO BC-BATCH-NO
             WRITE SCREEN-BATCH-RECORD FROM WS-BATCH-CONTROL
             PERFORM VARYING WS-QX FROM 1 BY 1
               UNTIL WS-QX > WS-QUEUE-COUNT
               WRITE SCREEN-BATCH-RECORD FROM WS-QUEUE-ENTRY (WS-QX)
             END-PERFORM
             MOVE SPACES          TO WS-BATCH-CONTROL
             MOVE 'BATCHTRL'      TO BC-RECORD-TYPE
             MOVE WS-BATCH-NO     TO BC-BATCH-NO
             MOVE WS-QUEUE-COUNT  TO BC-RECORD-COUNT
             MOVE WS-QUEUE-HASH   TO BC-SALARY-HASH
             WRITE SCREEN-BATCH-RECORD FROM WS-BATCH-CONTROL
             CLOSE SCREEN-BATCH-FILE
             DISPLAY 'BATCH ', WS-BATCH-NO, ' WRITTEN TO EMPBATCH.DAT '
              'WITH ', WS-QUEUE-COUNT, ' ACTIONS FOR TONIGHT''S RUN.'
           END-IF.
      *-------------------------------------------------------------
      *WRITES ONE OPERATOR ACTIVITY JOURNAL RECORD. WS-JRN-ACTION,
      *WS-JRN-AMOUNT AND WS-JRN-NOTE MUST BE SET BY THE CALLER.
       900-WRITE-JOURNAL-PARA.
           MOVE FUNCTION CURRENT-DATE (1:14) TO OJ-TIMESTAMP
           MOVE WS-OPERATOR-ID TO OJ-OPERATOR
           MOVE SPACES         TO OJ-ACCT-NO
           MOVE WS-JRN-ACTION  TO OJ-ACTION
           MOVE WS-JRN-AMOUNT  TO OJ-AMOUNT
           MOVE WS-JRN-NOTE    TO OJ-NOTE
           WRITE OPERATOR-JOURNAL-RECORD.
      ****************************************************************
