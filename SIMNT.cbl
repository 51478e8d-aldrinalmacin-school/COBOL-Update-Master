      *NAME: ALDRIN JEROME ALMACIN
      *DATE: OCTOBER 15, 2026
      *PURPOSE: MAINTENANCE FOR THE STANDING INSTRUCTION FILE
      *STANDING.NDX - THE REGULAR PAYMENTS AN ACCOUNT HOLDER HAS
      *ASKED US TO MAKE ON THEIR BEHALF (A WEEKLY SAVINGS SWEEP, A
      *MONTHLY LOAN REPAYMENT, A QUARTERLY FEE) THAT USED TO BE
      *RE-KEYED INTO TRANS3.DAT BY HAND EVERY TIME ONE FELL DUE.
      *EACH INSTRUCTION IS KEYED BY ACCOUNT AND A SEQUENCE NUMBER
      *AND CARRIES THE POSTING TO MAKE - AN UPDATE (U) OF A SIGNED
      *AMOUNT TO THE ACCOUNT, OR A TRANSFER (X) OF A POSITIVE
      *AMOUNT TO ANOTHER ACCOUNT - ITS FREQUENCY (W=WEEKLY,
      *M=MONTHLY, Q=QUARTERLY), THE NEXT DUE DATE, AN OPTIONAL END
      *DATE AND AN ACTIVE FLAG. THE NIGHTLY SIGEN STEP GENERATES
      *THE POSTINGS DUE AND ROLLS THE NEXT DUE DATE FORWARD.
      *COMMANDS: ADD, CHG (AMOUNT, FREQUENCY, NEXT DUE DATE, END
      *DATE AND DESCRIPTION - EACH LEFT BLANK IS KEPT), ACT (SETS
      *THE ACTIVE FLAG - A STOPPED INSTRUCTION STAYS ON FILE BUT
      *GENERATES NOTHING), DEL, LIST AND END. THE OPERATOR SIGNS ON
      *AGAINST OPERSEC.DAT AS ON ACCTINQ: PERMISSION M OR A MAY CHANGE
      *INSTRUCTIONS, ANY OTHER OPERATOR MAY ONLY LIST THEM. EVERY
      *CHANGE IS WRITTEN TO THE OPERATOR ACTIVITY JOURNAL
      *OPERJRNL.DAT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIMNT.
      *************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *CREATED ON THE FIRST SESSION IF IT DOES NOT YET EXIST.
           SELECT OPTIONAL STANDING-FILE
             ASSIGN TO 'STANDING.NDX'
             ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC
             RECORD KEY IS SI-KEY.

           SELECT LEDGER-MASTER-FILE
             ASSIGN TO 'MASTER.DAT'
             ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC
             RECORD KEY IS M-ACCT-NO.

           SELECT OPTIONAL OPERATOR-SECURITY-FILE
             ASSIGN TO 'OPERSEC.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPERATOR-JOURNAL-FILE
             ASSIGN TO 'OPERJRNL.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
      *********************************************************
       DATA DIVISION.
       FILE SECTION.
      *ONE RECORD PER STANDING INSTRUCTION. SI-DUE-DAY IS THE DAY
      *OF THE MONTH THE INSTRUCTION WAS SET UP TO FALL ON, SO A
      *MONTHLY PAYMENT DUE ON THE 31ST FALLS ON THE LAST DAY OF A
      *SHORTER MONTH AND BACK ON THE 31ST AFTER IT. AN END DATE OF
      *ZERO MEANS THE INSTRUCTION RUNS UNTIL IT IS STOPPED.
      *SI-LAST-RUN IS THE LAST NIGHT SIGEN WORKED THE INSTRUCTION.
       FD  STANDING-FILE
           RECORD CONTAINS 74 CHARACTERS.
       01  STANDING-RECORD.
           05 SI-KEY.
              10 SI-ACCT-NO       PIC X(5).
              10 SI-SEQ           PIC 9(3).
           05 SI-TYPE             PIC X.
              88 SI-UPDATE               VALUE 'U'.
              88 SI-TRANSFER             VALUE 'X'.
           05 SI-TO-ACCT-NO       PIC X(5).
           05 SI-AMOUNT           PIC S9(5)V99.
           05 SI-FREQUENCY        PIC X.
              88 SI-VALID-FREQUENCY      VALUE 'W' 'M' 'Q'.
           05 SI-DUE-DAY          PIC 9(2).
           05 SI-NEXT-DUE         PIC 9(8).
           05 SI-END-DATE         PIC 9(8).
           05 SI-ACTIVE           PIC X.
              88 SI-IS-ACTIVE            VALUE 'Y'.
           05 SI-DESCRIPTION      PIC X(20).
           05 SI-LAST-RUN         PIC 9(8).
           05 SI-OPERATOR         PIC X(5).

       FD  LEDGER-MASTER-FILE
           RECORD CONTAINS 22 CHARACTERS.
       01  LEDGER-MASTER-REC.
           05 M-ACCT-NO       PIC X(5).
           05 M-AMOUNT        PIC S9(5)V99.
           05 M-ACTIVE        PIC X.
              88 ACTIVE               VALUE 'Y'.
              88 NOT-ACTIVE           VALUE 'N'.
              88 DORMANT               VALUE 'D'.
           05 M-LAST-ACTIVITY PIC 9(8).
           05 M-ACCT-TYPE     PIC X.

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
       01  WS-ON-FILE              PIC X     VALUE 'N'.
       01  WS-SI-OK                PIC X     VALUE 'N'.
       01  WS-LIST-COUNT           PIC 9(5)  VALUE 0.
       01  WS-ACTIVE-COUNT         PIC 9(5)  VALUE 0.

       01  WS-OPERATOR-ID          PIC X(5)  VALUE SPACES.
       01  WS-AUTHORIZED           PIC X     VALUE 'N'.
           88 MAY-MAINTAIN               VALUE 'Y'.
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

      *FIELDS FOR THE INSTRUCTION BEING KEYED.
       01  WS-ACCT-IN              PIC X(5)  VALUE SPACES.
       01  WS-SEQ-IN               PIC X(3)  VALUE SPACES.
       01  WS-SEQ                  PIC 9(3)  VALUE 0.
       01  WS-NEXT-SEQ             PIC 9(4)  VALUE 0.
       01  WS-TYPE-IN              PIC X     VALUE SPACE.
       01  WS-TO-ACCT-IN           PIC X(5)  VALUE SPACES.
       01  WS-AMOUNT-IN            PIC X(10) VALUE SPACES.
       01  WS-AMOUNT               PIC S9(5)V99 VALUE 0.
       01  WS-AMOUNT-SHOW          PIC +ZZ,ZZ9.99.
       01  WS-FREQUENCY-IN         PIC X     VALUE SPACE.
           88 VALID-FREQUENCY            VALUE 'W' 'M' 'Q'.
       01  WS-DATE-IN              PIC X(8)  VALUE SPACES.
       01  WS-DATE                 PIC 9(8)  VALUE 0.
       01  WS-DATE-PARTS REDEFINES WS-DATE.
           05 WS-DATE-YYYY         PIC 9(4).
           05 WS-DATE-MM           PIC 9(2).
           05 WS-DATE-DD           PIC 9(2).
       01  WS-NEXT-DUE             PIC 9(8)  VALUE 0.
       01  WS-END-DATE             PIC 9(8)  VALUE 0.
       01  WS-TEXT-IN              PIC X(20) VALUE SPACES.
       01  WS-END-SHOW             PIC X(8)  VALUE SPACES.

      **********************************************************
       PROCEDURE DIVISION.
      *SIGNS THE OPERATOR ON AND SERVES ONE MAINTENANCE COMMAND AT
      *A TIME UNTIL END.
       100-MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
           PERFORM 150-LOAD-SECURITY-PARA

           DISPLAY 'STANDING INSTRUCTIONS - ENTER OPERATOR ID:'
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
           IF MAY-MAINTAIN
             MOVE 'SIMNT MAINTENANCE' TO WS-JRN-NOTE
             DISPLAY 'SIGNED ON WITH MAINTENANCE AUTHORITY.'
           ELSE
             MOVE 'SIMNT LIST-ONLY' TO WS-JRN-NOTE
             DISPLAY 'SIGNED ON LIST-ONLY.'
           END-IF
           PERFORM 600-WRITE-JOURNAL-PARA

           OPEN I-O   STANDING-FILE
           OPEN INPUT LEDGER-MASTER-FILE

           PERFORM UNTIL MORE-REQUESTS = 'N'
             DISPLAY ' '
             DISPLAY 'COMMAND? ADD/CHG/ACT/DEL/LIST/END:'
             MOVE SPACES TO WS-COMMAND
             ACCEPT WS-COMMAND
             INSPECT WS-COMMAND CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
             EVALUATE WS-COMMAND
               WHEN 'LIST'
                 PERFORM 450-LIST-PARA
               WHEN 'END'
                 MOVE 'N' TO MORE-REQUESTS
               WHEN 'ADD'
               WHEN 'CHG'
               WHEN 'ACT'
               WHEN 'DEL'
                 IF MAY-MAINTAIN
                   PERFORM 200-DISPATCH-PARA
                 ELSE
                   DISPLAY 'NOT AVAILABLE - SIGNED ON LIST-ONLY.'
                 END-IF
               WHEN OTHER
                 DISPLAY 'UNRECOGNIZED COMMAND.'
             END-EVALUATE
           END-PERFORM

           CLOSE STANDING-FILE
           CLOSE LEDGER-MASTER-FILE

           MOVE 'SIGNOFF' TO WS-JRN-ACTION
           MOVE SPACES    TO WS-JRN-ACCT
           MOVE 0         TO WS-JRN-AMOUNT
           MOVE 'SIMNT'   TO WS-JRN-NOTE
           PERFORM 600-WRITE-JOURNAL-PARA
           CLOSE OPERATOR-JOURNAL-FILE

           DISPLAY 'STANDING INSTRUCTION MAINTENANCE ENDED.'
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
                    ' OPERATORS. MAINTENANCE STOPPED.'
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
              'LIST ONLY, NO MAINTENANCE AUTHORITY.'
           END-IF.
      *-------------------------------------------------------------
      *RESOLVES THE SIGN-ON AGAINST THE SECURITY TABLE, AS ACCTINQ
      *DOES: AN UNKNOWN OR INACTIVE OPERATOR IS REFUSED, PERMISSION
      *M (OR APPROVER A) GRANTS MAINTENANCE, ANYTHING ELSE MAY
      *ONLY LIST.
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
      *SENDS A MAINTENANCE COMMAND TO ITS PARAGRAPH.
       200-DISPATCH-PARA.
           EVALUATE WS-COMMAND
             WHEN 'ADD'
               PERFORM 300-ADD-PARA
             WHEN 'CHG'
               PERFORM 350-CHANGE-PARA
             WHEN 'ACT'
               PERFORM 380-ACTIVE-FLAG-PARA
             WHEN 'DEL'
               PERFORM 400-DELETE-PARA
           END-EVALUATE.
      *-------------------------------------------------------------
      *ADDS ONE INSTRUCTION UNDER THE ACCOUNT'S NEXT FREE SEQUENCE
      *NUMBER. THE ACCOUNT (AND FOR A TRANSFER THE TO-ACCOUNT) MUST
      *BE ON MASTER.DAT AND NOT CLOSED; THE FIRST DUE DATE MAY NOT
      *BE IN THE PAST, AND AN END DATE MAY NOT FALL BEFORE IT.
       300-ADD-PARA.
           MOVE 'Y' TO WS-SI-OK
           DISPLAY 'LEDGER ACCOUNT (5 CHARACTERS):'
           MOVE SPACES TO WS-ACCT-IN
           ACCEPT WS-ACCT-IN
           MOVE WS-ACCT-IN TO M-ACCT-NO
           PERFORM 800-CHECK-ACCOUNT-PARA

           IF WS-SI-OK = 'Y'
             DISPLAY 'TYPE? U=UPDATE TO THIS ACCOUNT '
              'X=TRANSFER TO ANOTHER ACCOUNT:'
             MOVE SPACE TO WS-TYPE-IN
             ACCEPT WS-TYPE-IN
             INSPECT WS-TYPE-IN CONVERTING 'ux' TO 'UX'
             MOVE SPACES TO WS-TO-ACCT-IN
             EVALUATE WS-TYPE-IN
               WHEN 'U'
                 CONTINUE
               WHEN 'X'
                 DISPLAY 'TO-ACCOUNT (5 CHARACTERS):'
                 ACCEPT WS-TO-ACCT-IN
                 IF WS-TO-ACCT-IN = WS-ACCT-IN
                   DISPLAY 'A TRANSFER MUST GO TO A DIFFERENT '
                    'ACCOUNT. NOTHING ADDED.'
                   MOVE 'N' TO WS-SI-OK
                 ELSE
                   MOVE WS-TO-ACCT-IN TO M-ACCT-NO
                   PERFORM 800-CHECK-ACCOUNT-PARA
                 END-IF
               WHEN OTHER
                 DISPLAY 'TYPE MUST BE U OR X. NOTHING ADDED.'
                 MOVE 'N' TO WS-SI-OK
             END-EVALUATE
           END-IF

           IF WS-SI-OK = 'Y'
             IF WS-TYPE-IN = 'X'
               DISPLAY 'AMOUNT TO TRANSFER (E.G. 250.00):'
             ELSE
               DISPLAY 'AMOUNT (SIGNED, E.G. -125.50 TO DEBIT):'
             END-IF
             PERFORM 820-GET-AMOUNT-PARA
             IF WS-SI-OK = 'Y'
               IF WS-AMOUNT = 0
                  OR (WS-TYPE-IN = 'X' AND WS-AMOUNT < 0)
                 DISPLAY 'AMOUNT MUST BE NONZERO, AND POSITIVE FOR '
                  'A TRANSFER. NOTHING ADDED.'
                 MOVE 'N' TO WS-SI-OK
               END-IF
             END-IF
           END-IF

           IF WS-SI-OK = 'Y'
             DISPLAY 'FREQUENCY? W=WEEKLY M=MONTHLY Q=QUARTERLY:'
             MOVE SPACE TO WS-FREQUENCY-IN
             ACCEPT WS-FREQUENCY-IN
             INSPECT WS-FREQUENCY-IN CONVERTING 'wmq' TO 'WMQ'
             IF NOT VALID-FREQUENCY
               DISPLAY 'UNKNOWN FREQUENCY. NOTHING ADDED.'
               MOVE 'N' TO WS-SI-OK
             END-IF
           END-IF

           IF WS-SI-OK = 'Y'
             DISPLAY 'FIRST DUE DATE YYYYMMDD:'
             PERFORM 840-GET-DATE-PARA
             IF WS-SI-OK = 'Y'
               IF WS-DATE = 0
                 DISPLAY 'A FIRST DUE DATE IS REQUIRED.'
                 MOVE 'N' TO WS-SI-OK
               ELSE
                 IF WS-DATE < WS-TODAY
                   DISPLAY 'FIRST DUE DATE IS IN THE PAST.'
                   MOVE 'N' TO WS-SI-OK
                 END-IF
               END-IF
             END-IF
             IF WS-SI-OK = 'N'
               DISPLAY 'NOTHING ADDED.'
             END-IF
             MOVE WS-DATE TO WS-NEXT-DUE
           END-IF

           IF WS-SI-OK = 'Y'
             DISPLAY 'END DATE YYYYMMDD (ENTER = UNTIL STOPPED):'
             PERFORM 840-GET-DATE-PARA
             IF WS-SI-OK = 'Y'
               IF WS-DATE NOT = 0 AND WS-DATE < WS-NEXT-DUE
                 DISPLAY 'END DATE IS BEFORE THE FIRST DUE DATE.'
                 MOVE 'N' TO WS-SI-OK
               END-IF
             END-IF
             IF WS-SI-OK = 'N'
               DISPLAY 'NOTHING ADDED.'
             END-IF
             MOVE WS-DATE TO WS-END-DATE
           END-IF

           IF WS-SI-OK = 'Y'
             PERFORM 860-NEXT-SEQ-PARA
             IF WS-NEXT-SEQ > 999
               DISPLAY 'ACCOUNT HAS USED EVERY SEQUENCE NUMBER. '
                'NOTHING ADDED.'
               MOVE 'N' TO WS-SI-OK
             END-IF
           END-IF

           IF WS-SI-OK = 'Y'
             DISPLAY 'DESCRIPTION (E.G. LOAN REPAYMENT):'
             MOVE SPACES TO WS-TEXT-IN
             ACCEPT WS-TEXT-IN
             MOVE WS-AMOUNT TO WS-AMOUNT-SHOW
             DISPLAY WS-FREQUENCY-IN, ' ', WS-TYPE-IN, ' ',
              WS-AMOUNT-SHOW, ' ON ', WS-ACCT-IN, ' ', WS-TO-ACCT-IN,
              ' FROM ', WS-NEXT-DUE, '. CONFIRM (Y/N):'
             MOVE SPACE TO WS-CONFIRM
             ACCEPT WS-CONFIRM
             IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
               MOVE WS-ACCT-IN      TO SI-ACCT-NO
               MOVE WS-NEXT-SEQ     TO SI-SEQ
               MOVE WS-TYPE-IN      TO SI-TYPE
               MOVE WS-TO-ACCT-IN   TO SI-TO-ACCT-NO
               MOVE WS-AMOUNT       TO SI-AMOUNT
               MOVE WS-FREQUENCY-IN TO SI-FREQUENCY
               MOVE WS-NEXT-DUE     TO WS-DATE
               MOVE WS-DATE-DD      TO SI-DUE-DAY
               MOVE WS-NEXT-DUE     TO SI-NEXT-DUE
               MOVE WS-END-DATE     TO SI-END-DATE
               MOVE 'Y'             TO SI-ACTIVE
               MOVE WS-TEXT-IN      TO SI-DESCRIPTION
               MOVE 0               TO SI-LAST-RUN
               MOVE WS-OPERATOR-ID  TO SI-OPERATOR
               WRITE STANDING-RECORD
                 INVALID KEY
                   DISPLAY 'INSTRUCTION COULD NOT BE WRITTEN. '
                    'NOTHING ADDED.'
                 NOT INVALID KEY
                   MOVE 'SIADD' TO WS-JRN-ACTION
                   PERFORM 620-JOURNAL-INSTRUCTION-PARA
                   DISPLAY 'INSTRUCTION ', SI-SEQ, ' ADDED FOR '
                    'ACCOUNT ', SI-ACCT-NO, '.'
               END-WRITE
             ELSE
               DISPLAY 'NOT CONFIRMED. NOTHING ADDED.'
             END-IF
           END-IF.
      *-------------------------------------------------------------
      *CHANGES AN EXISTING INSTRUCTION. EACH FIELD LEFT BLANK KEEPS
      *ITS VALUE. A NEW NEXT DUE DATE ALSO BECOMES THE DAY OF THE
      *MONTH THE INSTRUCTION FALLS ON FROM THEN ON. THE TYPE AND
      *TO-ACCOUNT CANNOT BE CHANGED - DELETE AND ADD INSTEAD.
       350-CHANGE-PARA.
           PERFORM 700-GET-KEY-PARA
           IF WS-ON-FILE = 'N'
             DISPLAY 'NO SUCH INSTRUCTION.'
           ELSE
             PERFORM 500-SHOW-INSTRUCTION-PARA
             MOVE 'Y' TO WS-SI-OK
             MOVE SI-AMOUNT    TO WS-AMOUNT
             MOVE SI-NEXT-DUE  TO WS-NEXT-DUE
             MOVE SI-END-DATE  TO WS-END-DATE
             MOVE SI-FREQUENCY TO WS-FREQUENCY-IN

             DISPLAY 'NEW AMOUNT (ENTER = NO CHANGE):'
             PERFORM 820-GET-AMOUNT-PARA
             IF WS-SI-OK = 'Y'
               IF WS-AMOUNT-IN = SPACES
                 MOVE SI-AMOUNT TO WS-AMOUNT
               END-IF
               IF WS-AMOUNT = 0
                  OR (SI-TRANSFER AND WS-AMOUNT < 0)
                 DISPLAY 'AMOUNT MUST BE NONZERO, AND POSITIVE FOR '
                  'A TRANSFER.'
                 MOVE 'N' TO WS-SI-OK
               END-IF
             END-IF

             IF WS-SI-OK = 'Y'
               DISPLAY 'NEW FREQUENCY W/M/Q (ENTER = NO CHANGE):'
               MOVE SPACE TO WS-FREQUENCY-IN
               ACCEPT WS-FREQUENCY-IN
               INSPECT WS-FREQUENCY-IN CONVERTING 'wmq' TO 'WMQ'
               IF WS-FREQUENCY-IN = SPACE
                 MOVE SI-FREQUENCY TO WS-FREQUENCY-IN
               END-IF
               IF NOT VALID-FREQUENCY
                 DISPLAY 'UNKNOWN FREQUENCY.'
                 MOVE 'N' TO WS-SI-OK
               END-IF
             END-IF

             IF WS-SI-OK = 'Y'
               DISPLAY 'NEW NEXT DUE DATE YYYYMMDD '
                '(ENTER = NO CHANGE):'
               PERFORM 840-GET-DATE-PARA
               IF WS-SI-OK = 'Y' AND WS-DATE NOT = 0
                 IF WS-DATE < WS-TODAY
                   DISPLAY 'NEXT DUE DATE IS IN THE PAST.'
                   MOVE 'N' TO WS-SI-OK
                 ELSE
                   MOVE WS-DATE TO WS-NEXT-DUE
                 END-IF
               END-IF
             END-IF

             IF WS-SI-OK = 'Y'
               DISPLAY 'NEW END DATE YYYYMMDD (ENTER = NO CHANGE, '
                '* = NO END DATE):'
               PERFORM 840-GET-DATE-PARA
               IF WS-SI-OK = 'Y'
                 IF WS-DATE-IN = '*'
                   MOVE 0 TO WS-END-DATE
                 ELSE
                   IF WS-DATE NOT = 0
                     MOVE WS-DATE TO WS-END-DATE
                   END-IF
                 END-IF
                 IF WS-END-DATE NOT = 0
                    AND WS-END-DATE < WS-NEXT-DUE
                   DISPLAY 'END DATE IS BEFORE THE NEXT DUE DATE.'
                   MOVE 'N' TO WS-SI-OK
                 END-IF
               END-IF
             END-IF

             IF WS-SI-OK = 'Y'
               DISPLAY 'NEW DESCRIPTION (ENTER = NO CHANGE):'
               MOVE SPACES TO WS-TEXT-IN
               ACCEPT WS-TEXT-IN
               IF WS-TEXT-IN NOT = SPACES
                 MOVE WS-TEXT-IN TO SI-DESCRIPTION
               END-IF
               IF WS-NEXT-DUE NOT = SI-NEXT-DUE
                 MOVE WS-NEXT-DUE TO WS-DATE
                 MOVE WS-DATE-DD  TO SI-DUE-DAY
               END-IF
               MOVE WS-AMOUNT       TO SI-AMOUNT
               MOVE WS-FREQUENCY-IN TO SI-FREQUENCY
               MOVE WS-NEXT-DUE     TO SI-NEXT-DUE
               MOVE WS-END-DATE     TO SI-END-DATE
               MOVE WS-OPERATOR-ID  TO SI-OPERATOR
               REWRITE STANDING-RECORD
               MOVE 'SICHG' TO WS-JRN-ACTION
               PERFORM 620-JOURNAL-INSTRUCTION-PARA
               DISPLAY 'INSTRUCTION ', SI-SEQ, ' FOR ACCOUNT ',
                SI-ACCT-NO, ' CHANGED.'
             ELSE
               DISPLAY 'NOTHING CHANGED.'
             END-IF
           END-IF.
      *-------------------------------------------------------------
      *SETS THE ACTIVE FLAG. A STOPPED INSTRUCTION GENERATES NOTHING
      *UNTIL IT IS STARTED AGAIN; ONE WHOSE NEXT DUE DATE HAS GONE
      *BY MUST BE GIVEN A NEW ONE (CHG) BEFORE IT CAN BE STARTED,
      *SO THE MISSED PAYMENTS ARE NOT ALL MADE AT ONCE.
       380-ACTIVE-FLAG-PARA.
           PERFORM 700-GET-KEY-PARA
           IF WS-ON-FILE = 'N'
             DISPLAY 'NO SUCH INSTRUCTION.'
           ELSE
             PERFORM 500-SHOW-INSTRUCTION-PARA
             DISPLAY 'ACTIVE? Y=START N=STOP:'
             MOVE SPACE TO WS-CONFIRM
             ACCEPT WS-CONFIRM
             INSPECT WS-CONFIRM CONVERTING 'yn' TO 'YN'
             EVALUATE TRUE
               WHEN WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'N'
                 DISPLAY 'ANSWER Y OR N. NOTHING CHANGED.'
               WHEN WS-CONFIRM = SI-ACTIVE
                 DISPLAY 'INSTRUCTION IS ALREADY ', SI-ACTIVE,
                  '. NOTHING CHANGED.'
               WHEN WS-CONFIRM = 'Y' AND SI-NEXT-DUE < WS-TODAY
                 DISPLAY 'NEXT DUE DATE ', SI-NEXT-DUE, ' HAS GONE '
                  'BY - GIVE A NEW ONE WITH CHG FIRST.'
               WHEN WS-CONFIRM = 'Y' AND SI-END-DATE NOT = 0
                    AND SI-END-DATE < SI-NEXT-DUE
                 DISPLAY 'INSTRUCTION HAS PASSED ITS END DATE - '
                  'CHANGE THE END DATE WITH CHG FIRST.'
               WHEN OTHER
                 MOVE WS-CONFIRM     TO SI-ACTIVE
                 MOVE WS-OPERATOR-ID TO SI-OPERATOR
                 REWRITE STANDING-RECORD
                 IF SI-IS-ACTIVE
                   MOVE 'SISTART' TO WS-JRN-ACTION
                   DISPLAY 'INSTRUCTION ', SI-SEQ, ' STARTED.'
                 ELSE
                   MOVE 'SISTOP'  TO WS-JRN-ACTION
                   DISPLAY 'INSTRUCTION ', SI-SEQ, ' STOPPED.'
                 END-IF
                 PERFORM 620-JOURNAL-INSTRUCTION-PARA
             END-EVALUATE
           END-IF.
      *-------------------------------------------------------------
      *DELETES AN INSTRUCTION OUTRIGHT. STOPPING IT (ACT) KEEPS IT
      *ON FILE; DELETE IS FOR ONE KEYED IN ERROR OR LONG FINISHED.
       400-DELETE-PARA.
           PERFORM 700-GET-KEY-PARA
           IF WS-ON-FILE = 'N'
             DISPLAY 'NO SUCH INSTRUCTION.'
           ELSE
             PERFORM 500-SHOW-INSTRUCTION-PARA
             DISPLAY 'DELETE THIS INSTRUCTION (Y/N):'
             MOVE SPACE TO WS-CONFIRM
             ACCEPT WS-CONFIRM
             IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
               DELETE STANDING-FILE RECORD
                 INVALID KEY
                   DISPLAY 'INSTRUCTION COULD NOT BE DELETED.'
                 NOT INVALID KEY
                   MOVE 'SIDEL' TO WS-JRN-ACTION
                   PERFORM 620-JOURNAL-INSTRUCTION-PARA
                   DISPLAY 'INSTRUCTION ', SI-SEQ, ' FOR ACCOUNT ',
                    SI-ACCT-NO, ' DELETED.'
               END-DELETE
             ELSE
               DISPLAY 'NOT CONFIRMED. NOTHING DELETED.'
             END-IF
           END-IF.
      *-------------------------------------------------------------
      *LISTS THE INSTRUCTIONS FOR ONE ACCOUNT, OR EVERY ACCOUNT WHEN
      *NO ACCOUNT IS GIVEN, IN ACCOUNT AND SEQUENCE ORDER.
       450-LIST-PARA.
           DISPLAY 'LEDGER ACCOUNT (ENTER = ALL ACCOUNTS):'
           MOVE SPACES TO WS-ACCT-IN
           ACCEPT WS-ACCT-IN
           MOVE 0 TO WS-LIST-COUNT
           MOVE 0 TO WS-ACTIVE-COUNT
           IF WS-ACCT-IN = SPACES
             MOVE LOW-VALUES TO SI-KEY
           ELSE
             MOVE WS-ACCT-IN TO SI-ACCT-NO
             MOVE 0          TO SI-SEQ
           END-IF
           START STANDING-FILE
             KEY IS NOT LESS THAN SI-KEY
             INVALID KEY
               MOVE 'N' TO MORE-DATA
           END-START
           PERFORM UNTIL MORE-DATA = 'N'
             READ STANDING-FILE NEXT RECORD
               AT END
                 MOVE 'N' TO MORE-DATA
               NOT AT END
                 IF WS-ACCT-IN NOT = SPACES
                    AND SI-ACCT-NO NOT = WS-ACCT-IN
                   MOVE 'N' TO MORE-DATA
                 ELSE
                   ADD 1 TO WS-LIST-COUNT
                   IF SI-IS-ACTIVE
                     ADD 1 TO WS-ACTIVE-COUNT
                   END-IF
                   PERFORM 500-SHOW-INSTRUCTION-PARA
                 END-IF
             END-READ
           END-PERFORM
           MOVE 'Y' TO MORE-DATA
           DISPLAY WS-LIST-COUNT, ' INSTRUCTIONS LISTED, ',
            WS-ACTIVE-COUNT, ' ACTIVE.'.
      *-------------------------------------------------------------
      *SHOWS THE INSTRUCTION JUST READ ON ONE LINE.
       500-SHOW-INSTRUCTION-PARA.
           MOVE SI-AMOUNT TO WS-AMOUNT-SHOW
           IF SI-END-DATE = 0
             MOVE 'NONE' TO WS-END-SHOW
           ELSE
             MOVE SI-END-DATE TO WS-END-SHOW
           END-IF
           DISPLAY SI-ACCT-NO, ' ', SI-SEQ, ' ', SI-TYPE, ' ',
            SI-TO-ACCT-NO, ' ', WS-AMOUNT-SHOW, ' ', SI-FREQUENCY,
            ' NEXT ', SI-NEXT-DUE, ' END ', WS-END-SHOW,
            ' ACTIVE ', SI-ACTIVE, ' ', SI-DESCRIPTION.
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
      *-------------------------------------------------------------
      *JOURNALS A CHANGE TO THE INSTRUCTION IN THE RECORD AREA
      *UNDER WS-JRN-ACTION: SEQUENCE, TYPE, FREQUENCY AND NEXT DUE
      *DATE IN THE NOTE.
       620-JOURNAL-INSTRUCTION-PARA.
           MOVE SI-ACCT-NO TO WS-JRN-ACCT
           MOVE SI-AMOUNT  TO WS-JRN-AMOUNT
           MOVE SPACES     TO WS-JRN-NOTE
           STRING 'SEQ ' SI-SEQ ' ' SI-TYPE ' ' SI-FREQUENCY
                  ' ' SI-NEXT-DUE
             DELIMITED BY SIZE INTO WS-JRN-NOTE
           PERFORM 600-WRITE-JOURNAL-PARA.
      *-------------------------------------------------------------
      *PROMPTS FOR AN ACCOUNT AND SEQUENCE NUMBER AND READS THAT
      *INSTRUCTION. WS-ON-FILE SAYS WHETHER IT WAS FOUND.
       700-GET-KEY-PARA.
           MOVE 'N' TO WS-ON-FILE
           DISPLAY 'LEDGER ACCOUNT (5 CHARACTERS):'
           MOVE SPACES TO WS-ACCT-IN
           ACCEPT WS-ACCT-IN
           DISPLAY 'SEQUENCE NUMBER (LIST SHOWS THEM):'
           MOVE SPACES TO WS-SEQ-IN
           ACCEPT WS-SEQ-IN
           MOVE 0 TO WS-SEQ
           IF WS-SEQ-IN NOT = SPACES
             COMPUTE WS-SEQ = FUNCTION NUMVAL (WS-SEQ-IN)
             MOVE WS-ACCT-IN TO SI-ACCT-NO
             MOVE WS-SEQ     TO SI-SEQ
             READ STANDING-FILE
               INVALID KEY
                 MOVE 'N' TO WS-ON-FILE
               NOT INVALID KEY
                 MOVE 'Y' TO WS-ON-FILE
             END-READ
           END-IF.
      *-------------------------------------------------------------
      *CHECKS THE ACCOUNT IN M-ACCT-NO IS ON MASTER.DAT AND NOT
      *CLOSED. A DORMANT ACCOUNT IS ACCEPTED WITH A WARNING - SIGEN
      *SKIPS ITS POSTINGS UNTIL IT IS REACTIVATED.
       800-CHECK-ACCOUNT-PARA.
           READ LEDGER-MASTER-FILE
             INVALID KEY
               DISPLAY 'ACCOUNT ', M-ACCT-NO, ' IS NOT ON '
                'MASTER.DAT. NOTHING ADDED.'
               MOVE 'N' TO WS-SI-OK
             NOT INVALID KEY
               IF NOT-ACTIVE
                 DISPLAY 'ACCOUNT ', M-ACCT-NO, ' IS CLOSED. '
                  'NOTHING ADDED.'
                 MOVE 'N' TO WS-SI-OK
               END-IF
               IF DORMANT
                 DISPLAY 'NOTE: ACCOUNT ', M-ACCT-NO, ' IS DORMANT '
                  '- ITS POSTINGS ARE SKIPPED UNTIL IT IS '
                  'REACTIVATED.'
               END-IF
           END-READ.
      *-------------------------------------------------------------
      *ACCEPTS AN AMOUNT INTO WS-AMOUNT. BLANK LEAVES WS-AMOUNT AS
      *IT WAS; ONE TOO LARGE FOR THE LEDGER IS REFUSED.
       820-GET-AMOUNT-PARA.
           MOVE SPACES TO WS-AMOUNT-IN
           ACCEPT WS-AMOUNT-IN
           IF WS-AMOUNT-IN NOT = SPACES
             COMPUTE WS-AMOUNT = FUNCTION NUMVAL (WS-AMOUNT-IN)
               ON SIZE ERROR
                 DISPLAY 'AMOUNT IS TOO LARGE.'
                 MOVE 'N' TO WS-SI-OK
             END-COMPUTE
           END-IF.
      *-------------------------------------------------------------
      *ACCEPTS A YYYYMMDD DATE INTO WS-DATE. BLANK OR * GIVES ZERO;
      *ANYTHING ELSE MUST BE A REAL CALENDAR DATE.
       840-GET-DATE-PARA.
           MOVE SPACES TO WS-DATE-IN
           ACCEPT WS-DATE-IN
           MOVE 0 TO WS-DATE
           IF WS-DATE-IN NOT = SPACES AND WS-DATE-IN NOT = '*'
             IF WS-DATE-IN NUMERIC
               MOVE WS-DATE-IN TO WS-DATE
             END-IF
             IF WS-DATE = 0
                OR FUNCTION TEST-DATE-YYYYMMDD (WS-DATE) NOT = 0
               DISPLAY 'NOT A VALID DATE.'
               MOVE 0   TO WS-DATE
               MOVE 'N' TO WS-SI-OK
             END-IF
           END-IF.
      *-------------------------------------------------------------
      *FINDS THE NEXT FREE SEQUENCE NUMBER FOR WS-ACCT-IN - ONE
      *PAST THE HIGHEST ON FILE.
       860-NEXT-SEQ-PARA.
           MOVE 1 TO WS-NEXT-SEQ
           MOVE WS-ACCT-IN TO SI-ACCT-NO
           MOVE 0          TO SI-SEQ
           START STANDING-FILE
             KEY IS NOT LESS THAN SI-KEY
             INVALID KEY
               MOVE 'N' TO MORE-DATA
           END-START
           PERFORM UNTIL MORE-DATA = 'N'
             READ STANDING-FILE NEXT RECORD
               AT END
                 MOVE 'N' TO MORE-DATA
               NOT AT END
                 IF SI-ACCT-NO NOT = WS-ACCT-IN
                   MOVE 'N' TO MORE-DATA
                 ELSE
                   COMPUTE WS-NEXT-SEQ = SI-SEQ + 1
                 END-IF
             END-READ
           END-PERFORM
           MOVE 'Y' TO MORE-DATA.
      ****************************************************************
