      *LISTS EXACTLY WHAT WILL BE REVERSED SO IT CAN BE REVIEWED
      *BEFORE THE FILES ARE STAGED AS A NORMAL INPUT BATCH.
      *USAGE: BACKOUT <RUNDATE> [<SSN-OR-ACCT> ...]
      *THE REGISTER SHOWS THE LAST FOUR DIGITS OF A PAYROLL SSN
      *UNLESS FULLSSN NAMES AN OPERATOR AUTHORIZED FOR FULL SSNS, IN
      *WHICH CASE THE RUN IS LOGGED ON RPTACCESS.LOG; THE REVERSAL
      *BATCH ITSELF ALWAYS CARRIES THE FULL SSN.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BACKOUT.
           SELECT BACKOUT-REGISTER-FILE
             ASSIGN TO 'BACKOUT.OUT'
             ORGANIZATION IS LINE SEQUENTIAL.

      *FULL SSNS PRINT ONLY FOR AN OPERATOR OPERSEC.DAT AUTHORIZES,
      *AND EVERY SUCH RUN IS RECORDED ON THE REPORT-ACCESS LOG.
           SELECT OPTIONAL OPERATOR-SECURITY-FILE
             ASSIGN TO 'OPERSEC.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL REPORT-ACCESS-FILE
             ASSIGN TO 'RPTACCESS.LOG'
             ORGANIZATION IS LINE SEQUENTIAL.
      *********************************************************
       DATA DIVISION.
       FILE SECTION.
      *THE LEDGER HISTORY, EXACTLY AS ASSIGN3, POSTING AND ACCTINQ
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
           RECORD CONTAINS 47 CHARACTERS.
       01  PAYROLL-BACKOUT-RECORD PIC X(47).

      *THE LEDGER REVERSALS, IN THE FIRST 22 BYTES OF TRANS3.DAT'S
      *LAYOUT - A REVERSAL IS A PLAIN UPDATE AND NEVER CARRIES A
      *TRANSFER TO-ACCOUNT.
       FD  LEDGER-BACKOUT-FILE
           RECORD CONTAINS 22 CHARACTERS.
       01  LEDGER-BACKOUT-RECORD.
       FD  BACKOUT-REGISTER-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  BACKOUT-REGISTER-RECORD PIC X(80).

      *THE OPERATOR SECURITY RECORD, EXACTLY AS OPERMNT WRITES IT.
       FD  OPERATOR-SECURITY-FILE
           RECORD CONTAINS 8 CHARACTERS.
       01  OPERATOR-SECURITY-RECORD.
           05 OS-OPERATOR-ID      PIC X(5).
           05 OS-PERMISSION       PIC X.
           05 OS-ACTIVE           PIC X.
           05 OS-PRIVACY          PIC X.

      *ONE LINE PER RUN THAT ASKED FOR FULL SSNS: WHEN, WHO, WHICH
      *PROGRAM AND REPORT, AND WHETHER THE FULL SSNS WERE PRINTED.
       FD  REPORT-ACCESS-FILE
           RECORD CONTAINS 64 CHARACTERS.
       01  REPORT-ACCESS-RECORD.
           05 RA-TIMESTAMP        PIC X(14).
           05 FILLER              PIC X.
           05 RA-OPERATOR-ID      PIC X(10).
           05 FILLER              PIC X.
           05 RA-PROGRAM          PIC X(8).
           05 FILLER              PIC X.
           05 RA-REPORT           PIC X(12).
           05 FILLER              PIC X.
           05 RA-OUTCOME          PIC X(16).
      *---------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  MORE-DATA               PIC X     VALUE 'Y'.
              'NET LEDGER AMOUNT REVERSED:'.
           05 T-LED-NET            PIC +ZZZ,ZZZ,ZZ9.99.


      *SSN PRINTING. A REPORT SHOWS ONLY THE LAST FOUR DIGITS OF AN
      *SSN UNLESS THE RUN WAS STARTED WITH FULLSSN SET TO AN ACTIVE
      *OPERATOR WHO HOLDS THE PRIVACY FLAG ON OPERSEC.DAT.
       01  WS-SSN-OPERATOR         PIC X(10) VALUE SPACES.
       01  WS-FULL-SSN             PIC X     VALUE 'N'.
           88 FULL-SSN-AUTHORIZED        VALUE 'Y'.
       01  WS-SSN-RAW              PIC X(9)  VALUE SPACES.
       01  WS-SSN-PRINT            PIC X(9)  VALUE SPACES.
      **********************************************************
       PROCEDURE DIVISION.
      *PARSES THE REQUEST, COLLECTS THE DAY'S APPLIED CHANGES FROM
             STOP RUN
           END-IF
           MOVE WS-DATE-PARM TO WS-BACKOUT-DATE
           PERFORM 170-CHECK-SSN-MODE-PARA

           MOVE 0 TO WS-ID-COUNT
           PERFORM VARYING WS-IDX FROM 1 BY 1

           STOP RUN.
      *-------------------------------------------------------------
      *DECIDES WHETHER THIS RUN PRINTS FULL SSNS. FULLSSN NAMES THE
      *OPERATOR ASKING FOR THEM; ONLY AN ACTIVE OPERATOR HOLDING THE
      *PRIVACY FLAG ON OPERSEC.DAT GETS THEM, AND THE ASKING IS
      *WRITTEN TO RPTACCESS.LOG EITHER WAY. A RUN NOBODY ASKED ON
      *PRINTS MASKED AND LOGS NOTHING.
       170-CHECK-SSN-MODE-PARA.
           MOVE 'N' TO WS-FULL-SSN
           ACCEPT WS-SSN-OPERATOR FROM ENVIRONMENT 'FULLSSN'
           IF WS-SSN-OPERATOR NOT = SPACES
             OPEN INPUT OPERATOR-SECURITY-FILE
             PERFORM UNTIL MORE-DATA = 'N'
               READ OPERATOR-SECURITY-FILE
                 AT END
                   MOVE 'N' TO MORE-DATA
                 NOT AT END
                   IF OS-OPERATOR-ID = WS-SSN-OPERATOR
                      AND OS-ACTIVE = 'Y'
                      AND OS-PRIVACY = 'Y'
                     MOVE 'Y' TO WS-FULL-SSN
                   END-IF
               END-READ
             END-PERFORM
             CLOSE OPERATOR-SECURITY-FILE
             MOVE 'Y' TO MORE-DATA
             OPEN EXTEND REPORT-ACCESS-FILE
             MOVE SPACES TO REPORT-ACCESS-RECORD
             MOVE FUNCTION CURRENT-DATE (1:14) TO RA-TIMESTAMP
             MOVE WS-SSN-OPERATOR TO RA-OPERATOR-ID
             MOVE 'BACKOUT' TO RA-PROGRAM
             IF FULL-SSN-AUTHORIZED
               MOVE 'FULL SSN PRINTED' TO RA-OUTCOME
               DISPLAY 'FULL SSNS PRINTED FOR OPERATOR ',
                WS-SSN-OPERATOR
             ELSE
               MOVE 'REFUSED - MASKED' TO RA-OUTCOME
               DISPLAY 'OPERATOR ', WS-SSN-OPERATOR, ' MAY NOT '
                'PRINT FULL SSNS. SSNS MASKED.'
             END-IF
             MOVE 'BACKOUT.OUT' TO RA-REPORT
             WRITE REPORT-ACCESS-RECORD
             CLOSE REPORT-ACCESS-FILE
           END-IF.
      *-------------------------------------------------------------
      *COLLECTS THE DAY'S SUCCESSFULLY APPLIED PAYROLL CHANGES (IN
      *SCOPE OF THE ID FILTER) IN APPLICATION ORDER.
       200-COLLECT-AUDIT-PARA.
             ADD RV-SALARY TO WS-SALARY-HASH

             MOVE 'PAYROLL' TO D-SIDE
             MOVE RV-SSNO   TO WS-SSN-RAW
             PERFORM 980-MASK-SSN-PARA
             MOVE WS-SSN-PRINT TO D-KEY
             MOVE RV-CODE   TO D-CODE
             MOVE RV-SALARY TO D-AMOUNT
             WRITE BACKOUT-REGISTER-RECORD FROM WS-DETAIL-LINE
               WRITE BACKOUT-REGISTER-RECORD FROM WS-DETAIL-LINE
             END-PERFORM
           END-IF.
      *-------------------------------------------------------------
      *SETS WS-SSN-PRINT FROM WS-SSN-RAW: THE WHOLE SSN ON A RUN
      *AUTHORIZED FOR FULL SSNS, OTHERWISE ONLY THE LAST FOUR DIGITS.
       980-MASK-SSN-PARA.
           IF FULL-SSN-AUTHORIZED OR WS-SSN-RAW = SPACES
             MOVE WS-SSN-RAW TO WS-SSN-PRINT
           ELSE
             MOVE '*****'          TO WS-SSN-PRINT (1:5)
             MOVE WS-SSN-RAW (6:4) TO WS-SSN-PRINT (6:4)
           END-IF.
      ****************************************************************
