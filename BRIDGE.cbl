      *THEM TO TRANS3.DAT FOR THE LEDGER STEP. EVERY GENERATED
      *POSTING AND EVERY SSN WITH NO MAPPING GOES ON THE BRIDGE
      *REPORT, SO NOBODY RE-KEYS PAYROLL TOTALS BY HAND AND THE TWO
      *SYSTEMS CANNOT QUIETLY DISAGREE. THE RETRO PAY UPDISP WORKED
      *OUT TODAY FOR BACK-DATED SALARY UPDATES (RETROPAY.DAT) IS
      *BRIDGED AS A SEPARATE POSTING OF ITS OWN, SO THE LEDGER
      *CARRIES THE ONE-TIME RETRO AMOUNT APART FROM THE RATE CHANGE.
      *THE REPORT SHOWS THE LAST FOUR DIGITS OF EACH SSN UNLESS
      *FULLSSN NAMES AN OPERATOR AUTHORIZED FOR FULL SSNS, IN WHICH
      *CASE THE RUN IS LOGGED ON RPTACCESS.LOG.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRIDGE.
             ASSIGN TO 'ACCTMAP.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RETRO-PAY-FILE
             ASSIGN TO 'RETROPAY.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LEDGER-TRANS-FILE
             ASSIGN TO 'BRIDGE3.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BRIDGE-REPORT-FILE
             ASSIGN TO 'BRIDGE.OUT'
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
           05 AM-SSNO             PIC X(9).
           05 AM-ACCT-NO          PIC X(5).

      *THE RETRO-PAY FILE, EXACTLY AS UPDISP WRITES IT.
       FD  RETRO-PAY-FILE
           RECORD CONTAINS 67 CHARACTERS.
       01  RETRO-PAY-RECORD.
           05 RP-RUN-DATE         PIC 9(8).
           05 RP-SSNO             PIC X(9).
           05 RP-NAME             PIC X(20).
           05 RP-EFF-DATE         PIC 9(8).
           05 RP-OLD-SALARY       PIC 9(5).
           05 RP-NEW-SALARY       PIC 9(5).
           05 RP-DAYS             PIC 9(5).
           05 RP-AMOUNT           PIC S9(5)V99.

      *THE GENERATED LEDGER TRANSACTIONS, SAME 21-BYTE LAYOUT
      *ASSIGN3 READS. WRITTEN TO A FRESH FILE OF THEIR OWN - THE
      *BATCH DRIVER APPENDS IT TO TRANS3.DAT EXACTLY ONCE, AFTER
       FD  BRIDGE-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  BRIDGE-REPORT-RECORD   PIC X(80).

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
       01  WS-UNMAPPED-COUNT       PIC 9(5)  VALUE 0.
       01  WS-SKIPPED-COUNT        PIC 9(5)  VALUE 0.
       01  WS-NET-TOTAL            PIC S9(9) VALUE 0.
       01  WS-RETRO-COUNT          PIC 9(5)  VALUE 0.
       01  WS-RETRO-TOTAL          PIC S9(7)V99 VALUE 0.
       01  WS-LOOKUP-SSNO          PIC X(9)  VALUE SPACES.

       01  WS-HEADING-1.
           05 FILLER               PIC X(26) VALUE SPACES.
              'NET AMOUNT BRIDGED:'.
           05 T-NET-TOTAL          PIC +ZZZ,ZZZ,ZZ9.

       01  WS-TOTAL-LINE-4.
           05 FILLER               PIC X(34) VALUE
              'RETRO PAY POSTINGS GENERATED:'.
           05 T-RETRO-COUNT        PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-5.
           05 FILLER               PIC X(34) VALUE
              'NET RETRO PAY BRIDGED:'.
           05 T-RETRO-TOTAL        PIC +ZZZ,ZZZ,ZZ9.99.


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
      *LOADS THE MAPPING TABLE, SCANS TODAY'S APPLIED PAYROLL
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE

           PERFORM 150-LOAD-MAP-PARA
           PERFORM 170-CHECK-SSN-MODE-PARA

           OPEN INPUT  AUDIT-FILE
           OPEN OUTPUT LEDGER-TRANS-FILE
             END-READ
           END-PERFORM

           PERFORM 300-BRIDGE-RETRO-PARA

           MOVE SPACES TO BRIDGE-REPORT-RECORD
           WRITE BRIDGE-REPORT-RECORD
           MOVE WS-GENERATED-COUNT TO T-GENERATED-COUNT
           WRITE BRIDGE-REPORT-RECORD FROM WS-TOTAL-LINE-2
           MOVE WS-NET-TOTAL TO T-NET-TOTAL
           WRITE BRIDGE-REPORT-RECORD FROM WS-TOTAL-LINE-3
           MOVE WS-RETRO-COUNT TO T-RETRO-COUNT
           WRITE BRIDGE-REPORT-RECORD FROM WS-TOTAL-LINE-4
           MOVE WS-RETRO-TOTAL TO T-RETRO-TOTAL
           WRITE BRIDGE-REPORT-RECORD FROM WS-TOTAL-LINE-5

           CLOSE AUDIT-FILE
           CLOSE LEDGER-TRANS-FILE
           DISPLAY 'UNMAPPED SSNS ......... ', WS-UNMAPPED-COUNT
           DISPLAY 'NO SALARY CHANGE ...... ', WS-SKIPPED-COUNT
           DISPLAY 'NET AMOUNT BRIDGED .... ', WS-NET-TOTAL
           DISPLAY 'RETRO PAY POSTINGS .... ', WS-RETRO-COUNT
           DISPLAY 'NET RETRO PAY BRIDGED . ', WS-RETRO-TOTAL
           IF WS-UNMAPPED-COUNT > 0
             DISPLAY 'ADD THE MISSING SSNS TO ACCTMAP.DAT AND '
              'RERUN, OR KEY THOSE POSTINGS BY HAND.'
              'EVERY APPLIED CHANGE WILL REPORT AS UNMAPPED.'
           END-IF.
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
             MOVE 'BRIDGE' TO RA-PROGRAM
             IF FULL-SSN-AUTHORIZED
               MOVE 'FULL SSN PRINTED' TO RA-OUTCOME
               DISPLAY 'FULL SSNS PRINTED FOR OPERATOR ',
                WS-SSN-OPERATOR
             ELSE
               MOVE 'REFUSED - MASKED' TO RA-OUTCOME
               DISPLAY 'OPERATOR ', WS-SSN-OPERATOR, ' MAY NOT '
                'PRINT FULL SSNS. SSNS MASKED.'
             END-IF
             MOVE 'BRIDGE.OUT' TO RA-REPORT
             WRITE REPORT-ACCESS-RECORD
             CLOSE REPORT-ACCESS-FILE
           END-IF.
      *-------------------------------------------------------------
      *TURNS ONE APPLIED PAYROLL CHANGE INTO A LEDGER POSTING: THE
      *SIGNED SALARY DELTA TO THE MAPPED ACCOUNT. THE DELTA COMES
      *FROM THE TRANSACTION CODE, NOT THE RAW OLD/NEW DIFFERENCE -
           IF WS-DELTA = 0
             ADD 1 TO WS-SKIPPED-COUNT
           ELSE
             MOVE AU-SSNO TO WS-LOOKUP-SSNO
             PERFORM 250-FIND-ACCOUNT-PARA
             MOVE AU-SSNO       TO WS-SSN-RAW
             PERFORM 980-MASK-SSN-PARA
             MOVE WS-SSN-PRINT  TO D-SSNO
             MOVE AU-TRANS-CODE TO D-CODE
             MOVE WS-DELTA      TO D-AMOUNT
             IF WS-FOUND-ACCT = SPACES
             WRITE BRIDGE-REPORT-RECORD FROM WS-DETAIL-LINE
           END-IF.
      *-------------------------------------------------------------
      *TURNS EACH OF TODAY'S RETRO-PAY ITEMS INTO A SEPARATE LEDGER
      *POSTING OF THE ONE-TIME AMOUNT TO THE MAPPED ACCOUNT, LISTED
      *ON THE REPORT UNDER CODE RETRO. AN SSN WITH NO MAPPING IS AN
      *EXCEPTION THE SAME AS FOR A RATE CHANGE.
       300-BRIDGE-RETRO-PARA.
           OPEN INPUT RETRO-PAY-FILE
           MOVE 'Y' TO MORE-DATA
           PERFORM UNTIL MORE-DATA = 'N'
             READ RETRO-PAY-FILE
               AT END
                 MOVE 'N' TO MORE-DATA
               NOT AT END
                 IF RP-RUN-DATE = WS-RUN-DATE
                    AND RP-AMOUNT NOT = 0
                   PERFORM 350-BRIDGE-ONE-RETRO-PARA
                 END-IF
             END-READ
           END-PERFORM
           CLOSE RETRO-PAY-FILE.
      *-------------------------------------------------------------
      *BRIDGES ONE RETRO-PAY ITEM.
       350-BRIDGE-ONE-RETRO-PARA.
           MOVE RP-SSNO TO WS-LOOKUP-SSNO
           PERFORM 250-FIND-ACCOUNT-PARA
           MOVE RP-SSNO    TO WS-SSN-RAW
           PERFORM 980-MASK-SSN-PARA
           MOVE WS-SSN-PRINT TO D-SSNO
           MOVE 'RETRO'    TO D-CODE
           MOVE RP-AMOUNT  TO D-AMOUNT
           IF WS-FOUND-ACCT = SPACES
             MOVE SPACES TO D-ACCT-NO
             MOVE '** NO MAPPING **' TO D-DISPOSITION
             ADD 1 TO WS-UNMAPPED-COUNT
           ELSE
             MOVE WS-FOUND-ACCT TO LT-ACCT-NO
             MOVE RP-AMOUNT     TO LT-AMOUNT
             MOVE 'U'           TO LT-CODE
             MOVE WS-RUN-DATE   TO LT-DATE
             MOVE SPACE         TO LT-ACCT-TYPE
             WRITE LEDGER-TRANS-RECORD
             MOVE WS-FOUND-ACCT TO D-ACCT-NO
             MOVE 'RETRO POSTING' TO D-DISPOSITION
             ADD 1 TO WS-RETRO-COUNT
             ADD RP-AMOUNT TO WS-RETRO-TOTAL
           END-IF
           WRITE BRIDGE-REPORT-RECORD FROM WS-DETAIL-LINE.
      *-------------------------------------------------------------
      *LOOKS WS-LOOKUP-SSNO UP IN THE MAPPING TABLE. WS-FOUND-ACCT GETS
      *THE LEDGER ACCOUNT, OR SPACES WHEN THERE IS NO MAPPING.
       250-FIND-ACCOUNT-PARA.
           MOVE SPACES TO WS-FOUND-ACCT
           PERFORM VARYING WS-IX FROM 1 BY 1
             UNTIL WS-IX > WS-MAP-COUNT
               OR WS-FOUND-ACCT NOT = SPACES
             IF MT-SSNO (WS-IX) = WS-LOOKUP-SSNO
               MOVE MT-ACCT-NO (WS-IX) TO WS-FOUND-ACCT
             END-IF
           END-PERFORM.
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
