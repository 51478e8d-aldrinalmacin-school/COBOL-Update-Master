      *DISCREPANCY, FAILED STEPS, AGED-OFF HARD ERRORS), THEN THE
      *PENDING SUSPENSE AND REJECT WORK WITH COUNTS AND AGES. TEN
      *MINUTES OF TRIAGE INSTEAD OF AN HOUR OF OPENING FILES.
      *THE DEPARTMENT BUDGET VARIANCE REPORT (BUDVAR.OUT) IS READ
      *TOO, AND EVERY DEPARTMENT OVER ITS SALARY BUDGET IS LISTED
      *WITH THE PENDING WORK. THE PAYROLL-TO-LEDGER RECONCILIATION
      *(PAYRECON.OUT) IS SERIOUS: EVERY OPEN BREAK IS COUNTED WITH
      *THE AGE OF THE OLDEST, THE FIRST FEW ARE LISTED, AND A GL
      *SALARY FIGURE THAT DOES NOT TIE TO THE LEDGER IS CALLED OUT.
      *A PAYROLL HARD ERROR OR BREAK COPIED ONTO THE DIGEST SHOWS
      *ONLY THE LAST FOUR DIGITS OF ITS SSN UNLESS FULLSSN NAMES AN
      *OPERATOR AUTHORIZED FOR FULL SSNS, IN WHICH CASE THE RUN IS
      *LOGGED ON RPTACCESS.LOG.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MORNRPT.
             ASSIGN TO 'JOBLOG.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BUDGET-VARIANCE-FILE
             ASSIGN TO 'BUDVAR.OUT'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RECON-REPORT-FILE
             ASSIGN TO 'PAYRECON.OUT'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DIGEST-FILE
             ASSIGN TO 'MORNRPT.OUT'
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
       01  REJECT-RECORD          PIC X(87).

       FD  SUSPENSE-FILE
           RECORD CONTAINS 59 CHARACTERS.
       01  SUSPENSE-RECORD        PIC X(59).

       FD  HARD-ERROR-FILE
           RECORD CONTAINS 120 CHARACTERS.
           05 RC-REASON           PIC X(40).

       FD  SUSPENSE-CARRY-FILE
           RECORD CONTAINS 70 CHARACTERS.
       01  SUSPENSE-CARRY-RECORD.
           05 SC-ITEM             PIC X(14).
           05 SC-RETRY-COUNT      PIC 9(3).
           05 SC-FIRST-SEEN       PIC 9(8).
           05 SC-REASON           PIC X(40).
           05 SC-TO-ACCT-NO       PIC X(5).

       FD  DORMANT-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
           05 FILLER              PIC X.
           05 JL-RECORDS          PIC 9(9).

       FD  BUDGET-VARIANCE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  BUDGET-VARIANCE-RECORD PIC X(80).

       FD  RECON-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RECON-REPORT-RECORD    PIC X(80).

       FD  DIGEST-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  DIGEST-RECORD          PIC X(80).

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
       01  WS-EDIT-FAILED          PIC 9(5)  VALUE 0.
       01  WS-CONFLICT-COUNT       PIC 9(5)  VALUE 0.
       01  WS-DORMANT-FLAGGED      PIC 9(5)  VALUE 0.
       01  WS-OVER-BUDGET          PIC 9(5)  VALUE 0.
       01  WS-REJ-CARRY-COUNT      PIC 9(5)  VALUE 0.
       01  WS-REJ-OLDEST           PIC 9(8)  VALUE 0.
       01  WS-SUS-CARRY-COUNT      PIC 9(5)  VALUE 0.
       01  WS-SUS-OLDEST           PIC 9(8)  VALUE 0.
       01  WS-HARD-LISTED          PIC 9(3)  VALUE 0.
       01  WS-HARD-LIST-MAX        PIC 9(3)  VALUE 20.
       01  WS-RECON-BREAKS         PIC 9(5)  VALUE 0.
       01  WS-RECON-OLDEST         PIC 9(5)  VALUE 0.
       01  WS-RECON-TIE-BREAK      PIC 9(5)  VALUE 0.
       01  WS-RECON-TIE-LINE       PIC X(80) VALUE SPACES.
       01  WS-RECON-LISTED         PIC 9(3)  VALUE 0.

       01  WS-DIGEST-LINE          PIC X(80) VALUE SPACES.

              'PENDING ITEMS:'.
           05 T-PENDING-COUNT      PIC ZZZ,ZZ9.


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
      *GATHERS EVERY SOURCE, THEN WRITES THE RANKED DIGEST.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
           MOVE FUNCTION INTEGER-OF-DATE (WS-TODAY) TO WS-TODAY-INT

           PERFORM 170-CHECK-SSN-MODE-PARA
           PERFORM 200-SCAN-UPDISP-LOG-PARA
           PERFORM 210-SCAN-JOBLOG-PARA
           PERFORM 220-COUNT-HARD-ERRORS-PARA
           PERFORM 270-SCAN-DORMANT-PARA
           PERFORM 280-SCAN-REJECT-CARRY-PARA
           PERFORM 290-SCAN-SUSPENSE-CARRY-PARA
           PERFORM 295-SCAN-BUDGET-VARIANCE-PARA
           PERFORM 297-SCAN-RECONCILIATION-PARA

           OPEN OUTPUT DIGEST-FILE
           MOVE WS-TODAY (5:2) TO H2-RUN-MONTH

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
             MOVE 'MORNRPT' TO RA-PROGRAM
             IF FULL-SSN-AUTHORIZED
               MOVE 'FULL SSN PRINTED' TO RA-OUTCOME
               DISPLAY 'FULL SSNS PRINTED FOR OPERATOR ',
                WS-SSN-OPERATOR
             ELSE
               MOVE 'REFUSED - MASKED' TO RA-OUTCOME
               DISPLAY 'OPERATOR ', WS-SSN-OPERATOR, ' MAY NOT '
                'PRINT FULL SSNS. SSNS MASKED.'
             END-IF
             MOVE 'MORNRPT.OUT' TO RA-REPORT
             WRITE REPORT-ACCESS-RECORD
             CLOSE REPORT-ACCESS-FILE
           END-IF.
      *-------------------------------------------------------------
      *SCANS THE UPDATE STEP'S CONSOLE LOG FOR THE CONTROL-TOTAL
      *VERDICT - THE ONE MESSAGE THAT MUST NEVER BE MISSED.
       200-SCAN-UPDISP-LOG-PARA.
           CLOSE SUSPENSE-CARRY-FILE
           MOVE 'Y' TO MORE-DATA.
      *-------------------------------------------------------------
      *PULLS THE OVER-BUDGET DEPARTMENT COUNT OFF THE BUDGET
      *VARIANCE REPORT.
       295-SCAN-BUDGET-VARIANCE-PARA.
           OPEN INPUT BUDGET-VARIANCE-FILE
           PERFORM UNTIL MORE-DATA = 'N'
             READ BUDGET-VARIANCE-FILE
               AT END
                 MOVE 'N' TO MORE-DATA
               NOT AT END
                 IF BUDGET-VARIANCE-RECORD (1:24) =
                    'DEPARTMENTS OVER BUDGET:'
                   COMPUTE WS-OVER-BUDGET = FUNCTION NUMVAL
                     (BUDGET-VARIANCE-RECORD (35:7))
                 END-IF
             END-READ
           END-PERFORM
           CLOSE BUDGET-VARIANCE-FILE
           MOVE 'Y' TO MORE-DATA.
      *-------------------------------------------------------------
      *PULLS THE OPEN BREAK COUNT, THE OLDEST BREAK'S AGE AND THE GL
      *TIE VERDICT OFF THE PAYROLL-TO-LEDGER RECONCILIATION REPORT.
       297-SCAN-RECONCILIATION-PARA.
           OPEN INPUT RECON-REPORT-FILE
           PERFORM UNTIL MORE-DATA = 'N'
             READ RECON-REPORT-FILE
               AT END
                 MOVE 'N' TO MORE-DATA
               NOT AT END
                 IF RECON-REPORT-RECORD (1:19) = 'BREAKS OUTSTANDING:'
                   COMPUTE WS-RECON-BREAKS = FUNCTION NUMVAL
                     (RECON-REPORT-RECORD (35:7))
                 END-IF
                 IF RECON-REPORT-RECORD (1:29) =
                    'OLDEST BREAK (BUSINESS DAYS):'
                   COMPUTE WS-RECON-OLDEST = FUNCTION NUMVAL
                     (RECON-REPORT-RECORD (35:7))
                 END-IF
                 IF RECON-REPORT-RECORD (1:14) = 'GL TIE BREAKS:'
                   COMPUTE WS-RECON-TIE-BREAK = FUNCTION NUMVAL
                     (RECON-REPORT-RECORD (35:7))
                 END-IF
                 IF RECON-REPORT-RECORD (1:8) = 'GL TIE: '
                   MOVE SPACES TO WS-RECON-TIE-LINE
                   MOVE RECON-REPORT-RECORD (1:78)
                     TO WS-RECON-TIE-LINE (3:78)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE RECON-REPORT-FILE
           MOVE 'Y' TO MORE-DATA.
      *-------------------------------------------------------------
      *WRITES THE SERIOUS SECTION: THE CONTROL-TOTAL VERDICT, THE
      *FAILED STEPS (RE-READ FROM THE RUN LOG SO THE STEP NAMES AND
      *RETURN CODES PRINT), THE AGED-OFF HARD ERRORS AND THE
      *PAYROLL-TO-LEDGER BREAKS WITH THE FIRST FEW LISTED IN FULL,
      *AND A GL SALARY FIGURE THAT DOES NOT TIE TO THE LEDGER.
       300-WRITE-SERIOUS-PARA.
           MOVE SPACES TO DIGEST-RECORD
           WRITE DIGEST-RECORD FROM WS-SECTION-1-LINE
             PERFORM 360-LIST-HARD-ERRORS-PARA
           END-IF

           IF WS-RECON-BREAKS > 0
             MOVE 'PAYROLL-TO-LEDGER BREAKS (PAYRECON):'
               TO CL-LABEL
             MOVE WS-RECON-BREAKS TO CL-COUNT
             MOVE WS-RECON-OLDEST TO WS-AGE-DISPLAY
             MOVE SPACES TO CL-EXTRA
             STRING 'OLDEST' WS-AGE-DISPLAY ' BUS. DAYS'
               DELIMITED BY SIZE
               INTO CL-EXTRA
             END-STRING
             WRITE DIGEST-RECORD FROM WS-COUNT-LINE
             ADD WS-RECON-BREAKS TO WS-SERIOUS-COUNT
             PERFORM 370-LIST-RECON-BREAKS-PARA
           END-IF

           IF WS-RECON-TIE-BREAK > 0
             WRITE DIGEST-RECORD FROM WS-RECON-TIE-LINE
             ADD 1 TO WS-SERIOUS-COUNT
           END-IF

           IF WS-SERIOUS-COUNT = 0
             MOVE '  NOTHING SERIOUS THIS MORNING.'
               TO WS-DIGEST-LINE
                   MOVE SPACES TO WS-DIGEST-LINE
                   MOVE HARD-ERROR-RECORD (1:78)
                     TO WS-DIGEST-LINE (3:78)
      *A PAYROLL ITEM IS A WHOLE 47-BYTE TRANSACTION LED BY THE SSN;
      *A LEDGER ITEM FILLS ONLY THE FIRST 19 BYTES. THE SSN IS
      *MASKED AGAIN HERE IN CASE HARDERR.OUT WAS PRINTED IN FULL.
                   IF HARD-ERROR-RECORD (20:28) NOT = SPACES
                     MOVE HARD-ERROR-RECORD (1:9) TO WS-SSN-RAW
                     PERFORM 980-MASK-SSN-PARA
                     MOVE WS-SSN-PRINT TO WS-DIGEST-LINE (3:9)
                   END-IF
                   WRITE DIGEST-RECORD FROM WS-DIGEST-LINE
                 END-IF
             END-READ
             WRITE DIGEST-RECORD FROM WS-DIGEST-LINE
           END-IF.
      *-------------------------------------------------------------
      *LISTS THE FIRST FEW PAYROLL-TO-LEDGER BREAKS AS THEY PRINT ON
      *PAYRECON.OUT; THE REST, AND THEIR SUSPENSE AND AGE-OFF
      *REASONS, STAY THERE.
       370-LIST-RECON-BREAKS-PARA.
           MOVE 0 TO WS-RECON-LISTED
           OPEN INPUT RECON-REPORT-FILE
           PERFORM UNTIL MORE-DATA = 'N'
             READ RECON-REPORT-FILE
               AT END
                 MOVE 'N' TO MORE-DATA
               NOT AT END
                 IF (RECON-REPORT-RECORD (25:15) = 'NO MAPPING'
                     OR RECON-REPORT-RECORD (25:15) = 'NOT BRIDGED'
                     OR RECON-REPORT-RECORD (25:15) = 'SUSPENDED'
                     OR RECON-REPORT-RECORD (25:15) = 'AGED OFF'
                     OR RECON-REPORT-RECORD (25:15) = 'AMOUNT DIFFERS'
                     OR RECON-REPORT-RECORD (25:15) = 'NOT POSTED')
                    AND WS-RECON-LISTED < WS-HARD-LIST-MAX
                   ADD 1 TO WS-RECON-LISTED
                   MOVE SPACES TO WS-DIGEST-LINE
                   MOVE RECON-REPORT-RECORD (1:78)
                     TO WS-DIGEST-LINE (3:78)
      *MASKED AGAIN HERE IN CASE PAYRECON.OUT WAS PRINTED IN FULL.
                   IF RECON-REPORT-RECORD (1:9) NOT = SPACES
                     MOVE RECON-REPORT-RECORD (1:9) TO WS-SSN-RAW
                     PERFORM 980-MASK-SSN-PARA
                     MOVE WS-SSN-PRINT TO WS-DIGEST-LINE (3:9)
                   END-IF
                   WRITE DIGEST-RECORD FROM WS-DIGEST-LINE
                 END-IF
             END-READ
           END-PERFORM
           CLOSE RECON-REPORT-FILE
           MOVE 'Y' TO MORE-DATA
           IF WS-RECON-BREAKS > WS-HARD-LIST-MAX
             MOVE '  (FURTHER BREAKS IN PAYRECON.OUT)'
               TO WS-DIGEST-LINE
             WRITE DIGEST-RECORD FROM WS-DIGEST-LINE
           END-IF.
      *-------------------------------------------------------------
      *WRITES THE PENDING-WORK SECTION: COUNTS FROM EACH SOURCE,
      *WITH THE AGE OF THE STALEST CARRIED ITEM WHERE THE CARRY
      *FILES KNOW IT.
           WRITE DIGEST-RECORD FROM WS-COUNT-LINE
           ADD WS-DORMANT-FLAGGED TO WS-PENDING-COUNT

           MOVE 'DEPARTMENTS OVER BUDGET (BUDVAR):' TO CL-LABEL
           MOVE WS-OVER-BUDGET TO CL-COUNT
           MOVE SPACES TO CL-EXTRA
           WRITE DIGEST-RECORD FROM WS-COUNT-LINE
           ADD WS-OVER-BUDGET TO WS-PENDING-COUNT
           IF WS-OVER-BUDGET > 0
             PERFORM 480-ECHO-OVER-BUDGET-PARA
           END-IF

           PERFORM 470-ECHO-RECYCLE-PARA.
      *-------------------------------------------------------------
      *FORMATS THE AGE OF THE STALEST CARRIED ITEM INTO CL-EXTRA.
           END-PERFORM
           CLOSE CYCLE-REPORT-FILE
           MOVE 'Y' TO MORE-DATA.
      *-------------------------------------------------------------
      *LISTS THE DEPARTMENTS THE VARIANCE REPORT FLAGGED, AS THEY
      *PRINT THERE, SO THE OVERRUN CAN BE SEEN WITHOUT OPENING IT.
       480-ECHO-OVER-BUDGET-PARA.
           OPEN INPUT BUDGET-VARIANCE-FILE
           PERFORM UNTIL MORE-DATA = 'N'
             READ BUDGET-VARIANCE-FILE
               AT END
                 MOVE 'N' TO MORE-DATA
               NOT AT END
                 IF BUDGET-VARIANCE-RECORD (70:11) = 'OVER BUDGET'
                    OR BUDGET-VARIANCE-RECORD (70:11) = 'NO BUDGET'
                   WRITE DIGEST-RECORD FROM BUDGET-VARIANCE-RECORD
                 END-IF
             END-READ
           END-PERFORM
           CLOSE BUDGET-VARIANCE-FILE
           MOVE 'Y' TO MORE-DATA.
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
