      *BY THIS MODE), OR WITH MAST TO VERIFY A CONVMAST CONVERSION OF
      *MASTER.DAT.OLD AGAINST MASTER.DAT. AN
      *OUT-OF-BALANCE RUN ENDS WITH RETURN CODE 4 - NO OFFICE CUTS
      *OVER UNTIL THIS PROGRAM REPORTS BALANCED. A PAYROLL KEY ON
      *THE EXCEPTION LISTING SHOWS THE LAST FOUR DIGITS OF THE SSN
      *UNLESS FULLSSN NAMES AN OPERATOR AUTHORIZED FOR FULL SSNS, IN
      *WHICH CASE THE RUN IS LOGGED ON RPTACCESS.LOG.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVBAL.
           SELECT BALANCE-REPORT-FILE
             ASSIGN TO 'CONVBAL.OUT'
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
       FD  BALANCE-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  BALANCE-REPORT-RECORD   PIC X(80).

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

       01  WS-VERDICT-LINE         PIC X(60) VALUE SPACES.


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
      *DISPATCHES ON THE REQUESTED MODE AND RENDERS THE VERDICT.
             STOP RUN
           END-IF

           IF WS-MODE = 'CH15'
             PERFORM 170-CHECK-SSN-MODE-PARA
           END-IF

           OPEN OUTPUT BALANCE-REPORT-FILE
           MOVE WS-MODE TO H2-MODE
           MOVE SPACES TO BALANCE-REPORT-RECORD
           CLOSE BALANCE-REPORT-FILE
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
             MOVE 'CONVBAL' TO RA-PROGRAM
             IF FULL-SSN-AUTHORIZED
               MOVE 'FULL SSN PRINTED' TO RA-OUTCOME
               DISPLAY 'FULL SSNS PRINTED FOR OPERATOR ',
                WS-SSN-OPERATOR
             ELSE
               MOVE 'REFUSED - MASKED' TO RA-OUTCOME
               DISPLAY 'OPERATOR ', WS-SSN-OPERATOR, ' MAY NOT '
                'PRINT FULL SSNS. SSNS MASKED.'
             END-IF
             MOVE 'CONVBAL.OUT' TO RA-REPORT
             WRITE REPORT-ACCESS-RECORD
             CLOSE REPORT-ACCESS-FILE
           END-IF.
      *-------------------------------------------------------------
      *PAYROLL MASTER VERIFICATION: EVERY OLD RECORD MUST BE ON THE
      *NEW FILE WITH THE SAME NAME AND SALARY, AND EVERY NEW RECORD
      *MUST HAVE COME FROM THE OLD FILE. BOTH SIDES ARE INDEXED, SO
           END-IF.
      *-------------------------------------------------------------
      *WRITES ONE EXCEPTION LINE. E-KEY AND E-REASON ARE SET BY THE
      *CALLER. A PAYROLL KEY IS AN SSN AND IS MASKED HERE.
       850-WRITE-EXCEPTION-PARA.
           IF WS-MODE = 'CH15'
             MOVE E-KEY (1:9)  TO WS-SSN-RAW
             PERFORM 980-MASK-SSN-PARA
             MOVE WS-SSN-PRINT TO E-KEY (1:9)
           END-IF
           WRITE BALANCE-REPORT-RECORD FROM WS-EXCEPTION-LINE
           ADD 1 TO WS-EXCEPTION-COUNT.
      *-------------------------------------------------------------
           DISPLAY 'EXCEPTIONS LISTED ..... ', WS-EXCEPTION-COUNT
           DISPLAY WS-VERDICT-LINE
           DISPLAY '--------------------------------------------'.
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
