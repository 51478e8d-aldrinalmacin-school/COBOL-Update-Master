      *CAN CONTAIN NONE, ONE OR MULTIPLE RECORDS CORRESPONDING TO A 
      *MASTER RECORD. THE RECORDS IN THE TRANSACTION FILE NEED NOT BE
      *IN SEQUENCE.CREATE A SEQUENTIAL FILE FROM THIS INDEXED FILE.
      *A SALARY UPDATE WHOSE EFFECTIVE DATE (DATE-IN) IS BEFORE THE
      *RUN DATE IS BACK-DATED: THE PAY DIFFERENCE OWED FOR THE DAYS
      *FROM THE EFFECTIVE DATE TO THE RUN DATE IS WORKED OUT AT
      *UPDATE TIME, WRITTEN TO THE RETRO-PAY FILE RETROPAY.DAT FOR
      *THE BRIDGE TO POST AS A ONE-TIME AMOUNT, AND LISTED ON THE
      *RETRO-PAY REPORT RETRORPT.OUT FOR PAYROLL SIGN-OFF. AN
      *AMOUNT TOO LARGE FOR THE RETRO-PAY FIELD IS NOT WRITTEN AT
      *ALL: THE ITEM IS LISTED AS REFUSED ON THE REPORT AND THE
      *CONSOLE FOR PAYROLL TO WORK OUT BY HAND. AN
      *UPDATE ALSO APPLIES THE NAME IT CARRIES, SO A NAME CHANGE
      *GOES THROUGH AS AN ORDINARY CODE '2'. THE REGISTER, THE
      *RETRO-PAY REPORT AND THE CONSOLE MESSAGES SHOW ONLY THE LAST
      *FOUR DIGITS OF AN SSN UNLESS FULLSSN NAMES AN OPERATOR
      *AUTHORIZED FOR FULL SSNS, IN WHICH CASE THE RUN IS LOGGED ON
      *RPTACCESS.LOG. AUDIT.LOG, REJECT.DAT AND RETROPAY.DAT ARE
      *READ BY OTHER PROGRAMS AND ALWAYS CARRY THE FULL SSN.
      
       IDENTIFICATION DIVISION.
       PROGRAM-ID. UPDISP.
           SELECT OPTIONAL PARAMETER-FILE
             ASSIGN TO 'PARMFILE.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RETRO-PAY-FILE
             ASSIGN TO 'RETROPAY.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RETRO-REPORT-FILE
             ASSIGN TO 'RETRORPT.OUT'
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
           05 PF-PARM-NAME        PIC X(20).
           05 PF-PARM-VALUE       PIC X(14).
           05 PF-EFF-DATE         PIC 9(8).

      *ONE RECORD PER BACK-DATED SALARY UPDATE: THE OLD AND NEW
      *ANNUAL SALARY, THE DAYS BETWEEN THE EFFECTIVE DATE AND THE
      *RUN DATE, AND THE SIGNED ONE-TIME AMOUNT OWED (NEGATIVE FOR A
      *BACK-DATED CUT). A RUNNING FILE ACROSS RUNS LIKE AUDIT.LOG -
      *BRIDGE PICKS UP THE RECORDS FOR ITS OWN RUN DATE.
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

      *THE RETRO-PAY REPORT PAYROLL SIGNS OFF BEFORE THE AMOUNTS
      *ARE PAID.
       FD  RETRO-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RETRO-REPORT-RECORD    PIC X(80).

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
       01  MORE-DATA              PIC X    VALUE 'Y'.
       01  WS-AUDIT-OLD-NAME      PIC X(20).
       01  WS-AUDIT-OLD-SALARY    PIC 9(5).

      *RETRO PAY ON A BACK-DATED UPDATE. THE DAY RATE IS THE ANNUAL
      *SALARY OVER THE DAYS IN THE RUN YEAR (365 OR 366); THE DAYS
      *OWED RUN FROM THE EFFECTIVE DATE UP TO THE DAY BEFORE THE RUN
      *DATE - FROM THE RUN DATE ON THE NEW SALARY IS ON THE MASTER.
       01  WS-RETRO-TODAY         PIC 9(8) VALUE 0.
       01  WS-RETRO-YEAR          PIC 9(4) VALUE 0.
       01  WS-RETRO-DAYS-IN-YEAR  PIC 9(3) VALUE 365.
       01  WS-RETRO-DAYS          PIC 9(5) VALUE 0.
       01  WS-RETRO-AMOUNT        PIC S9(5)V99 VALUE 0.
       01  WS-RETRO-COUNT         PIC 9(5) VALUE 0.
       01  WS-RETRO-REFUSED-COUNT PIC 9(5) VALUE 0.
       01  WS-RETRO-TOTAL         PIC S9(7)V99 VALUE 0.

       01  WS-RETRO-HEADING-1.
           05 FILLER               PIC X(28) VALUE SPACES.
           05 FILLER               PIC X(24) VALUE
              'RETROACTIVE PAY REPORT'.

       01  WS-RETRO-HEADING-2.
           05 FILLER               PIC X(10) VALUE 'RUN DATE: '.
           05 RH2-RUN-DATE         PIC 9(8).

       01  WS-RETRO-HEADING-3.
           05 FILLER               PIC X(11) VALUE 'SSN'.
           05 FILLER               PIC X(21) VALUE 'NAME'.
           05 FILLER               PIC X(10) VALUE 'EFFECTIVE'.
           05 FILLER               PIC X(8)  VALUE 'OLD SAL'.
           05 FILLER               PIC X(8)  VALUE 'NEW SAL'.
           05 FILLER               PIC X(6)  VALUE 'DAYS'.
           05 FILLER               PIC X(12) VALUE '  RETRO AMT'.

       01  WS-RETRO-DETAIL-LINE.
           05 RD-SSNO              PIC X(11).
           05 RD-NAME              PIC X(21).
           05 RD-EFF-DATE          PIC 9(8).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 RD-OLD-SALARY        PIC ZZ,ZZ9.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 RD-NEW-SALARY        PIC ZZ,ZZ9.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 RD-DAYS              PIC ZZZZ9.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 RD-AMOUNT            PIC +ZZ,ZZ9.99.

       01  WS-RETRO-TOTAL-LINE-1.
           05 FILLER               PIC X(34) VALUE
              'BACK-DATED UPDATES:'.
           05 RT-COUNT             PIC ZZ,ZZ9.

       01  WS-RETRO-REFUSED-LINE.
           05 FILLER               PIC X(42) VALUE SPACES.
           05 FILLER               PIC X(38) VALUE
              '*** TOO LARGE - REFUSED, PAY BY HAND'.

       01  WS-RETRO-TOTAL-LINE-3.
           05 FILLER               PIC X(34) VALUE
              'RETRO ITEMS REFUSED:'.
           05 RT-REFUSED-COUNT     PIC ZZ,ZZ9.

       01  WS-RETRO-TOTAL-LINE-2.
           05 FILLER               PIC X(34) VALUE
              'NET RETRO PAY:'.
           05 RT-TOTAL             PIC +Z,ZZZ,ZZ9.99.

       01  WS-RETRO-SIGNOFF-LINE.
           05 FILLER               PIC X(50) VALUE
              'PAYROLL SIGN-OFF: ____________________  DATE: '.
           05 FILLER               PIC X(10) VALUE '__________'.

      *RUN-CONTROL COUNTS AND TOTALS FOR THE END-OF-RUN SUMMARY
      *PRINTED BY 600-PRINT-PARA.
       01  WS-ADD-COUNT           PIC 9(5) VALUE 0.
           05 FILLER               PIC X(4)  VALUE SPACES.
           05 DD-SALARY-TOTAL      PIC ZZZ,ZZZ,ZZ9.


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
      *OPEN THE FILES, PROCESS ALL RECORDS IN THE TRANSACTION FILE
      *CLOSE THE FILES
       100-MAIN-PARA.
           PERFORM 110-GET-PARMS-PARA
           PERFORM 170-CHECK-SSN-MODE-PARA

           OPEN  INPUT   TRANSACTION-FILE
                 I-O     MASTER-FILE
             OPEN OUTPUT REJECT-FILE
           END-IF

      *RETROPAY.DAT RUNS ACROSS RUNS LIKE AUDIT.LOG. THE RETRO-PAY
      *REPORT IS PER RUN, AND ON A RESTART IT IS EXTENDED THE SAME
      *WAY REJECT.DAT IS SO THE PRE-ABEND ITEMS STAY ON IT.
           OPEN EXTEND RETRO-PAY-FILE
           IF RESTART-IN-PROGRESS
             OPEN EXTEND RETRO-REPORT-FILE
           ELSE
             OPEN OUTPUT RETRO-REPORT-FILE
           END-IF
           PERFORM 140-START-RETRO-PARA

           PERFORM 150-COMPUTE-BEFORE-TOTAL-PARA

           PERFORM UNTIL MORE-DATA = 'N'
           CLOSE AUDIT-FILE
           CLOSE REJECT-FILE

           PERFORM 480-FINISH-RETRO-PARA
           CLOSE RETRO-PAY-FILE
           CLOSE RETRO-REPORT-FILE

           PERFORM 600-PRINT-PARA

           MOVE RECORD-COUNTER TO CK-TRANS-COUNT

           OPEN OUTPUT CHECKPOINT-FILE.
      *-------------------------------------------------------------
      *SETS UP THE RETRO-PAY CALCULATION FOR THE RUN DATE AND PRINTS
      *THE RETRO-PAY REPORT HEADINGS.
       140-START-RETRO-PARA.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RETRO-TODAY
           MOVE WS-RETRO-TODAY (1:4) TO WS-RETRO-YEAR
           IF FUNCTION MOD (WS-RETRO-YEAR, 400) = 0
              OR (FUNCTION MOD (WS-RETRO-YEAR, 4) = 0
                  AND FUNCTION MOD (WS-RETRO-YEAR, 100) NOT = 0)
             MOVE 366 TO WS-RETRO-DAYS-IN-YEAR
           ELSE
             MOVE 365 TO WS-RETRO-DAYS-IN-YEAR
           END-IF
           MOVE WS-RETRO-TODAY TO RH2-RUN-DATE
           MOVE SPACES TO RETRO-REPORT-RECORD
           WRITE RETRO-REPORT-RECORD FROM WS-RETRO-HEADING-1
           WRITE RETRO-REPORT-RECORD FROM WS-RETRO-HEADING-2
           MOVE SPACES TO RETRO-REPORT-RECORD
           WRITE RETRO-REPORT-RECORD
           WRITE RETRO-REPORT-RECORD FROM WS-RETRO-HEADING-3.
      *-------------------------------------------------------------
      *SCANS THE MASTER FILE BEFORE ANY TRANSACTION IS APPLIED TO
      *CAPTURE THE STARTING TOTAL I-SALARY-OUT, SO THE END-OF-RUN
      *RECONCILIATION IN 600-PRINT-PARA HAS A BEFORE VALUE TO COMPARE
           END-PERFORM
           MOVE 'Y' TO MORE-DATA.
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
             MOVE 'UPDISP' TO RA-PROGRAM
             IF FULL-SSN-AUTHORIZED
               MOVE 'FULL SSN PRINTED' TO RA-OUTCOME
               DISPLAY 'FULL SSNS PRINTED FOR OPERATOR ',
                WS-SSN-OPERATOR
             ELSE
               MOVE 'REFUSED - MASKED' TO RA-OUTCOME
               DISPLAY 'OPERATOR ', WS-SSN-OPERATOR, ' MAY NOT '
                'PRINT FULL SSNS. SSNS MASKED.'
             END-IF
             MOVE 'CH1501.OUT' TO RA-REPORT
             WRITE REPORT-ACCESS-RECORD
             MOVE 'RETRORPT.OUT' TO RA-REPORT
             WRITE REPORT-ACCESS-RECORD
             MOVE 'UPDISP.LOG' TO RA-REPORT
             WRITE REPORT-ACCESS-RECORD
             CLOSE REPORT-ACCESS-FILE
           END-IF.
      *-------------------------------------------------------------
      *CHECKS THE CODE IN THE TRANSACTION RECORD AND PERFORMS THE
      *REQUIRED OPERATION - ADD, UPDATE, TERMINATE, REHIRE. THE
      *CONSOLE MESSAGES NAME THE TRANSACTION BY ITS PRINTABLE SSN.
       200-PROCESS-PARA.
           MOVE SSNO-IN TO WS-SSN-RAW
           PERFORM 980-MASK-SSN-PARA
           EVALUATE TRUE
             WHEN ADD-R
               PERFORM 300-ADD-PARA
       250-ERROR-PARA.
           DISPLAY 'ERROR IN TRANSACTION CODE FOR TRANSACTION '
           'RECORD NUMBER ', RECORD-COUNTER
           DISPLAY 'THE KEY OF THE ERRONEOUS RECORD IS ',
            WS-SSN-PRINT
           DISPLAY '--------------------------------------------'
           MOVE SPACES TO WS-AUDIT-OLD-NAME
           MOVE 0      TO WS-AUDIT-OLD-SALARY
           WRITE MASTER-RECORD
              INVALID KEY PERFORM 350-ERROR-PARA
              NOT INVALID KEY
                 DISPLAY 'RECORD WITH KEY ', WS-SSN-PRINT,
                  ' ADDED.'
                 DISPLAY '-------------------------------------------'
                 MOVE SPACES TO WS-AUDIT-OLD-NAME
                 MOVE 0      TO WS-AUDIT-OLD-SALARY
       350-ERROR-PARA.
           DISPLAY 'ERROR IN TRANSACTION RECORD NUMBER ',
            RECORD-COUNTER
           DISPLAY 'THE KEY OF THE ERRONEOUS RECORD IS ',
            WS-SSN-PRINT
           DISPLAY ' RECORD WITH THE SAME KEY EXISTS IN MASTER FILE. '
               'ADD UNSUCCESSFUL.'
           DISPLAY '--------------------------------------------'
               MOVE I-SALARY-OUT TO WS-AUDIT-OLD-SALARY
               MOVE I-SALARY-OUT TO I-PREV-SALARY-OUT
               MOVE SALARY-IN TO I-SALARY-OUT
      *THE UPDATE CARRIES THE EMPLOYEE'S NAME AS OF THE CHANGE, SO
      *A NAME THAT DIFFERS FROM THE MASTER IS A NAME CHANGE (THE HR
      *VENDOR FEED SENDS THEM THIS WAY). THE AUDIT RECORD SHOWS
      *THE OLD AND NEW NAME.
               IF NAME-IN NOT = SPACES
                 MOVE NAME-IN TO I-NAME-OUT
               END-IF
      *A BLANK DEPARTMENT ON AN UPDATE MEANS NO TRANSFER - THE
      *EMPLOYEE STAYS WHERE THE MASTER ALREADY HAS THEM.
               IF DEPT-IN NOT = SPACES
      *            INVALID KEY
      *              PERFORM 450-ERROR-PARA
                  NOT INVALID KEY
                    DISPLAY 'RECORD WITH KEY ',WS-SSN-PRINT, ' UPDATED.'
                    DISPLAY '--------------------------------------'
                    PERFORM 950-WRITE-AUDIT-PARA
                    ADD 1 TO WS-UPDATE-COUNT
                    ADD SALARY-IN TO WS-EXPECTED-DELTA
                    SUBTRACT WS-AUDIT-OLD-SALARY FROM WS-EXPECTED-DELTA
                    PERFORM 470-RETRO-PAY-PARA
               END-REWRITE
               END-IF
           END-READ.
      *-------------------------------------------------------------
      *WORKS OUT THE RETRO PAY ON AN APPLIED UPDATE WHOSE EFFECTIVE
      *DATE IS BEFORE THE RUN DATE AND WHICH CHANGED THE SALARY: THE
      *DIFFERENCE BETWEEN THE NEW AND PREVIOUS ANNUAL SALARY FOR
      *EACH DAY FROM THE EFFECTIVE DATE TO THE RUN DATE. THE ITEM
      *GOES TO RETROPAY.DAT AND THE RETRO-PAY REPORT. A DEPARTMENT
      *MOVE WITH NO SALARY CHANGE OWES NOTHING.
       470-RETRO-PAY-PARA.
           IF DATE-IN NUMERIC
              AND DATE-IN < WS-RETRO-TODAY
              AND SALARY-IN NOT = I-PREV-SALARY-OUT
             IF FUNCTION TEST-DATE-YYYYMMDD (DATE-IN) = 0
               COMPUTE WS-RETRO-DAYS =
                 FUNCTION INTEGER-OF-DATE (WS-RETRO-TODAY)
                 - FUNCTION INTEGER-OF-DATE (DATE-IN)
               COMPUTE WS-RETRO-AMOUNT ROUNDED =
                 (SALARY-IN - I-PREV-SALARY-OUT) * WS-RETRO-DAYS
                 / WS-RETRO-DAYS-IN-YEAR
                 ON SIZE ERROR
                   PERFORM 475-RETRO-REFUSED-PARA
                 NOT ON SIZE ERROR
                   PERFORM 472-WRITE-RETRO-PARA
               END-COMPUTE
             END-IF
           END-IF.
      *-------------------------------------------------------------
      *WRITES ONE RETRO-PAY ITEM TO RETROPAY.DAT AND THE REPORT.
       472-WRITE-RETRO-PARA.
           MOVE WS-RETRO-TODAY    TO RP-RUN-DATE
           MOVE SSNO-IN           TO RP-SSNO
           MOVE I-NAME-OUT        TO RP-NAME
           MOVE DATE-IN           TO RP-EFF-DATE
           MOVE I-PREV-SALARY-OUT TO RP-OLD-SALARY
           MOVE SALARY-IN         TO RP-NEW-SALARY
           MOVE WS-RETRO-DAYS     TO RP-DAYS
           MOVE WS-RETRO-AMOUNT   TO RP-AMOUNT
           WRITE RETRO-PAY-RECORD
           MOVE WS-SSN-PRINT      TO RD-SSNO
           MOVE I-NAME-OUT        TO RD-NAME
           MOVE DATE-IN           TO RD-EFF-DATE
           MOVE I-PREV-SALARY-OUT TO RD-OLD-SALARY
           MOVE SALARY-IN         TO RD-NEW-SALARY
           MOVE WS-RETRO-DAYS     TO RD-DAYS
           MOVE WS-RETRO-AMOUNT   TO RD-AMOUNT
           WRITE RETRO-REPORT-RECORD FROM WS-RETRO-DETAIL-LINE
           DISPLAY 'RETRO PAY OF ', RD-AMOUNT, ' FOR ',
            WS-SSN-PRINT,
            ' BACK TO ', DATE-IN, '.'
           ADD 1 TO WS-RETRO-COUNT
           ADD WS-RETRO-AMOUNT TO WS-RETRO-TOTAL.
      *-------------------------------------------------------------
      *REFUSES A RETRO-PAY ITEM WHOSE AMOUNT DOES NOT FIT THE
      *RETRO-PAY FIELD, RATHER THAN WRITE IT WITH ITS HIGH-ORDER
      *DIGITS LOST. NOTHING GOES TO RETROPAY.DAT, SO NOTHING IS
      *BRIDGED; THE ITEM IS LISTED ON THE REPORT AND THE CONSOLE FOR
      *PAYROLL TO WORK OUT BY HAND. THE SALARY UPDATE ITSELF STANDS.
       475-RETRO-REFUSED-PARA.
           DISPLAY 'ERROR IN TRANSACTION RECORD NUMBER ',
            RECORD-COUNTER
           DISPLAY 'THE KEY OF THE ERRONEOUS RECORD IS ',
            WS-SSN-PRINT
           DISPLAY 'RETRO PAY BACK TO ', DATE-IN, ' IS TOO LARGE TO '
               'COMPUTE. RETRO ITEM NOT WRITTEN - PAY BY HAND.'
           DISPLAY '--------------------------------------------'
           MOVE WS-SSN-PRINT      TO RD-SSNO
           MOVE I-NAME-OUT        TO RD-NAME
           MOVE DATE-IN           TO RD-EFF-DATE
           MOVE I-PREV-SALARY-OUT TO RD-OLD-SALARY
           MOVE SALARY-IN         TO RD-NEW-SALARY
           MOVE WS-RETRO-DAYS     TO RD-DAYS
           MOVE 0                 TO RD-AMOUNT
           WRITE RETRO-REPORT-RECORD FROM WS-RETRO-DETAIL-LINE
           WRITE RETRO-REPORT-RECORD FROM WS-RETRO-REFUSED-LINE
           ADD 1 TO WS-RETRO-REFUSED-COUNT.
      *-------------------------------------------------------------
      *PRINTS THE RETRO-PAY REPORT TOTALS AND THE SIGN-OFF LINE.
       480-FINISH-RETRO-PARA.
           MOVE SPACES TO RETRO-REPORT-RECORD
           WRITE RETRO-REPORT-RECORD
           MOVE WS-RETRO-COUNT TO RT-COUNT
           WRITE RETRO-REPORT-RECORD FROM WS-RETRO-TOTAL-LINE-1
           MOVE WS-RETRO-TOTAL TO RT-TOTAL
           WRITE RETRO-REPORT-RECORD FROM WS-RETRO-TOTAL-LINE-2
           MOVE WS-RETRO-REFUSED-COUNT TO RT-REFUSED-COUNT
           WRITE RETRO-REPORT-RECORD FROM WS-RETRO-TOTAL-LINE-3
           MOVE SPACES TO RETRO-REPORT-RECORD
           WRITE RETRO-REPORT-RECORD
           WRITE RETRO-REPORT-RECORD FROM WS-RETRO-SIGNOFF-LINE.
      *-------------------------------------------------------------
      *DISPLAY AN ERROR MESSAGE IF RECORD CANNOT BE FOUND AND UPDATED
       450-ERROR-PARA.
           DISPLAY 'ERROR IN TRANSACTION RECORD NUMBER ',
            RECORD-COUNTER
           DISPLAY 'THE KEY OF THE ERRONEOUS RECORD IS ',
            WS-SSN-PRINT
           DISPLAY 'RECORD WITH THE KEY DOES NOT EXIST IN MASTER FILE.'
               'UPDATE UNSUCCESSFUL.'
           DISPLAY '--------------------------------------------'
       460-TERMINATED-ERROR-PARA.
           DISPLAY 'ERROR IN TRANSACTION RECORD NUMBER ',
            RECORD-COUNTER
           DISPLAY 'THE KEY OF THE ERRONEOUS RECORD IS ',
            WS-SSN-PRINT
           DISPLAY 'EMPLOYEE IS TERMINATED. REHIRE (CODE 4) BEFORE '
               'APPLYING A PAY ACTION.'
           DISPLAY '--------------------------------------------'
                   TO I-LAST-CHANGE-DATE
                 REWRITE MASTER-RECORD
                   NOT INVALID KEY
                     DISPLAY 'RECORD WITH KEY ', WS-SSN-PRINT,
                      ' TERMINATED.'
                     DISPLAY '--------------------------------------'
                     PERFORM 950-WRITE-AUDIT-PARA
       550-ERROR-PARA.
           DISPLAY 'ERROR IN TRANSACTION RECORD NUMBER ',
                       RECORD-COUNTER
           DISPLAY 'THE KEY OF THE ERRONEOUS RECORD IS ',
            WS-SSN-PRINT
           DISPLAY 'RECORD WITH THE KEY DOES NOT EXIST IN MASTER FILE.'
               'TERMINATION UNSUCCESSFUL.'
           DISPLAY '--------------------------------------------'
       560-ALREADY-TERM-ERROR-PARA.
           DISPLAY 'ERROR IN TRANSACTION RECORD NUMBER ',
            RECORD-COUNTER
           DISPLAY 'THE KEY OF THE ERRONEOUS RECORD IS ',
            WS-SSN-PRINT
           DISPLAY 'EMPLOYEE IS ALREADY TERMINATED.'
           DISPLAY '--------------------------------------------'
           MOVE I-NAME-OUT   TO WS-AUDIT-OLD-NAME
                   TO I-LAST-CHANGE-DATE
                 REWRITE MASTER-RECORD
                   NOT INVALID KEY
                     DISPLAY 'RECORD WITH KEY ', WS-SSN-PRINT,
                      ' REHIRED.'
                     DISPLAY '--------------------------------------'
                     PERFORM 950-WRITE-AUDIT-PARA
                     ADD 1 TO WS-REHIRE-COUNT
       570-REHIRE-ERROR-PARA.
           DISPLAY 'ERROR IN TRANSACTION RECORD NUMBER ',
            RECORD-COUNTER
           DISPLAY 'THE KEY OF THE ERRONEOUS RECORD IS ',
            WS-SSN-PRINT
           DISPLAY 'RECORD WITH THE KEY DOES NOT EXIST IN MASTER FILE.'
               'REHIRE UNSUCCESSFUL.'
           DISPLAY '--------------------------------------------'
       580-NOT-TERM-ERROR-PARA.
           DISPLAY 'ERROR IN TRANSACTION RECORD NUMBER ',
            RECORD-COUNTER
           DISPLAY 'THE KEY OF THE ERRONEOUS RECORD IS ',
            WS-SSN-PRINT
           DISPLAY 'EMPLOYEE IS NOT TERMINATED. REHIRE UNSUCCESSFUL.'
           DISPLAY '--------------------------------------------'
           MOVE I-NAME-OUT   TO WS-AUDIT-OLD-NAME
                   ADD 1 TO WS-PAGE-NO
                   PERFORM 610-PRINT-HEADINGS-PARA
                 END-IF
                 MOVE I-SSNO-OUT   TO WS-SSN-RAW
                 PERFORM 980-MASK-SSN-PARA
                 MOVE WS-SSN-PRINT TO D-SSNO
                 MOVE I-NAME-OUT   TO D-NAME
                 MOVE I-SALARY-OUT TO D-SALARY
                 MOVE I-PREV-SALARY-OUT TO D-PREV-SALARY
           DISPLAY 'TERMINATIONS APPLIED .. ', WS-TERMINATE-COUNT
           DISPLAY 'REHIRES APPLIED ....... ', WS-REHIRE-COUNT
           DISPLAY 'REJECTED TRANSACTIONS . ', WS-REJECT-COUNT
           DISPLAY 'RETRO PAY ITEMS ....... ', WS-RETRO-COUNT
           DISPLAY 'NET RETRO PAY ......... ', WS-RETRO-TOTAL
           DISPLAY 'FINAL SALARY HASH TOTAL  ', WS-SALARY-HASH-TOTAL
           DISPLAY '--------------------------------------------'

       970-WRITE-REJECT-PARA.
           MOVE TRANS-RECORD TO RJ-TRANS-RECORD
           WRITE REJECT-RECORD.
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
