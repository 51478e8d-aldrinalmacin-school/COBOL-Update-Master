      *NAME: ANJU CHAWLA
      *DATE: OCTOBER 15, 2026
      *PURPOSE: GENERAL SALARY INCREASE GENERATOR. THE ANNUAL MERIT
      *AND COST-OF-LIVING INCREASES USED TO BE KEYED INTO TRANS.DAT
      *BY HAND, ONE CODE '2' RECORD PER EMPLOYEE, AND EVERY KEYING
      *ERROR WAS A PAY ERROR. THIS PROGRAM TAKES THE INCREASE
      *INSTRUCTION - A PERCENTAGE OR A FLAT AMOUNT, FOR THE WHOLE
      *COMPANY OR FOR NAMED DEPARTMENTS FROM DEPTTAB.DAT, WITH AN
      *EFFECTIVE DATE AND A CAP ON ANY ONE EMPLOYEE'S INCREASE - AND
      *BUILDS THE INCREASE BATCH ITSELF FROM CH1501.NDX: ONE UPDATE
      *PER ELIGIBLE ACTIVE EMPLOYEE (TERMINATED EMPLOYEES ARE
      *SKIPPED), WRAPPED IN NUMBERED BATCHHDR/BATCHTRL RECORDS THAT
      *BALANCE THE WAY THE FRONT-END EDIT DEMANDS. NO NEW SALARY IS
      *TAKEN ABOVE THE TOP OF THE PAY-GRADE RANGE (PARMFILE.DAT
      *PAY-GRADE-MAX, THE SAME LIMIT THE EDIT APPLIES). THE UPDATES
      *CARRY THE EFFECTIVE DATE AS DATE-IN, SO AN INCREASE DATED
      *AHEAD IS HELD BY THE PENDING WAREHOUSE AND RELEASED ON ITS
      *DATE LIKE ANY OTHER FUTURE-DATED PAY ACTION, AND ONE DATED
      *BACK PICKS UP ITS RETRO PAY IN THE UPDATE STEP.
      *NOTHING IS APPLIED HERE. THE BATCH GOES TO INCRBAT.DAT AND
      *THE PREVIEW REGISTER INCRRPT.OUT SHOWS EVERY EMPLOYEE'S OLD
      *SALARY, NEW SALARY AND INCREASE WITH THE COST BY DEPARTMENT;
      *ONCE THE REGISTER IS APPROVED THE OPERATOR STAGES THE BATCH
      *AS A NORMAL INPUT BATCH (CAT INCRBAT.DAT >> TRANS.DAT).
      *THE BATCH NUMBER IS 8MMDDN FROM THE EFFECTIVE DATE. N
      *CONTINUES PAST EVERY 8MMDD NUMBER ALREADY USED - APPLIED ON
      *THE BATCHREG.DAT REGISTER, OR STAGED ON TRANS.DAT AND NOT YET
      *POSTED - SO A SECOND DEPARTMENT'S INCREASE OR A LATER YEAR'S
      *INCREASE ON THE SAME DAY GETS A NUMBER OF ITS OWN, AND A RUN
      *CUTS A NEW BATCH EVERY 1000 UPDATES, THE MOST THE EDIT HOLDS
      *IN ONE BATCH. THE SAME BATCH STAGED TWICE IS STILL REFUSED BY
      *THE DUPLICATE BATCH REGISTER. ONCE ALL TEN NUMBERS FOR A DAY
      *ARE USED THE RUN STOPS WITHOUT WRITING A BATCH.
      *THE PREVIEW REGISTER SHOWS THE LAST FOUR DIGITS OF THE SSN
      *UNLESS FULLSSN NAMES AN OPERATOR AUTHORIZED FOR FULL SSNS, IN
      *WHICH CASE THE RUN IS LOGGED ON RPTACCESS.LOG; THE BATCH
      *ITSELF ALWAYS CARRIES THE FULL SSN.
      *USAGE: GENINCR <P|F> <AMOUNT> <EFFECTIVE DATE> <CAP>
      *       [<DEPT> ...]
      *  P 3.5 = 3.5 PERCENT, F 1500 = A FLAT 1500 A YEAR. THE CAP IS
      *  THE LARGEST INCREASE ANY ONE EMPLOYEE MAY GET (0 = NO CAP).
      *  A NEGATIVE OR NON-NUMERIC AMOUNT OR CAP REFUSES THE RUN.
      *  UP TO TEN DEPARTMENT CODES; NONE MEANS THE WHOLE COMPANY.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENINCR.
      *************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *EVERY PROGRAM THAT OPENS CH1501.NDX MUST DECLARE THE SAME
      *KEYS.
           SELECT MASTER-FILE
             ASSIGN TO 'CH1501.NDX'
             ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC
             RECORD KEY IS I-SSNO-OUT
             ALTERNATE RECORD KEY IS I-NAME-OUT
               WITH DUPLICATES.

           SELECT OPTIONAL DEPARTMENT-TABLE-FILE
             ASSIGN TO 'DEPTTAB.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PARAMETER-FILE
             ASSIGN TO 'PARMFILE.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT INCREASE-BATCH-FILE
             ASSIGN TO 'INCRBAT.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.

      *READ ONLY FOR THE 8MMDD BATCH NUMBERS ALREADY APPLIED.
           SELECT OPTIONAL BATCH-REGISTER-FILE
             ASSIGN TO 'BATCHREG.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.

      *READ ONLY FOR THE 8MMDD BATCH NUMBERS STAGED AND WAITING FOR
      *THE NIGHTLY RUN.
           SELECT OPTIONAL STAGED-TRANS-FILE
             ASSIGN TO 'TRANS.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PREVIEW-REGISTER-FILE
             ASSIGN TO 'INCRRPT.OUT'
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

      *THE GENERATED BATCH, IN THE 47-BYTE TRANS.DAT LAYOUT.
       FD  INCREASE-BATCH-FILE
           RECORD CONTAINS 47 CHARACTERS.
       01  INCREASE-BATCH-RECORD  PIC X(47).

      *THE APPLIED-BATCH REGISTER, EXACTLY AS TRANSEDT WRITES IT.
       FD  BATCH-REGISTER-FILE
           RECORD CONTAINS 15 CHARACTERS.
       01  BATCH-REGISTER-RECORD.
           05 BR-BATCH-NO         PIC 9(6).
           05 FILLER              PIC X.
           05 BR-APPLIED-DATE     PIC 9(8).

      *THE STAGED INPUT, ONLY ITS BATCH HEADERS LOOKED AT.
       FD  STAGED-TRANS-FILE
           RECORD CONTAINS 47 CHARACTERS.
       01  STAGED-TRANS-RECORD.
           05 ST-RECORD-TYPE      PIC X(8).
           05 ST-BATCH-NO         PIC X(6).
           05 FILLER              PIC X(33).

       FD  PREVIEW-REGISTER-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PREVIEW-REGISTER-RECORD PIC X(80).

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
       01  WS-TODAY                PIC 9(8)  VALUE 0.
       01  WS-INSTRUCTION-OK       PIC X     VALUE 'Y'.

      *THE INCREASE INSTRUCTION FROM THE COMMAND LINE.
       01  WS-PARM                 PIC X(100) VALUE SPACES.
       01  WS-TYPE-PARM            PIC X(8)  VALUE SPACES.
           88 INCREASE-PERCENT             VALUE 'P'.
           88 INCREASE-FLAT                VALUE 'F'.
       01  WS-AMOUNT-PARM          PIC X(10) VALUE SPACES.
       01  WS-EFF-PARM             PIC X(8)  VALUE SPACES.
       01  WS-CAP-PARM             PIC X(8)  VALUE SPACES.
       01  WS-DEPT-PARM-TABLE.
           05 WS-DEPT-PARM         PIC X(8)  OCCURS 10 TIMES.
       01  WS-INCREASE-RATE        PIC 9(5)V9(4) VALUE 0.
       01  WS-EFF-DATE             PIC 9(8)  VALUE 0.
       01  WS-CAP                  PIC 9(5)  VALUE 0.

      *THE DEPARTMENTS THE INCREASE COVERS. NONE MEANS EVERYBODY.
       01  WS-SCOPE-MAX            PIC 9(2)  VALUE 10.
       01  WS-SCOPE-COUNT          PIC 9(2)  VALUE 0.
       01  WS-SCOPE-TABLE.
           05 WS-SCOPE-ENTRY       PIC X(4)  OCCURS 10 TIMES.
       01  WS-SX                   PIC 9(2)  COMP.
       01  WS-IN-SCOPE             PIC X     VALUE 'N'.

      *DEPTTAB.DAT, TO VALIDATE THE NAMED DEPARTMENTS.
       01  WS-DEPT-MAX             PIC 9(3)  VALUE 100.
       01  WS-DEPT-COUNT           PIC 9(3)  VALUE 0.
       01  WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY        PIC X(4)  OCCURS 100 TIMES.
       01  WS-IX                   PIC 9(3)  COMP.
       01  WS-DEPT-FOUND           PIC X     VALUE 'N'.

      *TOP OF THE PAY-GRADE RANGE - THE COMPILED DEFAULT MATCHES
      *THE FRONT-END EDIT'S, AND THE SAME PARMFILE.DAT RECORD
      *OVERRIDES BOTH.
       01  WS-PAY-GRADE-MAX        PIC 9(5)  VALUE 90000.
       01  WS-GRADE-MAX-EFF        PIC 9(8)  VALUE 0.

      *THE EMPLOYEE BEING PRICED.
       01  WS-INCREASE             PIC 9(5)  VALUE 0.
       01  WS-NEW-SALARY           PIC 9(6)  VALUE 0.
       01  WS-LIMIT-NOTE           PIC X(10) VALUE SPACES.

      *THE UPDATE RECORD BEING WRITTEN.
       01  WS-INCREASE-TRANS.
           05 IT-SSNO             PIC X(9).
           05 IT-NAME             PIC X(20).
           05 IT-SALARY           PIC 9(5).
           05 IT-CODE             PIC X.
           05 IT-DATE             PIC 9(8).
           05 IT-DEPT             PIC X(4).

      *THE BATCH WRAPPER, SAME LAYOUT BACKOUT WRITES. A BATCH IS CUT
      *AT WS-BATCH-LIMIT UPDATES SO NO BATCH OUTGROWS THE EDIT'S
      *HOLD TABLE.
       01  WS-BATCH-CONTROL.
           05 BC-RECORD-TYPE      PIC X(8).
           05 BC-BATCH-NO         PIC 9(6).
           05 BC-RECORD-COUNT     PIC 9(6).
           05 BC-SALARY-HASH      PIC 9(9).
           05 FILLER              PIC X(18) VALUE SPACES.
       01  WS-BATCH-LIMIT          PIC 9(4)  VALUE 1000.
       01  WS-BATCH-BASE           PIC 9(6)  VALUE 0.
       01  WS-BATCH-SEQ            PIC 9(2)  VALUE 0.
       01  WS-SEEN-BATCH           PIC 9(6)  VALUE 0.
       01  WS-BATCHES-WRITTEN      PIC 9(2)  VALUE 0.
       01  WS-BATCH-NO             PIC 9(6)  VALUE 0.
       01  WS-BATCH-OPEN           PIC X     VALUE 'N'.
       01  WS-BATCH-COUNT          PIC 9(6)  VALUE 0.
       01  WS-BATCH-HASH           PIC 9(9)  VALUE 0.

      *RUN TOTALS.
       01  WS-READ-COUNT           PIC 9(7)  VALUE 0.
       01  WS-GENERATED-COUNT      PIC 9(7)  VALUE 0.
       01  WS-TERMINATED-COUNT     PIC 9(7)  VALUE 0.
       01  WS-OUT-OF-SCOPE-COUNT   PIC 9(7)  VALUE 0.
       01  WS-NO-INCREASE-COUNT    PIC 9(7)  VALUE 0.
       01  WS-LIMITED-COUNT        PIC 9(7)  VALUE 0.
       01  WS-OLD-TOTAL            PIC 9(9)  VALUE 0.
       01  WS-NEW-TOTAL            PIC 9(9)  VALUE 0.
       01  WS-COST-TOTAL           PIC 9(9)  VALUE 0.

      *COST BY DEPARTMENT, INSERTED IN CODE ORDER THE WAY THE
      *PAYROLL REGISTER'S DEPARTMENT SUMMARY IS.
       01  WS-COST-MAX             PIC 9(3)  VALUE 100.
       01  WS-COST-COUNT           PIC 9(3)  VALUE 0.
       01  WS-COST-TABLE.
           05 WS-COST-ENTRY OCCURS 100 TIMES.
              10 CT-CODE           PIC X(4).
              10 CT-EMP-COUNT      PIC 9(5).
              10 CT-OLD-TOTAL      PIC 9(9).
              10 CT-NEW-TOTAL      PIC 9(9).
       01  WS-DX                   PIC 9(3)  COMP.
       01  WS-DX2                  PIC 9(3)  COMP.
       01  WS-COST-FOUND-IX        PIC 9(3)  COMP.

       01  WS-PAGE-NO              PIC 9(3)  VALUE 1.
       01  WS-LINE-COUNT           PIC 9(3)  VALUE 0.
       01  WS-LINES-PER-PAGE       PIC 9(3)  VALUE 50.

       01  WS-HEADING-1.
           05 FILLER               PIC X(22) VALUE SPACES.
           05 FILLER               PIC X(33) VALUE
              'SALARY INCREASE PREVIEW REGISTER'.
           05 FILLER               PIC X(15) VALUE SPACES.
           05 FILLER               PIC X(5)  VALUE 'PAGE '.
           05 H1-PAGE-NO           PIC ZZ9.

       01  WS-HEADING-2.
           05 FILLER               PIC X(10) VALUE 'INCREASE: '.
           05 H2-TYPE              PIC X(8).
           05 H2-AMOUNT            PIC X(10).
           05 FILLER               PIC X(11) VALUE ' EFFECTIVE '.
           05 H2-EFF-DATE          PIC 9(8).
           05 FILLER               PIC X(6)  VALUE '  CAP '.
           05 H2-CAP               PIC ZZ,ZZ9.
           05 FILLER               PIC X(9)  VALUE '  SCOPE: '.
           05 H2-SCOPE             PIC X(12).

       01  WS-HEADING-3.
           05 FILLER               PIC X(11) VALUE 'SSN'.
           05 FILLER               PIC X(21) VALUE 'NAME'.
           05 FILLER               PIC X(6)  VALUE 'DEPT'.
           05 FILLER               PIC X(9)  VALUE ' OLD SAL'.
           05 FILLER               PIC X(9)  VALUE ' NEW SAL'.
           05 FILLER               PIC X(10) VALUE ' INCREASE'.
           05 FILLER               PIC X(10) VALUE 'NOTE'.

       01  WS-DETAIL-LINE.
           05 D-SSNO               PIC X(11).
           05 D-NAME               PIC X(21).
           05 D-DEPT               PIC X(6).
           05 D-OLD-SALARY         PIC ZZ,ZZ9.
           05 FILLER               PIC X(3)  VALUE SPACES.
           05 D-NEW-SALARY         PIC ZZ,ZZ9.
           05 FILLER               PIC X(3)  VALUE SPACES.
           05 D-INCREASE           PIC ZZ,ZZ9.
           05 FILLER               PIC X(3)  VALUE SPACES.
           05 D-NOTE               PIC X(10).

       01  WS-BATCH-LINE.
           05 FILLER               PIC X(6)  VALUE 'BATCH '.
           05 BL-BATCH-NO          PIC 9(6).
           05 FILLER               PIC X(10) VALUE '  RECORDS '.
           05 BL-COUNT             PIC ZZZ,ZZ9.
           05 FILLER               PIC X(15) VALUE '  SALARY HASH '.
           05 BL-HASH              PIC ZZZ,ZZZ,ZZ9.

       01  WS-COST-HEADING-1.
           05 FILLER               PIC X(28) VALUE
              'INCREASE COST BY DEPARTMENT'.

       01  WS-COST-HEADING-2.
           05 FILLER               PIC X(7)  VALUE 'DEPT'.
           05 FILLER               PIC X(11) VALUE 'EMPLOYEES'.
           05 FILLER               PIC X(15) VALUE '    OLD SALARY'.
           05 FILLER               PIC X(15) VALUE '    NEW SALARY'.
           05 FILLER               PIC X(15) VALUE '   ANNUAL COST'.

       01  WS-COST-LINE.
           05 CL-CODE              PIC X(4).
           05 FILLER               PIC X(3)  VALUE SPACES.
           05 CL-EMP-COUNT         PIC ZZ,ZZ9.
           05 FILLER               PIC X(4)  VALUE SPACES.
           05 CL-OLD-TOTAL         PIC ZZZ,ZZZ,ZZ9.
           05 FILLER               PIC X(4)  VALUE SPACES.
           05 CL-NEW-TOTAL         PIC ZZZ,ZZZ,ZZ9.
           05 FILLER               PIC X(4)  VALUE SPACES.
           05 CL-COST              PIC ZZZ,ZZZ,ZZ9.

       01  WS-TOTAL-LINE-1.
           05 FILLER               PIC X(34) VALUE
              'INCREASES GENERATED:'.
           05 T-GENERATED          PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-2.
           05 FILLER               PIC X(34) VALUE
              'TERMINATED EMPLOYEES SKIPPED:'.
           05 T-TERMINATED         PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-3.
           05 FILLER               PIC X(34) VALUE
              'HELD TO CAP OR PAY-GRADE MAXIMUM:'.
           05 T-LIMITED            PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-4.
           05 FILLER               PIC X(34) VALUE
              'TOTAL ANNUAL COST OF INCREASE:'.
           05 T-COST               PIC ZZZ,ZZZ,ZZ9.

       01  WS-STAGE-LINE.
           05 FILLER               PIC X(70) VALUE
              'NOTHING APPLIED. STAGE INCRBAT.DAT ONCE THIS REGISTER IS
      -       ' APPROVED.'.


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
      *CHECKS THE INSTRUCTION, THEN PRICES EVERY EMPLOYEE ON THE
      *MASTER, WRITING THE BATCH AND THE PREVIEW REGISTER.
       100-MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
           PERFORM 110-GET-PARMS-PARA
           PERFORM 150-LOAD-DEPT-TABLE-PARA
           PERFORM 160-GET-INSTRUCTION-PARA
           PERFORM 190-CHECK-SSN-MODE-PARA
           IF WS-INSTRUCTION-OK = 'N'
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF

      *THE BATCH NUMBER: 8, THEN MMDD OF THE EFFECTIVE DATE, THEN
      *THE NEXT SEQUENCE NOT ALREADY USED FOR THAT MMDD.
           PERFORM 195-FIND-BATCH-NUMBER-PARA
           IF WS-BATCH-SEQ > 9
             DISPLAY 'ALL TEN BATCH NUMBERS FOR ', WS-BATCH-BASE,
              ' ARE ALREADY USED ON BATCHREG.DAT OR TRANS.DAT - '
              'NO BATCH WRITTEN.'
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF

           OPEN INPUT  MASTER-FILE
           OPEN OUTPUT INCREASE-BATCH-FILE
           OPEN OUTPUT PREVIEW-REGISTER-FILE
           PERFORM 610-PRINT-HEADINGS-PARA

           MOVE LOW-VALUES TO I-SSNO-OUT
           START MASTER-FILE
             KEY > I-SSNO-OUT
             INVALID KEY
               DISPLAY 'NO RECORDS IN THE INDEXED FILE.'
               MOVE 'N' TO MORE-DATA
           END-START
           PERFORM UNTIL MORE-DATA = 'N'
             READ MASTER-FILE NEXT RECORD
               AT END
                 MOVE 'N' TO MORE-DATA
               NOT AT END
                 ADD 1 TO WS-READ-COUNT
                 PERFORM 200-PRICE-EMPLOYEE-PARA
             END-READ
           END-PERFORM

           IF WS-BATCH-OPEN = 'Y'
             PERFORM 420-CLOSE-BATCH-PARA
           END-IF

           PERFORM 630-PRINT-COST-SUMMARY-PARA

           MOVE SPACES TO PREVIEW-REGISTER-RECORD
           WRITE PREVIEW-REGISTER-RECORD
           MOVE WS-GENERATED-COUNT  TO T-GENERATED
           WRITE PREVIEW-REGISTER-RECORD FROM WS-TOTAL-LINE-1
           MOVE WS-TERMINATED-COUNT TO T-TERMINATED
           WRITE PREVIEW-REGISTER-RECORD FROM WS-TOTAL-LINE-2
           MOVE WS-LIMITED-COUNT    TO T-LIMITED
           WRITE PREVIEW-REGISTER-RECORD FROM WS-TOTAL-LINE-3
           MOVE WS-COST-TOTAL       TO T-COST
           WRITE PREVIEW-REGISTER-RECORD FROM WS-TOTAL-LINE-4
           MOVE SPACES TO PREVIEW-REGISTER-RECORD
           WRITE PREVIEW-REGISTER-RECORD
           WRITE PREVIEW-REGISTER-RECORD FROM WS-STAGE-LINE

           CLOSE MASTER-FILE
           CLOSE INCREASE-BATCH-FILE
           CLOSE PREVIEW-REGISTER-FILE

           DISPLAY '--------------------------------------------'
           DISPLAY 'SALARY INCREASE GENERATION COMPLETE.'
           DISPLAY 'EMPLOYEES READ ........ ', WS-READ-COUNT
           DISPLAY 'INCREASES GENERATED ... ', WS-GENERATED-COUNT
           DISPLAY 'TERMINATED SKIPPED .... ', WS-TERMINATED-COUNT
           DISPLAY 'OUTSIDE THE SCOPE ..... ', WS-OUT-OF-SCOPE-COUNT
           DISPLAY 'NO INCREASE DUE ....... ', WS-NO-INCREASE-COUNT
           DISPLAY 'HELD TO CAP OR MAXIMUM  ', WS-LIMITED-COUNT
           DISPLAY 'BATCHES WRITTEN ....... ', WS-BATCHES-WRITTEN
           DISPLAY 'TOTAL ANNUAL COST ..... ', WS-COST-TOTAL
           DISPLAY 'REVIEW INCRRPT.OUT, THEN STAGE INCRBAT.DAT AS A '
            'NORMAL INPUT BATCH.'
           DISPLAY '--------------------------------------------'

           STOP RUN.
      *-------------------------------------------------------------
      *ADOPTS PAY-GRADE-MAX FROM PARMFILE.DAT THE WAY THE FRONT-END
      *EDIT DOES, SO THE GENERATOR NEVER BUILDS A SALARY THE EDIT
      *WOULD FAIL.
       110-GET-PARMS-PARA.
           OPEN INPUT PARAMETER-FILE
           PERFORM UNTIL MORE-DATA = 'N'
             READ PARAMETER-FILE
               AT END
                 MOVE 'N' TO MORE-DATA
               NOT AT END
                 IF PF-EFF-DATE NUMERIC
                    AND PF-EFF-DATE NOT > WS-TODAY
                    AND PF-PARM-NAME = 'PAY-GRADE-MAX'
                    AND PF-EFF-DATE >= WS-GRADE-MAX-EFF
                   COMPUTE WS-PAY-GRADE-MAX =
                     FUNCTION NUMVAL (PF-PARM-VALUE)
                   MOVE PF-EFF-DATE TO WS-GRADE-MAX-EFF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE PARAMETER-FILE
           MOVE 'Y' TO MORE-DATA.
      *-------------------------------------------------------------
      *LOADS DEPTTAB.DAT. AN OVERSIZE TABLE STOPS THE RUN RATHER
      *THAN VALIDATING AGAINST PART OF IT.
       150-LOAD-DEPT-TABLE-PARA.
           OPEN INPUT DEPARTMENT-TABLE-FILE
           PERFORM UNTIL MORE-DATA = 'N'
             READ DEPARTMENT-TABLE-FILE
               AT END
                 MOVE 'N' TO MORE-DATA
               NOT AT END
                 IF WS-DEPT-COUNT >= WS-DEPT-MAX
                   DISPLAY 'DEPTTAB.DAT EXCEEDS ', WS-DEPT-MAX,
                    ' ENTRIES. NOTHING GENERATED.'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
                 END-IF
                 ADD 1 TO WS-DEPT-COUNT
                 MOVE DT-DEPT-CODE
                   TO WS-DEPT-ENTRY (WS-DEPT-COUNT)
             END-READ
           END-PERFORM
           CLOSE DEPARTMENT-TABLE-FILE
           MOVE 'Y' TO MORE-DATA.
      *-------------------------------------------------------------
      *PARSES AND CHECKS THE INCREASE INSTRUCTION: THE TYPE, A
      *POSITIVE AMOUNT, A REAL EFFECTIVE DATE, A NUMERIC CAP AND
      *DEPARTMENTS THAT ARE ON DEPTTAB.DAT. ANY FAULT STOPS THE RUN
      *WITH NOTHING GENERATED.
       160-GET-INSTRUCTION-PARA.
           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM = SPACES
             DISPLAY 'GIVE THE INCREASE AS <P|F> <AMOUNT> <EFFECTIVE '
              'DATE> <CAP> [<DEPT> ...], E.G.'
             DISPLAY 'GENINCR P 3.5 20270101 2500 0100 0200'
             MOVE 'N' TO WS-INSTRUCTION-OK
           ELSE
             UNSTRING WS-PARM DELIMITED BY ALL ' '
               INTO WS-TYPE-PARM WS-AMOUNT-PARM WS-EFF-PARM
                    WS-CAP-PARM
                    WS-DEPT-PARM (1) WS-DEPT-PARM (2)
                    WS-DEPT-PARM (3) WS-DEPT-PARM (4)
                    WS-DEPT-PARM (5) WS-DEPT-PARM (6)
                    WS-DEPT-PARM (7) WS-DEPT-PARM (8)
                    WS-DEPT-PARM (9) WS-DEPT-PARM (10)
             END-UNSTRING
             PERFORM 170-CHECK-INSTRUCTION-PARA
           END-IF.
      *-------------------------------------------------------------
      *CHECKS EACH PART OF THE PARSED INSTRUCTION.
       170-CHECK-INSTRUCTION-PARA.
           IF NOT INCREASE-PERCENT AND NOT INCREASE-FLAT
             DISPLAY 'INCREASE TYPE MUST BE P (PERCENT) OR F (FLAT).'
             MOVE 'N' TO WS-INSTRUCTION-OK
           END-IF

           IF WS-AMOUNT-PARM = SPACES
             DISPLAY 'INCREASE AMOUNT IS MISSING.'
             MOVE 'N' TO WS-INSTRUCTION-OK
           ELSE
             MOVE 0 TO WS-INCREASE-RATE
             IF FUNCTION TEST-NUMVAL (WS-AMOUNT-PARM) = 0
                AND FUNCTION NUMVAL (WS-AMOUNT-PARM) > 0
               COMPUTE WS-INCREASE-RATE =
                 FUNCTION NUMVAL (WS-AMOUNT-PARM)
                 ON SIZE ERROR
                   MOVE 0 TO WS-INCREASE-RATE
               END-COMPUTE
             END-IF
             IF WS-INCREASE-RATE = 0
               DISPLAY 'INCREASE AMOUNT ', WS-AMOUNT-PARM,
                ' IS NOT A POSITIVE NUMBER.'
               MOVE 'N' TO WS-INSTRUCTION-OK
             END-IF
             IF INCREASE-PERCENT AND WS-INCREASE-RATE > 100
               DISPLAY 'AN INCREASE OVER 100 PERCENT IS NOT A '
                'GENERAL INCREASE.'
               MOVE 'N' TO WS-INSTRUCTION-OK
             END-IF
           END-IF

           IF WS-EFF-PARM NOT NUMERIC
             DISPLAY 'EFFECTIVE DATE MUST BE YYYYMMDD.'
             MOVE 'N' TO WS-INSTRUCTION-OK
           ELSE
             MOVE WS-EFF-PARM TO WS-EFF-DATE
             IF FUNCTION TEST-DATE-YYYYMMDD (WS-EFF-DATE) NOT = 0
               DISPLAY 'EFFECTIVE DATE ', WS-EFF-DATE,
                ' IS NOT A REAL CALENDAR DATE.'
               MOVE 'N' TO WS-INSTRUCTION-OK
             END-IF
           END-IF

           IF WS-CAP-PARM = SPACES
             DISPLAY 'CAP IS MISSING - GIVE 0 FOR NO CAP.'
             MOVE 'N' TO WS-INSTRUCTION-OK
           ELSE
             IF FUNCTION TEST-NUMVAL (WS-CAP-PARM) NOT = 0
                OR FUNCTION NUMVAL (WS-CAP-PARM) < 0
               DISPLAY 'CAP ', WS-CAP-PARM, ' IS NOT ZERO OR A '
                'POSITIVE NUMBER.'
               MOVE 'N' TO WS-INSTRUCTION-OK
             ELSE
               COMPUTE WS-CAP = FUNCTION NUMVAL (WS-CAP-PARM)
                 ON SIZE ERROR
                   DISPLAY 'CAP ', WS-CAP-PARM, ' IS TOO LARGE.'
                   MOVE 'N' TO WS-INSTRUCTION-OK
               END-COMPUTE
             END-IF
           END-IF

           PERFORM VARYING WS-SX FROM 1 BY 1
             UNTIL WS-SX > WS-SCOPE-MAX
             IF WS-DEPT-PARM (WS-SX) NOT = SPACES
               PERFORM 180-CHECK-ONE-DEPT-PARA
             END-IF
           END-PERFORM

           MOVE WS-TYPE-PARM   TO H2-TYPE
           IF INCREASE-PERCENT
             MOVE 'PERCENT' TO H2-TYPE
           END-IF
           IF INCREASE-FLAT
             MOVE 'FLAT'    TO H2-TYPE
           END-IF
           MOVE WS-AMOUNT-PARM TO H2-AMOUNT
           MOVE WS-EFF-DATE    TO H2-EFF-DATE
           MOVE WS-CAP         TO H2-CAP
           IF WS-SCOPE-COUNT = 0
             MOVE 'COMPANY'     TO H2-SCOPE
           ELSE
             MOVE 'DEPARTMENTS' TO H2-SCOPE
           END-IF.
      *-------------------------------------------------------------
      *CHECKS ONE NAMED DEPARTMENT AGAINST DEPTTAB.DAT AND ADDS IT TO
      *THE SCOPE.
       180-CHECK-ONE-DEPT-PARA.
           MOVE 'N' TO WS-DEPT-FOUND
           PERFORM VARYING WS-IX FROM 1 BY 1
             UNTIL WS-IX > WS-DEPT-COUNT
               OR WS-DEPT-FOUND = 'Y'
             IF WS-DEPT-PARM (WS-SX) = WS-DEPT-ENTRY (WS-IX)
               MOVE 'Y' TO WS-DEPT-FOUND
             END-IF
           END-PERFORM
           IF WS-DEPT-FOUND = 'N'
             DISPLAY 'DEPARTMENT ', WS-DEPT-PARM (WS-SX),
              ' IS NOT ON DEPTTAB.DAT.'
             MOVE 'N' TO WS-INSTRUCTION-OK
           ELSE
             ADD 1 TO WS-SCOPE-COUNT
             MOVE WS-DEPT-PARM (WS-SX)
               TO WS-SCOPE-ENTRY (WS-SCOPE-COUNT)
           END-IF.
      *-------------------------------------------------------------
      *DECIDES WHETHER THIS RUN PRINTS FULL SSNS. FULLSSN NAMES THE
      *OPERATOR ASKING FOR THEM; ONLY AN ACTIVE OPERATOR HOLDING THE
      *PRIVACY FLAG ON OPERSEC.DAT GETS THEM, AND THE ASKING IS
      *WRITTEN TO RPTACCESS.LOG EITHER WAY. A RUN NOBODY ASKED ON
      *PRINTS MASKED AND LOGS NOTHING.
       190-CHECK-SSN-MODE-PARA.
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
             MOVE 'GENINCR' TO RA-PROGRAM
             IF FULL-SSN-AUTHORIZED
               MOVE 'FULL SSN PRINTED' TO RA-OUTCOME
               DISPLAY 'FULL SSNS PRINTED FOR OPERATOR ',
                WS-SSN-OPERATOR
             ELSE
               MOVE 'REFUSED - MASKED' TO RA-OUTCOME
               DISPLAY 'OPERATOR ', WS-SSN-OPERATOR, ' MAY NOT '
                'PRINT FULL SSNS. SSNS MASKED.'
             END-IF
             MOVE 'INCRRPT.OUT' TO RA-REPORT
             WRITE REPORT-ACCESS-RECORD
             CLOSE REPORT-ACCESS-FILE
           END-IF.
      *-------------------------------------------------------------
      *WORKS OUT THE FIRST BATCH NUMBER, 8MMDDN: N IS ONE PAST THE
      *HIGHEST NUMBER FOR THE EFFECTIVE MMDD ALREADY APPLIED ON
      *BATCHREG.DAT OR STAGED ON TRANS.DAT. WS-BATCH-SEQ PAST 9 MEANS
      *THE TEN NUMBERS FOR THAT DAY ARE USED UP.
       195-FIND-BATCH-NUMBER-PARA.
           COMPUTE WS-BATCH-BASE =
             800000
             + (FUNCTION MOD (WS-EFF-DATE, 10000)) * 10
           MOVE 0 TO WS-BATCH-SEQ

           OPEN INPUT BATCH-REGISTER-FILE
           PERFORM UNTIL MORE-DATA = 'N'
             READ BATCH-REGISTER-FILE
               AT END
                 MOVE 'N' TO MORE-DATA
               NOT AT END
                 IF BR-BATCH-NO NUMERIC
                   MOVE BR-BATCH-NO TO WS-SEEN-BATCH
                   PERFORM 197-NOTE-BATCH-NUMBER-PARA
                 END-IF
             END-READ
           END-PERFORM
           CLOSE BATCH-REGISTER-FILE
           MOVE 'Y' TO MORE-DATA

           OPEN INPUT STAGED-TRANS-FILE
           PERFORM UNTIL MORE-DATA = 'N'
             READ STAGED-TRANS-FILE
               AT END
                 MOVE 'N' TO MORE-DATA
               NOT AT END
                 IF ST-RECORD-TYPE = 'BATCHHDR'
                    AND ST-BATCH-NO NUMERIC
                   MOVE ST-BATCH-NO TO WS-SEEN-BATCH
                   PERFORM 197-NOTE-BATCH-NUMBER-PARA
                 END-IF
             END-READ
           END-PERFORM
           CLOSE STAGED-TRANS-FILE
           MOVE 'Y' TO MORE-DATA.
      *-------------------------------------------------------------
      *MOVES THE NEXT SEQUENCE PAST WS-SEEN-BATCH WHEN IT IS ONE OF
      *THE EFFECTIVE DAY'S INCREASE BATCH NUMBERS.
       197-NOTE-BATCH-NUMBER-PARA.
           IF WS-SEEN-BATCH >= WS-BATCH-BASE
              AND WS-SEEN-BATCH <= WS-BATCH-BASE + 9
              AND WS-SEEN-BATCH - WS-BATCH-BASE >= WS-BATCH-SEQ
             COMPUTE WS-BATCH-SEQ = WS-SEEN-BATCH - WS-BATCH-BASE + 1
           END-IF.
      *-------------------------------------------------------------
      *DECIDES WHETHER THE EMPLOYEE GETS THE INCREASE AND, IF SO,
      *PRICES IT: THE PERCENTAGE OF THE CURRENT SALARY ROUNDED TO
      *WHOLE DOLLARS, OR THE FLAT AMOUNT, HELD TO THE CAP AND THEN
      *TO THE TOP OF THE PAY-GRADE RANGE.
       200-PRICE-EMPLOYEE-PARA.
           IF EMP-TERMINATED
             ADD 1 TO WS-TERMINATED-COUNT
           ELSE
             MOVE 'Y' TO WS-IN-SCOPE
             IF WS-SCOPE-COUNT > 0
               MOVE 'N' TO WS-IN-SCOPE
               PERFORM VARYING WS-SX FROM 1 BY 1
                 UNTIL WS-SX > WS-SCOPE-COUNT
                   OR WS-IN-SCOPE = 'Y'
                 IF I-DEPT-OUT = WS-SCOPE-ENTRY (WS-SX)
                   MOVE 'Y' TO WS-IN-SCOPE
                 END-IF
               END-PERFORM
             END-IF
             IF WS-IN-SCOPE = 'N'
               ADD 1 TO WS-OUT-OF-SCOPE-COUNT
             ELSE
               PERFORM 250-COMPUTE-INCREASE-PARA
               IF WS-INCREASE = 0
                 ADD 1 TO WS-NO-INCREASE-COUNT
               ELSE
                 PERFORM 300-WRITE-INCREASE-PARA
               END-IF
             END-IF
           END-IF.
      *-------------------------------------------------------------
      *WORKS OUT THE EMPLOYEE'S INCREASE AND NEW SALARY.
       250-COMPUTE-INCREASE-PARA.
           MOVE SPACES TO WS-LIMIT-NOTE
           IF INCREASE-PERCENT
             COMPUTE WS-INCREASE ROUNDED =
               I-SALARY-OUT * WS-INCREASE-RATE / 100
           ELSE
             COMPUTE WS-INCREASE ROUNDED = WS-INCREASE-RATE
           END-IF
           IF WS-CAP > 0 AND WS-INCREASE > WS-CAP
             MOVE WS-CAP TO WS-INCREASE
             MOVE 'CAPPED'  TO WS-LIMIT-NOTE
           END-IF
           COMPUTE WS-NEW-SALARY = I-SALARY-OUT + WS-INCREASE
           IF WS-NEW-SALARY > WS-PAY-GRADE-MAX
             MOVE WS-PAY-GRADE-MAX TO WS-NEW-SALARY
             IF I-SALARY-OUT < WS-PAY-GRADE-MAX
               COMPUTE WS-INCREASE = WS-PAY-GRADE-MAX - I-SALARY-OUT
             ELSE
               MOVE 0 TO WS-INCREASE
             END-IF
             MOVE 'GRADE MAX' TO WS-LIMIT-NOTE
           END-IF
           IF WS-LIMIT-NOTE NOT = SPACES AND WS-INCREASE > 0
             ADD 1 TO WS-LIMITED-COUNT
           END-IF.
      *-------------------------------------------------------------
      *WRITES ONE UPDATE INTO THE OPEN BATCH (CUTTING A NEW BATCH
      *WHEN THE OPEN ONE IS FULL), ITS REGISTER LINE AND ITS
      *DEPARTMENT COST.
       300-WRITE-INCREASE-PARA.
           IF WS-BATCH-OPEN = 'Y' AND WS-BATCH-COUNT >= WS-BATCH-LIMIT
             PERFORM 420-CLOSE-BATCH-PARA
           END-IF
           IF WS-BATCH-OPEN = 'N'
             PERFORM 410-OPEN-BATCH-PARA
           END-IF

           MOVE SPACES        TO WS-INCREASE-TRANS
           MOVE I-SSNO-OUT    TO IT-SSNO
           MOVE I-NAME-OUT    TO IT-NAME
           MOVE WS-NEW-SALARY TO IT-SALARY
           MOVE '2'           TO IT-CODE
           MOVE WS-EFF-DATE   TO IT-DATE
      *A BLANK DEPARTMENT ON AN UPDATE MEANS NO TRANSFER.
           MOVE SPACES        TO IT-DEPT
           WRITE INCREASE-BATCH-RECORD FROM WS-INCREASE-TRANS
           ADD 1             TO WS-BATCH-COUNT
           ADD WS-NEW-SALARY TO WS-BATCH-HASH

           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
             ADD 1 TO WS-PAGE-NO
             PERFORM 610-PRINT-HEADINGS-PARA
           END-IF
           MOVE I-SSNO-OUT    TO WS-SSN-RAW
           PERFORM 980-MASK-SSN-PARA
           MOVE WS-SSN-PRINT  TO D-SSNO
           MOVE I-NAME-OUT    TO D-NAME
           MOVE I-DEPT-OUT    TO D-DEPT
           MOVE I-SALARY-OUT  TO D-OLD-SALARY
           MOVE WS-NEW-SALARY TO D-NEW-SALARY
           MOVE WS-INCREASE   TO D-INCREASE
           MOVE WS-LIMIT-NOTE TO D-NOTE
           WRITE PREVIEW-REGISTER-RECORD FROM WS-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT

           ADD 1             TO WS-GENERATED-COUNT
           ADD I-SALARY-OUT  TO WS-OLD-TOTAL
           ADD WS-NEW-SALARY TO WS-NEW-TOTAL
           ADD WS-INCREASE   TO WS-COST-TOTAL
           PERFORM 620-ACCUMULATE-COST-PARA.
      *-------------------------------------------------------------
      *OPENS THE NEXT BATCH WITH ITS HEADER.
       410-OPEN-BATCH-PARA.
           IF WS-BATCH-SEQ >= 10
             DISPLAY 'NO BATCH NUMBER LEFT FOR ', WS-BATCH-BASE,
              ' - SPLIT THE INSTRUCTION BY DEPARTMENT. STOPPED.'
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           COMPUTE WS-BATCH-NO = WS-BATCH-BASE + WS-BATCH-SEQ
           ADD 1 TO WS-BATCH-SEQ
           ADD 1 TO WS-BATCHES-WRITTEN
           MOVE SPACES      TO WS-BATCH-CONTROL
           MOVE 'BATCHHDR'  TO BC-RECORD-TYPE
           MOVE WS-BATCH-NO TO BC-BATCH-NO
           WRITE INCREASE-BATCH-RECORD FROM WS-BATCH-CONTROL
           MOVE 'Y' TO WS-BATCH-OPEN
           MOVE 0   TO WS-BATCH-COUNT
           MOVE 0   TO WS-BATCH-HASH.
      *-------------------------------------------------------------
      *CLOSES THE OPEN BATCH WITH ITS BALANCING TRAILER AND NOTES IT
      *ON THE REGISTER.
       420-CLOSE-BATCH-PARA.
           MOVE SPACES         TO WS-BATCH-CONTROL
           MOVE 'BATCHTRL'     TO BC-RECORD-TYPE
           MOVE WS-BATCH-NO    TO BC-BATCH-NO
           MOVE WS-BATCH-COUNT TO BC-RECORD-COUNT
           MOVE WS-BATCH-HASH  TO BC-SALARY-HASH
           WRITE INCREASE-BATCH-RECORD FROM WS-BATCH-CONTROL
           MOVE 'N' TO WS-BATCH-OPEN

           MOVE WS-BATCH-NO    TO BL-BATCH-NO
           MOVE WS-BATCH-COUNT TO BL-COUNT
           MOVE WS-BATCH-HASH  TO BL-HASH
           WRITE PREVIEW-REGISTER-RECORD FROM WS-BATCH-LINE
           ADD 1 TO WS-LINE-COUNT.
      *-------------------------------------------------------------
      *WRITES THE REGISTER HEADINGS AND RESETS THE LINE COUNT.
       610-PRINT-HEADINGS-PARA.
           MOVE WS-PAGE-NO TO H1-PAGE-NO
           MOVE SPACES TO PREVIEW-REGISTER-RECORD
           WRITE PREVIEW-REGISTER-RECORD FROM WS-HEADING-1
           WRITE PREVIEW-REGISTER-RECORD FROM WS-HEADING-2
           MOVE SPACES TO PREVIEW-REGISTER-RECORD
           WRITE PREVIEW-REGISTER-RECORD
           WRITE PREVIEW-REGISTER-RECORD FROM WS-HEADING-3
           MOVE 0 TO WS-LINE-COUNT.
      *-------------------------------------------------------------
      *ADDS THE EMPLOYEE TO THEIR DEPARTMENT'S COST LINE, INSERTING
      *A NEW LINE IN CODE ORDER THE FIRST TIME A DEPARTMENT IS SEEN.
      *OVERFLOW ROLLS INTO THE LAST LINE RATHER THAN LOSING COST.
       620-ACCUMULATE-COST-PARA.
           MOVE 0 TO WS-COST-FOUND-IX
           PERFORM VARYING WS-DX FROM 1 BY 1
             UNTIL WS-DX > WS-COST-COUNT
               OR WS-COST-FOUND-IX > 0
             IF CT-CODE (WS-DX) = I-DEPT-OUT
               MOVE WS-DX TO WS-COST-FOUND-IX
             END-IF
           END-PERFORM

           IF WS-COST-FOUND-IX = 0
             IF WS-COST-COUNT >= WS-COST-MAX
               MOVE WS-COST-COUNT TO WS-COST-FOUND-IX
             ELSE
               PERFORM VARYING WS-DX FROM 1 BY 1
                 UNTIL WS-DX > WS-COST-COUNT
                   OR WS-COST-FOUND-IX > 0
                 IF CT-CODE (WS-DX) > I-DEPT-OUT
                   MOVE WS-DX TO WS-COST-FOUND-IX
                 END-IF
               END-PERFORM
               IF WS-COST-FOUND-IX = 0
                 COMPUTE WS-COST-FOUND-IX = WS-COST-COUNT + 1
               END-IF
               PERFORM VARYING WS-DX FROM WS-COST-COUNT BY -1
                 UNTIL WS-DX < WS-COST-FOUND-IX
                 COMPUTE WS-DX2 = WS-DX + 1
                 MOVE WS-COST-ENTRY (WS-DX)
                   TO WS-COST-ENTRY (WS-DX2)
               END-PERFORM
               ADD 1 TO WS-COST-COUNT
               MOVE I-DEPT-OUT TO CT-CODE (WS-COST-FOUND-IX)
               MOVE 0 TO CT-EMP-COUNT (WS-COST-FOUND-IX)
               MOVE 0 TO CT-OLD-TOTAL (WS-COST-FOUND-IX)
               MOVE 0 TO CT-NEW-TOTAL (WS-COST-FOUND-IX)
             END-IF
           END-IF

           ADD 1             TO CT-EMP-COUNT (WS-COST-FOUND-IX)
           ADD I-SALARY-OUT  TO CT-OLD-TOTAL (WS-COST-FOUND-IX)
           ADD WS-NEW-SALARY TO CT-NEW-TOTAL (WS-COST-FOUND-IX).
      *-------------------------------------------------------------
      *PRINTS THE COST OF THE INCREASE BY DEPARTMENT AND IN TOTAL.
       630-PRINT-COST-SUMMARY-PARA.
           MOVE SPACES TO PREVIEW-REGISTER-RECORD
           WRITE PREVIEW-REGISTER-RECORD
           WRITE PREVIEW-REGISTER-RECORD FROM WS-COST-HEADING-1
           WRITE PREVIEW-REGISTER-RECORD FROM WS-COST-HEADING-2
           PERFORM VARYING WS-DX FROM 1 BY 1
             UNTIL WS-DX > WS-COST-COUNT
             MOVE CT-CODE (WS-DX)      TO CL-CODE
             MOVE CT-EMP-COUNT (WS-DX) TO CL-EMP-COUNT
             MOVE CT-OLD-TOTAL (WS-DX) TO CL-OLD-TOTAL
             MOVE CT-NEW-TOTAL (WS-DX) TO CL-NEW-TOTAL
             COMPUTE CL-COST =
               CT-NEW-TOTAL (WS-DX) - CT-OLD-TOTAL (WS-DX)
             WRITE PREVIEW-REGISTER-RECORD FROM WS-COST-LINE
           END-PERFORM
           MOVE 'ALL'              TO CL-CODE
           MOVE WS-GENERATED-COUNT TO CL-EMP-COUNT
           MOVE WS-OLD-TOTAL       TO CL-OLD-TOTAL
           MOVE WS-NEW-TOTAL       TO CL-NEW-TOTAL
           MOVE WS-COST-TOTAL      TO CL-COST
           WRITE PREVIEW-REGISTER-RECORD FROM WS-COST-LINE.
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
