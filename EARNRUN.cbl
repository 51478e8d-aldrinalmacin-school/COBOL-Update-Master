      *NAME: ANJU CHAWLA
      *DATE: OCTOBER 15, 2026
      *PURPOSE: PAY-PERIOD EARNINGS RUN. CH1501.NDX CARRIES ONLY THE
      *ANNUAL RATE, SO EACH PERIOD'S GROSS USED TO BE WORKED OUT BY
      *HAND - AND WORKED OUT WRONG FOR ANYBODY HIRED, TERMINATED,
      *REHIRED OR GIVEN A NEW RATE PART WAY THROUGH THE PERIOD. THIS
      *RUN COMPUTES THE PERIOD GROSS FOR EVERY EMPLOYEE FROM
      *I-SALARY-OUT AND I-STATUS-OUT, WALKED BACK THROUGH THE APPLIED
      *CHANGES ON THE AUDIT TRAIL (THE LIVE AUDIT.LOG PLUS EVERY
      *ARCHIVE IN AUDARCH.DIR THE PERIOD CAN TOUCH) SO EACH DAY OF
      *THE PERIOD IS PAID AT THE RATE AND STATUS IN FORCE THAT DAY.
      *A CHANGE TAKES EFFECT ON THE DAY IT WAS APPLIED: A HIRE OR
      *REHIRE IS PAID FROM THAT DAY, A TERMINATION STOPS PAY THE DAY
      *BEFORE, A NEW RATE APPLIES FROM THAT DAY ON. A DAY IS PAID AT
      *THE ANNUAL RATE OVER THE DAYS IN THE YEAR (365 OR 366).
      *EVERY EMPLOYEE PAID FOR ANY PART OF THE PERIOD GETS ONE
      *PERMANENT RECORD ON THE EARNINGS HISTORY EARNHIST.DAT, AND THE
      *QUARTER-TO-DATE AND YEAR-TO-DATE ACCUMULATORS ON EARNYTD.NDX
      *(KEYED BY SSN) ARE ADVANCED. THE PERIOD EARNINGS REGISTER
      *EARNREG.OUT LISTS EVERY PAID EMPLOYEE BY DEPARTMENT WITH
      *DEPARTMENT SUBTOTALS AND A GRAND TOTAL - WHAT WE ACTUALLY PAID,
      *NOT JUST THE RATE. A PERIOD THAT OVERLAPS ONE ALREADY ON THE
      *EARNINGS HISTORY IS REFUSED, SO THE SAME PERIOD CANNOT BE PAID
      *TWICE, AND A PERIOD IN A NEW YEAR IS REFUSED UNTIL EARNYEND
      *HAS CLOSED OUT THE OLD YEAR'S FIGURES. THE REGISTER SHOWS THE
      *LAST FOUR DIGITS OF THE SSN UNLESS FULLSSN NAMES AN OPERATOR
      *AUTHORIZED FOR FULL SSNS, IN WHICH CASE THE RUN IS LOGGED ON
      *RPTACCESS.LOG. EARNHIST.DAT AND EARNYTD.NDX KEEP THE FULL SSN.
      *RETRO PAY THE UPDATE STEP WORKED OUT ON A DAY INSIDE THE
      *PERIOD (RETROPAY.DAT, POSTED BY THE BRIDGE THAT NIGHT) IS PAY
      *TOO: IT IS CARRIED ON THE EARNINGS HISTORY RECORD BESIDE THE
      *PERIOD GROSS, ADDED INTO THE QUARTER-TO-DATE AND YEAR-TO-DATE,
      *AND SHOWN UNDER THE EMPLOYEE ON THE REGISTER.
      *USAGE: EARNRUN [<FROM> <TO>] (DATES YYYYMMDD). THE PERIOD
      *DEFAULTS TO THE WHOLE CURRENT CALENDAR MONTH AND MUST LIE
      *INSIDE ONE QUARTER. BUILT WITH THE BATCH AND RUN ON DEMAND
      *AFTER THE LAST UPDATE OF THE PERIOD, THE WAY POSTING IS.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EARNRUN.
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

      *ONE SELECT SERVES EVERY AUDIT ARCHIVE AND THEN THE LIVE LOG
      *IN TURN, THE NAME COMING FROM WS-AUDIT-NAME (THE SAME PATTERN
      *AUDINQ USES).
           SELECT OPTIONAL AUDIT-FILE
             ASSIGN TO DYNAMIC WS-AUDIT-NAME
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARCHIVE-DIRECTORY-FILE
             ASSIGN TO 'AUDARCH.DIR'
             ORGANIZATION IS LINE SEQUENTIAL.

      *THE PERMANENT EARNINGS HISTORY, A RUNNING FILE ACROSS PERIODS
      *LIKE LEDGHIST.DAT - READ FIRST FOR THE OVERLAP CHECK, THEN
      *OPENED FOR EXTEND.
           SELECT OPTIONAL EARNINGS-HISTORY-FILE
             ASSIGN TO 'EARNHIST.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.

      *THE QUARTER-TO-DATE AND YEAR-TO-DATE ACCUMULATORS, ONE RECORD
      *PER SSN EVER PAID, UPDATED IN PLACE.
           SELECT OPTIONAL EARNINGS-YTD-FILE
             ASSIGN TO 'EARNYTD.NDX'
             ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC
             RECORD KEY IS EY-SSNO.

      *THE RETRO-PAY ITEMS UPDISP WRITES, ONE PER BACK-DATED
      *SALARY UPDATE, KEPT ACROSS RUNS.
           SELECT OPTIONAL RETRO-PAY-FILE
             ASSIGN TO 'RETROPAY.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-FILE
             ASSIGN TO 'SORTWK'.

           SELECT EARNINGS-REGISTER-FILE
             ASSIGN TO 'EARNREG.OUT'
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

       FD  ARCHIVE-DIRECTORY-FILE
           RECORD CONTAINS 20 CHARACTERS.
       01  ARCHIVE-DIRECTORY-RECORD PIC X(20).

      *ONE RECORD PER EMPLOYEE PER PERIOD PAID: THE PERIOD, THE
      *DEPARTMENT AND ANNUAL RATE AT THE END OF THE PERIOD, THE DAYS
      *PAID AND THE GROSS, STAMPED WITH THE RUN THAT PAID IT, AND THE
      *RETRO PAY WORKED OUT DURING THE PERIOD (NEGATIVE FOR A
      *BACK-DATED CUT). RECORDS WRITTEN BEFORE THE RETRO FIELD WAS
      *ADDED END AT THE RUN STAMP.
       FD  EARNINGS-HISTORY-FILE
           RECORD CONTAINS 69 CHARACTERS.
       01  EARNINGS-HISTORY-RECORD.
           05 EH-SSNO             PIC X(9).
           05 EH-PERIOD-FROM      PIC 9(8).
           05 EH-PERIOD-TO        PIC 9(8).
           05 EH-DEPT             PIC X(4).
           05 EH-ANNUAL-RATE      PIC 9(5).
           05 EH-DAYS-PAID        PIC 9(3).
           05 EH-GROSS            PIC 9(7)V99.
           05 EH-RUN-STAMP        PIC X(14).
           05 EH-RETRO-PAY        PIC S9(7)V99.

      *THE RETRO-PAY ITEM, EXACTLY AS UPDISP WRITES IT.
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

      *THE ACCUMULATORS ARE FOR EY-YEAR / EY-QUARTER. A PERIOD IN A
      *LATER QUARTER OF THE SAME YEAR STARTS THE QUARTER-TO-DATE
      *AFRESH; THE YEAR-TO-DATE IS ONLY EVER CLEARED BY EARNYEND.
       FD  EARNINGS-YTD-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  EARNINGS-YTD-RECORD.
           05 EY-SSNO             PIC X(9).
           05 EY-YEAR             PIC 9(4).
           05 EY-QUARTER          PIC 9.
           05 EY-QTD-GROSS        PIC 9(7)V99.
           05 EY-YTD-GROSS        PIC 9(7)V99.
           05 EY-LAST-PERIOD-END  PIC 9(8).

      *THE REGISTER LINES, SORTED INTO DEPARTMENT ORDER SO THE
      *SUBTOTALS COME OFF IN ONE PASS.
       SD  SORT-FILE
           RECORD CONTAINS 77 CHARACTERS.
       01  SORT-RECORD.
           05 S-DEPT              PIC X(4).
           05 S-SSNO              PIC X(9).
           05 S-NAME              PIC X(20).
           05 S-RATE              PIC 9(5).
           05 S-DAYS              PIC 9(3).
           05 S-GROSS             PIC 9(7)V99.
           05 S-QTD               PIC 9(7)V99.
           05 S-YTD               PIC 9(7)V99.
           05 S-RETRO             PIC S9(7)V99.

       FD  EARNINGS-REGISTER-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  EARNINGS-REGISTER-RECORD PIC X(80).

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
       01  WS-TODAY                PIC 9(8).
       01  WS-RUN-STAMP            PIC X(14).
       01  WS-PARM                 PIC X(20) VALUE SPACES.
       01  WS-FROM-PARM            PIC X(8)  VALUE SPACES.
       01  WS-TO-PARM              PIC X(8)  VALUE SPACES.
       01  WS-FROM-DATE            PIC 9(8)  VALUE 0.
       01  WS-TO-DATE              PIC 9(8)  VALUE 0.
       01  WS-FROM-INT             PIC 9(9)  VALUE 0.
       01  WS-TO-INT               PIC 9(9)  VALUE 0.
       01  WS-NEXT-MONTH.
           05 WS-NEXT-YEAR         PIC 9(4).
           05 WS-NEXT-MM           PIC 99.
           05 WS-NEXT-DD           PIC 99.
       01  WS-NEXT-MONTH-DATE REDEFINES WS-NEXT-MONTH PIC 9(8).
       01  WS-MONTH-WORK.
           05 FILLER               PIC 9(4).
           05 WS-WORK-MM           PIC 99.
           05 FILLER               PIC 99.
       01  WS-MONTH-WORK-DATE REDEFINES WS-MONTH-WORK PIC 9(8).
       01  WS-PERIOD-YEAR          PIC 9(4)  VALUE 0.
       01  WS-PERIOD-QUARTER       PIC 9     VALUE 0.
       01  WS-FROM-QUARTER         PIC 9     VALUE 0.
       01  WS-DAYS-IN-YEAR         PIC 9(3)  VALUE 365.
       01  WS-PERIOD-OK            PIC X     VALUE 'Y'.

      *THE AUDIT ARCHIVE NAMES, COLLECTED BEFORE THE TRAIL IS READ.
      *AN ARCHIVE ONLY HOLDS CHANGES MADE BEFORE THE DAY IT WAS
      *TAKEN, SO ONE DATED BEFORE THE PERIOD STARTS CANNOT HOLD A
      *CHANGE THE PERIOD NEEDS AND IS SKIPPED UNREAD.
       01  WS-AUDIT-NAME           PIC X(20) VALUE SPACES.
       01  WS-ARCHIVE-DATE         PIC 9(8)  VALUE 0.
       01  WS-ARCHIVE-MAX          PIC 9(3)  VALUE 200.
       01  WS-ARCHIVE-COUNT        PIC 9(3)  VALUE 0.
       01  WS-ARCHIVE-TABLE.
           05 WS-ARCHIVE-ENTRY     PIC X(20) OCCURS 200 TIMES.
       01  WS-IX                   PIC 9(3)  COMP.

      *EVERY APPLIED CHANGE DATED ON OR AFTER THE START OF THE
      *PERIOD, IN THE ORDER IT WAS APPLIED. CHANGES AFTER THE END OF
      *THE PERIOD ARE NEEDED TOO - THEY ARE UNDONE TO GET BACK FROM
      *TODAY'S MASTER TO THE STATE AT THE END OF THE PERIOD.
       01  WS-CHANGE-MAX           PIC 9(5)  VALUE 5000.
       01  WS-CHANGE-COUNT         PIC 9(5)  VALUE 0.
       01  WS-CHANGE-TABLE.
           05 WS-CHANGE-ENTRY OCCURS 5000 TIMES.
              10 CH-SSNO           PIC X(9).
              10 CH-DATE           PIC 9(8).
              10 CH-CODE           PIC X.
              10 CH-OLD-SALARY     PIC 9(5).
       01  WS-CX                   PIC 9(5)  COMP.
       01  WS-CHANGE-DATE          PIC 9(8)  VALUE 0.

      *THE EMPLOYEE BEING PAID: THE STATE BEING WALKED BACK FROM
      *TODAY'S MASTER, THE STATE AT THE END OF THE PERIOD, AND THE
      *SEGMENT OF THE PERIOD NOT YET PAID.
       01  WS-CUR-STATUS           PIC X     VALUE SPACE.
       01  WS-CUR-SALARY           PIC 9(5)  VALUE 0.
       01  WS-END-STATUS           PIC X     VALUE SPACE.
       01  WS-END-SALARY           PIC 9(5)  VALUE 0.
       01  WS-END-CAPTURED         PIC X     VALUE 'N'.
       01  WS-SEG-START-INT        PIC 9(9)  VALUE 0.
       01  WS-SEG-END-INT          PIC 9(9)  VALUE 0.
       01  WS-SEG-DAYS             PIC S9(5) VALUE 0.
       01  WS-DAYS-PAID            PIC 9(3)  VALUE 0.
       01  WS-RATE-DAYS            PIC 9(9)  VALUE 0.
       01  WS-GROSS                PIC 9(7)V99 VALUE 0.

      *EACH SSN'S RETRO PAY WORKED OUT DURING THE PERIOD, SUMMED
      *FROM RETROPAY.DAT BEFORE ANYBODY IS PAID. RT-USED MARKS AN
      *ENTRY TAKEN UP BY AN EMPLOYEE ON THE MASTER.
       01  WS-RETRO-MAX            PIC 9(5)  VALUE 2000.
       01  WS-RETRO-COUNT          PIC 9(5)  VALUE 0.
       01  WS-RETRO-TABLE.
           05 WS-RETRO-ENTRY OCCURS 2000 TIMES.
              10 RT-SSNO           PIC X(9).
              10 RT-AMOUNT         PIC S9(7)V99.
              10 RT-USED           PIC X.
       01  WS-RX                   PIC 9(5)  COMP.
       01  WS-FOUND-RX             PIC 9(5)  COMP.
       01  WS-RETRO-PAY            PIC S9(7)V99 VALUE 0.
       01  WS-PAID-TO-DATE         PIC S9(9)V99 VALUE 0.

      *RUN TOTALS.
       01  WS-EMPLOYEES-READ       PIC 9(7)  VALUE 0.
       01  WS-EMPLOYEES-PAID       PIC 9(7)  VALUE 0.
       01  WS-TOTAL-GROSS          PIC 9(9)V99 VALUE 0.
       01  WS-YTD-BLOCKED          PIC 9(7)  VALUE 0.
       01  WS-RETRO-ITEMS          PIC 9(7)  VALUE 0.
       01  WS-TOTAL-RETRO          PIC S9(9)V99 VALUE 0.
       01  WS-RETRO-UNMATCHED      PIC 9(5)  VALUE 0.
       01  WS-ACCUM-FLOORED        PIC 9(5)  VALUE 0.

      *DEPARTMENT CONTROL BREAK ON THE SORTED REGISTER LINES.
       01  WS-CUR-DEPT             PIC X(4)  VALUE SPACES.
       01  WS-HAVE-DEPT            PIC X     VALUE 'N'.
       01  WS-DEPT-EMPLOYEES       PIC 9(5)  VALUE 0.
       01  WS-DEPT-GROSS           PIC 9(9)V99 VALUE 0.
       01  WS-DEPT-QTD             PIC 9(9)V99 VALUE 0.
       01  WS-DEPT-YTD             PIC 9(9)V99 VALUE 0.
       01  WS-GRAND-QTD            PIC 9(9)V99 VALUE 0.
       01  WS-GRAND-YTD            PIC 9(9)V99 VALUE 0.
       01  WS-LINE-COUNT           PIC 9(3)  VALUE 0.
       01  WS-LINES-PER-PAGE       PIC 9(3)  VALUE 50.
       01  WS-PAGE-NO              PIC 9(3)  VALUE 1.

       01  WS-HEADING-1.
           05 FILLER               PIC X(26) VALUE SPACES.
           05 FILLER               PIC X(25) VALUE
              'PERIOD EARNINGS REGISTER'.
           05 FILLER               PIC X(19) VALUE SPACES.
           05 FILLER               PIC X(5)  VALUE 'PAGE '.
           05 H1-PAGE-NO           PIC ZZ9.

       01  WS-HEADING-2.
           05 FILLER               PIC X(8)  VALUE 'PERIOD: '.
           05 H2-FROM              PIC X(8).
           05 FILLER               PIC X(4)  VALUE ' TO '.
           05 H2-TO                PIC X(8).
           05 FILLER               PIC X(12) VALUE '   RUN DATE '.
           05 H2-RUN-DATE          PIC X(8).

       01  WS-HEADING-3.
           05 FILLER               PIC X(11) VALUE 'SSN'.
           05 FILLER               PIC X(21) VALUE 'NAME'.
           05 FILLER               PIC X(8)  VALUE '  RATE'.
           05 FILLER               PIC X(5)  VALUE 'DAYS'.
           05 FILLER               PIC X(11) VALUE '  PERIOD'.
           05 FILLER               PIC X(11) VALUE '       QTD'.
           05 FILLER               PIC X(10) VALUE '       YTD'.

       01  WS-DEPT-LINE.
           05 FILLER               PIC X(12) VALUE 'DEPARTMENT: '.
           05 DL-DEPT              PIC X(4).

       01  WS-DETAIL-LINE.
           05 D-SSNO               PIC X(11).
           05 D-NAME               PIC X(21).
           05 D-RATE               PIC ZZ,ZZ9.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 D-DAYS               PIC ZZ9.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 D-GROSS              PIC ZZ,ZZ9.99.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 D-QTD                PIC ZZZ,ZZ9.99.
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 D-YTD                PIC ZZZ,ZZ9.99.

       01  WS-RETRO-LINE.
           05 FILLER               PIC X(11) VALUE SPACES.
           05 FILLER               PIC X(36) VALUE
              'RETRO PAY IN THE PERIOD (IN QTD/YTD)'.
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 RL-RETRO             PIC +Z,ZZZ,ZZ9.99.

       01  WS-SUBTOTAL-LINE.
           05 FILLER               PIC X(5)  VALUE SPACES.
           05 SL-LABEL             PIC X(16).
           05 SL-DEPT              PIC X(4).
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 SL-EMPLOYEES         PIC ZZ,ZZ9.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 SL-GROSS             PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 SL-QTD               PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 SL-YTD               PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-TOTAL-LINE.
           05 FILLER               PIC X(34) VALUE
              'EMPLOYEES PAID:'.
           05 T-EMPLOYEES-PAID     PIC ZZZ,ZZ9.

       01  WS-GROSS-LINE.
           05 FILLER               PIC X(34) VALUE
              'TOTAL PERIOD GROSS:'.
           05 T-TOTAL-GROSS        PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-RETRO-TOTAL-LINE.
           05 FILLER               PIC X(34) VALUE
              'TOTAL RETRO PAY (IN QTD/YTD):'.
           05 T-TOTAL-RETRO        PIC +ZZ,ZZZ,ZZ9.99.


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
      *RESOLVES AND CHECKS THE PERIOD, LOADS THE CHANGES THE PERIOD
      *NEEDS, THEN PAYS EVERY EMPLOYEE THROUGH ONE SORT THAT PRINTS
      *THE REGISTER IN DEPARTMENT ORDER.
       100-MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE (1:8)  TO WS-TODAY
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUN-STAMP

           PERFORM 190-CHECK-SSN-MODE-PARA
           PERFORM 110-RESOLVE-PERIOD-PARA
           IF WS-PERIOD-OK = 'N'
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF

           PERFORM 130-CHECK-HISTORY-PARA
           IF WS-PERIOD-OK = 'N'
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF

           OPEN I-O EARNINGS-YTD-FILE
           PERFORM 140-CHECK-ACCUMULATORS-PARA
           IF WS-PERIOD-OK = 'N'
             CLOSE EARNINGS-YTD-FILE
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF

           PERFORM 150-LOAD-ARCHIVE-NAMES-PARA
           PERFORM 160-LOAD-CHANGES-PARA
           PERFORM 185-LOAD-RETRO-PAY-PARA

           OPEN INPUT  MASTER-FILE
           OPEN EXTEND EARNINGS-HISTORY-FILE
           OPEN OUTPUT EARNINGS-REGISTER-FILE

           MOVE WS-FROM-DATE TO H2-FROM
           MOVE WS-TO-DATE   TO H2-TO
           MOVE WS-TODAY     TO H2-RUN-DATE
           PERFORM 610-PRINT-HEADINGS-PARA

           SORT SORT-FILE
             ON ASCENDING KEY S-DEPT
             ON ASCENDING KEY S-SSNO
             INPUT PROCEDURE IS 200-PAY-EMPLOYEES-PARA
             OUTPUT PROCEDURE IS 500-PRINT-REGISTER-PARA

           IF WS-HAVE-DEPT = 'Y'
             PERFORM 560-DEPT-SUBTOTAL-PARA
           END-IF

           MOVE SPACES TO EARNINGS-REGISTER-RECORD
           WRITE EARNINGS-REGISTER-RECORD
           MOVE 'GRAND TOTAL'     TO SL-LABEL
           MOVE SPACES            TO SL-DEPT
           MOVE WS-EMPLOYEES-PAID TO SL-EMPLOYEES
           MOVE WS-TOTAL-GROSS    TO SL-GROSS
           MOVE WS-GRAND-QTD      TO SL-QTD
           MOVE WS-GRAND-YTD      TO SL-YTD
           WRITE EARNINGS-REGISTER-RECORD FROM WS-SUBTOTAL-LINE
           MOVE SPACES TO EARNINGS-REGISTER-RECORD
           WRITE EARNINGS-REGISTER-RECORD
           MOVE WS-EMPLOYEES-PAID TO T-EMPLOYEES-PAID
           WRITE EARNINGS-REGISTER-RECORD FROM WS-TOTAL-LINE
           MOVE WS-TOTAL-GROSS    TO T-TOTAL-GROSS
           WRITE EARNINGS-REGISTER-RECORD FROM WS-GROSS-LINE
           MOVE WS-TOTAL-RETRO    TO T-TOTAL-RETRO
           WRITE EARNINGS-REGISTER-RECORD FROM WS-RETRO-TOTAL-LINE

           CLOSE MASTER-FILE
           CLOSE EARNINGS-HISTORY-FILE
           CLOSE EARNINGS-YTD-FILE
           CLOSE EARNINGS-REGISTER-FILE

           DISPLAY '--------------------------------------------'
           DISPLAY 'PAY-PERIOD EARNINGS RUN COMPLETE.'
           DISPLAY 'PERIOD ................ ', WS-FROM-DATE, ' TO ',
            WS-TO-DATE
           DISPLAY 'EMPLOYEES READ ........ ', WS-EMPLOYEES-READ
           DISPLAY 'EMPLOYEES PAID ........ ', WS-EMPLOYEES-PAID
           DISPLAY 'TOTAL PERIOD GROSS .... ', WS-TOTAL-GROSS
           DISPLAY 'RETRO ITEMS IN PERIOD . ', WS-RETRO-ITEMS
           DISPLAY 'TOTAL RETRO PAY ....... ', WS-TOTAL-RETRO
           DISPLAY 'AUDIT CHANGES USED .... ', WS-CHANGE-COUNT
           PERFORM 195-REPORT-RETRO-UNMATCHED-PARA
           IF WS-ACCUM-FLOORED > 0
             DISPLAY WS-ACCUM-FLOORED, ' ACCUMULATORS WOULD HAVE GONE '
              'BELOW ZERO ON A RETRO CUT AND WERE HELD AT ZERO.'
           END-IF
           DISPLAY '--------------------------------------------'

           STOP RUN.
      *-------------------------------------------------------------
      *TAKES THE PERIOD FROM THE COMMAND LINE, OR DEFAULTS IT TO THE
      *WHOLE CURRENT MONTH, AND CHECKS IT: BOTH ENDS VALID DATES, IN
      *ORDER, AND INSIDE ONE QUARTER (THE QUARTER-TO-DATE FIGURES
      *COULD NOT BE SPLIT OTHERWISE).
       110-RESOLVE-PERIOD-PARA.
           MOVE WS-TODAY TO WS-FROM-DATE
           MOVE 01       TO WS-FROM-DATE (7:2)
           MOVE WS-FROM-DATE TO WS-NEXT-MONTH-DATE
           IF WS-NEXT-MM = 12
             ADD 1 TO WS-NEXT-YEAR
             MOVE 01 TO WS-NEXT-MM
           ELSE
             ADD 1 TO WS-NEXT-MM
           END-IF
           COMPUTE WS-TO-DATE = FUNCTION DATE-OF-INTEGER
             (FUNCTION INTEGER-OF-DATE (WS-NEXT-MONTH-DATE) - 1)

           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM NOT = SPACES
             UNSTRING WS-PARM DELIMITED BY ALL ' '
               INTO WS-FROM-PARM WS-TO-PARM
             END-UNSTRING
             IF WS-FROM-PARM NUMERIC AND WS-TO-PARM NUMERIC
               MOVE WS-FROM-PARM TO WS-FROM-DATE
               MOVE WS-TO-PARM   TO WS-TO-DATE
             ELSE
               DISPLAY 'GIVE THE PERIOD AS TWO DATES, E.G. '
                'EARNRUN 20260901 20260930'
               MOVE 'N' TO WS-PERIOD-OK
             END-IF
           END-IF

           IF WS-PERIOD-OK = 'Y'
             IF FUNCTION TEST-DATE-YYYYMMDD (WS-FROM-DATE) NOT = 0
                OR FUNCTION TEST-DATE-YYYYMMDD (WS-TO-DATE) NOT = 0
               DISPLAY 'PERIOD ', WS-FROM-DATE, ' TO ', WS-TO-DATE,
                ' IS NOT A VALID DATE RANGE. RUN STOPPED.'
               MOVE 'N' TO WS-PERIOD-OK
             END-IF
           END-IF

           IF WS-PERIOD-OK = 'Y'
             MOVE WS-TO-DATE TO WS-MONTH-WORK-DATE
             COMPUTE WS-PERIOD-QUARTER = (WS-WORK-MM + 2) / 3
             MOVE WS-FROM-DATE TO WS-MONTH-WORK-DATE
             COMPUTE WS-FROM-QUARTER = (WS-WORK-MM + 2) / 3
             MOVE WS-TO-DATE (1:4) TO WS-PERIOD-YEAR
             IF WS-TO-DATE < WS-FROM-DATE
                OR WS-FROM-DATE (1:4) NOT = WS-TO-DATE (1:4)
                OR WS-FROM-QUARTER NOT = WS-PERIOD-QUARTER
               DISPLAY 'PERIOD ', WS-FROM-DATE, ' TO ', WS-TO-DATE,
                ' MUST RUN FORWARD INSIDE ONE QUARTER. RUN STOPPED.'
               MOVE 'N' TO WS-PERIOD-OK
             END-IF
           END-IF

           IF WS-PERIOD-OK = 'Y'
             MOVE FUNCTION INTEGER-OF-DATE (WS-FROM-DATE)
               TO WS-FROM-INT
             MOVE FUNCTION INTEGER-OF-DATE (WS-TO-DATE)
               TO WS-TO-INT
             IF FUNCTION MOD (WS-PERIOD-YEAR, 400) = 0
                OR (FUNCTION MOD (WS-PERIOD-YEAR, 4) = 0
                    AND FUNCTION MOD (WS-PERIOD-YEAR, 100) NOT = 0)
               MOVE 366 TO WS-DAYS-IN-YEAR
             ELSE
               MOVE 365 TO WS-DAYS-IN-YEAR
             END-IF
           END-IF.
      *-------------------------------------------------------------
      *REFUSES A PERIOD THAT OVERLAPS ONE ALREADY ON THE EARNINGS
      *HISTORY - PAYING THE SAME DAYS TWICE IS THE ONE MISTAKE THIS
      *RUN MUST NEVER MAKE.
       130-CHECK-HISTORY-PARA.
           OPEN INPUT EARNINGS-HISTORY-FILE
           PERFORM UNTIL MORE-DATA = 'N'
             READ EARNINGS-HISTORY-FILE
               AT END
                 MOVE 'N' TO MORE-DATA
               NOT AT END
                 IF EH-PERIOD-FROM NOT > WS-TO-DATE
                    AND EH-PERIOD-TO NOT < WS-FROM-DATE
                   DISPLAY 'PERIOD ', EH-PERIOD-FROM, ' TO ',
                    EH-PERIOD-TO, ' IS ALREADY ON EARNHIST.DAT AND '
                    'OVERLAPS THIS PERIOD. RUN STOPPED.'
                   MOVE 'N' TO WS-PERIOD-OK
                   MOVE 'N' TO MORE-DATA
                 END-IF
             END-READ
           END-PERFORM
           CLOSE EARNINGS-HISTORY-FILE
           MOVE 'Y' TO MORE-DATA.
      *-------------------------------------------------------------
      *CHECKS THE ACCUMULATORS BEFORE ANYTHING IS PAID, SO A REFUSED
      *RUN LEAVES THEM UNTOUCHED: A YEAR-TO-DATE STILL OPEN FOR AN
      *EARLIER YEAR MEANS EARNYEND HAS NOT BEEN RUN; AN ACCUMULATOR
      *ALREADY PAST THIS PERIOD MEANS THE PERIOD IS OUT OF ORDER.
       140-CHECK-ACCUMULATORS-PARA.
           MOVE LOW-VALUES TO EY-SSNO
           START EARNINGS-YTD-FILE
             KEY IS NOT LESS THAN EY-SSNO
             INVALID KEY
               MOVE 'N' TO MORE-DATA
           END-START
           PERFORM UNTIL MORE-DATA = 'N'
             READ EARNINGS-YTD-FILE NEXT RECORD
               AT END
                 MOVE 'N' TO MORE-DATA
               NOT AT END
                 IF EY-YEAR < WS-PERIOD-YEAR
                    AND EY-YTD-GROSS NOT = 0
                   ADD 1 TO WS-YTD-BLOCKED
                 END-IF
                 IF EY-YEAR > WS-PERIOD-YEAR
                    OR EY-LAST-PERIOD-END NOT < WS-FROM-DATE
                   MOVE EY-SSNO TO WS-SSN-RAW
                   PERFORM 980-MASK-SSN-PARA
                   DISPLAY 'ACCUMULATOR FOR ', WS-SSN-PRINT,
                    ' IS ALREADY '
                    'PAID THROUGH ', EY-LAST-PERIOD-END,
                    '. RUN STOPPED.'
                   MOVE 'N' TO WS-PERIOD-OK
                   MOVE 'N' TO MORE-DATA
                 END-IF
             END-READ
           END-PERFORM
           MOVE 'Y' TO MORE-DATA
           IF WS-YTD-BLOCKED > 0
             DISPLAY WS-YTD-BLOCKED, ' YEAR-TO-DATE ACCUMULATORS ARE '
              'STILL OPEN FOR AN EARLIER YEAR.'
             DISPLAY 'RUN EARNYEND TO CLOSE OUT THE YEAR BEFORE '
              'PAYING ', WS-PERIOD-YEAR, '. RUN STOPPED.'
             MOVE 'N' TO WS-PERIOD-OK
           END-IF.
      *-------------------------------------------------------------
      *READS AUDARCH.DIR INTO THE ARCHIVE NAME TABLE. A DIRECTORY
      *BEYOND THE TABLE LIMIT STOPS THE RUN RATHER THAN PAYING FROM
      *PART OF THE TRAIL.
       150-LOAD-ARCHIVE-NAMES-PARA.
           OPEN INPUT ARCHIVE-DIRECTORY-FILE
           PERFORM UNTIL MORE-DATA = 'N'
             READ ARCHIVE-DIRECTORY-FILE
               AT END
                 MOVE 'N' TO MORE-DATA
               NOT AT END
                 IF WS-ARCHIVE-COUNT >= WS-ARCHIVE-MAX
                   DISPLAY 'MORE THAN ', WS-ARCHIVE-MAX,
                    ' ARCHIVES IN AUDARCH.DIR. RUN STOPPED.'
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
      *LOADS EVERY APPLIED CHANGE DATED ON OR AFTER THE START OF THE
      *PERIOD, FROM EACH ARCHIVE THE PERIOD CAN TOUCH AND THEN FROM
      *THE LIVE LOG, OLDEST FIRST.
       160-LOAD-CHANGES-PARA.
           PERFORM VARYING WS-IX FROM 1 BY 1
             UNTIL WS-IX > WS-ARCHIVE-COUNT
             MOVE 0 TO WS-ARCHIVE-DATE
             IF WS-ARCHIVE-ENTRY (WS-IX) (8:8) NUMERIC
               MOVE WS-ARCHIVE-ENTRY (WS-IX) (8:8)
                 TO WS-ARCHIVE-DATE
             END-IF
             IF WS-ARCHIVE-DATE = 0
                OR WS-ARCHIVE-DATE >= WS-FROM-DATE
               MOVE WS-ARCHIVE-ENTRY (WS-IX) TO WS-AUDIT-NAME
               PERFORM 170-LOAD-ONE-FILE-PARA
             END-IF
           END-PERFORM
           MOVE 'AUDIT.LOG' TO WS-AUDIT-NAME
           PERFORM 170-LOAD-ONE-FILE-PARA.
      *-------------------------------------------------------------
      *LOADS THE APPLIED CHANGES FROM THE AUDIT FILE NAMED IN
      *WS-AUDIT-NAME. A REJECTED TRANSACTION CHANGED NOTHING AND IS
      *PASSED OVER.
       170-LOAD-ONE-FILE-PARA.
           OPEN INPUT AUDIT-FILE
           MOVE 'Y' TO MORE-DATA
           PERFORM UNTIL MORE-DATA = 'N'
             READ AUDIT-FILE
               AT END
                 MOVE 'N' TO MORE-DATA
               NOT AT END
                 IF AU-STATUS = 'SUCC'
                    AND AU-TIMESTAMP (1:8) NUMERIC
                   MOVE AU-TIMESTAMP (1:8) TO WS-CHANGE-DATE
                   IF WS-CHANGE-DATE >= WS-FROM-DATE
                     PERFORM 180-ADD-CHANGE-PARA
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE AUDIT-FILE
           MOVE 'Y' TO MORE-DATA.
      *-------------------------------------------------------------
      *ADDS ONE APPLIED CHANGE TO THE CHANGE TABLE. A TRAIL BEYOND
      *THE TABLE LIMIT STOPS THE RUN - PAYING WITHOUT EVERY CHANGE
      *WOULD PAY SOMEBODY AT THE WRONG RATE.
       180-ADD-CHANGE-PARA.
           IF WS-CHANGE-COUNT >= WS-CHANGE-MAX
             DISPLAY 'MORE THAN ', WS-CHANGE-MAX, ' APPLIED CHANGES '
              'SINCE ', WS-FROM-DATE, '. RUN STOPPED.'
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           ADD 1 TO WS-CHANGE-COUNT
           MOVE AU-SSNO        TO CH-SSNO (WS-CHANGE-COUNT)
           MOVE WS-CHANGE-DATE TO CH-DATE (WS-CHANGE-COUNT)
           MOVE AU-TRANS-CODE  TO CH-CODE (WS-CHANGE-COUNT)
           MOVE AU-OLD-SALARY  TO CH-OLD-SALARY (WS-CHANGE-COUNT).
      *-------------------------------------------------------------
      *SUMS THE RETRO-PAY ITEMS WORKED OUT ON A DAY INSIDE THE PERIOD
      *BY SSN. A ZERO ITEM PAYS NOTHING AND IS PASSED OVER, THE SAME
      *AS THE BRIDGE DOES. MORE SSNS THAN THE TABLE HOLDS STOPS THE
      *RUN RATHER THAN LEAVE SOMEBODY'S RETRO PAY OUT.
       185-LOAD-RETRO-PAY-PARA.
           OPEN INPUT RETRO-PAY-FILE
           PERFORM UNTIL MORE-DATA = 'N'
             READ RETRO-PAY-FILE
               AT END
                 MOVE 'N' TO MORE-DATA
               NOT AT END
                 IF RP-RUN-DATE NOT < WS-FROM-DATE
                    AND RP-RUN-DATE NOT > WS-TO-DATE
                    AND RP-AMOUNT NOT = 0
                   PERFORM 187-ADD-RETRO-PARA
                 END-IF
             END-READ
           END-PERFORM
           CLOSE RETRO-PAY-FILE
           MOVE 'Y' TO MORE-DATA.
      *-------------------------------------------------------------
      *ADDS ONE RETRO-PAY ITEM TO ITS SSN'S ENTRY IN THE RETRO TABLE.
       187-ADD-RETRO-PARA.
           MOVE 0 TO WS-FOUND-RX
           PERFORM VARYING WS-RX FROM 1 BY 1
             UNTIL WS-RX > WS-RETRO-COUNT
               OR WS-FOUND-RX > 0
             IF RT-SSNO (WS-RX) = RP-SSNO
               MOVE WS-RX TO WS-FOUND-RX
             END-IF
           END-PERFORM
           IF WS-FOUND-RX = 0
             IF WS-RETRO-COUNT >= WS-RETRO-MAX
               DISPLAY 'MORE THAN ', WS-RETRO-MAX, ' EMPLOYEES WITH '
                'RETRO PAY IN THE PERIOD. RUN STOPPED.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
             END-IF
             ADD 1 TO WS-RETRO-COUNT
             MOVE WS-RETRO-COUNT TO WS-FOUND-RX
             MOVE RP-SSNO TO RT-SSNO (WS-FOUND-RX)
             MOVE 0       TO RT-AMOUNT (WS-FOUND-RX)
             MOVE 'N'     TO RT-USED (WS-FOUND-RX)
           END-IF
           ADD RP-AMOUNT TO RT-AMOUNT (WS-FOUND-RX)
           ADD 1 TO WS-RETRO-ITEMS.
      *-------------------------------------------------------------
      *LISTS ANY RETRO PAY NOBODY ON THE MASTER TOOK UP, SO IT CAN BE
      *FOLLOWED UP BY HAND RATHER THAN GO MISSING FROM THE TOTALS.
       195-REPORT-RETRO-UNMATCHED-PARA.
           PERFORM VARYING WS-RX FROM 1 BY 1
             UNTIL WS-RX > WS-RETRO-COUNT
             IF RT-USED (WS-RX) = 'N'
               ADD 1 TO WS-RETRO-UNMATCHED
               MOVE RT-SSNO (WS-RX) TO WS-SSN-RAW
               PERFORM 980-MASK-SSN-PARA
               DISPLAY 'RETRO PAY FOR ', WS-SSN-PRINT, ' IS NOT ON '
                'CH1501.NDX AND IS NOT IN ANY TOTAL.'
             END-IF
           END-PERFORM.
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
             MOVE 'EARNRUN' TO RA-PROGRAM
             IF FULL-SSN-AUTHORIZED
               MOVE 'FULL SSN PRINTED' TO RA-OUTCOME
               DISPLAY 'FULL SSNS PRINTED FOR OPERATOR ',
                WS-SSN-OPERATOR
             ELSE
               MOVE 'REFUSED - MASKED' TO RA-OUTCOME
               DISPLAY 'OPERATOR ', WS-SSN-OPERATOR, ' MAY NOT '
                'PRINT FULL SSNS. SSNS MASKED.'
             END-IF
             MOVE 'EARNREG.OUT' TO RA-REPORT
             WRITE REPORT-ACCESS-RECORD
             CLOSE REPORT-ACCESS-FILE
           END-IF.
      *-------------------------------------------------------------
      *SORT INPUT PROCEDURE: PAYS EVERY EMPLOYEE ON THE MASTER IN
      *SSN ORDER AND RELEASES A REGISTER LINE FOR EACH ONE PAID.
       200-PAY-EMPLOYEES-PARA.
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
                 ADD 1 TO WS-EMPLOYEES-READ
                 PERFORM 300-COMPUTE-GROSS-PARA
                 PERFORM 360-FIND-RETRO-PARA
                 IF WS-DAYS-PAID > 0 OR WS-RETRO-PAY NOT = 0
                   PERFORM 400-RECORD-EARNINGS-PARA
                 END-IF
             END-READ
           END-PERFORM
           MOVE 'Y' TO MORE-DATA.
      *-------------------------------------------------------------
      *WORKS OUT THE EMPLOYEE'S GROSS FOR THE PERIOD. STARTING FROM
      *THE MASTER AS IT STANDS TODAY, THE EMPLOYEE'S CHANGES ARE
      *UNDONE NEWEST FIRST: EACH ONE INSIDE THE PERIOD CLOSES OFF A
      *SEGMENT FROM ITS DATE TO THE END OF THE UNPAID PART, PAID AT
      *THE STATE THE CHANGE LEFT BEHIND; WHAT IS LEFT AT THE FRONT
      *OF THE PERIOD IS PAID AT THE STATE BEFORE THE EARLIEST CHANGE.
      *ONLY DAYS IN ACTIVE STATUS ARE PAID.
       300-COMPUTE-GROSS-PARA.
           MOVE I-STATUS-OUT TO WS-CUR-STATUS
           MOVE I-SALARY-OUT TO WS-CUR-SALARY
           MOVE 'N'          TO WS-END-CAPTURED
           MOVE WS-TO-INT    TO WS-SEG-END-INT
           MOVE 0            TO WS-DAYS-PAID
           MOVE 0            TO WS-RATE-DAYS

           PERFORM VARYING WS-CX FROM WS-CHANGE-COUNT BY -1
             UNTIL WS-CX < 1
             IF CH-SSNO (WS-CX) = I-SSNO-OUT
               IF CH-DATE (WS-CX) NOT > WS-TO-DATE
                 IF WS-END-CAPTURED = 'N'
                   MOVE WS-CUR-STATUS TO WS-END-STATUS
                   MOVE WS-CUR-SALARY TO WS-END-SALARY
                   MOVE 'Y' TO WS-END-CAPTURED
                 END-IF
                 MOVE FUNCTION INTEGER-OF-DATE (CH-DATE (WS-CX))
                   TO WS-SEG-START-INT
                 PERFORM 350-PAY-SEGMENT-PARA
                 COMPUTE WS-SEG-END-INT = WS-SEG-START-INT - 1
               END-IF
               PERFORM 320-UNDO-CHANGE-PARA
             END-IF
           END-PERFORM

           IF WS-END-CAPTURED = 'N'
             MOVE WS-CUR-STATUS TO WS-END-STATUS
             MOVE WS-CUR-SALARY TO WS-END-SALARY
           END-IF
           MOVE WS-FROM-INT TO WS-SEG-START-INT
           PERFORM 350-PAY-SEGMENT-PARA

           COMPUTE WS-GROSS ROUNDED =
             WS-RATE-DAYS / WS-DAYS-IN-YEAR.
      *-------------------------------------------------------------
      *STEPS THE EMPLOYEE'S STATE BACK ACROSS ONE CHANGE: BEFORE A
      *HIRE THE EMPLOYEE WAS NOT ON THE PAYROLL; BEFORE AN UPDATE OR
      *A TERMINATION THEY WERE ACTIVE AT THE OLD SALARY; BEFORE A
      *REHIRE THEY WERE TERMINATED.
       320-UNDO-CHANGE-PARA.
           EVALUATE CH-CODE (WS-CX)
             WHEN '1'
               MOVE 'N' TO WS-CUR-STATUS
               MOVE 0   TO WS-CUR-SALARY
             WHEN '2'
             WHEN '3'
               MOVE 'A' TO WS-CUR-STATUS
               MOVE CH-OLD-SALARY (WS-CX) TO WS-CUR-SALARY
             WHEN '4'
               MOVE 'T' TO WS-CUR-STATUS
               MOVE CH-OLD-SALARY (WS-CX) TO WS-CUR-SALARY
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
      *-------------------------------------------------------------
      *PAYS THE SEGMENT WS-SEG-START-INT THROUGH WS-SEG-END-INT AT
      *THE CURRENT STATE, IF THE EMPLOYEE WAS ACTIVE AND THE SEGMENT
      *HAS ANY DAYS IN IT (TWO CHANGES ON ONE DAY LEAVE AN EMPTY
      *SEGMENT - THE LATER CHANGE GOVERNS THE DAY).
       350-PAY-SEGMENT-PARA.
           COMPUTE WS-SEG-DAYS =
             WS-SEG-END-INT - WS-SEG-START-INT + 1
           IF WS-SEG-DAYS > 0 AND WS-CUR-STATUS = 'A'
             ADD WS-SEG-DAYS TO WS-DAYS-PAID
             COMPUTE WS-RATE-DAYS =
               WS-RATE-DAYS + WS-CUR-SALARY * WS-SEG-DAYS
           END-IF.
      *-------------------------------------------------------------
      *SETS WS-RETRO-PAY TO THE EMPLOYEE'S RETRO PAY FOR THE PERIOD,
      *ZERO WHEN THERE IS NONE, AND MARKS THE ENTRY TAKEN UP.
       360-FIND-RETRO-PARA.
           MOVE 0 TO WS-RETRO-PAY
           MOVE 0 TO WS-FOUND-RX
           PERFORM VARYING WS-RX FROM 1 BY 1
             UNTIL WS-RX > WS-RETRO-COUNT
               OR WS-FOUND-RX > 0
             IF RT-SSNO (WS-RX) = I-SSNO-OUT
               MOVE WS-RX TO WS-FOUND-RX
             END-IF
           END-PERFORM
           IF WS-FOUND-RX > 0
             MOVE RT-AMOUNT (WS-FOUND-RX) TO WS-RETRO-PAY
             MOVE 'Y' TO RT-USED (WS-FOUND-RX)
           END-IF.
      *-------------------------------------------------------------
      *RECORDS ONE EMPLOYEE'S PERIOD EARNINGS: THE HISTORY RECORD,
      *THE ACCUMULATORS (OPENED FRESH THE FIRST TIME AN SSN IS
      *PAID, THE QUARTER-TO-DATE RESTARTED IN A NEW QUARTER OR A
      *NEW YEAR) AND THE REGISTER LINE. THE ACCUMULATORS TAKE THE
      *PERIOD GROSS PLUS THE RETRO PAY; A RETRO CUT THAT WOULD TAKE
      *ONE BELOW ZERO HOLDS IT AT ZERO.
       400-RECORD-EARNINGS-PARA.
           MOVE I-SSNO-OUT    TO EH-SSNO
           MOVE WS-FROM-DATE  TO EH-PERIOD-FROM
           MOVE WS-TO-DATE    TO EH-PERIOD-TO
           MOVE I-DEPT-OUT    TO EH-DEPT
           MOVE WS-END-SALARY TO EH-ANNUAL-RATE
           MOVE WS-DAYS-PAID  TO EH-DAYS-PAID
           MOVE WS-GROSS      TO EH-GROSS
           MOVE WS-RUN-STAMP  TO EH-RUN-STAMP
           MOVE WS-RETRO-PAY  TO EH-RETRO-PAY
           WRITE EARNINGS-HISTORY-RECORD

           MOVE I-SSNO-OUT TO EY-SSNO
           READ EARNINGS-YTD-FILE
             INVALID KEY
               MOVE I-SSNO-OUT        TO EY-SSNO
               MOVE WS-PERIOD-YEAR    TO EY-YEAR
               MOVE WS-PERIOD-QUARTER TO EY-QUARTER
               MOVE 0                 TO EY-QTD-GROSS
               MOVE 0                 TO EY-YTD-GROSS
               PERFORM 420-ADVANCE-ACCUMULATORS-PARA
               MOVE WS-TO-DATE        TO EY-LAST-PERIOD-END
               WRITE EARNINGS-YTD-RECORD
             NOT INVALID KEY
               IF EY-YEAR NOT = WS-PERIOD-YEAR
                 MOVE WS-PERIOD-YEAR TO EY-YEAR
                 MOVE 0 TO EY-YTD-GROSS
                 MOVE 0 TO EY-QTD-GROSS
               END-IF
               IF EY-QUARTER NOT = WS-PERIOD-QUARTER
                 MOVE WS-PERIOD-QUARTER TO EY-QUARTER
                 MOVE 0 TO EY-QTD-GROSS
               END-IF
               PERFORM 420-ADVANCE-ACCUMULATORS-PARA
               MOVE WS-TO-DATE TO EY-LAST-PERIOD-END
               REWRITE EARNINGS-YTD-RECORD
           END-READ

           MOVE I-DEPT-OUT    TO S-DEPT
           MOVE I-SSNO-OUT    TO S-SSNO
           MOVE I-NAME-OUT    TO S-NAME
           MOVE WS-END-SALARY TO S-RATE
           MOVE WS-DAYS-PAID  TO S-DAYS
           MOVE WS-GROSS      TO S-GROSS
           MOVE EY-QTD-GROSS  TO S-QTD
           MOVE EY-YTD-GROSS  TO S-YTD
           MOVE WS-RETRO-PAY  TO S-RETRO
           RELEASE SORT-RECORD

           ADD 1 TO WS-EMPLOYEES-PAID
           ADD WS-GROSS TO WS-TOTAL-GROSS
           ADD WS-RETRO-PAY TO WS-TOTAL-RETRO.
      *-------------------------------------------------------------
      *ADDS THE PERIOD GROSS AND THE RETRO PAY TO THE QUARTER-TO-DATE
      *AND YEAR-TO-DATE.
       420-ADVANCE-ACCUMULATORS-PARA.
           COMPUTE WS-PAID-TO-DATE = EY-QTD-GROSS + WS-GROSS
           ADD WS-RETRO-PAY TO WS-PAID-TO-DATE
           IF WS-PAID-TO-DATE < 0
             ADD 1 TO WS-ACCUM-FLOORED
             MOVE 0 TO WS-PAID-TO-DATE
           END-IF
           MOVE WS-PAID-TO-DATE TO EY-QTD-GROSS
           COMPUTE WS-PAID-TO-DATE = EY-YTD-GROSS + WS-GROSS
           ADD WS-RETRO-PAY TO WS-PAID-TO-DATE
           IF WS-PAID-TO-DATE < 0
             ADD 1 TO WS-ACCUM-FLOORED
             MOVE 0 TO WS-PAID-TO-DATE
           END-IF
           MOVE WS-PAID-TO-DATE TO EY-YTD-GROSS.
      *-------------------------------------------------------------
      *SORT OUTPUT PROCEDURE: PRINTS THE REGISTER LINES IN
      *DEPARTMENT ORDER WITH A SUBTOTAL AT EACH DEPARTMENT BREAK.
       500-PRINT-REGISTER-PARA.
           MOVE 'Y' TO MORE-DATA
           PERFORM UNTIL MORE-DATA = 'N'
             RETURN SORT-FILE RECORD
               AT END
                 MOVE 'N' TO MORE-DATA
               NOT AT END
                 PERFORM 550-PRINT-ONE-PARA
             END-RETURN
           END-PERFORM.
      *-------------------------------------------------------------
      *PRINTS ONE REGISTER LINE, CLOSING THE PRIOR DEPARTMENT AND
      *OPENING THE NEXT WHEN THE CODE CHANGES.
       550-PRINT-ONE-PARA.
           IF WS-HAVE-DEPT = 'N' OR S-DEPT NOT = WS-CUR-DEPT
             IF WS-HAVE-DEPT = 'Y'
               PERFORM 560-DEPT-SUBTOTAL-PARA
             END-IF
             MOVE S-DEPT TO WS-CUR-DEPT
             MOVE 'Y'    TO WS-HAVE-DEPT
             MOVE 0 TO WS-DEPT-EMPLOYEES
             MOVE 0 TO WS-DEPT-GROSS
             MOVE 0 TO WS-DEPT-QTD
             MOVE 0 TO WS-DEPT-YTD
             MOVE S-DEPT TO DL-DEPT
             MOVE SPACES TO EARNINGS-REGISTER-RECORD
             WRITE EARNINGS-REGISTER-RECORD
             WRITE EARNINGS-REGISTER-RECORD FROM WS-DEPT-LINE
             ADD 2 TO WS-LINE-COUNT
           END-IF

           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
             ADD 1 TO WS-PAGE-NO
             PERFORM 610-PRINT-HEADINGS-PARA
           END-IF

           MOVE S-SSNO  TO WS-SSN-RAW
           PERFORM 980-MASK-SSN-PARA
           MOVE WS-SSN-PRINT TO D-SSNO
           MOVE S-NAME  TO D-NAME
           MOVE S-RATE  TO D-RATE
           MOVE S-DAYS  TO D-DAYS
           MOVE S-GROSS TO D-GROSS
           MOVE S-QTD   TO D-QTD
           MOVE S-YTD   TO D-YTD
           WRITE EARNINGS-REGISTER-RECORD FROM WS-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT
           IF S-RETRO NOT = 0
             MOVE S-RETRO TO RL-RETRO
             WRITE EARNINGS-REGISTER-RECORD FROM WS-RETRO-LINE
             ADD 1 TO WS-LINE-COUNT
           END-IF

           ADD 1       TO WS-DEPT-EMPLOYEES
           ADD S-GROSS TO WS-DEPT-GROSS
           ADD S-QTD   TO WS-DEPT-QTD
           ADD S-YTD   TO WS-DEPT-YTD
           ADD S-QTD   TO WS-GRAND-QTD
           ADD S-YTD   TO WS-GRAND-YTD.
      *-------------------------------------------------------------
      *PRINTS THE SUBTOTAL OF THE DEPARTMENT JUST FINISHED.
       560-DEPT-SUBTOTAL-PARA.
           MOVE 'DEPT TOTAL'      TO SL-LABEL
           MOVE WS-CUR-DEPT       TO SL-DEPT
           MOVE WS-DEPT-EMPLOYEES TO SL-EMPLOYEES
           MOVE WS-DEPT-GROSS     TO SL-GROSS
           MOVE WS-DEPT-QTD       TO SL-QTD
           MOVE WS-DEPT-YTD       TO SL-YTD
           WRITE EARNINGS-REGISTER-RECORD FROM WS-SUBTOTAL-LINE
           ADD 1 TO WS-LINE-COUNT
           MOVE 'N' TO WS-HAVE-DEPT.
      *-------------------------------------------------------------
      *WRITES THE REGISTER HEADINGS AND RESETS THE LINE COUNT.
       610-PRINT-HEADINGS-PARA.
           MOVE WS-PAGE-NO TO H1-PAGE-NO
           MOVE SPACES TO EARNINGS-REGISTER-RECORD
           WRITE EARNINGS-REGISTER-RECORD FROM WS-HEADING-1
           WRITE EARNINGS-REGISTER-RECORD FROM WS-HEADING-2
           MOVE SPACES TO EARNINGS-REGISTER-RECORD
           WRITE EARNINGS-REGISTER-RECORD
           WRITE EARNINGS-REGISTER-RECORD FROM WS-HEADING-3
           MOVE 0 TO WS-LINE-COUNT.
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
