      *NAME: ANJU CHAWLA
      *DATE: OCTOBER 15, 2026
      *PURPOSE: DEPARTMENT BUDGET-VERSUS-ACTUAL VARIANCE REPORT, RUN
      *IN THE NIGHTLY BATCH AFTER THE PAYROLL UPDATE. THE PAYROLL
      *REGISTER'S DEPARTMENT SUMMARY HAD NOTHING TO BE COMPARED TO,
      *SO A DEPARTMENT RUNNING OVER ITS APPROVED PAYROLL WAS FOUND
      *AT QUARTER END. THIS PROGRAM READS THE FISCAL YEAR'S APPROVED
      *HEADCOUNT AND SALARY BUDGET FOR EACH DEPARTMENT FROM
      *DEPTBUD.DAT (MAINTAINED THROUGH BUDMNT) AND THE ACTIVE
      *EMPLOYEES ON CH1501.NDX, AND PRINTS PER DEPARTMENT THE
      *BUDGETED AND ACTUAL HEADCOUNT, THE BUDGETED AND ACTUAL ANNUAL
      *SALARY, THE DOLLAR AND PERCENT VARIANCE (ACTUAL LESS BUDGET,
      *SO A POSITIVE VARIANCE IS AN OVERRUN) AND THE OPEN POSITIONS
      *(BUDGETED HEADCOUNT NOT YET FILLED). A DEPARTMENT WHOSE ACTUAL
      *SALARY IS OVER ITS BUDGET, OR WHICH CARRIES PAYROLL WITH NO
      *BUDGET AT ALL, IS FLAGGED, AND THE COUNT OF FLAGGED
      *DEPARTMENTS IS PRINTED IN THE STANDARD TOTALS POSITION SO THE
      *MORNING EXCEPTIONS DIGEST CARRIES IT. THE FISCAL YEAR IS THE
      *CALENDAR YEAR OF THE RUN DATE UNLESS ONE IS GIVEN ON THE
      *COMMAND LINE: BUDVAR [<YYYY>].

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDVAR.
      *************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DEPARTMENT-BUDGET-FILE
             ASSIGN TO 'DEPTBUD.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.

      *EVERY PROGRAM THAT OPENS CH1501.NDX MUST DECLARE THE SAME
      *KEYS.
           SELECT MASTER-FILE
             ASSIGN TO 'CH1501.NDX'
             ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC
             RECORD KEY IS I-SSNO-OUT
             ALTERNATE RECORD KEY IS I-NAME-OUT
               WITH DUPLICATES.

           SELECT VARIANCE-REPORT-FILE
             ASSIGN TO 'BUDVAR.OUT'
             ORGANIZATION IS LINE SEQUENTIAL.
      *********************************************************
       DATA DIVISION.
       FILE SECTION.
      *THE BUDGET RECORD, EXACTLY AS BUDMNT WRITES IT.
       FD  DEPARTMENT-BUDGET-FILE
           RECORD CONTAINS 21 CHARACTERS.
       01  DEPARTMENT-BUDGET-RECORD.
           05 DB-DEPT-CODE        PIC X(4).
           05 DB-FISCAL-YEAR      PIC 9(4).
           05 DB-HEADCOUNT        PIC 9(4).
           05 DB-SALARY-BUDGET    PIC 9(9).

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

       FD  VARIANCE-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  VARIANCE-REPORT-RECORD PIC X(80).
      *---------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  MORE-DATA               PIC X     VALUE 'Y'.
       01  WS-TODAY                PIC 9(8)  VALUE 0.
       01  WS-PARM                 PIC X(10) VALUE SPACES.
       01  WS-FISCAL-YEAR          PIC 9(4)  VALUE 0.

      *ONE LINE PER DEPARTMENT THAT HAS A BUDGET FOR THE YEAR OR
      *ACTIVE EMPLOYEES, KEPT IN CODE ORDER.
       01  WS-VAR-MAX              PIC 9(3)  VALUE 200.
       01  WS-VAR-COUNT            PIC 9(3)  VALUE 0.
       01  WS-VAR-TABLE.
           05 WS-VAR-ENTRY OCCURS 200 TIMES.
              10 VT-DEPT-CODE      PIC X(4).
              10 VT-HAS-BUDGET     PIC X.
              10 VT-BUD-HEADCOUNT  PIC 9(4).
              10 VT-BUD-SALARY     PIC 9(9).
              10 VT-ACT-HEADCOUNT  PIC 9(5).
              10 VT-ACT-SALARY     PIC 9(9).
       01  WS-VX                   PIC 9(3)  COMP.
       01  WS-VX2                  PIC 9(3)  COMP.
       01  WS-FOUND-IX             PIC 9(3)  COMP.
       01  WS-LOOKUP-DEPT          PIC X(4)  VALUE SPACES.

       01  WS-VARIANCE             PIC S9(9) VALUE 0.
       01  WS-VARIANCE-PCT         PIC S9(5)V9 VALUE 0.
       01  WS-OPEN-POSITIONS       PIC 9(5)  VALUE 0.

      *REPORT TOTALS.
       01  WS-BUDGET-COUNT         PIC 9(5)  VALUE 0.
       01  WS-EMPLOYEE-COUNT       PIC 9(7)  VALUE 0.
       01  WS-OVER-COUNT           PIC 9(5)  VALUE 0.
       01  WS-NO-BUDGET-COUNT      PIC 9(5)  VALUE 0.
       01  WS-TOT-BUD-HEADCOUNT    PIC 9(7)  VALUE 0.
       01  WS-TOT-ACT-HEADCOUNT    PIC 9(7)  VALUE 0.
       01  WS-TOT-BUD-SALARY       PIC 9(11) VALUE 0.
       01  WS-TOT-ACT-SALARY       PIC 9(11) VALUE 0.
       01  WS-TOT-OPEN-POSITIONS   PIC 9(7)  VALUE 0.

       01  WS-HEADING-1.
           05 FILLER               PIC X(18) VALUE SPACES.
           05 FILLER               PIC X(44) VALUE
              'DEPARTMENT SALARY BUDGET VARIANCE REPORT'.
       01  WS-HEADING-2.
           05 FILLER               PIC X(13) VALUE 'FISCAL YEAR: '.
           05 H2-FISCAL-YEAR       PIC 9(4).
           05 FILLER               PIC X(13) VALUE '   RUN DATE: '.
           05 H2-RUN-DATE          PIC 9(8).
       01  WS-HEADING-3.
           05 FILLER               PIC X(5)  VALUE 'DEPT'.
           05 FILLER               PIC X(7)  VALUE ' BUD HC'.
           05 FILLER               PIC X(7)  VALUE ' ACT HC'.
           05 FILLER               PIC X(12) VALUE '  BUD SALARY'.
           05 FILLER               PIC X(12) VALUE '  ACT SALARY'.
           05 FILLER               PIC X(13) VALUE '     VARIANCE'.
           05 FILLER               PIC X(8)  VALUE '   VAR %'.
           05 FILLER               PIC X(5)  VALUE ' OPEN'.
           05 FILLER               PIC X(11) VALUE ' FLAG'.

       01  WS-DETAIL-LINE.
           05 D-DEPT-CODE          PIC X(4).
           05 FILLER               PIC X     VALUE SPACE.
           05 D-BUD-HEADCOUNT      PIC ZZ,ZZ9.
           05 FILLER               PIC X     VALUE SPACE.
           05 D-ACT-HEADCOUNT      PIC ZZ,ZZ9.
           05 FILLER               PIC X     VALUE SPACE.
           05 D-BUD-SALARY         PIC ZZZ,ZZZ,ZZ9.
           05 FILLER               PIC X     VALUE SPACE.
           05 D-ACT-SALARY         PIC ZZZ,ZZZ,ZZ9.
           05 FILLER               PIC X     VALUE SPACE.
           05 D-VARIANCE           PIC ZZZ,ZZZ,ZZ9-.
           05 FILLER               PIC X     VALUE SPACE.
           05 D-VARIANCE-PCT       PIC ZZZ9.9-.
           05 FILLER               PIC X     VALUE SPACE.
           05 D-OPEN-POSITIONS     PIC ZZZ9.
           05 FILLER               PIC X     VALUE SPACE.
           05 D-FLAG               PIC X(11).

       01  WS-TOTAL-DETAIL-LINE.
           05 FILLER               PIC X(5)  VALUE 'ALL'.
           05 TD-BUD-HEADCOUNT     PIC ZZ,ZZ9.
           05 FILLER               PIC X     VALUE SPACE.
           05 TD-ACT-HEADCOUNT     PIC ZZ,ZZ9.
           05 FILLER               PIC X     VALUE SPACE.
           05 TD-BUD-SALARY        PIC ZZZ,ZZZ,ZZ9.
           05 FILLER               PIC X     VALUE SPACE.
           05 TD-ACT-SALARY        PIC ZZZ,ZZZ,ZZ9.
           05 FILLER               PIC X     VALUE SPACE.
           05 TD-VARIANCE          PIC ZZZ,ZZZ,ZZ9-.
           05 FILLER               PIC X(10) VALUE SPACES.
           05 TD-OPEN-POSITIONS    PIC ZZZ9.

       01  WS-TOTAL-LINE-1.
           05 FILLER               PIC X(34) VALUE
              'DEPARTMENTS OVER BUDGET:'.
           05 T-OVER-COUNT         PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-2.
           05 FILLER               PIC X(34) VALUE
              'DEPARTMENTS WITH NO BUDGET:'.
           05 T-NO-BUDGET-COUNT    PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-3.
           05 FILLER               PIC X(34) VALUE
              'OPEN POSITIONS:'.
           05 T-OPEN-POSITIONS     PIC ZZZ,ZZ9.

      **********************************************************
       PROCEDURE DIVISION.
      *LOADS THE YEAR'S BUDGETS, ADDS IN THE ACTIVE PAYROLL, THEN
      *PRINTS THE VARIANCE BY DEPARTMENT.
       100-MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
           MOVE WS-TODAY (1:4) TO WS-FISCAL-YEAR
           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM NOT = SPACES
             IF WS-PARM (1:4) NUMERIC AND WS-PARM (5:6) = SPACES
               MOVE WS-PARM (1:4) TO WS-FISCAL-YEAR
             ELSE
               DISPLAY 'FISCAL YEAR MUST BE YYYY. NOTHING REPORTED.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
             END-IF
           END-IF

           PERFORM 200-LOAD-BUDGETS-PARA
           PERFORM 300-ADD-ACTUALS-PARA

           OPEN OUTPUT VARIANCE-REPORT-FILE
           MOVE WS-FISCAL-YEAR TO H2-FISCAL-YEAR
           MOVE WS-TODAY       TO H2-RUN-DATE
           MOVE SPACES TO VARIANCE-REPORT-RECORD
           WRITE VARIANCE-REPORT-RECORD FROM WS-HEADING-1
           WRITE VARIANCE-REPORT-RECORD FROM WS-HEADING-2
           MOVE SPACES TO VARIANCE-REPORT-RECORD
           WRITE VARIANCE-REPORT-RECORD
           WRITE VARIANCE-REPORT-RECORD FROM WS-HEADING-3

           PERFORM VARYING WS-VX FROM 1 BY 1
             UNTIL WS-VX > WS-VAR-COUNT
             PERFORM 400-PRINT-DEPARTMENT-PARA
           END-PERFORM

           MOVE WS-TOT-BUD-HEADCOUNT  TO TD-BUD-HEADCOUNT
           MOVE WS-TOT-ACT-HEADCOUNT  TO TD-ACT-HEADCOUNT
           MOVE WS-TOT-BUD-SALARY     TO TD-BUD-SALARY
           MOVE WS-TOT-ACT-SALARY     TO TD-ACT-SALARY
           COMPUTE TD-VARIANCE = WS-TOT-ACT-SALARY - WS-TOT-BUD-SALARY
           MOVE WS-TOT-OPEN-POSITIONS TO TD-OPEN-POSITIONS
           WRITE VARIANCE-REPORT-RECORD FROM WS-TOTAL-DETAIL-LINE

           MOVE SPACES TO VARIANCE-REPORT-RECORD
           WRITE VARIANCE-REPORT-RECORD
           MOVE WS-OVER-COUNT         TO T-OVER-COUNT
           WRITE VARIANCE-REPORT-RECORD FROM WS-TOTAL-LINE-1
           MOVE WS-NO-BUDGET-COUNT    TO T-NO-BUDGET-COUNT
           WRITE VARIANCE-REPORT-RECORD FROM WS-TOTAL-LINE-2
           MOVE WS-TOT-OPEN-POSITIONS TO T-OPEN-POSITIONS
           WRITE VARIANCE-REPORT-RECORD FROM WS-TOTAL-LINE-3
           CLOSE VARIANCE-REPORT-FILE

           DISPLAY '--------------------------------------------'
           DISPLAY 'DEPARTMENT BUDGET VARIANCE COMPLETE.'
           DISPLAY 'FISCAL YEAR ........... ', WS-FISCAL-YEAR
           DISPLAY 'BUDGETS READ .......... ', WS-BUDGET-COUNT
           DISPLAY 'DEPARTMENTS REPORTED .. ', WS-VAR-COUNT
           DISPLAY 'OVER BUDGET ........... ', WS-OVER-COUNT
           DISPLAY 'SEE BUDVAR.OUT FOR THE VARIANCE BY DEPARTMENT.'
           DISPLAY '--------------------------------------------'

           STOP RUN.
      *-------------------------------------------------------------
      *LOADS THE BUDGETS FOR THE FISCAL YEAR BEING REPORTED.
       200-LOAD-BUDGETS-PARA.
           OPEN INPUT DEPARTMENT-BUDGET-FILE
           PERFORM UNTIL MORE-DATA = 'N'
             READ DEPARTMENT-BUDGET-FILE
               AT END
                 MOVE 'N' TO MORE-DATA
               NOT AT END
                 IF DB-FISCAL-YEAR NUMERIC
                    AND DB-FISCAL-YEAR = WS-FISCAL-YEAR
                   ADD 1 TO WS-BUDGET-COUNT
                   MOVE DB-DEPT-CODE TO WS-LOOKUP-DEPT
                   PERFORM 500-FIND-DEPARTMENT-PARA
                   MOVE 'Y' TO VT-HAS-BUDGET (WS-FOUND-IX)
                   MOVE DB-HEADCOUNT
                     TO VT-BUD-HEADCOUNT (WS-FOUND-IX)
                   MOVE DB-SALARY-BUDGET
                     TO VT-BUD-SALARY (WS-FOUND-IX)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE DEPARTMENT-BUDGET-FILE
           MOVE 'Y' TO MORE-DATA.
      *-------------------------------------------------------------
      *ADDS EVERY ACTIVE EMPLOYEE TO THEIR DEPARTMENT'S ACTUALS.
      *TERMINATED EMPLOYEES HOLD NO POSITION AND DRAW NO SALARY.
       300-ADD-ACTUALS-PARA.
           OPEN INPUT MASTER-FILE
           MOVE LOW-VALUES TO I-SSNO-OUT
           START MASTER-FILE
             KEY > I-SSNO-OUT
             INVALID KEY
               MOVE 'N' TO MORE-DATA
           END-START
           PERFORM UNTIL MORE-DATA = 'N'
             READ MASTER-FILE NEXT RECORD
               AT END
                 MOVE 'N' TO MORE-DATA
               NOT AT END
                 IF EMP-ACTIVE
                   ADD 1 TO WS-EMPLOYEE-COUNT
                   MOVE I-DEPT-OUT TO WS-LOOKUP-DEPT
                   PERFORM 500-FIND-DEPARTMENT-PARA
                   ADD 1 TO VT-ACT-HEADCOUNT (WS-FOUND-IX)
                   ADD I-SALARY-OUT TO VT-ACT-SALARY (WS-FOUND-IX)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE MASTER-FILE
           MOVE 'Y' TO MORE-DATA.
      *-------------------------------------------------------------
      *PRINTS THE VARIANCE LINE FOR THE DEPARTMENT AT WS-VX AND
      *ROLLS IT INTO THE TOTALS.
       400-PRINT-DEPARTMENT-PARA.
           COMPUTE WS-VARIANCE =
             VT-ACT-SALARY (WS-VX) - VT-BUD-SALARY (WS-VX)
           MOVE 0 TO WS-VARIANCE-PCT
           IF VT-BUD-SALARY (WS-VX) > 0
             COMPUTE WS-VARIANCE-PCT ROUNDED =
               WS-VARIANCE * 100 / VT-BUD-SALARY (WS-VX)
               ON SIZE ERROR
                 MOVE 9999.9 TO WS-VARIANCE-PCT
             END-COMPUTE
           END-IF
           MOVE 0 TO WS-OPEN-POSITIONS
           IF VT-BUD-HEADCOUNT (WS-VX) > VT-ACT-HEADCOUNT (WS-VX)
             COMPUTE WS-OPEN-POSITIONS =
               VT-BUD-HEADCOUNT (WS-VX) - VT-ACT-HEADCOUNT (WS-VX)
           END-IF

           MOVE SPACES TO D-FLAG
           IF VT-HAS-BUDGET (WS-VX) = 'N'
             IF VT-ACT-SALARY (WS-VX) > 0
               MOVE 'NO BUDGET' TO D-FLAG
               ADD 1 TO WS-NO-BUDGET-COUNT
               ADD 1 TO WS-OVER-COUNT
             END-IF
           ELSE
             IF WS-VARIANCE > 0
               MOVE 'OVER BUDGET' TO D-FLAG
               ADD 1 TO WS-OVER-COUNT
             END-IF
           END-IF

           MOVE VT-DEPT-CODE (WS-VX)     TO D-DEPT-CODE
           MOVE VT-BUD-HEADCOUNT (WS-VX) TO D-BUD-HEADCOUNT
           MOVE VT-ACT-HEADCOUNT (WS-VX) TO D-ACT-HEADCOUNT
           MOVE VT-BUD-SALARY (WS-VX)    TO D-BUD-SALARY
           MOVE VT-ACT-SALARY (WS-VX)    TO D-ACT-SALARY
           MOVE WS-VARIANCE              TO D-VARIANCE
           MOVE WS-VARIANCE-PCT          TO D-VARIANCE-PCT
           MOVE WS-OPEN-POSITIONS        TO D-OPEN-POSITIONS
           WRITE VARIANCE-REPORT-RECORD FROM WS-DETAIL-LINE

           ADD VT-BUD-HEADCOUNT (WS-VX) TO WS-TOT-BUD-HEADCOUNT
           ADD VT-ACT-HEADCOUNT (WS-VX) TO WS-TOT-ACT-HEADCOUNT
           ADD VT-BUD-SALARY (WS-VX)    TO WS-TOT-BUD-SALARY
           ADD VT-ACT-SALARY (WS-VX)    TO WS-TOT-ACT-SALARY
           ADD WS-OPEN-POSITIONS        TO WS-TOT-OPEN-POSITIONS.
      *-------------------------------------------------------------
      *FINDS WS-LOOKUP-DEPT IN THE VARIANCE TABLE, INSERTING A NEW
      *ZEROED LINE IN CODE ORDER THE FIRST TIME IT IS SEEN.
      *WS-FOUND-IX GETS THE LINE. AN OVERSIZE TABLE STOPS THE RUN
      *RATHER THAN REPORT PART OF THE PAYROLL.
       500-FIND-DEPARTMENT-PARA.
           MOVE 0 TO WS-FOUND-IX
           PERFORM VARYING WS-VX FROM 1 BY 1
             UNTIL WS-VX > WS-VAR-COUNT
               OR WS-FOUND-IX > 0
             IF VT-DEPT-CODE (WS-VX) = WS-LOOKUP-DEPT
               MOVE WS-VX TO WS-FOUND-IX
             END-IF
           END-PERFORM

           IF WS-FOUND-IX = 0
             IF WS-VAR-COUNT >= WS-VAR-MAX
               DISPLAY 'MORE THAN ', WS-VAR-MAX, ' DEPARTMENTS. '
                'VARIANCE REPORT STOPPED.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
             END-IF
             PERFORM VARYING WS-VX FROM 1 BY 1
               UNTIL WS-VX > WS-VAR-COUNT
                 OR WS-FOUND-IX > 0
               IF VT-DEPT-CODE (WS-VX) > WS-LOOKUP-DEPT
                 MOVE WS-VX TO WS-FOUND-IX
               END-IF
             END-PERFORM
             IF WS-FOUND-IX = 0
               COMPUTE WS-FOUND-IX = WS-VAR-COUNT + 1
             END-IF
             PERFORM VARYING WS-VX FROM WS-VAR-COUNT BY -1
               UNTIL WS-VX < WS-FOUND-IX
               COMPUTE WS-VX2 = WS-VX + 1
               MOVE WS-VAR-ENTRY (WS-VX) TO WS-VAR-ENTRY (WS-VX2)
             END-PERFORM
             ADD 1 TO WS-VAR-COUNT
             MOVE WS-LOOKUP-DEPT TO VT-DEPT-CODE (WS-FOUND-IX)
             MOVE 'N' TO VT-HAS-BUDGET (WS-FOUND-IX)
             MOVE 0   TO VT-BUD-HEADCOUNT (WS-FOUND-IX)
             MOVE 0   TO VT-BUD-SALARY (WS-FOUND-IX)
             MOVE 0   TO VT-ACT-HEADCOUNT (WS-FOUND-IX)
             MOVE 0   TO VT-ACT-SALARY (WS-FOUND-IX)
           END-IF.
      ****************************************************************
