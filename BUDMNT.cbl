      *NAME: ANJU CHAWLA
      *DATE: OCTOBER 15, 2026
      *PURPOSE: MAINTENANCE FOR THE DEPARTMENT SALARY BUDGET FILE
      *DEPTBUD.DAT. ONE RECORD PER DEPARTMENT PER FISCAL YEAR
      *CARRIES THE APPROVED HEADCOUNT AND THE APPROVED ANNUAL SALARY
      *BUDGET THE NIGHTLY VARIANCE REPORT (BUDVAR) MEASURES THE
      *ACTIVE PAYROLL ON CH1501.NDX AGAINST. THE OPERATOR GETS AN
      *ADD/CHG/DEL/LIST SESSION KEYED BY DEPARTMENT CODE AND FISCAL
      *YEAR; EVERY DEPARTMENT CODE IS VALIDATED AGAINST DEPTTAB.DAT
      *AND A SECOND BUDGET FOR THE SAME DEPARTMENT AND YEAR IS
      *REFUSED. THE TABLE IS KEPT IN DEPARTMENT AND YEAR ORDER AND
      *THE FILE IS REWRITTEN ONLY AT A CLEAN END, SO AN ABANDONED
      *SESSION LEAVES DEPTBUD.DAT UNTOUCHED. A HEADCOUNT OR BUDGET
      *THAT IS NEGATIVE OR NOT A WHOLE NUMBER IS REFUSED AND ASKED
      *FOR AGAIN; A BLANK ANSWER GIVES UP THE ADD OR CHANGE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDMNT.
      *************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DEPARTMENT-BUDGET-FILE
             ASSIGN TO 'DEPTBUD.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DEPARTMENT-TABLE-FILE
             ASSIGN TO 'DEPTTAB.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
      *********************************************************
       DATA DIVISION.
       FILE SECTION.
      *THE BUDGET RECORD, EXACTLY AS BUDVAR READS IT.
       FD  DEPARTMENT-BUDGET-FILE
           RECORD CONTAINS 21 CHARACTERS.
       01  DEPARTMENT-BUDGET-RECORD.
           05 DB-DEPT-CODE        PIC X(4).
           05 DB-FISCAL-YEAR      PIC 9(4).
           05 DB-HEADCOUNT        PIC 9(4).
           05 DB-SALARY-BUDGET    PIC 9(9).

       FD  DEPARTMENT-TABLE-FILE
           RECORD CONTAINS 24 CHARACTERS.
       01  DEPARTMENT-TABLE-RECORD.
           05 DT-DEPT-CODE        PIC X(4).
           05 DT-DEPT-NAME        PIC X(20).
      *---------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  MORE-DATA               PIC X     VALUE 'Y'.
       01  MORE-REQUESTS           PIC X     VALUE 'Y'.

      *THE WHOLE BUDGET FILE, LOADED UP FRONT.
       01  WS-BUD-MAX              PIC 9(4)  VALUE 1000.
       01  WS-BUD-COUNT            PIC 9(4)  VALUE 0.
       01  WS-BUD-TABLE.
           05 WS-BUD-ENTRY OCCURS 1000 TIMES.
              10 BT-KEY.
                 15 BT-DEPT-CODE   PIC X(4).
                 15 BT-FISCAL-YEAR PIC 9(4).
              10 BT-HEADCOUNT      PIC 9(4).
              10 BT-SALARY-BUDGET  PIC 9(9).
       01  WS-IX                   PIC 9(4)  COMP.
       01  WS-JX                   PIC 9(4)  COMP.
       01  WS-FOUND-IX             PIC 9(4)  COMP.
       01  WS-INSERT-IX            PIC 9(4)  COMP.
       01  WS-BUD-CHANGED          PIC X     VALUE 'N'.

      *DEPTTAB.DAT, TO VALIDATE THE DEPARTMENT CODES.
       01  WS-DEPT-MAX             PIC 9(3)  VALUE 100.
       01  WS-DEPT-COUNT           PIC 9(3)  VALUE 0.
       01  WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY        PIC X(4)  OCCURS 100 TIMES.
       01  WS-DX                   PIC 9(3)  COMP.

       01  WS-COMMAND              PIC X(5)  VALUE SPACES.
       01  WS-KEY-IN.
           05 WS-DEPT-IN           PIC X(4)  VALUE SPACES.
           05 WS-YEAR-IN           PIC 9(4)  VALUE 0.
       01  WS-YEAR-TEXT            PIC X(6)  VALUE SPACES.
       01  WS-NUMBER-TEXT          PIC X(12) VALUE SPACES.
       01  WS-HEADCOUNT-IN         PIC 9(4)  VALUE 0.
       01  WS-BUDGET-IN            PIC 9(9)  VALUE 0.
       01  WS-NUMBER-CHECK         PIC S9(11)V99 VALUE 0.
       01  WS-NUMBER-WHOLE         PIC S9(11) VALUE 0.
       01  WS-VALID                PIC X     VALUE 'N'.
       01  WS-BUDGET-SHOW          PIC ZZZ,ZZZ,ZZ9.
       01  WS-HEADCOUNT-SHOW       PIC Z,ZZ9.

      **********************************************************
       PROCEDURE DIVISION.
      *LOADS THE BUDGET FILE AND DEPARTMENT TABLE, THEN SERVES
      *MAINTENANCE COMMANDS UNTIL END.
       100-MAIN-PARA.
           PERFORM 150-LOAD-BUDGET-PARA
           PERFORM 160-LOAD-DEPT-TABLE-PARA

           DISPLAY 'DEPARTMENT BUDGET MAINTENANCE - ', WS-BUD-COUNT,
            ' BUDGETS ON FILE.'
           PERFORM UNTIL MORE-REQUESTS = 'N'
             DISPLAY ' '
             DISPLAY 'COMMAND? ADD/CHG/DEL/LIST/END:'
             MOVE SPACES TO WS-COMMAND
             ACCEPT WS-COMMAND
             EVALUATE WS-COMMAND
               WHEN 'ADD'
               WHEN 'add'
                 PERFORM 300-ADD-PARA
               WHEN 'CHG'
               WHEN 'chg'
                 PERFORM 350-CHANGE-PARA
               WHEN 'DEL'
               WHEN 'del'
                 PERFORM 400-DELETE-PARA
               WHEN 'LIST'
               WHEN 'list'
                 PERFORM 450-LIST-PARA
               WHEN 'END'
               WHEN 'end'
                 MOVE 'N' TO MORE-REQUESTS
               WHEN OTHER
                 DISPLAY 'UNRECOGNIZED COMMAND.'
             END-EVALUATE
           END-PERFORM

           IF WS-BUD-CHANGED = 'Y'
             PERFORM 500-REWRITE-BUDGET-PARA
           ELSE
             DISPLAY 'NO CHANGES. DEPTBUD.DAT LEFT AS IT WAS.'
           END-IF
           STOP RUN.
      *-------------------------------------------------------------
      *LOADS DEPTBUD.DAT INTO THE BUDGET TABLE.
       150-LOAD-BUDGET-PARA.
           OPEN INPUT DEPARTMENT-BUDGET-FILE
           PERFORM UNTIL MORE-DATA = 'N'
             READ DEPARTMENT-BUDGET-FILE
               AT END
                 MOVE 'N' TO MORE-DATA
               NOT AT END
                 IF WS-BUD-COUNT >= WS-BUD-MAX
                   DISPLAY 'DEPTBUD.DAT EXCEEDS ', WS-BUD-MAX,
                    ' BUDGETS. MAINTENANCE STOPPED.'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
                 END-IF
                 ADD 1 TO WS-BUD-COUNT
                 MOVE DB-DEPT-CODE
                   TO BT-DEPT-CODE (WS-BUD-COUNT)
                 MOVE DB-FISCAL-YEAR
                   TO BT-FISCAL-YEAR (WS-BUD-COUNT)
                 MOVE DB-HEADCOUNT
                   TO BT-HEADCOUNT (WS-BUD-COUNT)
                 MOVE DB-SALARY-BUDGET
                   TO BT-SALARY-BUDGET (WS-BUD-COUNT)
             END-READ
           END-PERFORM
           CLOSE DEPARTMENT-BUDGET-FILE
           MOVE 'Y' TO MORE-DATA.
      *-------------------------------------------------------------
      *LOADS DEPTTAB.DAT. AN OVERSIZE TABLE STOPS THE SESSION
      *RATHER THAN VALIDATING AGAINST PART OF IT.
       160-LOAD-DEPT-TABLE-PARA.
           OPEN INPUT DEPARTMENT-TABLE-FILE
           PERFORM UNTIL MORE-DATA = 'N'
             READ DEPARTMENT-TABLE-FILE
               AT END
                 MOVE 'N' TO MORE-DATA
               NOT AT END
                 IF WS-DEPT-COUNT >= WS-DEPT-MAX
                   DISPLAY 'DEPTTAB.DAT EXCEEDS ', WS-DEPT-MAX,
                    ' ENTRIES. MAINTENANCE STOPPED.'
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
      *ADDS ONE BUDGET: THE DEPARTMENT MUST BE ON DEPTTAB.DAT AND
      *HAVE NO BUDGET YET FOR THE YEAR. THE NEW ENTRY IS INSERTED IN
      *DEPARTMENT AND YEAR ORDER.
       300-ADD-PARA.
           PERFORM 700-GET-KEY-PARA
           IF WS-VALID = 'Y'
             PERFORM 820-FIND-BUDGET-PARA
             IF WS-FOUND-IX > 0
               DISPLAY 'DEPARTMENT ', WS-DEPT-IN, ' ALREADY HAS A ',
                WS-YEAR-IN, ' BUDGET. USE CHG.'
             ELSE
               IF WS-BUD-COUNT >= WS-BUD-MAX
                 DISPLAY 'THE BUDGET TABLE IS FULL. NOTHING ADDED.'
               ELSE
                 PERFORM 720-GET-AMOUNTS-PARA
                 IF WS-VALID = 'Y'
                   PERFORM 850-INSERT-BUDGET-PARA
                   MOVE 'Y' TO WS-BUD-CHANGED
                   DISPLAY 'BUDGET ADDED: ', WS-DEPT-IN, ' ',
                    WS-YEAR-IN
                 END-IF
               END-IF
             END-IF
           END-IF.
      *-------------------------------------------------------------
      *CHANGES THE HEADCOUNT AND BUDGET OF AN EXISTING ENTRY.
       350-CHANGE-PARA.
           PERFORM 700-GET-KEY-PARA
           IF WS-VALID = 'Y'
             PERFORM 820-FIND-BUDGET-PARA
             IF WS-FOUND-IX = 0
               DISPLAY 'NO ', WS-YEAR-IN, ' BUDGET FOR DEPARTMENT ',
                WS-DEPT-IN, '. USE ADD.'
             ELSE
               MOVE BT-HEADCOUNT (WS-FOUND-IX)     TO WS-HEADCOUNT-SHOW
               MOVE BT-SALARY-BUDGET (WS-FOUND-IX) TO WS-BUDGET-SHOW
               DISPLAY 'NOW: HEADCOUNT ', WS-HEADCOUNT-SHOW,
                '  SALARY BUDGET ', WS-BUDGET-SHOW
               PERFORM 720-GET-AMOUNTS-PARA
               IF WS-VALID = 'Y'
                 MOVE WS-HEADCOUNT-IN
                   TO BT-HEADCOUNT (WS-FOUND-IX)
                 MOVE WS-BUDGET-IN
                   TO BT-SALARY-BUDGET (WS-FOUND-IX)
                 MOVE 'Y' TO WS-BUD-CHANGED
                 DISPLAY 'BUDGET CHANGED: ', WS-DEPT-IN, ' ',
                  WS-YEAR-IN
               END-IF
             END-IF
           END-IF.
      *-------------------------------------------------------------
      *DELETES ONE BUDGET, CLOSING THE GAP IN THE TABLE. THE
      *DEPARTMENT CODE IS NOT RE-VALIDATED, SO A BUDGET LEFT BEHIND
      *BY A DEPARTMENT SINCE DROPPED FROM DEPTTAB.DAT CAN BE REMOVED.
       400-DELETE-PARA.
           PERFORM 700-GET-KEY-PARA
           PERFORM 820-FIND-BUDGET-PARA
           IF WS-FOUND-IX = 0
             DISPLAY 'NO ', WS-YEAR-IN, ' BUDGET FOR DEPARTMENT ',
              WS-DEPT-IN, '. NOTHING DELETED.'
           ELSE
             PERFORM VARYING WS-IX FROM WS-FOUND-IX BY 1
               UNTIL WS-IX >= WS-BUD-COUNT
               COMPUTE WS-JX = WS-IX + 1
               MOVE WS-BUD-ENTRY (WS-JX) TO WS-BUD-ENTRY (WS-IX)
             END-PERFORM
             SUBTRACT 1 FROM WS-BUD-COUNT
             MOVE 'Y' TO WS-BUD-CHANGED
             DISPLAY 'BUDGET ', WS-DEPT-IN, ' ', WS-YEAR-IN,
              ' DELETED.'
           END-IF.
      *-------------------------------------------------------------
      *LISTS EVERY BUDGET ON THE CONSOLE.
       450-LIST-PARA.
           PERFORM VARYING WS-IX FROM 1 BY 1
             UNTIL WS-IX > WS-BUD-COUNT
             MOVE BT-HEADCOUNT (WS-IX)     TO WS-HEADCOUNT-SHOW
             MOVE BT-SALARY-BUDGET (WS-IX) TO WS-BUDGET-SHOW
             DISPLAY BT-DEPT-CODE (WS-IX), '  ',
              BT-FISCAL-YEAR (WS-IX),
              '  HEADCOUNT ', WS-HEADCOUNT-SHOW,
              '  SALARY BUDGET ', WS-BUDGET-SHOW
           END-PERFORM
           DISPLAY WS-BUD-COUNT, ' BUDGETS ON FILE.'.
      *-------------------------------------------------------------
      *REWRITES DEPTBUD.DAT FROM THE TABLE AT A CLEAN END.
       500-REWRITE-BUDGET-PARA.
           OPEN OUTPUT DEPARTMENT-BUDGET-FILE
           PERFORM VARYING WS-IX FROM 1 BY 1
             UNTIL WS-IX > WS-BUD-COUNT
             MOVE BT-DEPT-CODE (WS-IX)     TO DB-DEPT-CODE
             MOVE BT-FISCAL-YEAR (WS-IX)   TO DB-FISCAL-YEAR
             MOVE BT-HEADCOUNT (WS-IX)     TO DB-HEADCOUNT
             MOVE BT-SALARY-BUDGET (WS-IX) TO DB-SALARY-BUDGET
             WRITE DEPARTMENT-BUDGET-RECORD
           END-PERFORM
           CLOSE DEPARTMENT-BUDGET-FILE
           DISPLAY 'DEPTBUD.DAT REWRITTEN - ', WS-BUD-COUNT,
            ' BUDGETS.'.
      *-------------------------------------------------------------
      *PROMPTS FOR THE DEPARTMENT CODE AND FISCAL YEAR. ON ADD AND
      *CHG THE CODE MUST BE ON DEPTTAB.DAT; WS-VALID SAYS WHETHER
      *THE KEY CAN BE USED.
       700-GET-KEY-PARA.
           MOVE 'N' TO WS-VALID
           DISPLAY 'DEPARTMENT CODE (4 CHARACTERS):'
           MOVE SPACES TO WS-DEPT-IN
           ACCEPT WS-DEPT-IN
           DISPLAY 'FISCAL YEAR (YYYY):'
           MOVE SPACES TO WS-YEAR-TEXT
           ACCEPT WS-YEAR-TEXT
           MOVE 0 TO WS-YEAR-IN
           IF WS-YEAR-TEXT (1:4) NUMERIC
              AND WS-YEAR-TEXT (5:2) = SPACES
             MOVE WS-YEAR-TEXT (1:4) TO WS-YEAR-IN
           END-IF

           IF WS-DEPT-IN = SPACES
             DISPLAY 'NO DEPARTMENT GIVEN.'
           ELSE
             IF WS-YEAR-IN < 1900
               DISPLAY 'FISCAL YEAR MUST BE FOUR DIGITS.'
             ELSE
               IF WS-COMMAND = 'DEL' OR WS-COMMAND = 'del'
                 MOVE 'Y' TO WS-VALID
               ELSE
                 PERFORM VARYING WS-DX FROM 1 BY 1
                   UNTIL WS-DX > WS-DEPT-COUNT
                     OR WS-VALID = 'Y'
                   IF WS-DEPT-ENTRY (WS-DX) = WS-DEPT-IN
                     MOVE 'Y' TO WS-VALID
                   END-IF
                 END-PERFORM
                 IF WS-VALID = 'N'
                   DISPLAY 'DEPARTMENT ', WS-DEPT-IN, ' IS NOT ON '
                    'DEPTTAB.DAT. REFUSED.'
                 END-IF
               END-IF
             END-IF
           END-IF.
      *-------------------------------------------------------------
      *PROMPTS FOR THE APPROVED HEADCOUNT AND ANNUAL SALARY BUDGET,
      *BOTH WHOLE NUMBERS.
       720-GET-AMOUNTS-PARA.
           PERFORM WITH TEST AFTER
             UNTIL WS-VALID = 'Y' OR WS-NUMBER-TEXT = SPACES
             DISPLAY 'APPROVED HEADCOUNT:'
             PERFORM 740-GET-WHOLE-NUMBER-PARA
             IF WS-VALID = 'Y'
               COMPUTE WS-HEADCOUNT-IN = WS-NUMBER-WHOLE
                 ON SIZE ERROR
                   DISPLAY 'HEADCOUNT TOO LARGE. TRY AGAIN.'
                   MOVE 'N' TO WS-VALID
               END-COMPUTE
             END-IF
           END-PERFORM

           IF WS-VALID = 'Y'
             PERFORM WITH TEST AFTER
               UNTIL WS-VALID = 'Y' OR WS-NUMBER-TEXT = SPACES
               DISPLAY 'APPROVED ANNUAL SALARY BUDGET (WHOLE DOLLARS):'
               PERFORM 740-GET-WHOLE-NUMBER-PARA
               IF WS-VALID = 'Y'
                 COMPUTE WS-BUDGET-IN = WS-NUMBER-WHOLE
                   ON SIZE ERROR
                     DISPLAY 'BUDGET TOO LARGE. TRY AGAIN.'
                     MOVE 'N' TO WS-VALID
                 END-COMPUTE
               END-IF
             END-PERFORM
           END-IF.
      *-------------------------------------------------------------
      *ACCEPTS ONE AMOUNT INTO WS-NUMBER-WHOLE. WS-VALID IS 'Y' ONLY
      *FOR A WHOLE NUMBER OF ZERO OR MORE; A BLANK ANSWER IS TAKEN AS
      *GIVING UP AND IS NOT ASKED FOR AGAIN.
       740-GET-WHOLE-NUMBER-PARA.
           MOVE 'N' TO WS-VALID
           MOVE SPACES TO WS-NUMBER-TEXT
           ACCEPT WS-NUMBER-TEXT
           IF WS-NUMBER-TEXT = SPACES
             DISPLAY 'NOTHING ENTERED. NOTHING CHANGED.'
           ELSE
             IF FUNCTION TEST-NUMVAL (WS-NUMBER-TEXT) NOT = 0
               DISPLAY 'MUST BE A WHOLE NUMBER. TRY AGAIN.'
             ELSE
               COMPUTE WS-NUMBER-CHECK =
                 FUNCTION NUMVAL (WS-NUMBER-TEXT)
                 ON SIZE ERROR
                   DISPLAY 'NUMBER TOO LARGE. TRY AGAIN.'
                 NOT ON SIZE ERROR
                   MOVE WS-NUMBER-CHECK TO WS-NUMBER-WHOLE
                   IF WS-NUMBER-CHECK < 0
                     DISPLAY 'MAY NOT BE NEGATIVE. TRY AGAIN.'
                   ELSE
                     IF WS-NUMBER-WHOLE NOT = WS-NUMBER-CHECK
                       DISPLAY 'WHOLE NUMBERS ONLY. TRY AGAIN.'
                     ELSE
                       MOVE 'Y' TO WS-VALID
                     END-IF
                   END-IF
               END-COMPUTE
             END-IF
           END-IF.
      *-------------------------------------------------------------
      *SEARCHES THE TABLE FOR WS-DEPT-IN AND WS-YEAR-IN. WS-FOUND-IX
      *GETS THE ENTRY NUMBER, OR ZERO WHEN THERE IS NO SUCH BUDGET.
       820-FIND-BUDGET-PARA.
           MOVE 0 TO WS-FOUND-IX
           PERFORM VARYING WS-IX FROM 1 BY 1
             UNTIL WS-IX > WS-BUD-COUNT
               OR WS-FOUND-IX > 0
             IF BT-KEY (WS-IX) = WS-KEY-IN
               MOVE WS-IX TO WS-FOUND-IX
             END-IF
           END-PERFORM.
      *-------------------------------------------------------------
      *INSERTS THE NEW BUDGET IN DEPARTMENT AND YEAR ORDER.
       850-INSERT-BUDGET-PARA.
           MOVE 0 TO WS-INSERT-IX
           PERFORM VARYING WS-IX FROM 1 BY 1
             UNTIL WS-IX > WS-BUD-COUNT
               OR WS-INSERT-IX > 0
             IF BT-KEY (WS-IX) > WS-KEY-IN
               MOVE WS-IX TO WS-INSERT-IX
             END-IF
           END-PERFORM
           IF WS-INSERT-IX = 0
             COMPUTE WS-INSERT-IX = WS-BUD-COUNT + 1
           END-IF
           PERFORM VARYING WS-IX FROM WS-BUD-COUNT BY -1
             UNTIL WS-IX < WS-INSERT-IX
             COMPUTE WS-JX = WS-IX + 1
             MOVE WS-BUD-ENTRY (WS-IX) TO WS-BUD-ENTRY (WS-JX)
           END-PERFORM
           ADD 1 TO WS-BUD-COUNT
           MOVE WS-DEPT-IN      TO BT-DEPT-CODE (WS-INSERT-IX)
           MOVE WS-YEAR-IN      TO BT-FISCAL-YEAR (WS-INSERT-IX)
           MOVE WS-HEADCOUNT-IN TO BT-HEADCOUNT (WS-INSERT-IX)
           MOVE WS-BUDGET-IN    TO BT-SALARY-BUDGET (WS-INSERT-IX).
      ****************************************************************
