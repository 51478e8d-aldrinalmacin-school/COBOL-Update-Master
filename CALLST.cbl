      *NAME: ALDRIN JEROME ALMACIN
      *DATE: OCTOBER 15, 2026
      *PURPOSE: BUSINESS-DAY CALENDAR LISTING AND DAY CHECK. RUN AS
      *CALLST [<YYYY>] IT PRINTS THE YEAR'S CALENDAR (DEFAULT THE
      *CURRENT YEAR) TO CALLST.OUT: FOR EVERY MONTH THE NUMBER OF
      *BUSINESS DAYS AND THE LAST BUSINESS DAY - THE DAY THE BATCH
      *DRIVER RUNS THE MONTH-END STEPS - FOLLOWED BY EVERY HOLIDAY
      *AND WORKING-DAY ENTRY ON CALENDAR.DAT FOR THE YEAR. RUN AS
      *CALLST CHECK [<YYYYMMDD>] IT TELLS THE BATCH DRIVER WHETHER
      *THE DAY (DEFAULT TODAY) IS A BUSINESS DAY, WHETHER IT IS THE
      *LAST BUSINESS DAY OF ITS MONTH, AND WHICH DAY IS THE NEXT
      *BUSINESS DAY, ON THREE CONSOLE LINES THE DRIVER READS. A
      *MONDAY TO FRIDAY IS A BUSINESS DAY AND A SATURDAY OR SUNDAY
      *IS NOT UNLESS CALENDAR.DAT (KEPT WITH CALMNT) SAYS OTHERWISE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALLST.
      *************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *THE BUSINESS-DAY CALENDAR. OPTIONAL, SO A SITE WITH NO
      *CALENDAR YET COUNTS MONDAY TO FRIDAY.
           SELECT OPTIONAL CALENDAR-FILE
             ASSIGN TO 'CALENDAR.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CALENDAR-LISTING-FILE
             ASSIGN TO 'CALLST.OUT'
             ORGANIZATION IS LINE SEQUENTIAL.
      *********************************************************
       DATA DIVISION.
       FILE SECTION.
      *THE CALENDAR RECORD, EXACTLY AS CALMNT WRITES IT.
       FD  CALENDAR-FILE
           RECORD CONTAINS 29 CHARACTERS.
       01  CALENDAR-RECORD.
           05 CA-DATE             PIC 9(8).
           05 CA-TYPE             PIC X.
              88 CA-HOLIDAY               VALUE 'H'.
              88 CA-WORKING-DAY           VALUE 'W'.
           05 CA-DESCRIPTION      PIC X(20).

       FD  CALENDAR-LISTING-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CALENDAR-LISTING-RECORD PIC X(80).
      *---------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  MORE-DATA               PIC X     VALUE 'Y'.
       01  WS-TODAY                PIC 9(8)  VALUE 0.

       01  WS-PARM                 PIC X(40) VALUE SPACES.
       01  WS-MODE-PARM            PIC X(10) VALUE SPACES.
       01  WS-DATE-PARM            PIC X(10) VALUE SPACES.

      *THE CALENDAR ENTRIES, LOADED UP FRONT. CAL-DAY-INT IS THE DAY
      *AS AN INTEGER DATE; CAL-ADJUST IS -1 FOR A HOLIDAY THAT FALLS
      *ON A WEEKDAY, +1 FOR A WORKING DAY THAT FALLS ON A WEEKEND
      *AND 0 FOR AN ENTRY THAT CHANGES NOTHING.
       01  WS-CAL-MAX              PIC 9(4)  VALUE 1000.
       01  WS-CAL-COUNT            PIC 9(4)  VALUE 0.
       01  WS-CAL-TABLE.
           05 WS-CAL-ENTRY OCCURS 1000 TIMES.
              10 CAL-DAY-INT       PIC 9(7).
              10 CAL-ADJUST        PIC S9.
              10 CAL-DATE          PIC 9(8).
              10 CAL-TYPE          PIC X.
              10 CAL-DESCRIPTION   PIC X(20).
       01  WS-CX                   PIC 9(4)  COMP.

      *BUSINESS-DAY WORK FIELDS. THE DAY OF THE WEEK IS THE INTEGER
      *DATE MODULO 7 - INTEGER DATE 1 (JANUARY 1, 1601) WAS A
      *MONDAY, SO 1 IS MONDAY THROUGH 6 FOR SATURDAY AND 0 SUNDAY.
       01  WS-BD-DAY-INT           PIC 9(7)  VALUE 0.
       01  WS-BD-FROM-INT          PIC 9(7)  VALUE 0.
       01  WS-BD-TO-INT            PIC 9(7)  VALUE 0.
       01  WS-BD-WEEKDAY           PIC 9     VALUE 0.
       01  WS-BD-BUSINESS          PIC X     VALUE 'N'.
       01  WS-BD-COUNT             PIC S9(7) VALUE 0.
       01  WS-BD-WEEKS             PIC 9(7)  VALUE 0.

      *THE DAY BEING CHECKED, OR THE YEAR BEING LISTED.
       01  WS-CHECK-DATE           PIC 9(8)  VALUE 0.
       01  WS-CHECK-INT            PIC 9(7)  VALUE 0.
       01  WS-CHECK-BUSINESS       PIC X     VALUE 'N'.
       01  WS-CHECK-MONTH-END      PIC X     VALUE 'N'.
       01  WS-NEXT-BUSINESS-DATE   PIC 9(8)  VALUE 0.
       01  WS-LIST-YEAR            PIC 9(4)  VALUE 0.
       01  WS-MONTH                PIC 99    VALUE 0.
       01  WS-LISTED-COUNT         PIC 9(5)  VALUE 0.
       01  WS-YEAR-BUSINESS-DAYS   PIC 9(5)  VALUE 0.

      *THE FIRST OF A MONTH, AND THE FIRST OF THE MONTH AFTER IT.
       01  WS-MONTH-START.
           05 WS-MS-YEAR           PIC 9(4).
           05 WS-MS-MONTH          PIC 99.
           05 WS-MS-DAY            PIC 99    VALUE 01.
       01  WS-MONTH-START-DATE REDEFINES WS-MONTH-START PIC 9(8).
       01  WS-NEXT-MONTH.
           05 WS-NM-YEAR           PIC 9(4).
           05 WS-NM-MONTH          PIC 99.
           05 WS-NM-DAY            PIC 99    VALUE 01.
       01  WS-NEXT-MONTH-DATE REDEFINES WS-NEXT-MONTH PIC 9(8).
       01  WS-MONTH-LAST-INT       PIC 9(7)  VALUE 0.
       01  WS-LAST-BUSINESS-DATE   PIC 9(8)  VALUE 0.

       01  WS-DAY-NAMES            PIC X(21) VALUE
           'SUNMONTUEWEDTHUFRISAT'.
       01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAMES.
           05 WS-DAY-NAME          PIC X(3)  OCCURS 7 TIMES.

       01  WS-HEADING-1.
           05 FILLER               PIC X(28) VALUE SPACES.
           05 FILLER               PIC X(21) VALUE
              'BUSINESS-DAY CALENDAR'.

       01  WS-HEADING-2.
           05 FILLER               PIC X(6)  VALUE 'YEAR: '.
           05 H2-YEAR              PIC 9(4).
           05 FILLER               PIC X(14) VALUE SPACES.
           05 FILLER               PIC X(10) VALUE 'RUN DATE: '.
           05 H2-TODAY             PIC 9(8).

       01  WS-HEADING-3.
           05 FILLER               PIC X(10) VALUE 'MONTH'.
           05 FILLER               PIC X(16) VALUE 'BUSINESS DAYS'.
           05 FILLER               PIC X(20) VALUE
              'LAST BUSINESS DAY'.

       01  WS-MONTH-LINE.
           05 ML-MONTH             PIC X(10) VALUE SPACES.
           05 FILLER               PIC X(6)  VALUE SPACES.
           05 ML-BUSINESS-DAYS     PIC Z9.
           05 FILLER               PIC X(8)  VALUE SPACES.
           05 ML-LAST-DATE         PIC 9(8).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 ML-LAST-DAY          PIC X(3)  VALUE SPACES.

       01  WS-YEAR-TOTAL-LINE.
           05 FILLER               PIC X(14) VALUE 'YEAR TOTAL'.
           05 YT-BUSINESS-DAYS     PIC ZZZ9.

       01  WS-HEADING-4.
           05 FILLER               PIC X(10) VALUE 'DATE'.
           05 FILLER               PIC X(5)  VALUE 'DAY'.
           05 FILLER               PIC X(13) VALUE 'ENTRY'.
           05 FILLER               PIC X(22) VALUE 'DESCRIPTION'.
           05 FILLER               PIC X(20) VALUE 'EFFECT'.

       01  WS-ENTRY-LINE.
           05 EL-DATE              PIC 9(8).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 EL-DAY               PIC X(3)  VALUE SPACES.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 EL-TYPE              PIC X(11) VALUE SPACES.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 EL-DESCRIPTION       PIC X(20) VALUE SPACES.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 EL-EFFECT            PIC X(20) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05 FILLER               PIC X(34) VALUE
              'CALENDAR ENTRIES LISTED:'.
           05 T-LISTED-COUNT       PIC ZZZ,ZZ9.

      **********************************************************
       PROCEDURE DIVISION.
      *LOADS THE CALENDAR, THEN CHECKS ONE DAY OR LISTS ONE YEAR
      *ACCORDING TO THE COMMAND LINE.
       100-MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY

           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM NOT = SPACES
             UNSTRING WS-PARM DELIMITED BY ALL ' '
               INTO WS-MODE-PARM WS-DATE-PARM
             END-UNSTRING
           END-IF

           PERFORM 150-LOAD-CALENDAR-PARA

           IF WS-MODE-PARM = 'CHECK' OR WS-MODE-PARM = 'check'
             PERFORM 200-CHECK-DAY-PARA
           ELSE
             PERFORM 300-LIST-YEAR-PARA
           END-IF

           STOP RUN.
      *-------------------------------------------------------------
      *LOADS CALENDAR.DAT. A RECORD WHOSE DATE IS NOT A REAL DATE OR
      *WHOSE TYPE IS NEITHER H NOR W IS IGNORED WITH A NOTE.
       150-LOAD-CALENDAR-PARA.
           OPEN INPUT CALENDAR-FILE
           PERFORM UNTIL MORE-DATA = 'N'
             READ CALENDAR-FILE
               AT END
                 MOVE 'N' TO MORE-DATA
               NOT AT END
                 PERFORM 155-LOAD-CALENDAR-ENTRY-PARA
             END-READ
           END-PERFORM
           CLOSE CALENDAR-FILE
           MOVE 'Y' TO MORE-DATA.
      *-------------------------------------------------------------
      *ADDS ONE CALENDAR RECORD TO THE TABLE WITH ITS EFFECT ON THE
      *BUSINESS-DAY COUNT.
       155-LOAD-CALENDAR-ENTRY-PARA.
           IF CA-DATE NOT NUMERIC
              OR FUNCTION TEST-DATE-YYYYMMDD (CA-DATE) NOT = 0
              OR NOT (CA-HOLIDAY OR CA-WORKING-DAY)
             DISPLAY 'CALENDAR.DAT ENTRY IGNORED: ', CALENDAR-RECORD
           ELSE
             IF WS-CAL-COUNT >= WS-CAL-MAX
               DISPLAY 'CALENDAR.DAT EXCEEDS ', WS-CAL-MAX,
                ' ENTRIES. RUN STOPPED.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
             END-IF
             ADD 1 TO WS-CAL-COUNT
             COMPUTE CAL-DAY-INT (WS-CAL-COUNT) =
               FUNCTION INTEGER-OF-DATE (CA-DATE)
             COMPUTE WS-BD-WEEKDAY =
               FUNCTION MOD (CAL-DAY-INT (WS-CAL-COUNT), 7)
             MOVE 0 TO CAL-ADJUST (WS-CAL-COUNT)
             IF WS-BD-WEEKDAY = 0 OR WS-BD-WEEKDAY = 6
               IF CA-WORKING-DAY
                 MOVE 1 TO CAL-ADJUST (WS-CAL-COUNT)
               END-IF
             ELSE
               IF CA-HOLIDAY
                 MOVE -1 TO CAL-ADJUST (WS-CAL-COUNT)
               END-IF
             END-IF
             MOVE CA-DATE        TO CAL-DATE (WS-CAL-COUNT)
             MOVE CA-TYPE        TO CAL-TYPE (WS-CAL-COUNT)
             MOVE CA-DESCRIPTION TO CAL-DESCRIPTION (WS-CAL-COUNT)
           END-IF.
      *-------------------------------------------------------------
      *THE BATCH DRIVER'S CHECK OF ONE DAY. THE THREE RESULT LINES
      *ARE READ BY THE DRIVER BY THEIR LEADING WORDS, SO THEIR
      *WORDING MUST NOT CHANGE. A DATE THAT IS NOT A REAL DATE ENDS
      *THE RUN WITH RETURN CODE 8.
       200-CHECK-DAY-PARA.
           MOVE WS-TODAY TO WS-CHECK-DATE
           IF WS-DATE-PARM NOT = SPACES
             IF WS-DATE-PARM (1:8) NUMERIC
                AND WS-DATE-PARM (9:2) = SPACES
               MOVE WS-DATE-PARM (1:8) TO WS-CHECK-DATE
             ELSE
               MOVE 0 TO WS-CHECK-DATE
             END-IF
           END-IF
           IF WS-CHECK-DATE = 0
              OR FUNCTION TEST-DATE-YYYYMMDD (WS-CHECK-DATE) NOT = 0
             DISPLAY 'CHECK DATE ', WS-DATE-PARM,
              ' IS NOT A REAL DATE (YYYYMMDD).'
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF

           COMPUTE WS-CHECK-INT =
             FUNCTION INTEGER-OF-DATE (WS-CHECK-DATE)
           MOVE WS-CHECK-INT TO WS-BD-DAY-INT
           PERFORM 910-TEST-BUSINESS-DAY-PARA
           MOVE WS-BD-BUSINESS TO WS-CHECK-BUSINESS

      *THE DAY IS THE MONTH-END BUSINESS DAY WHEN IT IS A BUSINESS
      *DAY AND THE NEXT BUSINESS DAY FALLS IN ANOTHER MONTH.
           COMPUTE WS-BD-DAY-INT = WS-CHECK-INT + 1
           PERFORM 930-NEXT-BUSINESS-DAY-PARA
           COMPUTE WS-NEXT-BUSINESS-DATE =
             FUNCTION DATE-OF-INTEGER (WS-BD-DAY-INT)
           MOVE 'N' TO WS-CHECK-MONTH-END
           IF WS-CHECK-BUSINESS = 'Y'
              AND WS-NEXT-BUSINESS-DATE (1:6) NOT =
                  WS-CHECK-DATE (1:6)
             MOVE 'Y' TO WS-CHECK-MONTH-END
           END-IF

           DISPLAY 'BUSINESS-DAY CHECK FOR ', WS-CHECK-DATE, ' ('
            WS-DAY-NAME (FUNCTION MOD (WS-CHECK-INT, 7) + 1) ')'
           DISPLAY 'BUSINESS DAY ............. ', WS-CHECK-BUSINESS
           DISPLAY 'LAST BUSINESS DAY OF MONTH ', WS-CHECK-MONTH-END
           DISPLAY 'NEXT BUSINESS DAY ........ ',
            WS-NEXT-BUSINESS-DATE.
      *-------------------------------------------------------------
      *PRINTS ONE YEAR: THE BUSINESS DAYS AND LAST BUSINESS DAY OF
      *EACH MONTH, THEN THE YEAR'S CALENDAR ENTRIES.
       300-LIST-YEAR-PARA.
           MOVE WS-TODAY (1:4) TO WS-LIST-YEAR
           IF WS-MODE-PARM (1:4) NUMERIC
              AND WS-MODE-PARM (5:6) = SPACES
              AND WS-MODE-PARM (1:4) > '1600'
             MOVE WS-MODE-PARM (1:4) TO WS-LIST-YEAR
           END-IF

           OPEN OUTPUT CALENDAR-LISTING-FILE
           MOVE WS-LIST-YEAR TO H2-YEAR
           MOVE WS-TODAY     TO H2-TODAY
           WRITE CALENDAR-LISTING-RECORD FROM WS-HEADING-1
           WRITE CALENDAR-LISTING-RECORD FROM WS-HEADING-2
           MOVE SPACES TO CALENDAR-LISTING-RECORD
           WRITE CALENDAR-LISTING-RECORD
           WRITE CALENDAR-LISTING-RECORD FROM WS-HEADING-3

           MOVE 0 TO WS-YEAR-BUSINESS-DAYS
           PERFORM VARYING WS-MONTH FROM 1 BY 1
             UNTIL WS-MONTH > 12
             PERFORM 350-LIST-MONTH-PARA
           END-PERFORM
           MOVE WS-YEAR-BUSINESS-DAYS TO YT-BUSINESS-DAYS
           WRITE CALENDAR-LISTING-RECORD FROM WS-YEAR-TOTAL-LINE

           MOVE SPACES TO CALENDAR-LISTING-RECORD
           WRITE CALENDAR-LISTING-RECORD
           WRITE CALENDAR-LISTING-RECORD FROM WS-HEADING-4
           PERFORM VARYING WS-CX FROM 1 BY 1
             UNTIL WS-CX > WS-CAL-COUNT
             IF CAL-DATE (WS-CX) (1:4) = WS-LIST-YEAR
               PERFORM 400-LIST-ENTRY-PARA
             END-IF
           END-PERFORM

           MOVE SPACES TO CALENDAR-LISTING-RECORD
           WRITE CALENDAR-LISTING-RECORD
           MOVE WS-LISTED-COUNT TO T-LISTED-COUNT
           WRITE CALENDAR-LISTING-RECORD FROM WS-TOTAL-LINE
           CLOSE CALENDAR-LISTING-FILE

           DISPLAY '--------------------------------------------'
           DISPLAY 'BUSINESS-DAY CALENDAR LISTING COMPLETE.'
           DISPLAY 'YEAR LISTED ............ ', WS-LIST-YEAR
           DISPLAY 'BUSINESS DAYS IN YEAR .. ', WS-YEAR-BUSINESS-DAYS
           DISPLAY 'CALENDAR ENTRIES LISTED  ', WS-LISTED-COUNT
           DISPLAY '--------------------------------------------'.
      *-------------------------------------------------------------
      *PRINTS ONE MONTH'S LINE: ITS BUSINESS DAYS, AND ITS LAST
      *BUSINESS DAY FOUND BY STEPPING BACK FROM THE MONTH'S LAST DAY.
       350-LIST-MONTH-PARA.
           MOVE WS-LIST-YEAR TO WS-MS-YEAR
           MOVE WS-MONTH     TO WS-MS-MONTH
           IF WS-MONTH = 12
             COMPUTE WS-NM-YEAR = WS-LIST-YEAR + 1
             MOVE 1 TO WS-NM-MONTH
           ELSE
             MOVE WS-LIST-YEAR TO WS-NM-YEAR
             COMPUTE WS-NM-MONTH = WS-MONTH + 1
           END-IF
           COMPUTE WS-BD-FROM-INT =
             FUNCTION INTEGER-OF-DATE (WS-MONTH-START-DATE) - 1
           COMPUTE WS-MONTH-LAST-INT =
             FUNCTION INTEGER-OF-DATE (WS-NEXT-MONTH-DATE) - 1
           MOVE WS-MONTH-LAST-INT TO WS-BD-TO-INT
           PERFORM 920-COUNT-BUSINESS-DAYS-PARA
           ADD WS-BD-COUNT TO WS-YEAR-BUSINESS-DAYS

           MOVE WS-MONTH-LAST-INT TO WS-BD-DAY-INT
           PERFORM 910-TEST-BUSINESS-DAY-PARA
           PERFORM UNTIL WS-BD-BUSINESS = 'Y'
                      OR WS-BD-DAY-INT <= WS-BD-FROM-INT
             SUBTRACT 1 FROM WS-BD-DAY-INT
             PERFORM 910-TEST-BUSINESS-DAY-PARA
           END-PERFORM

           MOVE SPACES TO ML-MONTH
           STRING WS-MS-MONTH '/' WS-MS-YEAR
             DELIMITED BY SIZE INTO ML-MONTH
           MOVE WS-BD-COUNT TO ML-BUSINESS-DAYS
           IF WS-BD-BUSINESS = 'Y'
             COMPUTE WS-LAST-BUSINESS-DATE =
               FUNCTION DATE-OF-INTEGER (WS-BD-DAY-INT)
             MOVE WS-LAST-BUSINESS-DATE TO ML-LAST-DATE
             MOVE WS-DAY-NAME (FUNCTION MOD (WS-BD-DAY-INT, 7) + 1)
               TO ML-LAST-DAY
           ELSE
             MOVE 0      TO ML-LAST-DATE
             MOVE SPACES TO ML-LAST-DAY
           END-IF
           WRITE CALENDAR-LISTING-RECORD FROM WS-MONTH-LINE.
      *-------------------------------------------------------------
      *PRINTS ONE CALENDAR ENTRY WITH WHAT IT DOES TO THE DAY.
       400-LIST-ENTRY-PARA.
           MOVE CAL-DATE (WS-CX) TO EL-DATE
           MOVE WS-DAY-NAME (FUNCTION MOD (CAL-DAY-INT (WS-CX), 7) + 1)
             TO EL-DAY
           IF CAL-TYPE (WS-CX) = 'H'
             MOVE 'HOLIDAY'     TO EL-TYPE
           ELSE
             MOVE 'WORKING DAY' TO EL-TYPE
           END-IF
           MOVE CAL-DESCRIPTION (WS-CX) TO EL-DESCRIPTION
           EVALUATE CAL-ADJUST (WS-CX)
             WHEN -1
               MOVE 'CLOSED'             TO EL-EFFECT
             WHEN 1
               MOVE 'OPEN'               TO EL-EFFECT
             WHEN OTHER
               MOVE 'NO EFFECT'          TO EL-EFFECT
           END-EVALUATE
           WRITE CALENDAR-LISTING-RECORD FROM WS-ENTRY-LINE
           ADD 1 TO WS-LISTED-COUNT.
      *-------------------------------------------------------------
      *SETS WS-BD-BUSINESS TO Y WHEN THE DAY IN WS-BD-DAY-INT IS A
      *BUSINESS DAY: A WEEKDAY THAT IS NOT A HOLIDAY, OR A WEEKEND
      *DAY DECLARED A WORKING DAY.
       910-TEST-BUSINESS-DAY-PARA.
           COMPUTE WS-BD-WEEKDAY = FUNCTION MOD (WS-BD-DAY-INT, 7)
           IF WS-BD-WEEKDAY = 0 OR WS-BD-WEEKDAY = 6
             MOVE 'N' TO WS-BD-BUSINESS
           ELSE
             MOVE 'Y' TO WS-BD-BUSINESS
           END-IF
           PERFORM VARYING WS-CX FROM 1 BY 1
             UNTIL WS-CX > WS-CAL-COUNT
             IF CAL-DAY-INT (WS-CX) = WS-BD-DAY-INT
               EVALUATE CAL-ADJUST (WS-CX)
                 WHEN -1
                   MOVE 'N' TO WS-BD-BUSINESS
                 WHEN 1
                   MOVE 'Y' TO WS-BD-BUSINESS
                 WHEN OTHER
                   CONTINUE
               END-EVALUATE
             END-IF
           END-PERFORM.
      *-------------------------------------------------------------
      *COUNTS THE BUSINESS DAYS AFTER WS-BD-FROM-INT UP TO AND
      *INCLUDING WS-BD-TO-INT INTO WS-BD-COUNT: FIVE FOR EVERY WHOLE
      *WEEK, THE WEEKDAYS AMONG THE ODD DAYS LEFT OVER, THEN THE
      *CALENDAR ENTRIES THAT FALL IN THE RANGE. ZERO WHEN THE RANGE
      *IS EMPTY.
       920-COUNT-BUSINESS-DAYS-PARA.
           MOVE 0 TO WS-BD-COUNT
           IF WS-BD-TO-INT > WS-BD-FROM-INT
             COMPUTE WS-BD-WEEKS =
               (WS-BD-TO-INT - WS-BD-FROM-INT) / 7
             COMPUTE WS-BD-COUNT = WS-BD-WEEKS * 5
             COMPUTE WS-BD-DAY-INT =
               WS-BD-FROM-INT + WS-BD-WEEKS * 7 + 1
             PERFORM UNTIL WS-BD-DAY-INT > WS-BD-TO-INT
               COMPUTE WS-BD-WEEKDAY =
                 FUNCTION MOD (WS-BD-DAY-INT, 7)
               IF WS-BD-WEEKDAY NOT = 0 AND WS-BD-WEEKDAY NOT = 6
                 ADD 1 TO WS-BD-COUNT
               END-IF
               ADD 1 TO WS-BD-DAY-INT
             END-PERFORM
             PERFORM VARYING WS-CX FROM 1 BY 1
               UNTIL WS-CX > WS-CAL-COUNT
               IF CAL-DAY-INT (WS-CX) > WS-BD-FROM-INT
                  AND CAL-DAY-INT (WS-CX) NOT > WS-BD-TO-INT
                 ADD CAL-ADJUST (WS-CX) TO WS-BD-COUNT
               END-IF
             END-PERFORM
           END-IF.
      *-------------------------------------------------------------
      *MOVES WS-BD-DAY-INT FORWARD TO THE FIRST BUSINESS DAY ON OR
      *AFTER IT.
       930-NEXT-BUSINESS-DAY-PARA.
           PERFORM 910-TEST-BUSINESS-DAY-PARA
           PERFORM UNTIL WS-BD-BUSINESS = 'Y'
             ADD 1 TO WS-BD-DAY-INT
             PERFORM 910-TEST-BUSINESS-DAY-PARA
           END-PERFORM.
      ****************************************************************
