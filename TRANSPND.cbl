      *NEXT CYCLE'S PENDING FILE IS WRITTEN UNDER PENDING.NEW AND
      *SWAPPED IN BY THE BATCH DRIVER ONLY ONCE THE STEP ENDS
      *CLEAN, THE SAME PROTECTED-SWAP PATTERN THE RECYCLE STEP USES.
      *AN EFFECTIVE DATE THAT FALLS ON A WEEKEND OR HOLIDAY IS
      *RELEASED ON THE NEXT BUSINESS DAY, AS KEPT ON THE CALENDAR
      *FILE CALENDAR.DAT, AND THE LISTING SHOWS THE RELEASE DATE OF
      *EVERY HELD TRANSACTION. THE LISTING SHOWS THE LAST FOUR
      *DIGITS OF THE SSN UNLESS FULLSSN NAMES AN OPERATOR AUTHORIZED
      *FOR FULL SSNS, IN WHICH CASE THE RUN IS LOGGED ON
      *RPTACCESS.LOG.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSPND.
           SELECT PENDING-REPORT-FILE
             ASSIGN TO 'PENDRPT.OUT'
             ORGANIZATION IS LINE SEQUENTIAL.

      *THE BUSINESS-DAY CALENDAR, KEPT WITH CALMNT. OPTIONAL, SO A
      *SITE WITH NO CALENDAR YET COUNTS MONDAY TO FRIDAY.
           SELECT OPTIONAL CALENDAR-FILE
             ASSIGN TO 'CALENDAR.DAT'
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
       FD  PENDING-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PENDING-REPORT-RECORD  PIC X(80).

      *THE CALENDAR RECORD, EXACTLY AS CALMNT WRITES IT.
       FD  CALENDAR-FILE
           RECORD CONTAINS 29 CHARACTERS.
       01  CALENDAR-RECORD.
           05 CA-DATE             PIC 9(8).
           05 CA-TYPE             PIC X.
              88 CA-HOLIDAY               VALUE 'H'.
              88 CA-WORKING-DAY           VALUE 'W'.
           05 CA-DESCRIPTION      PIC X(20).

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
       01  MORE-DATA               PIC X    VALUE 'Y'.
       01  WS-TODAY                PIC 9(8).

      *THE DAY THE TRANSACTION BEING ROUTED IS DUE FOR RELEASE: ITS
      *EFFECTIVE DATE, OR THE NEXT BUSINESS DAY AFTER IT WHEN IT
      *FALLS ON A WEEKEND OR HOLIDAY.
       01  WS-RELEASE-DATE         PIC 9(8) VALUE 0.

      *THE CALENDAR ENTRIES, LOADED UP FRONT. CAL-DAY-INT IS THE DAY
      *AS AN INTEGER DATE; CAL-ADJUST IS -1 FOR A HOLIDAY THAT FALLS
      *ON A WEEKDAY, +1 FOR A WORKING DAY THAT FALLS ON A WEEKEND
      *AND 0 FOR AN ENTRY THAT CHANGES NOTHING.
       01  WS-CAL-MAX              PIC 9(4) VALUE 1000.
       01  WS-CAL-COUNT            PIC 9(4) VALUE 0.
       01  WS-CAL-TABLE.
           05 WS-CAL-ENTRY OCCURS 1000 TIMES.
              10 CAL-DAY-INT       PIC 9(7).
              10 CAL-ADJUST        PIC S9.
       01  WS-CX                   PIC 9(4) COMP.

      *BUSINESS-DAY WORK FIELDS. THE DAY OF THE WEEK IS THE INTEGER
      *DATE MODULO 7 - INTEGER DATE 1 (JANUARY 1, 1601) WAS A
      *MONDAY, SO 1 IS MONDAY THROUGH 6 FOR SATURDAY AND 0 SUNDAY.
       01  WS-BD-DAY-INT           PIC 9(7) VALUE 0.
       01  WS-BD-WEEKDAY           PIC 9    VALUE 0.
       01  WS-BD-BUSINESS          PIC X    VALUE 'N'.

       01  WS-RELEASED-COUNT       PIC 9(5) VALUE 0.
       01  WS-STILL-HELD-COUNT     PIC 9(5) VALUE 0.
       01  WS-NEW-HELD-COUNT       PIC 9(5) VALUE 0.
           05 FILLER               PIC X(11) VALUE 'SSN'.
           05 FILLER               PIC X(6)  VALUE 'CODE'.
           05 FILLER               PIC X(12) VALUE 'EFFECTIVE'.
           05 FILLER               PIC X(12) VALUE 'RELEASES'.
           05 FILLER               PIC X(10) VALUE 'SALARY'.
           05 FILLER               PIC X(16) VALUE 'DISPOSITION'.

           05 D-SSNO               PIC X(11) VALUE SPACES.
           05 D-CODE               PIC X(6)  VALUE SPACES.
           05 D-EFF-DATE           PIC X(12) VALUE SPACES.
           05 D-RELEASE-DATE       PIC X(12) VALUE SPACES.
           05 D-SALARY             PIC ZZZ,ZZ9.
           05 FILLER               PIC X(3)  VALUE SPACES.
           05 D-DISPOSITION        PIC X(20) VALUE SPACES.

       01  WS-TOTAL-LINE-1.
           05 FILLER               PIC X(34) VALUE
              'TRANSACTIONS PASSED TO SORT STEP:'.
           05 T-PASSED-COUNT       PIC ZZZ,ZZ9.


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
      *RE-EXAMINES THE HELD TRANSACTIONS FIRST, SO A RELEASED PAY
      *FRESHLY EDITED TRANSACTIONS.
       100-MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
           PERFORM 150-LOAD-CALENDAR-PARA
           PERFORM 170-CHECK-SSN-MODE-PARA

           OPEN INPUT  PENDING-FILE
           OPEN INPUT  CLEAN-FILE

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
      *DAY. A CALENDAR TOO LARGE FOR THE TABLE STOPS THE STEP
      *RATHER THAN RELEASING AGAINST PART OF IT.
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
             MOVE 'TRANSPND' TO RA-PROGRAM
             IF FULL-SSN-AUTHORIZED
               MOVE 'FULL SSN PRINTED' TO RA-OUTCOME
               DISPLAY 'FULL SSNS PRINTED FOR OPERATOR ',
                WS-SSN-OPERATOR
             ELSE
               MOVE 'REFUSED - MASKED' TO RA-OUTCOME
               DISPLAY 'OPERATOR ', WS-SSN-OPERATOR, ' MAY NOT '
                'PRINT FULL SSNS. SSNS MASKED.'
             END-IF
             MOVE 'PENDRPT.OUT' TO RA-REPORT
             WRITE REPORT-ACCESS-RECORD
             CLOSE REPORT-ACCESS-FILE
           END-IF.
      *-------------------------------------------------------------
      *ROUTES ONE TRANSACTION HELD FROM A PRIOR CYCLE: RELEASED TO
      *THE READY FILE ONCE ITS RELEASE DATE HAS ARRIVED, OTHERWISE
      *CARRIED FORWARD IN THE NEW PENDING FILE.
       200-ROUTE-HELD-PARA.
           PERFORM 250-RELEASE-DATE-PARA
           IF WS-RELEASE-DATE > WS-TODAY
             WRITE NEW-PENDING-RECORD FROM WS-WORK-RECORD
             ADD 1 TO WS-STILL-HELD-COUNT
             MOVE 'STILL HELD' TO D-DISPOSITION
           END-IF
           PERFORM 400-WRITE-DETAIL-PARA.
      *-------------------------------------------------------------
      *WORKS OUT WS-RELEASE-DATE FOR THE TRANSACTION BEING ROUTED:
      *THE FIRST BUSINESS DAY ON OR AFTER ITS EFFECTIVE DATE.
       250-RELEASE-DATE-PARA.
           COMPUTE WS-BD-DAY-INT =
             FUNCTION INTEGER-OF-DATE (WS-WORK-DATE)
           PERFORM 930-NEXT-BUSINESS-DAY-PARA
           COMPUTE WS-RELEASE-DATE =
             FUNCTION DATE-OF-INTEGER (WS-BD-DAY-INT).
      *-------------------------------------------------------------
      *ROUTES ONE FRESHLY EDITED TRANSACTION: ONE NOT YET DUE FOR
      *RELEASE GOES TO THE WAREHOUSE, ANYTHING DUE GOES STRAIGHT
      *THROUGH. A TRANSACTION DATED TODAY OR EARLIER IS ONLY HELD
      *WHEN TODAY IS NOT A BUSINESS DAY - A FORCED RUN. A
      *TRANSACTION PASSED STRAIGHT THROUGH IS NOT LISTED - THE
      *REPORT IS ABOUT WHAT IS HELD AND RELEASED, NOT A SECOND COPY
      *OF THE EDIT REPORT.
       300-ROUTE-NEW-PARA.
           PERFORM 250-RELEASE-DATE-PARA
           IF WS-RELEASE-DATE > WS-TODAY
             WRITE NEW-PENDING-RECORD FROM WS-WORK-RECORD
             ADD 1 TO WS-NEW-HELD-COUNT
             IF WS-WORK-DATE > WS-TODAY
               MOVE 'HELD - FUTURE' TO D-DISPOSITION
             ELSE
               MOVE 'HELD - NOT BUS DAY' TO D-DISPOSITION
             END-IF
             PERFORM 400-WRITE-DETAIL-PARA
           ELSE
             WRITE READY-RECORD FROM WS-WORK-RECORD
      *WRITES ONE LISTING LINE FOR A HELD OR RELEASED TRANSACTION.
      *D-DISPOSITION MUST BE SET BY THE CALLER FIRST.
       400-WRITE-DETAIL-PARA.
           MOVE WS-WORK-SSNO TO WS-SSN-RAW
           PERFORM 980-MASK-SSN-PARA
           MOVE WS-SSN-PRINT TO D-SSNO
           MOVE WS-WORK-CODE TO D-CODE
           MOVE WS-WORK-DATE (5:2) TO D-EFF-DATE (1:2)
           MOVE '/'                TO D-EFF-DATE (3:1)
           MOVE '/'                TO D-EFF-DATE (6:1)
           MOVE WS-WORK-DATE (1:4) TO D-EFF-DATE (7:4)
           MOVE SPACES             TO D-EFF-DATE (11:2)
           MOVE WS-RELEASE-DATE (5:2) TO D-RELEASE-DATE (1:2)
           MOVE '/'                   TO D-RELEASE-DATE (3:1)
           MOVE WS-RELEASE-DATE (7:2) TO D-RELEASE-DATE (4:2)
           MOVE '/'                   TO D-RELEASE-DATE (6:1)
           MOVE WS-RELEASE-DATE (1:4) TO D-RELEASE-DATE (7:4)
           MOVE SPACES                TO D-RELEASE-DATE (11:2)
           MOVE WS-WORK-SALARY TO D-SALARY
           WRITE PENDING-REPORT-RECORD FROM WS-DETAIL-LINE.
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
      *MOVES WS-BD-DAY-INT FORWARD TO THE FIRST BUSINESS DAY ON OR
      *AFTER IT.
       930-NEXT-BUSINESS-DAY-PARA.
           PERFORM 910-TEST-BUSINESS-DAY-PARA
           PERFORM UNTIL WS-BD-BUSINESS = 'Y'
             ADD 1 TO WS-BD-DAY-INT
             PERFORM 910-TEST-BUSINESS-DAY-PARA
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
