      *PURPOSE: SCAN TRANS.DAT BEFORE UPDISP RUNS AND FLAG ANY
      *TRANSACTION OLDER THAN WS-AGING-THRESHOLD DAYS THAT IS STILL
      *SITTING UNPROCESSED, SO STALE TRANSACTIONS DO NOT QUIETLY PILE
      *UP UNAPPLIED. AGE IS COUNTED IN BUSINESS DAYS ON THE CALENDAR
      *FILE CALENDAR.DAT, SO A WEEKEND OR HOLIDAY DOES NOT MAKE A
      *TRANSACTION KEYED THE DAY BEFORE IT LOOK STALE. THE SSN
      *PRINTS AS ITS LAST FOUR DIGITS UNLESS FULLSSN NAMES AN
      *OPERATOR AUTHORIZED FOR FULL SSNS, IN WHICH CASE THE RUN IS
      *LOGGED ON RPTACCESS.LOG.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGERPT.
           SELECT AGING-REPORT-FILE
             ASSIGN TO 'AGERPT.OUT'
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
           05 DEPT-IN             PIC X(4).

      *THE AGING REPORT: EVERY TRANSACTION IN TRANS.DAT WHOSE DATE-IN
      *IS OLDER THAN WS-AGING-THRESHOLD BUSINESS DAYS, SO OPERATIONS
      *CAN CHASE DOWN STALE ITEMS BEFORE THE UPDATE JOB RUNS.
       FD  AGING-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  AGING-REPORT-RECORD    PIC X(80).

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
       01  WS-TRANS-INT            PIC 9(9).
       01  WS-AGE-DAYS             PIC S9(9).

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
       01  WS-BD-FROM-INT          PIC 9(7) VALUE 0.
       01  WS-BD-TO-INT            PIC 9(7) VALUE 0.
       01  WS-BD-WEEKDAY           PIC 9    VALUE 0.
       01  WS-BD-COUNT             PIC S9(7) VALUE 0.
       01  WS-BD-WEEKS             PIC 9(7) VALUE 0.

       01  WS-HEADING-1.
           05 FILLER               PIC X(30) VALUE SPACES.
           05 FILLER               PIC X(28) VALUE
       01  WS-HEADING-2.
           05 FILLER               PIC X(11) VALUE 'SSN'.
           05 FILLER               PIC X(12) VALUE 'TRANS DATE'.
           05 FILLER               PIC X(19) VALUE
              'AGE (BUSINESS DAYS)'.

       01  WS-DETAIL-LINE.
           05 D-SSNO               PIC X(11) VALUE SPACES.
              'STALE TRANSACTIONS FOUND:'.
           05 T-STALE-COUNT        PIC ZZZ,ZZ9.


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
      *READS TRANS.DAT AND WRITES ONE DETAIL LINE FOR EVERY
      *TRANSACTION OLDER THAN WS-AGING-THRESHOLD BUSINESS DAYS.
       100-MAIN-PARA.
           PERFORM 150-LOAD-CALENDAR-PARA
           PERFORM 170-CHECK-SSN-MODE-PARA

           OPEN INPUT  TRANSACTION-FILE
           OPEN OUTPUT AGING-REPORT-FILE


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
      *BUSINESS-DAY COUNT. A CALENDAR TOO LARGE FOR THE TABLE STOPS
      *THE STEP RATHER THAN AGING AGAINST PART OF IT.
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
             MOVE 'AGERPT' TO RA-PROGRAM
             IF FULL-SSN-AUTHORIZED
               MOVE 'FULL SSN PRINTED' TO RA-OUTCOME
               DISPLAY 'FULL SSNS PRINTED FOR OPERATOR ',
                WS-SSN-OPERATOR
             ELSE
               MOVE 'REFUSED - MASKED' TO RA-OUTCOME
               DISPLAY 'OPERATOR ', WS-SSN-OPERATOR, ' MAY NOT '
                'PRINT FULL SSNS. SSNS MASKED.'
             END-IF
             MOVE 'AGERPT.OUT' TO RA-REPORT
             WRITE REPORT-ACCESS-RECORD
             CLOSE REPORT-ACCESS-FILE
           END-IF.
      *-------------------------------------------------------------
      *COMPUTES THE AGE IN BUSINESS DAYS OF THE CURRENT TRANSACTION
      *AND WRITES A DETAIL LINE IF IT IS OLDER THAN
      *WS-AGING-THRESHOLD BUSINESS DAYS. A
      *NEGATIVE AGE MEANS DATE-IN IS AFTER TODAY - A FUTURE-DATED PAY
      *ACTION THE PENDING WAREHOUSE WILL HOLD, NOT A STALE
      *TRANSACTION - SO IT IS NOTED SEPARATELY RATHER THAN BEING
             PERFORM 250-AGE-ONE-PARA
           END-IF.
      *-------------------------------------------------------------
      *AGES ONE REAL TRANSACTION AGAINST TODAY: THE BUSINESS DAYS
      *AFTER DATE-IN UP TO AND INCLUDING TODAY.
       250-AGE-ONE-PARA.
           MOVE SSNO-IN TO WS-SSN-RAW
           PERFORM 980-MASK-SSN-PARA
           MOVE FUNCTION INTEGER-OF-DATE (DATE-IN) TO WS-TRANS-INT
           SUBTRACT WS-TRANS-INT FROM WS-TODAY-INT
             GIVING WS-AGE-DAYS

           IF WS-AGE-DAYS < 0
             DISPLAY 'NOTE: TRANSACTION FOR SSN ', WS-SSN-PRINT,
              ' IS FUTURE-DATED AND WILL BE HELD IN THE PENDING '
              'WAREHOUSE UNTIL ITS EFFECTIVE DATE.'
           ELSE
             MOVE WS-TRANS-INT TO WS-BD-FROM-INT
             MOVE WS-TODAY-INT TO WS-BD-TO-INT
             PERFORM 920-COUNT-BUSINESS-DAYS-PARA
             MOVE WS-BD-COUNT TO WS-AGE-DAYS
             IF WS-AGE-DAYS > WS-AGING-THRESHOLD
               MOVE WS-SSN-PRINT TO D-SSNO
               MOVE DATE-IN (5:2) TO D-TRANS-DATE (1:2)
               MOVE '/'           TO D-TRANS-DATE (3:1)
               MOVE DATE-IN (7:2) TO D-TRANS-DATE (4:2)
               ADD 1 TO WS-STALE-COUNT
             END-IF
           END-IF.
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
