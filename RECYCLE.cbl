      *(FROM UPDISP) AND SUSPENSE.DAT (FROM ASSIGN3) IS STAMPED WITH
      *A RETRY COUNT AND FIRST-SEEN DATE, RE-PRESENTED TO THE NEXT
      *RUN THROUGH RETRY.DAT / RETRY3.DAT, AND AGED OFF TO THE
      *HARD-ERROR LISTING ONCE IT HAS BEEN ON THE RECYCLE FOR
      *WS-MAX-RETRIES BUSINESS DAYS, SO THE SUSPENSE FILES CANNOT
      *SILENTLY GROW UNBOUNDED. AN ITEM CARRIED FROM THE PRIOR CYCLE
      *THAT DOES NOT REJECT AGAIN THIS CYCLE HAS CLEARED. THE
      *OPERATOR GETS A CYCLE REPORT SHOWING ITEMS CLEARED, ITEMS
      *STILL PENDING AND ITEMS AGED OFF. AGE IS COUNTED IN BUSINESS
      *DAYS ON THE CALENDAR FILE CALENDAR.DAT, COUNTING THE DAY THE
      *ITEM WAS FIRST SEEN, SO A FORCED RUN ON A WEEKEND OR HOLIDAY
      *DOES NOT AGE AN ITEM OFF A DAY EARLY. A PAYROLL ITEM ON THE
      *HARD-ERROR LISTING SHOWS ONLY THE LAST FOUR DIGITS OF ITS SSN
      *UNLESS FULLSSN NAMES AN OPERATOR AUTHORIZED FOR FULL SSNS, IN
      *WHICH CASE THE RUN IS LOGGED ON RPTACCESS.LOG; THE CARRY AND
      *RETRY FILES ALWAYS HOLD THE ITEM AS IT WAS REJECTED.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECYCLE.
           SELECT OPTIONAL PARAMETER-FILE
             ASSIGN TO 'PARMFILE.DAT'
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
           05 RJ-REASON           PIC X(40).

      *THIS CYCLE'S SUSPENSE ITEMS, EXACTLY AS ASSIGN3 WRITES THEM.
      *THE ITEM IS THE ACCOUNT, AMOUNT, CODE AND ACCOUNT TYPE, PLUS
      *THE TO-ACCOUNT WHEN THE ITEM IS A TRANSFER.
       FD  SUSPENSE-FILE
           RECORD CONTAINS 59 CHARACTERS.
       01  SUSPENSE-RECORD.
           05 SU-ITEM             PIC X(14).
           05 SU-REASON           PIC X(40).
           05 SU-TO-ACCT-NO       PIC X(5).

      *ITEMS CARRIED FORWARD FROM PRIOR CYCLES, EACH STAMPED WITH THE
      *NUMBER OF CYCLES IT HAS FAILED AND THE DATE IT FIRST APPEARED.
           05 RC-REASON           PIC X(40).

       FD  SUSPENSE-CARRY-FILE
           RECORD CONTAINS 70 CHARACTERS.
       01  SUSPENSE-CARRY-RECORD.
           05 SC-ITEM             PIC X(14).
           05 SC-RETRY-COUNT      PIC 9(3).
           05 SC-FIRST-SEEN       PIC 9(8).
           05 SC-REASON           PIC X(40).
           05 SC-TO-ACCT-NO       PIC X(5).

      *NEXT CYCLE'S CARRY FILES. THE BATCH DRIVER RENAMES THESE OVER
      *REJCYCLE.DAT / SUSCYCLE.DAT ONCE THE RECYCLE STEP ENDS CLEAN.
           05 NRC-REASON          PIC X(40).

       FD  NEW-SUSPENSE-CARRY-FILE
           RECORD CONTAINS 70 CHARACTERS.
       01  NEW-SUSPENSE-CARRY-RECORD.
           05 NSC-ITEM            PIC X(14).
           05 NSC-RETRY-COUNT     PIC 9(3).
           05 NSC-FIRST-SEEN      PIC 9(8).
           05 NSC-REASON          PIC X(40).
           05 NSC-TO-ACCT-NO      PIC X(5).

      *THE ITEMS RE-PRESENTED TO THE NEXT RUN. RETRY.DAT IS PREPENDED
      *TO TRANS.DAT (PAYROLL LAYOUT) AND RETRY3.DAT TO TRANS3.DAT

      *THE REBUILT LEDGER TRANSACTION: ACCOUNT/AMOUNT/CODE FROM THE
      *SUSPENDED ITEM, TODAY'S DATE, THEN THE ACCOUNT TYPE (WHICH
      *SITS AFTER THE DATE IN THE TRANS3 LAYOUT) AND THE TO-ACCOUNT
      *OF A TRANSFER.
       FD  RETRY3-FILE
           RECORD CONTAINS 27 CHARACTERS.
       01  RETRY3-RECORD.
           05 R3-ITEM             PIC X(13).
           05 R3-DATE             PIC 9(8).
           05 R3-ACCT-TYPE        PIC X.
           05 R3-TO-ACCT-NO       PIC X(5).

      *ITEMS ON THE RECYCLE FOR WS-MAX-RETRIES BUSINESS DAYS: OUT OF
      *THE RECYCLE, ONTO THE HARD-ERROR LISTING FOR MANUAL RESEARCH.
       FD  HARD-ERROR-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  HARD-ERROR-RECORD      PIC X(120).
           05 PF-PARM-NAME        PIC X(20).
           05 PF-PARM-VALUE       PIC X(14).
           05 PF-EFF-DATE         PIC 9(8).

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
       01  WS-TODAY-INT            PIC 9(7) VALUE 0.

      *AN ITEM IS AGED OFF ONCE IT HAS BEEN ON THE RECYCLE THIS MANY
      *BUSINESS DAYS, THE DAY IT WAS FIRST SEEN INCLUDED - ONE
      *FAILED CYCLE PER BUSINESS DAY. THIS IS THE COMPILED DEFAULT -
      *A PARMFILE.DAT RECORD NAMED MAX-RETRIES OVERRIDES IT AT
      *START-UP.
       01  WS-MAX-RETRIES          PIC 9(3) VALUE 3.
       01  WS-PARM-TODAY           PIC 9(8) VALUE 0.
       01  WS-RETRIES-EFF          PIC 9(8) VALUE 0.
       01  WS-WORK-REASON          PIC X(40).
       01  WS-WORK-RETRY           PIC 9(3).
       01  WS-WORK-FIRST-SEEN      PIC 9(8).
       01  WS-WORK-AGE             PIC 9(3).

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

      *CYCLE COUNTS FOR THE SIDE CURRENTLY BEING PROCESSED.
       01  WS-NEW-COUNT            PIC 9(5) VALUE 0.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 HE-FIRST-SEEN        PIC 9(8).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 HE-AGE               PIC ZZ9.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 HE-REASON            PIC X(40).

       01  WS-REPORT-HEADING.
           05 FILLER               PIC X(30) VALUE
              'SUSPENSE/REJECT CYCLE REPORT'.

      *WHICH PASS IS RUNNING - A PAYROLL ITEM STARTS WITH AN SSN, A
      *LEDGER ITEM WITH AN ACCOUNT NUMBER.
       01  WS-PASS                 PIC X    VALUE 'P'.
           88 PAYROLL-PASS               VALUE 'P'.
           88 LEDGER-PASS                VALUE 'L'.

       01  WS-SIDE-LINE.
           05 SL-SIDE              PIC X(40).

           05 CL-LABEL             PIC X(32).
           05 CL-COUNT             PIC ZZZ,ZZ9.


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
      *RUNS THE PAYROLL (REJECT.DAT) PASS AND THEN THE LEDGER
      *WRITES THE OPERATOR CYCLE REPORT.
       100-MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE (WS-TODAY)

           PERFORM 110-GET-PARMS-PARA
           PERFORM 160-LOAD-CALENDAR-PARA
           PERFORM 170-CHECK-SSN-MODE-PARA

           OPEN OUTPUT HARD-ERROR-FILE
           OPEN OUTPUT CYCLE-REPORT-FILE
               CONTINUE
           END-EVALUATE.
      *-------------------------------------------------------------
      *LOADS CALENDAR.DAT. A RECORD WHOSE DATE IS NOT A REAL DATE OR
      *WHOSE TYPE IS NEITHER H NOR W IS IGNORED WITH A NOTE.
       160-LOAD-CALENDAR-PARA.
           OPEN INPUT CALENDAR-FILE
           PERFORM UNTIL MORE-DATA = 'N'
             READ CALENDAR-FILE
               AT END
                 MOVE 'N' TO MORE-DATA
               NOT AT END
                 PERFORM 165-LOAD-CALENDAR-ENTRY-PARA
             END-READ
           END-PERFORM
           CLOSE CALENDAR-FILE
           MOVE 'Y' TO MORE-DATA.
      *-------------------------------------------------------------
      *ADDS ONE CALENDAR RECORD TO THE TABLE WITH ITS EFFECT ON THE
      *BUSINESS-DAY COUNT. A CALENDAR TOO LARGE FOR THE TABLE STOPS
      *THE STEP BEFORE ANY CARRY FILE IS WRITTEN, RATHER THAN AGING
      *AGAINST PART OF IT.
       165-LOAD-CALENDAR-ENTRY-PARA.
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
             MOVE 'RECYCLE' TO RA-PROGRAM
             IF FULL-SSN-AUTHORIZED
               MOVE 'FULL SSN PRINTED' TO RA-OUTCOME
               DISPLAY 'FULL SSNS PRINTED FOR OPERATOR ',
                WS-SSN-OPERATOR
             ELSE
               MOVE 'REFUSED - MASKED' TO RA-OUTCOME
               DISPLAY 'OPERATOR ', WS-SSN-OPERATOR, ' MAY NOT '
                'PRINT FULL SSNS. SSNS MASKED.'
             END-IF
             MOVE 'HARDERR.OUT' TO RA-REPORT
             WRITE REPORT-ACCESS-RECORD
             CLOSE REPORT-ACCESS-FILE
           END-IF.
      *-------------------------------------------------------------
      *PAYROLL PASS: LOADS REJCYCLE.DAT INTO THE CARRY TABLE, MATCHES
      *THIS CYCLE'S REJECT.DAT AGAINST IT, WRITES THE NEXT CARRY FILE
      *AND THE RE-PRESENTED TRANSACTIONS, AND REPORTS THE COUNTS.
       200-PAYROLL-PASS-PARA.
           MOVE 'P' TO WS-PASS
           MOVE 0 TO WS-CARRY-COUNT
                     WS-NEW-COUNT
                     WS-PENDING-COUNT
      *DECIDES WHAT HAPPENS TO ONE REJECTED PAYROLL TRANSACTION:
      *A MATCH AGAINST THE CARRY TABLE MEANS ANOTHER FAILED CYCLE
      *(RETRY COUNT GOES UP), NO MATCH MEANS A NEW ITEM. ITEMS THAT
      *HAVE REACHED THE AGE LIMIT IN BUSINESS DAYS GO TO THE
      *HARD-ERROR LISTING; EVERYTHING ELSE IS CARRIED FORWARD AND
      *RE-PRESENTED NEXT CYCLE.
       300-RECYCLE-REJECT-PARA.
           PERFORM 820-FIND-CARRY-ENTRY-PARA

             ADD 1 TO WS-NEW-COUNT
           END-IF

           PERFORM 860-BUSINESS-AGE-PARA
           IF WS-WORK-AGE >= WS-MAX-RETRIES
             PERFORM 870-WRITE-HARD-ERROR-PARA
           ELSE
             MOVE WS-WORK-ITEM       TO NRC-TRANS-RECORD
           END-IF.
      *-------------------------------------------------------------
      *LEDGER PASS: SAME RECYCLE, FOR ASSIGN3'S SUSPENSE.DAT AGAINST
      *SUSCYCLE.DAT. THE RE-PRESENTED ITEM IS REBUILT INTO A 27-BYTE
      *LEDGER TRANSACTION STAMPED WITH TODAY'S DATE (THE SUSPENSE
      *RECORD DOES NOT CARRY THE ORIGINAL T-DATE). A TRANSFER'S
      *TO-ACCOUNT RIDES IN THE WORK ITEM AFTER THE 14-BYTE ITEM, SO
      *TWO TRANSFERS THAT DIFFER ONLY IN THE TO-ACCOUNT STAY APART.
       500-LEDGER-PASS-PARA.
           MOVE 'L' TO WS-PASS
           MOVE 0 TO WS-CARRY-COUNT
                     WS-NEW-COUNT
                     WS-PENDING-COUNT
               NOT AT END
                 MOVE SPACES          TO WS-WORK-ITEM
                 MOVE SC-ITEM         TO WS-WORK-ITEM (1:14)
                 MOVE SC-TO-ACCT-NO   TO WS-WORK-ITEM (15:5)
                 MOVE SC-RETRY-COUNT  TO WS-WORK-RETRY
                 MOVE SC-FIRST-SEEN   TO WS-WORK-FIRST-SEEN
                 PERFORM 800-LOAD-CARRY-ENTRY-PARA
               NOT AT END
                 MOVE SPACES    TO WS-WORK-ITEM
                 MOVE SU-ITEM   TO WS-WORK-ITEM (1:14)
                 MOVE SU-TO-ACCT-NO TO WS-WORK-ITEM (15:5)
                 MOVE SU-REASON TO WS-WORK-REASON
                 PERFORM 600-RECYCLE-SUSPENSE-PARA
             END-READ
             ADD 1 TO WS-NEW-COUNT
           END-IF

           PERFORM 860-BUSINESS-AGE-PARA
           IF WS-WORK-AGE >= WS-MAX-RETRIES
             PERFORM 870-WRITE-HARD-ERROR-PARA
           ELSE
             MOVE WS-WORK-ITEM (1:14) TO NSC-ITEM
             MOVE WS-WORK-RETRY       TO NSC-RETRY-COUNT
             MOVE WS-WORK-FIRST-SEEN  TO NSC-FIRST-SEEN
             MOVE WS-WORK-REASON      TO NSC-REASON
             MOVE WS-WORK-ITEM (15:5) TO NSC-TO-ACCT-NO
             WRITE NEW-SUSPENSE-CARRY-RECORD
             MOVE WS-WORK-ITEM (1:13) TO R3-ITEM
             MOVE WS-TODAY            TO R3-DATE
             MOVE WS-WORK-ITEM (14:1) TO R3-ACCT-TYPE
             MOVE WS-WORK-ITEM (15:5) TO R3-TO-ACCT-NO
             WRITE RETRY3-RECORD
             ADD 1 TO WS-PENDING-COUNT
           END-IF.
           IF WS-CARRY-COUNT >= WS-CARRY-MAX
             DISPLAY 'CARRY TABLE FULL. ITEM SENT TO HARD-ERROR '
              'LISTING: ', WS-WORK-ITEM
             PERFORM 860-BUSINESS-AGE-PARA
             MOVE SPACES TO WS-WORK-REASON
             MOVE 'CARRY TABLE FULL' TO WS-WORK-REASON
             PERFORM 870-WRITE-HARD-ERROR-PARA
             END-IF
           END-PERFORM.
      *-------------------------------------------------------------
      *WORKS OUT WS-WORK-AGE: THE BUSINESS DAYS FROM THE DAY THE
      *ITEM WAS FIRST SEEN UP TO AND INCLUDING TODAY.
       860-BUSINESS-AGE-PARA.
           COMPUTE WS-BD-FROM-INT =
             FUNCTION INTEGER-OF-DATE (WS-WORK-FIRST-SEEN) - 1
           MOVE WS-TODAY-INT TO WS-BD-TO-INT
           PERFORM 920-COUNT-BUSINESS-DAYS-PARA
           IF WS-BD-COUNT > 999
             MOVE 999 TO WS-WORK-AGE
           ELSE
             MOVE WS-BD-COUNT TO WS-WORK-AGE
           END-IF.
      *-------------------------------------------------------------
      *WRITES ONE AGED-OFF ITEM TO THE HARD-ERROR LISTING.
       870-WRITE-HARD-ERROR-PARA.
           MOVE WS-WORK-ITEM       TO HE-ITEM
           IF PAYROLL-PASS
             MOVE WS-WORK-ITEM (1:9) TO WS-SSN-RAW
             PERFORM 980-MASK-SSN-PARA
             MOVE WS-SSN-PRINT       TO HE-ITEM (1:9)
           END-IF
           MOVE WS-WORK-RETRY      TO HE-RETRY-COUNT
           MOVE WS-WORK-FIRST-SEEN TO HE-FIRST-SEEN
           MOVE WS-WORK-AGE        TO HE-AGE
           MOVE WS-WORK-REASON     TO HE-REASON
           WRITE HARD-ERROR-RECORD FROM WS-HARD-ERROR-LINE
           ADD 1 TO WS-AGED-OFF-COUNT.
            ' NEW ', WS-NEW-COUNT,
            ' PENDING ', WS-PENDING-COUNT,
            ' AGED OFF ', WS-AGED-OFF-COUNT.
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
