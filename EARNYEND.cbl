      *NAME: ANJU CHAWLA
      *DATE: OCTOBER 15, 2026
      *PURPOSE: YEAR-END ROLLOVER OF THE EARNINGS ACCUMULATORS.
      *CLOSES OUT THE YEAR-TO-DATE FIGURES EARNRUN KEEPS ON
      *EARNYTD.NDX: EVERY EMPLOYEE'S FINAL QUARTER-TO-DATE AND
      *YEAR-TO-DATE GROSS FOR THE YEAR IS WRITTEN TO THE PERMANENT
      *YEAR-END FILE EARNYEAR.DAT AND LISTED ON THE ROLLOVER REPORT
      *EARNYEND.OUT WITH A COMPANY TOTAL, THEN THE ACCUMULATOR IS
      *CLEARED AND OPENED FOR THE NEXT YEAR. EARNRUN REFUSES TO PAY
      *A PERIOD IN A NEW YEAR UNTIL THIS HAS BEEN RUN, AND THIS RUN
      *REFUSES A YEAR THE ACCUMULATORS DO NOT HOLD (ALREADY CLOSED,
      *OR NOT YET REACHED), SO A YEAR CAN ONLY BE CLOSED ONCE.
      *USAGE: EARNYEND [<YYYY>] - THE YEAR DEFAULTS TO THE CURRENT
      *YEAR. RUN ON DEMAND AFTER THE LAST EARNINGS RUN OF THE YEAR.
      *THE REPORT SHOWS THE LAST FOUR DIGITS OF THE SSN UNLESS
      *FULLSSN NAMES AN OPERATOR AUTHORIZED FOR FULL SSNS, IN WHICH
      *CASE THE RUN IS LOGGED ON RPTACCESS.LOG; EARNYEAR.DAT KEEPS
      *THE FULL SSN.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EARNYEND.
      *************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL EARNINGS-YTD-FILE
             ASSIGN TO 'EARNYTD.NDX'
             ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC
             RECORD KEY IS EY-SSNO.

      *THE PERMANENT YEAR-END FIGURES, ONE RECORD PER SSN PER YEAR
      *CLOSED, KEPT ACROSS YEARS.
           SELECT OPTIONAL EARNINGS-YEAR-FILE
             ASSIGN TO 'EARNYEAR.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ROLLOVER-REPORT-FILE
             ASSIGN TO 'EARNYEND.OUT'
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
      *EXACTLY AS EARNRUN KEEPS IT.
       FD  EARNINGS-YTD-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  EARNINGS-YTD-RECORD.
           05 EY-SSNO             PIC X(9).
           05 EY-YEAR             PIC 9(4).
           05 EY-QUARTER          PIC 9.
           05 EY-QTD-GROSS        PIC 9(7)V99.
           05 EY-YTD-GROSS        PIC 9(7)V99.
           05 EY-LAST-PERIOD-END  PIC 9(8).

       FD  EARNINGS-YEAR-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  EARNINGS-YEAR-RECORD.
           05 EA-SSNO             PIC X(9).
           05 EA-YEAR             PIC 9(4).
           05 EA-LAST-QUARTER     PIC 9.
           05 EA-LAST-QTD-GROSS   PIC 9(7)V99.
           05 EA-YEAR-GROSS       PIC 9(7)V99.
           05 EA-LAST-PERIOD-END  PIC 9(8).
           05 EA-CLOSED-STAMP     PIC X(10).

       FD  ROLLOVER-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  ROLLOVER-REPORT-RECORD PIC X(80).

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
       01  WS-STAMP                PIC X(14).
       01  WS-PARM                 PIC X(20) VALUE SPACES.
       01  WS-CLOSE-YEAR           PIC 9(4)  VALUE 0.
       01  WS-NEXT-YEAR            PIC 9(4)  VALUE 0.
       01  WS-YEAR-OK              PIC X     VALUE 'Y'.

       01  WS-OPEN-COUNT           PIC 9(7)  VALUE 0.
       01  WS-OTHER-YEAR-COUNT     PIC 9(7)  VALUE 0.
       01  WS-CLOSED-COUNT         PIC 9(7)  VALUE 0.
       01  WS-IDLE-COUNT           PIC 9(7)  VALUE 0.
       01  WS-TOTAL-GROSS          PIC 9(9)V99 VALUE 0.

       01  WS-HEADING-1.
           05 FILLER               PIC X(20) VALUE SPACES.
           05 FILLER               PIC X(32) VALUE
              'EARNINGS YEAR-END ROLLOVER FOR '.
           05 H1-YEAR              PIC 9(4).

       01  WS-HEADING-2.
           05 FILLER               PIC X(11) VALUE 'SSN'.
           05 FILLER               PIC X(14) VALUE 'LAST PERIOD'.
           05 FILLER               PIC X(9)  VALUE 'QUARTER'.
           05 FILLER               PIC X(14) VALUE '   QUARTER QTD'.
           05 FILLER               PIC X(16) VALUE '   YEAR GROSS'.

       01  WS-DETAIL-LINE.
           05 D-SSNO               PIC X(11).
           05 D-LAST-PERIOD        PIC X(14).
           05 FILLER               PIC X(3)  VALUE SPACES.
           05 D-QUARTER            PIC 9.
           05 FILLER               PIC X(5)  VALUE SPACES.
           05 D-QTD                PIC Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 D-YTD                PIC ZZ,ZZZ,ZZ9.99.

       01  WS-TOTAL-LINE.
           05 FILLER               PIC X(34) VALUE
              'EMPLOYEES CLOSED:'.
           05 T-CLOSED             PIC ZZZ,ZZ9.

       01  WS-GROSS-LINE.
           05 FILLER               PIC X(34) VALUE
              'TOTAL YEAR GROSS:'.
           05 T-GROSS              PIC ZZZ,ZZZ,ZZ9.99.


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
      *CHECKS THE ACCUMULATORS HOLD THE YEAR ASKED FOR, THEN CLOSES
      *IT OUT IN ONE PASS.
       100-MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE (1:8)  TO WS-TODAY
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-STAMP
           MOVE WS-TODAY (1:4) TO WS-CLOSE-YEAR
           PERFORM 170-CHECK-SSN-MODE-PARA

           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM NOT = SPACES
             IF WS-PARM (1:4) NUMERIC AND WS-PARM (5:16) = SPACES
               MOVE WS-PARM (1:4) TO WS-CLOSE-YEAR
             ELSE
               DISPLAY 'GIVE THE YEAR TO CLOSE AS YYYY, E.G. '
                'EARNYEND 2026'
               MOVE 8 TO RETURN-CODE
               STOP RUN
             END-IF
           END-IF
           COMPUTE WS-NEXT-YEAR = WS-CLOSE-YEAR + 1

           OPEN I-O EARNINGS-YTD-FILE
           PERFORM 200-CHECK-YEAR-PARA
           IF WS-YEAR-OK = 'N'
             CLOSE EARNINGS-YTD-FILE
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF

           OPEN EXTEND EARNINGS-YEAR-FILE
           OPEN OUTPUT ROLLOVER-REPORT-FILE
           MOVE WS-CLOSE-YEAR TO H1-YEAR
           WRITE ROLLOVER-REPORT-RECORD FROM WS-HEADING-1
           MOVE SPACES TO ROLLOVER-REPORT-RECORD
           WRITE ROLLOVER-REPORT-RECORD
           WRITE ROLLOVER-REPORT-RECORD FROM WS-HEADING-2

           PERFORM 300-ROLL-OVER-PARA

           MOVE SPACES TO ROLLOVER-REPORT-RECORD
           WRITE ROLLOVER-REPORT-RECORD
           MOVE WS-CLOSED-COUNT TO T-CLOSED
           WRITE ROLLOVER-REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE WS-TOTAL-GROSS  TO T-GROSS
           WRITE ROLLOVER-REPORT-RECORD FROM WS-GROSS-LINE

           CLOSE EARNINGS-YTD-FILE
           CLOSE EARNINGS-YEAR-FILE
           CLOSE ROLLOVER-REPORT-FILE

           DISPLAY '--------------------------------------------'
           DISPLAY 'EARNINGS YEAR-END ROLLOVER COMPLETE FOR ',
            WS-CLOSE-YEAR
           DISPLAY 'EMPLOYEES CLOSED ...... ', WS-CLOSED-COUNT
           DISPLAY 'NO EARNINGS IN YEAR ... ', WS-IDLE-COUNT
           DISPLAY 'TOTAL YEAR GROSS ...... ', WS-TOTAL-GROSS
           DISPLAY '--------------------------------------------'

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
             MOVE 'EARNYEND' TO RA-PROGRAM
             IF FULL-SSN-AUTHORIZED
               MOVE 'FULL SSN PRINTED' TO RA-OUTCOME
               DISPLAY 'FULL SSNS PRINTED FOR OPERATOR ',
                WS-SSN-OPERATOR
             ELSE
               MOVE 'REFUSED - MASKED' TO RA-OUTCOME
               DISPLAY 'OPERATOR ', WS-SSN-OPERATOR, ' MAY NOT '
                'PRINT FULL SSNS. SSNS MASKED.'
             END-IF
             MOVE 'EARNYEND.OUT' TO RA-REPORT
             WRITE REPORT-ACCESS-RECORD
             CLOSE REPORT-ACCESS-FILE
           END-IF.
      *-------------------------------------------------------------
      *REFUSES THE ROLLOVER UNLESS SOME ACCUMULATOR IS STILL OPEN FOR
      *THE YEAR ASKED FOR. ONE ALREADY IN A LATER YEAR WITH EARNINGS
      *ON IT MEANS THAT YEAR IS UNDER WAY AND THIS ONE WAS CLOSED.
       200-CHECK-YEAR-PARA.
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
                 IF EY-YEAR = WS-CLOSE-YEAR
                   ADD 1 TO WS-OPEN-COUNT
                 END-IF
                 IF EY-YEAR > WS-CLOSE-YEAR AND EY-YTD-GROSS NOT = 0
                   ADD 1 TO WS-OTHER-YEAR-COUNT
                 END-IF
             END-READ
           END-PERFORM
           MOVE 'Y' TO MORE-DATA
           IF WS-OPEN-COUNT = 0 OR WS-OTHER-YEAR-COUNT > 0
             DISPLAY 'NO EARNINGS ACCUMULATORS ARE OPEN FOR ',
              WS-CLOSE-YEAR, ' - THE YEAR IS ALREADY CLOSED OR HAS '
              'NOT BEEN PAID. RUN STOPPED.'
             MOVE 'N' TO WS-YEAR-OK
           END-IF.
      *-------------------------------------------------------------
      *WRITES EACH OPEN ACCUMULATOR'S YEAR TO EARNYEAR.DAT AND THE
      *REPORT, THEN CLEARS IT AND OPENS IT FOR THE NEXT YEAR. AN
      *ACCUMULATOR LEFT OVER FROM AN EARLIER YEAR WITH NOTHING ON IT
      *IS SIMPLY BROUGHT FORWARD.
       300-ROLL-OVER-PARA.
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
                 IF EY-YEAR NOT > WS-CLOSE-YEAR
                   PERFORM 350-CLOSE-ONE-PARA
                 END-IF
             END-READ
           END-PERFORM
           MOVE 'Y' TO MORE-DATA.
      *-------------------------------------------------------------
      *CLOSES ONE EMPLOYEE'S YEAR.
       350-CLOSE-ONE-PARA.
           IF EY-YEAR = WS-CLOSE-YEAR AND EY-YTD-GROSS NOT = 0
             MOVE EY-SSNO            TO EA-SSNO
             MOVE EY-YEAR            TO EA-YEAR
             MOVE EY-QUARTER         TO EA-LAST-QUARTER
             MOVE EY-QTD-GROSS       TO EA-LAST-QTD-GROSS
             MOVE EY-YTD-GROSS       TO EA-YEAR-GROSS
             MOVE EY-LAST-PERIOD-END TO EA-LAST-PERIOD-END
             MOVE WS-STAMP (1:8)     TO EA-CLOSED-STAMP
             WRITE EARNINGS-YEAR-RECORD

             MOVE EY-SSNO            TO WS-SSN-RAW
             PERFORM 980-MASK-SSN-PARA
             MOVE WS-SSN-PRINT       TO D-SSNO
             MOVE EY-LAST-PERIOD-END TO D-LAST-PERIOD
             MOVE EY-QUARTER         TO D-QUARTER
             MOVE EY-QTD-GROSS       TO D-QTD
             MOVE EY-YTD-GROSS       TO D-YTD
             WRITE ROLLOVER-REPORT-RECORD FROM WS-DETAIL-LINE

             ADD 1 TO WS-CLOSED-COUNT
             ADD EY-YTD-GROSS TO WS-TOTAL-GROSS
           ELSE
             ADD 1 TO WS-IDLE-COUNT
           END-IF

           MOVE WS-NEXT-YEAR TO EY-YEAR
           MOVE 1            TO EY-QUARTER
           MOVE 0            TO EY-QTD-GROSS
           MOVE 0            TO EY-YTD-GROSS
           REWRITE EARNINGS-YTD-RECORD.
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
