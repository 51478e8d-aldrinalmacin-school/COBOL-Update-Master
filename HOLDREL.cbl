      *NAME: ALDRIN JEROME ALMACIN
      *DATE: OCTOBER 15, 2026
      *PURPOSE: NIGHTLY HOLD RELEASE AND HOLDS LISTING. HOLDS ON
      *LEDGER ACCOUNTS (A GARNISHMENT, A DISPUTED DEPOSIT, A PENDING
      *CLOSURE) ARE PLACED AND LIFTED BY MAINTENANCE OPERATORS ON
      *ACCTINQ AND KEPT ON THE HOLDS FILE HOLDS.NDX. A HOLD PLACED
      *WITH AN EXPIRY DATE LAPSES ON THAT DATE: THIS STEP RUNS IN
      *THE LEDGER UPDATE WINDOW AHEAD OF ASSIGN3, RELEASES EVERY
      *ACTIVE HOLD WHOSE EXPIRY DATE HAS ARRIVED (SO THE NIGHT'S
      *DEBITS ARE MEASURED AGAINST THE HOLDS STILL IN FORCE), AND
      *LISTS ON HOLDREL.OUT EVERY HOLD PLACED TODAY, EVERY HOLD
      *RELEASED TODAY (BY EXPIRY OR BY AN OPERATOR) AND EVERY HOLD
      *STILL ACTIVE, EACH WITH ITS COUNT AND AMOUNT. A RELEASED
      *HOLD STAYS ON FILE WITH ITS RELEASE DATE AS THE RECORD OF
      *WHO FROZE WHAT AND FOR HOW LONG.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLDREL.
      *************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *THE HOLDS FILE, KEYED BY ACCOUNT AND HOLD NUMBER. OPTIONAL SO
      *THE STEP RUNS CLEAN BEFORE THE FIRST HOLD IS EVER PLACED.
           SELECT OPTIONAL HOLD-FILE
             ASSIGN TO 'HOLDS.NDX'
             ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC
             RECORD KEY IS HD-KEY.

           SELECT HOLD-REPORT-FILE
             ASSIGN TO 'HOLDREL.OUT'
             ORGANIZATION IS LINE SEQUENTIAL.
      *********************************************************
       DATA DIVISION.
       FILE SECTION.
      *THE HOLD RECORD, EXACTLY AS ACCTINQ WRITES IT. AN EXPIRY
      *DATE OF ZERO MEANS THE HOLD STANDS UNTIL AN OPERATOR LIFTS
      *IT. HD-RELEASED-BY IS THE LIFTING OPERATOR, OR BATCH WHEN
      *THIS STEP RELEASED IT ON EXPIRY.
       FD  HOLD-FILE
           RECORD CONTAINS 52 CHARACTERS.
       01  HOLD-RECORD.
           05 HD-KEY.
              10 HD-ACCT-NO       PIC X(5).
              10 HD-HOLD-NO       PIC 9(3).
           05 HD-AMOUNT           PIC 9(5)V99.
           05 HD-REASON           PIC X(2).
           05 HD-PLACED-DATE      PIC 9(8).
           05 HD-EXPIRY-DATE      PIC 9(8).
           05 HD-OPERATOR         PIC X(5).
           05 HD-STATUS           PIC X.
              88 HOLD-ACTIVE             VALUE 'A'.
              88 HOLD-RELEASED           VALUE 'R'.
           05 HD-RELEASED-DATE    PIC 9(8).
           05 HD-RELEASED-BY      PIC X(5).

       FD  HOLD-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  HOLD-REPORT-RECORD PIC X(80).
      *---------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  MORE-DATA               PIC X     VALUE 'Y'.
       01  WS-TODAY                PIC 9(8).

      *WHICH SECTION OF THE LISTING IS BEING WRITTEN: P = PLACED
      *TODAY, R = RELEASED TODAY, A = STILL ACTIVE.
       01  WS-SECTION              PIC X     VALUE SPACE.
       01  WS-SELECTED             PIC X     VALUE 'N'.

       01  WS-EXPIRED-COUNT        PIC 9(5)  VALUE 0.
       01  WS-SECTION-COUNT        PIC 9(5)  VALUE 0.
       01  WS-SECTION-AMOUNT       PIC 9(9)V99 VALUE 0.
       01  WS-PLACED-COUNT         PIC 9(5)  VALUE 0.
       01  WS-RELEASED-COUNT       PIC 9(5)  VALUE 0.
       01  WS-ACTIVE-COUNT         PIC 9(5)  VALUE 0.
       01  WS-ACTIVE-AMOUNT        PIC 9(9)V99 VALUE 0.

       01  WS-HEADING-1.
           05 FILLER               PIC X(26) VALUE SPACES.
           05 FILLER               PIC X(28) VALUE
              'ACCOUNT HOLDS RELEASE REPORT'.

       01  WS-HEADING-2.
           05 FILLER               PIC X(10) VALUE 'RUN DATE: '.
           05 H2-TODAY             PIC 9(8).

       01  WS-SECTION-LINE.
           05 SL-TITLE             PIC X(40) VALUE SPACES.

       01  WS-HEADING-3.
           05 FILLER               PIC X(7)  VALUE 'ACCT'.
           05 FILLER               PIC X(6)  VALUE 'HOLD'.
           05 FILLER               PIC X(12) VALUE 'AMOUNT'.
           05 FILLER               PIC X(4)  VALUE 'RSN'.
           05 FILLER               PIC X(10) VALUE 'PLACED'.
           05 FILLER               PIC X(10) VALUE 'EXPIRES'.
           05 FILLER               PIC X(7)  VALUE 'BY'.
           05 FILLER               PIC X(10) VALUE 'RELEASED'.
           05 FILLER               PIC X(5)  VALUE 'BY'.

       01  WS-DETAIL-LINE.
           05 D-ACCT-NO            PIC X(7)  VALUE SPACES.
           05 D-HOLD-NO            PIC ZZ9.
           05 FILLER               PIC X(3)  VALUE SPACES.
           05 D-AMOUNT             PIC ZZ,ZZ9.99.
           05 FILLER               PIC X(3)  VALUE SPACES.
           05 D-REASON             PIC X(4)  VALUE SPACES.
           05 D-PLACED             PIC 9(8).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 D-EXPIRY             PIC X(8)  VALUE SPACES.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 D-OPERATOR           PIC X(7)  VALUE SPACES.
           05 D-RELEASED           PIC X(8)  VALUE SPACES.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 D-RELEASED-BY        PIC X(5)  VALUE SPACES.

       01  WS-SECTION-TOTAL-LINE.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 ST-LABEL             PIC X(20) VALUE SPACES.
           05 ST-COUNT             PIC ZZZ,ZZ9.
           05 FILLER               PIC X(12) VALUE '   AMOUNT: '.
           05 ST-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-TOTAL-LINE-1.
           05 FILLER               PIC X(34) VALUE
              'HOLDS RELEASED ON EXPIRY:'.
           05 T-EXPIRED-COUNT      PIC ZZZ,ZZ9.

      **********************************************************
       PROCEDURE DIVISION.
      *RELEASES THE EXPIRED HOLDS, THEN LISTS THE THREE SECTIONS.
       100-MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY

           OPEN I-O    HOLD-FILE
           OPEN OUTPUT HOLD-REPORT-FILE

           MOVE WS-TODAY TO H2-TODAY
           MOVE SPACES TO HOLD-REPORT-RECORD
           WRITE HOLD-REPORT-RECORD FROM WS-HEADING-1
           WRITE HOLD-REPORT-RECORD FROM WS-HEADING-2

           PERFORM 200-RELEASE-EXPIRED-PARA

           MOVE 'P' TO WS-SECTION
           MOVE 'HOLDS PLACED TODAY' TO SL-TITLE
           PERFORM 300-LIST-SECTION-PARA
           MOVE WS-SECTION-COUNT TO WS-PLACED-COUNT

           MOVE 'R' TO WS-SECTION
           MOVE 'HOLDS RELEASED TODAY' TO SL-TITLE
           PERFORM 300-LIST-SECTION-PARA
           MOVE WS-SECTION-COUNT TO WS-RELEASED-COUNT

           MOVE 'A' TO WS-SECTION
           MOVE 'HOLDS STILL ACTIVE' TO SL-TITLE
           PERFORM 300-LIST-SECTION-PARA
           MOVE WS-SECTION-COUNT  TO WS-ACTIVE-COUNT
           MOVE WS-SECTION-AMOUNT TO WS-ACTIVE-AMOUNT

           MOVE SPACES TO HOLD-REPORT-RECORD
           WRITE HOLD-REPORT-RECORD
           MOVE WS-EXPIRED-COUNT TO T-EXPIRED-COUNT
           WRITE HOLD-REPORT-RECORD FROM WS-TOTAL-LINE-1

           CLOSE HOLD-FILE
           CLOSE HOLD-REPORT-FILE

           DISPLAY '--------------------------------------------'
           DISPLAY 'HOLD RELEASE COMPLETE.'
           DISPLAY 'HOLDS RELEASED ON EXPIRY ', WS-EXPIRED-COUNT
           DISPLAY 'HOLDS PLACED TODAY ..... ', WS-PLACED-COUNT
           DISPLAY 'HOLDS RELEASED TODAY ... ', WS-RELEASED-COUNT
           DISPLAY 'HOLDS STILL ACTIVE ..... ', WS-ACTIVE-COUNT
           DISPLAY '--------------------------------------------'

           STOP RUN.
      *-------------------------------------------------------------
      *RELEASES EVERY ACTIVE HOLD WHOSE EXPIRY DATE HAS ARRIVED.
      *A HOLD WITH NO EXPIRY DATE IS NEVER RELEASED HERE.
       200-RELEASE-EXPIRED-PARA.
           MOVE LOW-VALUES TO HD-KEY
           START HOLD-FILE
             KEY IS NOT LESS THAN HD-KEY
             INVALID KEY
               MOVE 'N' TO MORE-DATA
           END-START

           PERFORM UNTIL MORE-DATA = 'N'
             READ HOLD-FILE NEXT RECORD
               AT END
                 MOVE 'N' TO MORE-DATA
               NOT AT END
                 IF HOLD-ACTIVE
                    AND HD-EXPIRY-DATE NOT = 0
                    AND HD-EXPIRY-DATE NOT > WS-TODAY
                   MOVE 'R'      TO HD-STATUS
                   MOVE WS-TODAY TO HD-RELEASED-DATE
                   MOVE 'BATCH'  TO HD-RELEASED-BY
                   REWRITE HOLD-RECORD
                   ADD 1 TO WS-EXPIRED-COUNT
                 END-IF
             END-READ
           END-PERFORM
           MOVE 'Y' TO MORE-DATA.
      *-------------------------------------------------------------
      *WRITES ONE SECTION OF THE LISTING (WS-SECTION) WITH ITS
      *COUNT AND AMOUNT TOTAL.
       300-LIST-SECTION-PARA.
           MOVE 0 TO WS-SECTION-COUNT
           MOVE 0 TO WS-SECTION-AMOUNT
           MOVE SPACES TO HOLD-REPORT-RECORD
           WRITE HOLD-REPORT-RECORD
           WRITE HOLD-REPORT-RECORD FROM WS-SECTION-LINE
           WRITE HOLD-REPORT-RECORD FROM WS-HEADING-3

           MOVE LOW-VALUES TO HD-KEY
           START HOLD-FILE
             KEY IS NOT LESS THAN HD-KEY
             INVALID KEY
               MOVE 'N' TO MORE-DATA
           END-START

           PERFORM UNTIL MORE-DATA = 'N'
             READ HOLD-FILE NEXT RECORD
               AT END
                 MOVE 'N' TO MORE-DATA
               NOT AT END
                 PERFORM 400-SELECT-HOLD-PARA
                 IF WS-SELECTED = 'Y'
                   PERFORM 500-PRINT-HOLD-PARA
                 END-IF
             END-READ
           END-PERFORM
           MOVE 'Y' TO MORE-DATA

           MOVE 'HOLDS:'          TO ST-LABEL
           MOVE WS-SECTION-COUNT  TO ST-COUNT
           MOVE WS-SECTION-AMOUNT TO ST-AMOUNT
           WRITE HOLD-REPORT-RECORD FROM WS-SECTION-TOTAL-LINE.
      *-------------------------------------------------------------
      *DECIDES WHETHER THE HOLD JUST READ BELONGS IN THE SECTION
      *BEING WRITTEN.
       400-SELECT-HOLD-PARA.
           MOVE 'N' TO WS-SELECTED
           EVALUATE WS-SECTION
             WHEN 'P'
               IF HD-PLACED-DATE = WS-TODAY
                 MOVE 'Y' TO WS-SELECTED
               END-IF
             WHEN 'R'
               IF HOLD-RELEASED
                  AND HD-RELEASED-DATE = WS-TODAY
                 MOVE 'Y' TO WS-SELECTED
               END-IF
             WHEN 'A'
               IF HOLD-ACTIVE
                 MOVE 'Y' TO WS-SELECTED
               END-IF
           END-EVALUATE.
      *-------------------------------------------------------------
      *PRINTS ONE HOLD AND ADDS IT TO THE SECTION TOTALS.
       500-PRINT-HOLD-PARA.
           MOVE HD-ACCT-NO     TO D-ACCT-NO
           MOVE HD-HOLD-NO     TO D-HOLD-NO
           MOVE HD-AMOUNT      TO D-AMOUNT
           MOVE HD-REASON      TO D-REASON
           MOVE HD-PLACED-DATE TO D-PLACED
           IF HD-EXPIRY-DATE = 0
             MOVE 'NONE'         TO D-EXPIRY
           ELSE
             MOVE HD-EXPIRY-DATE TO D-EXPIRY
           END-IF
           MOVE HD-OPERATOR    TO D-OPERATOR
           IF HOLD-RELEASED
             MOVE HD-RELEASED-DATE TO D-RELEASED
             MOVE HD-RELEASED-BY   TO D-RELEASED-BY
           ELSE
             MOVE SPACES           TO D-RELEASED
             MOVE SPACES           TO D-RELEASED-BY
           END-IF
           WRITE HOLD-REPORT-RECORD FROM WS-DETAIL-LINE
           ADD 1         TO WS-SECTION-COUNT
           ADD HD-AMOUNT TO WS-SECTION-AMOUNT.
      ****************************************************************
