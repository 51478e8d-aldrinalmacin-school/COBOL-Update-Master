      *NAME: ALDRIN JEROME ALMACIN
      *DATE: OCTOBER 15, 2026
      *PURPOSE: NIGHTLY STANDING INSTRUCTION SCHEDULER. THE REGULAR
      *PAYMENTS KEPT ON STANDING.NDX (MAINTAINED ON THE SIMNT
      *SCREEN) ARE TURNED INTO LEDGER TRANSACTIONS HERE INSTEAD OF
      *BEING RE-KEYED BY HAND: EVERY ACTIVE INSTRUCTION WHOSE NEXT
      *DUE DATE HAS ARRIVED GENERATES ITS UPDATE (U) OR TRANSFER (X)
      *POSTING ONTO STANDING3.DAT, IN ASSIGN3'S 27-BYTE TRANS3
      *LAYOUT, AND HAS ITS NEXT DUE DATE ROLLED FORWARD A WEEK, A
      *MONTH OR A QUARTER. THE BATCH DRIVER APPENDS STANDING3.DAT
      *TO TRANS3.DAT ONCE THE STEP ENDS CLEAN, AS IT DOES THE
      *BRIDGE POSTINGS. AN OCCURRENCE DUE ON AN ACCOUNT (OR, FOR A
      *TRANSFER, A TO-ACCOUNT) THAT IS DORMANT, CLOSED OR GONE FROM
      *MASTER.DAT IS SKIPPED - NOT POSTED, NOT HELD - AND THE DATE
      *STILL ROLLS, SO THE ACCOUNT HOLDER IS CONTACTED FROM THE
      *REGISTER RATHER THAN PAID TWICE LATER. AN INSTRUCTION WHOSE
      *NEXT DUE DATE ROLLS PAST ITS END DATE IS MARKED INACTIVE.
      *THE SCHEDULE REGISTER SIGEN.OUT LISTS WHAT WAS GENERATED,
      *WHAT WAS SKIPPED AND WHY, AND EVERY INSTRUCTION WHOSE END
      *DATE FALLS IN THE CURRENT MONTH, SO RENEWALS CAN BE
      *ARRANGED BEFORE THE PAYMENTS STOP.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIGEN.
      *************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *OPTIONAL SO THE STEP RUNS CLEAN BEFORE THE FIRST INSTRUCTION
      *IS EVER KEYED.
           SELECT OPTIONAL STANDING-FILE
             ASSIGN TO 'STANDING.NDX'
             ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC
             RECORD KEY IS SI-KEY.

           SELECT LEDGER-MASTER-FILE
             ASSIGN TO 'MASTER.DAT'
             ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC
             RECORD KEY IS M-ACCT-NO.

           SELECT STANDING-TRANS-FILE
             ASSIGN TO 'STANDING3.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REGISTER-FILE
             ASSIGN TO 'SIGEN.OUT'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-FILE
             ASSIGN TO 'SORTWK'.
      *********************************************************
       DATA DIVISION.
       FILE SECTION.
      *THE STANDING INSTRUCTION RECORD, EXACTLY AS SIMNT WRITES IT.
      *SI-DUE-DAY IS THE DAY OF THE MONTH A MONTHLY OR QUARTERLY
      *INSTRUCTION FALLS ON; IN A SHORTER MONTH IT FALLS ON THE
      *LAST DAY INSTEAD.
       FD  STANDING-FILE
           RECORD CONTAINS 74 CHARACTERS.
       01  STANDING-RECORD.
           05 SI-KEY.
              10 SI-ACCT-NO       PIC X(5).
              10 SI-SEQ           PIC 9(3).
           05 SI-TYPE             PIC X.
              88 SI-UPDATE               VALUE 'U'.
              88 SI-TRANSFER             VALUE 'X'.
           05 SI-TO-ACCT-NO       PIC X(5).
           05 SI-AMOUNT           PIC S9(5)V99.
           05 SI-FREQUENCY        PIC X.
              88 SI-VALID-FREQUENCY      VALUE 'W' 'M' 'Q'.
           05 SI-DUE-DAY          PIC 9(2).
           05 SI-NEXT-DUE         PIC 9(8).
           05 SI-END-DATE         PIC 9(8).
           05 SI-ACTIVE           PIC X.
              88 SI-IS-ACTIVE            VALUE 'Y'.
           05 SI-DESCRIPTION      PIC X(20).
           05 SI-LAST-RUN         PIC 9(8).
           05 SI-OPERATOR         PIC X(5).

       FD  LEDGER-MASTER-FILE
           RECORD CONTAINS 22 CHARACTERS.
       01  LEDGER-MASTER-REC.
           05 M-ACCT-NO       PIC X(5).
           05 M-AMOUNT        PIC S9(5)V99.
           05 M-ACTIVE        PIC X.
              88 ACTIVE               VALUE 'Y'.
              88 NOT-ACTIVE           VALUE 'N'.
              88 DORMANT               VALUE 'D'.
           05 M-LAST-ACTIVITY PIC 9(8).
           05 M-ACCT-TYPE     PIC X.

      *ASSIGN3'S LEDGER TRANSACTION RECORD, EXACTLY AS IT READS
      *TRANS3.DAT.
       FD  STANDING-TRANS-FILE
           RECORD CONTAINS 27 CHARACTERS.
       01  STANDING-TRANS-RECORD.
           05 LT-ACCT-NO          PIC X(5).
           05 LT-AMOUNT           PIC S9(5)V99.
           05 LT-CODE             PIC X.
           05 LT-DATE             PIC 9(8).
           05 LT-ACCT-TYPE        PIC X.
           05 LT-TO-ACCT-NO       PIC X(5).

       FD  REGISTER-FILE
           RECORD CONTAINS 110 CHARACTERS.
       01  REGISTER-RECORD        PIC X(110).

      *ONE REGISTER ENTRY: SECTION 1 = GENERATED, 2 = SKIPPED,
      *3 = EXPIRING THIS MONTH.
       SD  SORT-FILE.
       01  SORT-RECORD.
           05 SR-SECTION          PIC X.
           05 SR-ACCT-NO          PIC X(5).
           05 SR-SEQ              PIC 9(3).
           05 SR-DUE              PIC 9(8).
           05 SR-TYPE             PIC X.
           05 SR-TO-ACCT-NO       PIC X(5).
           05 SR-AMOUNT           PIC S9(5)V99.
           05 SR-FREQUENCY        PIC X.
           05 SR-END-DATE         PIC 9(8).
           05 SR-NOTE             PIC X(24).
           05 SR-DESCRIPTION      PIC X(20).
      *---------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  MORE-DATA               PIC X     VALUE 'Y'.
       01  MORE-SORTED             PIC X     VALUE 'Y'.
       01  WS-TODAY                PIC 9(8)  VALUE 0.
       01  WS-TODAY-PARTS REDEFINES WS-TODAY.
           05 WS-TODAY-MONTH       PIC 9(6).
           05 FILLER               PIC 9(2).
       01  WS-END-CHECK            PIC 9(8)  VALUE 0.
       01  WS-END-CHECK-PARTS REDEFINES WS-END-CHECK.
           05 WS-END-MONTH         PIC 9(6).
           05 FILLER               PIC 9(2).
       01  WS-CHANGED              PIC X     VALUE 'N'.
       01  WS-ENDED-TONIGHT        PIC X     VALUE 'N'.
       01  WS-SKIP-REASON          PIC X(24) VALUE SPACES.

      *DUE DATE ARITHMETIC. A MONTHLY OR QUARTERLY ROLL MOVES THE
      *MONTH ON AND PUTS BACK THE INSTRUCTION'S OWN DAY, PULLED IN
      *TO THE LAST DAY OF A SHORTER MONTH.
       01  WS-DUE-INT              PIC 9(7)  VALUE 0.
       01  WS-MONTHS               PIC 9(2)  VALUE 0.
       01  WS-ROLL-DATE            PIC 9(8)  VALUE 0.
       01  WS-ROLL-PARTS REDEFINES WS-ROLL-DATE.
           05 WS-ROLL-YYYY         PIC 9(4).
           05 WS-ROLL-MM           PIC 9(2).
           05 WS-ROLL-DD           PIC 9(2).
       01  WS-MONTH-END            PIC 9(8)  VALUE 0.
       01  WS-MONTH-END-PARTS REDEFINES WS-MONTH-END.
           05 WS-ME-YYYY           PIC 9(4).
           05 WS-ME-MM             PIC 9(2).
           05 WS-ME-DD             PIC 9(2).

      *WHICH REGISTER SECTION IS BEING PRINTED, AND ITS TOTALS.
       01  WS-SECTION              PIC X     VALUE SPACE.
       01  WS-SECTION-COUNT        PIC 9(5)  VALUE 0.
       01  WS-SECTION-AMOUNT       PIC S9(9)V99 VALUE 0.

       01  WS-READ-COUNT           PIC 9(5)  VALUE 0.
       01  WS-GENERATED-COUNT      PIC 9(5)  VALUE 0.
       01  WS-SKIPPED-COUNT        PIC 9(5)  VALUE 0.
       01  WS-ENDED-COUNT          PIC 9(5)  VALUE 0.
       01  WS-EXPIRING-COUNT       PIC 9(5)  VALUE 0.

       01  WS-HEADING-1.
           05 FILLER               PIC X(30) VALUE SPACES.
           05 FILLER               PIC X(38) VALUE
              'STANDING INSTRUCTION SCHEDULE REGISTER'.

       01  WS-HEADING-2.
           05 FILLER               PIC X(10) VALUE 'RUN DATE: '.
           05 H2-TODAY             PIC 9(8).

       01  WS-SECTION-LINE.
           05 SL-TITLE             PIC X(50) VALUE SPACES.

       01  WS-HEADING-3.
           05 FILLER               PIC X(7)  VALUE 'ACCT'.
           05 FILLER               PIC X(5)  VALUE 'SEQ'.
           05 FILLER               PIC X(3)  VALUE 'TY'.
           05 FILLER               PIC X(7)  VALUE 'TO'.
           05 FILLER               PIC X(13) VALUE '     AMOUNT'.
           05 FILLER               PIC X(3)  VALUE 'FR'.
           05 FILLER               PIC X(10) VALUE 'DUE'.
           05 FILLER               PIC X(10) VALUE 'ENDS'.
           05 FILLER               PIC X(26) VALUE 'NOTE'.
           05 FILLER               PIC X(20) VALUE 'DESCRIPTION'.

       01  WS-DETAIL-LINE.
           05 D-ACCT-NO            PIC X(7)  VALUE SPACES.
           05 D-SEQ                PIC 9(3).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 D-TYPE               PIC X(3)  VALUE SPACES.
           05 D-TO-ACCT-NO         PIC X(7)  VALUE SPACES.
           05 D-AMOUNT             PIC -ZZ,ZZ9.99.
           05 FILLER               PIC X(3)  VALUE SPACES.
           05 D-FREQUENCY          PIC X(3)  VALUE SPACES.
           05 D-DUE                PIC 9(8).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 D-END-DATE           PIC X(8)  VALUE SPACES.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 D-NOTE               PIC X(26) VALUE SPACES.
           05 D-DESCRIPTION        PIC X(20) VALUE SPACES.

       01  WS-SECTION-TOTAL-LINE.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 ST-LABEL             PIC X(20) VALUE SPACES.
           05 ST-COUNT             PIC ZZZ,ZZ9.
           05 FILLER               PIC X(12) VALUE '   AMOUNT: '.
           05 ST-AMOUNT            PIC -ZZZ,ZZZ,ZZ9.99.

       01  WS-TOTAL-LINE-1.
           05 FILLER               PIC X(34) VALUE
              'INSTRUCTIONS READ:'.
           05 T-READ-COUNT         PIC ZZZ,ZZ9.
       01  WS-TOTAL-LINE-2.
           05 FILLER               PIC X(34) VALUE
              'INSTRUCTIONS ENDED TONIGHT:'.
           05 T-ENDED-COUNT        PIC ZZZ,ZZ9.

      **********************************************************
       PROCEDURE DIVISION.
      *GENERATES THE POSTINGS DUE AS THE SORT INPUT, THEN PRINTS
      *THE REGISTER FROM THE SORTED ENTRIES.
       100-MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY

           OPEN I-O    STANDING-FILE
           OPEN INPUT  LEDGER-MASTER-FILE
           OPEN OUTPUT STANDING-TRANS-FILE
           OPEN OUTPUT REGISTER-FILE

           MOVE WS-TODAY TO H2-TODAY
           WRITE REGISTER-RECORD FROM WS-HEADING-1
           WRITE REGISTER-RECORD FROM WS-HEADING-2

           SORT SORT-FILE
             ON ASCENDING KEY SR-SECTION SR-ACCT-NO SR-SEQ SR-DUE
             INPUT PROCEDURE IS 200-GENERATE-PARA
             OUTPUT PROCEDURE IS 500-PRINT-REGISTER-PARA

           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE WS-READ-COUNT  TO T-READ-COUNT
           WRITE REGISTER-RECORD FROM WS-TOTAL-LINE-1
           MOVE WS-ENDED-COUNT TO T-ENDED-COUNT
           WRITE REGISTER-RECORD FROM WS-TOTAL-LINE-2

           CLOSE STANDING-FILE
           CLOSE LEDGER-MASTER-FILE
           CLOSE STANDING-TRANS-FILE
           CLOSE REGISTER-FILE

           DISPLAY '--------------------------------------------'
           DISPLAY 'STANDING INSTRUCTION RUN COMPLETE.'
           DISPLAY 'INSTRUCTIONS READ ...... ', WS-READ-COUNT
           DISPLAY 'POSTINGS GENERATED ..... ', WS-GENERATED-COUNT
           DISPLAY 'POSTINGS SKIPPED ....... ', WS-SKIPPED-COUNT
           DISPLAY 'INSTRUCTIONS ENDED ..... ', WS-ENDED-COUNT
           DISPLAY 'EXPIRING THIS MONTH .... ', WS-EXPIRING-COUNT
           DISPLAY '--------------------------------------------'

           STOP RUN.
      *-------------------------------------------------------------
      *SORT INPUT PROCEDURE: WORKS EVERY INSTRUCTION ON FILE IN
      *ACCOUNT AND SEQUENCE ORDER.
       200-GENERATE-PARA.
           MOVE LOW-VALUES TO SI-KEY
           START STANDING-FILE
             KEY IS NOT LESS THAN SI-KEY
             INVALID KEY
               MOVE 'N' TO MORE-DATA
           END-START

           PERFORM UNTIL MORE-DATA = 'N'
             READ STANDING-FILE NEXT RECORD
               AT END
                 MOVE 'N' TO MORE-DATA
               NOT AT END
                 ADD 1 TO WS-READ-COUNT
                 PERFORM 300-WORK-INSTRUCTION-PARA
             END-READ
           END-PERFORM.
      *-------------------------------------------------------------
      *GENERATES OR SKIPS EVERY OCCURRENCE OF THE INSTRUCTION DUE BY
      *TODAY - MORE THAN ONE ONLY WHEN THE BATCH HAS MISSED NIGHTS -
      *ROLLING THE NEXT DUE DATE PAST EACH, AND ENDS IT ONCE THE
      *DATE HAS ROLLED PAST ITS END DATE. AN INSTRUCTION ENDING IN
      *THE CURRENT MONTH GOES ON THE EXPIRING LIST EITHER WAY.
       300-WORK-INSTRUCTION-PARA.
           MOVE 'N' TO WS-CHANGED
           MOVE 'N' TO WS-ENDED-TONIGHT
           PERFORM UNTIL NOT SI-IS-ACTIVE
                      OR SI-NEXT-DUE > WS-TODAY
             PERFORM 400-CHECK-ACCOUNTS-PARA
             IF WS-SKIP-REASON = SPACES
               PERFORM 420-WRITE-POSTING-PARA
             ELSE
               PERFORM 440-RELEASE-SKIPPED-PARA
             END-IF
             PERFORM 460-ROLL-DUE-DATE-PARA
             MOVE WS-TODAY TO SI-LAST-RUN
             MOVE 'Y' TO WS-CHANGED
             IF SI-END-DATE NOT = 0 AND SI-NEXT-DUE > SI-END-DATE
               MOVE 'N' TO SI-ACTIVE
               MOVE 'Y' TO WS-ENDED-TONIGHT
               ADD 1 TO WS-ENDED-COUNT
             END-IF
           END-PERFORM

           IF WS-CHANGED = 'Y'
             REWRITE STANDING-RECORD
           END-IF

           MOVE SI-END-DATE TO WS-END-CHECK
           IF SI-END-DATE NOT = 0
              AND WS-END-MONTH = WS-TODAY-MONTH
             PERFORM 450-RELEASE-EXPIRING-PARA
           END-IF.
      *-------------------------------------------------------------
      *THE ACCOUNT (AND FOR A TRANSFER THE TO-ACCOUNT) MUST BE ON
      *MASTER.DAT AND ACTIVE. WS-SKIP-REASON SAYS WHY NOT.
       400-CHECK-ACCOUNTS-PARA.
           MOVE SPACES TO WS-SKIP-REASON
           MOVE SI-ACCT-NO TO M-ACCT-NO
           READ LEDGER-MASTER-FILE
             INVALID KEY
               MOVE 'ACCOUNT NOT ON MASTER' TO WS-SKIP-REASON
             NOT INVALID KEY
               IF NOT-ACTIVE
                 MOVE 'ACCOUNT CLOSED'  TO WS-SKIP-REASON
               END-IF
               IF DORMANT
                 MOVE 'ACCOUNT DORMANT' TO WS-SKIP-REASON
               END-IF
           END-READ

           IF WS-SKIP-REASON = SPACES AND SI-TRANSFER
             MOVE SI-TO-ACCT-NO TO M-ACCT-NO
             READ LEDGER-MASTER-FILE
               INVALID KEY
                 MOVE 'TO-ACCOUNT NOT ON MASTER' TO WS-SKIP-REASON
               NOT INVALID KEY
                 IF NOT-ACTIVE
                   MOVE 'TO-ACCOUNT CLOSED'  TO WS-SKIP-REASON
                 END-IF
                 IF DORMANT
                   MOVE 'TO-ACCOUNT DORMANT' TO WS-SKIP-REASON
                 END-IF
             END-READ
           END-IF.
      *-------------------------------------------------------------
      *WRITES THE POSTING FOR THE OCCURRENCE DUE. IT IS DATED
      *TONIGHT, AS THE BRIDGE DATES ITS POSTINGS - THE DUE DATE IT
      *SETTLES IS ON THE REGISTER.
       420-WRITE-POSTING-PARA.
           MOVE SI-ACCT-NO    TO LT-ACCT-NO
           MOVE SI-AMOUNT     TO LT-AMOUNT
           MOVE SI-TYPE       TO LT-CODE
           MOVE WS-TODAY      TO LT-DATE
           MOVE SPACE         TO LT-ACCT-TYPE
           IF SI-TRANSFER
             MOVE SI-TO-ACCT-NO TO LT-TO-ACCT-NO
           ELSE
             MOVE SPACES        TO LT-TO-ACCT-NO
           END-IF
           WRITE STANDING-TRANS-RECORD
           ADD 1 TO WS-GENERATED-COUNT

           MOVE '1' TO SR-SECTION
           MOVE SPACES TO SR-NOTE
           PERFORM 480-RELEASE-ENTRY-PARA.
      *-------------------------------------------------------------
      *PUTS THE OCCURRENCE JUST SKIPPED ON THE REGISTER.
       440-RELEASE-SKIPPED-PARA.
           ADD 1 TO WS-SKIPPED-COUNT
           MOVE '2' TO SR-SECTION
           MOVE WS-SKIP-REASON TO SR-NOTE
           PERFORM 480-RELEASE-ENTRY-PARA.
      *-------------------------------------------------------------
      *PUTS AN INSTRUCTION ENDING THIS MONTH ON THE REGISTER, WITH
      *WHETHER IT IS STILL RUNNING.
       450-RELEASE-EXPIRING-PARA.
           ADD 1 TO WS-EXPIRING-COUNT
           MOVE '3' TO SR-SECTION
           EVALUATE TRUE
             WHEN WS-ENDED-TONIGHT = 'Y'
               MOVE 'ENDED TONIGHT'     TO SR-NOTE
             WHEN SI-IS-ACTIVE
               MOVE 'ACTIVE'            TO SR-NOTE
             WHEN OTHER
               MOVE 'INACTIVE'          TO SR-NOTE
           END-EVALUATE
           PERFORM 480-RELEASE-ENTRY-PARA.
      *-------------------------------------------------------------
      *ROLLS SI-NEXT-DUE FORWARD ONE PERIOD OF THE INSTRUCTION'S
      *FREQUENCY. AN UNKNOWN FREQUENCY STOPS THE INSTRUCTION RATHER
      *THAN POST IT EVERY NIGHT.
       460-ROLL-DUE-DATE-PARA.
           EVALUATE SI-FREQUENCY
             WHEN 'W'
               COMPUTE WS-DUE-INT =
                 FUNCTION INTEGER-OF-DATE (SI-NEXT-DUE) + 7
               COMPUTE SI-NEXT-DUE =
                 FUNCTION DATE-OF-INTEGER (WS-DUE-INT)
             WHEN 'M'
               MOVE 1 TO WS-MONTHS
               PERFORM 470-ADD-MONTHS-PARA
             WHEN 'Q'
               MOVE 3 TO WS-MONTHS
               PERFORM 470-ADD-MONTHS-PARA
             WHEN OTHER
               DISPLAY 'INSTRUCTION ', SI-ACCT-NO, ' ', SI-SEQ,
                ' HAS UNKNOWN FREQUENCY ', SI-FREQUENCY,
                ' - STOPPED.'
               MOVE 'N' TO SI-ACTIVE
           END-EVALUATE.
      *-------------------------------------------------------------
      *MOVES SI-NEXT-DUE ON WS-MONTHS MONTHS TO THE INSTRUCTION'S
      *OWN DAY, OR THE LAST DAY OF THE MONTH IF THAT IS SOONER.
       470-ADD-MONTHS-PARA.
           MOVE SI-NEXT-DUE TO WS-ROLL-DATE
           ADD WS-MONTHS TO WS-ROLL-MM
           IF WS-ROLL-MM > 12
             SUBTRACT 12 FROM WS-ROLL-MM
             ADD 1 TO WS-ROLL-YYYY
           END-IF

      *THE LAST DAY OF THE NEW MONTH IS THE DAY BEFORE THE FIRST
      *OF THE MONTH AFTER IT.
           MOVE WS-ROLL-DATE TO WS-MONTH-END
           MOVE 1 TO WS-ME-DD
           ADD 1 TO WS-ME-MM
           IF WS-ME-MM > 12
             MOVE 1 TO WS-ME-MM
             ADD 1 TO WS-ME-YYYY
           END-IF
           COMPUTE WS-DUE-INT =
             FUNCTION INTEGER-OF-DATE (WS-MONTH-END) - 1
           COMPUTE WS-MONTH-END =
             FUNCTION DATE-OF-INTEGER (WS-DUE-INT)

           IF SI-DUE-DAY = 0 OR SI-DUE-DAY > WS-ME-DD
             MOVE WS-ME-DD   TO WS-ROLL-DD
           ELSE
             MOVE SI-DUE-DAY TO WS-ROLL-DD
           END-IF
           MOVE WS-ROLL-DATE TO SI-NEXT-DUE.
      *-------------------------------------------------------------
      *RELEASES ONE REGISTER ENTRY FOR THE INSTRUCTION IN THE RECORD
      *AREA. SR-SECTION AND SR-NOTE ARE SET BY THE CALLER.
       480-RELEASE-ENTRY-PARA.
           MOVE SI-ACCT-NO     TO SR-ACCT-NO
           MOVE SI-SEQ         TO SR-SEQ
           MOVE SI-NEXT-DUE    TO SR-DUE
           MOVE SI-TYPE        TO SR-TYPE
           MOVE SI-TO-ACCT-NO  TO SR-TO-ACCT-NO
           MOVE SI-AMOUNT      TO SR-AMOUNT
           MOVE SI-FREQUENCY   TO SR-FREQUENCY
           MOVE SI-END-DATE    TO SR-END-DATE
           MOVE SI-DESCRIPTION TO SR-DESCRIPTION
           RELEASE SORT-RECORD.
      *-------------------------------------------------------------
      *SORT OUTPUT PROCEDURE: PRINTS THE THREE SECTIONS IN TURN,
      *EACH WITH ITS COUNT AND AMOUNT, READING ONE ENTRY AHEAD.
       500-PRINT-REGISTER-PARA.
           PERFORM 600-RETURN-ENTRY-PARA

           MOVE '1' TO WS-SECTION
           MOVE 'POSTINGS GENERATED' TO SL-TITLE
           PERFORM 550-PRINT-SECTION-PARA

           MOVE '2' TO WS-SECTION
           MOVE 'POSTINGS SKIPPED - ACCOUNT DORMANT OR CLOSED'
             TO SL-TITLE
           PERFORM 550-PRINT-SECTION-PARA

           MOVE '3' TO WS-SECTION
           MOVE 'INSTRUCTIONS EXPIRING THIS MONTH' TO SL-TITLE
           PERFORM 550-PRINT-SECTION-PARA.
      *-------------------------------------------------------------
      *PRINTS EVERY SORTED ENTRY OF SECTION WS-SECTION.
       550-PRINT-SECTION-PARA.
           MOVE 0 TO WS-SECTION-COUNT
           MOVE 0 TO WS-SECTION-AMOUNT
           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           WRITE REGISTER-RECORD FROM WS-SECTION-LINE
           WRITE REGISTER-RECORD FROM WS-HEADING-3

           PERFORM UNTIL MORE-SORTED = 'N'
                      OR SR-SECTION NOT = WS-SECTION
             MOVE SR-ACCT-NO     TO D-ACCT-NO
             MOVE SR-SEQ         TO D-SEQ
             MOVE SR-TYPE        TO D-TYPE
             MOVE SR-TO-ACCT-NO  TO D-TO-ACCT-NO
             MOVE SR-AMOUNT      TO D-AMOUNT
             MOVE SR-FREQUENCY   TO D-FREQUENCY
             MOVE SR-DUE         TO D-DUE
             IF SR-END-DATE = 0
               MOVE 'NONE'       TO D-END-DATE
             ELSE
               MOVE SR-END-DATE  TO D-END-DATE
             END-IF
             MOVE SR-NOTE        TO D-NOTE
             MOVE SR-DESCRIPTION TO D-DESCRIPTION
             WRITE REGISTER-RECORD FROM WS-DETAIL-LINE
             ADD 1         TO WS-SECTION-COUNT
             ADD SR-AMOUNT TO WS-SECTION-AMOUNT
             PERFORM 600-RETURN-ENTRY-PARA
           END-PERFORM

           MOVE 'ENTRIES:'        TO ST-LABEL
           MOVE WS-SECTION-COUNT  TO ST-COUNT
           MOVE WS-SECTION-AMOUNT TO ST-AMOUNT
           WRITE REGISTER-RECORD FROM WS-SECTION-TOTAL-LINE.
      *-------------------------------------------------------------
      *RETURNS THE NEXT SORTED ENTRY, IF ANY.
       600-RETURN-ENTRY-PARA.
           RETURN SORT-FILE RECORD
             AT END
               MOVE 'N' TO MORE-SORTED
           END-RETURN.
      ****************************************************************
