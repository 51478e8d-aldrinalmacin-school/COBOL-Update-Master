      *NAME: ANJU CHAWLA
      *DATE: OCTOBER 15, 2026
      *PURPOSE: END-OF-STREAM PAYROLL-TO-LEDGER RECONCILIATION. EACH
      *STEP OF THE NIGHT CHECKS ITSELF, BUT NOTHING PROVED THAT A
      *PAYROLL CHANGE MADE IT ALL THE WAY THROUGH - A BRIDGED
      *POSTING COULD LAND IN SUSPENSE ON A DORMANT ACCOUNT OR BE AGED
      *OFF BY RECYCLE, AND THE PAYROLL AND THE LEDGER WOULD STAY OUT
      *OF AGREEMENT WITH NOTHING ON THE MORNING DIGEST. THIS STEP
      *FOLLOWS EVERY PAYROLL CHANGE APPLIED TODAY (AUDIT.LOG, WITH
      *THE SAME PER-CODE AMOUNT RULE AS THE BRIDGE) AND EVERY RETRO
      *PAY ITEM WORKED OUT TODAY (RETROPAY.DAT) THROUGH ITS BRIDGE
      *POSTING ON BRIDGE3.DAT TO ITS RECORD ON LEDGHIST.DAT, AND
      *TIES THE NIGHT'S NET SALARY FIGURE ON GLJRNL.DAT TO THE SUM OF
      *THE RATE-CHANGE POSTINGS THAT ACTUALLY LANDED. AN ITEM THAT
      *DID NOT LAND IS A BREAK:
      *  NO MAPPING     - THE SSN HAS NO ACCOUNT ON ACCTMAP.DAT;
      *  NOT BRIDGED    - MAPPED, BUT NO POSTING ON BRIDGE3.DAT;
      *  SUSPENDED      - ASSIGN3 PUT THE POSTING ON SUSPENSE.DAT;
      *  AGED OFF       - RECYCLE AGED IT OFF TO HARDERR.OUT;
      *  AMOUNT DIFFERS - A POSTING TO THE ACCOUNT LANDED, BUT FOR A
      *                   DIFFERENT AMOUNT;
      *  NOT POSTED     - BRIDGED, AND FOUND NOWHERE IN THE LEDGER.
      *BREAKS ARE CARRIED FORWARD ON BRKCYCLE.DAT WITH THE DATE THEY
      *WERE FIRST SEEN AND RE-CHECKED EVERY NIGHT UNTIL THE MISSING
      *POSTING LANDS - RE-PRESENTED FROM SUSPENSE OR KEYED BY HAND -
      *SO A BREAK NEVER DROPS OFF THE REPORT JUST BECAUSE THE NIGHT
      *IT HAPPENED HAS PASSED. AGES ARE IN BUSINESS DAYS ON
      *CALENDAR.DAT, COUNTING THE DAY FIRST SEEN, THE SAME AS THE
      *RECYCLE. EVERY BREAK GOES ON PAYRECON.OUT, AND ANY BREAK OR A
      *GL FIGURE THAT DOES NOT TIE ENDS THE STEP WITH RETURN CODE 4.
      *THE NEXT CARRY FILE IS WRITTEN UNDER BRKCYCLE.NEW AND SWAPPED
      *IN BY THE BATCH DRIVER. THE REPORT SHOWS THE LAST FOUR DIGITS
      *OF EACH SSN UNLESS FULLSSN NAMES AN OPERATOR AUTHORIZED FOR
      *FULL SSNS, IN WHICH CASE THE RUN IS LOGGED ON RPTACCESS.LOG.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYRECON.
      *************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AUDIT-FILE
             ASSIGN TO 'AUDIT.LOG'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RETRO-PAY-FILE
             ASSIGN TO 'RETROPAY.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ACCOUNT-MAP-FILE
             ASSIGN TO 'ACCTMAP.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BRIDGE-TRANS-FILE
             ASSIGN TO 'BRIDGE3.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL HISTORY-FILE
             ASSIGN TO 'LEDGHIST.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL SUSPENSE-FILE
             ASSIGN TO 'SUSPENSE.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL HARD-ERROR-FILE
             ASSIGN TO 'HARDERR.OUT'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL JOURNAL-FILE
             ASSIGN TO 'GLJRNL.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BREAK-CARRY-FILE
             ASSIGN TO 'BRKCYCLE.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NEW-BREAK-CARRY-FILE
             ASSIGN TO 'BRKCYCLE.NEW'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RECON-REPORT-FILE
             ASSIGN TO 'PAYRECON.OUT'
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
      *THE AUDIT TRAIL, EXACTLY AS UPDISP WRITES IT.
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

      *THE RETRO-PAY FILE, EXACTLY AS UPDISP WRITES IT.
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

      *THE SSN-TO-LEDGER-ACCOUNT MAPPING TABLE, AS ACCTMNT KEEPS IT.
       FD  ACCOUNT-MAP-FILE
           RECORD CONTAINS 14 CHARACTERS.
       01  ACCOUNT-MAP-RECORD.
           05 AM-SSNO             PIC X(9).
           05 AM-ACCT-NO          PIC X(5).

      *THE BRIDGE'S LEDGER TRANSACTIONS, EXACTLY AS BRIDGE WRITES
      *THEM. THE BATCH DRIVER KEEPS THE FILE AFTER APPENDING IT TO
      *TRANS3.DAT, UNTIL THE NEXT BRIDGE RUN REPLACES IT.
       FD  BRIDGE-TRANS-FILE
           RECORD CONTAINS 22 CHARACTERS.
       01  BRIDGE-TRANS-RECORD.
           05 LT-ACCT-NO          PIC X(5).
           05 LT-AMOUNT           PIC S9(5)V99.
           05 LT-CODE             PIC X.
           05 LT-DATE             PIC 9(8).
           05 LT-ACCT-TYPE        PIC X.

      *THE PERMANENT LEDGER HISTORY, SAME LAYOUT ASSIGN3, POSTING
      *AND ACCTINQ WRITE.
       FD  HISTORY-FILE
           RECORD CONTAINS 70 CHARACTERS.
       01  HISTORY-RECORD.
           05 H-ACCT-NO        PIC X(5).
           05 H-AMOUNT         PIC S9(5)V99.
           05 H-CODE           PIC X.
           05 H-DATE           PIC 9(8).
           05 H-BALANCE-BEFORE PIC S9(5)V99.
           05 H-BALANCE-AFTER  PIC S9(5)V99.
           05 H-TIMESTAMP      PIC X(14).
           05 H-XFER-REF       PIC X(16).
           05 H-XFER-ACCT      PIC X(5).

      *THIS CYCLE'S SUSPENSE ITEMS, EXACTLY AS ASSIGN3 WRITES THEM.
       FD  SUSPENSE-FILE
           RECORD CONTAINS 59 CHARACTERS.
       01  SUSPENSE-RECORD.
           05 SU-ACCT-NO          PIC X(5).
           05 SU-AMOUNT           PIC S9(5)V99.
           05 SU-CODE             PIC X.
           05 SU-ACCT-TYPE        PIC X.
           05 SU-REASON           PIC X(40).
           05 SU-TO-ACCT-NO       PIC X(5).

      *THIS CYCLE'S AGED-OFF ITEMS, EXACTLY AS RECYCLE LISTS THEM. A
      *LEDGER ITEM FILLS ONLY THE FIRST 19 BYTES OF THE 47-BYTE ITEM
      *AREA; A PAYROLL ITEM FILLS THE REST AS WELL.
       FD  HARD-ERROR-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  HARD-ERROR-RECORD.
           05 HE-ACCT-NO          PIC X(5).
           05 HE-AMOUNT           PIC S9(5)V99.
           05 HE-CODE             PIC X.
           05 FILLER              PIC X(6).
           05 HE-PAYROLL-PART     PIC X(28).
           05 FILLER              PIC X(22).
           05 HE-REASON           PIC X(40).
           05 FILLER              PIC X(11).

      *THE GL JOURNAL, EXACTLY AS GLJRNL WRITES IT: A HEADER CARRYING
      *THE RUN DATE, THEN FIXED-WIDTH JRN|ACCOUNT|DEBIT|CREDIT LINES.
       FD  JOURNAL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  JOURNAL-RECORD.
           05 GJ-TYPE             PIC X(3).
           05 FILLER              PIC X.
           05 GJ-ACCOUNT          PIC X(16).
           05 FILLER              PIC X.
           05 GJ-DEBIT-WHOLE      PIC 9(9).
           05 FILLER              PIC X.
           05 GJ-DEBIT-CENTS      PIC 99.
           05 FILLER              PIC X.
           05 GJ-CREDIT-WHOLE     PIC 9(9).
           05 FILLER              PIC X.
           05 GJ-CREDIT-CENTS     PIC 99.
           05 FILLER              PIC X(34).
       01  JOURNAL-HEADER-RECORD.
           05 GH-TYPE             PIC X(3).
           05 FILLER              PIC X.
           05 GH-NAME             PIC X(10).
           05 FILLER              PIC X.
           05 GH-RUN-DATE         PIC X(8).
           05 FILLER              PIC X(57).

      *ONE RECORD PER BREAK STILL OPEN: THE DAY IT WAS FIRST SEEN,
      *THE RUN THAT LAST CHECKED IT AND THE ONE BEFORE THAT, THE
      *PAYROLL SIDE (SSN AND TRANSACTION CODE, OR RETRO), THE
      *ACCOUNT AND AMOUNT EXPECTED ON THE LEDGER, ANY AMOUNT THAT DID
      *LAND, THE BREAK TYPE AND THE SUSPENSE OR AGE-OFF REASON.
       FD  BREAK-CARRY-FILE
           RECORD CONTAINS 99 CHARACTERS.
       01  BREAK-CARRY-RECORD.
           05 BK-FIRST-SEEN       PIC 9(8).
           05 BK-CHECKED          PIC 9(8).
           05 BK-PRIOR-CHECKED    PIC 9(8).
           05 BK-SSNO             PIC X(9).
           05 BK-SOURCE           PIC X(5).
           05 BK-ACCT-NO          PIC X(5).
           05 BK-AMOUNT           PIC S9(5)V99.
           05 BK-FOUND            PIC S9(5)V99.
           05 BK-BREAK            PIC X(2).
           05 BK-REASON           PIC X(40).

      *THE NEXT CYCLE'S CARRY FILE. THE BATCH DRIVER RENAMES IT OVER
      *BRKCYCLE.DAT ONCE THE STEP HAS RUN TO THE END.
       FD  NEW-BREAK-CARRY-FILE
           RECORD CONTAINS 99 CHARACTERS.
       01  NEW-BREAK-CARRY-RECORD.
           05 NBK-FIRST-SEEN      PIC 9(8).
           05 NBK-CHECKED         PIC 9(8).
           05 NBK-PRIOR-CHECKED   PIC 9(8).
           05 NBK-SSNO            PIC X(9).
           05 NBK-SOURCE          PIC X(5).
           05 NBK-ACCT-NO         PIC X(5).
           05 NBK-AMOUNT          PIC S9(5)V99.
           05 NBK-FOUND           PIC S9(5)V99.
           05 NBK-BREAK           PIC X(2).
           05 NBK-REASON          PIC X(40).

       FD  RECON-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RECON-REPORT-RECORD    PIC X(80).

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
       01  MORE-DATA               PIC X     VALUE 'Y'.
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-TODAY-INT            PIC 9(7)  VALUE 0.

      *THE MAPPING TABLE.
       01  WS-MAP-MAX              PIC 9(4)  VALUE 500.
       01  WS-MAP-COUNT            PIC 9(4)  VALUE 0.
       01  WS-MAP-TABLE.
           05 WS-MAP-ENTRY OCCURS 500 TIMES.
              10 MT-SSNO           PIC X(9).
              10 MT-ACCT-NO        PIC X(5).
       01  WS-LOOKUP-SSNO          PIC X(9)  VALUE SPACES.
       01  WS-FOUND-ACCT           PIC X(5)  VALUE SPACES.

      *EVERY ITEM BEING FOLLOWED: THE BREAKS CARRIED FROM EARLIER
      *NIGHTS FIRST, THEN TONIGHT'S PAYROLL CHANGES AND RETRO PAY.
      *IT-AMOUNT IS WHAT SHOULD LAND ON THE LEDGER, IT-FOUND WHAT
      *DID LAND OF IT WHEN A DIFFERENT AMOUNT WAS POSTED. IT-FLOOR
      *IS THE LAST RUN THAT CHECKED A CARRIED ITEM - ONLY LEDGER
      *POSTINGS MADE AFTER THAT DAY CAN CLEAR IT.
       01  WS-ITEM-MAX             PIC 9(4)  VALUE 5000.
       01  WS-ITEM-COUNT           PIC 9(4)  VALUE 0.
       01  WS-ITEM-TABLE.
           05 WS-ITEM-ENTRY OCCURS 5000 TIMES.
              10 IT-SSNO           PIC X(9).
              10 IT-SOURCE         PIC X(5).
                 88 IT-RETRO              VALUE 'RETRO'.
              10 IT-ACCT-NO        PIC X(5).
              10 IT-AMOUNT         PIC S9(5)V99.
              10 IT-FOUND          PIC S9(5)V99.
              10 IT-BREAK          PIC X(2).
                 88 IT-LANDED             VALUE 'OK'.
                 88 IT-UNDECIDED          VALUE SPACES.
                 88 IT-NO-MAPPING         VALUE 'NM'.
                 88 IT-NOT-BRIDGED        VALUE 'NB'.
                 88 IT-SUSPENDED          VALUE 'SU'.
                 88 IT-AGED-OFF           VALUE 'AO'.
                 88 IT-AMOUNT-DIFFERS     VALUE 'AD'.
                 88 IT-NOT-POSTED         VALUE 'NP'.
              10 IT-REASON         PIC X(40).
              10 IT-FIRST-SEEN     PIC 9(8).
              10 IT-FLOOR          PIC 9(8).
              10 IT-CARRIED        PIC X.
              10 IT-AGE            PIC 9(3).
       01  WS-IX                   PIC 9(4)  COMP.
       01  WS-CARRIED-COUNT        PIC 9(4)  VALUE 0.

      *TONIGHT'S BRIDGE POSTINGS.
       01  WS-BRIDGE-MAX           PIC 9(4)  VALUE 5000.
       01  WS-BRIDGE-COUNT         PIC 9(4)  VALUE 0.
       01  WS-BRIDGE-TABLE.
           05 WS-BRIDGE-ENTRY OCCURS 5000 TIMES.
              10 BT-ACCT-NO        PIC X(5).
              10 BT-AMOUNT         PIC S9(5)V99.
              10 BT-USED           PIC X.

      *THE LEDGER POSTINGS THAT CAN CLEAR AN ITEM: CODE U RECORDS
      *DATED TONIGHT, OR MADE SINCE THE OLDEST FLOOR AMONG THE
      *CARRIED BREAKS. EACH CAN CLEAR ONE ITEM ONLY.
       01  WS-LAND-MAX             PIC 9(4)  VALUE 5000.
       01  WS-LAND-COUNT           PIC 9(4)  VALUE 0.
       01  WS-LAND-TABLE.
           05 WS-LAND-ENTRY OCCURS 5000 TIMES.
              10 LD-ACCT-NO        PIC X(5).
              10 LD-AMOUNT         PIC S9(5)V99.
              10 LD-DATE           PIC 9(8).
              10 LD-POSTED-DATE    PIC 9(8).
              10 LD-USED           PIC X.
       01  WS-MIN-FLOOR            PIC 9(8)  VALUE 99999999.
       01  WS-POSTED-DATE          PIC 9(8)  VALUE 0.

      *THIS CYCLE'S SUSPENDED AND AGED-OFF CODE U ITEMS.
       01  WS-HELD-MAX             PIC 9(4)  VALUE 1000.
       01  WS-SUS-COUNT            PIC 9(4)  VALUE 0.
       01  WS-SUS-TABLE.
           05 WS-SUS-ENTRY OCCURS 1000 TIMES.
              10 ST-ACCT-NO        PIC X(5).
              10 ST-AMOUNT         PIC S9(5)V99.
              10 ST-REASON         PIC X(40).
              10 ST-USED           PIC X.
       01  WS-AGED-COUNT           PIC 9(4)  VALUE 0.
       01  WS-AGED-TABLE.
           05 WS-AGED-ENTRY OCCURS 1000 TIMES.
              10 AT-ACCT-NO        PIC X(5).
              10 AT-AMOUNT         PIC S9(5)V99.
              10 AT-REASON         PIC X(40).
              10 AT-USED           PIC X.

      *SEARCH FIELDS. WS-LAND-MODE SAYS WHICH LEDGER POSTINGS A
      *SEARCH MAY TAKE: E - THE EXACT AMOUNT DATED TONIGHT, F - THE
      *EXACT AMOUNT POSTED AFTER THE ITEM'S FLOOR, A - ANY AMOUNT
      *DATED TONIGHT.
       01  WS-FIND-ACCT            PIC X(5)  VALUE SPACES.
       01  WS-FIND-AMOUNT          PIC S9(5)V99 VALUE 0.
       01  WS-FIND-FLOOR           PIC 9(8)  VALUE 0.
       01  WS-LAND-MODE            PIC X     VALUE 'E'.
       01  WS-FOUND-IX             PIC 9(4)  COMP.
       01  WS-SX                   PIC 9(4)  COMP.
       01  WS-DELTA                PIC S9(6) VALUE 0.

      *THE GL TIE.
       01  WS-GL-FOUND             PIC X     VALUE 'N'.
       01  WS-GL-AMOUNT            PIC 9(9)V99  VALUE 0.
       01  WS-GL-NET-SALARY        PIC S9(9)V99 VALUE 0.
       01  WS-LANDED-TOTAL         PIC S9(9)V99 VALUE 0.
       01  WS-EXPLAINED-TOTAL      PIC S9(9)V99 VALUE 0.
       01  WS-TIE-DIFFERENCE       PIC S9(9)V99 VALUE 0.
       01  WS-UNEXPLAINED          PIC S9(9)V99 VALUE 0.
       01  WS-TIE-BREAK            PIC 9     VALUE 0.

      *COUNTS.
       01  WS-FOLLOWED-COUNT       PIC 9(5)  VALUE 0.
       01  WS-LANDED-COUNT         PIC 9(5)  VALUE 0.
       01  WS-NEW-BREAK-COUNT      PIC 9(5)  VALUE 0.
       01  WS-CARRIED-OPEN-COUNT   PIC 9(5)  VALUE 0.
       01  WS-CLEARED-COUNT        PIC 9(5)  VALUE 0.
       01  WS-OPEN-COUNT           PIC 9(5)  VALUE 0.
       01  WS-OLDEST-AGE           PIC 9(3)  VALUE 0.
       01  WS-NM-COUNT             PIC 9(5)  VALUE 0.
       01  WS-NB-COUNT             PIC 9(5)  VALUE 0.
       01  WS-SU-COUNT             PIC 9(5)  VALUE 0.
       01  WS-AO-COUNT             PIC 9(5)  VALUE 0.
       01  WS-AD-COUNT             PIC 9(5)  VALUE 0.
       01  WS-NP-COUNT             PIC 9(5)  VALUE 0.

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
           05 FILLER               PIC X(22) VALUE SPACES.
           05 FILLER               PIC X(34) VALUE
              'PAYROLL-TO-LEDGER RECONCILIATION'.

       01  WS-HEADING-2.
           05 FILLER               PIC X(10) VALUE 'RUN DATE: '.
           05 H2-RUN-MONTH         PIC 99.
           05 FILLER               PIC X(1)  VALUE '/'.
           05 H2-RUN-DAY           PIC 99.
           05 FILLER               PIC X(1)  VALUE '/'.
           05 H2-RUN-YEAR          PIC 9999.

       01  WS-SECTION-LINE.
           05 SC-TITLE             PIC X(60) VALUE SPACES.

       01  WS-COLUMN-HEADING.
           05 FILLER               PIC X(11) VALUE 'SSN'.
           05 FILLER               PIC X(6)  VALUE 'CODE'.
           05 FILLER               PIC X(7)  VALUE 'ACCT'.
           05 FILLER               PIC X(15) VALUE 'BREAK'.
           05 FILLER               PIC X(12) VALUE '  EXPECTED'.
           05 FILLER               PIC X(12) VALUE '     FOUND'.
           05 FILLER               PIC X(11) VALUE 'FIRST SEEN'.
           05 FILLER               PIC X(3)  VALUE 'AGE'.

       01  WS-DETAIL-LINE.
           05 D-SSNO               PIC X(11) VALUE SPACES.
           05 D-SOURCE             PIC X(6)  VALUE SPACES.
           05 D-ACCT-NO            PIC X(7)  VALUE SPACES.
           05 D-BREAK              PIC X(15) VALUE SPACES.
           05 D-EXPECTED           PIC +ZZ,ZZ9.99.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 D-FOUND              PIC +ZZ,ZZ9.99.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 D-FIRST-SEEN         PIC 9(8).
           05 FILLER               PIC X(3)  VALUE SPACES.
           05 D-AGE                PIC ZZ9.

       01  WS-REASON-LINE.
           05 FILLER               PIC X(17) VALUE SPACES.
           05 FILLER               PIC X(8)  VALUE 'REASON: '.
           05 RL-REASON            PIC X(40).

       01  WS-NONE-LINE.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 NL-TEXT              PIC X(40).

       01  WS-AMOUNT-LINE.
           05 AL-LABEL             PIC X(34).
           05 AL-AMOUNT            PIC +ZZZ,ZZZ,ZZ9.99.

       01  WS-TIE-LINE.
           05 FILLER               PIC X(8)  VALUE 'GL TIE: '.
           05 TL-VERDICT           PIC X(60).

       01  WS-TOTAL-LINE.
           05 TT-LABEL             PIC X(34).
           05 TT-COUNT             PIC ZZZ,ZZ9.


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
      *LOADS EVERYTHING THE ITEMS ARE FOLLOWED THROUGH, FOLLOWS
      *TONIGHT'S ITEMS AND RE-CHECKS THE CARRIED BREAKS, TIES THE GL
      *FIGURE, AND WRITES THE REPORT AND THE NEXT CARRY FILE.
       100-MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
           COMPUTE WS-TODAY-INT =
             FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)

           PERFORM 160-LOAD-CALENDAR-PARA
           PERFORM 170-CHECK-SSN-MODE-PARA
           PERFORM 150-LOAD-MAP-PARA
           PERFORM 200-LOAD-CARRY-PARA
           PERFORM 210-LOAD-AUDIT-PARA
           PERFORM 220-LOAD-RETRO-PARA
           PERFORM 230-LOAD-BRIDGE-PARA
           PERFORM 240-LOAD-HISTORY-PARA
           PERFORM 250-LOAD-SUSPENSE-PARA
           PERFORM 260-LOAD-HARD-ERROR-PARA
           PERFORM 270-LOAD-GL-PARA

      *TONIGHT'S ITEMS TAKE THEIR OWN EXACT POSTINGS FIRST, SO A
      *CARRIED BREAK FOR THE SAME ACCOUNT AND AMOUNT CANNOT CLEAR
      *ITSELF ON TONIGHT'S POSTING; ONLY THEN ARE THE CARRIED BREAKS
      *RE-CHECKED AND TONIGHT'S MISSES CLASSIFIED.
           PERFORM VARYING WS-IX FROM 1 BY 1
             UNTIL WS-IX > WS-ITEM-COUNT
             IF IT-CARRIED (WS-IX) = 'N'
               PERFORM 300-FOLLOW-ONE-PARA
             END-IF
           END-PERFORM
           PERFORM VARYING WS-IX FROM 1 BY 1
             UNTIL WS-IX > WS-ITEM-COUNT
             IF IT-CARRIED (WS-IX) = 'Y'
               PERFORM 400-RECHECK-CARRIED-PARA
             END-IF
           END-PERFORM
           PERFORM VARYING WS-IX FROM 1 BY 1
             UNTIL WS-IX > WS-ITEM-COUNT
             IF IT-CARRIED (WS-IX) = 'N'
                AND IT-UNDECIDED (WS-IX)
               PERFORM 500-CLASSIFY-MISS-PARA
             END-IF
           END-PERFORM

           PERFORM 600-TIE-GL-PARA
           PERFORM 700-WRITE-REPORT-PARA
           PERFORM 750-WRITE-CARRY-PARA

           DISPLAY '--------------------------------------------'
           DISPLAY 'PAYROLL-TO-LEDGER RECONCILIATION COMPLETE.'
           DISPLAY 'ITEMS FOLLOWED ........ ', WS-FOLLOWED-COUNT
           DISPLAY 'POSTINGS LANDED ....... ', WS-LANDED-COUNT
           DISPLAY 'NEW BREAKS ............ ', WS-NEW-BREAK-COUNT
           DISPLAY 'CARRIED BREAKS CLEARED  ', WS-CLEARED-COUNT
           DISPLAY 'BREAKS OUTSTANDING .... ', WS-OPEN-COUNT
           DISPLAY 'GL NET SALARY ......... ', WS-GL-NET-SALARY
           DISPLAY 'RATE CHANGES LANDED ... ', WS-LANDED-TOTAL
           IF WS-OPEN-COUNT > 0 OR WS-TIE-BREAK > 0
             DISPLAY '*** PAYROLL AND LEDGER DO NOT AGREE - '
              'SEE PAYRECON.OUT ***'
             MOVE 4 TO RETURN-CODE
           ELSE
             DISPLAY 'EVERY PAYROLL CHANGE RECONCILED TO THE LEDGER.'
           END-IF
           DISPLAY '--------------------------------------------'

           STOP RUN.
      *-------------------------------------------------------------
      *LOADS ACCTMAP.DAT INTO THE MAPPING TABLE.
       150-LOAD-MAP-PARA.
           OPEN INPUT ACCOUNT-MAP-FILE
           PERFORM UNTIL MORE-DATA = 'N'
             READ ACCOUNT-MAP-FILE
               AT END
                 MOVE 'N' TO MORE-DATA
               NOT AT END
                 IF WS-MAP-COUNT >= WS-MAP-MAX
                   DISPLAY 'ACCTMAP.DAT EXCEEDS ', WS-MAP-MAX,
                    ' ENTRIES. RECONCILIATION STOPPED.'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
                 END-IF
                 ADD 1 TO WS-MAP-COUNT
                 MOVE AM-SSNO    TO MT-SSNO (WS-MAP-COUNT)
                 MOVE AM-ACCT-NO TO MT-ACCT-NO (WS-MAP-COUNT)
             END-READ
           END-PERFORM
           CLOSE ACCOUNT-MAP-FILE
           MOVE 'Y' TO MORE-DATA.
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
      *THE STEP BEFORE THE CARRY FILE IS WRITTEN, RATHER THAN AGING
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
             MOVE 'PAYRECON' TO RA-PROGRAM
             IF FULL-SSN-AUTHORIZED
               MOVE 'FULL SSN PRINTED' TO RA-OUTCOME
               DISPLAY 'FULL SSNS PRINTED FOR OPERATOR ',
                WS-SSN-OPERATOR
             ELSE
               MOVE 'REFUSED - MASKED' TO RA-OUTCOME
               DISPLAY 'OPERATOR ', WS-SSN-OPERATOR, ' MAY NOT '
                'PRINT FULL SSNS. SSNS MASKED.'
             END-IF
             MOVE 'PAYRECON.OUT' TO RA-REPORT
             WRITE REPORT-ACCESS-RECORD
             CLOSE REPORT-ACCESS-FILE
           END-IF.
      *-------------------------------------------------------------
      *LOADS THE BREAKS CARRIED FROM EARLIER NIGHTS. A CARRY FILE
      *ALREADY CHECKED TODAY MEANS THE STEP IS BEING RERUN: THE
      *BREAKS FIRST SEEN TODAY ARE DROPPED (TONIGHT'S SOURCES BUILD
      *THEM AGAIN) AND THE OLDER ONES KEEP THE FLOOR THEY HAD BEFORE
      *TODAY'S FIRST RUN, SO A RERUN REACHES THE SAME ANSWER.
       200-LOAD-CARRY-PARA.
           OPEN INPUT BREAK-CARRY-FILE
           PERFORM UNTIL MORE-DATA = 'N'
             READ BREAK-CARRY-FILE
               AT END
                 MOVE 'N' TO MORE-DATA
               NOT AT END
                 IF BK-FIRST-SEEN NOT = WS-RUN-DATE
                   PERFORM 205-LOAD-CARRY-ENTRY-PARA
                 END-IF
             END-READ
           END-PERFORM
           CLOSE BREAK-CARRY-FILE
           MOVE 'Y' TO MORE-DATA
           MOVE WS-ITEM-COUNT TO WS-CARRIED-COUNT.
      *-------------------------------------------------------------
      *ADDS ONE CARRIED BREAK TO THE ITEM TABLE.
       205-LOAD-CARRY-ENTRY-PARA.
           PERFORM 280-CHECK-ROOM-PARA
           ADD 1 TO WS-ITEM-COUNT
           MOVE BK-SSNO       TO IT-SSNO (WS-ITEM-COUNT)
           MOVE BK-SOURCE     TO IT-SOURCE (WS-ITEM-COUNT)
           MOVE BK-ACCT-NO    TO IT-ACCT-NO (WS-ITEM-COUNT)
           MOVE BK-AMOUNT     TO IT-AMOUNT (WS-ITEM-COUNT)
           MOVE BK-FOUND      TO IT-FOUND (WS-ITEM-COUNT)
           MOVE BK-BREAK      TO IT-BREAK (WS-ITEM-COUNT)
           MOVE BK-REASON     TO IT-REASON (WS-ITEM-COUNT)
           MOVE BK-FIRST-SEEN TO IT-FIRST-SEEN (WS-ITEM-COUNT)
           IF BK-CHECKED = WS-RUN-DATE
             MOVE BK-PRIOR-CHECKED TO IT-FLOOR (WS-ITEM-COUNT)
           ELSE
             MOVE BK-CHECKED       TO IT-FLOOR (WS-ITEM-COUNT)
           END-IF
           MOVE 'Y'           TO IT-CARRIED (WS-ITEM-COUNT)
           IF IT-FLOOR (WS-ITEM-COUNT) < WS-MIN-FLOOR
             MOVE IT-FLOOR (WS-ITEM-COUNT) TO WS-MIN-FLOOR
           END-IF.
      *-------------------------------------------------------------
      *ADDS TONIGHT'S APPLIED PAYROLL CHANGES, EACH WITH THE AMOUNT
      *THE BRIDGE POSTS FOR IT: NEW SALARY FOR AN ADD OR A REHIRE,
      *THE NET CHANGE FOR AN UPDATE, MINUS THE DEPARTING SALARY FOR
      *A TERMINATION. A CHANGE WITH NO NET AMOUNT POSTS NOTHING AND
      *HAS NOTHING TO FOLLOW.
       210-LOAD-AUDIT-PARA.
           OPEN INPUT AUDIT-FILE
           PERFORM UNTIL MORE-DATA = 'N'
             READ AUDIT-FILE
               AT END
                 MOVE 'N' TO MORE-DATA
               NOT AT END
                 IF AU-TIMESTAMP (1:8) = WS-RUN-DATE (1:8)
                    AND AU-STATUS = 'SUCC'
                   EVALUATE AU-TRANS-CODE
                     WHEN '1'
                       MOVE AU-NEW-SALARY TO WS-DELTA
                     WHEN '2'
                       COMPUTE WS-DELTA =
                         AU-NEW-SALARY - AU-OLD-SALARY
                     WHEN '3'
                       COMPUTE WS-DELTA = 0 - AU-OLD-SALARY
                     WHEN '4'
                       MOVE AU-NEW-SALARY TO WS-DELTA
                     WHEN OTHER
                       MOVE 0 TO WS-DELTA
                   END-EVALUATE
                   IF WS-DELTA NOT = 0
                     PERFORM 280-CHECK-ROOM-PARA
                     PERFORM 285-ADD-ITEM-PARA
                     MOVE AU-SSNO       TO IT-SSNO (WS-ITEM-COUNT)
                     MOVE AU-TRANS-CODE TO IT-SOURCE (WS-ITEM-COUNT)
                     MOVE WS-DELTA      TO IT-AMOUNT (WS-ITEM-COUNT)
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE AUDIT-FILE
           MOVE 'Y' TO MORE-DATA.
      *-------------------------------------------------------------
      *ADDS TONIGHT'S RETRO-PAY ITEMS, WHICH THE BRIDGE POSTS AS
      *SEPARATE ONE-TIME AMOUNTS.
       220-LOAD-RETRO-PARA.
           OPEN INPUT RETRO-PAY-FILE
           PERFORM UNTIL MORE-DATA = 'N'
             READ RETRO-PAY-FILE
               AT END
                 MOVE 'N' TO MORE-DATA
               NOT AT END
                 IF RP-RUN-DATE = WS-RUN-DATE
                    AND RP-AMOUNT NOT = 0
                   PERFORM 280-CHECK-ROOM-PARA
                   PERFORM 285-ADD-ITEM-PARA
                   MOVE RP-SSNO   TO IT-SSNO (WS-ITEM-COUNT)
                   MOVE 'RETRO'   TO IT-SOURCE (WS-ITEM-COUNT)
                   MOVE RP-AMOUNT TO IT-AMOUNT (WS-ITEM-COUNT)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE RETRO-PAY-FILE
           MOVE 'Y' TO MORE-DATA.
      *-------------------------------------------------------------
      *LOADS TONIGHT'S BRIDGE POSTINGS. A FILE LEFT FROM AN EARLIER
      *NIGHT'S BRIDGE CARRIES AN EARLIER DATE AND IS IGNORED.
       230-LOAD-BRIDGE-PARA.
           OPEN INPUT BRIDGE-TRANS-FILE
           PERFORM UNTIL MORE-DATA = 'N'
             READ BRIDGE-TRANS-FILE
               AT END
                 MOVE 'N' TO MORE-DATA
               NOT AT END
                 IF LT-DATE = WS-RUN-DATE AND LT-CODE = 'U'
                   IF WS-BRIDGE-COUNT >= WS-BRIDGE-MAX
                     DISPLAY 'BRIDGE3.DAT EXCEEDS ', WS-BRIDGE-MAX,
                      ' POSTINGS. RECONCILIATION STOPPED.'
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                   END-IF
                   ADD 1 TO WS-BRIDGE-COUNT
                   MOVE LT-ACCT-NO TO BT-ACCT-NO (WS-BRIDGE-COUNT)
                   MOVE LT-AMOUNT  TO BT-AMOUNT (WS-BRIDGE-COUNT)
                   MOVE 'N'        TO BT-USED (WS-BRIDGE-COUNT)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE BRIDGE-TRANS-FILE
           MOVE 'Y' TO MORE-DATA.
      *-------------------------------------------------------------
      *LOADS THE LEDGER POSTINGS THAT CAN CLEAR AN ITEM: EVERY CODE
      *U RECORD DATED TONIGHT, AND EVERY ONE POSTED AFTER THE OLDEST
      *CARRIED FLOOR (A RE-PRESENTED SUSPENSE ITEM CARRIES THE DATE
      *RECYCLE STAMPED ON IT, NOT THE BRIDGE DATE).
       240-LOAD-HISTORY-PARA.
           OPEN INPUT HISTORY-FILE
           PERFORM UNTIL MORE-DATA = 'N'
             READ HISTORY-FILE
               AT END
                 MOVE 'N' TO MORE-DATA
               NOT AT END
                 MOVE 0 TO WS-POSTED-DATE
                 IF H-TIMESTAMP (1:8) NUMERIC
                   MOVE H-TIMESTAMP (1:8) TO WS-POSTED-DATE
                 END-IF
                 IF H-CODE = 'U'
                    AND (H-DATE = WS-RUN-DATE
                         OR WS-POSTED-DATE > WS-MIN-FLOOR)
                   PERFORM 245-LOAD-LANDING-PARA
                 END-IF
             END-READ
           END-PERFORM
           CLOSE HISTORY-FILE
           MOVE 'Y' TO MORE-DATA.
      *-------------------------------------------------------------
      *ADDS ONE LEDGER POSTING TO THE LANDING TABLE.
       245-LOAD-LANDING-PARA.
           IF WS-LAND-COUNT >= WS-LAND-MAX
             DISPLAY 'MORE THAN ', WS-LAND-MAX, ' LEDGER POSTINGS '
              'TO MATCH. RECONCILIATION STOPPED.'
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           ADD 1 TO WS-LAND-COUNT
           MOVE H-ACCT-NO      TO LD-ACCT-NO (WS-LAND-COUNT)
           MOVE H-AMOUNT       TO LD-AMOUNT (WS-LAND-COUNT)
           MOVE H-DATE         TO LD-DATE (WS-LAND-COUNT)
           MOVE WS-POSTED-DATE TO LD-POSTED-DATE (WS-LAND-COUNT)
           MOVE 'N'            TO LD-USED (WS-LAND-COUNT).
      *-------------------------------------------------------------
      *LOADS THIS CYCLE'S SUSPENDED CODE U ITEMS WITH THEIR REASONS.
       250-LOAD-SUSPENSE-PARA.
           OPEN INPUT SUSPENSE-FILE
           PERFORM UNTIL MORE-DATA = 'N'
             READ SUSPENSE-FILE
               AT END
                 MOVE 'N' TO MORE-DATA
               NOT AT END
                 IF SU-CODE = 'U' AND SU-AMOUNT NUMERIC
                   IF WS-SUS-COUNT >= WS-HELD-MAX
                     DISPLAY 'SUSPENSE.DAT EXCEEDS ', WS-HELD-MAX,
                      ' ITEMS. RECONCILIATION STOPPED.'
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                   END-IF
                   ADD 1 TO WS-SUS-COUNT
                   MOVE SU-ACCT-NO TO ST-ACCT-NO (WS-SUS-COUNT)
                   MOVE SU-AMOUNT  TO ST-AMOUNT (WS-SUS-COUNT)
                   MOVE SU-REASON  TO ST-REASON (WS-SUS-COUNT)
                   MOVE 'N'        TO ST-USED (WS-SUS-COUNT)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE SUSPENSE-FILE
           MOVE 'Y' TO MORE-DATA.
      *-------------------------------------------------------------
      *LOADS THIS CYCLE'S AGED-OFF LEDGER CODE U ITEMS. PAYROLL
      *ITEMS ON THE SAME LISTING ARE SKIPPED.
       260-LOAD-HARD-ERROR-PARA.
           OPEN INPUT HARD-ERROR-FILE
           PERFORM UNTIL MORE-DATA = 'N'
             READ HARD-ERROR-FILE
               AT END
                 MOVE 'N' TO MORE-DATA
               NOT AT END
                 IF HE-PAYROLL-PART = SPACES
                    AND HE-CODE = 'U' AND HE-AMOUNT NUMERIC
                   IF WS-AGED-COUNT >= WS-HELD-MAX
                     DISPLAY 'HARDERR.OUT EXCEEDS ', WS-HELD-MAX,
                      ' ITEMS. RECONCILIATION STOPPED.'
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                   END-IF
                   ADD 1 TO WS-AGED-COUNT
                   MOVE HE-ACCT-NO TO AT-ACCT-NO (WS-AGED-COUNT)
                   MOVE HE-AMOUNT  TO AT-AMOUNT (WS-AGED-COUNT)
                   MOVE HE-REASON  TO AT-REASON (WS-AGED-COUNT)
                   MOVE 'N'        TO AT-USED (WS-AGED-COUNT)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE HARD-ERROR-FILE
           MOVE 'Y' TO MORE-DATA.
      *-------------------------------------------------------------
      *PICKS THE NIGHT'S NET SALARY FIGURE OFF THE GL JOURNAL: THE
      *SALARY-EXPENSE DEBITS LESS ITS CREDITS. A JOURNAL WHOSE HEADER
      *IS NOT FOR TONIGHT (OR NO JOURNAL AT ALL) CANNOT BE TIED.
       270-LOAD-GL-PARA.
           OPEN INPUT JOURNAL-FILE
           PERFORM UNTIL MORE-DATA = 'N'
             READ JOURNAL-FILE
               AT END
                 MOVE 'N' TO MORE-DATA
               NOT AT END
                 IF GH-TYPE = 'HDR'
                    AND GH-NAME = 'GL-JOURNAL'
                    AND GH-RUN-DATE = WS-RUN-DATE (1:8)
                   MOVE 'Y' TO WS-GL-FOUND
                 END-IF
                 IF GJ-TYPE = 'JRN'
                    AND GJ-ACCOUNT = 'SALARY-EXPENSE'
                    AND GJ-DEBIT-WHOLE NUMERIC
                    AND GJ-DEBIT-CENTS NUMERIC
                    AND GJ-CREDIT-WHOLE NUMERIC
                    AND GJ-CREDIT-CENTS NUMERIC
                   COMPUTE WS-GL-AMOUNT =
                     GJ-DEBIT-WHOLE + GJ-DEBIT-CENTS / 100
                   ADD WS-GL-AMOUNT TO WS-GL-NET-SALARY
                   COMPUTE WS-GL-AMOUNT =
                     GJ-CREDIT-WHOLE + GJ-CREDIT-CENTS / 100
                   SUBTRACT WS-GL-AMOUNT FROM WS-GL-NET-SALARY
                 END-IF
             END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE
           MOVE 'Y' TO MORE-DATA.
      *-------------------------------------------------------------
      *STOPS THE STEP WHEN THE ITEM TABLE IS FULL, BEFORE THE CARRY
      *FILE IS WRITTEN, RATHER THAN RECONCILE PART OF THE NIGHT AND
      *LOSE THE REST OF THE CARRIED BREAKS.
       280-CHECK-ROOM-PARA.
           IF WS-ITEM-COUNT >= WS-ITEM-MAX
             DISPLAY 'MORE THAN ', WS-ITEM-MAX, ' ITEMS TO '
              'RECONCILE. RECONCILIATION STOPPED.'
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.
      *-------------------------------------------------------------
      *OPENS A TABLE ENTRY FOR ONE OF TONIGHT'S ITEMS; THE CALLER
      *FILLS IN THE SSN, THE SOURCE AND THE AMOUNT.
       285-ADD-ITEM-PARA.
           ADD 1 TO WS-ITEM-COUNT
           MOVE SPACES      TO IT-ACCT-NO (WS-ITEM-COUNT)
                               IT-BREAK (WS-ITEM-COUNT)
                               IT-REASON (WS-ITEM-COUNT)
           MOVE 0           TO IT-FOUND (WS-ITEM-COUNT)
           MOVE WS-RUN-DATE TO IT-FIRST-SEEN (WS-ITEM-COUNT)
                               IT-FLOOR (WS-ITEM-COUNT)
           MOVE 'N'         TO IT-CARRIED (WS-ITEM-COUNT)
           ADD 1 TO WS-FOLLOWED-COUNT.
      *-------------------------------------------------------------
      *FOLLOWS ONE OF TONIGHT'S ITEMS AS FAR AS IT GOES ON EXACT
      *MATCHES: MAPPED ACCOUNT, BRIDGE POSTING, LEDGER RECORD. AN
      *ITEM THAT GETS PAST THE BRIDGE BUT IS NOT ON THE LEDGER IS
      *LEFT UNDECIDED FOR 500-CLASSIFY-MISS-PARA.
       300-FOLLOW-ONE-PARA.
           MOVE IT-SSNO (WS-IX) TO WS-LOOKUP-SSNO
           PERFORM 800-FIND-ACCOUNT-PARA
           IF WS-FOUND-ACCT = SPACES
             MOVE 'NM' TO IT-BREAK (WS-IX)
           ELSE
             MOVE WS-FOUND-ACCT     TO IT-ACCT-NO (WS-IX)
                                       WS-FIND-ACCT
             MOVE IT-AMOUNT (WS-IX) TO WS-FIND-AMOUNT
             PERFORM 820-FIND-BRIDGE-PARA
             IF WS-FOUND-IX = 0
               MOVE 'NB' TO IT-BREAK (WS-IX)
             ELSE
               MOVE 'Y' TO BT-USED (WS-FOUND-IX)
               MOVE 'E' TO WS-LAND-MODE
               PERFORM 830-FIND-LANDING-PARA
               IF WS-FOUND-IX > 0
                 MOVE 'Y'               TO LD-USED (WS-FOUND-IX)
                 MOVE 'OK'              TO IT-BREAK (WS-IX)
                 MOVE IT-AMOUNT (WS-IX) TO IT-FOUND (WS-IX)
                 ADD 1 TO WS-LANDED-COUNT
               END-IF
             END-IF
           END-IF.
      *-------------------------------------------------------------
      *RE-CHECKS ONE CARRIED BREAK. AN ITEM WITH NO ACCOUNT IS LOOKED
      *UP AGAIN IN CASE THE MAPPING HAS BEEN ADDED. IT CLEARS WHEN
      *THE AMOUNT STILL MISSING HAS BEEN POSTED TO THE ACCOUNT SINCE
      *THE LAST CHECK; OTHERWISE TONIGHT'S SUSPENSE AND AGED-OFF
      *ITEMS SAY WHERE IT IS NOW, AND FAILING THOSE IT KEEPS THE
      *BREAK IT HAD.
       400-RECHECK-CARRIED-PARA.
           IF IT-ACCT-NO (WS-IX) = SPACES
             MOVE IT-SSNO (WS-IX) TO WS-LOOKUP-SSNO
             PERFORM 800-FIND-ACCOUNT-PARA
             MOVE WS-FOUND-ACCT TO IT-ACCT-NO (WS-IX)
           END-IF
           IF IT-ACCT-NO (WS-IX) NOT = SPACES
             MOVE IT-ACCT-NO (WS-IX) TO WS-FIND-ACCT
             COMPUTE WS-FIND-AMOUNT =
               IT-AMOUNT (WS-IX) - IT-FOUND (WS-IX)
             MOVE IT-FLOOR (WS-IX) TO WS-FIND-FLOOR
             MOVE 'F' TO WS-LAND-MODE
             PERFORM 830-FIND-LANDING-PARA
             IF WS-FOUND-IX > 0
               MOVE 'Y'  TO LD-USED (WS-FOUND-IX)
               MOVE 'OK' TO IT-BREAK (WS-IX)
               ADD 1 TO WS-CLEARED-COUNT
             ELSE
               PERFORM 550-CHECK-HELD-PARA
             END-IF
           END-IF.
      *-------------------------------------------------------------
      *CLASSIFIES ONE OF TONIGHT'S BRIDGED ITEMS THAT DID NOT LAND
      *FOR ITS EXACT AMOUNT: SUSPENDED OR AGED OFF WHEN THE CYCLE'S
      *FILES SAY SO, AMOUNT DIFFERS WHEN A DIFFERENT AMOUNT LANDED
      *ON THE ACCOUNT TONIGHT, AND OTHERWISE NOT POSTED.
       500-CLASSIFY-MISS-PARA.
           MOVE IT-ACCT-NO (WS-IX) TO WS-FIND-ACCT
           MOVE IT-AMOUNT (WS-IX)  TO WS-FIND-AMOUNT
           PERFORM 550-CHECK-HELD-PARA
           IF IT-UNDECIDED (WS-IX)
             MOVE 'A' TO WS-LAND-MODE
             PERFORM 830-FIND-LANDING-PARA
             IF WS-FOUND-IX > 0
               MOVE 'Y' TO LD-USED (WS-FOUND-IX)
               MOVE 'AD' TO IT-BREAK (WS-IX)
               MOVE LD-AMOUNT (WS-FOUND-IX) TO IT-FOUND (WS-IX)
             ELSE
               MOVE 'NP' TO IT-BREAK (WS-IX)
             END-IF
           END-IF.
      *-------------------------------------------------------------
      *MARKS THE ITEM IN WS-IX SUSPENDED OR AGED OFF WHEN THIS
      *CYCLE'S SUSPENSE FILE OR HARD-ERROR LISTING HOLDS A CODE U
      *ITEM FOR WS-FIND-ACCT AND WS-FIND-AMOUNT.
       550-CHECK-HELD-PARA.
           PERFORM 840-FIND-SUSPENSE-PARA
           IF WS-FOUND-IX > 0
             MOVE 'Y'  TO ST-USED (WS-FOUND-IX)
             MOVE 'SU' TO IT-BREAK (WS-IX)
             MOVE ST-REASON (WS-FOUND-IX) TO IT-REASON (WS-IX)
           ELSE
             PERFORM 850-FIND-AGED-OFF-PARA
             IF WS-FOUND-IX > 0
               MOVE 'Y'  TO AT-USED (WS-FOUND-IX)
               MOVE 'AO' TO IT-BREAK (WS-IX)
               MOVE AT-REASON (WS-FOUND-IX) TO IT-REASON (WS-IX)
             END-IF
           END-IF.
      *-------------------------------------------------------------
      *TIES THE GL JOURNAL'S NET SALARY FIGURE TO THE RATE-CHANGE
      *POSTINGS THAT LANDED TONIGHT. RETRO PAY IS BRIDGED BUT NOT IN
      *THE GL SALARY FIGURE, SO IT STAYS OUT OF BOTH SIDES. THE
      *DIFFERENCE SHOULD BE EXACTLY WHAT TONIGHT'S RATE-CHANGE
      *BREAKS LEFT UNPOSTED; ANY REMAINDER IS UNEXPLAINED.
       600-TIE-GL-PARA.
           PERFORM VARYING WS-IX FROM 1 BY 1
             UNTIL WS-IX > WS-ITEM-COUNT
             IF IT-CARRIED (WS-IX) = 'N'
                AND NOT IT-RETRO (WS-IX)
               ADD IT-FOUND (WS-IX) TO WS-LANDED-TOTAL
               ADD IT-AMOUNT (WS-IX) TO WS-EXPLAINED-TOTAL
               SUBTRACT IT-FOUND (WS-IX) FROM WS-EXPLAINED-TOTAL
             END-IF
           END-PERFORM
           COMPUTE WS-TIE-DIFFERENCE =
             WS-GL-NET-SALARY - WS-LANDED-TOTAL
           COMPUTE WS-UNEXPLAINED =
             WS-TIE-DIFFERENCE - WS-EXPLAINED-TOTAL
           IF WS-GL-FOUND = 'N' OR WS-TIE-DIFFERENCE NOT = 0
             MOVE 1 TO WS-TIE-BREAK
           END-IF.
      *-------------------------------------------------------------
      *WRITES PAYRECON.OUT: EVERY OPEN BREAK, OLDEST FIRST, THE
      *CARRIED BREAKS CLEARED TONIGHT, THE GL TIE AND THE TOTALS.
       700-WRITE-REPORT-PARA.
           OPEN OUTPUT RECON-REPORT-FILE
           MOVE WS-RUN-DATE (5:2) TO H2-RUN-MONTH
           MOVE WS-RUN-DATE (7:2) TO H2-RUN-DAY
           MOVE WS-RUN-DATE (1:4) TO H2-RUN-YEAR
           MOVE SPACES TO RECON-REPORT-RECORD
           WRITE RECON-REPORT-RECORD FROM WS-HEADING-1
           WRITE RECON-REPORT-RECORD FROM WS-HEADING-2

           MOVE SPACES TO RECON-REPORT-RECORD
           WRITE RECON-REPORT-RECORD
           MOVE 'BREAKS OUTSTANDING' TO SC-TITLE
           WRITE RECON-REPORT-RECORD FROM WS-SECTION-LINE
           WRITE RECON-REPORT-RECORD FROM WS-COLUMN-HEADING
           PERFORM VARYING WS-IX FROM 1 BY 1
             UNTIL WS-IX > WS-ITEM-COUNT
             IF NOT IT-LANDED (WS-IX)
               PERFORM 860-BUSINESS-AGE-PARA
               PERFORM 710-WRITE-BREAK-PARA
             END-IF
           END-PERFORM
           IF WS-OPEN-COUNT = 0
             MOVE 'NONE.' TO NL-TEXT
             WRITE RECON-REPORT-RECORD FROM WS-NONE-LINE
           END-IF

           MOVE SPACES TO RECON-REPORT-RECORD
           WRITE RECON-REPORT-RECORD
           MOVE 'CARRIED BREAKS CLEARED TONIGHT' TO SC-TITLE
           WRITE RECON-REPORT-RECORD FROM WS-SECTION-LINE
           WRITE RECON-REPORT-RECORD FROM WS-COLUMN-HEADING
           PERFORM VARYING WS-IX FROM 1 BY 1
             UNTIL WS-IX > WS-ITEM-COUNT
             IF IT-CARRIED (WS-IX) = 'Y' AND IT-LANDED (WS-IX)
               PERFORM 860-BUSINESS-AGE-PARA
               PERFORM 720-WRITE-CLEARED-PARA
             END-IF
           END-PERFORM
           IF WS-CLEARED-COUNT = 0
             MOVE 'NONE.' TO NL-TEXT
             WRITE RECON-REPORT-RECORD FROM WS-NONE-LINE
           END-IF

           PERFORM 730-WRITE-TIE-PARA
           PERFORM 740-WRITE-TOTALS-PARA
           CLOSE RECON-REPORT-FILE.
      *-------------------------------------------------------------
      *WRITES ONE OPEN BREAK, WITH ITS SUSPENSE OR AGE-OFF REASON ON
      *A SECOND LINE, AND COUNTS IT BY TYPE.
       710-WRITE-BREAK-PARA.
           PERFORM 900-FORMAT-ITEM-PARA
           WRITE RECON-REPORT-RECORD FROM WS-DETAIL-LINE
           IF IT-REASON (WS-IX) NOT = SPACES
              AND (IT-SUSPENDED (WS-IX) OR IT-AGED-OFF (WS-IX))
             MOVE IT-REASON (WS-IX) TO RL-REASON
             WRITE RECON-REPORT-RECORD FROM WS-REASON-LINE
           END-IF
           ADD 1 TO WS-OPEN-COUNT
           IF IT-CARRIED (WS-IX) = 'Y'
             ADD 1 TO WS-CARRIED-OPEN-COUNT
           ELSE
             ADD 1 TO WS-NEW-BREAK-COUNT
           END-IF
           IF IT-AGE (WS-IX) > WS-OLDEST-AGE
             MOVE IT-AGE (WS-IX) TO WS-OLDEST-AGE
           END-IF
           EVALUATE TRUE
             WHEN IT-NO-MAPPING (WS-IX)
               ADD 1 TO WS-NM-COUNT
             WHEN IT-NOT-BRIDGED (WS-IX)
               ADD 1 TO WS-NB-COUNT
             WHEN IT-SUSPENDED (WS-IX)
               ADD 1 TO WS-SU-COUNT
             WHEN IT-AGED-OFF (WS-IX)
               ADD 1 TO WS-AO-COUNT
             WHEN IT-AMOUNT-DIFFERS (WS-IX)
               ADD 1 TO WS-AD-COUNT
             WHEN OTHER
               ADD 1 TO WS-NP-COUNT
           END-EVALUATE.
      *-------------------------------------------------------------
      *WRITES ONE CARRIED BREAK THAT CLEARED TONIGHT.
       720-WRITE-CLEARED-PARA.
           PERFORM 900-FORMAT-ITEM-PARA
           MOVE 'CLEARED' TO D-BREAK
           MOVE IT-AMOUNT (WS-IX) TO D-FOUND
           WRITE RECON-REPORT-RECORD FROM WS-DETAIL-LINE.
      *-------------------------------------------------------------
      *WRITES THE GL TIE SECTION.
       730-WRITE-TIE-PARA.
           MOVE SPACES TO RECON-REPORT-RECORD
           WRITE RECON-REPORT-RECORD
           MOVE 'GL NET SALARY TIE' TO SC-TITLE
           WRITE RECON-REPORT-RECORD FROM WS-SECTION-LINE
           MOVE 'GL NET SALARY (GLJRNL.DAT):' TO AL-LABEL
           MOVE WS-GL-NET-SALARY TO AL-AMOUNT
           WRITE RECON-REPORT-RECORD FROM WS-AMOUNT-LINE
           MOVE 'RATE-CHANGE POSTINGS LANDED:' TO AL-LABEL
           MOVE WS-LANDED-TOTAL TO AL-AMOUNT
           WRITE RECON-REPORT-RECORD FROM WS-AMOUNT-LINE
           MOVE 'DIFFERENCE:' TO AL-LABEL
           MOVE WS-TIE-DIFFERENCE TO AL-AMOUNT
           WRITE RECON-REPORT-RECORD FROM WS-AMOUNT-LINE
           MOVE 'LEFT UNPOSTED BY TONIGHT''S BREAKS:' TO AL-LABEL
           MOVE WS-EXPLAINED-TOTAL TO AL-AMOUNT
           WRITE RECON-REPORT-RECORD FROM WS-AMOUNT-LINE
           MOVE 'UNEXPLAINED:' TO AL-LABEL
           MOVE WS-UNEXPLAINED TO AL-AMOUNT
           WRITE RECON-REPORT-RECORD FROM WS-AMOUNT-LINE
           EVALUATE TRUE
             WHEN WS-GL-FOUND = 'N'
               MOVE '*** BREAK - NO GLJRNL.DAT FOR THIS RUN DATE ***'
                 TO TL-VERDICT
             WHEN WS-UNEXPLAINED NOT = 0
               MOVE '*** BREAK - DIFFERENCE NOT EXPLAINED BY BREAKS ***'
                 TO TL-VERDICT
             WHEN WS-TIE-DIFFERENCE NOT = 0
               MOVE '*** BREAK - DIFFERENCE IS THE BREAKS ABOVE ***'
                 TO TL-VERDICT
             WHEN OTHER
               MOVE 'AGREES' TO TL-VERDICT
           END-EVALUATE
           WRITE RECON-REPORT-RECORD FROM WS-TIE-LINE.
      *-------------------------------------------------------------
      *WRITES THE TOTALS, LABEL IN COLUMNS 1-34 AND COUNT IN 35-41
      *AS EVERY REPORT IN THIS SYSTEM PRINTS THEM, SO THE MORNING
      *DIGEST CAN READ THEM BACK.
       740-WRITE-TOTALS-PARA.
           MOVE SPACES TO RECON-REPORT-RECORD
           WRITE RECON-REPORT-RECORD
           MOVE 'ITEMS FOLLOWED TONIGHT:' TO TT-LABEL
           MOVE WS-FOLLOWED-COUNT TO TT-COUNT
           WRITE RECON-REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE 'POSTINGS LANDED TONIGHT:' TO TT-LABEL
           MOVE WS-LANDED-COUNT TO TT-COUNT
           WRITE RECON-REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE 'NEW BREAKS TONIGHT:' TO TT-LABEL
           MOVE WS-NEW-BREAK-COUNT TO TT-COUNT
           WRITE RECON-REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE 'CARRIED BREAKS STILL OPEN:' TO TT-LABEL
           MOVE WS-CARRIED-OPEN-COUNT TO TT-COUNT
           WRITE RECON-REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE 'CARRIED BREAKS CLEARED:' TO TT-LABEL
           MOVE WS-CLEARED-COUNT TO TT-COUNT
           WRITE RECON-REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE '  NO MAPPING:' TO TT-LABEL
           MOVE WS-NM-COUNT TO TT-COUNT
           WRITE RECON-REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE '  NOT BRIDGED:' TO TT-LABEL
           MOVE WS-NB-COUNT TO TT-COUNT
           WRITE RECON-REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE '  SUSPENDED:' TO TT-LABEL
           MOVE WS-SU-COUNT TO TT-COUNT
           WRITE RECON-REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE '  AGED OFF:' TO TT-LABEL
           MOVE WS-AO-COUNT TO TT-COUNT
           WRITE RECON-REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE '  AMOUNT DIFFERS:' TO TT-LABEL
           MOVE WS-AD-COUNT TO TT-COUNT
           WRITE RECON-REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE '  NOT POSTED:' TO TT-LABEL
           MOVE WS-NP-COUNT TO TT-COUNT
           WRITE RECON-REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE 'BREAKS OUTSTANDING:' TO TT-LABEL
           MOVE WS-OPEN-COUNT TO TT-COUNT
           WRITE RECON-REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE 'OLDEST BREAK (BUSINESS DAYS):' TO TT-LABEL
           MOVE WS-OLDEST-AGE TO TT-COUNT
           WRITE RECON-REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE 'GL TIE BREAKS:' TO TT-LABEL
           MOVE WS-TIE-BREAK TO TT-COUNT
           WRITE RECON-REPORT-RECORD FROM WS-TOTAL-LINE.
      *-------------------------------------------------------------
      *WRITES THE NEXT CARRY FILE: EVERY BREAK STILL OPEN, STAMPED AS
      *CHECKED TONIGHT WITH THE FLOOR IT WAS CHECKED FROM.
       750-WRITE-CARRY-PARA.
           OPEN OUTPUT NEW-BREAK-CARRY-FILE
           PERFORM VARYING WS-IX FROM 1 BY 1
             UNTIL WS-IX > WS-ITEM-COUNT
             IF NOT IT-LANDED (WS-IX)
               MOVE IT-FIRST-SEEN (WS-IX) TO NBK-FIRST-SEEN
               MOVE WS-RUN-DATE           TO NBK-CHECKED
               MOVE IT-FLOOR (WS-IX)      TO NBK-PRIOR-CHECKED
               MOVE IT-SSNO (WS-IX)       TO NBK-SSNO
               MOVE IT-SOURCE (WS-IX)     TO NBK-SOURCE
               MOVE IT-ACCT-NO (WS-IX)    TO NBK-ACCT-NO
               MOVE IT-AMOUNT (WS-IX)     TO NBK-AMOUNT
               MOVE IT-FOUND (WS-IX)      TO NBK-FOUND
               MOVE IT-BREAK (WS-IX)      TO NBK-BREAK
               MOVE IT-REASON (WS-IX)     TO NBK-REASON
               WRITE NEW-BREAK-CARRY-RECORD
             END-IF
           END-PERFORM
           CLOSE NEW-BREAK-CARRY-FILE.
      *-------------------------------------------------------------
      *LOOKS WS-LOOKUP-SSNO UP IN THE MAPPING TABLE. WS-FOUND-ACCT GETS
      *THE LEDGER ACCOUNT, OR SPACES WHEN THERE IS NO MAPPING.
       800-FIND-ACCOUNT-PARA.
           MOVE SPACES TO WS-FOUND-ACCT
           PERFORM VARYING WS-SX FROM 1 BY 1
             UNTIL WS-SX > WS-MAP-COUNT
               OR WS-FOUND-ACCT NOT = SPACES
             IF MT-SSNO (WS-SX) = WS-LOOKUP-SSNO
               MOVE MT-ACCT-NO (WS-SX) TO WS-FOUND-ACCT
             END-IF
           END-PERFORM.
      *-------------------------------------------------------------
      *FINDS AN UNUSED BRIDGE POSTING FOR WS-FIND-ACCT AND
      *WS-FIND-AMOUNT. WS-FOUND-IX IS ZERO WHEN THERE IS NONE.
       820-FIND-BRIDGE-PARA.
           MOVE 0 TO WS-FOUND-IX
           PERFORM VARYING WS-SX FROM 1 BY 1
             UNTIL WS-SX > WS-BRIDGE-COUNT
               OR WS-FOUND-IX > 0
             IF BT-USED (WS-SX) = 'N'
                AND BT-ACCT-NO (WS-SX) = WS-FIND-ACCT
                AND BT-AMOUNT (WS-SX) = WS-FIND-AMOUNT
               MOVE WS-SX TO WS-FOUND-IX
             END-IF
           END-PERFORM.
      *-------------------------------------------------------------
      *FINDS AN UNUSED LEDGER POSTING TO WS-FIND-ACCT AS WS-LAND-MODE
      *ALLOWS. WS-FOUND-IX IS ZERO WHEN THERE IS NONE.
       830-FIND-LANDING-PARA.
           MOVE 0 TO WS-FOUND-IX
           PERFORM VARYING WS-SX FROM 1 BY 1
             UNTIL WS-SX > WS-LAND-COUNT
               OR WS-FOUND-IX > 0
             IF LD-USED (WS-SX) = 'N'
                AND LD-ACCT-NO (WS-SX) = WS-FIND-ACCT
               EVALUATE WS-LAND-MODE
                 WHEN 'E'
                   IF LD-AMOUNT (WS-SX) = WS-FIND-AMOUNT
                      AND LD-DATE (WS-SX) = WS-RUN-DATE
                     MOVE WS-SX TO WS-FOUND-IX
                   END-IF
                 WHEN 'F'
                   IF LD-AMOUNT (WS-SX) = WS-FIND-AMOUNT
                      AND LD-POSTED-DATE (WS-SX) > WS-FIND-FLOOR
                     MOVE WS-SX TO WS-FOUND-IX
                   END-IF
                 WHEN 'A'
                   IF LD-DATE (WS-SX) = WS-RUN-DATE
                     MOVE WS-SX TO WS-FOUND-IX
                   END-IF
               END-EVALUATE
             END-IF
           END-PERFORM.
      *-------------------------------------------------------------
      *FINDS AN UNUSED SUSPENSE ITEM FOR WS-FIND-ACCT AND
      *WS-FIND-AMOUNT.
       840-FIND-SUSPENSE-PARA.
           MOVE 0 TO WS-FOUND-IX
           PERFORM VARYING WS-SX FROM 1 BY 1
             UNTIL WS-SX > WS-SUS-COUNT
               OR WS-FOUND-IX > 0
             IF ST-USED (WS-SX) = 'N'
                AND ST-ACCT-NO (WS-SX) = WS-FIND-ACCT
                AND ST-AMOUNT (WS-SX) = WS-FIND-AMOUNT
               MOVE WS-SX TO WS-FOUND-IX
             END-IF
           END-PERFORM.
      *-------------------------------------------------------------
      *FINDS AN UNUSED AGED-OFF ITEM FOR WS-FIND-ACCT AND
      *WS-FIND-AMOUNT.
       850-FIND-AGED-OFF-PARA.
           MOVE 0 TO WS-FOUND-IX
           PERFORM VARYING WS-SX FROM 1 BY 1
             UNTIL WS-SX > WS-AGED-COUNT
               OR WS-FOUND-IX > 0
             IF AT-USED (WS-SX) = 'N'
                AND AT-ACCT-NO (WS-SX) = WS-FIND-ACCT
                AND AT-AMOUNT (WS-SX) = WS-FIND-AMOUNT
               MOVE WS-SX TO WS-FOUND-IX
             END-IF
           END-PERFORM.
      *-------------------------------------------------------------
      *WORKS OUT THE AGE OF THE ITEM IN WS-IX: THE BUSINESS DAYS
      *FROM THE DAY IT WAS FIRST SEEN UP TO AND INCLUDING TODAY.
       860-BUSINESS-AGE-PARA.
           COMPUTE WS-BD-FROM-INT =
             FUNCTION INTEGER-OF-DATE (IT-FIRST-SEEN (WS-IX)) - 1
           MOVE WS-TODAY-INT TO WS-BD-TO-INT
           PERFORM 920-COUNT-BUSINESS-DAYS-PARA
           IF WS-BD-COUNT > 999
             MOVE 999 TO IT-AGE (WS-IX)
           ELSE
             MOVE WS-BD-COUNT TO IT-AGE (WS-IX)
           END-IF.
      *-------------------------------------------------------------
      *FILLS THE DETAIL LINE FROM THE ITEM IN WS-IX.
       900-FORMAT-ITEM-PARA.
           MOVE IT-SSNO (WS-IX)       TO WS-SSN-RAW
           PERFORM 980-MASK-SSN-PARA
           MOVE WS-SSN-PRINT          TO D-SSNO
           MOVE IT-SOURCE (WS-IX)     TO D-SOURCE
           MOVE IT-ACCT-NO (WS-IX)    TO D-ACCT-NO
           MOVE IT-AMOUNT (WS-IX)     TO D-EXPECTED
           MOVE IT-FOUND (WS-IX)      TO D-FOUND
           MOVE IT-FIRST-SEEN (WS-IX) TO D-FIRST-SEEN
           MOVE IT-AGE (WS-IX)        TO D-AGE
           EVALUATE TRUE
             WHEN IT-NO-MAPPING (WS-IX)
               MOVE 'NO MAPPING'     TO D-BREAK
             WHEN IT-NOT-BRIDGED (WS-IX)
               MOVE 'NOT BRIDGED'    TO D-BREAK
             WHEN IT-SUSPENDED (WS-IX)
               MOVE 'SUSPENDED'      TO D-BREAK
             WHEN IT-AGED-OFF (WS-IX)
               MOVE 'AGED OFF'       TO D-BREAK
             WHEN IT-AMOUNT-DIFFERS (WS-IX)
               MOVE 'AMOUNT DIFFERS' TO D-BREAK
             WHEN OTHER
               MOVE 'NOT POSTED'     TO D-BREAK
           END-EVALUATE.
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
