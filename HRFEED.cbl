      *NAME: ANJU CHAWLA
      *DATE: OCTOBER 15, 2026
      *PURPOSE: INBOUND INTERFACE FOR THE HR VENDOR'S CHANGE FILE.
      *HREXTR SENDS OUR EMPLOYEE DATA OUT TO THE VENDOR, BUT THE
      *CHANGES MADE IN THE HR SYSTEM (NEW HIRES, DEPARTMENT MOVES,
      *PAY CHANGES, NAME CHANGES, TERMINATIONS, REHIRES) USED TO COME
      *BACK ON PAPER AND BE RE-KEYED INTO TRANS.DAT. THIS PROGRAM
      *READS THE VENDOR'S PIPE-DELIMITED HRCHANGE.DAT, LAID OUT THE
      *SAME WAY AS OUR OWN EXTRACT:
      *  HDR|<FILE ID>|<FILE DATE YYYYMMDD>
      *  <ACTION>|<SSN>|<NAME>|<SALARY>|<EFFECTIVE DATE>|<DEPT>
      *  TRL|<DETAIL RECORD COUNT>|<SALARY HASH TOTAL>
      *THE FILE IS FIRST PROVED AGAINST ITS OWN TRAILER - THE COUNT
      *OF DETAIL RECORDS AND THE SUM OF THEIR SALARY FIELDS - AND
      *REFUSED WHOLE IF IT DOES NOT BALANCE, HAS NO HEADER OR NO
      *TRAILER, OR IF ITS FILE ID AND FILE DATE ARE ALREADY ON THE
      *HRFEEDREG.DAT REGISTER OF FEEDS RECEIVED, SO THE SAME FEED
      *CANNOT BE LOADED TWICE. A PROVEN FILE IS MAPPED RECORD BY
      *RECORD TO OUR TRANSACTION CODES:
      *  HIRE -> 1   PAY, MOVE, NAME -> 2   TERM -> 3   REHIRE -> 4
      *A PAY CHANGE CARRIES THE NEW SALARY, A MOVE THE NEW
      *DEPARTMENT AND A NAME CHANGE THE NEW NAME; WHATEVER THE
      *VENDOR LEAVES OUT IS FILLED FROM CH1501.NDX, SO THE UPDATE
      *CHANGES ONLY WHAT HR CHANGED. A BLANK EFFECTIVE DATE TAKES
      *THE FILE DATE; A FUTURE ONE IS HELD BY THE PENDING WAREHOUSE
      *LIKE ANY OTHER FUTURE-DATED PAY ACTION. THE MAPPED RECORDS
      *GO TO HRBATCH.DAT AS NUMBERED BATCHHDR/BATCHTRL BATCHES READY
      *FOR THE FRONT-END EDIT (7MMDDN FROM THE RUN DATE, N CONTINUING
      *PAST ANY FEED ALREADY RECEIVED THAT DAY AND ANY 7MMDD NUMBER
      *ALREADY APPLIED ON BATCHREG.DAT, A BATCH CUT EVERY 1000
      *RECORDS). EVERY RECORD THAT CANNOT BE MAPPED - AN
      *UNKNOWN ACTION, AN SSN NOT ON CH1501.NDX FOR ANYTHING BUT A
      *HIRE, A HIRE ALREADY ON FILE, A DEPARTMENT NOT ON DEPTTAB.DAT,
      *A MISSING OR UNREADABLE FIELD - IS LISTED ON THE INTERFACE
      *REPORT HRFEED.OUT WITH ITS REASON FOR HR TO CORRECT AT THEIR
      *END. THE OPERATOR STAGES HRBATCH.DAT AS A NORMAL INPUT BATCH
      *(CAT HRBATCH.DAT >> TRANS.DAT). RETURN CODE 8 WHEN THE FILE
      *IS REFUSED, 4 WHEN ANY RECORD COULD NOT BE MAPPED. AN
      *EXCEPTION LINE SHOWS ONLY THE LAST FOUR CHARACTERS OF THE
      *VENDOR'S SSN UNLESS FULLSSN NAMES AN OPERATOR AUTHORIZED FOR
      *FULL SSNS, IN WHICH CASE THE RUN IS LOGGED ON RPTACCESS.LOG.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. HRFEED.
      *************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL VENDOR-CHANGE-FILE
             ASSIGN TO 'HRCHANGE.DAT'
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

           SELECT OPTIONAL DEPARTMENT-TABLE-FILE
             ASSIGN TO 'DEPTTAB.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.

      *ONE RECORD PER VENDOR FILE ACCEPTED: ITS FILE ID AND DATE,
      *THE DAY WE RECEIVED IT AND THE BATCHES IT WAS WRITTEN AS.
           SELECT OPTIONAL FEED-REGISTER-FILE
             ASSIGN TO 'HRFEEDREG.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.

      *READ ONLY FOR THE 7MMDD BATCH NUMBERS ALREADY APPLIED.
           SELECT OPTIONAL BATCH-REGISTER-FILE
             ASSIGN TO 'BATCHREG.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FEED-BATCH-FILE
             ASSIGN TO 'HRBATCH.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT INTERFACE-REPORT-FILE
             ASSIGN TO 'HRFEED.OUT'
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
       FD  VENDOR-CHANGE-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  VENDOR-CHANGE-RECORD   PIC X(100).

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

       FD  DEPARTMENT-TABLE-FILE
           RECORD CONTAINS 24 CHARACTERS.
       01  DEPARTMENT-TABLE-RECORD.
           05 DT-DEPT-CODE        PIC X(4).
           05 DT-DEPT-NAME        PIC X(20).

       FD  FEED-REGISTER-FILE
           RECORD CONTAINS 44 CHARACTERS.
       01  FEED-REGISTER-RECORD.
           05 FR-FILE-ID          PIC X(20).
           05 FR-FILE-DATE        PIC 9(8).
           05 FR-RECEIVED-DATE    PIC 9(8).
           05 FR-FIRST-BATCH      PIC 9(6).
           05 FR-BATCH-COUNT      PIC 9(2).

      *THE APPLIED-BATCH REGISTER, EXACTLY AS TRANSEDT WRITES IT.
       FD  BATCH-REGISTER-FILE
           RECORD CONTAINS 15 CHARACTERS.
       01  BATCH-REGISTER-RECORD.
           05 BR-BATCH-NO         PIC 9(6).
           05 FILLER              PIC X.
           05 BR-APPLIED-DATE     PIC 9(8).

      *THE GENERATED BATCHES, IN THE 47-BYTE TRANS.DAT LAYOUT.
       FD  FEED-BATCH-FILE
           RECORD CONTAINS 47 CHARACTERS.
       01  FEED-BATCH-RECORD      PIC X(47).

       FD  INTERFACE-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  INTERFACE-REPORT-RECORD PIC X(80).

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
       01  WS-TODAY                PIC 9(8)  VALUE 0.
       01  WS-FILE-OK              PIC X     VALUE 'Y'.
       01  WS-REFUSE-REASON        PIC X(50) VALUE SPACES.

      *ONE VENDOR LINE BROKEN AT THE PIPES. THE HEADER AND TRAILER
      *USE THE FIRST THREE FIELDS: THE FILE ID OR RECORD COUNT
      *ARRIVES IN VF-SSNO, THE FILE DATE OR SALARY HASH IN VF-NAME.
       01  WS-VENDOR-FIELDS.
           05 VF-ACTION           PIC X(10).
           05 VF-SSNO             PIC X(20).
           05 VF-NAME             PIC X(30).
           05 VF-SALARY           PIC X(10).
           05 VF-EFF-DATE         PIC X(10).
           05 VF-DEPT             PIC X(6).
       01  WS-FIELD-COUNT          PIC 9(2)  VALUE 0.

      *THE FILE'S OWN CONTROLS.
       01  WS-HEADER-SEEN          PIC X     VALUE 'N'.
       01  WS-TRAILER-SEEN         PIC X     VALUE 'N'.
       01  WS-FILE-ID              PIC X(20) VALUE SPACES.
       01  WS-FILE-DATE            PIC 9(8)  VALUE 0.
       01  WS-TRAILER-COUNT        PIC 9(9)  VALUE 0.
       01  WS-TRAILER-HASH         PIC 9(9)  VALUE 0.
       01  WS-DETAIL-COUNT         PIC 9(9)  VALUE 0.
       01  WS-DETAIL-HASH          PIC 9(9)  VALUE 0.
       01  WS-NUMBER-WORK          PIC 9(9)  VALUE 0.

      *DEPTTAB.DAT.
       01  WS-DEPT-MAX             PIC 9(3)  VALUE 100.
       01  WS-DEPT-COUNT           PIC 9(3)  VALUE 0.
       01  WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY        PIC X(4)  OCCURS 100 TIMES.
       01  WS-IX                   PIC 9(3)  COMP.
       01  WS-DEPT-FOUND           PIC X     VALUE 'N'.

      *THE RECORD BEING MAPPED.
       01  WS-RECORD-NO            PIC 9(7)  VALUE 0.
       01  WS-MAP-REASON           PIC X(40) VALUE SPACES.
       01  WS-ON-MASTER            PIC X     VALUE 'N'.
       01  WS-FEED-SALARY          PIC 9(5)  VALUE 0.
       01  WS-FEED-DATE            PIC 9(8)  VALUE 0.
       01  WS-FEED-CODE            PIC X     VALUE SPACE.
       01  WS-ACTION               PIC X(10) VALUE SPACES.
           88 ACTION-HIRE                  VALUE 'HIRE'.
           88 ACTION-PAY                   VALUE 'PAY'.
           88 ACTION-MOVE                  VALUE 'MOVE'.
           88 ACTION-NAME                  VALUE 'NAME'.
           88 ACTION-TERM                  VALUE 'TERM'.
           88 ACTION-REHIRE                VALUE 'REHIRE'.

       01  WS-FEED-TRANS.
           05 FT-SSNO             PIC X(9).
           05 FT-NAME             PIC X(20).
           05 FT-SALARY           PIC 9(5).
           05 FT-CODE             PIC X.
           05 FT-DATE             PIC 9(8).
           05 FT-DEPT             PIC X(4).

      *THE BATCH WRAPPER, SAME LAYOUT BACKOUT AND GENINCR WRITE.
       01  WS-BATCH-CONTROL.
           05 BC-RECORD-TYPE      PIC X(8).
           05 BC-BATCH-NO         PIC 9(6).
           05 BC-RECORD-COUNT     PIC 9(6).
           05 BC-SALARY-HASH      PIC 9(9).
           05 FILLER              PIC X(18) VALUE SPACES.
       01  WS-BATCH-LIMIT          PIC 9(4)  VALUE 1000.
       01  WS-BATCH-BASE           PIC 9(6)  VALUE 0.
       01  WS-BATCH-SEQ            PIC 9(2)  VALUE 0.
       01  WS-BATCH-NO             PIC 9(6)  VALUE 0.
       01  WS-FIRST-BATCH          PIC 9(6)  VALUE 0.
       01  WS-SEEN-BATCH           PIC 9(6)  VALUE 0.
       01  WS-BATCH-OPEN           PIC X     VALUE 'N'.
       01  WS-BATCH-COUNT          PIC 9(6)  VALUE 0.
       01  WS-BATCH-HASH           PIC 9(9)  VALUE 0.

      *RUN TOTALS, BY OUR TRANSACTION CODE.
       01  WS-MAPPED-COUNT         PIC 9(7)  VALUE 0.
       01  WS-UNMAPPED-COUNT       PIC 9(7)  VALUE 0.
       01  WS-HIRE-COUNT           PIC 9(7)  VALUE 0.
       01  WS-CHANGE-COUNT         PIC 9(7)  VALUE 0.
       01  WS-TERM-COUNT           PIC 9(7)  VALUE 0.
       01  WS-REHIRE-COUNT         PIC 9(7)  VALUE 0.
       01  WS-BATCHES-WRITTEN      PIC 9(2)  VALUE 0.

       01  WS-HEADING-1.
           05 FILLER               PIC X(20) VALUE SPACES.
           05 FILLER               PIC X(40) VALUE
              'HR VENDOR CHANGE FILE INTERFACE REPORT'.
       01  WS-HEADING-2.
           05 FILLER               PIC X(9)  VALUE 'FILE ID: '.
           05 H2-FILE-ID           PIC X(20).
           05 FILLER               PIC X(13) VALUE '  FILE DATE: '.
           05 H2-FILE-DATE         PIC 9(8).
           05 FILLER               PIC X(12) VALUE '  RECEIVED: '.
           05 H2-TODAY             PIC 9(8).

       01  WS-REFUSED-LINE.
           05 FILLER               PIC X(16) VALUE
              'FILE REFUSED -- '.
           05 RF-REASON            PIC X(50).

       01  WS-CONTROL-LINE.
           05 FILLER               PIC X(22) VALUE
              'DETAIL RECORDS   FILE '.
           05 CT-DETAIL-COUNT      PIC ZZZ,ZZZ,ZZ9.
           05 FILLER               PIC X(10) VALUE '  TRAILER '.
           05 CT-TRAILER-COUNT     PIC ZZZ,ZZZ,ZZ9.
       01  WS-HASH-LINE.
           05 FILLER               PIC X(22) VALUE
              'SALARY HASH      FILE '.
           05 CT-DETAIL-HASH       PIC ZZZ,ZZZ,ZZ9.
           05 FILLER               PIC X(10) VALUE '  TRAILER '.
           05 CT-TRAILER-HASH      PIC ZZZ,ZZZ,ZZ9.

       01  WS-EXCEPTION-HEADING.
           05 FILLER               PIC X(8)  VALUE 'RECORD'.
           05 FILLER               PIC X(8)  VALUE 'ACTION'.
           05 FILLER               PIC X(11) VALUE 'SSN'.
           05 FILLER               PIC X(40) VALUE
              'NOT MAPPED BECAUSE'.

       01  WS-EXCEPTION-LINE.
           05 EX-RECORD-NO         PIC ZZZZZZ9.
           05 FILLER               PIC X     VALUE SPACE.
           05 EX-ACTION            PIC X(8).
           05 EX-SSNO              PIC X(11).
           05 EX-REASON            PIC X(40).

       01  WS-BATCH-LINE.
           05 FILLER               PIC X(6)  VALUE 'BATCH '.
           05 BL-BATCH-NO          PIC 9(6).
           05 FILLER               PIC X(10) VALUE '  RECORDS '.
           05 BL-COUNT             PIC ZZZ,ZZ9.
           05 FILLER               PIC X(15) VALUE '  SALARY HASH '.
           05 BL-HASH              PIC ZZZ,ZZZ,ZZ9.

       01  WS-TOTAL-LINE.
           05 TL-LABEL             PIC X(30).
           05 TL-COUNT             PIC ZZZ,ZZ9.


      *SSN PRINTING. A REPORT SHOWS ONLY THE LAST FOUR DIGITS OF AN
      *SSN UNLESS THE RUN WAS STARTED WITH FULLSSN SET TO AN ACTIVE
      *OPERATOR WHO HOLDS THE PRIVACY FLAG ON OPERSEC.DAT.
       01  WS-SSN-OPERATOR         PIC X(10) VALUE SPACES.
       01  WS-FULL-SSN             PIC X     VALUE 'N'.
           88 FULL-SSN-AUTHORIZED        VALUE 'Y'.
       01  WS-SSN-LENGTH           PIC 9(2)  VALUE 0.
       01  WS-SSN-IX               PIC 9(2)  VALUE 0.
      **********************************************************
       PROCEDURE DIVISION.
      *PROVES THE FILE, THEN MAPS IT INTO BATCHES AND REPORTS WHAT
      *COULD NOT BE MAPPED.
       100-MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
           COMPUTE WS-BATCH-BASE =
             700000 + (FUNCTION MOD (WS-TODAY, 10000)) * 10

           PERFORM 170-CHECK-SSN-MODE-PARA

           OPEN OUTPUT INTERFACE-REPORT-FILE
           WRITE INTERFACE-REPORT-RECORD FROM WS-HEADING-1

           PERFORM 150-LOAD-DEPT-TABLE-PARA
           PERFORM 200-PROVE-FILE-PARA
           IF WS-FILE-OK = 'Y'
             PERFORM 250-CHECK-REGISTER-PARA
           END-IF

           MOVE WS-FILE-ID   TO H2-FILE-ID
           MOVE WS-FILE-DATE TO H2-FILE-DATE
           MOVE WS-TODAY     TO H2-TODAY
           WRITE INTERFACE-REPORT-RECORD FROM WS-HEADING-2
           MOVE SPACES TO INTERFACE-REPORT-RECORD
           WRITE INTERFACE-REPORT-RECORD
           MOVE WS-DETAIL-COUNT  TO CT-DETAIL-COUNT
           MOVE WS-TRAILER-COUNT TO CT-TRAILER-COUNT
           WRITE INTERFACE-REPORT-RECORD FROM WS-CONTROL-LINE
           MOVE WS-DETAIL-HASH   TO CT-DETAIL-HASH
           MOVE WS-TRAILER-HASH  TO CT-TRAILER-HASH
           WRITE INTERFACE-REPORT-RECORD FROM WS-HASH-LINE
           MOVE SPACES TO INTERFACE-REPORT-RECORD
           WRITE INTERFACE-REPORT-RECORD

      *A REFUSED FILE WRITES NO BATCH AT ALL - HRBATCH.DAT IS LEFT
      *EMPTY SO NOTHING FROM IT CAN BE STAGED BY MISTAKE.
           OPEN OUTPUT FEED-BATCH-FILE
           IF WS-FILE-OK = 'N'
             MOVE WS-REFUSE-REASON TO RF-REASON
             WRITE INTERFACE-REPORT-RECORD FROM WS-REFUSED-LINE
             CLOSE FEED-BATCH-FILE
             CLOSE INTERFACE-REPORT-FILE
             DISPLAY '--------------------------------------------'
             DISPLAY 'HR VENDOR FEED REFUSED: ', WS-REFUSE-REASON
             DISPLAY '--------------------------------------------'
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF

           WRITE INTERFACE-REPORT-RECORD FROM WS-EXCEPTION-HEADING
           PERFORM 300-MAP-FILE-PARA
           IF WS-BATCH-OPEN = 'Y'
             PERFORM 420-CLOSE-BATCH-PARA
           END-IF
           CLOSE FEED-BATCH-FILE

           PERFORM 500-REGISTER-FEED-PARA

           MOVE SPACES TO INTERFACE-REPORT-RECORD
           WRITE INTERFACE-REPORT-RECORD
           MOVE 'HIRES (CODE 1):'          TO TL-LABEL
           MOVE WS-HIRE-COUNT              TO TL-COUNT
           WRITE INTERFACE-REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE 'PAY/MOVE/NAME (CODE 2):'  TO TL-LABEL
           MOVE WS-CHANGE-COUNT            TO TL-COUNT
           WRITE INTERFACE-REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE 'TERMINATIONS (CODE 3):'   TO TL-LABEL
           MOVE WS-TERM-COUNT              TO TL-COUNT
           WRITE INTERFACE-REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE 'REHIRES (CODE 4):'        TO TL-LABEL
           MOVE WS-REHIRE-COUNT            TO TL-COUNT
           WRITE INTERFACE-REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE 'RECORDS NOT MAPPED:'      TO TL-LABEL
           MOVE WS-UNMAPPED-COUNT          TO TL-COUNT
           WRITE INTERFACE-REPORT-RECORD FROM WS-TOTAL-LINE
           CLOSE INTERFACE-REPORT-FILE

           IF WS-UNMAPPED-COUNT > 0
             MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY '--------------------------------------------'
           DISPLAY 'HR VENDOR FEED CONVERSION COMPLETE.'
           DISPLAY 'VENDOR FILE ID ........ ', WS-FILE-ID
           DISPLAY 'DETAIL RECORDS ........ ', WS-DETAIL-COUNT
           DISPLAY 'RECORDS MAPPED ........ ', WS-MAPPED-COUNT
           DISPLAY 'RECORDS NOT MAPPED .... ', WS-UNMAPPED-COUNT
           DISPLAY 'BATCHES WRITTEN ....... ', WS-BATCHES-WRITTEN
           DISPLAY 'REVIEW HRFEED.OUT, THEN STAGE HRBATCH.DAT AS A '
            'NORMAL INPUT BATCH.'
           DISPLAY '--------------------------------------------'

           STOP RUN.
      *-------------------------------------------------------------
      *LOADS DEPTTAB.DAT. AN OVERSIZE TABLE STOPS THE RUN RATHER
      *THAN VALIDATING AGAINST PART OF IT.
       150-LOAD-DEPT-TABLE-PARA.
           OPEN INPUT DEPARTMENT-TABLE-FILE
           PERFORM UNTIL MORE-DATA = 'N'
             READ DEPARTMENT-TABLE-FILE
               AT END
                 MOVE 'N' TO MORE-DATA
               NOT AT END
                 IF WS-DEPT-COUNT >= WS-DEPT-MAX
                   DISPLAY 'DEPTTAB.DAT EXCEEDS ', WS-DEPT-MAX,
                    ' ENTRIES. FEED NOT CONVERTED.'
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
             MOVE 'HRFEED' TO RA-PROGRAM
             IF FULL-SSN-AUTHORIZED
               MOVE 'FULL SSN PRINTED' TO RA-OUTCOME
               DISPLAY 'FULL SSNS PRINTED FOR OPERATOR ',
                WS-SSN-OPERATOR
             ELSE
               MOVE 'REFUSED - MASKED' TO RA-OUTCOME
               DISPLAY 'OPERATOR ', WS-SSN-OPERATOR, ' MAY NOT '
                'PRINT FULL SSNS. SSNS MASKED.'
             END-IF
             MOVE 'HRFEED.OUT' TO RA-REPORT
             WRITE REPORT-ACCESS-RECORD
             CLOSE REPORT-ACCESS-FILE
           END-IF.
      *-------------------------------------------------------------
      *FIRST PASS: PROVES THE FILE AGAINST ITS OWN HEADER AND
      *TRAILER. THE HEADER MUST BE THE FIRST RECORD AND THE TRAILER
      *THE LAST; THE DETAIL COUNT AND SALARY HASH MUST AGREE WITH
      *THE TRAILER'S.
       200-PROVE-FILE-PARA.
           OPEN INPUT VENDOR-CHANGE-FILE
           PERFORM UNTIL MORE-DATA = 'N'
             READ VENDOR-CHANGE-FILE
               AT END
                 MOVE 'N' TO MORE-DATA
               NOT AT END
                 PERFORM 210-SPLIT-RECORD-PARA
                 PERFORM 220-PROVE-ONE-RECORD-PARA
             END-READ
           END-PERFORM
           CLOSE VENDOR-CHANGE-FILE
           MOVE 'Y' TO MORE-DATA

           IF WS-FILE-OK = 'Y'
             EVALUATE TRUE
               WHEN WS-HEADER-SEEN = 'N'
                 MOVE 'N' TO WS-FILE-OK
                 MOVE 'NO HEADER RECORD (EMPTY OR MISSING FILE)'
                   TO WS-REFUSE-REASON
               WHEN WS-TRAILER-SEEN = 'N'
                 MOVE 'N' TO WS-FILE-OK
                 MOVE 'NO TRAILER RECORD - FILE IS INCOMPLETE'
                   TO WS-REFUSE-REASON
               WHEN WS-DETAIL-COUNT NOT = WS-TRAILER-COUNT
                 MOVE 'N' TO WS-FILE-OK
                 MOVE 'RECORD COUNT DOES NOT BALANCE TO TRAILER'
                   TO WS-REFUSE-REASON
               WHEN WS-DETAIL-HASH NOT = WS-TRAILER-HASH
                 MOVE 'N' TO WS-FILE-OK
                 MOVE 'SALARY HASH DOES NOT BALANCE TO TRAILER'
                   TO WS-REFUSE-REASON
             END-EVALUATE
           END-IF.
      *-------------------------------------------------------------
      *BREAKS THE CURRENT VENDOR LINE AT THE PIPES.
       210-SPLIT-RECORD-PARA.
           MOVE SPACES TO WS-VENDOR-FIELDS
           MOVE 0      TO WS-FIELD-COUNT
           UNSTRING VENDOR-CHANGE-RECORD DELIMITED BY '|'
             INTO VF-ACTION VF-SSNO VF-NAME VF-SALARY VF-EFF-DATE
                  VF-DEPT
             TALLYING IN WS-FIELD-COUNT
           END-UNSTRING.
      *-------------------------------------------------------------
      *TAKES ONE RECORD INTO THE PROOF. ANYTHING AFTER THE TRAILER,
      *A SECOND HEADER OR A DETAIL AHEAD OF THE HEADER MEANS THE
      *FILE IS NOT THE ONE THE VENDOR CONTROLLED.
       220-PROVE-ONE-RECORD-PARA.
           IF WS-TRAILER-SEEN = 'Y'
              AND WS-FILE-OK = 'Y'
             MOVE 'N' TO WS-FILE-OK
             MOVE 'RECORDS FOLLOW THE TRAILER' TO WS-REFUSE-REASON
           END-IF
           EVALUATE TRUE
             WHEN VF-ACTION = 'HDR'
               IF WS-HEADER-SEEN = 'Y' AND WS-FILE-OK = 'Y'
                 MOVE 'N' TO WS-FILE-OK
                 MOVE 'SECOND HEADER RECORD IN THE FILE'
                   TO WS-REFUSE-REASON
               END-IF
               MOVE 'Y' TO WS-HEADER-SEEN
               MOVE VF-SSNO TO WS-FILE-ID
               IF VF-NAME (1:8) NUMERIC
                  AND VF-NAME (9:22) = SPACES
                 MOVE VF-NAME (1:8) TO WS-FILE-DATE
               END-IF
               IF WS-FILE-ID = SPACES OR WS-FILE-DATE = 0
                 IF WS-FILE-OK = 'Y'
                   MOVE 'N' TO WS-FILE-OK
                   MOVE 'HEADER FILE ID OR FILE DATE MISSING'
                     TO WS-REFUSE-REASON
                 END-IF
               END-IF
             WHEN VF-ACTION = 'TRL'
               MOVE 'Y' TO WS-TRAILER-SEEN
               IF FUNCTION TEST-NUMVAL (VF-SSNO) = 0
                 COMPUTE WS-TRAILER-COUNT = FUNCTION NUMVAL (VF-SSNO)
               END-IF
               IF FUNCTION TEST-NUMVAL (VF-NAME) = 0
                 COMPUTE WS-TRAILER-HASH = FUNCTION NUMVAL (VF-NAME)
               END-IF
             WHEN OTHER
               IF WS-HEADER-SEEN = 'N' AND WS-FILE-OK = 'Y'
                 MOVE 'N' TO WS-FILE-OK
                 MOVE 'DETAIL RECORDS AHEAD OF THE HEADER'
                   TO WS-REFUSE-REASON
               END-IF
               ADD 1 TO WS-DETAIL-COUNT
               IF VF-SALARY NOT = SPACES
                  AND FUNCTION TEST-NUMVAL (VF-SALARY) = 0
                 COMPUTE WS-NUMBER-WORK = FUNCTION NUMVAL (VF-SALARY)
                 ADD WS-NUMBER-WORK TO WS-DETAIL-HASH
               END-IF
           END-EVALUATE.
      *-------------------------------------------------------------
      *REFUSES A FILE WHOSE ID AND DATE ARE ALREADY ON THE FEED
      *REGISTER, AND WORKS OUT WHERE TODAY'S BATCH NUMBERS CARRY ON
      *FROM: ONE PAST THE LAST BATCH OF ANY FEED RECEIVED EARLIER
      *TODAY AND ANY 7MMDD NUMBER ALREADY APPLIED ON BATCHREG.DAT
      *(THE SAME DAY IN AN EARLIER YEAR), WHICH THE EDIT WOULD REFUSE
      *AS A REPLAY.
       250-CHECK-REGISTER-PARA.
           OPEN INPUT FEED-REGISTER-FILE
           PERFORM UNTIL MORE-DATA = 'N'
             READ FEED-REGISTER-FILE
               AT END
                 MOVE 'N' TO MORE-DATA
               NOT AT END
                 IF FR-FILE-ID = WS-FILE-ID
                    AND FR-FILE-DATE = WS-FILE-DATE
                   MOVE 'N' TO WS-FILE-OK
                   MOVE 'FILE ID AND DATE ALREADY RECEIVED'
                     TO WS-REFUSE-REASON
                 END-IF
                 IF FR-RECEIVED-DATE = WS-TODAY
                    AND FR-BATCH-COUNT NUMERIC
                    AND FR-FIRST-BATCH NUMERIC
                    AND FR-BATCH-COUNT > 0
                   COMPUTE WS-SEEN-BATCH =
                     FR-FIRST-BATCH + FR-BATCH-COUNT - 1
                   PERFORM 255-NOTE-BATCH-NUMBER-PARA
                 END-IF
             END-READ
           END-PERFORM
           CLOSE FEED-REGISTER-FILE
           MOVE 'Y' TO MORE-DATA

           OPEN INPUT BATCH-REGISTER-FILE
           PERFORM UNTIL MORE-DATA = 'N'
             READ BATCH-REGISTER-FILE
               AT END
                 MOVE 'N' TO MORE-DATA
               NOT AT END
                 IF BR-BATCH-NO NUMERIC
                   MOVE BR-BATCH-NO TO WS-SEEN-BATCH
                   PERFORM 255-NOTE-BATCH-NUMBER-PARA
                 END-IF
             END-READ
           END-PERFORM
           CLOSE BATCH-REGISTER-FILE
           MOVE 'Y' TO MORE-DATA.
      *-------------------------------------------------------------
      *MOVES THE NEXT SEQUENCE PAST WS-SEEN-BATCH WHEN IT IS ONE OF
      *TODAY'S FEED BATCH NUMBERS.
       255-NOTE-BATCH-NUMBER-PARA.
           IF WS-SEEN-BATCH >= WS-BATCH-BASE
              AND WS-SEEN-BATCH <= WS-BATCH-BASE + 9
              AND WS-SEEN-BATCH - WS-BATCH-BASE >= WS-BATCH-SEQ
             COMPUTE WS-BATCH-SEQ = WS-SEEN-BATCH - WS-BATCH-BASE + 1
           END-IF.
      *-------------------------------------------------------------
      *SECOND PASS: MAPS EVERY DETAIL RECORD OF THE PROVEN FILE.
       300-MAP-FILE-PARA.
           OPEN INPUT VENDOR-CHANGE-FILE
           OPEN INPUT MASTER-FILE
           PERFORM UNTIL MORE-DATA = 'N'
             READ VENDOR-CHANGE-FILE
               AT END
                 MOVE 'N' TO MORE-DATA
               NOT AT END
                 PERFORM 210-SPLIT-RECORD-PARA
                 IF VF-ACTION NOT = 'HDR' AND VF-ACTION NOT = 'TRL'
                   ADD 1 TO WS-RECORD-NO
                   PERFORM 320-MAP-ONE-RECORD-PARA
                 END-IF
             END-READ
           END-PERFORM
           CLOSE MASTER-FILE
           CLOSE VENDOR-CHANGE-FILE
           MOVE 'Y' TO MORE-DATA.
      *-------------------------------------------------------------
      *MAPS ONE VENDOR ACTION TO A TRANSACTION. THE FIRST PROBLEM
      *FOUND IS THE ONE REPORTED.
       320-MAP-ONE-RECORD-PARA.
           MOVE SPACES    TO WS-MAP-REASON
           MOVE VF-ACTION TO WS-ACTION
           MOVE SPACES    TO WS-FEED-TRANS
           MOVE 'N'       TO WS-ON-MASTER

           EVALUATE TRUE
             WHEN ACTION-HIRE
               MOVE '1' TO WS-FEED-CODE
             WHEN ACTION-PAY
             WHEN ACTION-MOVE
             WHEN ACTION-NAME
               MOVE '2' TO WS-FEED-CODE
             WHEN ACTION-TERM
               MOVE '3' TO WS-FEED-CODE
             WHEN ACTION-REHIRE
               MOVE '4' TO WS-FEED-CODE
             WHEN OTHER
               MOVE 'UNKNOWN VENDOR ACTION' TO WS-MAP-REASON
           END-EVALUATE

           IF WS-MAP-REASON = SPACES
             IF VF-SSNO (1:9) NOT NUMERIC
                OR VF-SSNO (10:11) NOT = SPACES
               MOVE 'SSN IS NOT 9 NUMERIC DIGITS' TO WS-MAP-REASON
             ELSE
               MOVE VF-SSNO (1:9) TO I-SSNO-OUT
               READ MASTER-FILE
                 INVALID KEY
                   MOVE 'N' TO WS-ON-MASTER
                 NOT INVALID KEY
                   MOVE 'Y' TO WS-ON-MASTER
               END-READ
             END-IF
           END-IF

           IF WS-MAP-REASON = SPACES
             PERFORM 330-CHECK-STATUS-PARA
           END-IF
           IF WS-MAP-REASON = SPACES
             PERFORM 340-CHECK-FIELDS-PARA
           END-IF

           IF WS-MAP-REASON = SPACES
             PERFORM 360-BUILD-TRANS-PARA
           ELSE
             ADD 1 TO WS-UNMAPPED-COUNT
             MOVE WS-RECORD-NO  TO EX-RECORD-NO
             MOVE VF-ACTION     TO EX-ACTION
             PERFORM 370-SHOW-VENDOR-SSN-PARA
             MOVE WS-MAP-REASON TO EX-REASON
             WRITE INTERFACE-REPORT-RECORD FROM WS-EXCEPTION-LINE
           END-IF.
      *-------------------------------------------------------------
      *THE ACTION MUST SUIT THE EMPLOYEE AS THE MASTER HAS THEM, THE
      *SAME RULES THE UPDATE JOB WOULD OTHERWISE REJECT ON.
       330-CHECK-STATUS-PARA.
           EVALUATE TRUE
             WHEN ACTION-HIRE AND WS-ON-MASTER = 'Y'
               MOVE 'HIRE FOR AN SSN ALREADY ON CH1501.NDX'
                 TO WS-MAP-REASON
             WHEN ACTION-HIRE
               CONTINUE
             WHEN WS-ON-MASTER = 'N'
               MOVE 'SSN NOT ON CH1501.NDX' TO WS-MAP-REASON
             WHEN ACTION-REHIRE AND NOT EMP-TERMINATED
               MOVE 'REHIRE FOR AN EMPLOYEE NOT TERMINATED'
                 TO WS-MAP-REASON
             WHEN ACTION-REHIRE
               CONTINUE
             WHEN EMP-TERMINATED
               MOVE 'EMPLOYEE IS TERMINATED ON CH1501.NDX'
                 TO WS-MAP-REASON
           END-EVALUATE.
      *-------------------------------------------------------------
      *CHECKS THE FIELDS THE ACTION CARRIES: A HIRE NEEDS A NAME, A
      *SALARY AND A DEPARTMENT; A PAY CHANGE A SALARY; A MOVE A
      *DEPARTMENT; A NAME CHANGE A NAME. ANY DEPARTMENT GIVEN MUST BE
      *ON DEPTTAB.DAT, ANY SALARY MUST READ AS WHOLE DOLLARS AND ANY
      *EFFECTIVE DATE MUST BE A REAL DATE.
       340-CHECK-FIELDS-PARA.
           IF (ACTION-HIRE OR ACTION-NAME) AND VF-NAME = SPACES
             MOVE 'NAME MISSING' TO WS-MAP-REASON
           END-IF
           IF VF-NAME (21:10) NOT = SPACES
             MOVE 'NAME LONGER THAN 20 CHARACTERS' TO WS-MAP-REASON
           END-IF

           MOVE 0 TO WS-FEED-SALARY
           IF VF-SALARY = SPACES
             IF ACTION-HIRE OR ACTION-PAY
               MOVE 'SALARY MISSING' TO WS-MAP-REASON
             END-IF
           ELSE
             IF FUNCTION TEST-NUMVAL (VF-SALARY) NOT = 0
               MOVE 'SALARY IS NOT A NUMBER' TO WS-MAP-REASON
             ELSE
               COMPUTE WS-NUMBER-WORK = FUNCTION NUMVAL (VF-SALARY)
               IF WS-NUMBER-WORK > 99999
                 MOVE 'SALARY TOO LARGE' TO WS-MAP-REASON
               ELSE
                 MOVE WS-NUMBER-WORK TO WS-FEED-SALARY
               END-IF
             END-IF
           END-IF

           IF (ACTION-HIRE OR ACTION-MOVE) AND VF-DEPT = SPACES
             MOVE 'DEPARTMENT MISSING' TO WS-MAP-REASON
           END-IF
           IF VF-DEPT NOT = SPACES
             MOVE 'N' TO WS-DEPT-FOUND
             IF VF-DEPT (5:2) = SPACES
               PERFORM VARYING WS-IX FROM 1 BY 1
                 UNTIL WS-IX > WS-DEPT-COUNT
                   OR WS-DEPT-FOUND = 'Y'
                 IF VF-DEPT (1:4) = WS-DEPT-ENTRY (WS-IX)
                   MOVE 'Y' TO WS-DEPT-FOUND
                 END-IF
               END-PERFORM
             END-IF
             IF WS-DEPT-FOUND = 'N'
               MOVE 'DEPARTMENT NOT ON DEPTTAB.DAT' TO WS-MAP-REASON
             END-IF
           END-IF

           IF VF-EFF-DATE = SPACES
             MOVE WS-FILE-DATE TO WS-FEED-DATE
           ELSE
             IF VF-EFF-DATE (1:8) NOT NUMERIC
                OR VF-EFF-DATE (9:2) NOT = SPACES
               MOVE 'EFFECTIVE DATE IS NOT YYYYMMDD' TO WS-MAP-REASON
             ELSE
               MOVE VF-EFF-DATE (1:8) TO WS-FEED-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD (WS-FEED-DATE) NOT = 0
                 MOVE 'EFFECTIVE DATE IS NOT A REAL DATE'
                   TO WS-MAP-REASON
               END-IF
             END-IF
           END-IF.
      *-------------------------------------------------------------
      *BUILDS THE TRANSACTION, FILLING WHAT THE VENDOR LEFT OUT FROM
      *THE MASTER, AND WRITES IT INTO THE OPEN BATCH.
       360-BUILD-TRANS-PARA.
           MOVE VF-SSNO (1:9) TO FT-SSNO
           MOVE WS-FEED-CODE  TO FT-CODE
           MOVE WS-FEED-DATE  TO FT-DATE
           IF VF-NAME = SPACES
             MOVE I-NAME-OUT    TO FT-NAME
           ELSE
             MOVE VF-NAME (1:20) TO FT-NAME
           END-IF
           IF VF-SALARY = SPACES
             MOVE I-SALARY-OUT  TO FT-SALARY
           ELSE
             MOVE WS-FEED-SALARY TO FT-SALARY
           END-IF
      *A TERMINATION OR REHIRE NEVER MOVES AN EMPLOYEE, AND A BLANK
      *DEPARTMENT ON AN UPDATE MEANS NO TRANSFER.
           IF ACTION-TERM OR ACTION-REHIRE
             MOVE SPACES       TO FT-DEPT
           ELSE
             MOVE VF-DEPT (1:4) TO FT-DEPT
           END-IF

           IF WS-BATCH-OPEN = 'Y' AND WS-BATCH-COUNT >= WS-BATCH-LIMIT
             PERFORM 420-CLOSE-BATCH-PARA
           END-IF
           IF WS-BATCH-OPEN = 'N'
             PERFORM 410-OPEN-BATCH-PARA
           END-IF
           WRITE FEED-BATCH-RECORD FROM WS-FEED-TRANS
           ADD 1         TO WS-BATCH-COUNT
           ADD FT-SALARY TO WS-BATCH-HASH
           ADD 1         TO WS-MAPPED-COUNT
           EVALUATE FT-CODE
             WHEN '1'
               ADD 1 TO WS-HIRE-COUNT
             WHEN '2'
               ADD 1 TO WS-CHANGE-COUNT
             WHEN '3'
               ADD 1 TO WS-TERM-COUNT
             WHEN '4'
               ADD 1 TO WS-REHIRE-COUNT
           END-EVALUATE.
      *-------------------------------------------------------------
      *PUTS THE VENDOR'S SSN ON THE EXCEPTION LINE. ON A RUN NOT
      *AUTHORIZED FOR FULL SSNS ONLY ITS LAST FOUR CHARACTERS SHOW -
      *A MALFORMED SSN IS MASKED THE SAME WAY, SINCE IT IS USUALLY A
      *REAL SSN KEYED WITH DASHES OR A DIGIT SHORT.
       370-SHOW-VENDOR-SSN-PARA.
           MOVE 0 TO WS-SSN-LENGTH
           PERFORM VARYING WS-SSN-IX FROM 1 BY 1 UNTIL WS-SSN-IX > 11
             IF VF-SSNO (WS-SSN-IX:1) NOT = SPACE
               MOVE WS-SSN-IX TO WS-SSN-LENGTH
             END-IF
           END-PERFORM
           IF FULL-SSN-AUTHORIZED OR WS-SSN-LENGTH < 5
             MOVE VF-SSNO TO EX-SSNO
           ELSE
             MOVE SPACES  TO EX-SSNO
             MOVE '*****' TO EX-SSNO (1:5)
             COMPUTE WS-SSN-IX = WS-SSN-LENGTH - 3
             MOVE VF-SSNO (WS-SSN-IX:4) TO EX-SSNO (6:4)
           END-IF.
      *-------------------------------------------------------------
      *OPENS THE NEXT BATCH WITH ITS HEADER.
       410-OPEN-BATCH-PARA.
           IF WS-BATCH-SEQ >= 10
             DISPLAY 'MORE THAN TEN FEED BATCHES TODAY - HOLD THE '
              'REST OF THE FEED FOR TOMORROW. STOPPED.'
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           COMPUTE WS-BATCH-NO = WS-BATCH-BASE + WS-BATCH-SEQ
           IF WS-BATCHES-WRITTEN = 0
             MOVE WS-BATCH-NO TO WS-FIRST-BATCH
           END-IF
           ADD 1 TO WS-BATCH-SEQ
           ADD 1 TO WS-BATCHES-WRITTEN
           MOVE SPACES      TO WS-BATCH-CONTROL
           MOVE 'BATCHHDR'  TO BC-RECORD-TYPE
           MOVE WS-BATCH-NO TO BC-BATCH-NO
           WRITE FEED-BATCH-RECORD FROM WS-BATCH-CONTROL
           MOVE 'Y' TO WS-BATCH-OPEN
           MOVE 0   TO WS-BATCH-COUNT
           MOVE 0   TO WS-BATCH-HASH.
      *-------------------------------------------------------------
      *CLOSES THE OPEN BATCH WITH ITS BALANCING TRAILER AND NOTES IT
      *ON THE REPORT.
       420-CLOSE-BATCH-PARA.
           MOVE SPACES         TO WS-BATCH-CONTROL
           MOVE 'BATCHTRL'     TO BC-RECORD-TYPE
           MOVE WS-BATCH-NO    TO BC-BATCH-NO
           MOVE WS-BATCH-COUNT TO BC-RECORD-COUNT
           MOVE WS-BATCH-HASH  TO BC-SALARY-HASH
           WRITE FEED-BATCH-RECORD FROM WS-BATCH-CONTROL
           MOVE 'N' TO WS-BATCH-OPEN

           MOVE WS-BATCH-NO    TO BL-BATCH-NO
           MOVE WS-BATCH-COUNT TO BL-COUNT
           MOVE WS-BATCH-HASH  TO BL-HASH
           WRITE INTERFACE-REPORT-RECORD FROM WS-BATCH-LINE.
      *-------------------------------------------------------------
      *RECORDS THE FEED AS RECEIVED, SO THE SAME FILE IS REFUSED IF
      *IT IS SENT OR LOADED AGAIN.
       500-REGISTER-FEED-PARA.
           OPEN EXTEND FEED-REGISTER-FILE
           MOVE WS-FILE-ID         TO FR-FILE-ID
           MOVE WS-FILE-DATE       TO FR-FILE-DATE
           MOVE WS-TODAY           TO FR-RECEIVED-DATE
           MOVE WS-FIRST-BATCH     TO FR-FIRST-BATCH
           MOVE WS-BATCHES-WRITTEN TO FR-BATCH-COUNT
           WRITE FEED-REGISTER-RECORD
           CLOSE FEED-REGISTER-FILE.
      ****************************************************************
