      *NAME: ALDRIN JEROME ALMACIN
      *DATE: OCTOBER 15, 2026
      *PURPOSE: MAINTENANCE FOR THE ACCOUNT HOLDER FILE ACCTHLDR.NDX
      *- THE NAME AND MAILING ADDRESS BEHIND EACH LEDGER ACCOUNT,
      *KEYED BY THE SAME ACCOUNT NUMBER AS MASTER.DAT. THE LEDGER
      *RECORD ITSELF IS ONLY A NUMBER, A BALANCE AND FLAGS, SO
      *MONTH-END STATEMENTS USED TO BE MATCHED TO ENVELOPES BY HAND
      *FROM A SEPARATE LIST. THE HOLDER RECORD IS KEYED HERE BEFORE
      *THE ACCOUNT IS OPENED - THE BATCH UPDATE (ASSIGN3) REFUSES AN
      *ADD FOR AN ACCOUNT WITH NO HOLDER ON FILE - AND STMT, STMTRUN
      *AND ACCTINQ READ IT. COMMANDS: ADD, CHG (EACH FIELD LEFT
      *BLANK IS KEPT; A NEW ADDRESS CLEARS A RETURNED-MAIL FLAG),
      *RTN (THE POST OFFICE SENT A STATEMENT BACK - THE ACCOUNT IS
      *HELD OUT OF THE STATEMENT RUN UNTIL THE ADDRESS IS FIXED),
      *DEL (ONLY ONCE THE ACCOUNT IS GONE FROM MASTER.DAT OR
      *SOFT-DELETED), LIST AND END. CHANGES ARE WRITTEN TO THE
      *INDEXED FILE AS EACH COMMAND COMPLETES.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. HLDRMNT.
      *************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *CREATED ON THE FIRST SESSION IF IT DOES NOT YET EXIST.
           SELECT OPTIONAL ACCOUNT-HOLDER-FILE
             ASSIGN TO 'ACCTHLDR.NDX'
             ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC
             RECORD KEY IS AH-ACCT-NO.

           SELECT LEDGER-MASTER-FILE
             ASSIGN TO 'MASTER.DAT'
             ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC
             RECORD KEY IS M-ACCT-NO.
      *********************************************************
       DATA DIVISION.
       FILE SECTION.
      *ONE RECORD PER LEDGER ACCOUNT. AH-RETURNED-MAIL = 'Y' HOLDS
      *THE ACCOUNT OUT OF THE STATEMENT RUN; AH-RETURNED-DATE IS
      *WHEN THE MAIL CAME BACK.
       FD  ACCOUNT-HOLDER-FILE
           RECORD CONTAINS 144 CHARACTERS.
       01  ACCOUNT-HOLDER-RECORD.
           05 AH-ACCT-NO          PIC X(5).
           05 AH-NAME             PIC X(30).
           05 AH-ADDRESS-1        PIC X(30).
           05 AH-ADDRESS-2        PIC X(30).
           05 AH-ADDRESS-3        PIC X(30).
           05 AH-POSTAL-CODE      PIC X(10).
           05 AH-RETURNED-MAIL    PIC X.
              88 MAIL-RETURNED            VALUE 'Y'.
           05 AH-RETURNED-DATE    PIC 9(8).

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
      *---------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  MORE-DATA               PIC X     VALUE 'Y'.
       01  MORE-REQUESTS           PIC X     VALUE 'Y'.
       01  WS-TODAY                PIC 9(8)  VALUE 0.
       01  WS-COMMAND              PIC X(5)  VALUE SPACES.
       01  WS-ACCT-IN              PIC X(5)  VALUE SPACES.
       01  WS-TEXT-IN              PIC X(30) VALUE SPACES.
       01  WS-CONFIRM              PIC X     VALUE SPACE.
       01  WS-ADDRESS-CHANGED      PIC X     VALUE 'N'.
       01  WS-ON-FILE              PIC X     VALUE 'N'.
       01  WS-LIST-COUNT           PIC 9(5)  VALUE 0.
       01  WS-RETURNED-COUNT       PIC 9(5)  VALUE 0.

      **********************************************************
       PROCEDURE DIVISION.
      *SERVES ONE MAINTENANCE COMMAND AT A TIME UNTIL END.
       100-MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
           OPEN I-O   ACCOUNT-HOLDER-FILE
           OPEN INPUT LEDGER-MASTER-FILE

           DISPLAY 'ACCOUNT HOLDER MAINTENANCE'
           PERFORM UNTIL MORE-REQUESTS = 'N'
             DISPLAY ' '
             DISPLAY 'COMMAND? ADD/CHG/RTN/DEL/LIST/END:'
             MOVE SPACES TO WS-COMMAND
             ACCEPT WS-COMMAND
             EVALUATE WS-COMMAND
               WHEN 'ADD'
               WHEN 'add'
                 PERFORM 300-ADD-PARA
               WHEN 'CHG'
               WHEN 'chg'
                 PERFORM 350-CHANGE-PARA
               WHEN 'RTN'
               WHEN 'rtn'
                 PERFORM 380-RETURNED-MAIL-PARA
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

           CLOSE ACCOUNT-HOLDER-FILE
           CLOSE LEDGER-MASTER-FILE
           DISPLAY 'ACCOUNT HOLDER MAINTENANCE ENDED.'
           STOP RUN.
      *-------------------------------------------------------------
      *ADDS ONE HOLDER RECORD. THE ACCOUNT NEED NOT BE ON MASTER.DAT
      *YET - THE HOLDER IS NORMALLY KEYED AHEAD OF THE ADD THAT
      *OPENS THE ACCOUNT. A NAME AND A FIRST ADDRESS LINE ARE
      *REQUIRED; A STATEMENT CANNOT BE MAILED WITHOUT THEM.
       300-ADD-PARA.
           PERFORM 700-GET-ACCT-PARA
           IF WS-ACCT-IN = SPACES
             DISPLAY 'NO ACCOUNT GIVEN. NOTHING ADDED.'
           ELSE
             PERFORM 820-READ-HOLDER-PARA
             IF WS-ON-FILE = 'Y'
               DISPLAY 'ACCOUNT ', WS-ACCT-IN, ' ALREADY HAS A '
                'HOLDER (', AH-NAME, '). USE CHG.'
             ELSE
               MOVE SPACES     TO ACCOUNT-HOLDER-RECORD
               MOVE WS-ACCT-IN TO AH-ACCT-NO
               MOVE 'N'        TO AH-RETURNED-MAIL
               MOVE 0          TO AH-RETURNED-DATE
               DISPLAY 'HOLDER NAME:'
               ACCEPT AH-NAME
               DISPLAY 'ADDRESS LINE 1:'
               ACCEPT AH-ADDRESS-1
               DISPLAY 'ADDRESS LINE 2 (ENTER = NONE):'
               ACCEPT AH-ADDRESS-2
               DISPLAY 'ADDRESS LINE 3 (ENTER = NONE):'
               ACCEPT AH-ADDRESS-3
               DISPLAY 'POSTAL CODE:'
               ACCEPT AH-POSTAL-CODE
               IF AH-NAME = SPACES OR AH-ADDRESS-1 = SPACES
                 DISPLAY 'NAME AND ADDRESS LINE 1 ARE REQUIRED. '
                  'NOTHING ADDED.'
               ELSE
                 WRITE ACCOUNT-HOLDER-RECORD
                   INVALID KEY
                     DISPLAY 'ACCOUNT ', WS-ACCT-IN, ' COULD NOT BE '
                      'ADDED.'
                   NOT INVALID KEY
                     DISPLAY 'HOLDER ADDED FOR ACCOUNT ', WS-ACCT-IN,
                      '.'
                 END-WRITE
                 MOVE WS-ACCT-IN TO M-ACCT-NO
                 READ LEDGER-MASTER-FILE
                   INVALID KEY
                     DISPLAY 'NOTE: ACCOUNT ', WS-ACCT-IN, ' IS NOT '
                      'ON MASTER.DAT YET - THE ADD MAY NOW BE KEYED.'
                 END-READ
               END-IF
             END-IF
           END-IF.
      *-------------------------------------------------------------
      *CHANGES AN EXISTING HOLDER. EACH FIELD LEFT BLANK KEEPS ITS
      *VALUE. A CHANGED ADDRESS OR POSTAL CODE IS TAKEN AS THE
      *CORRECTED ADDRESS, SO ANY RETURNED-MAIL FLAG IS CLEARED AND
      *THE ACCOUNT GOES BACK INTO THE STATEMENT RUN.
       350-CHANGE-PARA.
           PERFORM 700-GET-ACCT-PARA
           PERFORM 820-READ-HOLDER-PARA
           IF WS-ON-FILE = 'N'
             DISPLAY 'ACCOUNT ', WS-ACCT-IN, ' HAS NO HOLDER. '
              'USE ADD.'
           ELSE
             PERFORM 600-SHOW-HOLDER-PARA
             MOVE 'N' TO WS-ADDRESS-CHANGED
             DISPLAY 'NEW NAME (ENTER = NO CHANGE):'
             MOVE SPACES TO WS-TEXT-IN
             ACCEPT WS-TEXT-IN
             IF WS-TEXT-IN NOT = SPACES
               MOVE WS-TEXT-IN TO AH-NAME
             END-IF
             DISPLAY 'NEW ADDRESS LINE 1 (ENTER = NO CHANGE):'
             MOVE SPACES TO WS-TEXT-IN
             ACCEPT WS-TEXT-IN
             IF WS-TEXT-IN NOT = SPACES
               MOVE WS-TEXT-IN TO AH-ADDRESS-1
               MOVE 'Y' TO WS-ADDRESS-CHANGED
             END-IF
             DISPLAY 'NEW ADDRESS LINE 2 (ENTER = NO CHANGE, '
              '* = CLEAR):'
             MOVE SPACES TO WS-TEXT-IN
             ACCEPT WS-TEXT-IN
             PERFORM 650-APPLY-LINE-2-PARA
             DISPLAY 'NEW ADDRESS LINE 3 (ENTER = NO CHANGE, '
              '* = CLEAR):'
             MOVE SPACES TO WS-TEXT-IN
             ACCEPT WS-TEXT-IN
             PERFORM 660-APPLY-LINE-3-PARA
             DISPLAY 'NEW POSTAL CODE (ENTER = NO CHANGE):'
             MOVE SPACES TO WS-TEXT-IN
             ACCEPT WS-TEXT-IN
             IF WS-TEXT-IN NOT = SPACES
               MOVE WS-TEXT-IN TO AH-POSTAL-CODE
               MOVE 'Y' TO WS-ADDRESS-CHANGED
             END-IF
             IF WS-ADDRESS-CHANGED = 'Y' AND MAIL-RETURNED
               MOVE 'N' TO AH-RETURNED-MAIL
               MOVE 0   TO AH-RETURNED-DATE
               DISPLAY 'RETURNED-MAIL FLAG CLEARED - THE ACCOUNT '
                'IS BACK IN THE STATEMENT RUN.'
             END-IF
             REWRITE ACCOUNT-HOLDER-RECORD
             DISPLAY 'HOLDER FOR ACCOUNT ', WS-ACCT-IN, ' CHANGED.'
           END-IF.
      *-------------------------------------------------------------
      *FLAGS THE HOLDER'S ADDRESS AS RETURNED BY THE POST OFFICE.
      *THE STATEMENT RUN PUTS THE ACCOUNT ON ITS HOLD LISTING
      *INSTEAD OF MAILING IT AGAIN, UNTIL CHG GIVES A NEW ADDRESS.
       380-RETURNED-MAIL-PARA.
           PERFORM 700-GET-ACCT-PARA
           PERFORM 820-READ-HOLDER-PARA
           IF WS-ON-FILE = 'N'
             DISPLAY 'ACCOUNT ', WS-ACCT-IN, ' HAS NO HOLDER. '
              'NOTHING FLAGGED.'
           ELSE
             IF MAIL-RETURNED
               DISPLAY 'ACCOUNT ', WS-ACCT-IN, ' IS ALREADY FLAGGED '
                'RETURNED MAIL SINCE ', AH-RETURNED-DATE, '.'
             ELSE
               PERFORM 600-SHOW-HOLDER-PARA
               DISPLAY 'FLAG THIS ADDRESS AS RETURNED MAIL (Y/N):'
               MOVE SPACE TO WS-CONFIRM
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
                 MOVE 'Y'      TO AH-RETURNED-MAIL
                 MOVE WS-TODAY TO AH-RETURNED-DATE
                 REWRITE ACCOUNT-HOLDER-RECORD
                 DISPLAY 'ACCOUNT ', WS-ACCT-IN, ' FLAGGED RETURNED '
                  'MAIL - STATEMENTS HELD UNTIL THE ADDRESS IS '
                  'CHANGED.'
               ELSE
                 DISPLAY 'NOT CONFIRMED. NOTHING FLAGGED.'
               END-IF
             END-IF
           END-IF.
      *-------------------------------------------------------------
      *DELETES A HOLDER RECORD. REFUSED WHILE THE ACCOUNT IS STILL
      *OPEN (ACTIVE OR DORMANT) ON MASTER.DAT - AN OPEN ACCOUNT
      *MUST ALWAYS HAVE SOMEBODY TO MAIL ITS STATEMENT TO.
       400-DELETE-PARA.
           PERFORM 700-GET-ACCT-PARA
           PERFORM 820-READ-HOLDER-PARA
           IF WS-ON-FILE = 'N'
             DISPLAY 'ACCOUNT ', WS-ACCT-IN, ' HAS NO HOLDER. '
              'NOTHING DELETED.'
           ELSE
             MOVE WS-ACCT-IN TO M-ACCT-NO
             READ LEDGER-MASTER-FILE
               INVALID KEY
                 MOVE 'N' TO M-ACTIVE
             END-READ
             IF ACTIVE OR DORMANT
               DISPLAY 'ACCOUNT ', WS-ACCT-IN, ' IS STILL OPEN ON '
                'MASTER.DAT. NOTHING DELETED.'
             ELSE
               DELETE ACCOUNT-HOLDER-FILE RECORD
                 INVALID KEY
                   DISPLAY 'ACCOUNT ', WS-ACCT-IN, ' COULD NOT BE '
                    'DELETED.'
                 NOT INVALID KEY
                   DISPLAY 'HOLDER FOR ACCOUNT ', WS-ACCT-IN,
                    ' DELETED.'
               END-DELETE
             END-IF
           END-IF.
      *-------------------------------------------------------------
      *LISTS EVERY HOLDER ON THE CONSOLE IN ACCOUNT ORDER, FLAGGING
      *THE RETURNED-MAIL ADDRESSES.
       450-LIST-PARA.
           MOVE 0 TO WS-LIST-COUNT
           MOVE 0 TO WS-RETURNED-COUNT
           MOVE LOW-VALUES TO AH-ACCT-NO
           START ACCOUNT-HOLDER-FILE
             KEY IS NOT LESS THAN AH-ACCT-NO
             INVALID KEY
               MOVE 'N' TO MORE-DATA
           END-START
           PERFORM UNTIL MORE-DATA = 'N'
             READ ACCOUNT-HOLDER-FILE NEXT RECORD
               AT END
                 MOVE 'N' TO MORE-DATA
               NOT AT END
                 ADD 1 TO WS-LIST-COUNT
                 IF MAIL-RETURNED
                   ADD 1 TO WS-RETURNED-COUNT
                   DISPLAY AH-ACCT-NO, '  ', AH-NAME, '  ',
                    AH-POSTAL-CODE, '  RETURNED ', AH-RETURNED-DATE
                 ELSE
                   DISPLAY AH-ACCT-NO, '  ', AH-NAME, '  ',
                    AH-POSTAL-CODE
                 END-IF
             END-READ
           END-PERFORM
           MOVE 'Y' TO MORE-DATA
           DISPLAY WS-LIST-COUNT, ' HOLDERS ON FILE, ',
            WS-RETURNED-COUNT, ' FLAGGED RETURNED MAIL.'.
      *-------------------------------------------------------------
      *SHOWS THE HOLDER RECORD JUST READ.
       600-SHOW-HOLDER-PARA.
           DISPLAY 'ACCOUNT ', AH-ACCT-NO, '  ', AH-NAME
           DISPLAY '        ', AH-ADDRESS-1
           IF AH-ADDRESS-2 NOT = SPACES
             DISPLAY '        ', AH-ADDRESS-2
           END-IF
           IF AH-ADDRESS-3 NOT = SPACES
             DISPLAY '        ', AH-ADDRESS-3
           END-IF
           DISPLAY '        ', AH-POSTAL-CODE
           IF MAIL-RETURNED
             DISPLAY 'RETURNED MAIL SINCE ', AH-RETURNED-DATE
           END-IF.
      *-------------------------------------------------------------
      *APPLIES THE ANSWER FOR ADDRESS LINE 2: BLANK KEEPS IT, AN
      *ASTERISK CLEARS IT, ANYTHING ELSE REPLACES IT.
       650-APPLY-LINE-2-PARA.
           IF WS-TEXT-IN = '*'
             MOVE SPACES TO AH-ADDRESS-2
             MOVE 'Y' TO WS-ADDRESS-CHANGED
           ELSE
             IF WS-TEXT-IN NOT = SPACES
               MOVE WS-TEXT-IN TO AH-ADDRESS-2
               MOVE 'Y' TO WS-ADDRESS-CHANGED
             END-IF
           END-IF.
      *-------------------------------------------------------------
      *APPLIES THE ANSWER FOR ADDRESS LINE 3, AS FOR LINE 2.
       660-APPLY-LINE-3-PARA.
           IF WS-TEXT-IN = '*'
             MOVE SPACES TO AH-ADDRESS-3
             MOVE 'Y' TO WS-ADDRESS-CHANGED
           ELSE
             IF WS-TEXT-IN NOT = SPACES
               MOVE WS-TEXT-IN TO AH-ADDRESS-3
               MOVE 'Y' TO WS-ADDRESS-CHANGED
             END-IF
           END-IF.
      *-------------------------------------------------------------
      *PROMPTS FOR THE ACCOUNT BEING WORKED.
       700-GET-ACCT-PARA.
           DISPLAY 'LEDGER ACCOUNT (5 CHARACTERS):'
           MOVE SPACES TO WS-ACCT-IN
           ACCEPT WS-ACCT-IN.
      *-------------------------------------------------------------
      *READS THE HOLDER FOR WS-ACCT-IN. WS-ON-FILE SAYS WHETHER
      *THERE IS ONE.
       820-READ-HOLDER-PARA.
           MOVE WS-ACCT-IN TO AH-ACCT-NO
           READ ACCOUNT-HOLDER-FILE
             INVALID KEY
               MOVE 'N' TO WS-ON-FILE
             NOT INVALID KEY
               MOVE 'Y' TO WS-ON-FILE
           END-READ.
      ****************************************************************
