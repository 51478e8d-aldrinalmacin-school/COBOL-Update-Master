      *NAME: ALDRIN JEROME ALMACIN
      *DATE: OCTOBER 15, 2026
      *PURPOSE: MAINTENANCE FOR THE BUSINESS-DAY CALENDAR
      *CALENDAR.DAT. EVERY MONDAY TO FRIDAY IS A BUSINESS DAY AND
      *EVERY SATURDAY AND SUNDAY IS NOT, UNLESS THE CALENDAR SAYS
      *OTHERWISE: THE FILE HOLDS ONLY THE EXCEPTIONS - A HOLIDAY (H)
      *THAT CLOSES A WEEKDAY, OR A WORKING DAY (W) THAT OPENS A
      *WEEKEND DAY - EACH WITH A DESCRIPTION. THE BATCH DRIVER,
      *AGERPT, RECYCLE AND TRANSPND ALL WORK FROM THIS FILE, AND
      *CALLST PRINTS IT. THE OPERATOR GETS AN ADD/DEL/LIST SESSION
      *KEYED BY DATE; A HOLIDAY ON A WEEKEND OR A WORKING DAY ON A
      *WEEKDAY WOULD CHANGE NOTHING AND IS REFUSED, AS IS A SECOND
      *ENTRY FOR THE SAME DATE. THE TABLE IS KEPT IN DATE ORDER AND
      *THE FILE IS REWRITTEN ONLY AT A CLEAN END, SO AN ABANDONED
      *SESSION LEAVES CALENDAR.DAT UNTOUCHED.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALMNT.
      *************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CALENDAR-FILE
             ASSIGN TO 'CALENDAR.DAT'
             ORGANIZATION IS LINE SEQUENTIAL.
      *********************************************************
       DATA DIVISION.
       FILE SECTION.
      *THE CALENDAR RECORD, EXACTLY AS THE BATCH PROGRAMS READ IT.
       FD  CALENDAR-FILE
           RECORD CONTAINS 29 CHARACTERS.
       01  CALENDAR-RECORD.
           05 CA-DATE             PIC 9(8).
           05 CA-TYPE             PIC X.
              88 CA-HOLIDAY               VALUE 'H'.
              88 CA-WORKING-DAY           VALUE 'W'.
           05 CA-DESCRIPTION      PIC X(20).
      *---------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  MORE-DATA               PIC X     VALUE 'Y'.
       01  MORE-REQUESTS           PIC X     VALUE 'Y'.

      *THE WHOLE CALENDAR, LOADED UP FRONT.
       01  WS-CAL-MAX              PIC 9(4)  VALUE 1000.
       01  WS-CAL-COUNT            PIC 9(4)  VALUE 0.
       01  WS-CAL-TABLE.
           05 WS-CAL-ENTRY OCCURS 1000 TIMES.
              10 CT-DATE           PIC 9(8).
              10 CT-TYPE           PIC X.
              10 CT-DESCRIPTION    PIC X(20).
       01  WS-IX                   PIC 9(4)  COMP.
       01  WS-JX                   PIC 9(4)  COMP.
       01  WS-FOUND-IX             PIC 9(4)  COMP.
       01  WS-INSERT-IX            PIC 9(4)  COMP.
       01  WS-CAL-CHANGED          PIC X     VALUE 'N'.
       01  WS-LIST-COUNT           PIC 9(4)  VALUE 0.

       01  WS-COMMAND              PIC X(5)  VALUE SPACES.
       01  WS-DATE-TEXT            PIC X(10) VALUE SPACES.
       01  WS-DATE-IN              PIC 9(8)  VALUE 0.
       01  WS-YEAR-IN              PIC 9(4)  VALUE 0.
       01  WS-TYPE-IN              PIC X     VALUE SPACE.
       01  WS-DESCRIPTION-IN       PIC X(20) VALUE SPACES.
       01  WS-VALID                PIC X     VALUE 'N'.

      *DAY OF THE WEEK: INTEGER DATE 1 (JANUARY 1, 1601) WAS A
      *MONDAY, SO THE INTEGER DATE MODULO 7 GIVES 1 FOR MONDAY
      *THROUGH 6 FOR SATURDAY AND 0 FOR SUNDAY.
       01  WS-WEEKDAY              PIC 9     VALUE 0.
       01  WS-DAY-NAMES            PIC X(21) VALUE
           'SUNMONTUEWEDTHUFRISAT'.
       01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAMES.
           05 WS-DAY-NAME          PIC X(3)  OCCURS 7 TIMES.
       01  WS-DAY-SHOW             PIC X(3)  VALUE SPACES.
       01  WS-TYPE-SHOW            PIC X(11) VALUE SPACES.

      **********************************************************
       PROCEDURE DIVISION.
      *LOADS THE CALENDAR, THEN SERVES MAINTENANCE COMMANDS UNTIL
      *END.
       100-MAIN-PARA.
           PERFORM 150-LOAD-CALENDAR-PARA

           DISPLAY 'BUSINESS-DAY CALENDAR MAINTENANCE - ', WS-CAL-COUNT,
            ' ENTRIES ON FILE.'
           PERFORM UNTIL MORE-REQUESTS = 'N'
             DISPLAY ' '
             DISPLAY 'COMMAND? ADD/DEL/LIST/END:'
             MOVE SPACES TO WS-COMMAND
             ACCEPT WS-COMMAND
             EVALUATE WS-COMMAND
               WHEN 'ADD'
               WHEN 'add'
                 PERFORM 300-ADD-PARA
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

           IF WS-CAL-CHANGED = 'Y'
             PERFORM 500-REWRITE-CALENDAR-PARA
           ELSE
             DISPLAY 'NO CHANGES. CALENDAR.DAT LEFT AS IT WAS.'
           END-IF
           STOP RUN.
      *-------------------------------------------------------------
      *LOADS CALENDAR.DAT INTO THE TABLE.
       150-LOAD-CALENDAR-PARA.
           OPEN INPUT CALENDAR-FILE
           PERFORM UNTIL MORE-DATA = 'N'
             READ CALENDAR-FILE
               AT END
                 MOVE 'N' TO MORE-DATA
               NOT AT END
                 IF WS-CAL-COUNT >= WS-CAL-MAX
                   DISPLAY 'CALENDAR.DAT EXCEEDS ', WS-CAL-MAX,
                    ' ENTRIES. MAINTENANCE STOPPED.'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
                 END-IF
                 ADD 1 TO WS-CAL-COUNT
                 MOVE CA-DATE TO CT-DATE (WS-CAL-COUNT)
                 MOVE CA-TYPE TO CT-TYPE (WS-CAL-COUNT)
                 MOVE CA-DESCRIPTION
                   TO CT-DESCRIPTION (WS-CAL-COUNT)
             END-READ
           END-PERFORM
           CLOSE CALENDAR-FILE
           MOVE 'Y' TO MORE-DATA.
      *-------------------------------------------------------------
      *ADDS ONE HOLIDAY OR WORKING DAY. THE DATE MUST BE A REAL DATE
      *WITH NO ENTRY YET, AND THE ENTRY MUST CHANGE THE DAY: A
      *HOLIDAY GOES ON A WEEKDAY, A WORKING DAY ON A WEEKEND. THE
      *NEW ENTRY IS INSERTED IN DATE ORDER.
       300-ADD-PARA.
           PERFORM 700-GET-DATE-PARA
           IF WS-VALID = 'Y'
             PERFORM 820-FIND-ENTRY-PARA
             IF WS-FOUND-IX > 0
               DISPLAY WS-DATE-IN, ' IS ALREADY ON THE CALENDAR. '
                'DELETE IT FIRST TO CHANGE IT.'
             ELSE
               IF WS-CAL-COUNT >= WS-CAL-MAX
                 DISPLAY 'THE CALENDAR IS FULL. NOTHING ADDED.'
               ELSE
                 PERFORM 720-GET-ENTRY-PARA
                 IF WS-VALID = 'Y'
                   PERFORM 850-INSERT-ENTRY-PARA
                   MOVE 'Y' TO WS-CAL-CHANGED
                   DISPLAY 'CALENDAR ENTRY ADDED: ', WS-DATE-IN, ' ',
                    WS-DAY-SHOW, ' ', WS-TYPE-SHOW
                 END-IF
               END-IF
             END-IF
           END-IF.
      *-------------------------------------------------------------
      *DELETES ONE ENTRY, CLOSING THE GAP IN THE TABLE. THE DAY
      *GOES BACK TO ITS ORDINARY WEEKDAY OR WEEKEND STATUS.
       400-DELETE-PARA.
           PERFORM 700-GET-DATE-PARA
           IF WS-VALID = 'Y'
             PERFORM 820-FIND-ENTRY-PARA
             IF WS-FOUND-IX = 0
               DISPLAY 'NO CALENDAR ENTRY FOR ', WS-DATE-IN,
                '. NOTHING DELETED.'
             ELSE
               PERFORM VARYING WS-IX FROM WS-FOUND-IX BY 1
                 UNTIL WS-IX >= WS-CAL-COUNT
                 COMPUTE WS-JX = WS-IX + 1
                 MOVE WS-CAL-ENTRY (WS-JX) TO WS-CAL-ENTRY (WS-IX)
               END-PERFORM
               SUBTRACT 1 FROM WS-CAL-COUNT
               MOVE 'Y' TO WS-CAL-CHANGED
               DISPLAY 'CALENDAR ENTRY ', WS-DATE-IN, ' DELETED.'
             END-IF
           END-IF.
      *-------------------------------------------------------------
      *LISTS THE ENTRIES FOR ONE YEAR ON THE CONSOLE, OR EVERY ENTRY
      *WHEN NO YEAR IS GIVEN. CALLST PRINTS THE FULL YEAR WITH THE
      *BUSINESS DAYS OF EACH MONTH.
       450-LIST-PARA.
           DISPLAY 'YEAR (YYYY, OR BLANK FOR ALL):'
           MOVE SPACES TO WS-DATE-TEXT
           ACCEPT WS-DATE-TEXT
           MOVE 0 TO WS-YEAR-IN
           IF WS-DATE-TEXT (1:4) NUMERIC
              AND WS-DATE-TEXT (5:6) = SPACES
             MOVE WS-DATE-TEXT (1:4) TO WS-YEAR-IN
           END-IF

           MOVE 0 TO WS-LIST-COUNT
           PERFORM VARYING WS-IX FROM 1 BY 1
             UNTIL WS-IX > WS-CAL-COUNT
             IF WS-YEAR-IN = 0
                OR CT-DATE (WS-IX) (1:4) = WS-DATE-TEXT (1:4)
               MOVE CT-DATE (WS-IX) TO WS-DATE-IN
               MOVE CT-TYPE (WS-IX) TO WS-TYPE-IN
               PERFORM 880-DESCRIBE-DAY-PARA
               DISPLAY CT-DATE (WS-IX), '  ', WS-DAY-SHOW, '  ',
                WS-TYPE-SHOW, '  ', CT-DESCRIPTION (WS-IX)
               ADD 1 TO WS-LIST-COUNT
             END-IF
           END-PERFORM
           DISPLAY WS-LIST-COUNT, ' ENTRIES LISTED.'.
      *-------------------------------------------------------------
      *REWRITES CALENDAR.DAT FROM THE TABLE AT A CLEAN END.
       500-REWRITE-CALENDAR-PARA.
           OPEN OUTPUT CALENDAR-FILE
           PERFORM VARYING WS-IX FROM 1 BY 1
             UNTIL WS-IX > WS-CAL-COUNT
             MOVE CT-DATE (WS-IX)        TO CA-DATE
             MOVE CT-TYPE (WS-IX)        TO CA-TYPE
             MOVE CT-DESCRIPTION (WS-IX) TO CA-DESCRIPTION
             WRITE CALENDAR-RECORD
           END-PERFORM
           CLOSE CALENDAR-FILE
           DISPLAY 'CALENDAR.DAT REWRITTEN - ', WS-CAL-COUNT,
            ' ENTRIES.'.
      *-------------------------------------------------------------
      *PROMPTS FOR THE DATE; WS-VALID SAYS WHETHER IT IS A REAL
      *CALENDAR DATE.
       700-GET-DATE-PARA.
           MOVE 'N' TO WS-VALID
           DISPLAY 'DATE (YYYYMMDD):'
           MOVE SPACES TO WS-DATE-TEXT
           ACCEPT WS-DATE-TEXT
           MOVE 0 TO WS-DATE-IN
           IF WS-DATE-TEXT (1:8) NUMERIC
              AND WS-DATE-TEXT (9:2) = SPACES
             MOVE WS-DATE-TEXT (1:8) TO WS-DATE-IN
           END-IF

           IF WS-DATE-IN = 0
              OR FUNCTION TEST-DATE-YYYYMMDD (WS-DATE-IN) NOT = 0
             DISPLAY 'DATE MUST BE A REAL DATE, YYYYMMDD.'
           ELSE
             MOVE 'Y' TO WS-VALID
           END-IF.
      *-------------------------------------------------------------
      *PROMPTS FOR THE ENTRY TYPE AND DESCRIPTION OF WS-DATE-IN AND
      *REFUSES AN ENTRY THAT WOULD NOT CHANGE THE DAY.
       720-GET-ENTRY-PARA.
           MOVE 'N' TO WS-VALID
           DISPLAY 'TYPE? H (HOLIDAY) OR W (WORKING DAY):'
           MOVE SPACE TO WS-TYPE-IN
           ACCEPT WS-TYPE-IN
           IF WS-TYPE-IN = 'h'
             MOVE 'H' TO WS-TYPE-IN
           END-IF
           IF WS-TYPE-IN = 'w'
             MOVE 'W' TO WS-TYPE-IN
           END-IF
           PERFORM 880-DESCRIBE-DAY-PARA

           EVALUATE TRUE
             WHEN WS-TYPE-IN NOT = 'H' AND WS-TYPE-IN NOT = 'W'
               DISPLAY 'TYPE MUST BE H OR W. REFUSED.'
             WHEN WS-TYPE-IN = 'H'
                  AND (WS-WEEKDAY = 0 OR WS-WEEKDAY = 6)
               DISPLAY WS-DATE-IN, ' IS A ', WS-DAY-SHOW,
                ' - ALREADY A NON-BUSINESS DAY. REFUSED.'
             WHEN WS-TYPE-IN = 'W'
                  AND WS-WEEKDAY NOT = 0 AND WS-WEEKDAY NOT = 6
               DISPLAY WS-DATE-IN, ' IS A ', WS-DAY-SHOW,
                ' - ALREADY A BUSINESS DAY. REFUSED.'
             WHEN OTHER
               DISPLAY 'DESCRIPTION (UP TO 20 CHARACTERS):'
               MOVE SPACES TO WS-DESCRIPTION-IN
               ACCEPT WS-DESCRIPTION-IN
               IF WS-DESCRIPTION-IN = SPACES
                 DISPLAY 'A DESCRIPTION IS REQUIRED. REFUSED.'
               ELSE
                 MOVE 'Y' TO WS-VALID
               END-IF
           END-EVALUATE.
      *-------------------------------------------------------------
      *SEARCHES THE TABLE FOR WS-DATE-IN. WS-FOUND-IX GETS THE ENTRY
      *NUMBER, OR ZERO WHEN THE DATE HAS NO ENTRY.
       820-FIND-ENTRY-PARA.
           MOVE 0 TO WS-FOUND-IX
           PERFORM VARYING WS-IX FROM 1 BY 1
             UNTIL WS-IX > WS-CAL-COUNT
               OR WS-FOUND-IX > 0
             IF CT-DATE (WS-IX) = WS-DATE-IN
               MOVE WS-IX TO WS-FOUND-IX
             END-IF
           END-PERFORM.
      *-------------------------------------------------------------
      *INSERTS THE NEW ENTRY IN DATE ORDER.
       850-INSERT-ENTRY-PARA.
           MOVE 0 TO WS-INSERT-IX
           PERFORM VARYING WS-IX FROM 1 BY 1
             UNTIL WS-IX > WS-CAL-COUNT
               OR WS-INSERT-IX > 0
             IF CT-DATE (WS-IX) > WS-DATE-IN
               MOVE WS-IX TO WS-INSERT-IX
             END-IF
           END-PERFORM
           IF WS-INSERT-IX = 0
             COMPUTE WS-INSERT-IX = WS-CAL-COUNT + 1
           END-IF
           PERFORM VARYING WS-IX FROM WS-CAL-COUNT BY -1
             UNTIL WS-IX < WS-INSERT-IX
             COMPUTE WS-JX = WS-IX + 1
             MOVE WS-CAL-ENTRY (WS-IX) TO WS-CAL-ENTRY (WS-JX)
           END-PERFORM
           ADD 1 TO WS-CAL-COUNT
           MOVE WS-DATE-IN        TO CT-DATE (WS-INSERT-IX)
           MOVE WS-TYPE-IN        TO CT-TYPE (WS-INSERT-IX)
           MOVE WS-DESCRIPTION-IN TO CT-DESCRIPTION (WS-INSERT-IX).
      *-------------------------------------------------------------
      *WORKS OUT THE DAY OF THE WEEK OF WS-DATE-IN AND THE WORDS
      *FOR THE ENTRY TYPE IN WS-TYPE-IN.
       880-DESCRIBE-DAY-PARA.
           COMPUTE WS-WEEKDAY = FUNCTION MOD
             (FUNCTION INTEGER-OF-DATE (WS-DATE-IN), 7)
           MOVE WS-DAY-NAME (WS-WEEKDAY + 1) TO WS-DAY-SHOW
           EVALUATE WS-TYPE-IN
             WHEN 'H'
               MOVE 'HOLIDAY'     TO WS-TYPE-SHOW
             WHEN 'W'
               MOVE 'WORKING DAY' TO WS-TYPE-SHOW
             WHEN OTHER
               MOVE SPACES        TO WS-TYPE-SHOW
           END-EVALUATE.
      ****************************************************************
