      *NAME: ALDRIN JEROME ALMACIN
      *DATE: SEPTEMBER 3, 2026
      *PURPOSE: MAINTENANCE FOR THE OPERATOR SECURITY FILE
      *OPERSEC.DAT THAT CONTROLS ACCTINQ AND EMPINQ SIGN-ONS. ADDING OR
      *REVOKING AN OPERATOR USED TO MEAN EDITING A TABLE INSIDE
      *ACCTINQ AND RECOMPILING; NOW IT IS AN ADD/CHG/REVOKE HERE.
      *EACH OPERATOR RECORD CARRIES THE ID, THE PERMISSION LEVEL
      *(M = MAINTENANCE, A = APPROVER - MAINTENANCE PLUS DECIDING
      *OTHER OPERATORS' QUEUED ADJUSTMENTS AND DEACTIVATIONS ON
      *ACCTINQ, I = INQUIRY-ONLY, P = PAYROLL PAY-ACTION ENTRY ON
      *EMPINQ) AND THE ACTIVE FLAG -
      *A REVOKED OPERATOR STAYS ON FILE FLAGGED 'N', SO THE RECORD
      *OF WHO ONCE HELD AUTHORITY IS NOT LOST. A SEPARATE PRIVACY
      *FLAG, GRANTED OR WITHDRAWN WITH PRIV, SAYS WHETHER THE
      *OPERATOR MAY ASK FOR FULL SSNS ON PRINTED REPORTS - IT SITS
      *BESIDE THE PERMISSION LEVEL, NOT IN IT, SO ANY LEVEL CAN
      *HOLD IT. A RECORD WRITTEN BEFORE THE FLAG EXISTED READS AS
      *NOT AUTHORIZED. THE FILE IS
      *REWRITTEN ONLY AT A CLEAN END, SO AN ABANDONED SESSION
      *LEAVES IT UNTOUCHED.

       FILE SECTION.
      *THE OPERATOR SECURITY RECORD, EXACTLY AS ACCTINQ READS IT.
       FD  OPERATOR-SECURITY-FILE
           RECORD CONTAINS 8 CHARACTERS.
       01  OPERATOR-SECURITY-RECORD.
           05 OS-OPERATOR-ID   PIC X(5).
           05 OS-PERMISSION    PIC X.
           05 OS-ACTIVE        PIC X.
           05 OS-PRIVACY       PIC X.
      *---------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  MORE-DATA               PIC X     VALUE 'Y'.
              10 ST-OPERATOR-ID    PIC X(5).
              10 ST-PERMISSION     PIC X.
              10 ST-ACTIVE         PIC X.
              10 ST-PRIVACY        PIC X.
       01  WS-IX                   PIC 9(3)  COMP.
       01  WS-FOUND-IX             PIC 9(3)  COMP.
       01  WS-SEC-CHANGED          PIC X     VALUE 'N'.
       01  WS-COMMAND              PIC X(6)  VALUE SPACES.
       01  WS-OPER-IN              PIC X(5)  VALUE SPACES.
       01  WS-PERM-IN              PIC X     VALUE SPACE.
           88 VALID-PERMISSION           VALUE 'M' 'A' 'I' 'P'.
       01  WS-PRIV-IN              PIC X     VALUE SPACE.
           88 VALID-PRIVACY              VALUE 'Y' 'N'.

      **********************************************************
       PROCEDURE DIVISION.
            WS-SEC-COUNT, ' OPERATORS ON FILE.'
           PERFORM UNTIL MORE-REQUESTS = 'N'
             DISPLAY ' '
             DISPLAY 'COMMAND? ADD/CHG/REVOKE/PRIV/LIST/END:'
             MOVE SPACES TO WS-COMMAND
             ACCEPT WS-COMMAND
             EVALUATE WS-COMMAND
               WHEN 'REVOKE'
               WHEN 'revoke'
                 PERFORM 400-REVOKE-PARA
               WHEN 'PRIV'
               WHEN 'priv'
                 PERFORM 420-PRIVACY-PARA
               WHEN 'LIST'
               WHEN 'list'
                 PERFORM 450-LIST-PARA
                   TO ST-PERMISSION (WS-SEC-COUNT)
                 MOVE OS-ACTIVE
                   TO ST-ACTIVE (WS-SEC-COUNT)
                 IF OS-PRIVACY = 'Y'
                   MOVE 'Y' TO ST-PRIVACY (WS-SEC-COUNT)
                 ELSE
                   MOVE 'N' TO ST-PRIVACY (WS-SEC-COUNT)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE OPERATOR-SECURITY-FILE
                  'NOTHING ADDED.'
               ELSE
                 PERFORM 710-GET-PERMISSION-PARA
                 IF VALID-PERMISSION
                   ADD 1 TO WS-SEC-COUNT
                   MOVE WS-OPER-IN
                     TO ST-OPERATOR-ID (WS-SEC-COUNT)
                   MOVE WS-PERM-IN
                     TO ST-PERMISSION (WS-SEC-COUNT)
                   MOVE 'Y' TO ST-ACTIVE (WS-SEC-COUNT)
                   MOVE 'N' TO ST-PRIVACY (WS-SEC-COUNT)
                   MOVE 'Y' TO WS-SEC-CHANGED
                   DISPLAY 'OPERATOR ', WS-OPER-IN, ' ADDED WITH '
                    'PERMISSION ', WS-PERM-IN, '.'
                 ELSE
                   DISPLAY 'PERMISSION MUST BE M, A, I OR P. '
                    'NOTHING ADDED.'
                 END-IF
               END-IF
              'USE ADD.'
           ELSE
             PERFORM 710-GET-PERMISSION-PARA
             IF VALID-PERMISSION
               MOVE WS-PERM-IN TO ST-PERMISSION (WS-FOUND-IX)
               MOVE 'Y'        TO ST-ACTIVE (WS-FOUND-IX)
               MOVE 'Y'        TO WS-SEC-CHANGED
               DISPLAY 'OPERATOR ', WS-OPER-IN, ' NOW ACTIVE WITH '
                'PERMISSION ', WS-PERM-IN, '.'
             ELSE
               DISPLAY 'PERMISSION MUST BE M, A, I OR P. NO CHANGE.'
             END-IF
           END-IF.
      *-------------------------------------------------------------
             DISPLAY 'OPERATOR ', WS-OPER-IN, ' REVOKED.'
           END-IF.
      *-------------------------------------------------------------
      *GRANTS (Y) OR WITHDRAWS (N) THE PRIVACY FLAG THAT LETS AN
      *OPERATOR RUN THE REPORTS WITH FULL SSNS. A NEW OPERATOR
      *STARTS WITHOUT IT; A REVOKED OPERATOR KEEPS THE FLAG ON FILE
      *BUT THE REPORTS REFUSE AN INACTIVE OPERATOR ANYWAY.
       420-PRIVACY-PARA.
           PERFORM 700-GET-OPERATOR-PARA
           PERFORM 820-FIND-OPERATOR-PARA
           IF WS-FOUND-IX = 0
             DISPLAY 'OPERATOR ', WS-OPER-IN, ' IS NOT ON FILE.'
           ELSE
             DISPLAY 'FULL SSNS ON REPORTS? Y=GRANT N=WITHDRAW:'
             MOVE SPACE TO WS-PRIV-IN
             ACCEPT WS-PRIV-IN
             IF VALID-PRIVACY
               MOVE WS-PRIV-IN TO ST-PRIVACY (WS-FOUND-IX)
               MOVE 'Y'        TO WS-SEC-CHANGED
               IF WS-PRIV-IN = 'Y'
                 DISPLAY 'OPERATOR ', WS-OPER-IN, ' MAY NOW PRINT '
                  'FULL SSNS.'
               ELSE
                 DISPLAY 'OPERATOR ', WS-OPER-IN, ' NO LONGER '
                  'PRINTS FULL SSNS.'
               END-IF
             ELSE
               DISPLAY 'ANSWER MUST BE Y OR N. NO CHANGE.'
             END-IF
           END-IF.
      *-------------------------------------------------------------
      *LISTS EVERY OPERATOR ON THE CONSOLE.
       450-LIST-PARA.
           PERFORM VARYING WS-IX FROM 1 BY 1
             UNTIL WS-IX > WS-SEC-COUNT
             DISPLAY ST-OPERATOR-ID (WS-IX),
              '  PERMISSION ', ST-PERMISSION (WS-IX),
              '  ACTIVE ', ST-ACTIVE (WS-IX),
              '  FULL SSN ', ST-PRIVACY (WS-IX)
           END-PERFORM
           DISPLAY WS-SEC-COUNT, ' OPERATORS ON FILE.'.
      *-------------------------------------------------------------
             MOVE ST-OPERATOR-ID (WS-IX) TO OS-OPERATOR-ID
             MOVE ST-PERMISSION (WS-IX)  TO OS-PERMISSION
             MOVE ST-ACTIVE (WS-IX)      TO OS-ACTIVE
             MOVE ST-PRIVACY (WS-IX)     TO OS-PRIVACY
             WRITE OPERATOR-SECURITY-RECORD
           END-PERFORM
           CLOSE OPERATOR-SECURITY-FILE
      *-------------------------------------------------------------
      *PROMPTS FOR THE PERMISSION LEVEL.
       710-GET-PERMISSION-PARA.
           DISPLAY 'PERMISSION? M=MAINTENANCE A=APPROVER '
            'I=INQUIRY-ONLY P=PAYROLL ENTRY:'
           MOVE SPACE TO WS-PERM-IN
           ACCEPT WS-PERM-IN.
      *-------------------------------------------------------------
