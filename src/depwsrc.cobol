               88  CM-ACCOUNT-FROZEN              VALUE 'F'.
               88  CM-ACCOUNT-DORMANT             VALUE 'D'.
           05  CM-ACCOUNT-TYPE               PIC X(1).
               88  CM-SAVINGS-ACCOUNT            VALUE 'S'.
               88  CM-TERM-DEPOSIT               VALUE 'T'.
      *
       01  JOURNAL-RECORD.
      *
           05  HF-STATUS                     PIC X(1).
               88  HF-HELD                       VALUE 'H'.
           05  HF-PLACED-BY                  PIC X(6).
      *
       01  TERM-DEPOSIT-RECORD.
      *
           05  TD-ACCOUNT-ID                 PIC X(8).
           05  TD-LINKED-ACCOUNT             PIC X(8).
           05  TD-PRINCIPAL                  PIC S9(9)V99.
           05  TD-RATE                       PIC V9(4).
           05  TD-TERM-MONTHS                PIC 9(3).
           05  TD-OPEN-DATE                  PIC S9(7) COMP-3.
           05  TD-MATURITY-DATE              PIC S9(7) COMP-3.
           05  TD-INSTRUCTION                PIC X(1).
           05  TD-STATUS                     PIC X(1).
               88  TD-DEPOSIT-ACTIVE             VALUE 'A'.
           05  TD-BREAK-DATE                 PIC S9(7) COMP-3.
           05  TD-BREAK-BY                   PIC X(6).
           05  TD-PENALTY                    PIC S9(9)V99.
           05  TD-INTEREST-PAID              PIC S9(9)V99.
           05  TD-LAST-MATURED               PIC S9(7) COMP-3.
      *
       01  HOLD-BROWSE-KEY                   PIC X(16).
       01  HOLD-BROWSE-DONE                  PIC X(1) VALUE SPACE.
       01  TOTAL-HOLDS                       PIC S9(9)V99 VALUE ZERO.
       01  AVAILABLE-BALANCE                 PIC S9(9)V99 VALUE ZERO.
      *
       01  OVERDRAFT-LIMIT-RECORD.
      *
           05  OD-ACCOUNT-ID                 PIC X(8).
           05  OD-LIMIT                      PIC S9(9)V99.
           05  OD-SET-DATE                   PIC S9(7) COMP-3.
           05  OD-SET-BY                     PIC X(6).
           05  OD-OVERDRAWN-SINCE            PIC S9(7) COMP-3.
           05  OD-LAST-CHARGED               PIC S9(7) COMP-3.
      *
       01  SYSTEM-PARAMETER-RECORD.
      *
           05  PM-KEY                        PIC X(8).
           05  PM-AMOUNT                     PIC 9(9)V99.
           05  PM-RATE                       PIC V999.
      *
       01  PARM-KEY                          PIC X(8).
      *
       01  SAVINGS-WITHDRAWAL-RECORD.
      *
           05  SV-ACCOUNT-ID                 PIC X(8).
           05  SV-CYCLE-START                PIC S9(7) COMP-3.
           05  SV-WITHDRAWAL-COUNT           PIC S9(3) COMP-3.
           05  SV-EXCESS-COUNT               PIC S9(3) COMP-3.
           05  SV-EXCESS-FEES                PIC S9(9)V99.
           05  SV-REFUSED-COUNT              PIC S9(3) COMP-3.
           05  SV-LAST-DATE                  PIC S9(7) COMP-3.
      *
       01  SAVINGS-WITHDRAWAL-LIMIT          PIC S9(3) VALUE 6.
       01  SAVINGS-EXCESS-FEE                PIC S9(9)V99 VALUE 10.
       01  SAVINGS-COUNT-FOUND               PIC X(1) VALUE SPACE.
       01  EXCESS-FEE-DUE                    PIC S9(9)V99 VALUE ZERO.
      *
       01  DRAWER-RECORD.
      *
               END-IF.
       POST-CASH SECTION.
               MOVE SPACE TO POSTING-REJECTED
               MOVE ZERO TO EXCESS-FEE-DUE
               IF CASH-AMOUNT NOT > ZERO THEN
                   MOVE 'Y' TO POSTING-REJECTED
                   MOVE 'AMOUNT MUST BE GREATER THAN ZERO' TO MAPF61O
               IF POSTING-REJECTED NOT = 'Y' THEN
                   PERFORM BALANCE-REF
               END-IF
               IF POSTING-REJECTED NOT = 'Y' THEN
                   IF ACTION-CODE = 'W' THEN
                       PERFORM CHECK-TERM-DEPOSIT
                   END-IF
               END-IF
               IF POSTING-REJECTED NOT = 'Y' THEN
                   IF ACTION-CODE = 'W' THEN
                       PERFORM CHECK-SAVINGS-COUNT
                   END-IF
               END-IF
               IF POSTING-REJECTED NOT = 'Y' THEN
                   IF ACTION-CODE = 'W' THEN
                       PERFORM COMPUTE-AVAILABLE
                   END-IF
                   IF ACTION-CODE = 'W'
                       AND CASH-AMOUNT + EXCESS-FEE-DUE >
                           AVAILABLE-BALANCE THEN
                       EXEC CICS
                       SYNCPOINT ROLLBACK
                       END-EXEC
                       MOVE 'Y' TO POSTING-REJECTED
                       MOVE 'WITHDRAWAL REJECTED - INSUFFICIENT FUNDS'
                           TO MAPF61O
                   IF ACTION-CODE = 'D' THEN
                       COMPUTE CM-BALANCE = CM-BALANCE + CASH-AMOUNT
                   ELSE
                       COMPUTE CM-BALANCE =
                           CM-BALANCE - CASH-AMOUNT - EXCESS-FEE-DUE
                   END-IF
                   EXEC CICS
                   REWRITE FILE('CUSTMAS')
                       PERFORM BALANCE-REF
                   ELSE
                       PERFORM WRITE-JOURNAL
                       IF POSTING-REJECTED NOT = 'Y' THEN
                           PERFORM WRITE-JOURNAL-FEE
                       END-IF
                       IF POSTING-REJECTED NOT = 'Y' THEN
                           PERFORM UPDATE-DRAWER
                       END-IF
                           IF ACTION-CODE = 'D' THEN
                               MOVE 'CASH DEPOSIT POSTED' TO MAPF61O
                           ELSE
                               IF EXCESS-FEE-DUE > ZERO THEN
                                   MOVE 'WITHDRAWAL POSTED - EXCESS FEE'
                                       TO MAPF61O
                               ELSE
                                   MOVE 'CASH WITHDRAWAL POSTED'
                                       TO MAPF61O
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF.
       CHECK-TERM-DEPOSIT SECTION.
               IF CM-TERM-DEPOSIT THEN
                   EXEC CICS
                   READ FILE('TDEPMAS')
                   INTO(TERM-DEPOSIT-RECORD)
                   RIDFLD(USER-ID)
                   RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP NOT = DFHRESP(NORMAL)
                       OR TD-DEPOSIT-ACTIVE THEN
                       MOVE 'Y' TO POSTING-REJECTED
                       MOVE 'TERM DEPOSIT NOT MATURED - BREAK NEEDED'
                           TO MAPF61O
                   END-IF
               END-IF.
       CHECK-SAVINGS-COUNT SECTION.
               IF CM-SAVINGS-ACCOUNT THEN
                   PERFORM LOAD-SAVINGS-PARAMETERS
                   PERFORM READ-SAVINGS-COUNT
                   IF SV-WITHDRAWAL-COUNT NOT < SAVINGS-WITHDRAWAL-LIMIT
                       AND SAVINGS-EXCESS-FEE = ZERO THEN
                       EXEC CICS
                       SYNCPOINT ROLLBACK
                       END-EXEC
                       MOVE 'Y' TO POSTING-REJECTED
                       MOVE 'SAVINGS WITHDRAWAL LIMIT REACHED'
                           TO MAPF61O
                       PERFORM RECORD-SAVINGS-REFUSAL
                   ELSE
                       PERFORM COUNT-SAVINGS-WITHDRAWAL
                   END-IF
               END-IF.
       LOAD-SAVINGS-PARAMETERS SECTION.
               MOVE 'SAVWDLMX' TO PARM-KEY
               EXEC CICS
               READ FILE('SYSPARM')
               INTO(SYSTEM-PARAMETER-RECORD)
               RIDFLD(PARM-KEY)
               RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL) THEN
                   MOVE PM-AMOUNT TO SAVINGS-WITHDRAWAL-LIMIT
               END-IF
               MOVE 'SAVWDLFE' TO PARM-KEY
               EXEC CICS
               READ FILE('SYSPARM')
               INTO(SYSTEM-PARAMETER-RECORD)
               RIDFLD(PARM-KEY)
               RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL) THEN
                   MOVE PM-AMOUNT TO SAVINGS-EXCESS-FEE
               END-IF.
       READ-SAVINGS-COUNT SECTION.
               EXEC CICS
               READ FILE('SAVWDL')
               INTO(SAVINGS-WITHDRAWAL-RECORD)
               RIDFLD(USER-ID)
               UPDATE
               RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL) THEN
                   MOVE 'Y' TO SAVINGS-COUNT-FOUND
               ELSE
                   MOVE SPACE TO SAVINGS-COUNT-FOUND
                   MOVE USER-ID TO SV-ACCOUNT-ID
                   MOVE EIBDATE TO SV-CYCLE-START
                   MOVE ZERO TO SV-WITHDRAWAL-COUNT
                   MOVE ZERO TO SV-EXCESS-COUNT
                   MOVE ZERO TO SV-EXCESS-FEES
                   MOVE ZERO TO SV-REFUSED-COUNT
               END-IF.
       COUNT-SAVINGS-WITHDRAWAL SECTION.
               ADD 1 TO SV-WITHDRAWAL-COUNT
               IF SV-WITHDRAWAL-COUNT > SAVINGS-WITHDRAWAL-LIMIT THEN
                   MOVE SAVINGS-EXCESS-FEE TO EXCESS-FEE-DUE
                   ADD 1 TO SV-EXCESS-COUNT
                   ADD SAVINGS-EXCESS-FEE TO SV-EXCESS-FEES
               END-IF
               MOVE EIBDATE TO SV-LAST-DATE
               PERFORM SAVE-SAVINGS-COUNT
               IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                   EXEC CICS
                   SYNCPOINT ROLLBACK
                   END-EXEC
                   MOVE 'Y' TO POSTING-REJECTED
                   MOVE 'POSTING FAILED - COUNT NOT UPDATED'
                       TO MAPF61O
               END-IF.
       RECORD-SAVINGS-REFUSAL SECTION.
               PERFORM READ-SAVINGS-COUNT
               ADD 1 TO SV-REFUSED-COUNT
               MOVE EIBDATE TO SV-LAST-DATE
               PERFORM SAVE-SAVINGS-COUNT.
       SAVE-SAVINGS-COUNT SECTION.
               IF SAVINGS-COUNT-FOUND = 'Y' THEN
                   EXEC CICS
                   REWRITE FILE('SAVWDL')
                   FROM(SAVINGS-WITHDRAWAL-RECORD)
                   RESP(WS-RESP)
                   END-EXEC
               ELSE
                   EXEC CICS
                   WRITE FILE('SAVWDL')
                   FROM(SAVINGS-WITHDRAWAL-RECORD)
                   RIDFLD(SV-ACCOUNT-ID)
                   RESP(WS-RESP)
                   END-EXEC
               END-IF.
       COMPUTE-AVAILABLE SECTION.
               MOVE ZERO TO TOTAL-HOLDS
               MOVE USER-ID TO HOLD-BROWSE-KEY (1:8)
                   ENDBR FILE('HOLDFIL')
                   END-EXEC
               END-IF
               COMPUTE AVAILABLE-BALANCE = CM-BALANCE - TOTAL-HOLDS
               PERFORM ADD-OVERDRAFT-LIMIT.
       ADD-OVERDRAFT-LIMIT SECTION.
               EXEC CICS
               READ FILE('ODLIMIT')
               INTO(OVERDRAFT-LIMIT-RECORD)
               RIDFLD(USER-ID)
               RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL) THEN
                   ADD OD-LIMIT TO AVAILABLE-BALANCE
               END-IF.
       ADD-ONE-HOLD SECTION.
               EXEC CICS
               READNEXT FILE('HOLDFIL')
                       TO MAPF61O
                   PERFORM BALANCE-REF
               END-IF.
       WRITE-JOURNAL-FEE SECTION.
               IF EXCESS-FEE-DUE > ZERO THEN
                   MOVE USER-ID TO JR-SOURCE-ID
                   MOVE 'FEEXSWDL' TO JR-TARGET-ID
                   MOVE EXCESS-FEE-DUE TO JR-AMOUNT
                   MOVE EIBDATE TO JR-DATE
                   MOVE EIBTIME TO JR-TIME
                   MOVE 'F' TO JR-TRAN-TYPE
                   MOVE OPER-ID TO JR-OPERATOR-ID
                   PERFORM WRITE-JRNL-RECORD
                   IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                       EXEC CICS
                       SYNCPOINT ROLLBACK
                       END-EXEC
                       MOVE 'Y' TO POSTING-REJECTED
                       MOVE 'POSTING FAILED - JOURNAL NOT WRITTEN'
                           TO MAPF61O
                       PERFORM BALANCE-REF
                   END-IF
               END-IF.
       WRITE-JRNL-RECORD SECTION.
               MOVE ZERO TO JR-SEQ
               PERFORM WRITE-JRNL-ONCE
