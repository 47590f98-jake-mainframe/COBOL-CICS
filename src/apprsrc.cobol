           05  CM-STATUS                     PIC X(1).
               88  CM-ACCOUNT-OPEN               VALUE 'O'.
           05  CM-ACCOUNT-TYPE               PIC X(1).
               88  CM-SAVINGS-ACCOUNT            VALUE 'S'.
      *
       01  TARGET-MASTER-RECORD.
      *
           05  JR-AMOUNT                     PIC S9(9)V99.
           05  JR-TRAN-TYPE                  PIC X(1).
           05  JR-OPERATOR-ID                PIC X(8).
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
       01  SAVINGS-LIMIT-REFUSED             PIC X(1) VALUE SPACE.
       01  EXCESS-FEE-DUE                    PIC S9(9)V99 VALUE ZERO.
      *
       01  BROWSE-ROW-COUNT                  PIC 9(1) VALUE 0.
       01  WS-RESP                           PIC S9(8) COMP.
                   END-IF
               END-IF
               IF ACTION-FAILED NOT = 'Y' THEN
                   MOVE SPACE TO SAVINGS-LIMIT-REFUSED
                   MOVE ZERO TO EXCESS-FEE-DUE
                   IF PA-EXTERNAL-TRANSFER THEN
                       PERFORM POST-APPROVED-EXTERNAL
                   ELSE
                       PERFORM POST-APPROVED-TRANSFER
                   END-IF
                   IF SAVINGS-LIMIT-REFUSED = 'Y' THEN
                       PERFORM RECORD-SAVINGS-REFUSAL
                   END-IF
               END-IF
               IF ACTION-FAILED NOT = 'Y' THEN
                   EXEC CICS
                       EXEC CICS
                       SYNCPOINT
                       END-EXEC
                       IF EXCESS-FEE-DUE > ZERO THEN
                           MOVE 'APPROVED AND POSTED - EXCESS FEE'
                               TO MAPF81O
                       ELSE
                           MOVE 'TRANSFER APPROVED AND POSTED'
                               TO MAPF81O
                       END-IF
                   END-IF
               END-IF.
       REJECT-ITEM SECTION.
                   END-IF
               END-IF
               IF ACTION-FAILED NOT = 'Y' THEN
                   PERFORM CHECK-SAVINGS-COUNT
               END-IF
               IF ACTION-FAILED NOT = 'Y' THEN
                   PERFORM READ-OVERDRAFT-LIMIT
                   IF PA-AMOUNT + EXCESS-FEE-DUE > CM-BALANCE + OD-LIMIT
                       THEN
                       MOVE 'Y' TO ACTION-FAILED
                       MOVE 'INSUFFICIENT FUNDS - CANNOT APPROVE'
                           TO MAPF81O
                   END-IF
               END-IF
               IF ACTION-FAILED NOT = 'Y' THEN
                   COMPUTE CM-BALANCE =
                       CM-BALANCE - PA-AMOUNT - EXCESS-FEE-DUE
                   EXEC CICS
                   REWRITE FILE('CUSTMAS')
                   FROM(CUSTOMER-MASTER-RECORD)
                   MOVE 'C' TO JR-TRAN-TYPE
                   PERFORM WRITE-ONE-JOURNAL
               END-IF
               IF ACTION-FAILED NOT = 'Y' THEN
                   PERFORM WRITE-JOURNAL-FEE
               END-IF
               IF ACTION-FAILED = 'Y' THEN
                   EXEC CICS
                   SYNCPOINT ROLLBACK
                   END-IF
               END-IF
               IF ACTION-FAILED NOT = 'Y' THEN
                   PERFORM CHECK-SAVINGS-COUNT
               END-IF
               IF ACTION-FAILED NOT = 'Y' THEN
                   PERFORM READ-OVERDRAFT-LIMIT
                   IF PA-AMOUNT + EXCESS-FEE-DUE > CM-BALANCE + OD-LIMIT
                       THEN
                       MOVE 'Y' TO ACTION-FAILED
                       MOVE 'INSUFFICIENT FUNDS - CANNOT APPROVE'
                           TO MAPF81O
                   END-IF
               END-IF
               IF ACTION-FAILED NOT = 'Y' THEN
                   COMPUTE CM-BALANCE =
                       CM-BALANCE - PA-AMOUNT - EXCESS-FEE-DUE
                   EXEC CICS
                   REWRITE FILE('CUSTMAS')
                   FROM(CUSTOMER-MASTER-RECORD)
                   MOVE 'X' TO JR-TRAN-TYPE
                   PERFORM WRITE-ONE-JOURNAL
               END-IF
               IF ACTION-FAILED NOT = 'Y' THEN
                   PERFORM WRITE-JOURNAL-FEE
               END-IF
               IF ACTION-FAILED = 'Y' THEN
                   EXEC CICS
                   SYNCPOINT ROLLBACK
                   END-EXEC
               END-IF.
       CHECK-SAVINGS-COUNT SECTION.
               IF CM-SAVINGS-ACCOUNT THEN
                   PERFORM LOAD-SAVINGS-PARAMETERS
                   PERFORM READ-SAVINGS-COUNT
                   IF SV-WITHDRAWAL-COUNT NOT < SAVINGS-WITHDRAWAL-LIMIT
                       AND SAVINGS-EXCESS-FEE = ZERO THEN
                       MOVE 'Y' TO ACTION-FAILED
                       MOVE 'Y' TO SAVINGS-LIMIT-REFUSED
                       MOVE 'SAVINGS WITHDRAWAL LIMIT REACHED'
                           TO MAPF81O
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
               RIDFLD(PA-SOURCE-ID)
               UPDATE
               RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL) THEN
                   MOVE 'Y' TO SAVINGS-COUNT-FOUND
               ELSE
                   MOVE SPACE TO SAVINGS-COUNT-FOUND
                   MOVE PA-SOURCE-ID TO SV-ACCOUNT-ID
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
                   MOVE 'Y' TO ACTION-FAILED
                   MOVE 'APPROVAL FAILED - COUNT NOT UPDATED'
                       TO MAPF81O
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
       WRITE-JOURNAL-FEE SECTION.
               IF EXCESS-FEE-DUE > ZERO THEN
                   MOVE PA-SOURCE-ID TO JR-SOURCE-ID
                   MOVE EIBDATE TO JR-DATE
                   MOVE EIBTIME TO JR-TIME
                   MOVE 'FEEXSWDL' TO JR-TARGET-ID
                   MOVE EXCESS-FEE-DUE TO JR-AMOUNT
                   MOVE 'F' TO JR-TRAN-TYPE
                   PERFORM WRITE-ONE-JOURNAL
               END-IF.
       READ-OVERDRAFT-LIMIT SECTION.
               EXEC CICS
               READ FILE('ODLIMIT')
               INTO(OVERDRAFT-LIMIT-RECORD)
               RIDFLD(PA-SOURCE-ID)
               RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                   MOVE ZERO TO OD-LIMIT
               END-IF.
       WRITE-OUTX-RECORD SECTION.
               MOVE ZERO TO OX-SEQ
               PERFORM WRITE-OUTX-ONCE
