       01  ADD-EDIT-SW                       PIC X(1) VALUE 'Y'.
           88  ADD-EDIT-OK                       VALUE 'Y'.
       01  AUTH-REJECTED                     PIC X(1) VALUE SPACE.
       01  CLOSE-EDIT-SW                     PIC X(1) VALUE 'Y'.
           88  CLOSE-EDIT-OK                     VALUE 'Y'.
       01  PAYOUT-ACCOUNT-ID                 PIC X(8).
       01  PAYOUT-METHOD                     PIC X(1).
           88  PAYOUT-BY-TRANSFER                VALUE 'T'.
           88  PAYOUT-IN-CASH                    VALUE 'C'.
       01  CLOSE-RESIDUAL                    PIC S9(9)V99 VALUE ZERO.
       01  CLOSE-HOLD-KEY                    PIC X(16).
       01  CLOSE-OUTX-KEY                    PIC X(19).
       01  CLOSE-BROWSE-DONE                 PIC X(1) VALUE SPACE.
       01  MAINT-AUDIT-RECORD.
      *
           05  MA-KEY.
           05  MA-OLD-STATUS                 PIC X(1).
           05  MA-NEW-STATUS                 PIC X(1).
           05  MA-OPEN-BALANCE               PIC S9(9)V99.
      *
       01  NOTICE-QUEUE-RECORD.
      *
           05  NQ-KEY.
               10  NQ-ACCOUNT-ID             PIC X(8).
               10  NQ-DATE                   PIC S9(7) COMP-3.
               10  NQ-TIME                   PIC S9(7) COMP-3.
               10  NQ-SEQ                    PIC S9(5) COMP-3.
           05  NQ-NOTICE-TYPE                PIC X(2).
           05  NQ-AMOUNT                     PIC S9(9)V99.
           05  NQ-REASON-CODE                PIC X(2).
           05  NQ-REFERENCE                  PIC X(16).
           05  NQ-RAISED-BY                  PIC X(8).
      *
       01  SIGNON-PROFILE-RECORD.
      *
               88  CM-ACCOUNT-FROZEN              VALUE 'F'.
               88  CM-ACCOUNT-DORMANT             VALUE 'D'.
           05  CM-ACCOUNT-TYPE               PIC X(1).
               88  CM-TERM-DEPOSIT               VALUE 'T'.
      *
       01  TARGET-MASTER-RECORD.
      *
           05  TG-ACCOUNT-ID                 PIC X(8).
           05  TG-BALANCE                    PIC S9(9)V99.
           05  TG-CUSTOMER-NAME              PIC X(20).
           05  TG-STATUS                     PIC X(1).
               88  TG-ACCOUNT-OPEN               VALUE 'O'.
           05  TG-ACCOUNT-TYPE               PIC X(1).
               88  TG-TERM-DEPOSIT               VALUE 'T'.
      *
       01  JOURNAL-RECORD.
      *
           05  JR-KEY.
               10  JR-SOURCE-ID              PIC X(8).
               10  JR-DATE                   PIC S9(7) COMP-3.
               10  JR-TIME                   PIC S9(7) COMP-3.
               10  JR-SEQ                    PIC S9(5) COMP-3.
           05  JR-TARGET-ID                  PIC X(8).
           05  JR-AMOUNT                     PIC S9(9)V99.
           05  JR-TRAN-TYPE                  PIC X(1).
           05  JR-OPERATOR-ID                PIC X(8).
      *
       01  HOLD-RECORD.
      *
           05  HF-KEY.
               10  HF-ACCOUNT-ID             PIC X(8).
               10  HF-DATE                   PIC S9(7) COMP-3.
               10  HF-TIME                   PIC S9(7) COMP-3.
           05  HF-AMOUNT                     PIC S9(9)V99.
           05  HF-RELEASE-DATE               PIC S9(7) COMP-3.
           05  HF-STATUS                     PIC X(1).
               88  HF-HELD                       VALUE 'H'.
           05  HF-PLACED-BY                  PIC X(6).
      *
       01  PENDING-APPROVAL-RECORD.
      *
           05  PA-KEY.
               10  PA-SOURCE-ID              PIC X(8).
               10  PA-DATE                   PIC S9(7) COMP-3.
               10  PA-TIME                   PIC S9(7) COMP-3.
           05  PA-TARGET-ID                  PIC X(8).
           05  PA-AMOUNT                     PIC S9(9)V99.
           05  PA-INITIATOR                  PIC X(6).
           05  PA-EXTERNAL-FLAG              PIC X(1).
           05  PA-BANK-CODE                  PIC X(4).
           05  PA-EXTERNAL-ACCT              PIC X(12).
      *
       01  OUTBOUND-TRANSFER-RECORD.
      *
           05  OX-KEY.
               10  OX-SOURCE-ID              PIC X(8).
               10  OX-DATE                   PIC S9(7) COMP-3.
               10  OX-TIME                   PIC S9(7) COMP-3.
               10  OX-SEQ                    PIC S9(5) COMP-3.
           05  OX-BANK-CODE                  PIC X(4).
           05  OX-EXTERNAL-ACCT              PIC X(12).
           05  OX-AMOUNT                     PIC S9(9)V99.
           05  OX-STATUS                     PIC X(1).
               88  OX-PENDING                    VALUE 'P'.
           05  OX-SENT-DATE                  PIC S9(7) COMP-3.
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
       01  STANDING-ORDER-RECORD.
      *
           05  SO-ACCOUNT-ID                 PIC X(8).
           05  SO-TARGET-ID                  PIC X(8).
           05  SO-AMOUNT                     PIC S9(9)V99.
           05  SO-DAY-OF-MONTH               PIC 9(2).
           05  SO-STATUS                     PIC X(1).
               88  SO-ORDER-ACTIVE               VALUE 'A'.
           05  SO-LAST-RUN-DATE              PIC S9(7) COMP-3.
      *
       01  SWEEP-INSTRUCTION-RECORD.
      *
           05  SW-CUSTOMER-NUMBER            PIC X(6).
           05  SW-SAVINGS-SUFFIX             PIC X(2).
           05  SW-FLOOR                      PIC S9(9)V99.
           05  SW-CEILING                    PIC S9(9)V99.
           05  SW-STATUS                     PIC X(1).
               88  SW-SWEEP-ACTIVE               VALUE 'A'.
           05  SW-LAST-RUN-DATE              PIC S9(7) COMP-3.
      *
       01  DRAWER-RECORD.
      *
           05  DW-KEY.
               10  DW-OPERATOR-ID            PIC X(6).
               10  DW-DATE                   PIC S9(7) COMP-3.
           05  DW-OPENING-FLOAT              PIC S9(9)V99.
           05  DW-TOTAL-IN                   PIC S9(9)V99.
           05  DW-TOTAL-OUT                  PIC S9(9)V99.
           05  DW-COUNTED-AMOUNT             PIC S9(9)V99.
           05  DW-COUNTED-FLAG               PIC X(1).
      *
       01  WS-RESP                           PIC S9(8) COMP.
       01  MAINMAP                   PIC X(7) VALUE 'MAINCOB'
                   END-IF
               END-IF.
       CLOSE-CUSTOMER SECTION.
               MOVE 'Y' TO CLOSE-EDIT-SW
               MOVE MAPC41I TO PAYOUT-ACCOUNT-ID
               MOVE MAPE41I TO PAYOUT-METHOD
               EXEC CICS
               READ FILE('CUSTMAS')
               INTO(CUSTOMER-MASTER-RECORD)
               RIDFLD(CM-ACCOUNT-ID)
               UPDATE
               RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                   MOVE 'N' TO CLOSE-EDIT-SW
                   MOVE 'NO SUCH ACCOUNT ON FILE' TO MAPF41O
               ELSE
                   IF CM-ACCOUNT-CLOSED THEN
                       MOVE 'N' TO CLOSE-EDIT-SW
                       MOVE 'ACCOUNT IS ALREADY CLOSED' TO MAPF41O
                   END-IF
               END-IF
               IF CLOSE-EDIT-OK AND CM-BALANCE < ZERO THEN
                   MOVE 'N' TO CLOSE-EDIT-SW
                   MOVE 'ACCOUNT OVERDRAWN - CLEAR IT FIRST' TO MAPF41O
               END-IF
               IF CLOSE-EDIT-OK THEN
                   PERFORM CHECK-CLOSE-HOLDS
               END-IF
               IF CLOSE-EDIT-OK THEN
                   PERFORM CHECK-CLOSE-APPROVALS
               END-IF
               IF CLOSE-EDIT-OK THEN
                   PERFORM CHECK-CLOSE-OUTBOUND
               END-IF
               IF CLOSE-EDIT-OK AND CM-TERM-DEPOSIT THEN
                   PERFORM CHECK-CLOSE-DEPOSIT
               END-IF
               IF CLOSE-EDIT-OK AND CM-BALANCE > ZERO THEN
                   PERFORM EDIT-PAYOUT
               END-IF
               IF CLOSE-EDIT-OK THEN
                   PERFORM SETTLE-AND-CLOSE
               END-IF.
       CHECK-CLOSE-HOLDS SECTION.
               MOVE CM-ACCOUNT-ID TO CLOSE-HOLD-KEY (1:8)
               MOVE LOW-VALUES TO CLOSE-HOLD-KEY (9:8)
               MOVE SPACE TO CLOSE-BROWSE-DONE
               EXEC CICS
               STARTBR FILE('HOLDFIL')
               RIDFLD(CLOSE-HOLD-KEY)
               GTEQ
               RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL) THEN
                   PERFORM CHECK-ONE-HOLD
                       UNTIL CLOSE-BROWSE-DONE = 'Y'
                   EXEC CICS
                   ENDBR FILE('HOLDFIL')
                   END-EXEC
               END-IF.
       CHECK-ONE-HOLD SECTION.
               EXEC CICS
               READNEXT FILE('HOLDFIL')
               INTO(HOLD-RECORD)
               RIDFLD(CLOSE-HOLD-KEY)
               RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   OR HF-ACCOUNT-ID NOT = CM-ACCOUNT-ID THEN
                   MOVE 'Y' TO CLOSE-BROWSE-DONE
               ELSE
                   IF HF-HELD THEN
                       MOVE 'N' TO CLOSE-EDIT-SW
                       MOVE 'Y' TO CLOSE-BROWSE-DONE
                       MOVE 'HOLDS OUTSTANDING - RELEASE THEM FIRST'
                           TO MAPF41O
                   END-IF
               END-IF.
       CHECK-CLOSE-APPROVALS SECTION.
               MOVE CM-ACCOUNT-ID TO CLOSE-HOLD-KEY (1:8)
               MOVE LOW-VALUES TO CLOSE-HOLD-KEY (9:8)
               EXEC CICS
               STARTBR FILE('PNDAPPR')
               RIDFLD(CLOSE-HOLD-KEY)
               GTEQ
               RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL) THEN
                   EXEC CICS
                   READNEXT FILE('PNDAPPR')
                   INTO(PENDING-APPROVAL-RECORD)
                   RIDFLD(CLOSE-HOLD-KEY)
                   RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP = DFHRESP(NORMAL)
                       AND PA-SOURCE-ID = CM-ACCOUNT-ID THEN
                       MOVE 'N' TO CLOSE-EDIT-SW
                       MOVE 'TRANSFER AWAITING APPROVAL ON ACCOUNT'
                           TO MAPF41O
                   END-IF
                   EXEC CICS
                   ENDBR FILE('PNDAPPR')
                   END-EXEC
               END-IF.
       CHECK-CLOSE-OUTBOUND SECTION.
               MOVE CM-ACCOUNT-ID TO CLOSE-OUTX-KEY (1:8)
               MOVE LOW-VALUES TO CLOSE-OUTX-KEY (9:11)
               MOVE SPACE TO CLOSE-BROWSE-DONE
               EXEC CICS
               STARTBR FILE('OUTXFER')
               RIDFLD(CLOSE-OUTX-KEY)
               GTEQ
               RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL) THEN
                   PERFORM CHECK-ONE-OUTBOUND
                       UNTIL CLOSE-BROWSE-DONE = 'Y'
                   EXEC CICS
                   ENDBR FILE('OUTXFER')
                   END-EXEC
               END-IF.
       CHECK-ONE-OUTBOUND SECTION.
               EXEC CICS
               READNEXT FILE('OUTXFER')
               INTO(OUTBOUND-TRANSFER-RECORD)
               RIDFLD(CLOSE-OUTX-KEY)
               RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   OR OX-SOURCE-ID NOT = CM-ACCOUNT-ID THEN
                   MOVE 'Y' TO CLOSE-BROWSE-DONE
               ELSE
                   IF OX-PENDING THEN
                       MOVE 'N' TO CLOSE-EDIT-SW
                       MOVE 'Y' TO CLOSE-BROWSE-DONE
                       MOVE 'EXTERNAL TRANSFER STILL PENDING'
                           TO MAPF41O
                   END-IF
               END-IF.
       CHECK-CLOSE-DEPOSIT SECTION.
               EXEC CICS
               READ FILE('TDEPMAS')
               INTO(TERM-DEPOSIT-RECORD)
               RIDFLD(CM-ACCOUNT-ID)
               RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL) AND TD-DEPOSIT-ACTIVE THEN
                   MOVE 'N' TO CLOSE-EDIT-SW
                   MOVE 'TERM DEPOSIT NOT MATURED - BREAK NEEDED'
                       TO MAPF41O
               END-IF.
       EDIT-PAYOUT SECTION.
               IF NOT PAYOUT-BY-TRANSFER AND NOT PAYOUT-IN-CASH THEN
                   MOVE 'N' TO CLOSE-EDIT-SW
                   MOVE 'PAY RESIDUAL BY T(RANSFER) OR C(ASH)'
                       TO MAPF41O
               END-IF
               IF CLOSE-EDIT-OK AND PAYOUT-BY-TRANSFER THEN
                   IF PAYOUT-ACCOUNT-ID = CM-ACCOUNT-ID THEN
                       MOVE 'N' TO CLOSE-EDIT-SW
                       MOVE 'PAY OUT TO A DIFFERENT ACCOUNT'
                           TO MAPF41O
                   ELSE
                       EXEC CICS
                       READ FILE('CUSTMAS')
                       INTO(TARGET-MASTER-RECORD)
                       RIDFLD(PAYOUT-ACCOUNT-ID)
                       RESP(WS-RESP)
                       END-EXEC
                       IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                           MOVE 'N' TO CLOSE-EDIT-SW
                           MOVE 'PAYOUT ACCOUNT NOT FOUND' TO MAPF41O
                       ELSE
                           IF NOT TG-ACCOUNT-OPEN
                               OR TG-TERM-DEPOSIT THEN
                               MOVE 'N' TO CLOSE-EDIT-SW
                               MOVE 'PAYOUT ACCOUNT CANNOT TAKE CREDIT'
                                   TO MAPF41O
                           END-IF
                       END-IF
                   END-IF
               END-IF.
       SETTLE-AND-CLOSE SECTION.
               MOVE CM-STATUS TO OLD-STATUS
               MOVE CM-BALANCE TO CLOSE-RESIDUAL
               MOVE ZERO TO CM-BALANCE
               MOVE 'C' TO CM-STATUS
               EXEC CICS
               REWRITE FILE('CUSTMAS')
               FROM(CUSTOMER-MASTER-RECORD)
               RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                   MOVE 'N' TO CLOSE-EDIT-SW
                   MOVE 'UNABLE TO UPDATE ACCOUNT STATUS' TO MAPF41O
               END-IF
               IF CLOSE-EDIT-OK AND CLOSE-RESIDUAL > ZERO THEN
                   IF PAYOUT-BY-TRANSFER THEN
                       PERFORM PAY-RESIDUAL-TRANSFER
                   ELSE
                       PERFORM PAY-RESIDUAL-CASH
                   END-IF
               END-IF
               IF CLOSE-EDIT-OK THEN
                   PERFORM CANCEL-CLOSED-ORDER
               END-IF
               IF CLOSE-EDIT-OK THEN
                   PERFORM CANCEL-CLOSED-SWEEP
               END-IF
               IF CLOSE-EDIT-OK THEN
                   IF CLOSE-RESIDUAL > ZERO THEN
                       MOVE 'ACCOUNT CLOSED - RESIDUAL PAID OUT'
                           TO MAPF41O
                   ELSE
                       MOVE 'CUSTOMER ACCOUNT CLOSED' TO MAPF41O
                   END-IF
                   MOVE ZERO TO MA-OPEN-BALANCE
                   PERFORM WRITE-MAINT-AUDIT
                   MOVE 'CL' TO NQ-NOTICE-TYPE
                   MOVE CLOSE-RESIDUAL TO NQ-AMOUNT
                   MOVE SPACES TO NQ-REFERENCE
                   IF CLOSE-RESIDUAL > ZERO THEN
                       IF PAYOUT-BY-TRANSFER THEN
                           MOVE PAYOUT-ACCOUNT-ID TO NQ-REFERENCE
                       ELSE
                           MOVE 'CASH' TO NQ-REFERENCE
                       END-IF
                   END-IF
                   PERFORM QUEUE-CUSTOMER-NOTICE
                   EXEC CICS
                   SYNCPOINT
                   END-EXEC
               ELSE
                   EXEC CICS
                   SYNCPOINT ROLLBACK
                   END-EXEC
               END-IF.
       PAY-RESIDUAL-TRANSFER SECTION.
               EXEC CICS
               READ FILE('CUSTMAS')
               INTO(TARGET-MASTER-RECORD)
               RIDFLD(PAYOUT-ACCOUNT-ID)
               UPDATE
               RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL) THEN
                   ADD CLOSE-RESIDUAL TO TG-BALANCE
                   EXEC CICS
                   REWRITE FILE('CUSTMAS')
                   FROM(TARGET-MASTER-RECORD)
                   RESP(WS-RESP)
                   END-EXEC
               END-IF
               IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                   MOVE 'N' TO CLOSE-EDIT-SW
                   MOVE 'CLOSE FAILED - PAYOUT NOT CREDITED'
                       TO MAPF41O
               ELSE
                   MOVE CM-ACCOUNT-ID TO JR-SOURCE-ID
                   MOVE PAYOUT-ACCOUNT-ID TO JR-TARGET-ID
                   MOVE 'T' TO JR-TRAN-TYPE
                   PERFORM WRITE-CLOSE-JOURNAL
               END-IF
               IF CLOSE-EDIT-OK THEN
                   MOVE PAYOUT-ACCOUNT-ID TO JR-SOURCE-ID
                   MOVE CM-ACCOUNT-ID TO JR-TARGET-ID
                   MOVE 'C' TO JR-TRAN-TYPE
                   PERFORM WRITE-CLOSE-JOURNAL
               END-IF.
       PAY-RESIDUAL-CASH SECTION.
               MOVE CM-ACCOUNT-ID TO JR-SOURCE-ID
               MOVE 'CASH' TO JR-TARGET-ID
               MOVE 'W' TO JR-TRAN-TYPE
               PERFORM WRITE-CLOSE-JOURNAL
               IF CLOSE-EDIT-OK THEN
                   MOVE ADMIN-USER-ID TO DW-OPERATOR-ID
                   MOVE EIBDATE TO DW-DATE
                   EXEC CICS
                   READ FILE('DRAWER')
                   INTO(DRAWER-RECORD)
                   RIDFLD(DW-KEY)
                   UPDATE
                   RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP = DFHRESP(NORMAL) THEN
                       ADD CLOSE-RESIDUAL TO DW-TOTAL-OUT
                       EXEC CICS
                       REWRITE FILE('DRAWER')
                       FROM(DRAWER-RECORD)
                       RESP(WS-RESP)
                       END-EXEC
                   ELSE
                       MOVE ZERO TO DW-OPENING-FLOAT
                       MOVE ZERO TO DW-TOTAL-IN
                       MOVE CLOSE-RESIDUAL TO DW-TOTAL-OUT
                       MOVE ZERO TO DW-COUNTED-AMOUNT
                       MOVE SPACE TO DW-COUNTED-FLAG
                       EXEC CICS
                       WRITE FILE('DRAWER')
                       FROM(DRAWER-RECORD)
                       RIDFLD(DW-KEY)
                       RESP(WS-RESP)
                       END-EXEC
                   END-IF
                   IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                       MOVE 'N' TO CLOSE-EDIT-SW
                       MOVE 'CLOSE FAILED - DRAWER NOT UPDATED'
                           TO MAPF41O
                   END-IF
               END-IF.
       WRITE-CLOSE-JOURNAL SECTION.
               MOVE CLOSE-RESIDUAL TO JR-AMOUNT
               MOVE EIBDATE TO JR-DATE
               MOVE EIBTIME TO JR-TIME
               MOVE ADMIN-USER-ID TO JR-OPERATOR-ID
               PERFORM WRITE-JRNL-RECORD
               IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                   MOVE 'N' TO CLOSE-EDIT-SW
                   MOVE 'CLOSE FAILED - JOURNAL NOT WRITTEN'
                       TO MAPF41O
               END-IF.
       WRITE-JRNL-RECORD SECTION.
               MOVE ZERO TO JR-SEQ
               PERFORM WRITE-JRNL-ONCE
               PERFORM WRITE-JRNL-RETRY
                   UNTIL WS-RESP NOT = DFHRESP(DUPREC)
                   OR JR-SEQ > 99.
       WRITE-JRNL-ONCE SECTION.
               EXEC CICS
               WRITE FILE('JRNL')
               FROM(JOURNAL-RECORD)
               RIDFLD(JR-KEY)
               RESP(WS-RESP)
               END-EXEC.
       WRITE-JRNL-RETRY SECTION.
               ADD 1 TO JR-SEQ
               PERFORM WRITE-JRNL-ONCE.
       CANCEL-CLOSED-ORDER SECTION.
               EXEC CICS
               READ FILE('STORDER')
               INTO(STANDING-ORDER-RECORD)
               RIDFLD(CM-ACCOUNT-ID)
               UPDATE
               RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL) AND SO-ORDER-ACTIVE THEN
                   MOVE 'C' TO SO-STATUS
                   EXEC CICS
                   REWRITE FILE('STORDER')
                   FROM(STANDING-ORDER-RECORD)
                   RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                       MOVE 'N' TO CLOSE-EDIT-SW
                       MOVE 'CLOSE FAILED - ORDER NOT CANCELLED'
                           TO MAPF41O
                   END-IF
               END-IF.
       CANCEL-CLOSED-SWEEP SECTION.
               EXEC CICS
               READ FILE('SWEEPIN')
               INTO(SWEEP-INSTRUCTION-RECORD)
               RIDFLD(CM-CUSTOMER-NUMBER)
               UPDATE
               RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL) AND SW-SWEEP-ACTIVE THEN
                   IF CM-ACCOUNT-SUFFIX = '01'
                       OR CM-ACCOUNT-SUFFIX = SW-SAVINGS-SUFFIX THEN
                       MOVE 'C' TO SW-STATUS
                       EXEC CICS
                       REWRITE FILE('SWEEPIN')
                       FROM(SWEEP-INSTRUCTION-RECORD)
                       RESP(WS-RESP)
                       END-EXEC
                       IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                           MOVE 'N' TO CLOSE-EDIT-SW
                           MOVE 'CLOSE FAILED - SWEEP NOT CANCELLED'
                               TO MAPF41O
                       END-IF
                   END-IF
               END-IF.
       FREEZE-CUSTOMER SECTION.
               MOVE 'F' TO CM-STATUS
               MOVE 'CUSTOMER ACCOUNT FROZEN' TO MAPF41O
                   IF WS-RESP = DFHRESP(NORMAL) THEN
                       MOVE ZERO TO MA-OPEN-BALANCE
                       PERFORM WRITE-MAINT-AUDIT
                       IF CM-ACCOUNT-FROZEN
                           AND OLD-STATUS NOT = 'F' THEN
                           MOVE 'FR' TO NQ-NOTICE-TYPE
                           MOVE ZERO TO NQ-AMOUNT
                           MOVE SPACES TO NQ-REFERENCE
                           PERFORM QUEUE-CUSTOMER-NOTICE
                       END-IF
                   ELSE
                       MOVE 'UNABLE TO UPDATE ACCOUNT STATUS'
                           TO MAPF41O
               IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                   MOVE 'ACTION DONE - AUDIT NOT WRITTEN' TO MAPF41O
               END-IF.
       QUEUE-CUSTOMER-NOTICE SECTION.
               MOVE CM-ACCOUNT-ID TO NQ-ACCOUNT-ID
               MOVE EIBDATE TO NQ-DATE
               MOVE EIBTIME TO NQ-TIME
               MOVE SPACES TO NQ-REASON-CODE
               MOVE ADMIN-USER-ID TO NQ-RAISED-BY
               MOVE ZERO TO NQ-SEQ
               PERFORM WRITE-NOTICE-ONCE
               PERFORM WRITE-NOTICE-RETRY
                   UNTIL WS-RESP NOT = DFHRESP(DUPREC)
                   OR NQ-SEQ > 99
               IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                   MOVE 'ACTION DONE - NOTICE NOT QUEUED' TO MAPF41O
               END-IF.
       WRITE-NOTICE-ONCE SECTION.
               EXEC CICS
               WRITE FILE('NOTICEQ')
               FROM(NOTICE-QUEUE-RECORD)
               RIDFLD(NQ-KEY)
               RESP(WS-RESP)
               END-EXEC.
       WRITE-NOTICE-RETRY SECTION.
               ADD 1 TO NQ-SEQ
               PERFORM WRITE-NOTICE-ONCE.
       KAJC-EXIT.
               EXIT.
