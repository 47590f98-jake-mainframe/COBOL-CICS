       ID DIVISION.
       PROGRAM-ID.    LOANCOB.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  SECRET-MESSAGE                    PIC X(9) VALUE 'TELLNOONE'.
       01  WS-COMM.
           05  OPER-USER-ID                  PIC X(6).
      *
       01  ACTION-CODE                       PIC X(1).
       01  AUTH-REJECTED                     PIC X(1) VALUE SPACE.
       01  LOAN-CHANGE-SW                    PIC X(1) VALUE 'Y'.
           88  LOAN-CHANGE-OK                    VALUE 'Y'.
       01  MONTHLY-RATE                      PIC V9(9).
       01  GROWTH-FACTOR                     PIC 9(9)V9(9).
       01  OUTSTANDING-BALANCE               PIC S9(9)V99.
       01  ARREARS-TOTAL                     PIC S9(9)V99.
       01  LOAN-MASTER-RECORD.
      *
           05  LN-ACCOUNT-ID.
               10  LN-CUSTOMER-NUMBER        PIC X(6).
               10  LN-ACCOUNT-SUFFIX         PIC X(2).
           05  LN-REPAY-ACCOUNT              PIC X(8).
           05  LN-PRINCIPAL                  PIC S9(9)V99.
           05  LN-ANNUAL-RATE                PIC V9(4).
           05  LN-TERM-MONTHS                PIC 9(3).
           05  LN-PAYMENT-DAY                PIC 9(2).
           05  LN-INSTALMENT                 PIC S9(9)V99.
           05  LN-OPEN-DATE                  PIC S9(7) COMP-3.
           05  LN-INSTALMENTS-BILLED         PIC 9(3).
           05  LN-LAST-BILLED-DATE           PIC S9(7) COMP-3.
           05  LN-ARREARS-PRINCIPAL          PIC S9(9)V99.
           05  LN-ARREARS-INTEREST           PIC S9(9)V99.
           05  LN-ARREARS-SINCE              PIC S9(7) COMP-3.
           05  LN-STATUS                     PIC X(1).
               88  LN-LOAN-ACTIVE                VALUE 'A'.
               88  LN-LOAN-PAID-OFF              VALUE 'P'.
      *
       01  MAINT-AUDIT-RECORD.
      *
           05  MA-KEY.
               10  MA-CUSTOMER-NUMBER        PIC X(8).
               10  MA-DATE                   PIC S9(7) COMP-3.
               10  MA-TIME                   PIC S9(7) COMP-3.
           05  MA-OPERATOR-ID                PIC X(6).
           05  MA-ACTION-CODE                PIC X(1).
           05  MA-OLD-STATUS                 PIC X(1).
           05  MA-NEW-STATUS                 PIC X(1).
           05  MA-OPEN-BALANCE               PIC S9(9)V99.
      *
       01  SIGNON-PROFILE-RECORD.
      *
           05  SP-USER-ID                    PIC X(6).
           05  SP-ROLE                       PIC X(1).
               88  SP-ROLE-SUPERVISOR             VALUE 'S'.
               88  SP-ROLE-ADMIN                  VALUE 'A'.
      *
       01  CUSTOMER-MASTER-RECORD.
      *
           05  CM-ACCOUNT-ID.
               10  CM-CUSTOMER-NUMBER        PIC X(6).
               10  CM-ACCOUNT-SUFFIX         PIC X(2).
           05  CM-BALANCE                    PIC S9(9)V99.
           05  CM-CUSTOMER-NAME              PIC X(20).
           05  CM-STATUS                     PIC X(1).
               88  CM-ACCOUNT-OPEN               VALUE 'O'.
           05  CM-ACCOUNT-TYPE               PIC X(1).
               88  CM-LOAN-ACCOUNT               VALUE 'L'.
      *
       01  TARGET-MASTER-RECORD.
      *
           05  TG-ACCOUNT-ID.
               10  TG-CUSTOMER-NUMBER        PIC X(6).
               10  TG-ACCOUNT-SUFFIX         PIC X(2).
           05  TG-BALANCE                    PIC S9(9)V99.
           05  TG-CUSTOMER-NAME              PIC X(20).
           05  TG-STATUS                     PIC X(1).
               88  TG-ACCOUNT-OPEN               VALUE 'O'.
           05  TG-ACCOUNT-TYPE               PIC X(1).
               88  TG-CHECKING-ACCOUNT           VALUE 'C'.
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
       01  WS-RESP                           PIC S9(8) COMP.
       01  MAINMAP                   PIC X(7) VALUE 'MAINCOB'.
       COPY TESTMSD.
       COPY DFHAID.
       LINKAGE SECTION.
       01  DFHCOMMAREA PIC X(100).
       PROCEDURE DIVISION.
               IF EIBAID = DFHCLEAR THEN
                   EXEC CICS RETURN END-EXEC.
               END-IF
               IF EIBAID = DFHPF2 THEN
                   EXEC CICS XCTL PROGRAM(MAINMAP) END-EXEC.
               END-IF
               IF EIBCALEN NOT = 0 THEN
                   MOVE DFHCOMMAREA TO WS-COMM
                   EXEC CICS
                   RECEIVE MAP('LOANMAP') MAPSET('TESTMSD') NOHANDLE
                   END-EXEC
                   MOVE MAPA06I TO LN-ACCOUNT-ID
                   MOVE MAPC06I TO LN-REPAY-ACCOUNT
                   MOVE MAPE06I TO LN-PRINCIPAL
                   MOVE MAPB06I TO LN-ANNUAL-RATE
                   MOVE MAPD06I TO LN-TERM-MONTHS
                   MOVE MAPG06I TO LN-PAYMENT-DAY
                   MOVE MAPK06I TO ACTION-CODE
                   PERFORM CHECK-AUTHORITY
                   IF AUTH-REJECTED NOT = 'Y' THEN
                       EVALUATE ACTION-CODE
                           WHEN 'S'
                               PERFORM SETUP-LOAN
                           WHEN 'I'
                               PERFORM INQUIRE-LOAN
                           WHEN OTHER
                               MOVE 'INVALID ACTION - USE S OR I'
                                   TO MAPF06O
                       END-EVALUATE
                   END-IF
               END-IF
               EXEC CICS
               SEND MAP('LOANMAP') MAPSET('TESTMSD') ERASE
               END-EXEC
               EXEC CICS RETURN
                   TRANSID('LOAN') COMMAREA(WS-COMM)
               END-EXEC.
       CHECK-AUTHORITY SECTION.
               MOVE SPACE TO AUTH-REJECTED
               EXEC CICS ASSIGN USERID(OPER-USER-ID) END-EXEC
               EXEC CICS
               READ FILE('OPERPROF')
               INTO(SIGNON-PROFILE-RECORD)
               RIDFLD(OPER-USER-ID)
               RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                   MOVE 'Y' TO AUTH-REJECTED
                   MOVE 'NOT AUTHORIZED - NO OPERATOR PROFILE'
                       TO MAPF06O
               ELSE
                   IF NOT SP-ROLE-SUPERVISOR AND NOT SP-ROLE-ADMIN
                       THEN
                       MOVE 'Y' TO AUTH-REJECTED
                       MOVE 'NOT AUTHORIZED - SUPERVISOR ROLE NEEDED'
                           TO MAPF06O
                   END-IF
               END-IF.
       SETUP-LOAN SECTION.
               PERFORM EDIT-LOAN-FIELDS
               IF LOAN-CHANGE-OK THEN
                   PERFORM COMPUTE-INSTALMENT
               END-IF
               IF LOAN-CHANGE-OK THEN
                   PERFORM OPEN-LOAN-ACCOUNT
               END-IF
               IF LOAN-CHANGE-OK THEN
                   PERFORM PAY-OUT-PRINCIPAL
               END-IF
               IF LOAN-CHANGE-OK THEN
                   PERFORM WRITE-LOAN-JOURNAL
               END-IF
               IF LOAN-CHANGE-OK THEN
                   PERFORM WRITE-LOAN-RECORD
               END-IF
               IF LOAN-CHANGE-OK THEN
                   MOVE 'LOAN SET UP - PRINCIPAL PAID TO REPAYMENT ACCT'
                       TO MAPF06O
                   MOVE SPACE TO MA-OLD-STATUS
                   PERFORM WRITE-MAINT-AUDIT
                   EXEC CICS
                   SYNCPOINT
                   END-EXEC
                   MOVE LN-INSTALMENT TO MAPH06O
                   MOVE LN-PRINCIPAL TO MAPJ06O
                   MOVE ZERO TO MAPL06O
               END-IF.
       INQUIRE-LOAN SECTION.
               EXEC CICS
               READ FILE('LOANMAS')
               INTO(LOAN-MASTER-RECORD)
               RIDFLD(LN-ACCOUNT-ID)
               RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                   MOVE 'NO LOAN ON FILE FOR THIS ACCOUNT' TO MAPF06O
               ELSE
                   EXEC CICS
                   READ FILE('CUSTMAS')
                   INTO(CUSTOMER-MASTER-RECORD)
                   RIDFLD(LN-ACCOUNT-ID)
                   RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                       MOVE ZERO TO CM-BALANCE
                   END-IF
                   COMPUTE OUTSTANDING-BALANCE = ZERO - CM-BALANCE
                   COMPUTE ARREARS-TOTAL =
                       LN-ARREARS-PRINCIPAL + LN-ARREARS-INTEREST
                   MOVE LN-REPAY-ACCOUNT TO MAPC06O
                   MOVE LN-PRINCIPAL TO MAPE06O
                   MOVE LN-ANNUAL-RATE TO MAPB06O
                   MOVE LN-TERM-MONTHS TO MAPD06O
                   MOVE LN-PAYMENT-DAY TO MAPG06O
                   MOVE LN-INSTALMENT TO MAPH06O
                   MOVE OUTSTANDING-BALANCE TO MAPJ06O
                   MOVE ARREARS-TOTAL TO MAPL06O
                   IF LN-LOAN-PAID-OFF THEN
                       MOVE 'LOAN PAID OFF' TO MAPF06O
                   ELSE
                       MOVE 'LOAN DISPLAYED' TO MAPF06O
                   END-IF
               END-IF.
       EDIT-LOAN-FIELDS SECTION.
               MOVE 'Y' TO LOAN-CHANGE-SW
               IF LN-ACCOUNT-ID = SPACES
                   OR LN-ACCOUNT-ID = LOW-VALUES THEN
                   MOVE 'N' TO LOAN-CHANGE-SW
                   MOVE 'ENTER THE LOAN ACCOUNT ID' TO MAPF06O
               END-IF
               IF LOAN-CHANGE-OK
                   AND LN-REPAY-ACCOUNT = LN-ACCOUNT-ID THEN
                   MOVE 'N' TO LOAN-CHANGE-SW
                   MOVE 'REPAYMENT ACCOUNT CANNOT BE THE LOAN'
                       TO MAPF06O
               END-IF
               IF LOAN-CHANGE-OK AND LN-PRINCIPAL NOT > ZERO THEN
                   MOVE 'N' TO LOAN-CHANGE-SW
                   MOVE 'PRINCIPAL MUST BE GREATER THAN ZERO'
                       TO MAPF06O
               END-IF
               IF LOAN-CHANGE-OK THEN
                   IF LN-TERM-MONTHS < 1 OR LN-TERM-MONTHS > 360 THEN
                       MOVE 'N' TO LOAN-CHANGE-SW
                       MOVE 'TERM MUST BE 001 THROUGH 360 MONTHS'
                           TO MAPF06O
                   END-IF
               END-IF
               IF LOAN-CHANGE-OK THEN
                   IF LN-PAYMENT-DAY < 1 OR LN-PAYMENT-DAY > 28 THEN
                       MOVE 'N' TO LOAN-CHANGE-SW
                       MOVE 'DAY OF MONTH MUST BE 01 THROUGH 28'
                           TO MAPF06O
                   END-IF
               END-IF
               IF LOAN-CHANGE-OK THEN
                   EXEC CICS
                   READ FILE('CUSTMAS')
                   INTO(TARGET-MASTER-RECORD)
                   RIDFLD(LN-REPAY-ACCOUNT)
                   RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                       MOVE 'N' TO LOAN-CHANGE-SW
                       MOVE 'REPAYMENT ACCOUNT NOT FOUND' TO MAPF06O
                   ELSE
                       IF NOT TG-ACCOUNT-OPEN THEN
                           MOVE 'N' TO LOAN-CHANGE-SW
                           MOVE 'REPAYMENT ACCOUNT IS NOT OPEN'
                               TO MAPF06O
                       END-IF
                   END-IF
               END-IF
               IF LOAN-CHANGE-OK AND NOT TG-CHECKING-ACCOUNT THEN
                   MOVE 'N' TO LOAN-CHANGE-SW
                   MOVE 'REPAYMENT ACCOUNT MUST BE CHECKING'
                       TO MAPF06O
               END-IF
               IF LOAN-CHANGE-OK
                   AND TG-CUSTOMER-NUMBER NOT = LN-CUSTOMER-NUMBER THEN
                   MOVE 'N' TO LOAN-CHANGE-SW
                   MOVE 'REPAYMENT ACCOUNT MUST BE SAME CUSTOMER'
                       TO MAPF06O
               END-IF.
       COMPUTE-INSTALMENT SECTION.
               IF LN-ANNUAL-RATE = ZERO THEN
                   COMPUTE LN-INSTALMENT ROUNDED =
                       LN-PRINCIPAL / LN-TERM-MONTHS
               ELSE
                   COMPUTE MONTHLY-RATE = LN-ANNUAL-RATE / 12
                   COMPUTE GROWTH-FACTOR =
                       (1 + MONTHLY-RATE) ** LN-TERM-MONTHS
                       ON SIZE ERROR
                           MOVE 'N' TO LOAN-CHANGE-SW
                           MOVE 'RATE AND TERM TOO HIGH TO SCHEDULE'
                               TO MAPF06O
                   END-COMPUTE
                   IF LOAN-CHANGE-OK THEN
                       COMPUTE LN-INSTALMENT ROUNDED =
                           LN-PRINCIPAL * MONTHLY-RATE * GROWTH-FACTOR
                           / (GROWTH-FACTOR - 1)
                   END-IF
               END-IF.
       OPEN-LOAN-ACCOUNT SECTION.
               MOVE LN-ACCOUNT-ID TO CM-ACCOUNT-ID
               COMPUTE CM-BALANCE = ZERO - LN-PRINCIPAL
               MOVE TG-CUSTOMER-NAME TO CM-CUSTOMER-NAME
               MOVE 'O' TO CM-STATUS
               MOVE 'L' TO CM-ACCOUNT-TYPE
               EXEC CICS
               WRITE FILE('CUSTMAS')
               FROM(CUSTOMER-MASTER-RECORD)
               RIDFLD(CM-ACCOUNT-ID)
               RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                   MOVE 'N' TO LOAN-CHANGE-SW
                   IF WS-RESP = DFHRESP(DUPREC) THEN
                       MOVE 'LOAN ACCOUNT ALREADY ON FILE' TO MAPF06O
                   ELSE
                       MOVE 'UNABLE TO OPEN LOAN ACCOUNT' TO MAPF06O
                   END-IF
               END-IF.
       PAY-OUT-PRINCIPAL SECTION.
               EXEC CICS
               READ FILE('CUSTMAS')
               INTO(TARGET-MASTER-RECORD)
               RIDFLD(LN-REPAY-ACCOUNT)
               UPDATE
               RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL) THEN
                   COMPUTE TG-BALANCE = TG-BALANCE + LN-PRINCIPAL
                   EXEC CICS
                   REWRITE FILE('CUSTMAS')
                   FROM(TARGET-MASTER-RECORD)
                   RESP(WS-RESP)
                   END-EXEC
               END-IF
               IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                   EXEC CICS
                   SYNCPOINT ROLLBACK
                   END-EXEC
                   MOVE 'N' TO LOAN-CHANGE-SW
                   MOVE 'LOAN NOT SET UP - PAYOUT NOT APPLIED'
                       TO MAPF06O
               END-IF.
       WRITE-LOAN-JOURNAL SECTION.
               MOVE LN-ACCOUNT-ID TO JR-SOURCE-ID
               MOVE LN-REPAY-ACCOUNT TO JR-TARGET-ID
               MOVE LN-PRINCIPAL TO JR-AMOUNT
               MOVE EIBDATE TO JR-DATE
               MOVE EIBTIME TO JR-TIME
               MOVE 'T' TO JR-TRAN-TYPE
               MOVE OPER-USER-ID TO JR-OPERATOR-ID
               PERFORM WRITE-JRNL-RECORD
               IF WS-RESP = DFHRESP(NORMAL) THEN
                   MOVE LN-REPAY-ACCOUNT TO JR-SOURCE-ID
                   MOVE LN-ACCOUNT-ID TO JR-TARGET-ID
                   MOVE 'C' TO JR-TRAN-TYPE
                   PERFORM WRITE-JRNL-RECORD
               END-IF
               IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                   EXEC CICS
                   SYNCPOINT ROLLBACK
                   END-EXEC
                   MOVE 'N' TO LOAN-CHANGE-SW
                   MOVE 'LOAN NOT SET UP - JOURNAL NOT WRITTEN'
                       TO MAPF06O
               END-IF.
       WRITE-LOAN-RECORD SECTION.
               MOVE EIBDATE TO LN-OPEN-DATE
               MOVE ZERO TO LN-INSTALMENTS-BILLED
               MOVE ZERO TO LN-LAST-BILLED-DATE
               MOVE ZERO TO LN-ARREARS-PRINCIPAL
               MOVE ZERO TO LN-ARREARS-INTEREST
               MOVE ZERO TO LN-ARREARS-SINCE
               MOVE 'A' TO LN-STATUS
               EXEC CICS
               WRITE FILE('LOANMAS')
               FROM(LOAN-MASTER-RECORD)
               RIDFLD(LN-ACCOUNT-ID)
               RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                   EXEC CICS
                   SYNCPOINT ROLLBACK
                   END-EXEC
                   MOVE 'N' TO LOAN-CHANGE-SW
                   MOVE 'LOAN NOT SET UP - LOAN RECORD NOT WRITTEN'
                       TO MAPF06O
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
       WRITE-MAINT-AUDIT SECTION.
               MOVE CM-ACCOUNT-ID TO MA-CUSTOMER-NUMBER
               MOVE EIBDATE TO MA-DATE
               MOVE EIBTIME TO MA-TIME
               MOVE OPER-USER-ID TO MA-OPERATOR-ID
               MOVE ACTION-CODE TO MA-ACTION-CODE
               MOVE CM-STATUS TO MA-NEW-STATUS
               MOVE CM-BALANCE TO MA-OPEN-BALANCE
               EXEC CICS
               WRITE FILE('MNTAUD')
               FROM(MAINT-AUDIT-RECORD)
               RIDFLD(MA-KEY)
               RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                   MOVE 'ACTION DONE - AUDIT NOT WRITTEN' TO MAPF06O
               END-IF.
       LOAN-EXIT.
               EXIT.
