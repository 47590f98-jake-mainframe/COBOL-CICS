       ID DIVISION.
       PROGRAM-ID.    TDEPCOB.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  SECRET-MESSAGE                    PIC X(9) VALUE 'TELLNOONE'.
       01  WS-COMM.
           05  OPER-USER-ID                  PIC X(6).
      *
       01  ACTION-CODE                       PIC X(1).
       01  AUTH-REJECTED                     PIC X(1) VALUE SPACE.
       01  DEPOSIT-CHANGE-SW                 PIC X(1) VALUE 'Y'.
           88  DEPOSIT-CHANGE-OK                 VALUE 'Y'.
       01  PENALTY-RATE                      PIC V999 VALUE .010.
       01  PENALTY-AMOUNT                    PIC S9(9)V99 VALUE ZERO.
       01  PARM-KEY                          PIC X(8).
       01  TERM-DEPOSIT-RECORD.
      *
           05  TD-ACCOUNT-ID.
               10  TD-CUSTOMER-NUMBER        PIC X(6).
               10  TD-ACCOUNT-SUFFIX         PIC X(2).
           05  TD-LINKED-ACCOUNT             PIC X(8).
           05  TD-PRINCIPAL                  PIC S9(9)V99.
           05  TD-RATE                       PIC V9(4).
           05  TD-TERM-MONTHS                PIC 9(3).
           05  TD-OPEN-DATE                  PIC S9(7) COMP-3.
           05  TD-MATURITY-DATE              PIC S9(7) COMP-3.
           05  TD-INSTRUCTION                PIC X(1).
               88  TD-ROLL-OVER                  VALUE 'R'.
               88  TD-PAY-TO-LINKED              VALUE 'P'.
               88  TD-HOLD-AT-MATURITY           VALUE 'H'.
               88  TD-INSTRUCTION-VALID          VALUE 'R' 'P' 'H'.
           05  TD-STATUS                     PIC X(1).
               88  TD-DEPOSIT-ACTIVE             VALUE 'A'.
               88  TD-BREAK-AUTHORIZED           VALUE 'B'.
               88  TD-MATURED-HELD               VALUE 'H'.
               88  TD-MATURED-PAID               VALUE 'M'.
           05  TD-BREAK-DATE                 PIC S9(7) COMP-3.
           05  TD-BREAK-BY                   PIC X(6).
           05  TD-PENALTY                    PIC S9(9)V99.
           05  TD-INTEREST-PAID              PIC S9(9)V99.
           05  TD-LAST-MATURED               PIC S9(7) COMP-3.
      *
      * MATURITY DATE WORK AREA - ADDS THE TERM IN CALENDAR MONTHS
      * TO A CYYDDD DATE, HOLDING THE DAY OF THE MONTH (OR THE LAST
      * DAY OF A SHORTER MONTH)
      *
       01  MONTH-START-VALUES                PIC X(36) VALUE
           '000031059090120151181212243273304334'.
       01  MONTH-START-TABLE REDEFINES MONTH-START-VALUES.
           05  MONTH-START                   PIC 9(3) OCCURS 12 TIMES.
       01  MONTH-LENGTH-VALUES               PIC X(24) VALUE
           '312831303130313130313031'.
       01  MONTH-LENGTH-TABLE REDEFINES MONTH-LENGTH-VALUES.
           05  MONTH-LENGTH                  PIC 9(2) OCCURS 12 TIMES.
       01  DATE-BASE                         PIC S9(7).
       01  DATE-RESULT                       PIC S9(7).
       01  DATE-YYDDD                        PIC 9(5).
       01  DATE-YY                           PIC 9(3).
       01  DATE-DDD                          PIC 9(3).
       01  DATE-MM                           PIC 9(2).
       01  DATE-DD                           PIC 9(2).
       01  DAYS-BEFORE                       PIC 9(3).
       01  DAYS-IN-MONTH                     PIC 9(2).
       01  MONTHS-TOTAL                      PIC 9(5).
       01  YEARS-ADDED                       PIC 9(3).
       01  LEAP-QUOTIENT                     PIC 9(3).
       01  LEAP-REMAINDER                    PIC 9(1).
       01  LEAP-YEAR-SW                      PIC X(1) VALUE 'N'.
           88  LEAP-YEAR                         VALUE 'Y'.
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
               88  SP-ROLE-VALID                 VALUE 'T' 'S' 'A'.
               88  SP-ROLE-SUPERVISOR             VALUE 'S'.
               88  SP-ROLE-ADMIN                  VALUE 'A'.
      *
       01  SYSTEM-PARAMETER-RECORD.
      *
           05  PM-KEY                        PIC X(8).
           05  PM-AMOUNT                     PIC 9(9)V99.
           05  PM-RATE                       PIC V999.
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
               88  CM-TERM-DEPOSIT               VALUE 'T'.
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
               88  TG-SAVINGS-ACCOUNT            VALUE 'S'.
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
                   RECEIVE MAP('TDEPMAP') MAPSET('TESTMSD') NOHANDLE
                   END-EXEC
                   MOVE MAPA07I TO TD-ACCOUNT-ID
                   MOVE MAPC07I TO TD-LINKED-ACCOUNT
                   MOVE MAPE07I TO TD-PRINCIPAL
                   MOVE MAPB07I TO TD-RATE
                   MOVE MAPD07I TO TD-TERM-MONTHS
                   MOVE MAPG07I TO TD-INSTRUCTION
                   MOVE MAPK07I TO ACTION-CODE
                   PERFORM CHECK-AUTHORITY
                   IF AUTH-REJECTED NOT = 'Y' THEN
                       EVALUATE ACTION-CODE
                           WHEN 'S'
                               PERFORM SETUP-DEPOSIT
                           WHEN 'I'
                               PERFORM INQUIRE-DEPOSIT
                           WHEN 'B'
                               PERFORM BREAK-DEPOSIT
                           WHEN OTHER
                               MOVE 'INVALID ACTION - USE S, I OR B'
                                   TO MAPF07O
                       END-EVALUATE
                   END-IF
               END-IF
               EXEC CICS
               SEND MAP('TDEPMAP') MAPSET('TESTMSD') ERASE
               END-EXEC
               EXEC CICS RETURN
                   TRANSID('TDEP') COMMAREA(WS-COMM)
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
                       TO MAPF07O
               ELSE
                   IF NOT SP-ROLE-VALID THEN
                       MOVE 'Y' TO AUTH-REJECTED
                       MOVE 'NOT AUTHORIZED - TELLER ROLE NEEDED'
                           TO MAPF07O
                   END-IF
               END-IF.
       SETUP-DEPOSIT SECTION.
               PERFORM EDIT-DEPOSIT-FIELDS
               IF DEPOSIT-CHANGE-OK THEN
                   PERFORM CHECK-LINKED-FUNDS
               END-IF
               IF DEPOSIT-CHANGE-OK THEN
                   MOVE EIBDATE TO DATE-BASE
                   PERFORM ADD-TERM-TO-DATE
                   MOVE DATE-RESULT TO TD-MATURITY-DATE
                   PERFORM OPEN-DEPOSIT-ACCOUNT
               END-IF
               IF DEPOSIT-CHANGE-OK THEN
                   PERFORM FUND-DEPOSIT
               END-IF
               IF DEPOSIT-CHANGE-OK THEN
                   PERFORM WRITE-DEPOSIT-JOURNAL
               END-IF
               IF DEPOSIT-CHANGE-OK THEN
                   PERFORM WRITE-DEPOSIT-RECORD
               END-IF
               IF DEPOSIT-CHANGE-OK THEN
                   MOVE 'TERM DEPOSIT SET UP - FUNDED FROM LINKED ACCT'
                       TO MAPF07O
                   MOVE SPACE TO MA-OLD-STATUS
                   PERFORM WRITE-MAINT-AUDIT
                   EXEC CICS
                   SYNCPOINT
                   END-EXEC
                   MOVE TD-MATURITY-DATE TO MAPH07O
                   MOVE CM-BALANCE TO MAPJ07O
                   MOVE ZERO TO MAPL07O
               END-IF.
       INQUIRE-DEPOSIT SECTION.
               EXEC CICS
               READ FILE('TDEPMAS')
               INTO(TERM-DEPOSIT-RECORD)
               RIDFLD(TD-ACCOUNT-ID)
               RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                   MOVE 'NO TERM DEPOSIT ON FILE FOR THIS ACCOUNT'
                       TO MAPF07O
               ELSE
                   EXEC CICS
                   READ FILE('CUSTMAS')
                   INTO(CUSTOMER-MASTER-RECORD)
                   RIDFLD(TD-ACCOUNT-ID)
                   RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                       MOVE ZERO TO CM-BALANCE
                   END-IF
                   MOVE TD-LINKED-ACCOUNT TO MAPC07O
                   MOVE TD-PRINCIPAL TO MAPE07O
                   MOVE TD-RATE TO MAPB07O
                   MOVE TD-TERM-MONTHS TO MAPD07O
                   MOVE TD-INSTRUCTION TO MAPG07O
                   MOVE TD-MATURITY-DATE TO MAPH07O
                   MOVE CM-BALANCE TO MAPJ07O
                   MOVE TD-PENALTY TO MAPL07O
                   EVALUATE TRUE
                       WHEN TD-BREAK-AUTHORIZED
                           MOVE 'BREAK AUTHORIZED - DEBITS ALLOWED'
                               TO MAPF07O
                       WHEN TD-MATURED-HELD
                           MOVE 'MATURED - HELD FOR INSTRUCTIONS'
                               TO MAPF07O
                       WHEN TD-MATURED-PAID
                           MOVE 'MATURED - PAID TO LINKED ACCOUNT'
                               TO MAPF07O
                       WHEN OTHER
                           MOVE 'TERM DEPOSIT DISPLAYED' TO MAPF07O
                   END-EVALUATE
               END-IF.
       EDIT-DEPOSIT-FIELDS SECTION.
               MOVE 'Y' TO DEPOSIT-CHANGE-SW
               IF TD-ACCOUNT-ID = SPACES
                   OR TD-ACCOUNT-ID = LOW-VALUES THEN
                   MOVE 'N' TO DEPOSIT-CHANGE-SW
                   MOVE 'ENTER THE DEPOSIT ACCOUNT ID' TO MAPF07O
               END-IF
               IF DEPOSIT-CHANGE-OK
                   AND TD-LINKED-ACCOUNT = TD-ACCOUNT-ID THEN
                   MOVE 'N' TO DEPOSIT-CHANGE-SW
                   MOVE 'LINKED ACCOUNT CANNOT BE THE DEPOSIT'
                       TO MAPF07O
               END-IF
               IF DEPOSIT-CHANGE-OK AND TD-PRINCIPAL NOT > ZERO THEN
                   MOVE 'N' TO DEPOSIT-CHANGE-SW
                   MOVE 'PRINCIPAL MUST BE GREATER THAN ZERO'
                       TO MAPF07O
               END-IF
               IF DEPOSIT-CHANGE-OK AND TD-RATE = ZERO THEN
                   MOVE 'N' TO DEPOSIT-CHANGE-SW
                   MOVE 'ENTER THE CONTRACTED RATE' TO MAPF07O
               END-IF
               IF DEPOSIT-CHANGE-OK THEN
                   IF TD-TERM-MONTHS < 1 OR TD-TERM-MONTHS > 120 THEN
                       MOVE 'N' TO DEPOSIT-CHANGE-SW
                       MOVE 'TERM MUST BE 001 THROUGH 120 MONTHS'
                           TO MAPF07O
                   END-IF
               END-IF
               IF DEPOSIT-CHANGE-OK AND NOT TD-INSTRUCTION-VALID THEN
                   MOVE 'N' TO DEPOSIT-CHANGE-SW
                   MOVE 'MATURITY INSTRUCTION MUST BE R, P OR H'
                       TO MAPF07O
               END-IF
               IF DEPOSIT-CHANGE-OK THEN
                   EXEC CICS
                   READ FILE('CUSTMAS')
                   INTO(TARGET-MASTER-RECORD)
                   RIDFLD(TD-LINKED-ACCOUNT)
                   RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                       MOVE 'N' TO DEPOSIT-CHANGE-SW
                       MOVE 'LINKED ACCOUNT NOT FOUND' TO MAPF07O
                   ELSE
                       IF NOT TG-ACCOUNT-OPEN THEN
                           MOVE 'N' TO DEPOSIT-CHANGE-SW
                           MOVE 'LINKED ACCOUNT IS NOT OPEN'
                               TO MAPF07O
                       END-IF
                   END-IF
               END-IF
               IF DEPOSIT-CHANGE-OK AND NOT TG-CHECKING-ACCOUNT
                   AND NOT TG-SAVINGS-ACCOUNT THEN
                   MOVE 'N' TO DEPOSIT-CHANGE-SW
                   MOVE 'LINKED ACCOUNT MUST BE CHECKING OR SAVINGS'
                       TO MAPF07O
               END-IF
               IF DEPOSIT-CHANGE-OK
                   AND TG-CUSTOMER-NUMBER NOT = TD-CUSTOMER-NUMBER THEN
                   MOVE 'N' TO DEPOSIT-CHANGE-SW
                   MOVE 'LINKED ACCOUNT MUST BE SAME CUSTOMER'
                       TO MAPF07O
               END-IF.
       CHECK-LINKED-FUNDS SECTION.
               MOVE ZERO TO TOTAL-HOLDS
               MOVE TD-LINKED-ACCOUNT TO HOLD-BROWSE-KEY (1:8)
               MOVE LOW-VALUES TO HOLD-BROWSE-KEY (9:8)
               MOVE SPACE TO HOLD-BROWSE-DONE
               EXEC CICS
               STARTBR FILE('HOLDFIL')
               RIDFLD(HOLD-BROWSE-KEY)
               GTEQ
               RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL) THEN
                   PERFORM ADD-ONE-HOLD
                       UNTIL HOLD-BROWSE-DONE = 'Y'
                   EXEC CICS
                   ENDBR FILE('HOLDFIL')
                   END-EXEC
               END-IF
               COMPUTE AVAILABLE-BALANCE = TG-BALANCE - TOTAL-HOLDS
               EXEC CICS
               READ FILE('ODLIMIT')
               INTO(OVERDRAFT-LIMIT-RECORD)
               RIDFLD(TD-LINKED-ACCOUNT)
               RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL) THEN
                   ADD OD-LIMIT TO AVAILABLE-BALANCE
               END-IF
               IF TD-PRINCIPAL > AVAILABLE-BALANCE THEN
                   MOVE 'N' TO DEPOSIT-CHANGE-SW
                   MOVE 'INSUFFICIENT FUNDS IN LINKED ACCOUNT'
                       TO MAPF07O
               END-IF.
       ADD-ONE-HOLD SECTION.
               EXEC CICS
               READNEXT FILE('HOLDFIL')
               INTO(HOLD-RECORD)
               RIDFLD(HOLD-BROWSE-KEY)
               RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   OR HF-ACCOUNT-ID NOT = TD-LINKED-ACCOUNT THEN
                   MOVE 'Y' TO HOLD-BROWSE-DONE
               ELSE
                   IF HF-HELD THEN
                       ADD HF-AMOUNT TO TOTAL-HOLDS
                   END-IF
               END-IF.
       ADD-TERM-TO-DATE SECTION.
               COMPUTE DATE-YYDDD = DATE-BASE - 100000
               DIVIDE DATE-YYDDD BY 1000 GIVING DATE-YY
                   REMAINDER DATE-DDD
               PERFORM SET-LEAP-YEAR
               MOVE 13 TO DATE-MM
               MOVE 999 TO DAYS-BEFORE
               PERFORM PREVIOUS-MONTH
                   UNTIL DATE-DDD > DAYS-BEFORE
               COMPUTE DATE-DD = DATE-DDD - DAYS-BEFORE
               COMPUTE MONTHS-TOTAL = DATE-MM - 1 + TD-TERM-MONTHS
               DIVIDE MONTHS-TOTAL BY 12 GIVING YEARS-ADDED
                   REMAINDER DATE-MM
               ADD 1 TO DATE-MM
               ADD YEARS-ADDED TO DATE-YY
               PERFORM SET-LEAP-YEAR
               MOVE MONTH-LENGTH (DATE-MM) TO DAYS-IN-MONTH
               IF DATE-MM = 2 AND LEAP-YEAR THEN
                   ADD 1 TO DAYS-IN-MONTH
               END-IF
               IF DATE-DD > DAYS-IN-MONTH THEN
                   MOVE DAYS-IN-MONTH TO DATE-DD
               END-IF
               COMPUTE DATE-DDD = MONTH-START (DATE-MM) + DATE-DD
               IF DATE-MM > 2 AND LEAP-YEAR THEN
                   ADD 1 TO DATE-DDD
               END-IF
               COMPUTE DATE-RESULT =
                   100000 + DATE-YY * 1000 + DATE-DDD.
       PREVIOUS-MONTH SECTION.
               SUBTRACT 1 FROM DATE-MM
               MOVE MONTH-START (DATE-MM) TO DAYS-BEFORE
               IF DATE-MM > 2 AND LEAP-YEAR THEN
                   ADD 1 TO DAYS-BEFORE
               END-IF.
       SET-LEAP-YEAR SECTION.
               DIVIDE DATE-YY BY 4 GIVING LEAP-QUOTIENT
                   REMAINDER LEAP-REMAINDER
               IF LEAP-REMAINDER = ZERO THEN
                   MOVE 'Y' TO LEAP-YEAR-SW
               ELSE
                   MOVE 'N' TO LEAP-YEAR-SW
               END-IF.
       OPEN-DEPOSIT-ACCOUNT SECTION.
               MOVE TD-ACCOUNT-ID TO CM-ACCOUNT-ID
               MOVE TD-PRINCIPAL TO CM-BALANCE
               MOVE TG-CUSTOMER-NAME TO CM-CUSTOMER-NAME
               MOVE 'O' TO CM-STATUS
               MOVE 'T' TO CM-ACCOUNT-TYPE
               EXEC CICS
               WRITE FILE('CUSTMAS')
               FROM(CUSTOMER-MASTER-RECORD)
               RIDFLD(CM-ACCOUNT-ID)
               RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                   MOVE 'N' TO DEPOSIT-CHANGE-SW
                   IF WS-RESP = DFHRESP(DUPREC) THEN
                       MOVE 'DEPOSIT ACCOUNT ALREADY ON FILE'
                           TO MAPF07O
                   ELSE
                       MOVE 'UNABLE TO OPEN DEPOSIT ACCOUNT'
                           TO MAPF07O
                   END-IF
               END-IF.
       FUND-DEPOSIT SECTION.
               EXEC CICS
               READ FILE('CUSTMAS')
               INTO(TARGET-MASTER-RECORD)
               RIDFLD(TD-LINKED-ACCOUNT)
               UPDATE
               RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL) THEN
                   COMPUTE TG-BALANCE = TG-BALANCE - TD-PRINCIPAL
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
                   MOVE 'N' TO DEPOSIT-CHANGE-SW
                   MOVE 'DEPOSIT NOT SET UP - FUNDING NOT APPLIED'
                       TO MAPF07O
               END-IF.
       WRITE-DEPOSIT-JOURNAL SECTION.
               MOVE TD-LINKED-ACCOUNT TO JR-SOURCE-ID
               MOVE TD-ACCOUNT-ID TO JR-TARGET-ID
               MOVE TD-PRINCIPAL TO JR-AMOUNT
               MOVE EIBDATE TO JR-DATE
               MOVE EIBTIME TO JR-TIME
               MOVE 'T' TO JR-TRAN-TYPE
               MOVE OPER-USER-ID TO JR-OPERATOR-ID
               PERFORM WRITE-JRNL-RECORD
               IF WS-RESP = DFHRESP(NORMAL) THEN
                   MOVE TD-ACCOUNT-ID TO JR-SOURCE-ID
                   MOVE TD-LINKED-ACCOUNT TO JR-TARGET-ID
                   MOVE 'C' TO JR-TRAN-TYPE
                   PERFORM WRITE-JRNL-RECORD
               END-IF
               IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                   EXEC CICS
                   SYNCPOINT ROLLBACK
                   END-EXEC
                   MOVE 'N' TO DEPOSIT-CHANGE-SW
                   MOVE 'DEPOSIT NOT SET UP - JOURNAL NOT WRITTEN'
                       TO MAPF07O
               END-IF.
       WRITE-DEPOSIT-RECORD SECTION.
               MOVE EIBDATE TO TD-OPEN-DATE
               MOVE 'A' TO TD-STATUS
               MOVE ZERO TO TD-BREAK-DATE
               MOVE SPACES TO TD-BREAK-BY
               MOVE ZERO TO TD-PENALTY
               MOVE ZERO TO TD-INTEREST-PAID
               MOVE ZERO TO TD-LAST-MATURED
               EXEC CICS
               WRITE FILE('TDEPMAS')
               FROM(TERM-DEPOSIT-RECORD)
               RIDFLD(TD-ACCOUNT-ID)
               RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                   EXEC CICS
                   SYNCPOINT ROLLBACK
                   END-EXEC
                   MOVE 'N' TO DEPOSIT-CHANGE-SW
                   MOVE 'DEPOSIT NOT SET UP - RECORD NOT WRITTEN'
                       TO MAPF07O
               END-IF.
       BREAK-DEPOSIT SECTION.
               MOVE 'Y' TO DEPOSIT-CHANGE-SW
               IF NOT SP-ROLE-SUPERVISOR AND NOT SP-ROLE-ADMIN THEN
                   MOVE 'N' TO DEPOSIT-CHANGE-SW
                   MOVE 'NOT AUTHORIZED - SUPERVISOR ROLE NEEDED'
                       TO MAPF07O
               END-IF
               IF DEPOSIT-CHANGE-OK THEN
                   EXEC CICS
                   READ FILE('TDEPMAS')
                   INTO(TERM-DEPOSIT-RECORD)
                   RIDFLD(TD-ACCOUNT-ID)
                   UPDATE
                   RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                       MOVE 'N' TO DEPOSIT-CHANGE-SW
                       MOVE 'NO TERM DEPOSIT ON FILE FOR THIS ACCOUNT'
                           TO MAPF07O
                   END-IF
               END-IF
               IF DEPOSIT-CHANGE-OK AND NOT TD-DEPOSIT-ACTIVE THEN
                   MOVE 'N' TO DEPOSIT-CHANGE-SW
                   IF TD-BREAK-AUTHORIZED THEN
                       MOVE 'EARLY BREAK ALREADY AUTHORIZED' TO MAPF07O
                   ELSE
                       MOVE 'DEPOSIT HAS MATURED - NO BREAK NEEDED'
                           TO MAPF07O
                   END-IF
               END-IF
               IF DEPOSIT-CHANGE-OK THEN
                   EXEC CICS
                   READ FILE('CUSTMAS')
                   INTO(CUSTOMER-MASTER-RECORD)
                   RIDFLD(TD-ACCOUNT-ID)
                   UPDATE
                   RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                       MOVE 'N' TO DEPOSIT-CHANGE-SW
                       MOVE 'DEPOSIT ACCOUNT NOT FOUND' TO MAPF07O
                   ELSE
                       IF NOT CM-ACCOUNT-OPEN THEN
                           MOVE 'N' TO DEPOSIT-CHANGE-SW
                           MOVE 'DEPOSIT ACCOUNT IS NOT OPEN'
                               TO MAPF07O
                       END-IF
                   END-IF
               END-IF
               IF DEPOSIT-CHANGE-OK THEN
                   PERFORM LOAD-PENALTY-RATE
                   COMPUTE PENALTY-AMOUNT ROUNDED =
                       TD-PRINCIPAL * PENALTY-RATE
                   IF PENALTY-AMOUNT > CM-BALANCE THEN
                       MOVE CM-BALANCE TO PENALTY-AMOUNT
                   END-IF
                   IF PENALTY-AMOUNT < ZERO THEN
                       MOVE ZERO TO PENALTY-AMOUNT
                   END-IF
               END-IF
               IF DEPOSIT-CHANGE-OK AND PENALTY-AMOUNT > ZERO THEN
                   PERFORM CHARGE-BREAK-PENALTY
               END-IF
               IF DEPOSIT-CHANGE-OK THEN
                   PERFORM MARK-BREAK-AUTHORIZED
               END-IF
               IF DEPOSIT-CHANGE-OK THEN
                   MOVE 'EARLY BREAK AUTHORIZED - PENALTY CHARGED'
                       TO MAPF07O
                   MOVE CM-STATUS TO MA-OLD-STATUS
                   PERFORM WRITE-MAINT-AUDIT
                   EXEC CICS
                   SYNCPOINT
                   END-EXEC
                   MOVE TD-LINKED-ACCOUNT TO MAPC07O
                   MOVE TD-PRINCIPAL TO MAPE07O
                   MOVE TD-MATURITY-DATE TO MAPH07O
                   MOVE CM-BALANCE TO MAPJ07O
                   MOVE TD-PENALTY TO MAPL07O
               END-IF.
       LOAD-PENALTY-RATE SECTION.
               MOVE 'TDPENAL' TO PARM-KEY
               EXEC CICS
               READ FILE('SYSPARM')
               INTO(SYSTEM-PARAMETER-RECORD)
               RIDFLD(PARM-KEY)
               RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL) THEN
                   MOVE PM-RATE TO PENALTY-RATE
               END-IF.
       CHARGE-BREAK-PENALTY SECTION.
               COMPUTE CM-BALANCE = CM-BALANCE - PENALTY-AMOUNT
               EXEC CICS
               REWRITE FILE('CUSTMAS')
               FROM(CUSTOMER-MASTER-RECORD)
               RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL) THEN
                   MOVE TD-ACCOUNT-ID TO JR-SOURCE-ID
                   MOVE 'TDPENAL' TO JR-TARGET-ID
                   MOVE PENALTY-AMOUNT TO JR-AMOUNT
                   MOVE EIBDATE TO JR-DATE
                   MOVE EIBTIME TO JR-TIME
                   MOVE 'P' TO JR-TRAN-TYPE
                   MOVE OPER-USER-ID TO JR-OPERATOR-ID
                   PERFORM WRITE-JRNL-RECORD
               END-IF
               IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                   EXEC CICS
                   SYNCPOINT ROLLBACK
                   END-EXEC
                   MOVE 'N' TO DEPOSIT-CHANGE-SW
                   MOVE 'BREAK NOT AUTHORIZED - PENALTY NOT POSTED'
                       TO MAPF07O
               END-IF.
       MARK-BREAK-AUTHORIZED SECTION.
               MOVE 'B' TO TD-STATUS
               MOVE EIBDATE TO TD-BREAK-DATE
               MOVE OPER-USER-ID TO TD-BREAK-BY
               MOVE PENALTY-AMOUNT TO TD-PENALTY
               EXEC CICS
               REWRITE FILE('TDEPMAS')
               FROM(TERM-DEPOSIT-RECORD)
               RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                   EXEC CICS
                   SYNCPOINT ROLLBACK
                   END-EXEC
                   MOVE 'N' TO DEPOSIT-CHANGE-SW
                   MOVE 'BREAK NOT AUTHORIZED - DEPOSIT NOT UPDATED'
                       TO MAPF07O
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
                   MOVE 'ACTION DONE - AUDIT NOT WRITTEN' TO MAPF07O
               END-IF.
       TDEP-EXIT.
               EXIT.
