       ID DIVISION.
       PROGRAM-ID.    ODLMCOB.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  SECRET-MESSAGE                    PIC X(9) VALUE 'TELLNOONE'.
       01  WS-COMM.
           05  OPER-USER-ID                  PIC X(6).
      *
       01  ACTION-CODE                       PIC X(1).
       01  AUTH-REJECTED                     PIC X(1) VALUE SPACE.
       01  LIMIT-CHANGE-SW                   PIC X(1) VALUE 'Y'.
           88  LIMIT-CHANGE-OK                   VALUE 'Y'.
       01  LIMIT-ON-FILE-SW                  PIC X(1) VALUE 'N'.
           88  LIMIT-ON-FILE                     VALUE 'Y'.
       01  NEW-LIMIT                         PIC S9(9)V99 VALUE ZERO.
       01  AVAILABLE-BALANCE                 PIC S9(9)V99 VALUE ZERO.
       01  OVERDRAFT-LIMIT-RECORD.
      *
           05  OD-ACCOUNT-ID.
               10  OD-CUSTOMER-NUMBER        PIC X(6).
               10  OD-ACCOUNT-SUFFIX         PIC X(2).
           05  OD-LIMIT                      PIC S9(9)V99.
           05  OD-SET-DATE                   PIC S9(7) COMP-3.
           05  OD-SET-BY                     PIC X(6).
           05  OD-OVERDRAWN-SINCE            PIC S9(7) COMP-3.
           05  OD-LAST-CHARGED               PIC S9(7) COMP-3.
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
               88  CM-CHECKING-ACCOUNT           VALUE 'C'.
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
                   RECEIVE MAP('ODLMMAP') MAPSET('TESTMSD') NOHANDLE
                   END-EXEC
                   MOVE MAPA08I TO OD-ACCOUNT-ID
                   MOVE MAPB08I TO NEW-LIMIT
                   MOVE MAPK08I TO ACTION-CODE
                   PERFORM CHECK-AUTHORITY
                   IF AUTH-REJECTED NOT = 'Y' THEN
                       EVALUATE ACTION-CODE
                           WHEN 'I'
                               PERFORM INQUIRE-LIMIT
                           WHEN 'L'
                               PERFORM SET-LIMIT
                           WHEN OTHER
                               MOVE 'INVALID ACTION - USE I OR L'
                                   TO MAPF08O
                       END-EVALUATE
                   END-IF
               END-IF
               EXEC CICS
               SEND MAP('ODLMMAP') MAPSET('TESTMSD') ERASE
               END-EXEC
               EXEC CICS RETURN
                   TRANSID('ODLM') COMMAREA(WS-COMM)
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
                       TO MAPF08O
               ELSE
                   IF NOT SP-ROLE-SUPERVISOR AND NOT SP-ROLE-ADMIN
                       THEN
                       MOVE 'Y' TO AUTH-REJECTED
                       MOVE 'NOT AUTHORIZED - SUPERVISOR ROLE NEEDED'
                           TO MAPF08O
                   END-IF
               END-IF.
       INQUIRE-LIMIT SECTION.
               PERFORM READ-ACCOUNT
               IF LIMIT-CHANGE-OK THEN
                   EXEC CICS
                   READ FILE('ODLIMIT')
                   INTO(OVERDRAFT-LIMIT-RECORD)
                   RIDFLD(OD-ACCOUNT-ID)
                   RESP(WS-RESP)
                   END-EXEC
                   MOVE CM-BALANCE TO MAPC08O
                   IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                       MOVE ZERO TO MAPB08O
                       MOVE CM-BALANCE TO MAPD08O
                       MOVE 'NO ARRANGED OVERDRAFT ON THIS ACCOUNT'
                           TO MAPF08O
                   ELSE
                       MOVE OD-LIMIT TO MAPB08O
                       COMPUTE AVAILABLE-BALANCE = CM-BALANCE + OD-LIMIT
                       MOVE AVAILABLE-BALANCE TO MAPD08O
                       MOVE OD-SET-BY TO MAPG08O
                       MOVE OD-SET-DATE TO MAPH08O
                       MOVE OD-OVERDRAWN-SINCE TO MAPJ08O
                       MOVE 'OVERDRAFT LIMIT DISPLAYED' TO MAPF08O
                   END-IF
               END-IF.
       SET-LIMIT SECTION.
               PERFORM READ-ACCOUNT
               IF LIMIT-CHANGE-OK AND NOT CM-ACCOUNT-OPEN THEN
                   MOVE 'N' TO LIMIT-CHANGE-SW
                   MOVE 'ACCOUNT IS NOT OPEN' TO MAPF08O
               END-IF
               IF LIMIT-CHANGE-OK AND NOT CM-CHECKING-ACCOUNT THEN
                   MOVE 'N' TO LIMIT-CHANGE-SW
                   MOVE 'OVERDRAFTS ARE FOR CHECKING ACCOUNTS ONLY'
                       TO MAPF08O
               END-IF
               IF LIMIT-CHANGE-OK AND NEW-LIMIT < ZERO THEN
                   MOVE 'N' TO LIMIT-CHANGE-SW
                   MOVE 'LIMIT CANNOT BE LESS THAN ZERO' TO MAPF08O
               END-IF
               IF LIMIT-CHANGE-OK THEN
                   PERFORM WRITE-LIMIT-RECORD
               END-IF
               IF LIMIT-CHANGE-OK THEN
                   MOVE SPACE TO MA-OLD-STATUS
                   IF LIMIT-ON-FILE THEN
                       MOVE CM-STATUS TO MA-OLD-STATUS
                   END-IF
                   PERFORM WRITE-MAINT-AUDIT
                   EXEC CICS
                   SYNCPOINT
                   END-EXEC
                   MOVE OD-LIMIT TO MAPB08O
                   MOVE CM-BALANCE TO MAPC08O
                   COMPUTE AVAILABLE-BALANCE = CM-BALANCE + OD-LIMIT
                   MOVE AVAILABLE-BALANCE TO MAPD08O
                   IF AVAILABLE-BALANCE < ZERO THEN
                       MOVE 'LIMIT SET - ACCOUNT IS NOW OVER LIMIT'
                           TO MAPF08O
                   ELSE
                       MOVE 'OVERDRAFT LIMIT SET' TO MAPF08O
                   END-IF
               END-IF.
       READ-ACCOUNT SECTION.
               MOVE 'Y' TO LIMIT-CHANGE-SW
               IF OD-ACCOUNT-ID = SPACES
                   OR OD-ACCOUNT-ID = LOW-VALUES THEN
                   MOVE 'N' TO LIMIT-CHANGE-SW
                   MOVE 'ENTER THE ACCOUNT ID' TO MAPF08O
               END-IF
               IF LIMIT-CHANGE-OK THEN
                   EXEC CICS
                   READ FILE('CUSTMAS')
                   INTO(CUSTOMER-MASTER-RECORD)
                   RIDFLD(OD-ACCOUNT-ID)
                   RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                       MOVE 'N' TO LIMIT-CHANGE-SW
                       MOVE 'ACCOUNT NOT FOUND' TO MAPF08O
                   END-IF
               END-IF.
       WRITE-LIMIT-RECORD SECTION.
               MOVE 'N' TO LIMIT-ON-FILE-SW
               EXEC CICS
               READ FILE('ODLIMIT')
               INTO(OVERDRAFT-LIMIT-RECORD)
               RIDFLD(OD-ACCOUNT-ID)
               UPDATE
               RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL) THEN
                   MOVE 'Y' TO LIMIT-ON-FILE-SW
                   MOVE NEW-LIMIT TO OD-LIMIT
                   MOVE EIBDATE TO OD-SET-DATE
                   MOVE OPER-USER-ID TO OD-SET-BY
                   EXEC CICS
                   REWRITE FILE('ODLIMIT')
                   FROM(OVERDRAFT-LIMIT-RECORD)
                   RESP(WS-RESP)
                   END-EXEC
               ELSE
                   MOVE CM-ACCOUNT-ID TO OD-ACCOUNT-ID
                   MOVE NEW-LIMIT TO OD-LIMIT
                   MOVE EIBDATE TO OD-SET-DATE
                   MOVE OPER-USER-ID TO OD-SET-BY
                   MOVE ZERO TO OD-OVERDRAWN-SINCE
                   MOVE ZERO TO OD-LAST-CHARGED
                   EXEC CICS
                   WRITE FILE('ODLIMIT')
                   FROM(OVERDRAFT-LIMIT-RECORD)
                   RIDFLD(OD-ACCOUNT-ID)
                   RESP(WS-RESP)
                   END-EXEC
               END-IF
               IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                   EXEC CICS
                   SYNCPOINT ROLLBACK
                   END-EXEC
                   MOVE 'N' TO LIMIT-CHANGE-SW
                   MOVE 'UNABLE TO SET OVERDRAFT LIMIT' TO MAPF08O
               END-IF.
       WRITE-MAINT-AUDIT SECTION.
               MOVE CM-ACCOUNT-ID TO MA-CUSTOMER-NUMBER
               MOVE EIBDATE TO MA-DATE
               MOVE EIBTIME TO MA-TIME
               MOVE OPER-USER-ID TO MA-OPERATOR-ID
               MOVE ACTION-CODE TO MA-ACTION-CODE
               MOVE CM-STATUS TO MA-NEW-STATUS
               MOVE OD-LIMIT TO MA-OPEN-BALANCE
               EXEC CICS
               WRITE FILE('MNTAUD')
               FROM(MAINT-AUDIT-RECORD)
               RIDFLD(MA-KEY)
               RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                   MOVE 'ACTION DONE - AUDIT NOT WRITTEN' TO MAPF08O
               END-IF.
       ODLM-EXIT.
               EXIT.
