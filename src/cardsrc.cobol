       ID DIVISION.
       PROGRAM-ID.    CARDCOB.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  SECRET-MESSAGE                    PIC X(9) VALUE 'TELLNOONE'.
       01  WS-COMM.
           05  OPER-USER-ID                  PIC X(6).
      *
       01  ACTION-CODE                       PIC X(1).
       01  AUTH-REJECTED                     PIC X(1) VALUE SPACE.
       01  CARD-CHANGE-SW                    PIC X(1) VALUE 'Y'.
           88  CARD-CHANGE-OK                    VALUE 'Y'.
       01  NEW-ACCOUNT-ID                    PIC X(8).
       01  NEW-LIMIT                         PIC S9(7)V99 VALUE ZERO.
       01  OLD-CARD-STATUS                   PIC X(1) VALUE SPACE.
      *
       01  CARD-RECORD.
      *
           05  CD-CARD-NUMBER                PIC X(16).
           05  CD-ACCOUNT-ID                 PIC X(8).
           05  CD-STATUS                     PIC X(1).
               88  CD-CARD-ACTIVE                VALUE 'A'.
               88  CD-CARD-HOT-LISTED            VALUE 'H'.
               88  CD-CARD-CANCELLED             VALUE 'X'.
           05  CD-DAILY-LIMIT                PIC S9(7)V99.
           05  CD-ISSUE-DATE                 PIC S9(7) COMP-3.
           05  CD-STATUS-DATE                PIC S9(7) COMP-3.
           05  CD-SET-BY                     PIC X(6).
           05  CD-CASH-DATE                  PIC 9(8).
           05  CD-CASH-USED                  PIC S9(7)V99.
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
               88  CM-SAVINGS-ACCOUNT            VALUE 'S'.
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
                   RECEIVE MAP('CARDMAP') MAPSET('TESTMSD') NOHANDLE
                   END-EXEC
                   MOVE MAPA17I TO CD-CARD-NUMBER
                   MOVE MAPB17I TO NEW-ACCOUNT-ID
                   MOVE MAPC17I TO NEW-LIMIT
                   MOVE MAPK17I TO ACTION-CODE
                   PERFORM CHECK-AUTHORITY
                   IF AUTH-REJECTED NOT = 'Y' THEN
                       EVALUATE ACTION-CODE
                           WHEN 'I'
                               PERFORM INQUIRE-CARD
                           WHEN 'A'
                               PERFORM ADD-CARD
                           WHEN 'L'
                           WHEN 'H'
                           WHEN 'X'
                           WHEN 'R'
                               PERFORM CHANGE-CARD
                           WHEN OTHER
                               MOVE
                                   'INVALID ACTION - USE I A L H X OR R'
                                   TO MAPF17O
                       END-EVALUATE
                   END-IF
               END-IF
               EXEC CICS
               SEND MAP('CARDMAP') MAPSET('TESTMSD') ERASE
               END-EXEC
               EXEC CICS RETURN
                   TRANSID('CARD') COMMAREA(WS-COMM)
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
                       TO MAPF17O
               ELSE
                   IF NOT SP-ROLE-VALID THEN
                       MOVE 'Y' TO AUTH-REJECTED
                       MOVE 'NOT AUTHORIZED - TELLER ROLE NEEDED'
                           TO MAPF17O
                   END-IF
               END-IF.
       INQUIRE-CARD SECTION.
               EXEC CICS
               READ FILE('CARDMAS')
               INTO(CARD-RECORD)
               RIDFLD(CD-CARD-NUMBER)
               RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                   MOVE 'CARD NOT FOUND' TO MAPF17O
               ELSE
                   PERFORM SHOW-CARD
                   MOVE 'CARD DISPLAYED' TO MAPF17O
               END-IF.
       ADD-CARD SECTION.
               MOVE 'Y' TO CARD-CHANGE-SW
               IF CD-CARD-NUMBER NOT NUMERIC THEN
                   MOVE 'N' TO CARD-CHANGE-SW
                   MOVE 'CARD NUMBER MUST BE 16 DIGITS' TO MAPF17O
               END-IF
               IF CARD-CHANGE-OK AND NEW-LIMIT NOT > ZERO THEN
                   MOVE 'N' TO CARD-CHANGE-SW
                   MOVE 'DAILY CASH LIMIT MUST BE ABOVE ZERO'
                       TO MAPF17O
               END-IF
               IF CARD-CHANGE-OK THEN
                   EXEC CICS
                   READ FILE('CUSTMAS')
                   INTO(CUSTOMER-MASTER-RECORD)
                   RIDFLD(NEW-ACCOUNT-ID)
                   RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                       MOVE 'N' TO CARD-CHANGE-SW
                       MOVE 'ACCOUNT NOT FOUND' TO MAPF17O
                   END-IF
               END-IF
               IF CARD-CHANGE-OK AND NOT CM-ACCOUNT-OPEN THEN
                   MOVE 'N' TO CARD-CHANGE-SW
                   MOVE 'ACCOUNT IS NOT OPEN' TO MAPF17O
               END-IF
               IF CARD-CHANGE-OK AND NOT CM-CHECKING-ACCOUNT
                   AND NOT CM-SAVINGS-ACCOUNT THEN
                   MOVE 'N' TO CARD-CHANGE-SW
                   MOVE 'CARDS ARE FOR CHECKING OR SAVINGS ONLY'
                       TO MAPF17O
               END-IF
               IF CARD-CHANGE-OK THEN
                   MOVE CM-ACCOUNT-ID TO CD-ACCOUNT-ID
                   MOVE 'A' TO CD-STATUS
                   MOVE NEW-LIMIT TO CD-DAILY-LIMIT
                   MOVE EIBDATE TO CD-ISSUE-DATE
                   MOVE EIBDATE TO CD-STATUS-DATE
                   MOVE OPER-USER-ID TO CD-SET-BY
                   MOVE ZERO TO CD-CASH-DATE
                   MOVE ZERO TO CD-CASH-USED
                   EXEC CICS
                   WRITE FILE('CARDMAS')
                   FROM(CARD-RECORD)
                   RIDFLD(CD-CARD-NUMBER)
                   RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                       MOVE 'N' TO CARD-CHANGE-SW
                       IF WS-RESP = DFHRESP(DUPREC) THEN
                           MOVE 'CARD NUMBER ALREADY ON FILE'
                               TO MAPF17O
                       ELSE
                           MOVE 'UNABLE TO ADD CARD' TO MAPF17O
                       END-IF
                   END-IF
               END-IF
               IF CARD-CHANGE-OK THEN
                   MOVE SPACE TO OLD-CARD-STATUS
                   PERFORM SHOW-CARD
                   MOVE 'CARD ADDED' TO MAPF17O
                   PERFORM WRITE-MAINT-AUDIT
                   EXEC CICS
                   SYNCPOINT
                   END-EXEC
               END-IF.
       CHANGE-CARD SECTION.
               MOVE 'Y' TO CARD-CHANGE-SW
               IF (ACTION-CODE = 'L' OR ACTION-CODE = 'R')
                   AND NOT SP-ROLE-SUPERVISOR AND NOT SP-ROLE-ADMIN THEN
                   MOVE 'N' TO CARD-CHANGE-SW
                   MOVE 'NOT AUTHORIZED - SUPERVISOR ROLE NEEDED'
                       TO MAPF17O
               END-IF
               IF CARD-CHANGE-OK THEN
                   EXEC CICS
                   READ FILE('CARDMAS')
                   INTO(CARD-RECORD)
                   RIDFLD(CD-CARD-NUMBER)
                   UPDATE
                   RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                       MOVE 'N' TO CARD-CHANGE-SW
                       MOVE 'CARD NOT FOUND' TO MAPF17O
                   END-IF
               END-IF
               IF CARD-CHANGE-OK THEN
                   MOVE CD-STATUS TO OLD-CARD-STATUS
                   EVALUATE ACTION-CODE
                       WHEN 'L'
                           IF CD-CARD-CANCELLED THEN
                               MOVE 'N' TO CARD-CHANGE-SW
                               MOVE 'CARD IS CANCELLED' TO MAPF17O
                           ELSE
                               IF NEW-LIMIT NOT > ZERO THEN
                                   MOVE 'N' TO CARD-CHANGE-SW
                                   MOVE
                                   'DAILY CASH LIMIT MUST BE ABOVE ZERO'
                                       TO MAPF17O
                               ELSE
                                   MOVE NEW-LIMIT TO CD-DAILY-LIMIT
                               END-IF
                           END-IF
                       WHEN 'H'
                           IF NOT CD-CARD-ACTIVE THEN
                               MOVE 'N' TO CARD-CHANGE-SW
                               MOVE 'CARD IS NOT ACTIVE' TO MAPF17O
                           ELSE
                               MOVE 'H' TO CD-STATUS
                           END-IF
                       WHEN 'X'
                           IF CD-CARD-CANCELLED THEN
                               MOVE 'N' TO CARD-CHANGE-SW
                               MOVE 'CARD IS ALREADY CANCELLED'
                                   TO MAPF17O
                           ELSE
                               MOVE 'X' TO CD-STATUS
                           END-IF
                       WHEN 'R'
                           IF NOT CD-CARD-HOT-LISTED THEN
                               MOVE 'N' TO CARD-CHANGE-SW
                               MOVE 'CARD IS NOT HOT-LISTED' TO MAPF17O
                           ELSE
                               MOVE 'A' TO CD-STATUS
                           END-IF
                   END-EVALUATE
               END-IF
               IF CARD-CHANGE-OK THEN
                   IF CD-STATUS NOT = OLD-CARD-STATUS THEN
                       MOVE EIBDATE TO CD-STATUS-DATE
                   END-IF
                   MOVE OPER-USER-ID TO CD-SET-BY
                   EXEC CICS
                   REWRITE FILE('CARDMAS')
                   FROM(CARD-RECORD)
                   RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                       EXEC CICS
                       SYNCPOINT ROLLBACK
                       END-EXEC
                       MOVE 'N' TO CARD-CHANGE-SW
                       MOVE 'UNABLE TO UPDATE CARD' TO MAPF17O
                   END-IF
               END-IF
               IF CARD-CHANGE-OK THEN
                   PERFORM SHOW-CARD
                   EVALUATE ACTION-CODE
                       WHEN 'L'
                           MOVE 'DAILY CASH LIMIT CHANGED' TO MAPF17O
                       WHEN 'H'
                           MOVE 'CARD HOT-LISTED' TO MAPF17O
                       WHEN 'X'
                           MOVE 'CARD CANCELLED' TO MAPF17O
                       WHEN 'R'
                           MOVE 'CARD REINSTATED' TO MAPF17O
                   END-EVALUATE
                   PERFORM WRITE-MAINT-AUDIT
                   EXEC CICS
                   SYNCPOINT
                   END-EXEC
               END-IF.
       SHOW-CARD SECTION.
               MOVE CD-CARD-NUMBER TO MAPA17O
               MOVE CD-ACCOUNT-ID TO MAPB17O
               MOVE CD-DAILY-LIMIT TO MAPC17O
               MOVE CD-STATUS TO MAPD17O
               MOVE CD-ISSUE-DATE TO MAPE17O
               MOVE CD-SET-BY TO MAPG17O
               MOVE CD-STATUS-DATE TO MAPH17O
               MOVE CD-CASH-DATE TO MAPJ17O
               MOVE CD-CASH-USED TO MAPL17O.
       WRITE-MAINT-AUDIT SECTION.
               MOVE CD-ACCOUNT-ID TO MA-CUSTOMER-NUMBER
               MOVE EIBDATE TO MA-DATE
               MOVE EIBTIME TO MA-TIME
               MOVE OPER-USER-ID TO MA-OPERATOR-ID
               MOVE ACTION-CODE TO MA-ACTION-CODE
               MOVE OLD-CARD-STATUS TO MA-OLD-STATUS
               MOVE CD-STATUS TO MA-NEW-STATUS
               MOVE CD-DAILY-LIMIT TO MA-OPEN-BALANCE
               EXEC CICS
               WRITE FILE('MNTAUD')
               FROM(MAINT-AUDIT-RECORD)
               RIDFLD(MA-KEY)
               RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                   MOVE 'ACTION DONE - AUDIT NOT WRITTEN' TO MAPF17O
               END-IF.
       CARD-EXIT.
               EXIT.
