       ID DIVISION.
       PROGRAM-ID.    SWEPCOB.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  SECRET-MESSAGE                    PIC X(9) VALUE 'TELLNOONE'.
       01  WS-COMM.
           05  OPER-USER-ID                  PIC X(6).
      *
       01  ACTION-CODE                       PIC X(1).
       01  AUTH-REJECTED                     PIC X(1) VALUE SPACE.
       01  SIGNON-PROFILE-RECORD.
      *
           05  SP-USER-ID                    PIC X(6).
           05  SP-ROLE                       PIC X(1).
               88  SP-ROLE-VALID                 VALUE 'T' 'S' 'A'.
      *
       01  SWEEP-CHANGE-SW                   PIC X(1) VALUE 'Y'.
           88  SWEEP-CHANGE-OK                   VALUE 'Y'.
       01  SWEEP-INSTRUCTION-RECORD.
      *
           05  SW-CUSTOMER-NUMBER            PIC X(6).
           05  SW-SAVINGS-SUFFIX             PIC X(2).
           05  SW-FLOOR                      PIC S9(9)V99.
           05  SW-CEILING                    PIC S9(9)V99.
           05  SW-STATUS                     PIC X(1).
               88  SW-SWEEP-ACTIVE               VALUE 'A'.
               88  SW-SWEEP-CANCELLED             VALUE 'C'.
           05  SW-LAST-RUN-DATE              PIC S9(7) COMP-3.
      *
       01  SWEEP-ACCOUNT-ID.
           05  SWEEP-CUSTOMER-NUMBER         PIC X(6).
           05  SWEEP-ACCOUNT-SUFFIX          PIC X(2).
       01  CUSTOMER-MASTER-RECORD.
      *
           05  CM-ACCOUNT-ID                 PIC X(8).
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
                   RECEIVE MAP('SWEPMAP') MAPSET('TESTMSD') NOHANDLE
                   END-EXEC
                   MOVE MAPA09I TO SW-CUSTOMER-NUMBER
                   MOVE MAPB09I TO SW-SAVINGS-SUFFIX
                   MOVE MAPC09I TO SW-FLOOR
                   MOVE MAPD09I TO SW-CEILING
                   MOVE MAPK09I TO ACTION-CODE
                   PERFORM CHECK-AUTHORITY
                   IF AUTH-REJECTED NOT = 'Y' THEN
                       EVALUATE ACTION-CODE
                           WHEN 'S'
                               PERFORM SETUP-SWEEP
                           WHEN 'A'
                               PERFORM AMEND-SWEEP
                           WHEN 'C'
                               PERFORM CANCEL-SWEEP
                           WHEN OTHER
                               MOVE 'INVALID ACTION - USE S, A OR C'
                                   TO MAPF09O
                       END-EVALUATE
                   END-IF
               END-IF
               EXEC CICS
               SEND MAP('SWEPMAP') MAPSET('TESTMSD') ERASE
               END-EXEC
               EXEC CICS RETURN
                   TRANSID('SWEP') COMMAREA(WS-COMM)
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
                       TO MAPF09O
               ELSE
                   IF NOT SP-ROLE-VALID THEN
                       MOVE 'Y' TO AUTH-REJECTED
                       MOVE 'NOT AUTHORIZED - TELLER ROLE NEEDED'
                           TO MAPF09O
                   END-IF
               END-IF.
       SETUP-SWEEP SECTION.
               PERFORM EDIT-SWEEP-FIELDS
               IF SWEEP-CHANGE-OK THEN
                   MOVE 'A' TO SW-STATUS
                   MOVE ZERO TO SW-LAST-RUN-DATE
                   EXEC CICS
                   WRITE FILE('SWEEPIN')
                   FROM(SWEEP-INSTRUCTION-RECORD)
                   RIDFLD(SW-CUSTOMER-NUMBER)
                   RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP = DFHRESP(NORMAL) THEN
                       MOVE 'SWEEP INSTRUCTION SET UP' TO MAPF09O
                   ELSE
                       IF WS-RESP = DFHRESP(DUPREC) THEN
                           MOVE 'SWEEP ALREADY ON FILE - USE A TO AMEND'
                               TO MAPF09O
                       ELSE
                           MOVE 'UNABLE TO SET UP SWEEP' TO MAPF09O
                       END-IF
                   END-IF
               END-IF.
       AMEND-SWEEP SECTION.
               PERFORM EDIT-SWEEP-FIELDS
               IF SWEEP-CHANGE-OK THEN
                   PERFORM READ-SWEEP-FOR-UPDATE
               END-IF
               IF SWEEP-CHANGE-OK THEN
                   MOVE MAPB09I TO SW-SAVINGS-SUFFIX
                   MOVE MAPC09I TO SW-FLOOR
                   MOVE MAPD09I TO SW-CEILING
                   MOVE 'A' TO SW-STATUS
                   EXEC CICS
                   REWRITE FILE('SWEEPIN')
                   FROM(SWEEP-INSTRUCTION-RECORD)
                   RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP = DFHRESP(NORMAL) THEN
                       MOVE 'SWEEP INSTRUCTION AMENDED' TO MAPF09O
                   ELSE
                       MOVE 'UNABLE TO AMEND SWEEP' TO MAPF09O
                   END-IF
               END-IF.
       CANCEL-SWEEP SECTION.
               MOVE 'Y' TO SWEEP-CHANGE-SW
               PERFORM READ-SWEEP-FOR-UPDATE
               IF SWEEP-CHANGE-OK THEN
                   MOVE 'C' TO SW-STATUS
                   EXEC CICS
                   REWRITE FILE('SWEEPIN')
                   FROM(SWEEP-INSTRUCTION-RECORD)
                   RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP = DFHRESP(NORMAL) THEN
                       MOVE 'SWEEP INSTRUCTION CANCELLED' TO MAPF09O
                   ELSE
                       MOVE 'UNABLE TO CANCEL SWEEP' TO MAPF09O
                   END-IF
               END-IF.
       READ-SWEEP-FOR-UPDATE SECTION.
               EXEC CICS
               READ FILE('SWEEPIN')
               INTO(SWEEP-INSTRUCTION-RECORD)
               RIDFLD(SW-CUSTOMER-NUMBER)
               UPDATE
               RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                   MOVE 'N' TO SWEEP-CHANGE-SW
                   MOVE 'NO SWEEP INSTRUCTION ON FILE' TO MAPF09O
               END-IF.
       EDIT-SWEEP-FIELDS SECTION.
               MOVE 'Y' TO SWEEP-CHANGE-SW
               IF SW-SAVINGS-SUFFIX = '01' THEN
                   MOVE 'N' TO SWEEP-CHANGE-SW
                   MOVE 'SUFFIX 01 IS THE CHECKING ACCOUNT' TO MAPF09O
               END-IF
               IF SWEEP-CHANGE-OK AND SW-FLOOR < ZERO THEN
                   MOVE 'N' TO SWEEP-CHANGE-SW
                   MOVE 'FLOOR CANNOT BE LESS THAN ZERO' TO MAPF09O
               END-IF
               IF SWEEP-CHANGE-OK AND SW-CEILING NOT > SW-FLOOR THEN
                   MOVE 'N' TO SWEEP-CHANGE-SW
                   MOVE 'CEILING MUST BE ABOVE THE FLOOR' TO MAPF09O
               END-IF
               IF SWEEP-CHANGE-OK THEN
                   MOVE SW-CUSTOMER-NUMBER TO SWEEP-CUSTOMER-NUMBER
                   MOVE '01' TO SWEEP-ACCOUNT-SUFFIX
                   EXEC CICS
                   READ FILE('CUSTMAS')
                   INTO(CUSTOMER-MASTER-RECORD)
                   RIDFLD(SWEEP-ACCOUNT-ID)
                   RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                       MOVE 'N' TO SWEEP-CHANGE-SW
                       MOVE 'CHECKING ACCOUNT NOT FOUND' TO MAPF09O
                   ELSE
                       IF NOT CM-ACCOUNT-OPEN
                           OR NOT CM-CHECKING-ACCOUNT THEN
                           MOVE 'N' TO SWEEP-CHANGE-SW
                           MOVE 'SUFFIX 01 IS NOT AN OPEN CHECKING ACCT'
                               TO MAPF09O
                       END-IF
                   END-IF
               END-IF
               IF SWEEP-CHANGE-OK THEN
                   MOVE SW-SAVINGS-SUFFIX TO SWEEP-ACCOUNT-SUFFIX
                   EXEC CICS
                   READ FILE('CUSTMAS')
                   INTO(CUSTOMER-MASTER-RECORD)
                   RIDFLD(SWEEP-ACCOUNT-ID)
                   RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                       MOVE 'N' TO SWEEP-CHANGE-SW
                       MOVE 'SAVINGS ACCOUNT NOT FOUND' TO MAPF09O
                   ELSE
                       IF NOT CM-ACCOUNT-OPEN
                           OR NOT CM-SAVINGS-ACCOUNT THEN
                           MOVE 'N' TO SWEEP-CHANGE-SW
                           MOVE 'NOT AN OPEN SAVINGS ACCOUNT' TO MAPF09O
                       END-IF
                   END-IF
               END-IF.
       SWEP-EXIT.
               EXIT.
