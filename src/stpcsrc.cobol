       ID DIVISION.
       PROGRAM-ID.    STPCCOB.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  SECRET-MESSAGE                    PIC X(9) VALUE 'TELLNOONE'.
       01  WS-COMM.
           05  OPER-USER-ID                  PIC X(6).
      *
       01  ACTION-CODE                       PIC X(1).
       01  AUTH-REJECTED                     PIC X(1) VALUE SPACE.
       01  STOP-REJECTED                     PIC X(1) VALUE SPACE.
       01  STOP-ACCOUNT-ID                   PIC X(8).
       01  STOP-FROM-SERIAL                  PIC 9(6).
       01  STOP-TO-SERIAL                    PIC 9(6).
       01  STOP-EXPIRY-DATE                  PIC 9(7).
       01  STOP-BROWSE-DONE                  PIC X(1) VALUE SPACE.
      *
       01  SIGNON-PROFILE-RECORD.
      *
           05  SP-USER-ID                    PIC X(6).
           05  SP-ROLE                       PIC X(1).
               88  SP-ROLE-VALID                 VALUE 'T' 'S' 'A'.
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
       01  STOP-CHEQUE-RECORD.
      *
           05  SC-KEY.
               10  SC-ACCOUNT-ID             PIC X(8).
               10  SC-FROM-SERIAL            PIC 9(6).
           05  SC-TO-SERIAL                  PIC 9(6).
           05  SC-EXPIRY-DATE                PIC S9(7) COMP-3.
           05  SC-PLACED-DATE                PIC S9(7) COMP-3.
           05  SC-PLACED-BY                  PIC X(6).
           05  SC-STATUS                     PIC X(1).
               88  SC-STOP-ACTIVE                VALUE 'A'.
               88  SC-STOP-CANCELLED             VALUE 'C'.
      *
       01  STOP-BROWSE-KEY                   PIC X(14).
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
                   RECEIVE MAP('STPCMAP') MAPSET('TESTMSD') NOHANDLE
                   END-EXEC
                   MOVE MAPA10I TO STOP-ACCOUNT-ID
                   MOVE MAPB10I TO STOP-FROM-SERIAL
                   MOVE MAPC10I TO STOP-TO-SERIAL
                   MOVE MAPD10I TO STOP-EXPIRY-DATE
                   MOVE MAPK10I TO ACTION-CODE
                   PERFORM CHECK-AUTHORITY
                   IF AUTH-REJECTED NOT = 'Y' THEN
                       EVALUATE ACTION-CODE
                           WHEN 'P'
                               PERFORM PLACE-STOP
                           WHEN 'R'
                               PERFORM REMOVE-STOP
                           WHEN OTHER
                               MOVE 'INVALID ACTION - USE P OR R'
                                   TO MAPF10O
                       END-EVALUATE
                   END-IF
               END-IF
               EXEC CICS
               SEND MAP('STPCMAP') MAPSET('TESTMSD') ERASE
               END-EXEC
               EXEC CICS RETURN
                   TRANSID('STPC') COMMAREA(WS-COMM)
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
                       TO MAPF10O
               ELSE
                   IF NOT SP-ROLE-VALID THEN
                       MOVE 'Y' TO AUTH-REJECTED
                       MOVE 'NOT AUTHORIZED - TELLER ROLE NEEDED'
                           TO MAPF10O
                   END-IF
               END-IF.
       PLACE-STOP SECTION.
               MOVE SPACE TO STOP-REJECTED
               IF STOP-TO-SERIAL = ZERO THEN
                   MOVE STOP-FROM-SERIAL TO STOP-TO-SERIAL
               END-IF
               IF STOP-FROM-SERIAL = ZERO THEN
                   MOVE 'Y' TO STOP-REJECTED
                   MOVE 'CHEQUE SERIAL NUMBER REQUIRED' TO MAPF10O
               END-IF
               IF STOP-REJECTED NOT = 'Y'
                   AND STOP-TO-SERIAL < STOP-FROM-SERIAL THEN
                   MOVE 'Y' TO STOP-REJECTED
                   MOVE 'TO SERIAL CANNOT BE BELOW FROM SERIAL'
                       TO MAPF10O
               END-IF
               IF STOP-REJECTED NOT = 'Y'
                   AND STOP-EXPIRY-DATE NOT > EIBDATE THEN
                   MOVE 'Y' TO STOP-REJECTED
                   MOVE 'EXPIRY DATE MUST BE AFTER TODAY' TO MAPF10O
               END-IF
               IF STOP-REJECTED NOT = 'Y' THEN
                   EXEC CICS
                   READ FILE('CUSTMAS')
                   INTO(CUSTOMER-MASTER-RECORD)
                   RIDFLD(STOP-ACCOUNT-ID)
                   RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                       MOVE 'Y' TO STOP-REJECTED
                       MOVE 'ACCOUNT NOT FOUND' TO MAPF10O
                   ELSE
                       IF NOT CM-ACCOUNT-OPEN
                           OR NOT CM-CHECKING-ACCOUNT THEN
                           MOVE 'Y' TO STOP-REJECTED
                           MOVE 'NOT AN OPEN CHECKING ACCOUNT'
                               TO MAPF10O
                       END-IF
                   END-IF
               END-IF
               IF STOP-REJECTED NOT = 'Y' THEN
                   PERFORM CHECK-STOP-OVERLAP
               END-IF
               IF STOP-REJECTED NOT = 'Y' THEN
                   MOVE STOP-ACCOUNT-ID TO SC-ACCOUNT-ID
                   MOVE STOP-FROM-SERIAL TO SC-FROM-SERIAL
                   MOVE STOP-TO-SERIAL TO SC-TO-SERIAL
                   MOVE STOP-EXPIRY-DATE TO SC-EXPIRY-DATE
                   MOVE EIBDATE TO SC-PLACED-DATE
                   MOVE OPER-USER-ID TO SC-PLACED-BY
                   MOVE 'A' TO SC-STATUS
                   EXEC CICS
                   WRITE FILE('STOPCHQ')
                   FROM(STOP-CHEQUE-RECORD)
                   RIDFLD(SC-KEY)
                   RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP = DFHRESP(NORMAL) THEN
                       MOVE 'STOP PAYMENT RECORDED' TO MAPF10O
                   ELSE
                       IF WS-RESP = DFHRESP(DUPREC) THEN
                           PERFORM REPLACE-STOP
                       ELSE
                           MOVE 'UNABLE TO RECORD STOP' TO MAPF10O
                       END-IF
                   END-IF
               END-IF.
       REPLACE-STOP SECTION.
               MOVE STOP-ACCOUNT-ID TO SC-ACCOUNT-ID
               MOVE STOP-FROM-SERIAL TO SC-FROM-SERIAL
               EXEC CICS
               READ FILE('STOPCHQ')
               INTO(STOP-CHEQUE-RECORD)
               RIDFLD(SC-KEY)
               UPDATE
               RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                   MOVE 'UNABLE TO RECORD STOP' TO MAPF10O
               ELSE
                   IF SC-STOP-ACTIVE
                       AND SC-EXPIRY-DATE NOT < EIBDATE THEN
                       MOVE 'STOP ALREADY ON FILE FOR THAT SERIAL'
                           TO MAPF10O
                   ELSE
                       MOVE STOP-TO-SERIAL TO SC-TO-SERIAL
                       MOVE STOP-EXPIRY-DATE TO SC-EXPIRY-DATE
                       MOVE EIBDATE TO SC-PLACED-DATE
                       MOVE OPER-USER-ID TO SC-PLACED-BY
                       MOVE 'A' TO SC-STATUS
                       EXEC CICS
                       REWRITE FILE('STOPCHQ')
                       FROM(STOP-CHEQUE-RECORD)
                       RESP(WS-RESP)
                       END-EXEC
                       IF WS-RESP = DFHRESP(NORMAL) THEN
                           MOVE 'STOP PAYMENT RECORDED' TO MAPF10O
                       ELSE
                           MOVE 'UNABLE TO RECORD STOP' TO MAPF10O
                       END-IF
                   END-IF
               END-IF.
       CHECK-STOP-OVERLAP SECTION.
               MOVE STOP-ACCOUNT-ID TO STOP-BROWSE-KEY (1:8)
               MOVE LOW-VALUES TO STOP-BROWSE-KEY (9:6)
               MOVE SPACE TO STOP-BROWSE-DONE
               EXEC CICS
               STARTBR FILE('STOPCHQ')
               RIDFLD(STOP-BROWSE-KEY)
               GTEQ
               RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL) THEN
                   PERFORM CHECK-ONE-STOP
                       UNTIL STOP-BROWSE-DONE = 'Y'
                   EXEC CICS
                   ENDBR FILE('STOPCHQ')
                   END-EXEC
               END-IF.
       CHECK-ONE-STOP SECTION.
               EXEC CICS
               READNEXT FILE('STOPCHQ')
               INTO(STOP-CHEQUE-RECORD)
               RIDFLD(STOP-BROWSE-KEY)
               RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   OR SC-ACCOUNT-ID NOT = STOP-ACCOUNT-ID
                   OR SC-FROM-SERIAL > STOP-TO-SERIAL THEN
                   MOVE 'Y' TO STOP-BROWSE-DONE
               ELSE
                   IF SC-STOP-ACTIVE
                       AND SC-EXPIRY-DATE NOT < EIBDATE
                       AND SC-TO-SERIAL NOT < STOP-FROM-SERIAL THEN
                       MOVE 'Y' TO STOP-REJECTED
                       MOVE 'Y' TO STOP-BROWSE-DONE
                       MOVE 'RANGE OVERLAPS A STOP ALREADY IN FORCE'
                           TO MAPF10O
                   END-IF
               END-IF.
       REMOVE-STOP SECTION.
               MOVE STOP-ACCOUNT-ID TO SC-ACCOUNT-ID
               MOVE STOP-FROM-SERIAL TO SC-FROM-SERIAL
               EXEC CICS
               READ FILE('STOPCHQ')
               INTO(STOP-CHEQUE-RECORD)
               RIDFLD(SC-KEY)
               UPDATE
               RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                   MOVE 'NO STOP ON FILE FOR THAT SERIAL' TO MAPF10O
               ELSE
                   IF NOT SC-STOP-ACTIVE THEN
                       MOVE 'STOP ALREADY REMOVED' TO MAPF10O
                   ELSE
                       MOVE 'C' TO SC-STATUS
                       EXEC CICS
                       REWRITE FILE('STOPCHQ')
                       FROM(STOP-CHEQUE-RECORD)
                       RESP(WS-RESP)
                       END-EXEC
                       IF WS-RESP = DFHRESP(NORMAL) THEN
                           MOVE 'STOP PAYMENT REMOVED' TO MAPF10O
                       ELSE
                           MOVE 'UNABLE TO REMOVE STOP' TO MAPF10O
                       END-IF
                   END-IF
               END-IF.
       STPC-EXIT.
               EXIT.
