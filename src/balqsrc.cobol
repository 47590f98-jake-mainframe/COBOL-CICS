       01  HOLD-BROWSE-DONE                  PIC X(1) VALUE SPACE.
       01  TOTAL-HOLDS                       PIC S9(9)V99 VALUE ZERO.
       01  AVAILABLE-BALANCE                 PIC S9(9)V99 VALUE ZERO.
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
       01  MAINMAP                   PIC X(7) VALUE 'MAINCOB'
       COPY TESTMSD.
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
