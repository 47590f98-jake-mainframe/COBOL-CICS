           05  RV-REVERSAL-DATE              PIC S9(7) COMP-3.
           05  RV-REVERSAL-TIME              PIC S9(7) COMP-3.
           05  RV-OPERATOR-ID                PIC X(6).
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
                   MOVE 'ACCOUNT NOT FOUND' TO MAPF03O
               END-IF
               IF REVERSAL-REJECTED NOT = 'Y' THEN
                   IF REVERSAL-TYPE = 'N' THEN
                       PERFORM READ-OVERDRAFT-LIMIT
                   END-IF
                   IF REVERSAL-TYPE = 'N'
                       AND JR-AMOUNT > CM-BALANCE + OD-LIMIT THEN
                       MOVE 'Y' TO REVERSAL-REJECTED
                       MOVE 'REVERSAL REJECTED - INSUFFICIENT FUNDS'
                           TO MAPF03O
                           TO MAPF03O
                   END-IF
               END-IF.
       READ-OVERDRAFT-LIMIT SECTION.
               EXEC CICS
               READ FILE('ODLIMIT')
               INTO(OVERDRAFT-LIMIT-RECORD)
               RIDFLD(ORIG-SOURCE-ID)
               RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                   MOVE ZERO TO OD-LIMIT
               END-IF.
       WRITE-REVERSAL-JOURNAL SECTION.
               MOVE ORIG-SOURCE-ID TO JR-SOURCE-ID
               MOVE EIBDATE TO JR-DATE
