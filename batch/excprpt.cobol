000246* 09/01/26   DS    NEW REASON CODE XB (BAD BANK CODE/EXTERNAL
000248*                  ACCOUNT) FROM PAYMCOB'S EXTERNAL-TRANSFER
000249*                  PATH.  REASON TABLE GROWS TO 10 ENTRIES.
000250* 10/15/26   DS    NEW REASON CODE TD (TERM DEPOSIT NOT YET
000251*                  MATURED AND NO BREAK AUTHORIZED) FROM
000252*                  PAYMCOB'S TRANSFER PATHS.  REASON TABLE GROWS
000253*                  TO 11 ENTRIES.
000254* 10/15/26   DS    NEW REASON CODE SL (SAVINGS WITHDRAWAL LIMIT
000255*                  REACHED) FROM PAYMCOB'S TRANSFER PATHS.  REASON
000256*                  TABLE GROWS TO 12 ENTRIES.
000257*--------------------------------------------------------------
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000812     05  FILLER                    PIC X(32)
000814         VALUE 'XBBAD BANK CODE/EXTERNAL ACCT   '.
000820     05  FILLER                    PIC X(32)
000821         VALUE 'TDTERM DEPOSIT NOT MATURED     '.
000822     05  FILLER                    PIC X(32)
000823         VALUE 'SLSAVINGS WITHDRAWAL LIMIT      '.
000824     05  FILLER                    PIC X(32)
000830         VALUE '??OTHER                         '.
000840 01  FILLER REDEFINES REASON-TABLE.
000850     05  REASON-ENTRY OCCURS 12 TIMES INDEXED BY REASON-IDX.
000860         10  REASON-ENTRY-CODE     PIC X(02).
000870         10  REASON-ENTRY-DESC     PIC X(30).
000880 01  REASON-COUNT-TABLE.
000890     05  REASON-COUNT OCCURS 12 TIMES
000900                                   PIC 9(07) VALUE ZERO.
000910 01  WS-ACCOUNT-LINE.
000920     05  WS-A-USER-ID              PIC X(08).
001710     SET REASON-IDX TO 1
001720     SEARCH REASON-ENTRY
001730         AT END
001740             ADD 1 TO REASON-COUNT (12)
001750         WHEN REASON-ENTRY-CODE (REASON-IDX) = EX-REASON-CODE
001760             ADD 1 TO REASON-COUNT (REASON-IDX).
001770 4000-COUNT-REASON-EXIT.
002100     WRITE PRT-LINE
002110     PERFORM 9100-PRINT-REASON THRU 9100-PRINT-REASON-EXIT
002120         VARYING REASON-IDX FROM 1 BY 1
002130         UNTIL REASON-IDX > 12
002140     MOVE SPACES TO PRT-LINE
002150     WRITE PRT-LINE
002160     MOVE 'REJECTIONS TODAY:       ' TO WS-C-LABEL
