000630*                  ON OPERATOR FOR ONLINE POSTINGS, THE JOB NAME
000640*                  FOR BATCH POSTERS (SEE CNVJRNL5) - SO THE
000650*                  FRAUD DESK CAN SEE WHO POSTED A MOVEMENT.  THE
000651*                  RECORD IS 47 BYTES; TLRACT REPORTS PER-TELLER
000652*                  ACTIVITY OFF THE FIELD.
000653* 10/15/26   DS    LOAN INTEREST COLLECTED (TYPE L) IS NOT
000654*                  EXTERNAL MOVEMENT HERE - LOANRUN ROLLS THE
000655*                  INTEREST COLLECTED OUT OF THE BALCTL
000656*                  BASELINE THE WAY SVCCHG ROLLS ITS CHARGES.
000657*                  A LOAN'S PAYOUT AND PRINCIPAL REPAYMENTS
000658*                  ARE TRANSFER PAIRS AND NET TO ZERO.
000659* 10/15/26   DS    TERM DEPOSITS: THE EARLY-BREAK PENALTY (TYPE
000660*                  P) IS POSTED ONLINE BY TDEPCOB AND COUNTS AS
000661*                  EXTERNAL MOVEMENT OUT.
000662* 10/15/26   DS    ARRANGED OVERDRAFTS: DEBIT INTEREST (TYPE O) IS
000663*                  NOT EXTERNAL MOVEMENT HERE - ODRUN ROLLS IT OUT
000664*                  OF THE BALCTL BASELINE AS LOANRUN DOES.
000665* 10/15/26   DS    CHEQUES PAID BY CHQCLR (TYPE Q) COUNT AS
000666*                  EXTERNAL MOVEMENT OUT, LIKE BLKDEBT'S
000667*                  COLLECTIONS.
000668* 10/15/26   DS    EXCESS SAVINGS WITHDRAWAL FEES POSTED BEFORE
000669*                  THE TRIAL BALANCE (TYPE F, COUNTERPARTY
000670*                  FEEXSWDL, FROM PAYMCOB, DEPWCOB, APPRCOB AND
000671*                  BLKDEBT) COUNT AS EXTERNAL MOVEMENT OUT.  OTHER
000672*                  TYPE F FEES ARE ROLLED OUT OF THE BALCTL
000673*                  BASELINE BY THE JOB THAT CHARGES THEM.
000674* 10/15/26   DS    ATM CASH WITHDRAWALS AND NETWORK FEES (TYPES A
000675*                  AND K, FROM ATMSETL) COUNT AS EXTERNAL MOVEMENT
000676*                  OUT; THE CASH LEAVES THROUGH THE ATM NETWORK.
000680*--------------------------------------------------------------
000690 ENVIRONMENT DIVISION.
000700 INPUT-OUTPUT SECTION.
002400*                       CREDITS (B) IN, CASH WITHDRAWALS (W)
002410*                       OUT.  TRANSFER LEGS NET TO ZERO AND
002420*                       INTEREST IS ROLLED FORWARD BY INTACCR.
002421*                       AN EXCESS SAVINGS FEE (F TO FEEXSWDL)
002422*                       IS EXTERNAL OUT; SVCCHG AND STORUN ROLL
002423*                       THEIR OWN FEES OUT OF THE BASELINE.
002424*                       ATM CASH AND NETWORK FEES (A AND K)
002425*                       FROM ATMSETL ARE EXTERNAL OUT.
002430*--------------------------------------------------------------
002440 1500-TOTAL-EXTERNAL.
002450     PERFORM 1700-READ-JRNL THRU 1700-READ-JRNL-EXIT
002600             WHEN 'X'
002610             WHEN 'N'
002620             WHEN 'G'
002621             WHEN 'P'
002622             WHEN 'Q'
002623             WHEN 'A'
002624             WHEN 'K'
002630                 SUBTRACT JR-AMOUNT FROM WS-NET-EXTERNAL
002631             WHEN 'F'
002632                 IF JR-TARGET-ID = 'FEEXSWDL'
002633                     SUBTRACT JR-AMOUNT FROM WS-NET-EXTERNAL
002634                 END-IF
002640             WHEN OTHER
002650                 CONTINUE
002660         END-EVALUATE
