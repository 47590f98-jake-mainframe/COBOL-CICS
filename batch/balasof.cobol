000240*                  INTO KEY ORDER BY THE SORT STEPS IN THE JCL
000250*                  - USING THE SAME TYPE DIRECTIONS AS
000260*                  JRNLRECN.  PRINTS THE AS-OF BALANCE WITH
000261*                  THE SUPPORTING ENTRY LIST.
000262* 10/15/26   DS    INSTALLMENT LOANS: TYPE L (LOAN INTEREST
000263*                  COLLECTED BY LOANRUN) DEBITS THE ACCOUNT, AS
000264*                  IN JRNLRECN.
000265* 10/15/26   DS    TERM DEPOSITS: TYPE P (EARLY-BREAK PENALTY
000266*                  CHARGED BY TDEPCOB) DEBITS THE ACCOUNT.
000267* 10/15/26   DS    ARRANGED OVERDRAFTS: TYPE O (DEBIT INTEREST
000268*                  CHARGED BY ODRUN) DEBITS THE ACCOUNT.
000269* 10/15/26   DS    CHEQUES: TYPE Q (CHEQUE PAID BY CHQCLR) DEBITS
000270*                  THE ACCOUNT, AS IN JRNLRECN.
000271* 10/15/26   DS    ATM NETWORK SETTLEMENT: TYPES A AND K (ATM CASH
000272*                  AND NETWORK FEE, FROM ATMSETL) DEBIT THE
000273*                  ACCOUNT, AS IN JRNLRECN.
000280*--------------------------------------------------------------
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
002220*--------------------------------------------------------------
002230* 4000-APPLY-ENTRY - APPLY ONE OF THE ACCOUNT'S ENTRIES DATED
002240*                    AFTER THE SNAPSHOT AND NOT AFTER THE
002250*                    AS-OF DATE, AND PRINT IT.  T/W/X/N/F/G/L/P/
002260*                    O/Q/A/K DEBIT THE ACCOUNT, C/D/B/I/E/V CREDIT
002270*                    IT, AS IN JRNLRECN; TYPE R AND PRE-CONVERSION
002280*                    SPACE TYPES MOVE NO MONEY.
002290*--------------------------------------------------------------
002300 4000-APPLY-ENTRY.
002380             WHEN 'N'
002390             WHEN 'F'
002400             WHEN 'G'
002401             WHEN 'L'
002402             WHEN 'P'
002403             WHEN 'O'
002404             WHEN 'Q'
002405             WHEN 'A'
002406             WHEN 'K'
002410                 SUBTRACT MJ-AMOUNT FROM WS-ASOF-BALANCE
002420                 ADD 1 TO WS-APPLIED-COUNT
002430                 MOVE 'DR' TO WS-D-DRCR
