000590*                  FOR BATCH POSTERS (SEE CNVJRNL5) - SO THE
000600*                  FRAUD DESK CAN SEE WHO POSTED A MOVEMENT.  THE
000610*                  RECORD IS 47 BYTES; TLRACT REPORTS PER-TELLER
000611*                  ACTIVITY OFF THE FIELD.
000612* 10/15/26   DS    INSTALLMENT LOANS: TYPE L (LOAN INTEREST
000613*                  COLLECTED BY LOANRUN) DEBITS THE KEYED
000614*                  ACCOUNT.
000615* 10/15/26   DS    TERM DEPOSITS: TYPE P (EARLY-BREAK PENALTY
000616*                  CHARGED BY TDEPCOB) DEBITS THE KEYED ACCOUNT.
000617* 10/15/26   DS    ARRANGED OVERDRAFTS: TYPE O (DEBIT INTEREST
000618*                  CHARGED BY ODRUN) DEBITS THE KEYED ACCOUNT.
000619* 10/15/26   DS    CHEQUES: TYPE Q (CHEQUE PAID BY CHQCLR)
000620*                  DEBITS THE KEYED ACCOUNT.
000621* 10/15/26   DS    ATM NETWORK SETTLEMENT: TYPES A (CASH DRAWN
000622*                  AT A NETWORK ATM) AND K (ATM NETWORK FEE),
000623*                  POSTED BY ATMSETL, DEBIT THE KEYED ACCOUNT.
000624* 10/15/26   DS    RUN CONTROL ALSO REQUIRES TODAY'S ODRUN (WHICH
000625*                  IMPLIES LOANRUN AND SWEEPRUN) AND TDMATR
000626*                  STAMPS, SO THE SNAPSHOT IS NOT CUT AHEAD OF
000627*                  THEIR POSTINGS.
000630*--------------------------------------------------------------
000640 ENVIRONMENT DIVISION.
000650 INPUT-OUTPUT SECTION.
002280*--------------------------------------------------------------
002290* 1100-CHECK-RUN-CONTROL - REFUSE TO START IF THIS JOB HAS
002300*                         ALREADY COMPLETED FOR THE BUSINESS
002310*                         DATE, OR IF ITS PREREQUISITES HAVE
002320*                         NOT.  RETURN-CODE 8 AND NO PROCESSING
002330*                         EITHER WAY.
002340*--------------------------------------------------------------
002350 1100-CHECK-RUN-CONTROL.
002360     MOVE WS-TODAY-CYYDDD TO RC-DATE
002500             INVALID KEY
002510                 MOVE 'Y' TO WS-RUN-BLOCKED-SWITCH
002520                 MOVE 8 TO RETURN-CODE
002521                 DISPLAY 'JRNLRECN - PREREQUISITE '
002522                     'STORUN NOT RUN FOR THIS DATE'
002523         END-READ
002524     END-IF
002525     IF NOT RUN-BLOCKED
002526         MOVE WS-TODAY-CYYDDD TO RC-DATE
002527         MOVE 'ODRUN   ' TO RC-JOB-NAME
002528         READ RUNCTL
002529             INVALID KEY
002530                 MOVE 'Y' TO WS-RUN-BLOCKED-SWITCH
002531                 MOVE 8 TO RETURN-CODE
002532                 DISPLAY 'JRNLRECN - PREREQUISITE '
002533                     'ODRUN NOT RUN FOR THIS DATE'
002534         END-READ
002535     END-IF
002536     IF NOT RUN-BLOCKED
002537         MOVE WS-TODAY-CYYDDD TO RC-DATE
002538         MOVE 'TDMATR  ' TO RC-JOB-NAME
002539         READ RUNCTL
002540             INVALID KEY
002541                 MOVE 'Y' TO WS-RUN-BLOCKED-SWITCH
002542                 MOVE 8 TO RETURN-CODE
002543                 DISPLAY 'JRNLRECN - PREREQUISITE '
002544                     'TDMATR NOT RUN FOR THIS DATE'
002550         END-READ
002560     END-IF
002570     CONTINUE.
003900             WHEN 'N'
003910             WHEN 'F'
003920             WHEN 'G'
003921             WHEN 'L'
003922             WHEN 'P'
003923             WHEN 'O'
003924             WHEN 'Q'
003925             WHEN 'A'
003926             WHEN 'K'
003930                 SUBTRACT JR-AMOUNT FROM WS-MOVEMENT
003940             WHEN 'C'
003950             WHEN 'D'
