000690*                  ON OPERATOR FOR ONLINE POSTINGS, THE JOB NAME
000700*                  FOR BATCH POSTERS (SEE CNVJRNL5) - SO THE
000710*                  FRAUD DESK CAN SEE WHO POSTED A MOVEMENT.  THE
000711*                  RECORD IS 47 BYTES; TLRACT REPORTS PER-TELLER
000712*                  ACTIVITY OFF THE FIELD.
000713* 10/15/26   DS    INSTALLMENT LOANS.  TYPE L (LOAN INTEREST
000714*                  COLLECTED BY LOANRUN) POSTS CUSTOMER DEBIT
000715*                  LINT AGAINST LOAN INTEREST INCOME CREDIT
000716*                  LINI.  CATEGORY TABLE GROWS TO 24.
000717* 10/15/26   DS    TERM DEPOSITS.  TYPE P (EARLY-BREAK PENALTY
000718*                  CHARGED BY TDEPCOB) POSTS CUSTOMER DEBIT
000719*                  TDPN AGAINST PENALTY INCOME CREDIT TDPI.
000720*                  CATEGORY TABLE GROWS TO 26.
000721* 10/15/26   DS    ARRANGED OVERDRAFTS.  TYPE O (DEBIT INTEREST
000722*                  CHARGED BY ODRUN) POSTS CUSTOMER DEBIT ODIN
000723*                  AGAINST OVERDRAFT INTEREST INCOME CREDIT ODII.
000724*                  CATEGORY TABLE GROWS TO 28.
000725* 10/15/26   DS    CHEQUES.  TYPE Q (CHEQUE PAID BY CHQCLR) POSTS
000726*                  CUSTOMER DEBIT CHQP AGAINST CHEQUE CLEARING
000727*                  SETTLEMENT CREDIT CHQS.  CATEGORY TABLE GROWS
000728*                  TO 30.
000729* 10/15/26   DS    ATM NETWORK SETTLEMENT.  TYPE A (CASH DRAWN
000730*                  AT A NETWORK ATM, POSTED BY ATMSETL) POSTS
000731*                  CUSTOMER DEBIT ATMW AND TYPE K (ATM NETWORK
000732*                  FEE) CUSTOMER DEBIT ATMF, BOTH AGAINST ATM
000733*                  NETWORK SETTLEMENT CREDIT ATMS.  CATEGORY TABLE
000734*                  GROWS TO 33.
000740*--------------------------------------------------------------
000750 ENVIRONMENT DIVISION.
000760 INPUT-OUTPUT SECTION.
001600     05  FILLER                    PIC X(06) VALUE 'FEESDR'.
001610     05  FILLER                    PIC X(06) VALUE 'FEEICR'.
001620     05  FILLER                    PIC X(06) VALUE 'DDBTDR'.
001621     05  FILLER                    PIC X(06) VALUE 'COLLCR'.
001622     05  FILLER                    PIC X(06) VALUE 'LINTDR'.
001623     05  FILLER                    PIC X(06) VALUE 'LINICR'.
001624     05  FILLER                    PIC X(06) VALUE 'TDPNDR'.
001625     05  FILLER                    PIC X(06) VALUE 'TDPICR'.
001626     05  FILLER                    PIC X(06) VALUE 'ODINDR'.
001627     05  FILLER                    PIC X(06) VALUE 'ODIICR'.
001628     05  FILLER                    PIC X(06) VALUE 'CHQPDR'.
001629     05  FILLER                    PIC X(06) VALUE 'CHQSCR'.
001630     05  FILLER                    PIC X(06) VALUE 'ATMWDR'.
001631     05  FILLER                    PIC X(06) VALUE 'ATMFDR'.
001632     05  FILLER                    PIC X(06) VALUE 'ATMSCR'.
001640 01  FILLER REDEFINES CATEGORY-TABLE.
001650     05  CATEGORY-ENTRY OCCURS 33 TIMES INDEXED BY CAT-IDX.
001660         10  CATEGORY-CODE         PIC X(04).
001670         10  CATEGORY-SIDE         PIC X(02).
001680 01  CATEGORY-AMOUNT-TABLE.
001690     05  CATEGORY-AMOUNT OCCURS 33 TIMES
001700                                   PIC S9(13)V99 VALUE ZERO.
001710 01  CATEGORY-COUNT-TABLE.
001720     05  CATEGORY-COUNT OCCURS 33 TIMES
001730                                   PIC 9(07) VALUE ZERO.
001740 01  EXTRACT-HEADER.
001750     05  FILLER                    PIC X(01) VALUE 'H'.
003140                     4950-BUCKET-FEE-EXIT
003150             WHEN 'G'
003160                 PERFORM 4960-BUCKET-COLLECTION THRU
003161                     4960-BUCKET-COLLECTION-EXIT
003162             WHEN 'L'
003163                 PERFORM 4970-BUCKET-LOAN-INTEREST THRU
003164                     4970-BUCKET-LOAN-INTEREST-EXIT
003165             WHEN 'P'
003166                 PERFORM 4980-BUCKET-TD-PENALTY THRU
003167                     4980-BUCKET-TD-PENALTY-EXIT
003168             WHEN 'O'
003169                 PERFORM 4990-BUCKET-OD-INTEREST THRU
003170                     4990-BUCKET-OD-INTEREST-EXIT
003171             WHEN 'Q'
003172                 PERFORM 4995-BUCKET-CHEQUE THRU
003173                     4995-BUCKET-CHEQUE-EXIT
003174             WHEN 'A'
003175                 PERFORM 4996-BUCKET-ATM-CASH THRU
003176                     4996-BUCKET-ATM-CASH-EXIT
003177             WHEN 'K'
003178                 PERFORM 4997-BUCKET-ATM-FEE THRU
003179                     4997-BUCKET-ATM-FEE-EXIT
003180             WHEN OTHER
003190                 ADD 1 TO WS-EXCLUDED-COUNT
003200         END-EVALUATE
004240 4960-BUCKET-COLLECTION.
004250     ADD 1 TO WS-SELECTED-COUNT
004260     ADD 1 TO CATEGORY-COUNT (21)
004261     ADD JR-AMOUNT TO CATEGORY-AMOUNT (21)
004262     ADD 1 TO CATEGORY-COUNT (22)
004263     ADD JR-AMOUNT TO CATEGORY-AMOUNT (22).
004264 4960-BUCKET-COLLECTION-EXIT.
004265     EXIT.
004266 4970-BUCKET-LOAN-INTEREST.
004267     ADD 1 TO WS-SELECTED-COUNT
004268     ADD 1 TO CATEGORY-COUNT (23)
004269     ADD JR-AMOUNT TO CATEGORY-AMOUNT (23)
004270     ADD 1 TO CATEGORY-COUNT (24)
004271     ADD JR-AMOUNT TO CATEGORY-AMOUNT (24).
004272 4970-BUCKET-LOAN-INTEREST-EXIT.
004273     EXIT.
004274 4980-BUCKET-TD-PENALTY.
004275     ADD 1 TO WS-SELECTED-COUNT
004276     ADD 1 TO CATEGORY-COUNT (25)
004277     ADD JR-AMOUNT TO CATEGORY-AMOUNT (25)
004278     ADD 1 TO CATEGORY-COUNT (26)
004279     ADD JR-AMOUNT TO CATEGORY-AMOUNT (26).
004280 4980-BUCKET-TD-PENALTY-EXIT.
004281     EXIT.
004282 4990-BUCKET-OD-INTEREST.
004283     ADD 1 TO WS-SELECTED-COUNT
004284     ADD 1 TO CATEGORY-COUNT (27)
004285     ADD JR-AMOUNT TO CATEGORY-AMOUNT (27)
004286     ADD 1 TO CATEGORY-COUNT (28)
004287     ADD JR-AMOUNT TO CATEGORY-AMOUNT (28).
004288 4990-BUCKET-OD-INTEREST-EXIT.
004289     EXIT.
004290 4995-BUCKET-CHEQUE.
004291     ADD 1 TO WS-SELECTED-COUNT
004292     ADD 1 TO CATEGORY-COUNT (29)
004293     ADD JR-AMOUNT TO CATEGORY-AMOUNT (29)
004294     ADD 1 TO CATEGORY-COUNT (30)
004295     ADD JR-AMOUNT TO CATEGORY-AMOUNT (30).
004296 4995-BUCKET-CHEQUE-EXIT.
004297     EXIT.
004298 4996-BUCKET-ATM-CASH.
004299     ADD 1 TO WS-SELECTED-COUNT
004300     ADD 1 TO CATEGORY-COUNT (31)
004301     ADD JR-AMOUNT TO CATEGORY-AMOUNT (31)
004302     ADD 1 TO CATEGORY-COUNT (33)
004303     ADD JR-AMOUNT TO CATEGORY-AMOUNT (33).
004304 4996-BUCKET-ATM-CASH-EXIT.
004305     EXIT.
004306 4997-BUCKET-ATM-FEE.
004307     ADD 1 TO WS-SELECTED-COUNT
004308     ADD 1 TO CATEGORY-COUNT (32)
004309     ADD JR-AMOUNT TO CATEGORY-AMOUNT (32)
004310     ADD 1 TO CATEGORY-COUNT (33)
004311     ADD JR-AMOUNT TO CATEGORY-AMOUNT (33).
004312 4997-BUCKET-ATM-FEE-EXIT.
004313     EXIT.
004320*--------------------------------------------------------------
004330* 6000-BALANCE-AND-WRITE - PROVE DEBITS EQUAL CREDITS, THEN
004340*                          WRITE THE EXTRACT.  AN OUT-OF-
004370*--------------------------------------------------------------
004380 6000-BALANCE-AND-WRITE.
004390     PERFORM 6100-TOTAL-ONE-SIDE THRU 6100-TOTAL-ONE-SIDE-EXIT
004400         VARYING CAT-IDX FROM 1 BY 1 UNTIL CAT-IDX > 33
004410     IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
004420         MOVE '*** EXTRACT OUT OF BALANCE - NOT SHIPPED'
004430             TO PRT-LINE
004510         ADD 1 TO WS-EXTRACT-COUNT
004520         PERFORM 6200-WRITE-ONE-DETAIL THRU
004530             6200-WRITE-ONE-DETAIL-EXIT
004540             VARYING CAT-IDX FROM 1 BY 1 UNTIL CAT-IDX > 33
004550         MOVE WS-EXTRACT-COUNT TO ET-RECORD-COUNT
004560         ADD 1 TO ET-RECORD-COUNT
004570         MOVE WS-HASH-TOTAL TO ET-HASH-TOTAL
