000310*                  ON OPERATOR FOR ONLINE POSTINGS, THE JOB NAME
000320*                  FOR BATCH POSTERS (SEE CNVJRNL5) - SO THE
000330*                  FRAUD DESK CAN SEE WHO POSTED A MOVEMENT.  THE
000331*                  RECORD IS 47 BYTES; TLRACT REPORTS PER-TELLER
000332*                  ACTIVITY OFF THE FIELD.
000333* 10/15/26   DS    TERM DEPOSITS.  A COLLECTION AGAINST A TERM
000334*                  DEPOSIT (ACCOUNT TYPE T) STILL ACTIVE ON
000335*                  TDEPMAS IS REFUSED WITH REASON TD UNTIL IT
000336*                  MATURES OR A SUPERVISOR AUTHORIZES A BREAK.
000337* 10/15/26   DS    ARRANGED OVERDRAFTS.  THE FUNDS CHECK ADDS THE
000338*                  ACCOUNT'S ODLIMIT OVERDRAFT LIMIT TO THE
000339*                  AVAILABLE BALANCE, SO A COLLECTION WITHIN AN
000340*                  AGREED OVERDRAFT LINE IS PAID, NOT RETURNED NS.
000341* 10/15/26   DS    SAVINGS WITHDRAWAL LIMIT.  A COLLECTION AGAINST
000342*                  A SAVINGS ACCOUNT COUNTS AGAINST THE SYSPARM
000343*                  SAVWDLMX MONTHLY ALLOWANCE HELD ON SAVWDL.  AT
000344*                  THE LIMIT IT IS RETURNED WITH REASON SL, OR,
000345*                  WHEN SAVWDLFE CARRIES A FEE, PAID WITH THE
000346*                  EXCESS FEE DEBITED AND JOURNALLED AS TYPE F,
000347*                  COUNTERPARTY FEEXSWDL (EXTERNAL TO TRIALBAL).
000348* 10/15/26   DS    CUSTOMER NOTICES.  A COLLECTION REFUSED ON AN
000349*                  ACCOUNT WE HOLD GETS A REFUSED-COLLECTION
000350*                  NOTICE (TYPE DR, WITH THE RETURN REASON CODE
000351*                  AND THE PAYER REFERENCE) ON THE NOTICEQ QUEUE
000352*                  FOR THE NIGHTLY LTRPRT RUN.  NF, IV AND RJ
000353*                  REFUSALS RAISE NO NOTICE.
000360*--------------------------------------------------------------
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS HF-KEY.
000531     SELECT TDEPMAS ASSIGN TO TDEPMAS
000532         ORGANIZATION IS INDEXED
000533         ACCESS MODE IS RANDOM
000534         RECORD KEY IS TD-ACCOUNT-ID.
000540     SELECT RTNOUT ASSIGN TO RTNOUT
000541         ORGANIZATION IS SEQUENTIAL.
000542     SELECT ODLIMIT ASSIGN TO ODLIMIT
000543         ORGANIZATION IS INDEXED
000544         ACCESS MODE IS RANDOM
000545         RECORD KEY IS OD-ACCOUNT-ID.
000546     SELECT SAVWDL ASSIGN TO SAVWDL
000547         ORGANIZATION IS INDEXED
000548         ACCESS MODE IS RANDOM
000549         RECORD KEY IS SV-ACCOUNT-ID.
000550     SELECT SYSPARM ASSIGN TO SYSPARM
000551         ORGANIZATION IS INDEXED
000552         ACCESS MODE IS RANDOM
000553         RECORD KEY IS PM-KEY.
000554     SELECT NOTICEQ ASSIGN TO NOTICEQ
000555         ORGANIZATION IS INDEXED
000556         ACCESS MODE IS RANDOM
000557         RECORD KEY IS NQ-KEY.
000560     SELECT PRTFILE ASSIGN TO PRTFILE
000570         ORGANIZATION IS SEQUENTIAL.
000580 DATA DIVISION.
000870         88  CM-ACCOUNT-FROZEN          VALUE 'F'.
000880         88  CM-ACCOUNT-DORMANT         VALUE 'D'.
000890     05  CM-ACCOUNT-TYPE           PIC X(01).
000893         88  CM-TERM-DEPOSIT           VALUE 'T'.
000896         88  CM-SAVINGS-ACCOUNT        VALUE 'S'.
000900 FD  JRNL
000910     LABEL RECORDS ARE STANDARD.
000920 01  JOURNAL-RECORD.
001110     05  HF-STATUS                 PIC X(01).
001120         88  HF-HELD                   VALUE 'H'.
001130     05  HF-PLACED-BY              PIC X(06).
001131 FD  TDEPMAS
001132     LABEL RECORDS ARE STANDARD.
001133 01  TERM-DEPOSIT-RECORD.
001134     05  TD-ACCOUNT-ID             PIC X(08).
001135     05  FILLER                    PIC X(35).
001136     05  TD-STATUS                 PIC X(01).
001137         88  TD-DEPOSIT-ACTIVE         VALUE 'A'.
001138     05  FILLER                    PIC X(36).
001140 FD  RTNOUT
001141     RECORDING MODE IS F
001142     LABEL RECORDS ARE STANDARD.
001143 01  RETURN-OUT-RECORD             PIC X(40).
001144 FD  ODLIMIT
001145     LABEL RECORDS ARE STANDARD.
001146 01  OVERDRAFT-LIMIT-RECORD.
001147     05  OD-ACCOUNT-ID             PIC X(08).
001148     05  OD-LIMIT                  PIC S9(09)V99.
001149     05  OD-SET-DATE               PIC S9(07) COMP-3.
001150     05  OD-SET-BY                 PIC X(06).
001151     05  OD-OVERDRAWN-SINCE        PIC S9(07) COMP-3.
001152     05  OD-LAST-CHARGED           PIC S9(07) COMP-3.
001153 FD  SAVWDL
001154     LABEL RECORDS ARE STANDARD.
001155 01  SAVINGS-WITHDRAWAL-RECORD.
001156     05  SV-ACCOUNT-ID             PIC X(08).
001157     05  SV-CYCLE-START            PIC S9(07) COMP-3.
001158     05  SV-WITHDRAWAL-COUNT       PIC S9(03) COMP-3.
001159     05  SV-EXCESS-COUNT           PIC S9(03) COMP-3.
001160     05  SV-EXCESS-FEES            PIC S9(09)V99.
001161     05  SV-REFUSED-COUNT          PIC S9(03) COMP-3.
001162     05  SV-LAST-DATE              PIC S9(07) COMP-3.
001163 FD  SYSPARM
001164     LABEL RECORDS ARE STANDARD.
001165 01  SYSTEM-PARAMETER-RECORD.
001166     05  PM-KEY                    PIC X(08).
001167     05  PM-AMOUNT                 PIC 9(09)V99.
001168     05  PM-RATE                   PIC V999.
001169 FD  NOTICEQ
001170     LABEL RECORDS ARE STANDARD.
001171 01  NOTICE-QUEUE-RECORD.
001172     05  NQ-KEY.
001173         10  NQ-ACCOUNT-ID         PIC X(08).
001174         10  NQ-DATE               PIC S9(07) COMP-3.
001175         10  NQ-TIME               PIC S9(07) COMP-3.
001176         10  NQ-SEQ                PIC S9(05) COMP-3.
001177     05  NQ-NOTICE-TYPE            PIC X(02).
001178     05  NQ-AMOUNT                 PIC S9(09)V99.
001179     05  NQ-REASON-CODE            PIC X(02).
001180     05  NQ-REFERENCE              PIC X(16).
001181     05  NQ-RAISED-BY              PIC X(08).
001182 FD  PRTFILE
001190     RECORDING MODE IS F
001200     LABEL RECORDS ARE STANDARD.
001210 01  PRT-LINE                      PIC X(80).
001410 77  WS-REASON-CODE                PIC X(02) VALUE SPACES.
001420 77  WS-TOTAL-HOLDS                PIC S9(09)V99 VALUE ZERO.
001430 77  WS-AVAILABLE-BALANCE          PIC S9(09)V99 VALUE ZERO.
001431 77  WS-FEE-COUNT                  PIC 9(07) VALUE ZERO.
001432 77  WS-FEE-TOTAL                  PIC S9(13)V99 VALUE ZERO.
001433 77  WS-SAVINGS-LIMIT              PIC 9(03) VALUE 6.
001434 77  WS-SAVINGS-EXCESS-FEE         PIC 9(05)V99 VALUE 10.00.
001435 77  WS-EXCESS-FEE-DUE             PIC 9(05)V99 VALUE ZERO.
001436 77  WS-COUNT-FOUND-SWITCH         PIC X(01) VALUE 'N'.
001437     88  SAVINGS-COUNT-FOUND           VALUE 'Y'.
001438 77  WS-NOTICE-COUNT               PIC 9(07) VALUE ZERO.
001440 01  WS-JULIAN-DATE                PIC 9(05).
001450 01  WS-TODAY-CYYDDD               PIC S9(07).
001460 01  WS-TIME-OF-DAY                PIC 9(08).
001490     05  FILLER                    PIC 9(02).
001500 01  WS-JOURNAL-TIME               PIC S9(07).
001510 01  WS-JOURNAL-SEQ                PIC S9(05) VALUE ZERO.
001513 01  WS-DEBIT-SEQ                  PIC S9(05) VALUE ZERO.
001516 01  WS-NOTICE-SEQ                 PIC S9(05) VALUE ZERO.
001520 01  RETURN-OUT-DETAIL.
001530     05  FILLER                    PIC X(01) VALUE 'D'.
001540     05  RD-TARGET-ID              PIC X(08).
001920     GOBACK.
001930*--------------------------------------------------------------
001940* 1000-INITIALIZE - OPEN FILES, WORK OUT THE JOURNAL STAMPS,
001950*                   PRIME THE PASS 1 READ.  THE SAVINGS
001952*                   WITHDRAWAL ALLOWANCE AND EXCESS FEE COME
001954*                   FROM SYSPARM (SAVWDLMX/SAVWDLFE), DEFAULTING
001956*                   TO SIX MOVEMENTS AND 10.00.
001960*--------------------------------------------------------------
001970 1000-INITIALIZE.
001980     ACCEPT WS-JULIAN-DATE FROM DAY
002020     OPEN INPUT DDFILE
002030     OPEN I-O CUSTMAS
002040     OPEN I-O JRNL
002041     OPEN INPUT HOLDFIL
002042     OPEN INPUT TDEPMAS
002043     OPEN INPUT ODLIMIT
002044     OPEN I-O SAVWDL
002045     OPEN INPUT SYSPARM
002046     MOVE 'SAVWDLMX' TO PM-KEY
002047     READ SYSPARM
002048         INVALID KEY CONTINUE
002049         NOT INVALID KEY MOVE PM-AMOUNT TO WS-SAVINGS-LIMIT
002050     END-READ
002051     MOVE 'SAVWDLFE' TO PM-KEY
002052     READ SYSPARM
002053         INVALID KEY CONTINUE
002054         NOT INVALID KEY MOVE PM-AMOUNT TO WS-SAVINGS-EXCESS-FEE
002055     END-READ
002056     CLOSE SYSPARM
002060     OPEN OUTPUT RTNOUT
002070     OPEN OUTPUT PRTFILE
002074     OPEN I-O NOTICEQ
002080     MOVE SPACES TO PRT-LINE
002090     MOVE 'BULK DEBIT INTAKE REGISTER' TO PRT-LINE
002100     WRITE PRT-LINE
002910         MOVE SPACES TO WS-REASON-CODE
002920         MOVE BD-TARGET-ID TO WS-D-TARGET-ID
002930         MOVE BD-PAYER-REF TO WS-D-PAYER-REF
002934         MOVE ZERO TO WS-EXCESS-FEE-DUE
002940         IF BD-AMOUNT NOT NUMERIC OR BD-AMOUNT = ZERO
002950             MOVE 'Y' TO WS-DEBIT-FAILED-SWITCH
002960             MOVE 'IV' TO WS-REASON-CODE
003020         IF NOT DEBIT-FAILED
003030             PERFORM 6100-READ-ACCOUNT THRU 6100-READ-ACCOUNT-EXIT
003040         END-IF
003041         IF NOT DEBIT-FAILED AND CM-TERM-DEPOSIT
003042             PERFORM 6120-CHECK-TERM-DEPOSIT THRU
003043                 6120-CHECK-TERM-DEPOSIT-EXIT
003044         END-IF
003045         IF NOT DEBIT-FAILED AND CM-SAVINGS-ACCOUNT
003046             PERFORM 6130-CHECK-SAVINGS-COUNT THRU
003047                 6130-CHECK-SAVINGS-COUNT-EXIT
003048         END-IF
003050         IF NOT DEBIT-FAILED
003060             PERFORM 6150-CHECK-FUNDS THRU 6150-CHECK-FUNDS-EXIT
003070         END-IF
003100                 6200-WRITE-JOURNAL-EXIT
003110         END-IF
003120         IF NOT DEBIT-FAILED
003130             SUBTRACT BD-AMOUNT WS-EXCESS-FEE-DUE FROM CM-BALANCE
003140             REWRITE CUSTOMER-MASTER-RECORD
003141             IF CM-SAVINGS-ACCOUNT
003142                 PERFORM 6140-COUNT-WITHDRAWAL THRU
003143                     6140-COUNT-WITHDRAWAL-EXIT
003144             END-IF
003150             ADD 1 TO WS-ACCEPTED-COUNT
003160             ADD BD-AMOUNT TO WS-ACCEPTED-TOTAL
003170             MOVE 'ACCEPTED' TO WS-D-RESULT
003171             IF WS-EXCESS-FEE-DUE > ZERO
003172                 MOVE 'ACCEPTED - EXCESS FEE CHARGED'
003173                    TO WS-D-RESULT
003174             END-IF
003180         ELSE
003190             PERFORM 6500-WRITE-RETURN THRU 6500-WRITE-RETURN-EXIT
003191             IF WS-REASON-CODE NOT = 'NF' AND NOT = 'IV'
003192                 AND NOT = 'RJ'
003193                 PERFORM 6600-QUEUE-NOTICE THRU
003194                     6600-QUEUE-NOTICE-EXIT
003195             END-IF
003200         END-IF
003210         MOVE WS-DETAIL-LINE TO PRT-LINE
003220         WRITE PRT-LINE
003490             WHEN CM-ACCOUNT-DORMANT
003500                 MOVE 'DM' TO WS-REASON-CODE
003510                 MOVE 'REFUSED - ACCOUNT DORMANT' TO WS-D-RESULT
003511             WHEN OTHER
003512                 MOVE 'CL' TO WS-REASON-CODE
003513                 MOVE 'REFUSED - ACCOUNT NOT OPEN' TO WS-D-RESULT
003514         END-EVALUATE
003515     END-IF.
003516 6100-READ-ACCOUNT-EXIT.
003517     EXIT.
003518*--------------------------------------------------------------
003519* 6120-CHECK-TERM-DEPOSIT - A TERM DEPOSIT TAKES NO DEBITS
003520*                           WHILE IT IS ACTIVE ON TDEPMAS.  ONCE
003521*                           MATURED, OR ONCE A SUPERVISOR HAS
003522*                           AUTHORIZED AN EARLY BREAK IN TDEPCOB,
003523*                           IT DEBITS LIKE ANY OTHER ACCOUNT.
003524*--------------------------------------------------------------
003525 6120-CHECK-TERM-DEPOSIT.
003526     MOVE CM-ACCOUNT-ID TO TD-ACCOUNT-ID
003527     READ TDEPMAS
003528         INVALID KEY
003529             MOVE 'A' TO TD-STATUS
003530     END-READ
003531     IF TD-DEPOSIT-ACTIVE
003532         MOVE 'Y' TO WS-DEBIT-FAILED-SWITCH
003533         MOVE 'TD' TO WS-REASON-CODE
003534         MOVE 'REFUSED - DEPOSIT NOT MATURED' TO WS-D-RESULT
003535     END-IF.
003536 6120-CHECK-TERM-DEPOSIT-EXIT.
003537     EXIT.
003538*--------------------------------------------------------------
003539* 6130-CHECK-SAVINGS-COUNT - PICK UP THE ACCOUNT'S COUNT FOR THE
003540*                            CYCLE FROM SAVWDL (A FIRST MOVEMENT
003541*                            STARTS A NEW RECORD).  AT THE LIMIT
003542*                            THE COLLECTION IS RETURNED SL AND THE
003543*                            REFUSAL COUNTED, UNLESS SYSPARM
003544*                            CARRIES AN EXCESS FEE, IN WHICH CASE
003545*                            THE FEE IS DUE ON TOP OF THE DEBIT.
003546*--------------------------------------------------------------
003547 6130-CHECK-SAVINGS-COUNT.
003548     MOVE BD-TARGET-ID TO SV-ACCOUNT-ID
003549     READ SAVWDL
003550         INVALID KEY
003551             MOVE 'N' TO WS-COUNT-FOUND-SWITCH
003552             MOVE BD-TARGET-ID TO SV-ACCOUNT-ID
003553             MOVE WS-TODAY-CYYDDD TO SV-CYCLE-START
003554             MOVE ZERO TO SV-WITHDRAWAL-COUNT
003555             MOVE ZERO TO SV-EXCESS-COUNT
003556             MOVE ZERO TO SV-EXCESS-FEES
003557             MOVE ZERO TO SV-REFUSED-COUNT
003558             MOVE ZERO TO SV-LAST-DATE
003559         NOT INVALID KEY
003560             MOVE 'Y' TO WS-COUNT-FOUND-SWITCH
003561     END-READ
003562     IF SV-WITHDRAWAL-COUNT < WS-SAVINGS-LIMIT
003563         GO TO 6130-CHECK-SAVINGS-COUNT-EXIT
003564     END-IF
003565     IF WS-SAVINGS-EXCESS-FEE > ZERO
003566         MOVE WS-SAVINGS-EXCESS-FEE TO WS-EXCESS-FEE-DUE
003567         GO TO 6130-CHECK-SAVINGS-COUNT-EXIT
003568     END-IF
003569     MOVE 'Y' TO WS-DEBIT-FAILED-SWITCH
003570     MOVE 'SL' TO WS-REASON-CODE
003571     MOVE 'REFUSED - SAVINGS LIMIT' TO WS-D-RESULT
003572     ADD 1 TO SV-REFUSED-COUNT
003573     MOVE WS-TODAY-CYYDDD TO SV-LAST-DATE
003574     PERFORM 6145-SAVE-SAVINGS-COUNT THRU
003575         6145-SAVE-SAVINGS-COUNT-EXIT.
003576 6130-CHECK-SAVINGS-COUNT-EXIT.
003577     EXIT.
003578*--------------------------------------------------------------
003579* 6140-COUNT-WITHDRAWAL - THE COLLECTION HAS POSTED, SO COUNT IT
003580*                         AGAINST THE SAVINGS ALLOWANCE, WITH
003581*                         THE EXCESS FEE IF ONE WAS CHARGED
003582*--------------------------------------------------------------
003583 6140-COUNT-WITHDRAWAL.
003584     ADD 1 TO SV-WITHDRAWAL-COUNT
003585     IF WS-EXCESS-FEE-DUE > ZERO
003586         ADD 1 TO SV-EXCESS-COUNT
003587         ADD WS-EXCESS-FEE-DUE TO SV-EXCESS-FEES
003588         ADD 1 TO WS-FEE-COUNT
003589         ADD WS-EXCESS-FEE-DUE TO WS-FEE-TOTAL
003590     END-IF
003591     MOVE WS-TODAY-CYYDDD TO SV-LAST-DATE
003592     PERFORM 6145-SAVE-SAVINGS-COUNT THRU
003593         6145-SAVE-SAVINGS-COUNT-EXIT.
003594 6140-COUNT-WITHDRAWAL-EXIT.
003595     EXIT.
003596*--------------------------------------------------------------
003597* 6145-SAVE-SAVINGS-COUNT - REWRITE THE SAVWDL RECORD, OR ADD
003598*                           IT ON THE ACCOUNT'S FIRST MOVEMENT
003599*                           OF THE CYCLE
003600*--------------------------------------------------------------
003601 6145-SAVE-SAVINGS-COUNT.
003602     IF SAVINGS-COUNT-FOUND
003603         REWRITE SAVINGS-WITHDRAWAL-RECORD
003604             INVALID KEY
003605                 CONTINUE
003606         END-REWRITE
003607     ELSE
003608         WRITE SAVINGS-WITHDRAWAL-RECORD
003609             INVALID KEY
003610                 CONTINUE
003611         END-WRITE
003612         MOVE 'Y' TO WS-COUNT-FOUND-SWITCH
003613     END-IF
003614     CONTINUE.
003615 6145-SAVE-SAVINGS-COUNT-EXIT.
003616     EXIT.
003617*--------------------------------------------------------------
003618* 6150-CHECK-FUNDS - THE AVAILABLE BALANCE (LEDGER LESS
003619*                    UNRELEASED HOLDS, PLUS ANY ARRANGED
003620*                    OVERDRAFT) MUST COVER THE DEBIT, AS IN
003623*                    PAYMCOB'S WRITE-BALAN.  ANY EXCESS
003626*                    SAVINGS FEE MUST BE COVERED AS WELL.
003630*--------------------------------------------------------------
003640 6150-CHECK-FUNDS.
003650     MOVE ZERO TO WS-TOTAL-HOLDS
003750         UNTIL HOLDS-DONE-FOR-ACCOUNT
003760     COMPUTE WS-AVAILABLE-BALANCE =
003770         CM-BALANCE - WS-TOTAL-HOLDS
003780     MOVE BD-TARGET-ID TO OD-ACCOUNT-ID
003781     READ ODLIMIT
003782         INVALID KEY
003783             MOVE ZERO TO OD-LIMIT
003784     END-READ
003785     ADD OD-LIMIT TO WS-AVAILABLE-BALANCE
003786     IF BD-AMOUNT + WS-EXCESS-FEE-DUE > WS-AVAILABLE-BALANCE
003790         MOVE 'Y' TO WS-DEBIT-FAILED-SWITCH
003800         MOVE 'NS' TO WS-REASON-CODE
003810         MOVE 'REFUSED - INSUFFICIENT FUNDS' TO WS-D-RESULT
004030*                      COUNTERPARTY DIRDEBT).  THE KEY
004040*                      SEQUENCE NUMBER IS BUMPED AFTER EACH
004050*                      DEBIT SO KEYS STAY UNIQUE IN THE RUN.
004053*                      AN EXCESS SAVINGS FEE FOLLOWS AS TYPE
004056*                      F, COUNTERPARTY FEEXSWDL.
004060*--------------------------------------------------------------
004070 6200-WRITE-JOURNAL.
004080     MOVE BD-TARGET-ID TO JR-SOURCE-ID
004090     MOVE WS-TODAY-CYYDDD TO JR-DATE
004100     MOVE WS-JOURNAL-TIME TO JR-TIME
004110     MOVE WS-JOURNAL-SEQ TO JR-SEQ
004114     MOVE WS-JOURNAL-SEQ TO WS-DEBIT-SEQ
004120     MOVE 'BLKDEBT' TO JR-OPERATOR-ID
004130     MOVE 'DIRDEBT' TO JR-TARGET-ID
004140     MOVE BD-AMOUNT TO JR-AMOUNT
004190             MOVE 'RJ' TO WS-REASON-CODE
004200             MOVE 'REFUSED - JOURNAL NOT WRITTEN'
004210                 TO WS-D-RESULT
004211     END-WRITE
004212     ADD 1 TO WS-JOURNAL-SEQ
004213     IF NOT DEBIT-FAILED AND WS-EXCESS-FEE-DUE > ZERO
004214         PERFORM 6250-WRITE-FEE-JOURNAL THRU
004215             6250-WRITE-FEE-JOURNAL-EXIT
004216     END-IF.
004217 6200-WRITE-JOURNAL-EXIT.
004218     EXIT.
004219*--------------------------------------------------------------
004220* 6250-WRITE-FEE-JOURNAL - JOURNAL THE EXCESS SAVINGS FEE.  IF IT
004221*                          CANNOT BE WRITTEN THE COLLECTION IS
004222*                          RETURNED AND ITS JOURNAL ENTRY REMOVED,
004223*                          SO NO ONE-SIDED ENTRY IS LEFT BEHIND.
004224*--------------------------------------------------------------
004225 6250-WRITE-FEE-JOURNAL.
004226     MOVE BD-TARGET-ID TO JR-SOURCE-ID
004227     MOVE WS-JOURNAL-SEQ TO JR-SEQ
004228     MOVE 'BLKDEBT' TO JR-OPERATOR-ID
004229     MOVE 'FEEXSWDL' TO JR-TARGET-ID
004230     MOVE WS-EXCESS-FEE-DUE TO JR-AMOUNT
004231     MOVE 'F' TO JR-TRAN-TYPE
004232     WRITE JOURNAL-RECORD
004233         INVALID KEY
004234             MOVE 'Y' TO WS-DEBIT-FAILED-SWITCH
004235             MOVE 'RJ' TO WS-REASON-CODE
004236             MOVE 'REFUSED - JOURNAL NOT WRITTEN'
004237                 TO WS-D-RESULT
004238             MOVE WS-DEBIT-SEQ TO JR-SEQ
004239             DELETE JRNL RECORD
004240     END-WRITE
004241     ADD 1 TO WS-JOURNAL-SEQ.
004242 6250-WRITE-FEE-JOURNAL-EXIT.
004250     EXIT.
004260*--------------------------------------------------------------
004270* 6500-WRITE-RETURN - WRITE ONE REFUSED ITEM TO THE RETURNS
004380     MOVE BD-TARGET-ID TO RD-TARGET-ID
004390     MOVE WS-REASON-CODE TO RD-REASON-CODE
004400     MOVE BD-PAYER-REF TO RD-PAYER-REF
004401     WRITE RETURN-OUT-RECORD FROM RETURN-OUT-DETAIL.
004402 6500-WRITE-RETURN-EXIT.
004403     EXIT.
004404*--------------------------------------------------------------
004405* 6600-QUEUE-NOTICE - PUT A REFUSED-COLLECTION NOTICE FOR THE
004406*                     ACCOUNT ON NOTICEQ FOR THE NIGHTLY LETTER
004407*                     RUN.  THE KEY SEQUENCE NUMBER IS BUMPED
004408*                     AFTER EACH NOTICE SO KEYS STAY UNIQUE WITHIN
004409*                     THE RUN.
004410*--------------------------------------------------------------
004411 6600-QUEUE-NOTICE.
004412     MOVE BD-TARGET-ID TO NQ-ACCOUNT-ID
004413     MOVE WS-TODAY-CYYDDD TO NQ-DATE
004414     MOVE WS-JOURNAL-TIME TO NQ-TIME
004415     MOVE WS-NOTICE-SEQ TO NQ-SEQ
004416     MOVE 'DR' TO NQ-NOTICE-TYPE
004417     MOVE BD-AMOUNT TO NQ-AMOUNT
004418     MOVE WS-REASON-CODE TO NQ-REASON-CODE
004419     MOVE BD-PAYER-REF TO NQ-REFERENCE
004420     MOVE 'BLKDEBT' TO NQ-RAISED-BY
004421     WRITE NOTICE-QUEUE-RECORD
004422         INVALID KEY
004423             DISPLAY 'BLKDEBT - NOTICE NOT QUEUED FOR '
004424                 BD-TARGET-ID
004425         NOT INVALID KEY
004426             ADD 1 TO WS-NOTICE-COUNT
004427     END-WRITE
004428     ADD 1 TO WS-NOTICE-SEQ.
004429 6600-QUEUE-NOTICE-EXIT.
004430     EXIT.
004440*--------------------------------------------------------------
004450* 7000-WRITE-RETURN-TRAILER - CLOSE THE RETURNS FILE WITH THE
004770     MOVE WS-REFUSED-COUNT TO WS-T-COUNT
004780     MOVE WS-REFUSED-TOTAL TO WS-T-AMOUNT
004790     MOVE WS-TOTAL-LINE TO PRT-LINE
004791     WRITE PRT-LINE
004792     MOVE 'EXCESS SAVINGS FEES:' TO WS-T-LABEL
004793     MOVE WS-FEE-COUNT TO WS-T-COUNT
004794     MOVE WS-FEE-TOTAL TO WS-T-AMOUNT
004795     MOVE WS-TOTAL-LINE TO PRT-LINE
004796     WRITE PRT-LINE
004797     MOVE 'NOTICES QUEUED:     ' TO WS-T-LABEL
004798     MOVE WS-NOTICE-COUNT TO WS-T-COUNT
004799     MOVE ZERO TO WS-T-AMOUNT
004800     MOVE WS-TOTAL-LINE TO PRT-LINE
004801     WRITE PRT-LINE
004810     CLOSE DDFILE
004820     CLOSE CUSTMAS
004830     CLOSE JRNL
004840     CLOSE HOLDFIL
004841     CLOSE TDEPMAS
004842     CLOSE ODLIMIT
004843     CLOSE SAVWDL
004844     CLOSE NOTICEQ
004850     CLOSE RTNOUT
004860     CLOSE PRTFILE
004870     DISPLAY 'BLKDEBT - DEBITS ACCEPTED: ' WS-ACCEPTED-COUNT.
