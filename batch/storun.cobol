000450*                  ON OPERATOR FOR ONLINE POSTINGS, THE JOB NAME
000460*                  FOR BATCH POSTERS (SEE CNVJRNL5) - SO THE
000470*                  FRAUD DESK CAN SEE WHO POSTED A MOVEMENT.  THE
000471*                  RECORD IS 47 BYTES; TLRACT REPORTS PER-TELLER
000472*                  ACTIVITY OFF THE FIELD.
000473* 10/15/26   DS    ARRANGED OVERDRAFTS.  THE SOURCE ACCOUNT'S
000474*                  ODLIMIT OVERDRAFT LIMIT COUNTS AS FUNDS, SO AN
000475*                  ORDER WITHIN AN AGREED OVERDRAFT LINE EXECUTES.
000476* 10/15/26   DS    SAVINGS WITHDRAWAL LIMIT.  A STANDING ORDER
000477*                  OUT OF A SAVINGS ACCOUNT COUNTS AGAINST THE
000478*                  SYSPARM SAVWDLMX MONTHLY ALLOWANCE HELD ON
000479*                  SAVWDL.  AT THE LIMIT THE ORDER IS REFUSED, OR,
000480*                  WHEN SAVWDLFE CARRIES A FEE, EXECUTED AND THE
000481*                  EXCESS FEE DEBITED AND JOURNALLED AS TYPE F.
000482*                  STORUN RUNS AFTER TRIALBAL, SO THE FEES ARE
000483*                  ROLLED OUT OF THE BALCTL BASELINE AS SVCCHG
000484*                  DOES.  AN ORDER OUT OF A TERM DEPOSIT STILL
000485*                  ACTIVE ON TDEPMAS IS REFUSED.
000486* 10/15/26   DS    CUSTOMER NOTICES.  AN ORDER THAT FAILS FOR A
000487*                  REASON THE CUSTOMER CAN ACT ON GETS A STANDING-
000488*                  ORDER-FAILED NOTICE (TYPE SF, WITH A REASON
000489*                  CODE AND THE PAYEE ACCOUNT AS REFERENCE) ON THE
000490*                  NOTICEQ QUEUE FOR THE NIGHTLY LTRPRT RUN.
000491*                  A MISSING SOURCE ACCOUNT OR A JOURNAL FAILURE
000492*                  RAISES NO NOTICE.
000500*--------------------------------------------------------------
000510 ENVIRONMENT DIVISION.
000520 INPUT-OUTPUT SECTION.
000610         RECORD KEY IS CM-ACCOUNT-ID.
000620     SELECT JRNL ASSIGN TO JRNL
000630         ORGANIZATION IS INDEXED
000631         ACCESS MODE IS RANDOM
000632         RECORD KEY IS JR-KEY.
000633     SELECT ODLIMIT ASSIGN TO ODLIMIT
000634         ORGANIZATION IS INDEXED
000635         ACCESS MODE IS RANDOM
000636         RECORD KEY IS OD-ACCOUNT-ID.
000637     SELECT TDEPMAS ASSIGN TO TDEPMAS
000638         ORGANIZATION IS INDEXED
000639         ACCESS MODE IS RANDOM
000640         RECORD KEY IS TD-ACCOUNT-ID.
000641     SELECT SAVWDL ASSIGN TO SAVWDL
000642         ORGANIZATION IS INDEXED
000643         ACCESS MODE IS RANDOM
000644         RECORD KEY IS SV-ACCOUNT-ID.
000645     SELECT SYSPARM ASSIGN TO SYSPARM
000646         ORGANIZATION IS INDEXED
000647         ACCESS MODE IS RANDOM
000648         RECORD KEY IS PM-KEY.
000649     SELECT BALCTL ASSIGN TO BALCTL
000650         ORGANIZATION IS INDEXED
000651         ACCESS MODE IS SEQUENTIAL
000652         RECORD KEY IS CTL-KEY.
000653     SELECT NOTICEQ ASSIGN TO NOTICEQ
000654         ORGANIZATION IS INDEXED
000655         ACCESS MODE IS RANDOM
000656         RECORD KEY IS NQ-KEY.
000660     SELECT PRTFILE ASSIGN TO PRTFILE
000670         ORGANIZATION IS SEQUENTIAL.
000680     SELECT RUNCTL ASSIGN TO RUNCTL
000950         88  CM-ACCOUNT-CLOSED          VALUE 'C'.
000960         88  CM-ACCOUNT-FROZEN          VALUE 'F'.
000970     05  CM-ACCOUNT-TYPE           PIC X(01).
000974         88  CM-SAVINGS-ACCOUNT        VALUE 'S'.
000980 FD  JRNL
000990     LABEL RECORDS ARE STANDARD.
001000 01  JOURNAL-RECORD.
001020         10  JR-SOURCE-ID          PIC X(08).
001030         10  JR-DATE               PIC S9(07) COMP-3.
001040         10  JR-TIME               PIC S9(07) COMP-3.
001041         10  JR-SEQ                PIC S9(05) COMP-3.
001042     05  JR-TARGET-ID              PIC X(08).
001043     05  JR-AMOUNT                 PIC S9(09)V99.
001044     05  JR-TRAN-TYPE              PIC X(01).
001045     05  JR-OPERATOR-ID            PIC X(08).
001046 FD  ODLIMIT
001047     LABEL RECORDS ARE STANDARD.
001048 01  OVERDRAFT-LIMIT-RECORD.
001049     05  OD-ACCOUNT-ID             PIC X(08).
001050     05  OD-LIMIT                  PIC S9(09)V99.
001051     05  OD-SET-DATE               PIC S9(07) COMP-3.
001052     05  OD-SET-BY                 PIC X(06).
001053     05  OD-OVERDRAWN-SINCE        PIC S9(07) COMP-3.
001054     05  OD-LAST-CHARGED           PIC S9(07) COMP-3.
001055 FD  TDEPMAS
001056     LABEL RECORDS ARE STANDARD.
001057 01  TERM-DEPOSIT-RECORD.
001058     05  TD-ACCOUNT-ID             PIC X(08).
001059     05  FILLER                    PIC X(35).
001060     05  TD-STATUS                 PIC X(01).
001061         88  TD-DEPOSIT-ACTIVE         VALUE 'A'.
001062     05  FILLER                    PIC X(36).
001063 FD  SAVWDL
001064     LABEL RECORDS ARE STANDARD.
001065 01  SAVINGS-WITHDRAWAL-RECORD.
001066     05  SV-ACCOUNT-ID             PIC X(08).
001067     05  SV-CYCLE-START            PIC S9(07) COMP-3.
001068     05  SV-WITHDRAWAL-COUNT       PIC S9(03) COMP-3.
001069     05  SV-EXCESS-COUNT           PIC S9(03) COMP-3.
001070     05  SV-EXCESS-FEES            PIC S9(09)V99.
001071     05  SV-REFUSED-COUNT          PIC S9(03) COMP-3.
001072     05  SV-LAST-DATE              PIC S9(07) COMP-3.
001073 FD  SYSPARM
001074     LABEL RECORDS ARE STANDARD.
001075 01  SYSTEM-PARAMETER-RECORD.
001076     05  PM-KEY                    PIC X(08).
001077     05  PM-AMOUNT                 PIC 9(09)V99.
001078     05  PM-RATE                   PIC V999.
001079 FD  BALCTL
001080     LABEL RECORDS ARE STANDARD.
001081 01  BALCTL-RECORD.
001082     05  CTL-KEY                   PIC X(06).
001083     05  CTL-PRIOR-TOTAL           PIC S9(11)V99.
001084 FD  NOTICEQ
001085     LABEL RECORDS ARE STANDARD.
001086 01  NOTICE-QUEUE-RECORD.
001087     05  NQ-KEY.
001088         10  NQ-ACCOUNT-ID         PIC X(08).
001089         10  NQ-DATE               PIC S9(07) COMP-3.
001090         10  NQ-TIME               PIC S9(07) COMP-3.
001091         10  NQ-SEQ                PIC S9(05) COMP-3.
001092     05  NQ-NOTICE-TYPE            PIC X(02).
001093     05  NQ-AMOUNT                 PIC S9(09)V99.
001094     05  NQ-REASON-CODE            PIC X(02).
001095     05  NQ-REFERENCE              PIC X(16).
001096     05  NQ-RAISED-BY              PIC X(08).
001100 FD  PRTFILE
001110     RECORDING MODE IS F
001120     LABEL RECORDS ARE STANDARD.
001330 77  WS-DUE-COUNT                  PIC 9(07) VALUE ZERO.
001340 77  WS-EXECUTED-COUNT             PIC 9(07) VALUE ZERO.
001350 77  WS-FAILED-COUNT               PIC 9(07) VALUE ZERO.
001351 77  WS-TOTAL-MOVED                PIC S9(11)V99 VALUE ZERO.
001352 77  WS-FEE-COUNT                  PIC 9(07) VALUE ZERO.
001353 77  WS-TOTAL-FEES                 PIC S9(11)V99 VALUE ZERO.
001354 77  WS-SAVINGS-LIMIT              PIC 9(03) VALUE 6.
001355 77  WS-SAVINGS-EXCESS-FEE         PIC 9(05)V99 VALUE 10.00.
001356 77  WS-EXCESS-FEE-DUE             PIC 9(05)V99 VALUE ZERO.
001357 77  WS-COUNT-FOUND-SWITCH         PIC X(01) VALUE 'N'.
001358     88  SAVINGS-COUNT-FOUND           VALUE 'Y'.
001359 77  WS-CTL-FOUND-SWITCH           PIC X(01) VALUE 'N'.
001360     88  CTL-RECORD-FOUND              VALUE 'Y'.
001361 77  WS-NOTICE-COUNT               PIC 9(07) VALUE ZERO.
001362 77  WS-NOTICE-REASON              PIC X(02) VALUE SPACES.
001370 01  WS-CURRENT-DATE               PIC 9(06).
001380 01  FILLER REDEFINES WS-CURRENT-DATE.
001390     05  WS-CURRENT-YY             PIC 9(02).
001480 01  WS-JOURNAL-TIME               PIC S9(07).
001490 01  WS-JOURNAL-SEQ                PIC S9(05) VALUE ZERO.
001500 01  WS-DEBIT-SEQ                  PIC S9(05) VALUE ZERO.
001503 01  WS-CREDIT-SEQ                 PIC S9(05) VALUE ZERO.
001506 01  WS-NOTICE-SEQ                 PIC S9(05) VALUE ZERO.
001510 01  TARGET-MASTER-RECORD.
001520     05  TG-ACCOUNT-ID             PIC X(08).
001530     05  TG-BALANCE                PIC S9(09)V99.
001700                                       VALUE 'TOTAL EXECUTED: '.
001710     05  WS-T-TOTAL-MOVED          PIC -(9)9.99.
001720     05  FILLER                    PIC X(40) VALUE SPACES.
001721 01  WS-FEE-TOTAL-LINE.
001722     05  FILLER                    PIC X(10) VALUE SPACES.
001723     05  FILLER                    PIC X(17)
001724                                       VALUE 'TOTAL FEES:     '.
001725     05  WS-T-TOTAL-FEES           PIC -(9)9.99.
001726     05  FILLER                    PIC X(40) VALUE SPACES.
001730 01  WS-COUNT-LINE.
001740     05  FILLER                    PIC X(10) VALUE SPACES.
001750     05  WS-C-LABEL                PIC X(17).
001900*                   JOURNAL DATE/TIME STAMPS, PRIME THE READ.
001910*                   THE JOURNAL DATE IS CYYDDD AS PAYMCOB GETS
001920*                   FROM EIBDATE, SO STMTCOB BROWSES BATCH AND
001930*                   ONLINE ENTRIES ALIKE.  THE SAVINGS
001932*                   WITHDRAWAL ALLOWANCE AND EXCESS FEE COME
001934*                   FROM SYSPARM (SAVWDLMX/SAVWDLFE), DEFAULTING
001936*                   TO SIX MOVEMENTS AND 10.00.
001940*--------------------------------------------------------------
001950 1000-INITIALIZE.
001960     ACCEPT WS-CURRENT-DATE FROM DATE
002060     ACCEPT WS-TIME-OF-DAY FROM TIME
002070     MOVE WS-TIME-HHMMSS TO WS-JOURNAL-TIME
002080     OPEN I-O STORDER
002081     OPEN I-O CUSTMAS
002082     OPEN I-O JRNL
002083     OPEN INPUT ODLIMIT
002084     OPEN INPUT TDEPMAS
002085     OPEN I-O SAVWDL
002086     OPEN INPUT SYSPARM
002087     MOVE 'SAVWDLMX' TO PM-KEY
002088     READ SYSPARM
002089         INVALID KEY CONTINUE
002090         NOT INVALID KEY MOVE PM-AMOUNT TO WS-SAVINGS-LIMIT
002091     END-READ
002092     MOVE 'SAVWDLFE' TO PM-KEY
002093     READ SYSPARM
002094         INVALID KEY CONTINUE
002095         NOT INVALID KEY MOVE PM-AMOUNT TO WS-SAVINGS-EXCESS-FEE
002096     END-READ
002097     CLOSE SYSPARM
002098     OPEN I-O BALCTL
002099     MOVE 'BALCTL' TO CTL-KEY
002100     READ BALCTL
002101         INVALID KEY
002102             MOVE 'N' TO WS-CTL-FOUND-SWITCH
002103         NOT INVALID KEY
002104             MOVE 'Y' TO WS-CTL-FOUND-SWITCH
002105     END-READ
002110     OPEN OUTPUT PRTFILE
002114     OPEN I-O NOTICEQ
002120     MOVE SPACES TO PRT-LINE
002130     MOVE 'STANDING ORDER EXECUTION LISTING' TO PRT-LINE
002140     WRITE PRT-LINE
002860     MOVE SO-ACCOUNT-ID TO WS-D-CUSTOMER-NUMBER
002870     MOVE SO-TARGET-ID TO WS-D-TARGET-ID
002880     MOVE SO-AMOUNT TO WS-D-AMOUNT
002883     MOVE ZERO TO WS-EXCESS-FEE-DUE
002886     MOVE SPACES TO WS-NOTICE-REASON
002890     PERFORM 5000-READ-SOURCE THRU 5000-READ-SOURCE-EXIT
002900     IF NOT ORDER-FAILED
002910         PERFORM 5100-READ-TARGET THRU 5100-READ-TARGET-EXIT
002940         PERFORM 6000-WRITE-JOURNAL THRU 6000-WRITE-JOURNAL-EXIT
002950     END-IF
002960     IF NOT ORDER-FAILED
002970         SUBTRACT SO-AMOUNT WS-EXCESS-FEE-DUE FROM CM-BALANCE
002980         REWRITE CUSTOMER-MASTER-RECORD
002981         IF CM-SAVINGS-ACCOUNT
002982             PERFORM 5300-COUNT-WITHDRAWAL THRU
002983                 5300-COUNT-WITHDRAWAL-EXIT
002984         END-IF
002990         ADD SO-AMOUNT TO TG-BALANCE
003000         REWRITE CUSTOMER-MASTER-RECORD
003010             FROM TARGET-MASTER-RECORD
003030         ADD 1 TO WS-EXECUTED-COUNT
003040         ADD SO-AMOUNT TO WS-TOTAL-MOVED
003050         MOVE 'EXECUTED' TO WS-D-RESULT
003052         IF WS-EXCESS-FEE-DUE > ZERO
003054             MOVE 'EXECUTED - EXCESS FEE CHARGED' TO WS-D-RESULT
003056         END-IF
003060     ELSE
003070         ADD 1 TO WS-FAILED-COUNT
003072         IF WS-NOTICE-REASON NOT = SPACES
003074             PERFORM 7000-QUEUE-NOTICE THRU 7000-QUEUE-NOTICE-EXIT
003076         END-IF
003080     END-IF
003090     MOVE WS-DETAIL-LINE TO PRT-LINE
003100     WRITE PRT-LINE.
003140* 5000-READ-SOURCE - READ AND VET THE SOURCE ACCOUNT.  THE
003150*                    SAME OPEN-STATUS AND SUFFICIENT-FUNDS
003160*                    RULES AS PAYMCOB'S WRITE-BALAN APPLY.
003161*                    AN ARRANGED OVERDRAFT LIMIT ON ODLIMIT
003162*                    COUNTS AS FUNDS.  A TERM DEPOSIT STILL
003163*                    ACTIVE ON TDEPMAS TAKES NO ORDERS, AND
003164*                    A SAVINGS SOURCE MUST BE WITHIN ITS
003165*                    MONTHLY WITHDRAWAL ALLOWANCE (OR BEAR THE
003166*                    EXCESS FEE, WHICH THE FUNDS MUST COVER).
003170*--------------------------------------------------------------
003180 5000-READ-SOURCE.
003190     MOVE SO-ACCOUNT-ID TO CM-ACCOUNT-ID
003270         MOVE 'Y' TO WS-ORDER-FAILED-SWITCH
003280         MOVE 'FAILED - SOURCE ACCOUNT IS NOT OPEN'
003290             TO WS-D-RESULT
003294         MOVE 'NO' TO WS-NOTICE-REASON
003300     END-IF
003301     IF NOT ORDER-FAILED AND CM-ACCOUNT-TYPE = 'T'
003302         MOVE SO-ACCOUNT-ID TO TD-ACCOUNT-ID
003303         READ TDEPMAS
003304             INVALID KEY
003305                 MOVE 'A' TO TD-STATUS
003306         END-READ
003307         IF TD-DEPOSIT-ACTIVE
003308             MOVE 'Y' TO WS-ORDER-FAILED-SWITCH
003309             MOVE 'FAILED - DEPOSIT NOT MATURED' TO WS-D-RESULT
003310             MOVE 'TD' TO WS-NOTICE-REASON
003311         END-IF
003312     END-IF
003313     IF NOT ORDER-FAILED AND CM-SAVINGS-ACCOUNT
003314         PERFORM 5200-CHECK-SAVINGS-COUNT THRU
003315             5200-CHECK-SAVINGS-COUNT-EXIT
003316         IF ORDER-FAILED
003317             MOVE 'SL' TO WS-NOTICE-REASON
003318         END-IF
003319     END-IF
003320     IF NOT ORDER-FAILED
003321         MOVE SO-ACCOUNT-ID TO OD-ACCOUNT-ID
003322         READ ODLIMIT
003323             INVALID KEY
003324                 MOVE ZERO TO OD-LIMIT
003325         END-READ
003326     END-IF
003327     IF NOT ORDER-FAILED
003328         AND SO-AMOUNT + WS-EXCESS-FEE-DUE > CM-BALANCE + OD-LIMIT
003329         MOVE 'Y' TO WS-ORDER-FAILED-SWITCH
003330         MOVE 'FAILED - INSUFFICIENT FUNDS' TO WS-D-RESULT
003334         MOVE 'NS' TO WS-NOTICE-REASON
003340     END-IF.
003350 5000-READ-SOURCE-EXIT.
003360     EXIT.
003440             MOVE 'Y' TO WS-ORDER-FAILED-SWITCH
003450             MOVE 'FAILED - TARGET ACCOUNT NOT FOUND'
003460                 TO WS-D-RESULT
003464             MOVE 'PA' TO WS-NOTICE-REASON
003470     END-READ
003480     IF NOT ORDER-FAILED AND NOT TG-ACCOUNT-OPEN
003490         MOVE 'Y' TO WS-ORDER-FAILED-SWITCH
003500         MOVE 'FAILED - TARGET ACCOUNT IS NOT OPEN'
003510             TO WS-D-RESULT
003514         MOVE 'PA' TO WS-NOTICE-REASON
003520     END-IF
003530     IF NOT ORDER-FAILED
003540         MOVE SO-ACCOUNT-ID TO CM-ACCOUNT-ID
003590                     TO WS-D-RESULT
003600         END-READ
003610     END-IF.
003611 5100-READ-TARGET-EXIT.
003612     EXIT.
003613*--------------------------------------------------------------
003614* 5200-CHECK-SAVINGS-COUNT - PICK UP THE SOURCE'S COUNT FOR THE
003615*                            CYCLE FROM SAVWDL (A FIRST MOVEMENT
003616*                            STARTS A NEW RECORD).  AT THE LIMIT
003617*                            THE ORDER IS REFUSED AND THE REFUSAL
003618*                            COUNTED, UNLESS SYSPARM CARRIES AN
003619*                            EXCESS FEE, IN WHICH CASE THE FEE IS
003620*                            DUE ON TOP OF THE ORDER.
003621*--------------------------------------------------------------
003622 5200-CHECK-SAVINGS-COUNT.
003623     MOVE SO-ACCOUNT-ID TO SV-ACCOUNT-ID
003624     READ SAVWDL
003625         INVALID KEY
003626             MOVE 'N' TO WS-COUNT-FOUND-SWITCH
003627             MOVE SO-ACCOUNT-ID TO SV-ACCOUNT-ID
003628             MOVE WS-TODAY-CYYDDD TO SV-CYCLE-START
003629             MOVE ZERO TO SV-WITHDRAWAL-COUNT
003630             MOVE ZERO TO SV-EXCESS-COUNT
003631             MOVE ZERO TO SV-EXCESS-FEES
003632             MOVE ZERO TO SV-REFUSED-COUNT
003633             MOVE ZERO TO SV-LAST-DATE
003634         NOT INVALID KEY
003635             MOVE 'Y' TO WS-COUNT-FOUND-SWITCH
003636     END-READ
003637     IF SV-WITHDRAWAL-COUNT < WS-SAVINGS-LIMIT
003638         GO TO 5200-CHECK-SAVINGS-COUNT-EXIT
003639     END-IF
003640     IF WS-SAVINGS-EXCESS-FEE > ZERO
003641         MOVE WS-SAVINGS-EXCESS-FEE TO WS-EXCESS-FEE-DUE
003642         GO TO 5200-CHECK-SAVINGS-COUNT-EXIT
003643     END-IF
003644     MOVE 'Y' TO WS-ORDER-FAILED-SWITCH
003645     MOVE 'FAILED - SAVINGS WITHDRAWAL LIMIT' TO WS-D-RESULT
003646     ADD 1 TO SV-REFUSED-COUNT
003647     MOVE WS-TODAY-CYYDDD TO SV-LAST-DATE
003648     PERFORM 5400-SAVE-SAVINGS-COUNT THRU
003649         5400-SAVE-SAVINGS-COUNT-EXIT.
003650 5200-CHECK-SAVINGS-COUNT-EXIT.
003651     EXIT.
003652*--------------------------------------------------------------
003653* 5300-COUNT-WITHDRAWAL - THE ORDER HAS EXECUTED, SO COUNT IT
003654*                         AGAINST THE SAVINGS ALLOWANCE, WITH
003655*                         THE EXCESS FEE IF ONE WAS CHARGED
003656*--------------------------------------------------------------
003657 5300-COUNT-WITHDRAWAL.
003658     ADD 1 TO SV-WITHDRAWAL-COUNT
003659     IF WS-EXCESS-FEE-DUE > ZERO
003660         ADD 1 TO SV-EXCESS-COUNT
003661         ADD WS-EXCESS-FEE-DUE TO SV-EXCESS-FEES
003662         ADD 1 TO WS-FEE-COUNT
003663         ADD WS-EXCESS-FEE-DUE TO WS-TOTAL-FEES
003664     END-IF
003665     MOVE WS-TODAY-CYYDDD TO SV-LAST-DATE
003666     PERFORM 5400-SAVE-SAVINGS-COUNT THRU
003667         5400-SAVE-SAVINGS-COUNT-EXIT.
003668 5300-COUNT-WITHDRAWAL-EXIT.
003669     EXIT.
003670*--------------------------------------------------------------
003671* 5400-SAVE-SAVINGS-COUNT - REWRITE THE SAVWDL RECORD, OR ADD
003672*                           IT ON THE ACCOUNT'S FIRST MOVEMENT
003673*                           OF THE CYCLE
003674*--------------------------------------------------------------
003675 5400-SAVE-SAVINGS-COUNT.
003676     IF SAVINGS-COUNT-FOUND
003677         REWRITE SAVINGS-WITHDRAWAL-RECORD
003678             INVALID KEY
003679                 CONTINUE
003680         END-REWRITE
003681     ELSE
003682         WRITE SAVINGS-WITHDRAWAL-RECORD
003683             INVALID KEY
003684                 CONTINUE
003685         END-WRITE
003686         MOVE 'Y' TO WS-COUNT-FOUND-SWITCH
003687     END-IF
003688     CONTINUE.
003689 5400-SAVE-SAVINGS-COUNT-EXIT.
003690     EXIT.
003691*--------------------------------------------------------------
003692* 6000-WRITE-JOURNAL - WRITE THE DEBIT AND CREDIT SIDES TO
003693*                      JRNL EXACTLY AS PAYMCOB'S WRITE-JOURNAL
003694*                      DOES.  THE KEY SEQUENCE NUMBER IS BUMPED
003695*                      AFTER EACH LEG SO KEYS STAY UNIQUE
003696*                      WITHIN THE RUN.  AN EXCESS SAVINGS
003697*                      FEE FOLLOWS AS A THIRD LEG, TYPE F
003698*                      WITH COUNTERPARTY FEEINCM AS SVCCHG
003699*                      WRITES ITS FEES.
003700*--------------------------------------------------------------
003710 6000-WRITE-JOURNAL.
003720     MOVE SO-ACCOUNT-ID TO JR-SOURCE-ID
003880         MOVE SO-TARGET-ID TO JR-SOURCE-ID
003890         MOVE SO-ACCOUNT-ID TO JR-TARGET-ID
003900         MOVE WS-JOURNAL-SEQ TO JR-SEQ
003904         MOVE WS-JOURNAL-SEQ TO WS-CREDIT-SEQ
003910         MOVE 'STORUN' TO JR-OPERATOR-ID
003920         ADD 1 TO WS-JOURNAL-SEQ
003930         MOVE 'C' TO JR-TRAN-TYPE
003940         WRITE JOURNAL-RECORD
003950             INVALID KEY
003960                 MOVE 'Y' TO WS-ORDER-FAILED-SWITCH
003961                 MOVE 'FAILED - JOURNAL NOT WRITTEN'
003962                     TO WS-D-RESULT
003963                 PERFORM 6100-BACK-OUT-DEBIT-LEG THRU
003964                     6100-BACK-OUT-DEBIT-LEG-EXIT
003965         END-WRITE
003966     END-IF
003967     IF NOT ORDER-FAILED AND WS-EXCESS-FEE-DUE > ZERO
003968         MOVE SO-ACCOUNT-ID TO JR-SOURCE-ID
003969         MOVE 'FEEINCM' TO JR-TARGET-ID
003970         MOVE WS-JOURNAL-SEQ TO JR-SEQ
003971         MOVE 'STORUN' TO JR-OPERATOR-ID
003972         ADD 1 TO WS-JOURNAL-SEQ
003973         MOVE WS-EXCESS-FEE-DUE TO JR-AMOUNT
003974         MOVE 'F' TO JR-TRAN-TYPE
003975         WRITE JOURNAL-RECORD
003976             INVALID KEY
003977                 MOVE 'Y' TO WS-ORDER-FAILED-SWITCH
003978                 MOVE 'FAILED - JOURNAL NOT WRITTEN'
003979                     TO WS-D-RESULT
003980                 PERFORM 6200-BACK-OUT-CREDIT-LEG THRU
003981                     6200-BACK-OUT-CREDIT-LEG-EXIT
003990                 PERFORM 6100-BACK-OUT-DEBIT-LEG THRU
004000                     6100-BACK-OUT-DEBIT-LEG-EXIT
004010         END-WRITE
004200     MOVE WS-JOURNAL-TIME TO JR-TIME
004210     MOVE WS-DEBIT-SEQ TO JR-SEQ
004220     DELETE JRNL RECORD.
004221 6100-BACK-OUT-DEBIT-LEG-EXIT.
004222     EXIT.
004223*--------------------------------------------------------------
004224* 6200-BACK-OUT-CREDIT-LEG - THE EXCESS FEE LEG COULD NOT BE
004225*                            WRITTEN, SO REMOVE THE CREDIT SIDE
004226*                            AS WELL AS THE DEBIT SIDE
004227*--------------------------------------------------------------
004228 6200-BACK-OUT-CREDIT-LEG.
004229     MOVE SO-TARGET-ID TO JR-SOURCE-ID
004230     MOVE WS-TODAY-CYYDDD TO JR-DATE
004231     MOVE WS-JOURNAL-TIME TO JR-TIME
004232     MOVE WS-CREDIT-SEQ TO JR-SEQ
004233     DELETE JRNL RECORD.
004234 6200-BACK-OUT-CREDIT-LEG-EXIT.
004235     EXIT.
004236*--------------------------------------------------------------
004237* 7000-QUEUE-NOTICE - PUT A STANDING-ORDER-FAILED NOTICE FOR THE
004238*                     SOURCE ACCOUNT ON NOTICEQ FOR THE NIGHTLY
004239*                     LETTER RUN.  THE KEY SEQUENCE NUMBER IS
004240*                     BUMPED AFTER EACH NOTICE SO KEYS STAY UNIQUE
004241*                     WITHIN THE RUN.
004242*--------------------------------------------------------------
004243 7000-QUEUE-NOTICE.
004244     MOVE SO-ACCOUNT-ID TO NQ-ACCOUNT-ID
004245     MOVE WS-TODAY-CYYDDD TO NQ-DATE
004246     MOVE WS-JOURNAL-TIME TO NQ-TIME
004247     MOVE WS-NOTICE-SEQ TO NQ-SEQ
004248     MOVE 'SF' TO NQ-NOTICE-TYPE
004249     MOVE SO-AMOUNT TO NQ-AMOUNT
004250     MOVE WS-NOTICE-REASON TO NQ-REASON-CODE
004251     MOVE SO-TARGET-ID TO NQ-REFERENCE
004252     MOVE 'STORUN' TO NQ-RAISED-BY
004253     WRITE NOTICE-QUEUE-RECORD
004254         INVALID KEY
004255             DISPLAY 'STORUN - NOTICE NOT QUEUED FOR '
004256                 SO-ACCOUNT-ID
004257         NOT INVALID KEY
004258             ADD 1 TO WS-NOTICE-COUNT
004259     END-WRITE
004260     ADD 1 TO WS-NOTICE-SEQ.
004261 7000-QUEUE-NOTICE-EXIT.
004262     EXIT.
004263*--------------------------------------------------------------
004264* 9000-TERMINATE - PRINT THE RUN TOTALS, ROLL THE EXCESS
004265*                  SAVINGS FEES OUT OF THE BALCTL BASELINE
004266*                  (STORUN POSTS AFTER TRIALBAL HAS TAKEN IT)
004267*                  AND CLOSE UP
004270*--------------------------------------------------------------
004280 9000-TERMINATE.
004290     MOVE SPACES TO PRT-LINE
004460     WRITE PRT-LINE
004470     MOVE WS-TOTAL-MOVED TO WS-T-TOTAL-MOVED
004480     MOVE WS-TOTAL-LINE TO PRT-LINE
004481     WRITE PRT-LINE
004482     MOVE 'EXCESS FEES:    ' TO WS-C-LABEL
004483     MOVE WS-FEE-COUNT TO WS-C-COUNT
004484     MOVE WS-COUNT-LINE TO PRT-LINE
004485     WRITE PRT-LINE
004486     MOVE WS-TOTAL-FEES TO WS-T-TOTAL-FEES
004487     MOVE WS-FEE-TOTAL-LINE TO PRT-LINE
004488     WRITE PRT-LINE
004489     MOVE 'NOTICES QUEUED: ' TO WS-C-LABEL
004490     MOVE WS-NOTICE-COUNT TO WS-C-COUNT
004491     MOVE WS-COUNT-LINE TO PRT-LINE
004492     WRITE PRT-LINE
004493     IF CTL-RECORD-FOUND
004494         SUBTRACT WS-TOTAL-FEES FROM CTL-PRIOR-TOTAL
004495         REWRITE BALCTL-RECORD
004496     END-IF
004500     CLOSE STORDER
004510     CLOSE CUSTMAS
004520     CLOSE JRNL
004521     CLOSE ODLIMIT
004522     CLOSE TDEPMAS
004523     CLOSE SAVWDL
004524     CLOSE BALCTL
004525     CLOSE NOTICEQ
004530     CLOSE PRTFILE
004540     DISPLAY 'STORUN - ORDERS EXECUTED: ' WS-EXECUTED-COUNT.
004550     PERFORM 9500-STAMP-RUN-CONTROL THRU
