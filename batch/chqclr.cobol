000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CHQCLR.
000030 AUTHOR.        D SHAH.
000040 INSTALLATION.  RETAIL BANKING SYSTEMS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*--------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 10/15/26   DS    NEW PROGRAM.  INWARD CHEQUE CLEARING.  TAKES
000120*                  THE CLEARING FILE OF CHEQUES PRESENTED AGAINST
000130*                  OUR CHECKING ACCOUNTS AND, IN THE BLKDEBT
000140*                  MOULD, PROVES THE FILE'S TRAILER (DETAIL COUNT
000150*                  AND AMOUNT HASH) IN PASS 1 - A MISMATCH ENDS
000160*                  RETURN-CODE 16 AND PAYS NOTHING.  PASS 2 PAYS
000170*                  EACH CHEQUE WITH THE ACCOUNT-STATUS AND
000180*                  AVAILABLE-FUNDS CHECKS PAYMCOB'S WRITE-BALAN
000190*                  APPLIES (LEDGER LESS UNRELEASED HOLDFIL HOLDS,
000200*                  PLUS ANY ODLIMIT ARRANGED OVERDRAFT), AND ALSO
000210*                  REFUSES A CHEQUE COVERED BY A STOP IN FORCE ON
000220*                  STOPCHQ (PLACED IN STPCCOB) OR WHOSE SERIAL HAS
000230*                  ALREADY BEEN PAID ON THE ACCOUNT (CHQPAID
000240*                  REGISTER).  A PAID CHEQUE IS JOURNALLED AS TYPE
000250*                  Q WITH COUNTERPARTY 'CQ' PLUS THE SIX-DIGIT
000260*                  SERIAL SO THE STATEMENTS SHOW WHICH CHEQUE WAS
000270*                  PAID.  EVERY REFUSED ITEM GOES TO THE RETURN
000280*                  FILE WITH ITS REASON CODE (SP STOPPED, DP
000290*                  DUPLICATE SERIAL, NS INSUFFICIENT FUNDS, CL
000300*                  CLOSED, FR FROZEN, DM DORMANT, NF NOT FOUND,
000310*                  NC NOT A CHEQUE ACCOUNT, IV BAD AMOUNT OR
000320*                  SERIAL, RJ POSTING FAILURE OUR SIDE) WITH ITS
000330*                  OWN COUNT/HASH TRAILER, PLUS THE PRINTED
000340*                  REGISTER WITH CONTROL TOTALS.
000341* 10/15/26   DS    REFUSES TO START (RETURN-CODE 8) ONCE RUNCTL
000342*                  HOLDS TODAY'S TRIALBAL COMPLETION RECORD - THE
000343*                  TRIAL BALANCE ONLY PROVES ENTRIES DATED TODAY,
000344*                  SO PAYING AFTER IT WOULD MISS EVERY PROOF.
000350*--------------------------------------------------------------
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT CHQIN ASSIGN TO CHQIN
000400         ORGANIZATION IS SEQUENTIAL.
000410     SELECT CUSTMAS ASSIGN TO CUSTMAS
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS RANDOM
000440         RECORD KEY IS CM-ACCOUNT-ID.
000450     SELECT JRNL ASSIGN TO JRNL
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS RANDOM
000480         RECORD KEY IS JR-KEY.
000490     SELECT HOLDFIL ASSIGN TO HOLDFIL
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS HF-KEY.
000530     SELECT ODLIMIT ASSIGN TO ODLIMIT
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS RANDOM
000560         RECORD KEY IS OD-ACCOUNT-ID.
000570     SELECT STOPCHQ ASSIGN TO STOPCHQ
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS SC-KEY.
000610     SELECT CHQPAID ASSIGN TO CHQPAID
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS RANDOM
000640         RECORD KEY IS CP-KEY.
000641     SELECT RUNCTL ASSIGN TO RUNCTL
000642         ORGANIZATION IS INDEXED
000643         ACCESS MODE IS RANDOM
000644         RECORD KEY IS RC-KEY.
000650     SELECT CHQRTN ASSIGN TO CHQRTN
000660         ORGANIZATION IS SEQUENTIAL.
000670     SELECT PRTFILE ASSIGN TO PRTFILE
000680         ORGANIZATION IS SEQUENTIAL.
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  CHQIN
000720     RECORDING MODE IS F
000730     LABEL RECORDS ARE STANDARD.
000740 01  PRESENTED-CHEQUE-RECORD.
000750     05  CI-RECORD-TYPE            PIC X(01).
000760         88  CI-DETAIL-RECORD          VALUE 'D'.
000770         88  CI-TRAILER-RECORD         VALUE 'T'.
000780     05  CI-ACCOUNT-ID             PIC X(08).
000790     05  CI-SERIAL                 PIC 9(06).
000800     05  CI-AMOUNT                 PIC 9(09)V99.
000810     05  CI-PRESENTER-REF          PIC X(12).
000820     05  FILLER                    PIC X(02).
000830 01  PRESENTED-CHEQUE-TRAILER REDEFINES PRESENTED-CHEQUE-RECORD.
000840     05  FILLER                    PIC X(01).
000850     05  CL-DETAIL-COUNT           PIC 9(07).
000860     05  CL-HASH-TOTAL             PIC 9(13)V99.
000870     05  FILLER                    PIC X(17).
000880 FD  CUSTMAS
000890     LABEL RECORDS ARE STANDARD.
000900 01  CUSTOMER-MASTER-RECORD.
000910     05  CM-ACCOUNT-ID.
000920         10  CM-CUSTOMER-NUMBER    PIC X(06).
000930         10  CM-ACCOUNT-SUFFIX     PIC X(02).
000940     05  CM-BALANCE                PIC S9(09)V99.
000950     05  CM-CUSTOMER-NAME          PIC X(20).
000960     05  CM-STATUS                 PIC X(01).
000970         88  CM-ACCOUNT-OPEN           VALUE 'O'.
000980         88  CM-ACCOUNT-CLOSED          VALUE 'C'.
000990         88  CM-ACCOUNT-FROZEN          VALUE 'F'.
001000         88  CM-ACCOUNT-DORMANT         VALUE 'D'.
001010     05  CM-ACCOUNT-TYPE           PIC X(01).
001020         88  CM-CHECKING-ACCOUNT       VALUE 'C'.
001030 FD  JRNL
001040     LABEL RECORDS ARE STANDARD.
001050 01  JOURNAL-RECORD.
001060     05  JR-KEY.
001070         10  JR-SOURCE-ID          PIC X(08).
001080         10  JR-DATE               PIC S9(07) COMP-3.
001090         10  JR-TIME               PIC S9(07) COMP-3.
001100         10  JR-SEQ                PIC S9(05) COMP-3.
001110     05  JR-TARGET-ID              PIC X(08).
001120     05  JR-AMOUNT                 PIC S9(09)V99.
001130     05  JR-TRAN-TYPE              PIC X(01).
001140     05  JR-OPERATOR-ID            PIC X(08).
001150 FD  HOLDFIL
001160     LABEL RECORDS ARE STANDARD.
001170 01  HOLD-RECORD.
001180     05  HF-KEY.
001190         10  HF-ACCOUNT-ID         PIC X(08).
001200         10  HF-DATE               PIC S9(07) COMP-3.
001210         10  HF-TIME               PIC S9(07) COMP-3.
001220     05  HF-AMOUNT                 PIC S9(09)V99.
001230     05  HF-RELEASE-DATE           PIC S9(07) COMP-3.
001240     05  HF-STATUS                 PIC X(01).
001250         88  HF-HELD                   VALUE 'H'.
001260     05  HF-PLACED-BY              PIC X(06).
001270 FD  ODLIMIT
001280     LABEL RECORDS ARE STANDARD.
001290 01  OVERDRAFT-LIMIT-RECORD.
001300     05  OD-ACCOUNT-ID             PIC X(08).
001310     05  OD-LIMIT                  PIC S9(09)V99.
001320     05  OD-SET-DATE               PIC S9(07) COMP-3.
001330     05  OD-SET-BY                 PIC X(06).
001340     05  OD-OVERDRAWN-SINCE        PIC S9(07) COMP-3.
001350     05  OD-LAST-CHARGED           PIC S9(07) COMP-3.
001360 FD  STOPCHQ
001370     LABEL RECORDS ARE STANDARD.
001380 01  STOP-CHEQUE-RECORD.
001390     05  SC-KEY.
001400         10  SC-ACCOUNT-ID         PIC X(08).
001410         10  SC-FROM-SERIAL        PIC 9(06).
001420     05  SC-TO-SERIAL              PIC 9(06).
001430     05  SC-EXPIRY-DATE            PIC S9(07) COMP-3.
001440     05  SC-PLACED-DATE            PIC S9(07) COMP-3.
001450     05  SC-PLACED-BY              PIC X(06).
001460     05  SC-STATUS                 PIC X(01).
001470         88  SC-STOP-ACTIVE            VALUE 'A'.
001480 FD  CHQPAID
001490     LABEL RECORDS ARE STANDARD.
001500 01  PAID-CHEQUE-RECORD.
001510     05  CP-KEY.
001520         10  CP-ACCOUNT-ID         PIC X(08).
001530         10  CP-SERIAL             PIC 9(06).
001540     05  CP-PAID-DATE              PIC S9(07) COMP-3.
001550     05  CP-AMOUNT                 PIC S9(09)V99.
001560     05  CP-PRESENTER-REF          PIC X(12).
001561 FD  RUNCTL
001562     LABEL RECORDS ARE STANDARD.
001563 01  RUN-CONTROL-RECORD.
001564     05  RC-KEY.
001565         10  RC-DATE               PIC S9(07) COMP-3.
001566         10  RC-JOB-NAME           PIC X(08).
001567     05  RC-COMPLETED-TIME         PIC S9(07) COMP-3.
001570 FD  CHQRTN
001580     RECORDING MODE IS F
001590     LABEL RECORDS ARE STANDARD.
001600 01  RETURN-OUT-RECORD             PIC X(40).
001610 FD  PRTFILE
001620     RECORDING MODE IS F
001630     LABEL RECORDS ARE STANDARD.
001640 01  PRT-LINE                      PIC X(80).
001650 WORKING-STORAGE SECTION.
001660 77  WS-EOF-SWITCH                 PIC X(01) VALUE 'N'.
001670     88  END-OF-CHQIN                  VALUE 'Y'.
001680 77  WS-TRAILER-SEEN-SWITCH        PIC X(01) VALUE 'N'.
001690     88  TRAILER-SEEN                  VALUE 'Y'.
001700 77  WS-FILE-BAD-SWITCH            PIC X(01) VALUE 'N'.
001710     88  CLEARING-FILE-BAD             VALUE 'Y'.
001720 77  WS-CHEQUE-FAILED-SWITCH       PIC X(01) VALUE 'N'.
001730     88  CHEQUE-FAILED                 VALUE 'Y'.
001740 77  WS-HOLD-DONE-SWITCH           PIC X(01) VALUE 'N'.
001750     88  HOLDS-DONE-FOR-ACCOUNT        VALUE 'Y'.
001760 77  WS-STOP-DONE-SWITCH           PIC X(01) VALUE 'N'.
001770     88  STOPS-DONE-FOR-ACCOUNT        VALUE 'Y'.
001773 77  WS-RUN-BLOCKED-SWITCH         PIC X(01) VALUE 'N'.
001776     88  RUN-BLOCKED                   VALUE 'Y'.
001780 77  WS-PASS1-COUNT                PIC 9(07) VALUE ZERO.
001790 77  WS-PASS1-HASH                 PIC 9(13)V99 VALUE ZERO.
001800 77  WS-TRAILER-COUNT              PIC 9(07) VALUE ZERO.
001810 77  WS-TRAILER-HASH               PIC 9(13)V99 VALUE ZERO.
001820 77  WS-PAID-COUNT                 PIC 9(07) VALUE ZERO.
001830 77  WS-PAID-TOTAL                 PIC S9(13)V99 VALUE ZERO.
001840 77  WS-RETURNED-COUNT             PIC 9(07) VALUE ZERO.
001850 77  WS-RETURNED-TOTAL             PIC S9(13)V99 VALUE ZERO.
001860 77  WS-REASON-CODE                PIC X(02) VALUE SPACES.
001870 77  WS-TOTAL-HOLDS                PIC S9(09)V99 VALUE ZERO.
001880 77  WS-AVAILABLE-BALANCE          PIC S9(09)V99 VALUE ZERO.
001890 01  WS-JULIAN-DATE                PIC 9(05).
001900 01  WS-TODAY-CYYDDD               PIC S9(07).
001910 01  WS-TIME-OF-DAY                PIC 9(08).
001920 01  FILLER REDEFINES WS-TIME-OF-DAY.
001930     05  WS-TIME-HHMMSS            PIC 9(06).
001940     05  FILLER                    PIC 9(02).
001950 01  WS-JOURNAL-TIME               PIC S9(07).
001960 01  WS-JOURNAL-SEQ                PIC S9(05) VALUE ZERO.
001970 01  WS-CHEQUE-COUNTERPARTY.
001980     05  FILLER                    PIC X(02) VALUE 'CQ'.
001990     05  WS-CQ-SERIAL              PIC 9(06).
002000 01  RETURN-OUT-DETAIL.
002010     05  FILLER                    PIC X(01) VALUE 'D'.
002020     05  RD-ACCOUNT-ID             PIC X(08).
002030     05  RD-SERIAL                 PIC 9(06).
002040     05  RD-AMOUNT                 PIC 9(09)V99.
002050     05  RD-REASON-CODE            PIC X(02).
002060     05  RD-PRESENTER-REF          PIC X(12).
002070 01  RETURN-OUT-TRAILER.
002080     05  FILLER                    PIC X(01) VALUE 'T'.
002090     05  RT-DETAIL-COUNT           PIC 9(07).
002100     05  RT-HASH-TOTAL             PIC 9(13)V99.
002110     05  FILLER                    PIC X(17) VALUE SPACES.
002120 01  WS-DETAIL-LINE.
002130     05  WS-D-ACCOUNT-ID           PIC X(08).
002140     05  FILLER                    PIC X(02) VALUE SPACES.
002150     05  WS-D-SERIAL               PIC 9(06).
002160     05  FILLER                    PIC X(02) VALUE SPACES.
002170     05  WS-D-AMOUNT               PIC -(9)9.99.
002180     05  FILLER                    PIC X(02) VALUE SPACES.
002190     05  WS-D-PRESENTER-REF        PIC X(12).
002200     05  FILLER                    PIC X(02) VALUE SPACES.
002210     05  WS-D-RESULT               PIC X(32).
002220 01  WS-TOTAL-LINE.
002230     05  FILLER                    PIC X(10) VALUE SPACES.
002240     05  WS-T-LABEL                PIC X(20).
002250     05  WS-T-COUNT                PIC Z(06)9.
002260     05  FILLER                    PIC X(08) VALUE '  TOTAL '.
002270     05  WS-T-AMOUNT               PIC -(10)9.99.
002280     05  FILLER                    PIC X(21) VALUE SPACES.
002290 PROCEDURE DIVISION.
002300 0000-MAINLINE.
002310     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
002312     IF RUN-BLOCKED
002314         GOBACK
002316     END-IF
002320     PERFORM 2000-VERIFY-RECORD THRU 2000-VERIFY-RECORD-EXIT
002330         UNTIL END-OF-CHQIN
002340     PERFORM 2500-CHECK-TRAILER THRU 2500-CHECK-TRAILER-EXIT
002350     IF NOT CLEARING-FILE-BAD
002360         PERFORM 5000-PAY-PASS THRU 5000-PAY-PASS-EXIT
002370     END-IF
002380     PERFORM 7000-WRITE-RETURN-TRAILER THRU
002390         7000-WRITE-RETURN-TRAILER-EXIT
002400     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
002410     GOBACK.
002420*--------------------------------------------------------------
002430* 1000-INITIALIZE - OPEN FILES, WORK OUT THE JOURNAL STAMPS,
002440*                   PRIME THE PASS 1 READ.  NOTHING IS OPENED OR
002444*                   PAID IF TRIALBAL HAS ALREADY RUN FOR TODAY.
002450*--------------------------------------------------------------
002460 1000-INITIALIZE.
002470     ACCEPT WS-JULIAN-DATE FROM DAY
002480     COMPUTE WS-TODAY-CYYDDD = 100000 + WS-JULIAN-DATE
002481     OPEN INPUT RUNCTL
002482     MOVE WS-TODAY-CYYDDD TO RC-DATE
002483     MOVE 'TRIALBAL' TO RC-JOB-NAME
002484     READ RUNCTL
002485         INVALID KEY
002486             CONTINUE
002487         NOT INVALID KEY
002488             MOVE 'Y' TO WS-RUN-BLOCKED-SWITCH
002489             MOVE 8 TO RETURN-CODE
002490             DISPLAY 'CHQCLR - MUST RUN BEFORE TRIALBAL '
002491                 'PROVES THIS DATE'
002492     END-READ
002493     CLOSE RUNCTL
002494     IF RUN-BLOCKED
002495         GO TO 1000-INITIALIZE-EXIT
002496     END-IF
002497     ACCEPT WS-TIME-OF-DAY FROM TIME
002500     MOVE WS-TIME-HHMMSS TO WS-JOURNAL-TIME
002510     OPEN INPUT CHQIN
002520     OPEN I-O CUSTMAS
002530     OPEN I-O JRNL
002540     OPEN INPUT HOLDFIL
002550     OPEN INPUT ODLIMIT
002560     OPEN INPUT STOPCHQ
002570     OPEN I-O CHQPAID
002580     OPEN OUTPUT CHQRTN
002590     OPEN OUTPUT PRTFILE
002600     MOVE SPACES TO PRT-LINE
002610     MOVE 'INWARD CHEQUE CLEARING REGISTER' TO PRT-LINE
002620     WRITE PRT-LINE
002630     MOVE SPACES TO PRT-LINE
002640     WRITE PRT-LINE
002650     PERFORM 3000-READ-CHQIN THRU 3000-READ-CHQIN-EXIT.
002660 1000-INITIALIZE-EXIT.
002670     EXIT.
002680*--------------------------------------------------------------
002690* 2000-VERIFY-RECORD - PASS 1.  COUNT AND HASH THE DETAILS,
002700*                      CAPTURE THE TRAILER.
002710*--------------------------------------------------------------
002720 2000-VERIFY-RECORD.
002730     EVALUATE TRUE
002740         WHEN CI-DETAIL-RECORD
002750             ADD 1 TO WS-PASS1-COUNT
002760             IF CI-AMOUNT NUMERIC
002770                 ADD CI-AMOUNT TO WS-PASS1-HASH
002780             END-IF
002790         WHEN CI-TRAILER-RECORD
002800             MOVE 'Y' TO WS-TRAILER-SEEN-SWITCH
002810             MOVE CL-DETAIL-COUNT TO WS-TRAILER-COUNT
002820             MOVE CL-HASH-TOTAL TO WS-TRAILER-HASH
002830         WHEN OTHER
002840             MOVE 'Y' TO WS-FILE-BAD-SWITCH
002850     END-EVALUATE
002860     PERFORM 3000-READ-CHQIN THRU 3000-READ-CHQIN-EXIT.
002870 2000-VERIFY-RECORD-EXIT.
002880     EXIT.
002890*--------------------------------------------------------------
002900* 2500-CHECK-TRAILER - THE TRAILER MUST MATCH THE DETAILS TO
002910*                      THE PENNY OR NOTHING IS PAID
002920*--------------------------------------------------------------
002930 2500-CHECK-TRAILER.
002940     IF NOT TRAILER-SEEN
002950         MOVE 'Y' TO WS-FILE-BAD-SWITCH
002960     END-IF
002970     IF WS-PASS1-COUNT NOT = WS-TRAILER-COUNT
002980         OR WS-PASS1-HASH NOT = WS-TRAILER-HASH
002990         MOVE 'Y' TO WS-FILE-BAD-SWITCH
003000     END-IF
003010     IF CLEARING-FILE-BAD
003020         MOVE '*** CLEARING FILE CONTROL TOTALS DO NOT MATCH'
003030             TO PRT-LINE
003040         WRITE PRT-LINE
003050         MOVE '*** NOTHING PAID' TO PRT-LINE
003060         WRITE PRT-LINE
003070         DISPLAY 'CHQCLR - TRAILER MISMATCH - NOTHING PAID'
003080         MOVE 16 TO RETURN-CODE
003090     END-IF.
003100 2500-CHECK-TRAILER-EXIT.
003110     EXIT.
003120*--------------------------------------------------------------
003130* 3000-READ-CHQIN - READ THE NEXT PRESENTED CHEQUE
003140*--------------------------------------------------------------
003150 3000-READ-CHQIN.
003160     READ CHQIN
003170         AT END
003180             MOVE 'Y' TO WS-EOF-SWITCH
003190     END-READ.
003200 3000-READ-CHQIN-EXIT.
003210     EXIT.
003220*--------------------------------------------------------------
003230* 5000-PAY-PASS - PASS 2.  RE-READ THE FILE AND PAY OR RETURN
003240*                 EACH CHEQUE.
003250*--------------------------------------------------------------
003260 5000-PAY-PASS.
003270     CLOSE CHQIN
003280     OPEN INPUT CHQIN
003290     MOVE 'N' TO WS-EOF-SWITCH
003300     PERFORM 3000-READ-CHQIN THRU 3000-READ-CHQIN-EXIT
003310     PERFORM 6000-PAY-CHEQUE THRU 6000-PAY-CHEQUE-EXIT
003320         UNTIL END-OF-CHQIN.
003330 5000-PAY-PASS-EXIT.
003340     EXIT.
003350*--------------------------------------------------------------
003360* 6000-PAY-CHEQUE - VALIDATE AND PAY ONE CHEQUE.  A REFUSED
003370*                   CHEQUE GOES TO THE RETURN FILE WITH ITS
003380*                   REASON CODE AND TO THE REGISTER.
003390*--------------------------------------------------------------
003400 6000-PAY-CHEQUE.
003410     IF CI-DETAIL-RECORD
003420         MOVE 'N' TO WS-CHEQUE-FAILED-SWITCH
003430         MOVE SPACES TO WS-REASON-CODE
003440         MOVE CI-ACCOUNT-ID TO WS-D-ACCOUNT-ID
003450         MOVE CI-PRESENTER-REF TO WS-D-PRESENTER-REF
003460         IF CI-SERIAL NUMERIC
003470             MOVE CI-SERIAL TO WS-D-SERIAL
003480         ELSE
003490             MOVE ZERO TO WS-D-SERIAL
003500         END-IF
003510         IF CI-AMOUNT NOT NUMERIC OR CI-AMOUNT = ZERO
003520             OR CI-SERIAL NOT NUMERIC OR CI-SERIAL = ZERO
003530             MOVE 'Y' TO WS-CHEQUE-FAILED-SWITCH
003540             MOVE 'IV' TO WS-REASON-CODE
003550             MOVE ZERO TO WS-D-AMOUNT
003560             MOVE 'RETURNED - INVALID AMOUNT/SERIAL'
003570                 TO WS-D-RESULT
003580         ELSE
003590             MOVE CI-AMOUNT TO WS-D-AMOUNT
003600         END-IF
003610         IF NOT CHEQUE-FAILED
003620             PERFORM 6100-READ-ACCOUNT THRU 6100-READ-ACCOUNT-EXIT
003630         END-IF
003640         IF NOT CHEQUE-FAILED
003650             PERFORM 6120-CHECK-DUPLICATE THRU
003660                 6120-CHECK-DUPLICATE-EXIT
003670         END-IF
003680         IF NOT CHEQUE-FAILED
003690             PERFORM 6130-CHECK-STOPS THRU 6130-CHECK-STOPS-EXIT
003700         END-IF
003710         IF NOT CHEQUE-FAILED
003720             PERFORM 6150-CHECK-FUNDS THRU 6150-CHECK-FUNDS-EXIT
003730         END-IF
003740         IF NOT CHEQUE-FAILED
003750             PERFORM 6200-RECORD-PAID THRU 6200-RECORD-PAID-EXIT
003760         END-IF
003770         IF NOT CHEQUE-FAILED
003780             SUBTRACT CI-AMOUNT FROM CM-BALANCE
003790             REWRITE CUSTOMER-MASTER-RECORD
003800             ADD 1 TO WS-PAID-COUNT
003810             ADD CI-AMOUNT TO WS-PAID-TOTAL
003820             MOVE 'PAID' TO WS-D-RESULT
003830         ELSE
003840             PERFORM 6500-WRITE-RETURN THRU 6500-WRITE-RETURN-EXIT
003850         END-IF
003860         MOVE WS-DETAIL-LINE TO PRT-LINE
003870         WRITE PRT-LINE
003880     END-IF
003890     PERFORM 3000-READ-CHQIN THRU 3000-READ-CHQIN-EXIT.
003900 6000-PAY-CHEQUE-EXIT.
003910     EXIT.
003920*--------------------------------------------------------------
003930* 6100-READ-ACCOUNT - THE ACCOUNT MUST BE ON FILE, OPEN AND A
003940*                     CHECKING ACCOUNT.  EACH REFUSAL CARRIES
003950*                     THE REASON CODE THE PRESENTING BANK
003960*                     EXPECTS ON THE RETURN FILE.
003970*--------------------------------------------------------------
003980 6100-READ-ACCOUNT.
003990     MOVE CI-ACCOUNT-ID TO CM-ACCOUNT-ID
004000     READ CUSTMAS
004010         INVALID KEY
004020             MOVE 'Y' TO WS-CHEQUE-FAILED-SWITCH
004030             MOVE 'NF' TO WS-REASON-CODE
004040             MOVE 'RETURNED - ACCOUNT NOT FOUND' TO WS-D-RESULT
004050     END-READ
004060     IF NOT CHEQUE-FAILED AND NOT CM-ACCOUNT-OPEN
004070         MOVE 'Y' TO WS-CHEQUE-FAILED-SWITCH
004080         EVALUATE TRUE
004090             WHEN CM-ACCOUNT-CLOSED
004100                 MOVE 'CL' TO WS-REASON-CODE
004110                 MOVE 'RETURNED - ACCOUNT CLOSED' TO WS-D-RESULT
004120             WHEN CM-ACCOUNT-FROZEN
004130                 MOVE 'FR' TO WS-REASON-CODE
004140                 MOVE 'RETURNED - ACCOUNT FROZEN' TO WS-D-RESULT
004150             WHEN CM-ACCOUNT-DORMANT
004160                 MOVE 'DM' TO WS-REASON-CODE
004170                 MOVE 'RETURNED - ACCOUNT DORMANT' TO WS-D-RESULT
004180             WHEN OTHER
004190                 MOVE 'CL' TO WS-REASON-CODE
004200                 MOVE 'RETURNED - ACCOUNT NOT OPEN' TO WS-D-RESULT
004210         END-EVALUATE
004220     END-IF
004230     IF NOT CHEQUE-FAILED AND NOT CM-CHECKING-ACCOUNT
004240         MOVE 'Y' TO WS-CHEQUE-FAILED-SWITCH
004250         MOVE 'NC' TO WS-REASON-CODE
004260         MOVE 'RETURNED - NOT A CHEQUE ACCOUNT' TO WS-D-RESULT
004270     END-IF.
004280 6100-READ-ACCOUNT-EXIT.
004290     EXIT.
004300*--------------------------------------------------------------
004310* 6120-CHECK-DUPLICATE - A SERIAL ALREADY ON THE PAID-CHEQUE
004320*                        REGISTER FOR THIS ACCOUNT, WHETHER
004330*                        PAID IN AN EARLIER CLEARING OR EARLIER
004340*                        IN THIS FILE, IS NOT PAID TWICE
004350*--------------------------------------------------------------
004360 6120-CHECK-DUPLICATE.
004370     MOVE CI-ACCOUNT-ID TO CP-ACCOUNT-ID
004380     MOVE CI-SERIAL TO CP-SERIAL
004390     READ CHQPAID
004400         INVALID KEY
004410             GO TO 6120-CHECK-DUPLICATE-EXIT
004420     END-READ
004430     MOVE 'Y' TO WS-CHEQUE-FAILED-SWITCH
004440     MOVE 'DP' TO WS-REASON-CODE
004450     MOVE 'RETURNED - SERIAL ALREADY PAID' TO WS-D-RESULT.
004460 6120-CHECK-DUPLICATE-EXIT.
004470     EXIT.
004480*--------------------------------------------------------------
004490* 6130-CHECK-STOPS - WALK THE ACCOUNT'S STOPCHQ ENTRIES IN
004500*                    FROM-SERIAL ORDER.  A STOP STILL ACTIVE,
004510*                    NOT YET EXPIRED AND WHOSE RANGE TAKES IN
004520*                    THE SERIAL REFUSES THE CHEQUE.
004530*--------------------------------------------------------------
004540 6130-CHECK-STOPS.
004550     MOVE 'N' TO WS-STOP-DONE-SWITCH
004560     MOVE CI-ACCOUNT-ID TO SC-ACCOUNT-ID
004570     MOVE ZERO TO SC-FROM-SERIAL
004580     START STOPCHQ KEY NOT < SC-KEY
004590         INVALID KEY
004600             MOVE 'Y' TO WS-STOP-DONE-SWITCH
004610     END-START
004620     PERFORM 6140-CHECK-ONE-STOP THRU 6140-CHECK-ONE-STOP-EXIT
004630         UNTIL STOPS-DONE-FOR-ACCOUNT.
004640 6130-CHECK-STOPS-EXIT.
004650     EXIT.
004660 6140-CHECK-ONE-STOP.
004670     READ STOPCHQ NEXT RECORD
004680         AT END
004690             MOVE 'Y' TO WS-STOP-DONE-SWITCH
004700     END-READ
004710     IF NOT STOPS-DONE-FOR-ACCOUNT
004720         IF SC-ACCOUNT-ID NOT = CI-ACCOUNT-ID
004730             OR SC-FROM-SERIAL > CI-SERIAL
004740             MOVE 'Y' TO WS-STOP-DONE-SWITCH
004750         ELSE
004760             IF SC-STOP-ACTIVE
004770                 AND SC-TO-SERIAL NOT < CI-SERIAL
004780                 AND SC-EXPIRY-DATE NOT < WS-TODAY-CYYDDD
004790                 MOVE 'Y' TO WS-STOP-DONE-SWITCH
004800                 MOVE 'Y' TO WS-CHEQUE-FAILED-SWITCH
004810                 MOVE 'SP' TO WS-REASON-CODE
004820                 MOVE 'RETURNED - PAYMENT STOPPED' TO WS-D-RESULT
004830             END-IF
004840         END-IF
004850     END-IF.
004860 6140-CHECK-ONE-STOP-EXIT.
004870     EXIT.
004880*--------------------------------------------------------------
004890* 6150-CHECK-FUNDS - THE AVAILABLE BALANCE (LEDGER LESS
004900*                    UNRELEASED HOLDS, PLUS ANY ARRANGED
004910*                    OVERDRAFT) MUST COVER THE CHEQUE, AS IN
004920*                    PAYMCOB'S WRITE-BALAN
004930*--------------------------------------------------------------
004940 6150-CHECK-FUNDS.
004950     MOVE ZERO TO WS-TOTAL-HOLDS
004960     MOVE 'N' TO WS-HOLD-DONE-SWITCH
004970     MOVE CI-ACCOUNT-ID TO HF-ACCOUNT-ID
004980     MOVE ZERO TO HF-DATE
004990     MOVE ZERO TO HF-TIME
005000     START HOLDFIL KEY NOT < HF-KEY
005010         INVALID KEY
005020             MOVE 'Y' TO WS-HOLD-DONE-SWITCH
005030     END-START
005040     PERFORM 6160-ADD-ONE-HOLD THRU 6160-ADD-ONE-HOLD-EXIT
005050         UNTIL HOLDS-DONE-FOR-ACCOUNT
005060     COMPUTE WS-AVAILABLE-BALANCE =
005070         CM-BALANCE - WS-TOTAL-HOLDS
005080     MOVE CI-ACCOUNT-ID TO OD-ACCOUNT-ID
005090     READ ODLIMIT
005100         INVALID KEY
005110             MOVE ZERO TO OD-LIMIT
005120     END-READ
005130     ADD OD-LIMIT TO WS-AVAILABLE-BALANCE
005140     IF CI-AMOUNT > WS-AVAILABLE-BALANCE
005150         MOVE 'Y' TO WS-CHEQUE-FAILED-SWITCH
005160         MOVE 'NS' TO WS-REASON-CODE
005170         MOVE 'RETURNED - INSUFFICIENT FUNDS' TO WS-D-RESULT
005180     END-IF.
005190 6150-CHECK-FUNDS-EXIT.
005200     EXIT.
005210 6160-ADD-ONE-HOLD.
005220     READ HOLDFIL NEXT RECORD
005230         AT END
005240             MOVE 'Y' TO WS-HOLD-DONE-SWITCH
005250     END-READ
005260     IF NOT HOLDS-DONE-FOR-ACCOUNT
005270         IF HF-ACCOUNT-ID NOT = CI-ACCOUNT-ID
005280             MOVE 'Y' TO WS-HOLD-DONE-SWITCH
005290         ELSE
005300             IF HF-HELD
005310                 ADD HF-AMOUNT TO WS-TOTAL-HOLDS
005320             END-IF
005330         END-IF
005340     END-IF.
005350 6160-ADD-ONE-HOLD-EXIT.
005360     EXIT.
005370*--------------------------------------------------------------
005380* 6200-RECORD-PAID - ENTER THE SERIAL ON THE PAID-CHEQUE
005390*                    REGISTER, THEN JOURNAL THE PAYMENT (TYPE
005400*                    Q, COUNTERPARTY CQ + SERIAL).  IF THE
005410*                    JOURNAL WRITE FAILS THE REGISTER ENTRY IS
005420*                    TAKEN BACK OUT SO THE CHEQUE CAN BE
005430*                    PRESENTED AGAIN.  THE KEY SEQUENCE NUMBER
005440*                    IS BUMPED AFTER EACH CHEQUE SO KEYS STAY
005450*                    UNIQUE IN THE RUN.
005460*--------------------------------------------------------------
005470 6200-RECORD-PAID.
005480     MOVE CI-ACCOUNT-ID TO CP-ACCOUNT-ID
005490     MOVE CI-SERIAL TO CP-SERIAL
005500     MOVE WS-TODAY-CYYDDD TO CP-PAID-DATE
005510     MOVE CI-AMOUNT TO CP-AMOUNT
005520     MOVE CI-PRESENTER-REF TO CP-PRESENTER-REF
005530     WRITE PAID-CHEQUE-RECORD
005540         INVALID KEY
005550             MOVE 'Y' TO WS-CHEQUE-FAILED-SWITCH
005560             MOVE 'DP' TO WS-REASON-CODE
005570             MOVE 'RETURNED - SERIAL ALREADY PAID' TO WS-D-RESULT
005580             GO TO 6200-RECORD-PAID-EXIT
005590     END-WRITE
005600     MOVE CI-SERIAL TO WS-CQ-SERIAL
005610     MOVE CI-ACCOUNT-ID TO JR-SOURCE-ID
005620     MOVE WS-TODAY-CYYDDD TO JR-DATE
005630     MOVE WS-JOURNAL-TIME TO JR-TIME
005640     MOVE WS-JOURNAL-SEQ TO JR-SEQ
005650     MOVE 'CHQCLR' TO JR-OPERATOR-ID
005660     MOVE WS-CHEQUE-COUNTERPARTY TO JR-TARGET-ID
005670     MOVE CI-AMOUNT TO JR-AMOUNT
005680     MOVE 'Q' TO JR-TRAN-TYPE
005690     WRITE JOURNAL-RECORD
005700         INVALID KEY
005710             MOVE 'Y' TO WS-CHEQUE-FAILED-SWITCH
005720             MOVE 'RJ' TO WS-REASON-CODE
005730             MOVE 'RETURNED - JOURNAL NOT WRITTEN'
005740                 TO WS-D-RESULT
005750     END-WRITE
005760     ADD 1 TO WS-JOURNAL-SEQ
005770     IF CHEQUE-FAILED
005780         DELETE CHQPAID RECORD
005790             INVALID KEY
005800                 DISPLAY 'CHQCLR - REGISTER BACK-OUT FAILED '
005810                     CP-ACCOUNT-ID ' ' CP-SERIAL
005820         END-DELETE
005830     END-IF.
005840 6200-RECORD-PAID-EXIT.
005850     EXIT.
005860*--------------------------------------------------------------
005870* 6500-WRITE-RETURN - WRITE ONE REFUSED CHEQUE TO THE RETURN
005880*                     FILE FOR THE PRESENTING BANK
005890*--------------------------------------------------------------
005900 6500-WRITE-RETURN.
005910     ADD 1 TO WS-RETURNED-COUNT
005920     IF CI-AMOUNT NUMERIC
005930         ADD CI-AMOUNT TO WS-RETURNED-TOTAL
005940         MOVE CI-AMOUNT TO RD-AMOUNT
005950     ELSE
005960         MOVE ZERO TO RD-AMOUNT
005970     END-IF
005980     IF CI-SERIAL NUMERIC
005990         MOVE CI-SERIAL TO RD-SERIAL
006000     ELSE
006010         MOVE ZERO TO RD-SERIAL
006020     END-IF
006030     MOVE CI-ACCOUNT-ID TO RD-ACCOUNT-ID
006040     MOVE WS-REASON-CODE TO RD-REASON-CODE
006050     MOVE CI-PRESENTER-REF TO RD-PRESENTER-REF
006060     WRITE RETURN-OUT-RECORD FROM RETURN-OUT-DETAIL.
006070 6500-WRITE-RETURN-EXIT.
006080     EXIT.
006090*--------------------------------------------------------------
006100* 7000-WRITE-RETURN-TRAILER - CLOSE THE RETURN FILE WITH THE
006110*                             COUNT AND AMOUNT HASH THE
006120*                             PRESENTING BANK PROVES
006130*--------------------------------------------------------------
006140 7000-WRITE-RETURN-TRAILER.
006150     MOVE WS-RETURNED-COUNT TO RT-DETAIL-COUNT
006160     MOVE WS-RETURNED-TOTAL TO RT-HASH-TOTAL
006170     WRITE RETURN-OUT-RECORD FROM RETURN-OUT-TRAILER.
006180 7000-WRITE-RETURN-TRAILER-EXIT.
006190     EXIT.
006200*--------------------------------------------------------------
006210* 9000-TERMINATE - PRINT THE CONTROL TOTALS AND CLOSE UP
006220*--------------------------------------------------------------
006230 9000-TERMINATE.
006240     MOVE SPACES TO PRT-LINE
006250     WRITE PRT-LINE
006260     MOVE 'FILE DETAILS:       ' TO WS-T-LABEL
006270     MOVE WS-PASS1-COUNT TO WS-T-COUNT
006280     MOVE WS-PASS1-HASH TO WS-T-AMOUNT
006290     MOVE WS-TOTAL-LINE TO PRT-LINE
006300     WRITE PRT-LINE
006310     MOVE 'TRAILER CLAIMED:    ' TO WS-T-LABEL
006320     MOVE WS-TRAILER-COUNT TO WS-T-COUNT
006330     MOVE WS-TRAILER-HASH TO WS-T-AMOUNT
006340     MOVE WS-TOTAL-LINE TO PRT-LINE
006350     WRITE PRT-LINE
006360     MOVE 'CHEQUES PAID:       ' TO WS-T-LABEL
006370     MOVE WS-PAID-COUNT TO WS-T-COUNT
006380     MOVE WS-PAID-TOTAL TO WS-T-AMOUNT
006390     MOVE WS-TOTAL-LINE TO PRT-LINE
006400     WRITE PRT-LINE
006410     MOVE 'CHEQUES RETURNED:   ' TO WS-T-LABEL
006420     MOVE WS-RETURNED-COUNT TO WS-T-COUNT
006430     MOVE WS-RETURNED-TOTAL TO WS-T-AMOUNT
006440     MOVE WS-TOTAL-LINE TO PRT-LINE
006450     WRITE PRT-LINE
006460     CLOSE CHQIN
006470     CLOSE CUSTMAS
006480     CLOSE JRNL
006490     CLOSE HOLDFIL
006500     CLOSE ODLIMIT
006510     CLOSE STOPCHQ
006520     CLOSE CHQPAID
006530     CLOSE CHQRTN
006540     CLOSE PRTFILE
006550     DISPLAY 'CHQCLR - CHEQUES PAID: ' WS-PAID-COUNT.
006560 9000-TERMINATE-EXIT.
006570     EXIT.
