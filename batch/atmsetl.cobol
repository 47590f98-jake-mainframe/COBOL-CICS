000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ATMSETL.
000030 AUTHOR.        D SHAH.
000040 INSTALLATION.  RETAIL BANKING SYSTEMS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*--------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 10/15/26   DS    NEW PROGRAM.  ATM NETWORK SETTLEMENT INTAKE.
000120*                  TAKES THE SHARED ATM NETWORK'S DAILY FILE OF
000130*                  CASH WITHDRAWALS AND BALANCE ENQUIRIES MADE
000140*                  WITH OUR CARDS AND, IN THE BLKCRDT MOULD,
000150*                  PROVES THE FILE'S TRAILER (DETAIL COUNT AND A
000160*                  HASH OF AMOUNTS PLUS FEES) IN PASS 1 - A
000170*                  MISMATCH ENDS RETURN-CODE 16 AND POSTS
000180*                  NOTHING.  PASS 2 FINDS EACH CARD ON CARDMAS
000190*                  (MAINTAINED IN CARDCOB) AND POSTS THE
000200*                  WITHDRAWAL AND THE NETWORK FEE AGAINST THE
000210*                  LINKED CUSTMAS ACCOUNT WITH THE ACCOUNT-STATUS
000220*                  AND AVAILABLE-FUNDS CHECKS PAYMCOB'S
000230*                  WRITE-BALAN APPLIES (LEDGER LESS UNRELEASED
000240*                  HOLDFIL HOLDS, PLUS ANY ODLIMIT ARRANGED
000250*                  OVERDRAFT), THE CARD'S DAILY CASH LIMIT AND,
000260*                  ON A SAVINGS ACCOUNT, THE SAVWDL WITHDRAWAL
000270*                  ALLOWANCE.  WITHDRAWALS ARE JOURNALLED AS TYPE
000280*                  A AND NETWORK FEES AS TYPE K, BOTH WITH THE ATM
000290*                  TERMINAL ID AS COUNTERPARTY SO THE STATEMENTS
000300*                  SHOW WHERE THE CASH WAS DRAWN.  EVERY REFUSED
000310*                  ITEM GOES TO THE CHARGEBACK/EXCEPTION FILE FOR
000320*                  THE NETWORK WITH ITS REASON CODE (UC UNKNOWN
000330*                  CARD, HL HOT-LISTED CARD, CX CANCELLED CARD, NF
000340*                  ACCOUNT NOT FOUND, CL CLOSED, FR FROZEN, DM
000350*                  DORMANT, NA NOT A CARD ACCOUNT, DL OVER THE
000360*                  DAILY CASH LIMIT, NS INSUFFICIENT FUNDS, SL
000370*                  SAVINGS LIMIT, IV BAD ITEM, RJ POSTING FAILURE
000380*                  OUR SIDE) WITH ITS OWN COUNT/HASH TRAILER, PLUS
000390*                  THE PRINTED REGISTER WITH CONTROL TOTALS.
000391* 10/15/26   DS    REFUSES TO START (RETURN-CODE 8) ONCE RUNCTL
000392*                  HOLDS TODAY'S TRIALBAL COMPLETION RECORD - THE
000393*                  TRIAL BALANCE ONLY PROVES ENTRIES DATED TODAY,
000394*                  SO POSTING AFTER IT WOULD MISS EVERY PROOF.
000400*--------------------------------------------------------------
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT ATMIN ASSIGN TO ATMIN
000450         ORGANIZATION IS SEQUENTIAL.
000460     SELECT CARDMAS ASSIGN TO CARDMAS
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS RANDOM
000490         RECORD KEY IS CD-CARD-NUMBER.
000500     SELECT CUSTMAS ASSIGN TO CUSTMAS
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS RANDOM
000530         RECORD KEY IS CM-ACCOUNT-ID.
000540     SELECT JRNL ASSIGN TO JRNL
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS RANDOM
000570         RECORD KEY IS JR-KEY.
000580     SELECT HOLDFIL ASSIGN TO HOLDFIL
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS HF-KEY.
000620     SELECT ODLIMIT ASSIGN TO ODLIMIT
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS RANDOM
000650         RECORD KEY IS OD-ACCOUNT-ID.
000660     SELECT SAVWDL ASSIGN TO SAVWDL
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS RANDOM
000690         RECORD KEY IS SV-ACCOUNT-ID.
000700     SELECT SYSPARM ASSIGN TO SYSPARM
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS RANDOM
000730         RECORD KEY IS PM-KEY.
000731     SELECT RUNCTL ASSIGN TO RUNCTL
000732         ORGANIZATION IS INDEXED
000733         ACCESS MODE IS RANDOM
000734         RECORD KEY IS RC-KEY.
000740     SELECT CHGBACK ASSIGN TO CHGBACK
000750         ORGANIZATION IS SEQUENTIAL.
000760     SELECT PRTFILE ASSIGN TO PRTFILE
000770         ORGANIZATION IS SEQUENTIAL.
000780 DATA DIVISION.
000790 FILE SECTION.
000800 FD  ATMIN
000810     RECORDING MODE IS F
000820     LABEL RECORDS ARE STANDARD.
000830 01  SETTLEMENT-RECORD.
000840     05  AS-RECORD-TYPE            PIC X(01).
000850         88  AS-DETAIL-RECORD          VALUE 'D'.
000860         88  AS-TRAILER-RECORD         VALUE 'T'.
000870     05  AS-ITEM-TYPE              PIC X(01).
000880         88  AS-WITHDRAWAL             VALUE 'W'.
000890         88  AS-BALANCE-ENQUIRY        VALUE 'B'.
000900     05  AS-CARD-NUMBER            PIC X(16).
000910     05  AS-TERMINAL-ID            PIC X(08).
000920     05  AS-TRAN-DATE              PIC 9(08).
000930     05  AS-TRAN-TIME              PIC 9(06).
000940     05  AS-AMOUNT                 PIC 9(09)V99.
000950     05  AS-FEE                    PIC 9(05)V99.
000960     05  AS-NETWORK-REF            PIC X(12).
000970     05  FILLER                    PIC X(10).
000980 01  SETTLEMENT-TRAILER REDEFINES SETTLEMENT-RECORD.
000990     05  FILLER                    PIC X(01).
001000     05  AT-DETAIL-COUNT           PIC 9(07).
001010     05  AT-HASH-TOTAL             PIC 9(13)V99.
001020     05  FILLER                    PIC X(57).
001030 FD  CARDMAS
001040     LABEL RECORDS ARE STANDARD.
001050 01  CARD-RECORD.
001060     05  CD-CARD-NUMBER            PIC X(16).
001070     05  CD-ACCOUNT-ID             PIC X(08).
001080     05  CD-STATUS                 PIC X(01).
001090         88  CD-CARD-ACTIVE            VALUE 'A'.
001100         88  CD-CARD-HOT-LISTED        VALUE 'H'.
001110         88  CD-CARD-CANCELLED         VALUE 'X'.
001120     05  CD-DAILY-LIMIT            PIC S9(07)V99.
001130     05  CD-ISSUE-DATE             PIC S9(07) COMP-3.
001140     05  CD-STATUS-DATE            PIC S9(07) COMP-3.
001150     05  CD-SET-BY                 PIC X(06).
001160     05  CD-CASH-DATE              PIC 9(08).
001170     05  CD-CASH-USED              PIC S9(07)V99.
001180 FD  CUSTMAS
001190     LABEL RECORDS ARE STANDARD.
001200 01  CUSTOMER-MASTER-RECORD.
001210     05  CM-ACCOUNT-ID.
001220         10  CM-CUSTOMER-NUMBER    PIC X(06).
001230         10  CM-ACCOUNT-SUFFIX     PIC X(02).
001240     05  CM-BALANCE                PIC S9(09)V99.
001250     05  CM-CUSTOMER-NAME          PIC X(20).
001260     05  CM-STATUS                 PIC X(01).
001270         88  CM-ACCOUNT-OPEN           VALUE 'O'.
001280         88  CM-ACCOUNT-CLOSED          VALUE 'C'.
001290         88  CM-ACCOUNT-FROZEN          VALUE 'F'.
001300         88  CM-ACCOUNT-DORMANT         VALUE 'D'.
001310     05  CM-ACCOUNT-TYPE           PIC X(01).
001320         88  CM-CHECKING-ACCOUNT       VALUE 'C'.
001330         88  CM-SAVINGS-ACCOUNT        VALUE 'S'.
001340 FD  JRNL
001350     LABEL RECORDS ARE STANDARD.
001360 01  JOURNAL-RECORD.
001370     05  JR-KEY.
001380         10  JR-SOURCE-ID          PIC X(08).
001390         10  JR-DATE               PIC S9(07) COMP-3.
001400         10  JR-TIME               PIC S9(07) COMP-3.
001410         10  JR-SEQ                PIC S9(05) COMP-3.
001420     05  JR-TARGET-ID              PIC X(08).
001430     05  JR-AMOUNT                 PIC S9(09)V99.
001440     05  JR-TRAN-TYPE              PIC X(01).
001450     05  JR-OPERATOR-ID            PIC X(08).
001460 FD  HOLDFIL
001470     LABEL RECORDS ARE STANDARD.
001480 01  HOLD-RECORD.
001490     05  HF-KEY.
001500         10  HF-ACCOUNT-ID         PIC X(08).
001510         10  HF-DATE               PIC S9(07) COMP-3.
001520         10  HF-TIME               PIC S9(07) COMP-3.
001530     05  HF-AMOUNT                 PIC S9(09)V99.
001540     05  HF-RELEASE-DATE           PIC S9(07) COMP-3.
001550     05  HF-STATUS                 PIC X(01).
001560         88  HF-HELD                   VALUE 'H'.
001570     05  HF-PLACED-BY              PIC X(06).
001580 FD  ODLIMIT
001590     LABEL RECORDS ARE STANDARD.
001600 01  OVERDRAFT-LIMIT-RECORD.
001610     05  OD-ACCOUNT-ID             PIC X(08).
001620     05  OD-LIMIT                  PIC S9(09)V99.
001630     05  OD-SET-DATE               PIC S9(07) COMP-3.
001640     05  OD-SET-BY                 PIC X(06).
001650     05  OD-OVERDRAWN-SINCE        PIC S9(07) COMP-3.
001660     05  OD-LAST-CHARGED           PIC S9(07) COMP-3.
001670 FD  SAVWDL
001680     LABEL RECORDS ARE STANDARD.
001690 01  SAVINGS-WITHDRAWAL-RECORD.
001700     05  SV-ACCOUNT-ID             PIC X(08).
001710     05  SV-CYCLE-START            PIC S9(07) COMP-3.
001720     05  SV-WITHDRAWAL-COUNT       PIC S9(03) COMP-3.
001730     05  SV-EXCESS-COUNT           PIC S9(03) COMP-3.
001740     05  SV-EXCESS-FEES            PIC S9(09)V99.
001750     05  SV-REFUSED-COUNT          PIC S9(03) COMP-3.
001760     05  SV-LAST-DATE              PIC S9(07) COMP-3.
001770 FD  SYSPARM
001780     LABEL RECORDS ARE STANDARD.
001790 01  SYSTEM-PARAMETER-RECORD.
001800     05  PM-KEY                    PIC X(08).
001810     05  PM-AMOUNT                 PIC 9(09)V99.
001820     05  PM-RATE                   PIC V999.
001821 FD  RUNCTL
001822     LABEL RECORDS ARE STANDARD.
001823 01  RUN-CONTROL-RECORD.
001824     05  RC-KEY.
001825         10  RC-DATE               PIC S9(07) COMP-3.
001826         10  RC-JOB-NAME           PIC X(08).
001827     05  RC-COMPLETED-TIME         PIC S9(07) COMP-3.
001830 FD  CHGBACK
001840     RECORDING MODE IS F
001850     LABEL RECORDS ARE STANDARD.
001860 01  CHARGEBACK-OUT-RECORD         PIC X(80).
001870 FD  PRTFILE
001880     RECORDING MODE IS F
001890     LABEL RECORDS ARE STANDARD.
001900 01  PRT-LINE                      PIC X(80).
001910 WORKING-STORAGE SECTION.
001920 77  WS-EOF-SWITCH                 PIC X(01) VALUE 'N'.
001930     88  END-OF-ATMIN                  VALUE 'Y'.
001940 77  WS-TRAILER-SEEN-SWITCH        PIC X(01) VALUE 'N'.
001950     88  TRAILER-SEEN                  VALUE 'Y'.
001960 77  WS-FILE-BAD-SWITCH            PIC X(01) VALUE 'N'.
001970     88  SETTLEMENT-FILE-BAD           VALUE 'Y'.
001980 77  WS-ITEM-FAILED-SWITCH         PIC X(01) VALUE 'N'.
001990     88  ITEM-FAILED                   VALUE 'Y'.
002000 77  WS-HOLD-DONE-SWITCH           PIC X(01) VALUE 'N'.
002010     88  HOLDS-DONE-FOR-ACCOUNT        VALUE 'Y'.
002020 77  WS-COUNT-FOUND-SWITCH         PIC X(01) VALUE 'N'.
002030     88  SAVINGS-COUNT-FOUND           VALUE 'Y'.
002033 77  WS-RUN-BLOCKED-SWITCH         PIC X(01) VALUE 'N'.
002036     88  RUN-BLOCKED                   VALUE 'Y'.
002040 77  WS-PASS1-COUNT                PIC 9(07) VALUE ZERO.
002050 77  WS-PASS1-HASH                 PIC 9(13)V99 VALUE ZERO.
002060 77  WS-TRAILER-COUNT              PIC 9(07) VALUE ZERO.
002070 77  WS-TRAILER-HASH               PIC 9(13)V99 VALUE ZERO.
002080 77  WS-WITHDRAWAL-COUNT           PIC 9(07) VALUE ZERO.
002090 77  WS-WITHDRAWAL-TOTAL           PIC S9(13)V99 VALUE ZERO.
002100 77  WS-ENQUIRY-COUNT              PIC 9(07) VALUE ZERO.
002110 77  WS-NETWORK-FEE-COUNT          PIC 9(07) VALUE ZERO.
002120 77  WS-NETWORK-FEE-TOTAL          PIC S9(13)V99 VALUE ZERO.
002130 77  WS-REFUSED-COUNT              PIC 9(07) VALUE ZERO.
002140 77  WS-REFUSED-TOTAL              PIC S9(13)V99 VALUE ZERO.
002150 77  WS-FEE-COUNT                  PIC 9(07) VALUE ZERO.
002160 77  WS-FEE-TOTAL                  PIC S9(13)V99 VALUE ZERO.
002170 77  WS-REASON-CODE                PIC X(02) VALUE SPACES.
002180 77  WS-TOTAL-HOLDS                PIC S9(09)V99 VALUE ZERO.
002190 77  WS-AVAILABLE-BALANCE          PIC S9(09)V99 VALUE ZERO.
002200 77  WS-ITEM-DEBIT                 PIC S9(09)V99 VALUE ZERO.
002210 77  WS-CASH-USED                  PIC S9(07)V99 VALUE ZERO.
002220 77  WS-SAVINGS-LIMIT              PIC 9(03) VALUE 6.
002230 77  WS-SAVINGS-EXCESS-FEE         PIC 9(05)V99 VALUE 10.00.
002240 77  WS-EXCESS-FEE-DUE             PIC 9(05)V99 VALUE ZERO.
002250 01  WS-JULIAN-DATE                PIC 9(05).
002260 01  WS-TODAY-CYYDDD               PIC S9(07).
002270 01  WS-TIME-OF-DAY                PIC 9(08).
002280 01  FILLER REDEFINES WS-TIME-OF-DAY.
002290     05  WS-TIME-HHMMSS            PIC 9(06).
002300     05  FILLER                    PIC 9(02).
002310 01  WS-JOURNAL-TIME               PIC S9(07).
002320 01  WS-JOURNAL-SEQ                PIC S9(05) VALUE ZERO.
002330 01  WS-ITEM-FIRST-SEQ             PIC S9(05) VALUE ZERO.
002340 01  WS-FAILED-SEQ                 PIC S9(05) VALUE ZERO.
002350 01  WS-BACKOUT-SEQ                PIC S9(05) VALUE ZERO.
002360 01  CHARGEBACK-DETAIL.
002370     05  FILLER                    PIC X(01) VALUE 'D'.
002380     05  CB-ITEM-TYPE              PIC X(01).
002390     05  CB-CARD-NUMBER            PIC X(16).
002400     05  CB-TERMINAL-ID            PIC X(08).
002410     05  CB-TRAN-DATE              PIC 9(08).
002420     05  CB-TRAN-TIME              PIC 9(06).
002430     05  CB-AMOUNT                 PIC 9(09)V99.
002440     05  CB-FEE                    PIC 9(05)V99.
002450     05  CB-NETWORK-REF            PIC X(12).
002460     05  CB-REASON-CODE            PIC X(02).
002470     05  FILLER                    PIC X(08) VALUE SPACES.
002480 01  CHARGEBACK-TRAILER.
002490     05  FILLER                    PIC X(01) VALUE 'T'.
002500     05  CT-DETAIL-COUNT           PIC 9(07).
002510     05  CT-HASH-TOTAL             PIC 9(13)V99.
002520     05  FILLER                    PIC X(57) VALUE SPACES.
002530 01  WS-DETAIL-LINE.
002540     05  WS-D-CARD-NUMBER          PIC X(16).
002550     05  FILLER                    PIC X(01) VALUE SPACES.
002560     05  WS-D-TERMINAL-ID          PIC X(08).
002570     05  FILLER                    PIC X(01) VALUE SPACES.
002580     05  WS-D-ITEM-TYPE            PIC X(01).
002590     05  FILLER                    PIC X(01) VALUE SPACES.
002600     05  WS-D-AMOUNT               PIC -(9)9.99.
002610     05  FILLER                    PIC X(01) VALUE SPACES.
002620     05  WS-D-FEE                  PIC -(5)9.99.
002630     05  FILLER                    PIC X(01) VALUE SPACES.
002640     05  WS-D-RESULT               PIC X(28).
002650 01  WS-TOTAL-LINE.
002660     05  FILLER                    PIC X(10) VALUE SPACES.
002670     05  WS-T-LABEL                PIC X(20).
002680     05  WS-T-COUNT                PIC Z(06)9.
002690     05  FILLER                    PIC X(08) VALUE '  TOTAL '.
002700     05  WS-T-AMOUNT               PIC -(10)9.99.
002710     05  FILLER                    PIC X(21) VALUE SPACES.
002720 PROCEDURE DIVISION.
002730 0000-MAINLINE.
002740     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
002742     IF RUN-BLOCKED
002744         GOBACK
002746     END-IF
002750     PERFORM 2000-VERIFY-RECORD THRU 2000-VERIFY-RECORD-EXIT
002760         UNTIL END-OF-ATMIN
002770     PERFORM 2500-CHECK-TRAILER THRU 2500-CHECK-TRAILER-EXIT
002780     IF NOT SETTLEMENT-FILE-BAD
002790         PERFORM 5000-POST-PASS THRU 5000-POST-PASS-EXIT
002800     END-IF
002810     PERFORM 7000-WRITE-CHARGEBACK-TRAILER THRU
002820         7000-WRITE-CHARGEBACK-TRAILER-EXIT
002830     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
002840     GOBACK.
002850*--------------------------------------------------------------
002860* 1000-INITIALIZE - OPEN FILES, WORK OUT THE JOURNAL STAMPS,
002870*                   PRIME THE PASS 1 READ.  THE SAVINGS
002880*                   WITHDRAWAL ALLOWANCE AND EXCESS FEE COME
002890*                   FROM SYSPARM (SAVWDLMX/SAVWDLFE), DEFAULTING
002900*                   TO SIX MOVEMENTS AND 10.00.
002903*                   NOTHING IS OPENED OR POSTED IF TRIALBAL HAS
002906*                   ALREADY RUN FOR TODAY.
002910*--------------------------------------------------------------
002920 1000-INITIALIZE.
002930     ACCEPT WS-JULIAN-DATE FROM DAY
002940     COMPUTE WS-TODAY-CYYDDD = 100000 + WS-JULIAN-DATE
002941     OPEN INPUT RUNCTL
002942     MOVE WS-TODAY-CYYDDD TO RC-DATE
002943     MOVE 'TRIALBAL' TO RC-JOB-NAME
002944     READ RUNCTL
002945         INVALID KEY
002946             CONTINUE
002947         NOT INVALID KEY
002948             MOVE 'Y' TO WS-RUN-BLOCKED-SWITCH
002949             MOVE 8 TO RETURN-CODE
002950             DISPLAY 'ATMSETL - MUST RUN BEFORE TRIALBAL '
002951                 'PROVES THIS DATE'
002952     END-READ
002953     CLOSE RUNCTL
002954     IF RUN-BLOCKED
002955         GO TO 1000-INITIALIZE-EXIT
002956     END-IF
002957     ACCEPT WS-TIME-OF-DAY FROM TIME
002960     MOVE WS-TIME-HHMMSS TO WS-JOURNAL-TIME
002970     OPEN INPUT ATMIN
002980     OPEN I-O CARDMAS
002990     OPEN I-O CUSTMAS
003000     OPEN I-O JRNL
003010     OPEN INPUT HOLDFIL
003020     OPEN INPUT ODLIMIT
003030     OPEN I-O SAVWDL
003040     OPEN INPUT SYSPARM
003050     MOVE 'SAVWDLMX' TO PM-KEY
003060     READ SYSPARM
003070         INVALID KEY CONTINUE
003080         NOT INVALID KEY MOVE PM-AMOUNT TO WS-SAVINGS-LIMIT
003090     END-READ
003100     MOVE 'SAVWDLFE' TO PM-KEY
003110     READ SYSPARM
003120         INVALID KEY CONTINUE
003130         NOT INVALID KEY MOVE PM-AMOUNT TO WS-SAVINGS-EXCESS-FEE
003140     END-READ
003150     CLOSE SYSPARM
003160     OPEN OUTPUT CHGBACK
003170     OPEN OUTPUT PRTFILE
003180     MOVE SPACES TO PRT-LINE
003190     MOVE 'ATM NETWORK SETTLEMENT REGISTER' TO PRT-LINE
003200     WRITE PRT-LINE
003210     MOVE SPACES TO PRT-LINE
003220     WRITE PRT-LINE
003230     PERFORM 3000-READ-ATMIN THRU 3000-READ-ATMIN-EXIT.
003240 1000-INITIALIZE-EXIT.
003250     EXIT.
003260*--------------------------------------------------------------
003270* 2000-VERIFY-RECORD - PASS 1.  COUNT THE DETAILS AND HASH
003280*                      THEIR AMOUNTS AND FEES, CAPTURE THE
003290*                      TRAILER.
003300*--------------------------------------------------------------
003310 2000-VERIFY-RECORD.
003320     EVALUATE TRUE
003330         WHEN AS-DETAIL-RECORD
003340             ADD 1 TO WS-PASS1-COUNT
003350             IF AS-AMOUNT NUMERIC
003360                 ADD AS-AMOUNT TO WS-PASS1-HASH
003370             END-IF
003380             IF AS-FEE NUMERIC
003390                 ADD AS-FEE TO WS-PASS1-HASH
003400             END-IF
003410         WHEN AS-TRAILER-RECORD
003420             MOVE 'Y' TO WS-TRAILER-SEEN-SWITCH
003430             MOVE AT-DETAIL-COUNT TO WS-TRAILER-COUNT
003440             MOVE AT-HASH-TOTAL TO WS-TRAILER-HASH
003450         WHEN OTHER
003460             MOVE 'Y' TO WS-FILE-BAD-SWITCH
003470     END-EVALUATE
003480     PERFORM 3000-READ-ATMIN THRU 3000-READ-ATMIN-EXIT.
003490 2000-VERIFY-RECORD-EXIT.
003500     EXIT.
003510*--------------------------------------------------------------
003520* 2500-CHECK-TRAILER - THE TRAILER MUST MATCH THE DETAILS TO
003530*                      THE PENNY OR NOTHING POSTS
003540*--------------------------------------------------------------
003550 2500-CHECK-TRAILER.
003560     IF NOT TRAILER-SEEN
003570         MOVE 'Y' TO WS-FILE-BAD-SWITCH
003580     END-IF
003590     IF WS-PASS1-COUNT NOT = WS-TRAILER-COUNT
003600         OR WS-PASS1-HASH NOT = WS-TRAILER-HASH
003610         MOVE 'Y' TO WS-FILE-BAD-SWITCH
003620     END-IF
003630     IF SETTLEMENT-FILE-BAD
003640         MOVE '*** SETTLEMENT FILE CONTROL TOTALS DO NOT MATCH'
003650             TO PRT-LINE
003660         WRITE PRT-LINE
003670         MOVE '*** NOTHING POSTED' TO PRT-LINE
003680         WRITE PRT-LINE
003690         DISPLAY 'ATMSETL - TRAILER MISMATCH - NOTHING POSTED'
003700         MOVE 16 TO RETURN-CODE
003710     END-IF.
003720 2500-CHECK-TRAILER-EXIT.
003730     EXIT.
003740*--------------------------------------------------------------
003750* 3000-READ-ATMIN - READ THE NEXT SETTLEMENT RECORD
003760*--------------------------------------------------------------
003770 3000-READ-ATMIN.
003780     READ ATMIN
003790         AT END
003800             MOVE 'Y' TO WS-EOF-SWITCH
003810     END-READ.
003820 3000-READ-ATMIN-EXIT.
003830     EXIT.
003840*--------------------------------------------------------------
003850* 5000-POST-PASS - PASS 2.  RE-READ THE FILE AND POST EACH
003860*                  SETTLEMENT ITEM.
003870*--------------------------------------------------------------
003880 5000-POST-PASS.
003890     CLOSE ATMIN
003900     OPEN INPUT ATMIN
003910     MOVE 'N' TO WS-EOF-SWITCH
003920     PERFORM 3000-READ-ATMIN THRU 3000-READ-ATMIN-EXIT
003930     PERFORM 6000-POST-ITEM THRU 6000-POST-ITEM-EXIT
003940         UNTIL END-OF-ATMIN.
003950 5000-POST-PASS-EXIT.
003960     EXIT.
003970*--------------------------------------------------------------
003980* 6000-POST-ITEM - VALIDATE AND POST ONE SETTLEMENT ITEM.  A
003990*                  WITHDRAWAL DEBITS THE CASH AND THE NETWORK
004000*                  FEE; A BALANCE ENQUIRY DEBITS ONLY ITS FEE
004010*                  (IF ANY).  A REFUSED ITEM GOES TO THE
004020*                  CHARGEBACK FILE WITH ITS REASON CODE AND TO
004030*                  THE REGISTER.
004040*--------------------------------------------------------------
004050 6000-POST-ITEM.
004060     IF NOT AS-DETAIL-RECORD
004070         GO TO 6000-READ-NEXT
004080     END-IF
004090     MOVE 'N' TO WS-ITEM-FAILED-SWITCH
004100     MOVE SPACES TO WS-REASON-CODE
004110     MOVE ZERO TO WS-EXCESS-FEE-DUE
004120     MOVE AS-CARD-NUMBER TO WS-D-CARD-NUMBER
004130     MOVE AS-TERMINAL-ID TO WS-D-TERMINAL-ID
004140     MOVE AS-ITEM-TYPE TO WS-D-ITEM-TYPE
004150     PERFORM 6050-CHECK-ITEM THRU 6050-CHECK-ITEM-EXIT
004160     IF NOT ITEM-FAILED
004170         PERFORM 6100-READ-CARD THRU 6100-READ-CARD-EXIT
004180     END-IF
004190     IF NOT ITEM-FAILED
004200         PERFORM 6110-READ-ACCOUNT THRU 6110-READ-ACCOUNT-EXIT
004210     END-IF
004220     IF NOT ITEM-FAILED AND AS-WITHDRAWAL
004230         PERFORM 6120-CHECK-DAILY-LIMIT THRU
004240             6120-CHECK-DAILY-LIMIT-EXIT
004250     END-IF
004260     IF NOT ITEM-FAILED AND AS-WITHDRAWAL
004270         AND CM-SAVINGS-ACCOUNT
004280         PERFORM 6130-CHECK-SAVINGS-COUNT THRU
004290             6130-CHECK-SAVINGS-COUNT-EXIT
004300     END-IF
004310     MOVE ZERO TO WS-ITEM-DEBIT
004320     IF NOT ITEM-FAILED
004330         COMPUTE WS-ITEM-DEBIT =
004340             AS-AMOUNT + AS-FEE + WS-EXCESS-FEE-DUE
004350     END-IF
004360     IF NOT ITEM-FAILED AND WS-ITEM-DEBIT > ZERO
004370         PERFORM 6150-CHECK-FUNDS THRU 6150-CHECK-FUNDS-EXIT
004380     END-IF
004390     IF NOT ITEM-FAILED AND WS-ITEM-DEBIT > ZERO
004400         PERFORM 6200-WRITE-JOURNAL THRU 6200-WRITE-JOURNAL-EXIT
004410     END-IF
004420     IF ITEM-FAILED
004430         PERFORM 6500-WRITE-CHARGEBACK THRU
004440             6500-WRITE-CHARGEBACK-EXIT
004450         GO TO 6000-PRINT-ITEM
004460     END-IF
004470     IF WS-ITEM-DEBIT > ZERO
004480         SUBTRACT WS-ITEM-DEBIT FROM CM-BALANCE
004490         REWRITE CUSTOMER-MASTER-RECORD
004500     END-IF
004510     IF AS-WITHDRAWAL
004520         PERFORM 6300-UPDATE-CARD-CASH THRU
004530             6300-UPDATE-CARD-CASH-EXIT
004540         ADD 1 TO WS-WITHDRAWAL-COUNT
004550         ADD AS-AMOUNT TO WS-WITHDRAWAL-TOTAL
004560         IF CM-SAVINGS-ACCOUNT
004570             PERFORM 6140-COUNT-WITHDRAWAL THRU
004580                 6140-COUNT-WITHDRAWAL-EXIT
004590         END-IF
004600     ELSE
004610         ADD 1 TO WS-ENQUIRY-COUNT
004620     END-IF
004630     IF AS-FEE > ZERO
004640         ADD 1 TO WS-NETWORK-FEE-COUNT
004650         ADD AS-FEE TO WS-NETWORK-FEE-TOTAL
004660     END-IF
004670     MOVE 'ACCEPTED' TO WS-D-RESULT
004680     IF WS-EXCESS-FEE-DUE > ZERO
004690         MOVE 'ACCEPTED - EXCESS FEE' TO WS-D-RESULT
004700     END-IF.
004710 6000-PRINT-ITEM.
004720     MOVE WS-DETAIL-LINE TO PRT-LINE
004730     WRITE PRT-LINE.
004740 6000-READ-NEXT.
004750     PERFORM 3000-READ-ATMIN THRU 3000-READ-ATMIN-EXIT.
004760 6000-POST-ITEM-EXIT.
004770     EXIT.
004780*--------------------------------------------------------------
004790* 6050-CHECK-ITEM - THE ITEM TYPE MUST BE W OR B AND THE
004800*                   AMOUNT AND FEE NUMERIC.  A WITHDRAWAL MUST
004810*                   CARRY AN AMOUNT; AN ENQUIRY CARRIES NONE.
004820*--------------------------------------------------------------
004830 6050-CHECK-ITEM.
004840     IF AS-AMOUNT NUMERIC
004850         MOVE AS-AMOUNT TO WS-D-AMOUNT
004860     ELSE
004870         MOVE ZERO TO WS-D-AMOUNT
004880     END-IF
004890     IF AS-FEE NUMERIC
004900         MOVE AS-FEE TO WS-D-FEE
004910     ELSE
004920         MOVE ZERO TO WS-D-FEE
004930     END-IF
004940     IF AS-AMOUNT NOT NUMERIC OR AS-FEE NOT NUMERIC
004950         GO TO 6050-INVALID-ITEM
004960     END-IF
004970     IF AS-WITHDRAWAL AND AS-AMOUNT > ZERO
004980         GO TO 6050-CHECK-ITEM-EXIT
004990     END-IF
005000     IF AS-BALANCE-ENQUIRY AND AS-AMOUNT = ZERO
005010         GO TO 6050-CHECK-ITEM-EXIT
005020     END-IF.
005030 6050-INVALID-ITEM.
005040     MOVE 'Y' TO WS-ITEM-FAILED-SWITCH
005050     MOVE 'IV' TO WS-REASON-CODE
005060     MOVE 'REFUSED - INVALID ITEM' TO WS-D-RESULT.
005070 6050-CHECK-ITEM-EXIT.
005080     EXIT.
005090*--------------------------------------------------------------
005100* 6100-READ-CARD - THE CARD MUST BE ON CARDMAS AND ACTIVE.  A
005110*                  HOT-LISTED OR CANCELLED CARD IS CHARGED BACK
005120*                  TO THE NETWORK, WHICH SHOULD HAVE DECLINED IT.
005130*--------------------------------------------------------------
005140 6100-READ-CARD.
005150     MOVE AS-CARD-NUMBER TO CD-CARD-NUMBER
005160     READ CARDMAS
005170         INVALID KEY
005180             MOVE 'Y' TO WS-ITEM-FAILED-SWITCH
005190             MOVE 'UC' TO WS-REASON-CODE
005200             MOVE 'REFUSED - UNKNOWN CARD' TO WS-D-RESULT
005210             GO TO 6100-READ-CARD-EXIT
005220     END-READ
005230     EVALUATE TRUE
005240         WHEN CD-CARD-ACTIVE
005250             CONTINUE
005260         WHEN CD-CARD-HOT-LISTED
005270             MOVE 'Y' TO WS-ITEM-FAILED-SWITCH
005280             MOVE 'HL' TO WS-REASON-CODE
005290             MOVE 'REFUSED - CARD HOT-LISTED' TO WS-D-RESULT
005300         WHEN OTHER
005310             MOVE 'Y' TO WS-ITEM-FAILED-SWITCH
005320             MOVE 'CX' TO WS-REASON-CODE
005330             MOVE 'REFUSED - CARD CANCELLED' TO WS-D-RESULT
005340     END-EVALUATE.
005350 6100-READ-CARD-EXIT.
005360     EXIT.
005370*--------------------------------------------------------------
005380* 6110-READ-ACCOUNT - THE LINKED ACCOUNT MUST BE ON FILE, OPEN
005390*                     AND A CHECKING OR SAVINGS ACCOUNT
005400*--------------------------------------------------------------
005410 6110-READ-ACCOUNT.
005420     MOVE CD-ACCOUNT-ID TO CM-ACCOUNT-ID
005430     READ CUSTMAS
005440         INVALID KEY
005450             MOVE 'Y' TO WS-ITEM-FAILED-SWITCH
005460             MOVE 'NF' TO WS-REASON-CODE
005470             MOVE 'REFUSED - ACCOUNT NOT FOUND' TO WS-D-RESULT
005480             GO TO 6110-READ-ACCOUNT-EXIT
005490     END-READ
005500     IF NOT CM-ACCOUNT-OPEN
005510         MOVE 'Y' TO WS-ITEM-FAILED-SWITCH
005520         EVALUATE TRUE
005530             WHEN CM-ACCOUNT-CLOSED
005540                 MOVE 'CL' TO WS-REASON-CODE
005550                 MOVE 'REFUSED - ACCOUNT CLOSED' TO WS-D-RESULT
005560             WHEN CM-ACCOUNT-FROZEN
005570                 MOVE 'FR' TO WS-REASON-CODE
005580                 MOVE 'REFUSED - ACCOUNT FROZEN' TO WS-D-RESULT
005590             WHEN CM-ACCOUNT-DORMANT
005600                 MOVE 'DM' TO WS-REASON-CODE
005610                 MOVE 'REFUSED - ACCOUNT DORMANT' TO WS-D-RESULT
005620             WHEN OTHER
005630                 MOVE 'CL' TO WS-REASON-CODE
005640                 MOVE 'REFUSED - ACCOUNT NOT OPEN' TO WS-D-RESULT
005650         END-EVALUATE
005660         GO TO 6110-READ-ACCOUNT-EXIT
005670     END-IF
005680     IF NOT CM-CHECKING-ACCOUNT AND NOT CM-SAVINGS-ACCOUNT
005690         MOVE 'Y' TO WS-ITEM-FAILED-SWITCH
005700         MOVE 'NA' TO WS-REASON-CODE
005710         MOVE 'REFUSED - NOT A CARD ACCOUNT' TO WS-D-RESULT
005720     END-IF.
005730 6110-READ-ACCOUNT-EXIT.
005740     EXIT.
005750*--------------------------------------------------------------
005760* 6120-CHECK-DAILY-LIMIT - CASH DRAWN ON THE CARD ON THE
005770*                          WITHDRAWAL'S NETWORK DATE, PLUS THIS
005780*                          WITHDRAWAL, MUST NOT EXCEED THE CARD'S
005790*                          DAILY CASH LIMIT.  CARDMAS CARRIES THE
005800*                          LATEST DATE SETTLED; A LATE ITEM FOR AN
005810*                          EARLIER DATE IS CHECKED ON ITS OWN.
005820*--------------------------------------------------------------
005830 6120-CHECK-DAILY-LIMIT.
005840     MOVE ZERO TO WS-CASH-USED
005850     IF AS-TRAN-DATE = CD-CASH-DATE
005860         MOVE CD-CASH-USED TO WS-CASH-USED
005870     END-IF
005880     IF WS-CASH-USED + AS-AMOUNT > CD-DAILY-LIMIT
005890         MOVE 'Y' TO WS-ITEM-FAILED-SWITCH
005900         MOVE 'DL' TO WS-REASON-CODE
005910         MOVE 'REFUSED - OVER DAILY LIMIT' TO WS-D-RESULT
005920     END-IF.
005930 6120-CHECK-DAILY-LIMIT-EXIT.
005940     EXIT.
005950*--------------------------------------------------------------
005960* 6130-CHECK-SAVINGS-COUNT - PICK UP THE ACCOUNT'S COUNT FOR THE
005970*                            CYCLE FROM SAVWDL (A FIRST MOVEMENT
005980*                            STARTS A NEW RECORD).  AT THE LIMIT
005990*                            THE WITHDRAWAL IS CHARGED BACK SL AND
006000*                            THE REFUSAL COUNTED, UNLESS SYSPARM
006010*                            CARRIES AN EXCESS FEE, IN WHICH CASE
006020*                            THE FEE IS DUE ON TOP OF THE DEBIT.
006030*--------------------------------------------------------------
006040 6130-CHECK-SAVINGS-COUNT.
006050     MOVE CM-ACCOUNT-ID TO SV-ACCOUNT-ID
006060     READ SAVWDL
006070         INVALID KEY
006080             MOVE 'N' TO WS-COUNT-FOUND-SWITCH
006090             MOVE CM-ACCOUNT-ID TO SV-ACCOUNT-ID
006100             MOVE WS-TODAY-CYYDDD TO SV-CYCLE-START
006110             MOVE ZERO TO SV-WITHDRAWAL-COUNT
006120             MOVE ZERO TO SV-EXCESS-COUNT
006130             MOVE ZERO TO SV-EXCESS-FEES
006140             MOVE ZERO TO SV-REFUSED-COUNT
006150             MOVE ZERO TO SV-LAST-DATE
006160         NOT INVALID KEY
006170             MOVE 'Y' TO WS-COUNT-FOUND-SWITCH
006180     END-READ
006190     IF SV-WITHDRAWAL-COUNT < WS-SAVINGS-LIMIT
006200         GO TO 6130-CHECK-SAVINGS-COUNT-EXIT
006210     END-IF
006220     IF WS-SAVINGS-EXCESS-FEE > ZERO
006230         MOVE WS-SAVINGS-EXCESS-FEE TO WS-EXCESS-FEE-DUE
006240         GO TO 6130-CHECK-SAVINGS-COUNT-EXIT
006250     END-IF
006260     MOVE 'Y' TO WS-ITEM-FAILED-SWITCH
006270     MOVE 'SL' TO WS-REASON-CODE
006280     MOVE 'REFUSED - SAVINGS LIMIT' TO WS-D-RESULT
006290     ADD 1 TO SV-REFUSED-COUNT
006300     MOVE WS-TODAY-CYYDDD TO SV-LAST-DATE
006310     PERFORM 6145-SAVE-SAVINGS-COUNT THRU
006320         6145-SAVE-SAVINGS-COUNT-EXIT.
006330 6130-CHECK-SAVINGS-COUNT-EXIT.
006340     EXIT.
006350*--------------------------------------------------------------
006360* 6140-COUNT-WITHDRAWAL - THE WITHDRAWAL HAS POSTED, SO COUNT IT
006370*                         AGAINST THE SAVINGS ALLOWANCE, WITH
006380*                         THE EXCESS FEE IF ONE WAS CHARGED
006390*--------------------------------------------------------------
006400 6140-COUNT-WITHDRAWAL.
006410     ADD 1 TO SV-WITHDRAWAL-COUNT
006420     IF WS-EXCESS-FEE-DUE > ZERO
006430         ADD 1 TO SV-EXCESS-COUNT
006440         ADD WS-EXCESS-FEE-DUE TO SV-EXCESS-FEES
006450         ADD 1 TO WS-FEE-COUNT
006460         ADD WS-EXCESS-FEE-DUE TO WS-FEE-TOTAL
006470     END-IF
006480     MOVE WS-TODAY-CYYDDD TO SV-LAST-DATE
006490     PERFORM 6145-SAVE-SAVINGS-COUNT THRU
006500         6145-SAVE-SAVINGS-COUNT-EXIT.
006510 6140-COUNT-WITHDRAWAL-EXIT.
006520     EXIT.
006530*--------------------------------------------------------------
006540* 6145-SAVE-SAVINGS-COUNT - REWRITE THE SAVWDL RECORD, OR ADD
006550*                           IT ON THE ACCOUNT'S FIRST MOVEMENT
006560*                           OF THE CYCLE
006570*--------------------------------------------------------------
006580 6145-SAVE-SAVINGS-COUNT.
006590     IF SAVINGS-COUNT-FOUND
006600         REWRITE SAVINGS-WITHDRAWAL-RECORD
006610             INVALID KEY
006620                 CONTINUE
006630         END-REWRITE
006640     ELSE
006650         WRITE SAVINGS-WITHDRAWAL-RECORD
006660             INVALID KEY
006670                 CONTINUE
006680         END-WRITE
006690         MOVE 'Y' TO WS-COUNT-FOUND-SWITCH
006700     END-IF.
006710 6145-SAVE-SAVINGS-COUNT-EXIT.
006720     EXIT.
006730*--------------------------------------------------------------
006740* 6150-CHECK-FUNDS - THE AVAILABLE BALANCE (LEDGER LESS
006750*                    UNRELEASED HOLDS, PLUS ANY ARRANGED
006760*                    OVERDRAFT) MUST COVER THE CASH, THE NETWORK
006770*                    FEE AND ANY EXCESS SAVINGS FEE, AS IN
006780*                    PAYMCOB'S WRITE-BALAN.
006790*--------------------------------------------------------------
006800 6150-CHECK-FUNDS.
006810     MOVE ZERO TO WS-TOTAL-HOLDS
006820     MOVE 'N' TO WS-HOLD-DONE-SWITCH
006830     MOVE CM-ACCOUNT-ID TO HF-ACCOUNT-ID
006840     MOVE ZERO TO HF-DATE
006850     MOVE ZERO TO HF-TIME
006860     START HOLDFIL KEY NOT < HF-KEY
006870         INVALID KEY
006880             MOVE 'Y' TO WS-HOLD-DONE-SWITCH
006890     END-START
006900     PERFORM 6160-ADD-ONE-HOLD THRU 6160-ADD-ONE-HOLD-EXIT
006910         UNTIL HOLDS-DONE-FOR-ACCOUNT
006920     COMPUTE WS-AVAILABLE-BALANCE =
006930         CM-BALANCE - WS-TOTAL-HOLDS
006940     MOVE CM-ACCOUNT-ID TO OD-ACCOUNT-ID
006950     READ ODLIMIT
006960         INVALID KEY
006970             MOVE ZERO TO OD-LIMIT
006980     END-READ
006990     ADD OD-LIMIT TO WS-AVAILABLE-BALANCE
007000     IF WS-ITEM-DEBIT > WS-AVAILABLE-BALANCE
007010         MOVE 'Y' TO WS-ITEM-FAILED-SWITCH
007020         MOVE 'NS' TO WS-REASON-CODE
007030         MOVE 'REFUSED - INSUFFICIENT FUNDS' TO WS-D-RESULT
007040     END-IF.
007050 6150-CHECK-FUNDS-EXIT.
007060     EXIT.
007070 6160-ADD-ONE-HOLD.
007080     READ HOLDFIL NEXT RECORD
007090         AT END
007100             MOVE 'Y' TO WS-HOLD-DONE-SWITCH
007110     END-READ
007120     IF NOT HOLDS-DONE-FOR-ACCOUNT
007130         IF HF-ACCOUNT-ID NOT = CM-ACCOUNT-ID
007140             MOVE 'Y' TO WS-HOLD-DONE-SWITCH
007150         ELSE
007160             IF HF-HELD
007170                 ADD HF-AMOUNT TO WS-TOTAL-HOLDS
007180             END-IF
007190         END-IF
007200     END-IF.
007210 6160-ADD-ONE-HOLD-EXIT.
007220     EXIT.
007230*--------------------------------------------------------------
007240* 6200-WRITE-JOURNAL - JOURNAL THE CASH (TYPE A) AND THE
007250*                      NETWORK FEE (TYPE K), EACH WITH THE ATM
007260*                      TERMINAL ID AS COUNTERPARTY, AND ANY
007270*                      EXCESS SAVINGS FEE (TYPE F, COUNTERPARTY
007280*                      FEEXSWDL).  THE KEY SEQUENCE NUMBER IS
007290*                      BUMPED AFTER EACH ENTRY SO KEYS STAY UNIQUE
007300*                      IN THE RUN.  IF ANY ENTRY CANNOT BE WRITTEN
007310*                      THE ITEM IS CHARGED BACK AND THE ENTRIES
007320*                      ALREADY WRITTEN FOR IT ARE REMOVED, SO NO
007330*                      PART-POSTED ITEM IS LEFT BEHIND.
007340*--------------------------------------------------------------
007350 6200-WRITE-JOURNAL.
007360     MOVE WS-JOURNAL-SEQ TO WS-ITEM-FIRST-SEQ
007370     MOVE CM-ACCOUNT-ID TO JR-SOURCE-ID
007380     MOVE WS-TODAY-CYYDDD TO JR-DATE
007390     MOVE WS-JOURNAL-TIME TO JR-TIME
007400     MOVE 'ATMSETL' TO JR-OPERATOR-ID
007410     IF AS-AMOUNT > ZERO
007420         MOVE AS-TERMINAL-ID TO JR-TARGET-ID
007430         MOVE AS-AMOUNT TO JR-AMOUNT
007440         MOVE 'A' TO JR-TRAN-TYPE
007450         PERFORM 6250-WRITE-ONE-ENTRY THRU
007460             6250-WRITE-ONE-ENTRY-EXIT
007470     END-IF
007480     IF NOT ITEM-FAILED AND AS-FEE > ZERO
007490         MOVE AS-TERMINAL-ID TO JR-TARGET-ID
007500         MOVE AS-FEE TO JR-AMOUNT
007510         MOVE 'K' TO JR-TRAN-TYPE
007520         PERFORM 6250-WRITE-ONE-ENTRY THRU
007530             6250-WRITE-ONE-ENTRY-EXIT
007540     END-IF
007550     IF NOT ITEM-FAILED AND WS-EXCESS-FEE-DUE > ZERO
007560         MOVE 'FEEXSWDL' TO JR-TARGET-ID
007570         MOVE WS-EXCESS-FEE-DUE TO JR-AMOUNT
007580         MOVE 'F' TO JR-TRAN-TYPE
007590         PERFORM 6250-WRITE-ONE-ENTRY THRU
007600             6250-WRITE-ONE-ENTRY-EXIT
007610     END-IF
007620     IF ITEM-FAILED
007630         PERFORM 6260-BACK-OUT-ENTRY THRU
007640             6260-BACK-OUT-ENTRY-EXIT
007650             VARYING WS-BACKOUT-SEQ FROM WS-ITEM-FIRST-SEQ BY 1
007660             UNTIL WS-BACKOUT-SEQ NOT < WS-FAILED-SEQ
007670     END-IF.
007680 6200-WRITE-JOURNAL-EXIT.
007690     EXIT.
007700 6250-WRITE-ONE-ENTRY.
007710     MOVE WS-JOURNAL-SEQ TO JR-SEQ
007720     WRITE JOURNAL-RECORD
007730         INVALID KEY
007740             MOVE 'Y' TO WS-ITEM-FAILED-SWITCH
007750             MOVE 'RJ' TO WS-REASON-CODE
007760             MOVE 'REFUSED - JOURNAL FAILED' TO WS-D-RESULT
007770             MOVE WS-JOURNAL-SEQ TO WS-FAILED-SEQ
007780     END-WRITE
007790     ADD 1 TO WS-JOURNAL-SEQ.
007800 6250-WRITE-ONE-ENTRY-EXIT.
007810     EXIT.
007820 6260-BACK-OUT-ENTRY.
007830     MOVE WS-BACKOUT-SEQ TO JR-SEQ
007840     DELETE JRNL RECORD
007850         INVALID KEY
007860             CONTINUE
007870     END-DELETE.
007880 6260-BACK-OUT-ENTRY-EXIT.
007890     EXIT.
007900*--------------------------------------------------------------
007910* 6300-UPDATE-CARD-CASH - ADD THE WITHDRAWAL TO THE CASH DRAWN
007920*                         ON THE CARD FOR ITS NETWORK DATE.  A
007930*                         LATER DATE STARTS A NEW DAY; A LATE
007940*                         ITEM FOR AN EARLIER DATE LEAVES THE
007950*                         CARD AS IT IS.
007960*--------------------------------------------------------------
007970 6300-UPDATE-CARD-CASH.
007980     IF AS-TRAN-DATE < CD-CASH-DATE
007990         GO TO 6300-UPDATE-CARD-CASH-EXIT
008000     END-IF
008010     IF AS-TRAN-DATE > CD-CASH-DATE
008020         MOVE AS-TRAN-DATE TO CD-CASH-DATE
008030         MOVE ZERO TO CD-CASH-USED
008040     END-IF
008050     ADD AS-AMOUNT TO CD-CASH-USED
008060     REWRITE CARD-RECORD
008070         INVALID KEY
008080             DISPLAY 'ATMSETL - CARD CASH NOT UPDATED FOR '
008090                 CD-CARD-NUMBER
008100     END-REWRITE.
008110 6300-UPDATE-CARD-CASH-EXIT.
008120     EXIT.
008130*--------------------------------------------------------------
008140* 6500-WRITE-CHARGEBACK - WRITE ONE REFUSED ITEM TO THE
008150*                         CHARGEBACK/EXCEPTION FILE FOR THE
008160*                         NETWORK
008170*--------------------------------------------------------------
008180 6500-WRITE-CHARGEBACK.
008190     ADD 1 TO WS-REFUSED-COUNT
008200     IF AS-AMOUNT NUMERIC
008210         ADD AS-AMOUNT TO WS-REFUSED-TOTAL
008220         MOVE AS-AMOUNT TO CB-AMOUNT
008230     ELSE
008240         MOVE ZERO TO CB-AMOUNT
008250     END-IF
008260     IF AS-FEE NUMERIC
008270         ADD AS-FEE TO WS-REFUSED-TOTAL
008280         MOVE AS-FEE TO CB-FEE
008290     ELSE
008300         MOVE ZERO TO CB-FEE
008310     END-IF
008320     MOVE AS-ITEM-TYPE TO CB-ITEM-TYPE
008330     MOVE AS-CARD-NUMBER TO CB-CARD-NUMBER
008340     MOVE AS-TERMINAL-ID TO CB-TERMINAL-ID
008350     MOVE AS-TRAN-DATE TO CB-TRAN-DATE
008360     MOVE AS-TRAN-TIME TO CB-TRAN-TIME
008370     MOVE AS-NETWORK-REF TO CB-NETWORK-REF
008380     MOVE WS-REASON-CODE TO CB-REASON-CODE
008390     WRITE CHARGEBACK-OUT-RECORD FROM CHARGEBACK-DETAIL.
008400 6500-WRITE-CHARGEBACK-EXIT.
008410     EXIT.
008420*--------------------------------------------------------------
008430* 7000-WRITE-CHARGEBACK-TRAILER - CLOSE THE CHARGEBACK FILE
008440*                                 WITH THE COUNT AND AMOUNT-
008450*                                 PLUS-FEE HASH THE NETWORK
008460*                                 PROVES
008470*--------------------------------------------------------------
008480 7000-WRITE-CHARGEBACK-TRAILER.
008490     MOVE WS-REFUSED-COUNT TO CT-DETAIL-COUNT
008500     MOVE WS-REFUSED-TOTAL TO CT-HASH-TOTAL
008510     WRITE CHARGEBACK-OUT-RECORD FROM CHARGEBACK-TRAILER.
008520 7000-WRITE-CHARGEBACK-TRAILER-EXIT.
008530     EXIT.
008540*--------------------------------------------------------------
008550* 9000-TERMINATE - PRINT THE CONTROL TOTALS AND CLOSE UP
008560*--------------------------------------------------------------
008570 9000-TERMINATE.
008580     MOVE SPACES TO PRT-LINE
008590     WRITE PRT-LINE
008600     MOVE 'FILE DETAILS:       ' TO WS-T-LABEL
008610     MOVE WS-PASS1-COUNT TO WS-T-COUNT
008620     MOVE WS-PASS1-HASH TO WS-T-AMOUNT
008630     MOVE WS-TOTAL-LINE TO PRT-LINE
008640     WRITE PRT-LINE
008650     MOVE 'TRAILER CLAIMED:    ' TO WS-T-LABEL
008660     MOVE WS-TRAILER-COUNT TO WS-T-COUNT
008670     MOVE WS-TRAILER-HASH TO WS-T-AMOUNT
008680     MOVE WS-TOTAL-LINE TO PRT-LINE
008690     WRITE PRT-LINE
008700     MOVE 'CASH WITHDRAWALS:   ' TO WS-T-LABEL
008710     MOVE WS-WITHDRAWAL-COUNT TO WS-T-COUNT
008720     MOVE WS-WITHDRAWAL-TOTAL TO WS-T-AMOUNT
008730     MOVE WS-TOTAL-LINE TO PRT-LINE
008740     WRITE PRT-LINE
008750     MOVE 'BALANCE ENQUIRIES:  ' TO WS-T-LABEL
008760     MOVE WS-ENQUIRY-COUNT TO WS-T-COUNT
008770     MOVE ZERO TO WS-T-AMOUNT
008780     MOVE WS-TOTAL-LINE TO PRT-LINE
008790     WRITE PRT-LINE
008800     MOVE 'NETWORK FEES:       ' TO WS-T-LABEL
008810     MOVE WS-NETWORK-FEE-COUNT TO WS-T-COUNT
008820     MOVE WS-NETWORK-FEE-TOTAL TO WS-T-AMOUNT
008830     MOVE WS-TOTAL-LINE TO PRT-LINE
008840     WRITE PRT-LINE
008850     MOVE 'ITEMS CHARGED BACK: ' TO WS-T-LABEL
008860     MOVE WS-REFUSED-COUNT TO WS-T-COUNT
008870     MOVE WS-REFUSED-TOTAL TO WS-T-AMOUNT
008880     MOVE WS-TOTAL-LINE TO PRT-LINE
008890     WRITE PRT-LINE
008900     MOVE 'EXCESS SAVINGS FEES:' TO WS-T-LABEL
008910     MOVE WS-FEE-COUNT TO WS-T-COUNT
008920     MOVE WS-FEE-TOTAL TO WS-T-AMOUNT
008930     MOVE WS-TOTAL-LINE TO PRT-LINE
008940     WRITE PRT-LINE
008950     CLOSE ATMIN
008960     CLOSE CARDMAS
008970     CLOSE CUSTMAS
008980     CLOSE JRNL
008990     CLOSE HOLDFIL
009000     CLOSE ODLIMIT
009010     CLOSE SAVWDL
009020     CLOSE CHGBACK
009030     CLOSE PRTFILE
009040     DISPLAY 'ATMSETL - WITHDRAWALS POSTED: ' WS-WITHDRAWAL-COUNT.
009050 9000-TERMINATE-EXIT.
009060     EXIT.
