000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    LOANRUN.
000030 AUTHOR.        D SHAH.
000040 INSTALLATION.  RETAIL BANKING SYSTEMS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*--------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 10/15/26   DS    NEW PROGRAM.  NIGHTLY INSTALLMENT LOAN RUN
000120*                  OVER LOANMAS, IN THE STORUN MOLD.  ON EACH
000130*                  LOAN'S PAYMENT DAY THE MONTH'S INSTALMENT IS
000140*                  BILLED - INTEREST ON THE OUTSTANDING PRINCIPAL
000150*                  AT THE CONTRACT RATE, THE REST OF THE
000160*                  INSTALMENT AS PRINCIPAL - INTO THE LOAN'S
000170*                  ARREARS.  EVERY NIGHT THE ARREARS ARE
000180*                  COLLECTED FROM THE LINKED REPAYMENT ACCOUNT AS
000190*                  FAR AS ITS AVAILABLE BALANCE (LEDGER LESS
000200*                  UNRELEASED HOLDS) ALLOWS, INTEREST FIRST.
000210*                  INTEREST IS JOURNALLED AS TYPE L (COUNTERPARTY
000220*                  THE LOAN) AND ROLLED OUT OF THE BALCTL
000230*                  BASELINE THE WAY SVCCHG ROLLS ITS CHARGES;
000240*                  PRINCIPAL MOVES AS A JOURNALLED TRANSFER PAIR
000250*                  FROM THE REPAYMENT ACCOUNT TO THE LOAN.  A
000260*                  LOAN WHOSE BALANCE REACHES ZERO IS MARKED PAID
000270*                  OFF AND ITS ACCOUNT CLOSED.  PRINTS THE
000280*                  COLLECTION LISTING AND AN ARREARS REPORT OF
000290*                  MISSED AND SHORT PAYMENTS WITH DAYS PAST DUE.
000300*                  RUNS AFTER STORUN AND BEFORE JRNLRECN CUTS
000310*                  THE NIGHT'S SNAPSHOT.
000312* 10/15/26   DS    ARRANGED OVERDRAFTS.  THE REPAYMENT ACCOUNT'S
000314*                  ODLIMIT OVERDRAFT LIMIT COUNTS AS AVAILABLE
000315*                  FUNDS FOR THE COLLECTION.
000316* 10/15/26   DS    A LOAN PAID OFF AND CLOSED BY THE RUN IS
000317*                  RECORDED ON MNTAUD (ACTION R, TO STATUS C,
000318*                  OPERATOR LOANRN) SO THE AUDIT TRAIL AND
000319*                  MIRPT SEE THE CLOSURE.
000320*--------------------------------------------------------------
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT LOANMAS ASSIGN TO LOANMAS
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS SEQUENTIAL
000390         RECORD KEY IS LN-ACCOUNT-ID.
000400     SELECT CUSTMAS ASSIGN TO CUSTMAS
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS RANDOM
000430         RECORD KEY IS CM-ACCOUNT-ID.
000440     SELECT JRNL ASSIGN TO JRNL
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS RANDOM
000470         RECORD KEY IS JR-KEY.
000480     SELECT HOLDFIL ASSIGN TO HOLDFIL
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS HF-KEY.
000511     SELECT ODLIMIT ASSIGN TO ODLIMIT
000512         ORGANIZATION IS INDEXED
000513         ACCESS MODE IS RANDOM
000514         RECORD KEY IS OD-ACCOUNT-ID.
000520     SELECT BALCTL ASSIGN TO BALCTL
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS SEQUENTIAL
000550         RECORD KEY IS CTL-KEY.
000560     SELECT PRTFILE ASSIGN TO PRTFILE
000570         ORGANIZATION IS SEQUENTIAL.
000580     SELECT ARRRPT ASSIGN TO ARRRPT
000590         ORGANIZATION IS SEQUENTIAL.
000600     SELECT RUNCTL ASSIGN TO RUNCTL
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS RANDOM
000630         RECORD KEY IS RC-KEY.
000631     SELECT MNTAUD ASSIGN TO MNTAUD
000632         ORGANIZATION IS INDEXED
000633         ACCESS MODE IS RANDOM
000634         RECORD KEY IS MA-KEY.
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  LOANMAS
000670     LABEL RECORDS ARE STANDARD.
000680 01  LOAN-MASTER-RECORD.
000690     05  LN-ACCOUNT-ID             PIC X(08).
000700     05  LN-REPAY-ACCOUNT          PIC X(08).
000710     05  LN-PRINCIPAL              PIC S9(09)V99.
000720     05  LN-ANNUAL-RATE            PIC V9(04).
000730     05  LN-TERM-MONTHS            PIC 9(03).
000740     05  LN-PAYMENT-DAY            PIC 9(02).
000750     05  LN-INSTALMENT             PIC S9(09)V99.
000760     05  LN-OPEN-DATE              PIC S9(07) COMP-3.
000770     05  LN-INSTALMENTS-BILLED     PIC 9(03).
000780     05  LN-LAST-BILLED-DATE       PIC S9(07) COMP-3.
000790     05  LN-ARREARS-PRINCIPAL      PIC S9(09)V99.
000800     05  LN-ARREARS-INTEREST       PIC S9(09)V99.
000810     05  LN-ARREARS-SINCE          PIC S9(07) COMP-3.
000820     05  LN-STATUS                 PIC X(01).
000830         88  LN-LOAN-ACTIVE            VALUE 'A'.
000840         88  LN-LOAN-PAID-OFF          VALUE 'P'.
000850 FD  CUSTMAS
000860     LABEL RECORDS ARE STANDARD.
000870 01  CUSTOMER-MASTER-RECORD.
000880     05  CM-ACCOUNT-ID.
000890         10  CM-CUSTOMER-NUMBER    PIC X(06).
000900         10  CM-ACCOUNT-SUFFIX     PIC X(02).
000910     05  CM-BALANCE                PIC S9(09)V99.
000920     05  CM-CUSTOMER-NAME          PIC X(20).
000930     05  CM-STATUS                 PIC X(01).
000940         88  CM-ACCOUNT-OPEN           VALUE 'O'.
000950     05  CM-ACCOUNT-TYPE           PIC X(01).
000960 FD  JRNL
000970     LABEL RECORDS ARE STANDARD.
000980 01  JOURNAL-RECORD.
000990     05  JR-KEY.
001000         10  JR-SOURCE-ID          PIC X(08).
001010         10  JR-DATE               PIC S9(07) COMP-3.
001020         10  JR-TIME               PIC S9(07) COMP-3.
001030         10  JR-SEQ                PIC S9(05) COMP-3.
001040     05  JR-TARGET-ID              PIC X(08).
001050     05  JR-AMOUNT                 PIC S9(09)V99.
001060     05  JR-TRAN-TYPE              PIC X(01).
001070     05  JR-OPERATOR-ID            PIC X(08).
001080 FD  HOLDFIL
001090     LABEL RECORDS ARE STANDARD.
001100 01  HOLD-RECORD.
001110     05  HF-KEY.
001120         10  HF-ACCOUNT-ID         PIC X(08).
001130         10  HF-DATE               PIC S9(07) COMP-3.
001140         10  HF-TIME               PIC S9(07) COMP-3.
001150     05  HF-AMOUNT                 PIC S9(09)V99.
001160     05  HF-RELEASE-DATE           PIC S9(07) COMP-3.
001170     05  HF-STATUS                 PIC X(01).
001180         88  HF-HELD                   VALUE 'H'.
001190     05  HF-PLACED-BY              PIC X(06).
001191 FD  ODLIMIT
001192     LABEL RECORDS ARE STANDARD.
001193 01  OVERDRAFT-LIMIT-RECORD.
001194     05  OD-ACCOUNT-ID             PIC X(08).
001195     05  OD-LIMIT                  PIC S9(09)V99.
001196     05  OD-SET-DATE               PIC S9(07) COMP-3.
001197     05  OD-SET-BY                 PIC X(06).
001198     05  OD-OVERDRAWN-SINCE        PIC S9(07) COMP-3.
001199     05  OD-LAST-CHARGED           PIC S9(07) COMP-3.
001200 FD  BALCTL
001210     LABEL RECORDS ARE STANDARD.
001220 01  BALCTL-RECORD.
001230     05  CTL-KEY                   PIC X(06).
001240     05  CTL-PRIOR-TOTAL           PIC S9(11)V99.
001250 FD  PRTFILE
001260     RECORDING MODE IS F
001270     LABEL RECORDS ARE STANDARD.
001280 01  PRT-LINE                      PIC X(80).
001290 FD  ARRRPT
001300     RECORDING MODE IS F
001310     LABEL RECORDS ARE STANDARD.
001320 01  ARR-LINE                      PIC X(80).
001330 FD  RUNCTL
001340     LABEL RECORDS ARE STANDARD.
001350 01  RUN-CONTROL-RECORD.
001360     05  RC-KEY.
001370         10  RC-DATE               PIC S9(07) COMP-3.
001380         10  RC-JOB-NAME           PIC X(08).
001381     05  RC-COMPLETED-TIME         PIC S9(07) COMP-3.
001382 FD  MNTAUD
001383     LABEL RECORDS ARE STANDARD.
001384 01  MAINT-AUDIT-RECORD.
001385     05  MA-KEY.
001386         10  MA-CUSTOMER-NUMBER    PIC X(08).
001387         10  MA-DATE               PIC S9(07) COMP-3.
001388         10  MA-TIME               PIC S9(07) COMP-3.
001389     05  MA-OPERATOR-ID            PIC X(06).
001390     05  MA-ACTION-CODE            PIC X(01).
001391     05  MA-OLD-STATUS             PIC X(01).
001392     05  MA-NEW-STATUS             PIC X(01).
001393     05  MA-OPEN-BALANCE           PIC S9(09)V99.
001400 WORKING-STORAGE SECTION.
001410 77  WS-RUN-BLOCKED-SWITCH         PIC X(01) VALUE 'N'.
001420     88  RUN-BLOCKED                   VALUE 'Y'.
001430 01  WS-RC-TIME-OF-DAY             PIC 9(08).
001440 01  FILLER REDEFINES WS-RC-TIME-OF-DAY.
001450     05  WS-RC-TIME-HHMMSS         PIC 9(06).
001460     05  FILLER                    PIC 9(02).
001470 77  WS-EOF-SWITCH                 PIC X(01) VALUE 'N'.
001480     88  END-OF-LOANMAS                VALUE 'Y'.
001490 77  WS-LOAN-FAILED-SWITCH         PIC X(01) VALUE 'N'.
001500     88  LOAN-FAILED                   VALUE 'Y'.
001510 77  WS-LOAN-CHANGED-SWITCH        PIC X(01) VALUE 'N'.
001520     88  LOAN-CHANGED                  VALUE 'Y'.
001530 77  WS-HOLD-DONE-SWITCH           PIC X(01) VALUE 'N'.
001540     88  HOLDS-DONE-FOR-ACCOUNT        VALUE 'Y'.
001550 77  WS-CTL-FOUND-SWITCH           PIC X(01) VALUE 'N'.
001560     88  CTL-RECORD-FOUND              VALUE 'Y'.
001570 77  WS-LOAN-COUNT                 PIC 9(07) VALUE ZERO.
001580 77  WS-BILLED-COUNT               PIC 9(07) VALUE ZERO.
001590 77  WS-COLLECTED-COUNT            PIC 9(07) VALUE ZERO.
001600 77  WS-SHORT-COUNT                PIC 9(07) VALUE ZERO.
001610 77  WS-PAID-OFF-COUNT             PIC 9(07) VALUE ZERO.
001620 77  WS-ARREARS-COUNT              PIC 9(07) VALUE ZERO.
001624 77  WS-PRIOR-LOAN-STATUS          PIC X(01) VALUE SPACE.
001630 77  WS-TOTAL-BILLED               PIC S9(11)V99 VALUE ZERO.
001640 77  WS-TOTAL-INTEREST             PIC S9(11)V99 VALUE ZERO.
001650 77  WS-TOTAL-PRINCIPAL            PIC S9(11)V99 VALUE ZERO.
001660 77  WS-TOTAL-ARREARS              PIC S9(11)V99 VALUE ZERO.
001670 77  WS-TOTAL-HOLDS                PIC S9(09)V99 VALUE ZERO.
001680 77  WS-AVAILABLE-BALANCE          PIC S9(09)V99 VALUE ZERO.
001690 77  WS-UNBILLED-PRINCIPAL         PIC S9(09)V99 VALUE ZERO.
001700 77  WS-INTEREST-DUE               PIC S9(09)V99 VALUE ZERO.
001710 77  WS-PRINCIPAL-DUE              PIC S9(09)V99 VALUE ZERO.
001720 77  WS-INTEREST-TAKEN             PIC S9(09)V99 VALUE ZERO.
001730 77  WS-PRINCIPAL-TAKEN            PIC S9(09)V99 VALUE ZERO.
001740 77  WS-ARREARS-DUE                PIC S9(09)V99 VALUE ZERO.
001750 01  WS-CURRENT-DATE               PIC 9(06).
001760 01  FILLER REDEFINES WS-CURRENT-DATE.
001770     05  WS-CURRENT-YY             PIC 9(02).
001780     05  WS-CURRENT-MM             PIC 9(02).
001790     05  WS-CURRENT-DD             PIC 9(02).
001800 01  WS-JULIAN-DATE                PIC 9(05).
001810 01  WS-TODAY-CYYDDD               PIC S9(07).
001820 01  WS-TIME-OF-DAY                PIC 9(08).
001830 01  FILLER REDEFINES WS-TIME-OF-DAY.
001840     05  WS-TIME-HHMMSS            PIC 9(06).
001850     05  FILLER                    PIC 9(02).
001860 01  WS-JOURNAL-TIME               PIC S9(07).
001870 01  WS-JOURNAL-SEQ                PIC S9(05) VALUE ZERO.
001880 01  WS-DEBIT-SEQ                  PIC S9(05) VALUE ZERO.
001890*
001900* DAY-NUMBER WORK AREA - TURNS A CYYDDD DATE INTO A RUNNING
001910* DAY COUNT SO DAYS PAST DUE SPAN A YEAR END CORRECTLY
001920*
001930 01  WS-DN-CYYDDD                  PIC S9(07).
001940 01  WS-DN-YYDDD                   PIC 9(05).
001950 01  WS-DN-YY                      PIC 9(03).
001960 01  WS-DN-DDD                     PIC 9(03).
001970 01  WS-DN-LEAP-DAYS               PIC 9(03).
001980 01  WS-DN-DAYS                    PIC 9(07).
001990 01  WS-TODAY-DAYS                 PIC 9(07).
002000 01  WS-DAYS-PAST-DUE              PIC 9(05).
002010 01  LOAN-ACCOUNT-RECORD.
002020     05  LA-ACCOUNT-ID             PIC X(08).
002030     05  LA-BALANCE                PIC S9(09)V99.
002040     05  LA-CUSTOMER-NAME          PIC X(20).
002050     05  LA-STATUS                 PIC X(01).
002060     05  LA-ACCOUNT-TYPE           PIC X(01).
002070 01  WS-DETAIL-LINE.
002080     05  WS-D-LOAN-ID              PIC X(08).
002090     05  FILLER                    PIC X(02) VALUE SPACES.
002100     05  WS-D-REPAY-ID             PIC X(08).
002110     05  FILLER                    PIC X(02) VALUE SPACES.
002120     05  WS-D-DUE                  PIC -(9)9.99.
002130     05  FILLER                    PIC X(02) VALUE SPACES.
002140     05  WS-D-COLLECTED            PIC -(9)9.99.
002150     05  FILLER                    PIC X(02) VALUE SPACES.
002160     05  WS-D-RESULT               PIC X(30).
002170 01  WS-HEADING-LINE.
002180     05  FILLER                    PIC X(10) VALUE 'LOAN'.
002190     05  FILLER                    PIC X(10) VALUE 'REPAY ACCT'.
002200     05  FILLER                    PIC X(13) VALUE '  INSTALMENT'.
002210     05  FILLER                    PIC X(02) VALUE SPACES.
002220     05  FILLER                    PIC X(13) VALUE '     ARREARS'.
002230     05  FILLER                    PIC X(02) VALUE SPACES.
002240     05  FILLER                    PIC X(07) VALUE ' DAYS'.
002250     05  FILLER                    PIC X(23) VALUE 'PAYMENT'.
002260 01  WS-ARREARS-LINE.
002270     05  WS-A-LOAN-ID              PIC X(08).
002280     05  FILLER                    PIC X(02) VALUE SPACES.
002290     05  WS-A-REPAY-ID             PIC X(08).
002300     05  FILLER                    PIC X(02) VALUE SPACES.
002310     05  WS-A-INSTALMENT           PIC -(9)9.99.
002320     05  FILLER                    PIC X(02) VALUE SPACES.
002330     05  WS-A-ARREARS              PIC -(9)9.99.
002340     05  FILLER                    PIC X(02) VALUE SPACES.
002350     05  WS-A-DAYS-PAST-DUE        PIC Z(04)9.
002360     05  FILLER                    PIC X(02) VALUE SPACES.
002370     05  WS-A-PAYMENT              PIC X(06).
002380     05  FILLER                    PIC X(17) VALUE SPACES.
002390 01  WS-TOTAL-LINE.
002400     05  FILLER                    PIC X(10) VALUE SPACES.
002410     05  WS-T-LABEL                PIC X(20).
002420     05  WS-T-AMOUNT               PIC -(11)9.99.
002430     05  FILLER                    PIC X(35) VALUE SPACES.
002440 01  WS-COUNT-LINE.
002450     05  FILLER                    PIC X(10) VALUE SPACES.
002460     05  WS-C-LABEL                PIC X(20).
002470     05  WS-C-COUNT                PIC Z(06)9.
002480     05  FILLER                    PIC X(43) VALUE SPACES.
002490 PROCEDURE DIVISION.
002500 0000-MAINLINE.
002510     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
002520     IF RUN-BLOCKED
002530         GOBACK
002540     END-IF
002550     PERFORM 2000-PROCESS-LOAN THRU 2000-PROCESS-LOAN-EXIT
002560         UNTIL END-OF-LOANMAS
002570     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
002580     GOBACK.
002590*--------------------------------------------------------------
002600* 1000-INITIALIZE - OPEN FILES, WORK OUT TODAY'S DATE AND THE
002610*                   JOURNAL DATE/TIME STAMPS, READ THE BALCTL
002620*                   BASELINE, HEAD BOTH REPORTS AND PRIME THE
002630*                   READ.
002640*--------------------------------------------------------------
002650 1000-INITIALIZE.
002660     ACCEPT WS-CURRENT-DATE FROM DATE
002670     ACCEPT WS-JULIAN-DATE FROM DAY
002680     COMPUTE WS-TODAY-CYYDDD = 100000 + WS-JULIAN-DATE
002690     OPEN I-O RUNCTL
002700     PERFORM 1100-CHECK-RUN-CONTROL THRU
002710         1100-CHECK-RUN-CONTROL-EXIT
002720     IF RUN-BLOCKED
002730         CLOSE RUNCTL
002740         GO TO 1000-INITIALIZE-EXIT
002750     END-IF
002760     ACCEPT WS-TIME-OF-DAY FROM TIME
002770     MOVE WS-TIME-HHMMSS TO WS-JOURNAL-TIME
002780     MOVE WS-TODAY-CYYDDD TO WS-DN-CYYDDD
002790     PERFORM 8000-DAY-NUMBER THRU 8000-DAY-NUMBER-EXIT
002800     MOVE WS-DN-DAYS TO WS-TODAY-DAYS
002810     OPEN I-O LOANMAS
002820     OPEN I-O CUSTMAS
002830     OPEN I-O JRNL
002840     OPEN INPUT HOLDFIL
002844     OPEN INPUT ODLIMIT
002850     OPEN I-O BALCTL
002860     OPEN OUTPUT PRTFILE
002870     OPEN OUTPUT ARRRPT
002874     OPEN I-O MNTAUD
002880     MOVE 'BALCTL' TO CTL-KEY
002890     READ BALCTL
002900         INVALID KEY
002910             MOVE 'N' TO WS-CTL-FOUND-SWITCH
002920         NOT INVALID KEY
002930             MOVE 'Y' TO WS-CTL-FOUND-SWITCH
002940     END-READ
002950     MOVE SPACES TO PRT-LINE
002960     MOVE 'LOAN INSTALMENT COLLECTION LISTING' TO PRT-LINE
002970     WRITE PRT-LINE
002980     MOVE SPACES TO PRT-LINE
002990     WRITE PRT-LINE
003000     MOVE SPACES TO ARR-LINE
003010     MOVE 'LOAN ARREARS REPORT' TO ARR-LINE
003020     WRITE ARR-LINE
003030     MOVE SPACES TO ARR-LINE
003040     WRITE ARR-LINE
003050     MOVE WS-HEADING-LINE TO ARR-LINE
003060     WRITE ARR-LINE
003070     PERFORM 3000-READ-LOANMAS THRU 3000-READ-LOANMAS-EXIT.
003080 1000-INITIALIZE-EXIT.
003090     EXIT.
003100*--------------------------------------------------------------
003110* 1100-CHECK-RUN-CONTROL - REFUSE TO START IF THIS JOB HAS
003120*                         ALREADY COMPLETED FOR THE BUSINESS
003130*                         DATE, IF ITS PREREQUISITE (STORUN)
003140*                         HAS NOT, OR IF JRNLRECN HAS ALREADY
003150*                         RUN - THE COLLECTIONS MUST BE ON THE
003160*                         MASTER BEFORE THE SNAPSHOT IS CUT.
003170*                         RETURN-CODE 8 AND NO PROCESSING EITHER
003180*                         WAY.
003190*--------------------------------------------------------------
003200 1100-CHECK-RUN-CONTROL.
003210     MOVE WS-TODAY-CYYDDD TO RC-DATE
003220     MOVE 'LOANRUN ' TO RC-JOB-NAME
003230     READ RUNCTL
003240         INVALID KEY
003250             CONTINUE
003260         NOT INVALID KEY
003270             MOVE 'Y' TO WS-RUN-BLOCKED-SWITCH
003280             MOVE 8 TO RETURN-CODE
003290             DISPLAY 'LOANRUN - ALREADY RUN FOR THIS DATE'
003300     END-READ
003310     IF NOT RUN-BLOCKED
003320         MOVE WS-TODAY-CYYDDD TO RC-DATE
003330         MOVE 'STORUN  ' TO RC-JOB-NAME
003340         READ RUNCTL
003350             INVALID KEY
003360                 MOVE 'Y' TO WS-RUN-BLOCKED-SWITCH
003370                 MOVE 8 TO RETURN-CODE
003380                 DISPLAY 'LOANRUN - PREREQUISITE '
003390                     'STORUN NOT RUN FOR THIS DATE'
003400         END-READ
003410     END-IF
003420     IF NOT RUN-BLOCKED
003430         MOVE WS-TODAY-CYYDDD TO RC-DATE
003440         MOVE 'JRNLRECN' TO RC-JOB-NAME
003450         READ RUNCTL
003460             INVALID KEY
003470                 CONTINUE
003480             NOT INVALID KEY
003490                 MOVE 'Y' TO WS-RUN-BLOCKED-SWITCH
003500                 MOVE 8 TO RETURN-CODE
003510                 DISPLAY 'LOANRUN - MUST RUN BEFORE JRNLRECN '
003520                     'CUTS THE SNAPSHOT FOR THIS DATE'
003530         END-READ
003540     END-IF
003550     CONTINUE.
003560 1100-CHECK-RUN-CONTROL-EXIT.
003570     EXIT.
003580*--------------------------------------------------------------
003590* 2000-PROCESS-LOAN - BILL THE INSTALMENT IF THE LOAN IS DUE
003600*                     TODAY, THEN COLLECT WHATEVER IS IN
003610*                     ARREARS.  PAID-OFF LOANS ARE SKIPPED.
003620*--------------------------------------------------------------
003630 2000-PROCESS-LOAN.
003640     ADD 1 TO WS-LOAN-COUNT
003650     IF NOT LN-LOAN-ACTIVE
003660         GO TO 2000-PROCESS-LOAN-NEXT
003670     END-IF
003680     MOVE 'N' TO WS-LOAN-FAILED-SWITCH
003690     MOVE 'N' TO WS-LOAN-CHANGED-SWITCH
003700     MOVE LN-ACCOUNT-ID TO WS-D-LOAN-ID
003710     MOVE LN-REPAY-ACCOUNT TO WS-D-REPAY-ID
003720     MOVE LN-ACCOUNT-ID TO CM-ACCOUNT-ID
003730     READ CUSTMAS INTO LOAN-ACCOUNT-RECORD
003740         INVALID KEY
003750             MOVE 'Y' TO WS-LOAN-FAILED-SWITCH
003760     END-READ
003770     IF LOAN-FAILED
003780         MOVE ZERO TO WS-D-DUE
003790         MOVE ZERO TO WS-D-COLLECTED
003800         MOVE 'FAILED - LOAN ACCOUNT NOT FOUND' TO WS-D-RESULT
003810         MOVE WS-DETAIL-LINE TO PRT-LINE
003820         WRITE PRT-LINE
003830         GO TO 2000-PROCESS-LOAN-NEXT
003840     END-IF
003850     IF LN-PAYMENT-DAY = WS-CURRENT-DD
003860         AND LN-LAST-BILLED-DATE NOT = WS-TODAY-CYYDDD
003870         AND LN-OPEN-DATE NOT = WS-TODAY-CYYDDD
003880         PERFORM 4000-BILL-INSTALMENT THRU
003890             4000-BILL-INSTALMENT-EXIT
003900     END-IF
003910     IF LN-ARREARS-PRINCIPAL > ZERO OR LN-ARREARS-INTEREST > ZERO
003920         PERFORM 5000-COLLECT-ARREARS THRU
003930             5000-COLLECT-ARREARS-EXIT
003940         MOVE WS-DETAIL-LINE TO PRT-LINE
003950         WRITE PRT-LINE
003960     END-IF
003970     IF LOAN-CHANGED
003980         REWRITE LOAN-MASTER-RECORD
003990     END-IF
004000     IF LN-ARREARS-PRINCIPAL > ZERO OR LN-ARREARS-INTEREST > ZERO
004010         PERFORM 7000-REPORT-ARREARS THRU 7000-REPORT-ARREARS-EXIT
004020     END-IF.
004030 2000-PROCESS-LOAN-NEXT.
004040     PERFORM 3000-READ-LOANMAS THRU 3000-READ-LOANMAS-EXIT.
004050 2000-PROCESS-LOAN-EXIT.
004060     EXIT.
004070*--------------------------------------------------------------
004080* 3000-READ-LOANMAS - READ THE NEXT LOAN RECORD
004090*--------------------------------------------------------------
004100 3000-READ-LOANMAS.
004110     READ LOANMAS NEXT RECORD
004120         AT END
004130             MOVE 'Y' TO WS-EOF-SWITCH
004140     END-READ.
004150 3000-READ-LOANMAS-EXIT.
004160     EXIT.
004170*--------------------------------------------------------------
004180* 4000-BILL-INSTALMENT - BILL ONE MONTH'S INSTALMENT INTO THE
004190*                        ARREARS.  INTEREST IS A MONTH AT THE
004200*                        CONTRACT RATE ON THE OUTSTANDING
004210*                        PRINCIPAL; THE REST OF THE INSTALMENT
004220*                        IS PRINCIPAL, NEVER MORE THAN IS STILL
004230*                        UNBILLED.  THE LAST INSTALMENT OF THE
004240*                        TERM TAKES ALL THE UNBILLED PRINCIPAL
004250*                        SO ROUNDING CANNOT LEAVE A TAIL.
004260*--------------------------------------------------------------
004270 4000-BILL-INSTALMENT.
004280     COMPUTE WS-UNBILLED-PRINCIPAL =
004290         ZERO - LA-BALANCE - LN-ARREARS-PRINCIPAL
004300     IF WS-UNBILLED-PRINCIPAL < ZERO
004310         MOVE ZERO TO WS-UNBILLED-PRINCIPAL
004320     END-IF
004330     COMPUTE WS-INTEREST-DUE ROUNDED =
004340         (ZERO - LA-BALANCE) * LN-ANNUAL-RATE / 12
004350     IF WS-INTEREST-DUE < ZERO
004360         MOVE ZERO TO WS-INTEREST-DUE
004370     END-IF
004380     IF LN-INSTALMENTS-BILLED + 1 NOT < LN-TERM-MONTHS
004390         MOVE WS-UNBILLED-PRINCIPAL TO WS-PRINCIPAL-DUE
004400     ELSE
004410         COMPUTE WS-PRINCIPAL-DUE =
004420             LN-INSTALMENT - WS-INTEREST-DUE
004430         IF WS-PRINCIPAL-DUE < ZERO
004440             MOVE ZERO TO WS-PRINCIPAL-DUE
004450         END-IF
004460         IF WS-PRINCIPAL-DUE > WS-UNBILLED-PRINCIPAL
004470             MOVE WS-UNBILLED-PRINCIPAL TO WS-PRINCIPAL-DUE
004480         END-IF
004490     END-IF
004500     IF LN-ARREARS-PRINCIPAL = ZERO AND LN-ARREARS-INTEREST = ZERO
004510         MOVE WS-TODAY-CYYDDD TO LN-ARREARS-SINCE
004520     END-IF
004530     ADD WS-PRINCIPAL-DUE TO LN-ARREARS-PRINCIPAL
004540     ADD WS-INTEREST-DUE TO LN-ARREARS-INTEREST
004550     ADD 1 TO LN-INSTALMENTS-BILLED
004560     MOVE WS-TODAY-CYYDDD TO LN-LAST-BILLED-DATE
004570     MOVE 'Y' TO WS-LOAN-CHANGED-SWITCH
004580     ADD 1 TO WS-BILLED-COUNT
004590     ADD WS-PRINCIPAL-DUE TO WS-TOTAL-BILLED
004600     ADD WS-INTEREST-DUE TO WS-TOTAL-BILLED.
004610 4000-BILL-INSTALMENT-EXIT.
004620     EXIT.
004630*--------------------------------------------------------------
004640* 5000-COLLECT-ARREARS - TAKE AS MUCH OF THE ARREARS AS THE
004650*                        REPAYMENT ACCOUNT'S AVAILABLE BALANCE
004660*                        COVERS, INTEREST FIRST.  THE JOURNAL IS
004670*                        WRITTEN BEFORE ANY BALANCE MOVES.
004680*--------------------------------------------------------------
004690 5000-COLLECT-ARREARS.
004700     COMPUTE WS-ARREARS-DUE =
004710         LN-ARREARS-PRINCIPAL + LN-ARREARS-INTEREST
004720     MOVE WS-ARREARS-DUE TO WS-D-DUE
004730     MOVE ZERO TO WS-D-COLLECTED
004740     MOVE ZERO TO WS-INTEREST-TAKEN
004750     MOVE ZERO TO WS-PRINCIPAL-TAKEN
004760     MOVE LN-REPAY-ACCOUNT TO CM-ACCOUNT-ID
004770     READ CUSTMAS
004780         INVALID KEY
004790             MOVE 'Y' TO WS-LOAN-FAILED-SWITCH
004800             MOVE 'MISSED - REPAY ACCT NOT FOUND' TO WS-D-RESULT
004810     END-READ
004820     IF NOT LOAN-FAILED AND NOT CM-ACCOUNT-OPEN
004830         MOVE 'Y' TO WS-LOAN-FAILED-SWITCH
004840         MOVE 'MISSED - REPAY ACCT NOT OPEN' TO WS-D-RESULT
004850     END-IF
004860     IF NOT LOAN-FAILED
004870         PERFORM 5100-CHECK-FUNDS THRU 5100-CHECK-FUNDS-EXIT
004880     END-IF
004890     IF LOAN-FAILED
004900         ADD 1 TO WS-SHORT-COUNT
004910         GO TO 5000-COLLECT-ARREARS-EXIT
004920     END-IF
004930     IF LN-ARREARS-INTEREST > WS-AVAILABLE-BALANCE
004940         MOVE WS-AVAILABLE-BALANCE TO WS-INTEREST-TAKEN
004950     ELSE
004960         MOVE LN-ARREARS-INTEREST TO WS-INTEREST-TAKEN
004970     END-IF
004980     SUBTRACT WS-INTEREST-TAKEN FROM WS-AVAILABLE-BALANCE
004990     IF LN-ARREARS-PRINCIPAL > WS-AVAILABLE-BALANCE
005000         MOVE WS-AVAILABLE-BALANCE TO WS-PRINCIPAL-TAKEN
005010     ELSE
005020         MOVE LN-ARREARS-PRINCIPAL TO WS-PRINCIPAL-TAKEN
005030     END-IF
005040     IF WS-INTEREST-TAKEN > ZERO
005050         PERFORM 6000-JOURNAL-INTEREST THRU
005060             6000-JOURNAL-INTEREST-EXIT
005070     END-IF
005080     IF NOT LOAN-FAILED AND WS-PRINCIPAL-TAKEN > ZERO
005090         PERFORM 6100-JOURNAL-PRINCIPAL THRU
005100             6100-JOURNAL-PRINCIPAL-EXIT
005110     END-IF
005120     PERFORM 5200-POST-COLLECTION THRU 5200-POST-COLLECTION-EXIT.
005130 5000-COLLECT-ARREARS-EXIT.
005140     EXIT.
005150*--------------------------------------------------------------
005160* 5100-CHECK-FUNDS - THE AVAILABLE BALANCE (LEDGER LESS
005170*                    UNRELEASED HOLDS, PLUS ANY ARRANGED
005180*                    OVERDRAFT), AS IN PAYMCOB'S WRITE-BALAN.
005190*                    NOTHING AVAILABLE MEANS THE PAYMENT IS
005195*                    MISSED TONIGHT.
005200*--------------------------------------------------------------
005210 5100-CHECK-FUNDS.
005220     MOVE ZERO TO WS-TOTAL-HOLDS
005230     MOVE 'N' TO WS-HOLD-DONE-SWITCH
005240     MOVE LN-REPAY-ACCOUNT TO HF-ACCOUNT-ID
005250     MOVE ZERO TO HF-DATE
005260     MOVE ZERO TO HF-TIME
005270     START HOLDFIL KEY NOT < HF-KEY
005280         INVALID KEY
005290             MOVE 'Y' TO WS-HOLD-DONE-SWITCH
005300     END-START
005310     PERFORM 5110-ADD-ONE-HOLD THRU 5110-ADD-ONE-HOLD-EXIT
005320         UNTIL HOLDS-DONE-FOR-ACCOUNT
005330     COMPUTE WS-AVAILABLE-BALANCE =
005340         CM-BALANCE - WS-TOTAL-HOLDS
005341     MOVE LN-REPAY-ACCOUNT TO OD-ACCOUNT-ID
005342     READ ODLIMIT
005343         INVALID KEY
005344             MOVE ZERO TO OD-LIMIT
005345     END-READ
005346     ADD OD-LIMIT TO WS-AVAILABLE-BALANCE
005350     IF WS-AVAILABLE-BALANCE NOT > ZERO
005360         MOVE 'Y' TO WS-LOAN-FAILED-SWITCH
005370         MOVE 'MISSED - INSUFFICIENT FUNDS' TO WS-D-RESULT
005380     END-IF.
005390 5100-CHECK-FUNDS-EXIT.
005400     EXIT.
005410 5110-ADD-ONE-HOLD.
005420     READ HOLDFIL NEXT RECORD
005430         AT END
005440             MOVE 'Y' TO WS-HOLD-DONE-SWITCH
005450     END-READ
005460     IF NOT HOLDS-DONE-FOR-ACCOUNT
005470         IF HF-ACCOUNT-ID NOT = LN-REPAY-ACCOUNT
005480             MOVE 'Y' TO WS-HOLD-DONE-SWITCH
005490         ELSE
005500             IF HF-HELD
005510                 ADD HF-AMOUNT TO WS-TOTAL-HOLDS
005520             END-IF
005530         END-IF
005540     END-IF.
005550 5110-ADD-ONE-HOLD-EXIT.
005560     EXIT.
005570*--------------------------------------------------------------
005580* 5200-POST-COLLECTION - DEBIT THE REPAYMENT ACCOUNT WITH WHAT
005590*                        WAS JOURNALLED, CREDIT THE PRINCIPAL TO
005600*                        THE LOAN AND CLEAR IT FROM THE ARREARS.
005610*                        A LOAN BROUGHT TO ZERO IS PAID OFF AND
005620*                        ITS ACCOUNT CLOSED.
005630*--------------------------------------------------------------
005640 5200-POST-COLLECTION.
005650     IF WS-INTEREST-TAKEN = ZERO AND WS-PRINCIPAL-TAKEN = ZERO
005660         ADD 1 TO WS-SHORT-COUNT
005670         GO TO 5200-POST-COLLECTION-EXIT
005680     END-IF
005690     SUBTRACT WS-INTEREST-TAKEN FROM CM-BALANCE
005700     SUBTRACT WS-PRINCIPAL-TAKEN FROM CM-BALANCE
005710     REWRITE CUSTOMER-MASTER-RECORD
005720     SUBTRACT WS-INTEREST-TAKEN FROM LN-ARREARS-INTEREST
005730     SUBTRACT WS-PRINCIPAL-TAKEN FROM LN-ARREARS-PRINCIPAL
005740     ADD WS-PRINCIPAL-TAKEN TO LA-BALANCE
005750     IF LA-BALANCE NOT < ZERO
005760         AND LN-ARREARS-PRINCIPAL = ZERO
005770         AND LN-ARREARS-INTEREST = ZERO
005780         MOVE 'P' TO LN-STATUS
005784         MOVE LA-STATUS TO WS-PRIOR-LOAN-STATUS
005790         MOVE 'C' TO LA-STATUS
005800         ADD 1 TO WS-PAID-OFF-COUNT
005810     END-IF
005820     IF WS-PRINCIPAL-TAKEN > ZERO OR LN-LOAN-PAID-OFF
005830         REWRITE CUSTOMER-MASTER-RECORD
005840             FROM LOAN-ACCOUNT-RECORD
005850     END-IF
005852     IF LN-LOAN-PAID-OFF
005854         PERFORM 5300-AUDIT-CLOSURE THRU 5300-AUDIT-CLOSURE-EXIT
005856     END-IF
005860     MOVE 'Y' TO WS-LOAN-CHANGED-SWITCH
005870     ADD WS-INTEREST-TAKEN TO WS-TOTAL-INTEREST
005880     ADD WS-PRINCIPAL-TAKEN TO WS-TOTAL-PRINCIPAL
005890     COMPUTE WS-D-COLLECTED =
005900         WS-INTEREST-TAKEN + WS-PRINCIPAL-TAKEN
005910     IF LN-ARREARS-PRINCIPAL = ZERO AND LN-ARREARS-INTEREST = ZERO
005920         MOVE ZERO TO LN-ARREARS-SINCE
005930         ADD 1 TO WS-COLLECTED-COUNT
005940         IF LN-LOAN-PAID-OFF
005950             MOVE 'COLLECTED - LOAN PAID OFF' TO WS-D-RESULT
005960         ELSE
005970             MOVE 'COLLECTED' TO WS-D-RESULT
005980         END-IF
005990     ELSE
006000         ADD 1 TO WS-SHORT-COUNT
006010         IF NOT LOAN-FAILED
006020             MOVE 'SHORT - INSUFFICIENT FUNDS' TO WS-D-RESULT
006030         END-IF
006040     END-IF.
006041 5200-POST-COLLECTION-EXIT.
006042     EXIT.
006043*--------------------------------------------------------------
006044* 5300-AUDIT-CLOSURE - RECORD ON MNTAUD THAT THE PAID-OFF LOAN
006045*                      ACCOUNT HAS BEEN CLOSED
006046*--------------------------------------------------------------
006047 5300-AUDIT-CLOSURE.
006048     MOVE LA-ACCOUNT-ID TO MA-CUSTOMER-NUMBER
006049     MOVE WS-TODAY-CYYDDD TO MA-DATE
006050     MOVE WS-JOURNAL-TIME TO MA-TIME
006051     MOVE 'LOANRN' TO MA-OPERATOR-ID
006052     MOVE 'R' TO MA-ACTION-CODE
006053     MOVE WS-PRIOR-LOAN-STATUS TO MA-OLD-STATUS
006054     MOVE 'C' TO MA-NEW-STATUS
006055     MOVE ZERO TO MA-OPEN-BALANCE
006056     WRITE MAINT-AUDIT-RECORD
006057         INVALID KEY
006058             DISPLAY 'LOANRUN - CLOSURE NOT AUDITED FOR: '
006059                 LA-ACCOUNT-ID
006060     END-WRITE.
006061 5300-AUDIT-CLOSURE-EXIT.
006062     EXIT.
006070*--------------------------------------------------------------
006080* 6000-JOURNAL-INTEREST - JOURNAL THE INTEREST TAKEN (TYPE L,
006090*                         SOURCE THE REPAYMENT ACCOUNT,
006100*                         COUNTERPARTY THE LOAN).  THE KEY
006110*                         SEQUENCE NUMBER IS BUMPED AFTER EACH
006120*                         ENTRY SO KEYS STAY UNIQUE WITHIN THE
006130*                         RUN.
006140*--------------------------------------------------------------
006150 6000-JOURNAL-INTEREST.
006160     MOVE LN-REPAY-ACCOUNT TO JR-SOURCE-ID
006170     MOVE WS-TODAY-CYYDDD TO JR-DATE
006180     MOVE WS-JOURNAL-TIME TO JR-TIME
006190     MOVE WS-JOURNAL-SEQ TO JR-SEQ
006200     MOVE 'LOANRUN' TO JR-OPERATOR-ID
006210     ADD 1 TO WS-JOURNAL-SEQ
006220     MOVE LN-ACCOUNT-ID TO JR-TARGET-ID
006230     MOVE WS-INTEREST-TAKEN TO JR-AMOUNT
006240     MOVE 'L' TO JR-TRAN-TYPE
006250     WRITE JOURNAL-RECORD
006260         INVALID KEY
006270             MOVE 'Y' TO WS-LOAN-FAILED-SWITCH
006280             MOVE 'FAILED - JOURNAL NOT WRITTEN' TO WS-D-RESULT
006290             MOVE ZERO TO WS-INTEREST-TAKEN
006300             MOVE ZERO TO WS-PRINCIPAL-TAKEN
006310     END-WRITE.
006320 6000-JOURNAL-INTEREST-EXIT.
006330     EXIT.
006340*--------------------------------------------------------------
006350* 6100-JOURNAL-PRINCIPAL - JOURNAL THE PRINCIPAL TAKEN AS A
006360*                          TRANSFER PAIR, REPAYMENT ACCOUNT TO
006370*                          LOAN, AS STORUN DOES.  IF THE CREDIT
006380*                          LEG CANNOT BE WRITTEN THE DEBIT LEG
006390*                          IS BACKED OUT AND ONLY THE INTEREST
006400*                          (ALREADY JOURNALLED) IS POSTED.
006410*--------------------------------------------------------------
006420 6100-JOURNAL-PRINCIPAL.
006430     MOVE LN-REPAY-ACCOUNT TO JR-SOURCE-ID
006440     MOVE WS-TODAY-CYYDDD TO JR-DATE
006450     MOVE WS-JOURNAL-TIME TO JR-TIME
006460     MOVE WS-JOURNAL-SEQ TO JR-SEQ
006470     MOVE 'LOANRUN' TO JR-OPERATOR-ID
006480     MOVE WS-JOURNAL-SEQ TO WS-DEBIT-SEQ
006490     ADD 1 TO WS-JOURNAL-SEQ
006500     MOVE LN-ACCOUNT-ID TO JR-TARGET-ID
006510     MOVE WS-PRINCIPAL-TAKEN TO JR-AMOUNT
006520     MOVE 'T' TO JR-TRAN-TYPE
006530     WRITE JOURNAL-RECORD
006540         INVALID KEY
006550             MOVE 'Y' TO WS-LOAN-FAILED-SWITCH
006560             MOVE 'FAILED - JOURNAL NOT WRITTEN' TO WS-D-RESULT
006570     END-WRITE
006580     IF NOT LOAN-FAILED
006590         MOVE LN-ACCOUNT-ID TO JR-SOURCE-ID
006600         MOVE LN-REPAY-ACCOUNT TO JR-TARGET-ID
006610         MOVE WS-JOURNAL-SEQ TO JR-SEQ
006620         MOVE 'LOANRUN' TO JR-OPERATOR-ID
006630         ADD 1 TO WS-JOURNAL-SEQ
006640         MOVE 'C' TO JR-TRAN-TYPE
006650         WRITE JOURNAL-RECORD
006660             INVALID KEY
006670                 MOVE 'Y' TO WS-LOAN-FAILED-SWITCH
006680                 MOVE 'FAILED - JOURNAL NOT WRITTEN'
006690                     TO WS-D-RESULT
006700                 PERFORM 6200-BACK-OUT-DEBIT-LEG THRU
006710                     6200-BACK-OUT-DEBIT-LEG-EXIT
006720         END-WRITE
006730     END-IF
006740     IF LOAN-FAILED
006750         MOVE ZERO TO WS-PRINCIPAL-TAKEN
006760     END-IF.
006770 6100-JOURNAL-PRINCIPAL-EXIT.
006780     EXIT.
006790*--------------------------------------------------------------
006800* 6200-BACK-OUT-DEBIT-LEG - THE CREDIT SIDE COULD NOT BE
006810*                           WRITTEN, SO REMOVE THE DEBIT SIDE
006820*                           JUST WRITTEN.  A FAILED COLLECTION
006830*                           MUST LEAVE NO ONE-SIDED JOURNAL
006840*                           ENTRY.
006850*--------------------------------------------------------------
006860 6200-BACK-OUT-DEBIT-LEG.
006870     MOVE LN-REPAY-ACCOUNT TO JR-SOURCE-ID
006880     MOVE WS-TODAY-CYYDDD TO JR-DATE
006890     MOVE WS-JOURNAL-TIME TO JR-TIME
006900     MOVE WS-DEBIT-SEQ TO JR-SEQ
006910     DELETE JRNL RECORD.
006920 6200-BACK-OUT-DEBIT-LEG-EXIT.
006930     EXIT.
006940*--------------------------------------------------------------
006950* 7000-REPORT-ARREARS - ONE ARREARS REPORT LINE FOR A LOAN
006960*                       STILL OWING AFTER TONIGHT'S COLLECTION.
006970*                       MISSED WHEN A FULL INSTALMENT OR MORE
006980*                       IS OUTSTANDING, SHORT WHEN PART OF ONE
006990*                       IS.  DAYS PAST DUE COUNT FROM THE
007000*                       OLDEST UNPAID BILLING DATE.
007010*--------------------------------------------------------------
007020 7000-REPORT-ARREARS.
007030     COMPUTE WS-ARREARS-DUE =
007040         LN-ARREARS-PRINCIPAL + LN-ARREARS-INTEREST
007050     MOVE LN-ARREARS-SINCE TO WS-DN-CYYDDD
007060     PERFORM 8000-DAY-NUMBER THRU 8000-DAY-NUMBER-EXIT
007070     IF WS-TODAY-DAYS > WS-DN-DAYS
007080         COMPUTE WS-DAYS-PAST-DUE = WS-TODAY-DAYS - WS-DN-DAYS
007090     ELSE
007100         MOVE ZERO TO WS-DAYS-PAST-DUE
007110     END-IF
007120     MOVE LN-ACCOUNT-ID TO WS-A-LOAN-ID
007130     MOVE LN-REPAY-ACCOUNT TO WS-A-REPAY-ID
007140     MOVE LN-INSTALMENT TO WS-A-INSTALMENT
007150     MOVE WS-ARREARS-DUE TO WS-A-ARREARS
007160     MOVE WS-DAYS-PAST-DUE TO WS-A-DAYS-PAST-DUE
007170     IF WS-ARREARS-DUE NOT < LN-INSTALMENT
007180         MOVE 'MISSED' TO WS-A-PAYMENT
007190     ELSE
007200         MOVE 'SHORT' TO WS-A-PAYMENT
007210     END-IF
007220     MOVE WS-ARREARS-LINE TO ARR-LINE
007230     WRITE ARR-LINE
007240     ADD 1 TO WS-ARREARS-COUNT
007250     ADD WS-ARREARS-DUE TO WS-TOTAL-ARREARS.
007260 7000-REPORT-ARREARS-EXIT.
007270     EXIT.
007280*--------------------------------------------------------------
007290* 8000-DAY-NUMBER - TURN WS-DN-CYYDDD INTO A RUNNING DAY COUNT
007300*                   IN WS-DN-DAYS (365 A YEAR PLUS ONE FOR EACH
007310*                   LEAP YEAR BEFORE IT, FROM 2000)
007320*--------------------------------------------------------------
007330 8000-DAY-NUMBER.
007340     IF WS-DN-CYYDDD < 100000
007350         MOVE ZERO TO WS-DN-DAYS
007360         GO TO 8000-DAY-NUMBER-EXIT
007370     END-IF
007380     COMPUTE WS-DN-YYDDD = WS-DN-CYYDDD - 100000
007390     DIVIDE WS-DN-YYDDD BY 1000 GIVING WS-DN-YY
007400         REMAINDER WS-DN-DDD
007410     COMPUTE WS-DN-LEAP-DAYS = (WS-DN-YY + 3) / 4
007420     COMPUTE WS-DN-DAYS =
007430         WS-DN-YY * 365 + WS-DN-LEAP-DAYS + WS-DN-DDD.
007440 8000-DAY-NUMBER-EXIT.
007450     EXIT.
007460*--------------------------------------------------------------
007470* 9000-TERMINATE - PRINT THE RUN TOTALS, ROLL THE INTEREST
007480*                  COLLECTED OUT OF THE BALCTL BASELINE (THE
007490*                  WAY SVCCHG ROLLS ITS CHARGES) AND CLOSE UP
007500*--------------------------------------------------------------
007510 9000-TERMINATE.
007520     MOVE SPACES TO PRT-LINE
007530     WRITE PRT-LINE
007540     MOVE 'LOANS READ:         ' TO WS-C-LABEL
007550     MOVE WS-LOAN-COUNT TO WS-C-COUNT
007560     MOVE WS-COUNT-LINE TO PRT-LINE
007570     WRITE PRT-LINE
007580     MOVE 'INSTALMENTS BILLED: ' TO WS-C-LABEL
007590     MOVE WS-BILLED-COUNT TO WS-C-COUNT
007600     MOVE WS-COUNT-LINE TO PRT-LINE
007610     WRITE PRT-LINE
007620     MOVE 'COLLECTED IN FULL:  ' TO WS-C-LABEL
007630     MOVE WS-COLLECTED-COUNT TO WS-C-COUNT
007640     MOVE WS-COUNT-LINE TO PRT-LINE
007650     WRITE PRT-LINE
007660     MOVE 'MISSED OR SHORT:    ' TO WS-C-LABEL
007670     MOVE WS-SHORT-COUNT TO WS-C-COUNT
007680     MOVE WS-COUNT-LINE TO PRT-LINE
007690     WRITE PRT-LINE
007700     MOVE 'LOANS PAID OFF:     ' TO WS-C-LABEL
007710     MOVE WS-PAID-OFF-COUNT TO WS-C-COUNT
007720     MOVE WS-COUNT-LINE TO PRT-LINE
007730     WRITE PRT-LINE
007740     MOVE 'TOTAL BILLED:       ' TO WS-T-LABEL
007750     MOVE WS-TOTAL-BILLED TO WS-T-AMOUNT
007760     MOVE WS-TOTAL-LINE TO PRT-LINE
007770     WRITE PRT-LINE
007780     MOVE 'INTEREST COLLECTED: ' TO WS-T-LABEL
007790     MOVE WS-TOTAL-INTEREST TO WS-T-AMOUNT
007800     MOVE WS-TOTAL-LINE TO PRT-LINE
007810     WRITE PRT-LINE
007820     MOVE 'PRINCIPAL COLLECTED:' TO WS-T-LABEL
007830     MOVE WS-TOTAL-PRINCIPAL TO WS-T-AMOUNT
007840     MOVE WS-TOTAL-LINE TO PRT-LINE
007850     WRITE PRT-LINE
007860     MOVE SPACES TO ARR-LINE
007870     WRITE ARR-LINE
007880     MOVE 'LOANS IN ARREARS:   ' TO WS-C-LABEL
007890     MOVE WS-ARREARS-COUNT TO WS-C-COUNT
007900     MOVE WS-COUNT-LINE TO ARR-LINE
007910     WRITE ARR-LINE
007920     MOVE 'TOTAL ARREARS:      ' TO WS-T-LABEL
007930     MOVE WS-TOTAL-ARREARS TO WS-T-AMOUNT
007940     MOVE WS-TOTAL-LINE TO ARR-LINE
007950     WRITE ARR-LINE
007960     IF CTL-RECORD-FOUND
007970         SUBTRACT WS-TOTAL-INTEREST FROM CTL-PRIOR-TOTAL
007980         REWRITE BALCTL-RECORD
007990     END-IF
008000     CLOSE LOANMAS
008010     CLOSE CUSTMAS
008020     CLOSE JRNL
008030     CLOSE HOLDFIL
008034     CLOSE ODLIMIT
008040     CLOSE BALCTL
008050     CLOSE PRTFILE
008060     CLOSE ARRRPT
008064     CLOSE MNTAUD
008070     DISPLAY 'LOANRUN - LOANS IN ARREARS: ' WS-ARREARS-COUNT
008080     PERFORM 9500-STAMP-RUN-CONTROL THRU
008090         9500-STAMP-RUN-CONTROL-EXIT.
008100 9000-TERMINATE-EXIT.
008110     EXIT.
008120*--------------------------------------------------------------
008130* 9500-STAMP-RUN-CONTROL - RECORD SUCCESSFUL COMPLETION FOR THE
008140*                         BUSINESS DATE SO A SECOND RUN IS
008150*                         REFUSED AND THE NEXT JOB IN THE CHAIN
008160*                         MAY START.
008170*--------------------------------------------------------------
008180 9500-STAMP-RUN-CONTROL.
008190     MOVE WS-TODAY-CYYDDD TO RC-DATE
008200     MOVE 'LOANRUN ' TO RC-JOB-NAME
008210     ACCEPT WS-RC-TIME-OF-DAY FROM TIME
008220     MOVE WS-RC-TIME-HHMMSS TO RC-COMPLETED-TIME
008230     WRITE RUN-CONTROL-RECORD
008240         INVALID KEY
008250             CONTINUE
008260     END-WRITE
008270     CLOSE RUNCTL.
008280 9500-STAMP-RUN-CONTROL-EXIT.
008290     EXIT.
