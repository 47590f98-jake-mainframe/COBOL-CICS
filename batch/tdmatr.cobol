000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    TDMATR.
000030 AUTHOR.        D SHAH.
000040 INSTALLATION.  RETAIL BANKING SYSTEMS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*--------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 10/15/26   DS    NEW PROGRAM.  NIGHTLY TERM DEPOSIT MATURITY
000120*                  RUN OVER TDEPMAS, IN THE LOANRUN MOLD.  EACH
000130*                  ACTIVE DEPOSIT THAT HAS REACHED ITS MATURITY
000140*                  DATE IS CREDITED THE CONTRACTED INTEREST
000150*                  (PRINCIPAL AT THE CONTRACT RATE FOR THE TERM)
000160*                  JOURNALLED AS TYPE I, COUNTERPARTY INTRST, AND
000170*                  ROLLED INTO THE BALCTL BASELINE THE WAY INTACCR
000180*                  ROLLS ITS INTEREST.  THE MATURITY INSTRUCTION
000190*                  IS THEN CARRIED OUT: R ROLLS THE WHOLE BALANCE
000200*                  OVER FOR A FURTHER TERM AT THE SAME RATE, P
000210*                  PAYS IT TO THE LINKED ACCOUNT AS A JOURNALLED
000220*                  TRANSFER PAIR AND CLOSES THE DEPOSIT, H HOLDS
000230*                  IT ON THE DEPOSIT ACCOUNT FREE FOR WITHDRAWAL.
000240*                  A PAYOUT WHOSE LINKED ACCOUNT IS NO LONGER OPEN
000250*                  IS HELD INSTEAD AND FLAGGED ON THE REGISTER.
000260*                  PRINTS THE MATURITY REGISTER AND A LOOK-AHEAD
000270*                  OF DEPOSITS MATURING IN THE NEXT 14 DAYS.  RUNS
000280*                  AFTER STORUN AND BEFORE JRNLRECN CUTS THE
000290*                  NIGHT'S SNAPSHOT.
000291* 10/15/26   DS    A DEPOSIT PAID OUT TO ITS LINKED ACCOUNT AND
000292*                  CLOSED IS RECORDED ON MNTAUD (ACTION R, TO
000293*                  STATUS C, OPERATOR TDMATR) SO THE AUDIT TRAIL
000294*                  AND MIRPT SEE THE CLOSURE.
000300*--------------------------------------------------------------
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT TDEPMAS ASSIGN TO TDEPMAS
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS SEQUENTIAL
000370         RECORD KEY IS TD-ACCOUNT-ID.
000380     SELECT CUSTMAS ASSIGN TO CUSTMAS
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS RANDOM
000410         RECORD KEY IS CM-ACCOUNT-ID.
000420     SELECT JRNL ASSIGN TO JRNL
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS RANDOM
000450         RECORD KEY IS JR-KEY.
000460     SELECT BALCTL ASSIGN TO BALCTL
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS SEQUENTIAL
000490         RECORD KEY IS CTL-KEY.
000500     SELECT PRTFILE ASSIGN TO PRTFILE
000510         ORGANIZATION IS SEQUENTIAL.
000520     SELECT LOOKAHD ASSIGN TO LOOKAHD
000530         ORGANIZATION IS SEQUENTIAL.
000540     SELECT RUNCTL ASSIGN TO RUNCTL
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS RANDOM
000570         RECORD KEY IS RC-KEY.
000571     SELECT MNTAUD ASSIGN TO MNTAUD
000572         ORGANIZATION IS INDEXED
000573         ACCESS MODE IS RANDOM
000574         RECORD KEY IS MA-KEY.
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  TDEPMAS
000610     LABEL RECORDS ARE STANDARD.
000620 01  TERM-DEPOSIT-RECORD.
000630     05  TD-ACCOUNT-ID             PIC X(08).
000640     05  TD-LINKED-ACCOUNT         PIC X(08).
000650     05  TD-PRINCIPAL              PIC S9(09)V99.
000660     05  TD-RATE                   PIC V9(04).
000670     05  TD-TERM-MONTHS            PIC 9(03).
000680     05  TD-OPEN-DATE              PIC S9(07) COMP-3.
000690     05  TD-MATURITY-DATE          PIC S9(07) COMP-3.
000700     05  TD-INSTRUCTION            PIC X(01).
000710         88  TD-ROLL-OVER              VALUE 'R'.
000720         88  TD-PAY-TO-LINKED          VALUE 'P'.
000730         88  TD-HOLD-AT-MATURITY       VALUE 'H'.
000740     05  TD-STATUS                 PIC X(01).
000750         88  TD-DEPOSIT-ACTIVE         VALUE 'A'.
000760         88  TD-BREAK-AUTHORIZED       VALUE 'B'.
000770         88  TD-MATURED-HELD           VALUE 'H'.
000780         88  TD-MATURED-PAID           VALUE 'M'.
000790     05  TD-BREAK-DATE             PIC S9(07) COMP-3.
000800     05  TD-BREAK-BY               PIC X(06).
000810     05  TD-PENALTY                PIC S9(09)V99.
000820     05  TD-INTEREST-PAID          PIC S9(09)V99.
000830     05  TD-LAST-MATURED           PIC S9(07) COMP-3.
000840 FD  CUSTMAS
000850     LABEL RECORDS ARE STANDARD.
000860 01  CUSTOMER-MASTER-RECORD.
000870     05  CM-ACCOUNT-ID.
000880         10  CM-CUSTOMER-NUMBER    PIC X(06).
000890         10  CM-ACCOUNT-SUFFIX     PIC X(02).
000900     05  CM-BALANCE                PIC S9(09)V99.
000910     05  CM-CUSTOMER-NAME          PIC X(20).
000920     05  CM-STATUS                 PIC X(01).
000930         88  CM-ACCOUNT-OPEN           VALUE 'O'.
000940     05  CM-ACCOUNT-TYPE           PIC X(01).
000950 FD  JRNL
000960     LABEL RECORDS ARE STANDARD.
000970 01  JOURNAL-RECORD.
000980     05  JR-KEY.
000990         10  JR-SOURCE-ID          PIC X(08).
001000         10  JR-DATE               PIC S9(07) COMP-3.
001010         10  JR-TIME               PIC S9(07) COMP-3.
001020         10  JR-SEQ                PIC S9(05) COMP-3.
001030     05  JR-TARGET-ID              PIC X(08).
001040     05  JR-AMOUNT                 PIC S9(09)V99.
001050     05  JR-TRAN-TYPE              PIC X(01).
001060     05  JR-OPERATOR-ID            PIC X(08).
001070 FD  BALCTL
001080     LABEL RECORDS ARE STANDARD.
001090 01  BALCTL-RECORD.
001100     05  CTL-KEY                   PIC X(06).
001110     05  CTL-PRIOR-TOTAL           PIC S9(11)V99.
001120 FD  PRTFILE
001130     RECORDING MODE IS F
001140     LABEL RECORDS ARE STANDARD.
001150 01  PRT-LINE                      PIC X(80).
001160 FD  LOOKAHD
001170     RECORDING MODE IS F
001180     LABEL RECORDS ARE STANDARD.
001190 01  LOOK-LINE                     PIC X(80).
001200 FD  RUNCTL
001210     LABEL RECORDS ARE STANDARD.
001220 01  RUN-CONTROL-RECORD.
001230     05  RC-KEY.
001240         10  RC-DATE               PIC S9(07) COMP-3.
001250         10  RC-JOB-NAME           PIC X(08).
001251     05  RC-COMPLETED-TIME         PIC S9(07) COMP-3.
001252 FD  MNTAUD
001253     LABEL RECORDS ARE STANDARD.
001254 01  MAINT-AUDIT-RECORD.
001255     05  MA-KEY.
001256         10  MA-CUSTOMER-NUMBER    PIC X(08).
001257         10  MA-DATE               PIC S9(07) COMP-3.
001258         10  MA-TIME               PIC S9(07) COMP-3.
001259     05  MA-OPERATOR-ID            PIC X(06).
001260     05  MA-ACTION-CODE            PIC X(01).
001261     05  MA-OLD-STATUS             PIC X(01).
001262     05  MA-NEW-STATUS             PIC X(01).
001263     05  MA-OPEN-BALANCE           PIC S9(09)V99.
001270 WORKING-STORAGE SECTION.
001280 77  WS-RUN-BLOCKED-SWITCH         PIC X(01) VALUE 'N'.
001290     88  RUN-BLOCKED                   VALUE 'Y'.
001300 01  WS-RC-TIME-OF-DAY             PIC 9(08).
001310 01  FILLER REDEFINES WS-RC-TIME-OF-DAY.
001320     05  WS-RC-TIME-HHMMSS         PIC 9(06).
001330     05  FILLER                    PIC 9(02).
001340 77  WS-EOF-SWITCH                 PIC X(01) VALUE 'N'.
001350     88  END-OF-TDEPMAS                VALUE 'Y'.
001360 77  WS-DEPOSIT-FAILED-SWITCH      PIC X(01) VALUE 'N'.
001370     88  DEPOSIT-FAILED                VALUE 'Y'.
001380 77  WS-CTL-FOUND-SWITCH           PIC X(01) VALUE 'N'.
001390     88  CTL-RECORD-FOUND              VALUE 'Y'.
001400 77  WS-DEPOSIT-COUNT              PIC 9(07) VALUE ZERO.
001410 77  WS-MATURED-COUNT              PIC 9(07) VALUE ZERO.
001420 77  WS-ROLLED-COUNT               PIC 9(07) VALUE ZERO.
001430 77  WS-PAID-COUNT                 PIC 9(07) VALUE ZERO.
001440 77  WS-HELD-COUNT                 PIC 9(07) VALUE ZERO.
001450 77  WS-FAILED-COUNT               PIC 9(07) VALUE ZERO.
001460 77  WS-LOOKAHEAD-COUNT            PIC 9(07) VALUE ZERO.
001470 77  WS-TOTAL-INTEREST             PIC S9(11)V99 VALUE ZERO.
001480 77  WS-TOTAL-PAID                 PIC S9(11)V99 VALUE ZERO.
001490 77  WS-TOTAL-LOOKAHEAD            PIC S9(11)V99 VALUE ZERO.
001500 77  WS-INTEREST-DUE               PIC S9(09)V99 VALUE ZERO.
001510 77  WS-PAYOUT-AMOUNT              PIC S9(09)V99 VALUE ZERO.
001514 77  WS-PRIOR-DEPOSIT-STATUS      PIC X(01) VALUE SPACE.
001520 01  WS-JULIAN-DATE                PIC 9(05).
001530 01  WS-TODAY-CYYDDD               PIC S9(07).
001540 01  WS-TIME-OF-DAY                PIC 9(08).
001550 01  FILLER REDEFINES WS-TIME-OF-DAY.
001560     05  WS-TIME-HHMMSS            PIC 9(06).
001570     05  FILLER                    PIC 9(02).
001580 01  WS-JOURNAL-TIME               PIC S9(07).
001590 01  WS-JOURNAL-SEQ                PIC S9(05) VALUE ZERO.
001600 01  WS-DEBIT-SEQ                  PIC S9(05) VALUE ZERO.
001610*
001620* DAY-NUMBER WORK AREA - TURNS A CYYDDD DATE INTO A RUNNING
001630* DAY COUNT SO THE LOOK-AHEAD SPANS A YEAR END CORRECTLY
001640*
001650 01  WS-DN-CYYDDD                  PIC S9(07).
001660 01  WS-DN-YYDDD                   PIC 9(05).
001670 01  WS-DN-YY                      PIC 9(03).
001680 01  WS-DN-DDD                     PIC 9(03).
001690 01  WS-DN-LEAP-DAYS               PIC 9(03).
001700 01  WS-DN-DAYS                    PIC 9(07).
001710 01  WS-TODAY-DAYS                 PIC 9(07).
001720 01  WS-DAYS-TO-MATURITY           PIC S9(07).
001730*
001740* ROLL-OVER WORK AREA - ADDS THE TERM IN CALENDAR MONTHS TO A
001750* CYYDDD DATE, HOLDING THE DAY OF THE MONTH (OR THE LAST DAY
001760* OF A SHORTER MONTH), AS TDEPCOB DOES WHEN IT OPENS A DEPOSIT
001770*
001780 01  WS-MONTH-START-VALUES         PIC X(36) VALUE
001790     '000031059090120151181212243273304334'.
001800 01  FILLER REDEFINES WS-MONTH-START-VALUES.
001810     05  WS-MONTH-START            PIC 9(03) OCCURS 12 TIMES.
001820 01  WS-MONTH-LENGTH-VALUES        PIC X(24) VALUE
001830     '312831303130313130313031'.
001840 01  FILLER REDEFINES WS-MONTH-LENGTH-VALUES.
001850     05  WS-MONTH-LENGTH           PIC 9(02) OCCURS 12 TIMES.
001860 01  WS-AM-BASE                    PIC S9(07).
001870 01  WS-AM-RESULT                  PIC S9(07).
001880 01  WS-AM-YYDDD                   PIC 9(05).
001890 01  WS-AM-YY                      PIC 9(03).
001900 01  WS-AM-DDD                     PIC 9(03).
001910 01  WS-AM-MM                      PIC 9(02).
001920 01  WS-AM-DD                      PIC 9(02).
001930 01  WS-AM-DAYS-BEFORE             PIC 9(03).
001940 01  WS-AM-DAYS-IN-MONTH           PIC 9(02).
001950 01  WS-AM-MONTHS-TOTAL            PIC 9(05).
001960 01  WS-AM-YEARS-ADDED             PIC 9(03).
001970 01  WS-AM-LEAP-QUOTIENT           PIC 9(03).
001980 01  WS-AM-LEAP-REMAINDER          PIC 9(01).
001990 77  WS-AM-LEAP-SWITCH             PIC X(01) VALUE 'N'.
002000     88  AM-LEAP-YEAR                  VALUE 'Y'.
002010 01  DEPOSIT-ACCOUNT-RECORD.
002020     05  DA-ACCOUNT-ID             PIC X(08).
002030     05  DA-BALANCE                PIC S9(09)V99.
002040     05  DA-CUSTOMER-NAME          PIC X(20).
002050     05  DA-STATUS                 PIC X(01).
002060     05  DA-ACCOUNT-TYPE           PIC X(01).
002070 01  WS-DETAIL-LINE.
002080     05  WS-D-DEPOSIT-ID           PIC X(08).
002090     05  FILLER                    PIC X(02) VALUE SPACES.
002100     05  WS-D-LINKED-ID            PIC X(08).
002110     05  FILLER                    PIC X(02) VALUE SPACES.
002120     05  WS-D-PRINCIPAL            PIC -(9)9.99.
002130     05  FILLER                    PIC X(02) VALUE SPACES.
002140     05  WS-D-INTEREST             PIC -(9)9.99.
002150     05  FILLER                    PIC X(02) VALUE SPACES.
002160     05  WS-D-RESULT               PIC X(30).
002170 01  WS-HEADING-LINE.
002180     05  FILLER                    PIC X(10) VALUE 'DEPOSIT'.
002190     05  FILLER                    PIC X(10) VALUE 'LINKED'.
002200     05  FILLER                    PIC X(13)
002210         VALUE '    PRINCIPAL'.
002220     05  FILLER                    PIC X(02) VALUE SPACES.
002230     05  FILLER                    PIC X(13)
002240         VALUE '     INTEREST'.
002250     05  FILLER                    PIC X(02) VALUE SPACES.
002260     05  FILLER                    PIC X(30) VALUE 'RESULT'.
002270 01  WS-LOOKAHEAD-LINE.
002280     05  WS-L-DEPOSIT-ID           PIC X(08).
002290     05  FILLER                    PIC X(02) VALUE SPACES.
002300     05  WS-L-CUSTOMER-NAME        PIC X(20).
002310     05  FILLER                    PIC X(01) VALUE SPACES.
002320     05  WS-L-BALANCE              PIC -(9)9.99.
002330     05  FILLER                    PIC X(02) VALUE SPACES.
002340     05  WS-L-MATURITY-DATE        PIC 9(07).
002350     05  FILLER                    PIC X(02) VALUE SPACES.
002360     05  WS-L-DAYS                 PIC Z9.
002370     05  FILLER                    PIC X(02) VALUE SPACES.
002380     05  WS-L-INSTRUCTION          PIC X(06).
002390     05  FILLER                    PIC X(02) VALUE SPACES.
002400     05  WS-L-LINKED-ID            PIC X(08).
002410     05  FILLER                    PIC X(05) VALUE SPACES.
002420 01  WS-LOOKAHEAD-HEADING.
002430     05  FILLER                    PIC X(10) VALUE 'DEPOSIT'.
002440     05  FILLER                    PIC X(21)
002450         VALUE 'CUSTOMER NAME'.
002460     05  FILLER                    PIC X(13)
002470         VALUE '      BALANCE'.
002480     05  FILLER                    PIC X(02) VALUE SPACES.
002490     05  FILLER                    PIC X(09) VALUE 'MATURES'.
002500     05  FILLER                    PIC X(04) VALUE 'DAYS'.
002510     05  FILLER                    PIC X(08) VALUE 'ACTION'.
002520     05  FILLER                    PIC X(13) VALUE 'LINKED ACCT'.
002530 01  WS-TOTAL-LINE.
002540     05  FILLER                    PIC X(10) VALUE SPACES.
002550     05  WS-T-LABEL                PIC X(20).
002560     05  WS-T-AMOUNT               PIC -(11)9.99.
002570     05  FILLER                    PIC X(35) VALUE SPACES.
002580 01  WS-COUNT-LINE.
002590     05  FILLER                    PIC X(10) VALUE SPACES.
002600     05  WS-C-LABEL                PIC X(20).
002610     05  WS-C-COUNT                PIC Z(06)9.
002620     05  FILLER                    PIC X(43) VALUE SPACES.
002630 PROCEDURE DIVISION.
002640 0000-MAINLINE.
002650     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
002660     IF RUN-BLOCKED
002670         GOBACK
002680     END-IF
002690     PERFORM 2000-PROCESS-DEPOSIT THRU 2000-PROCESS-DEPOSIT-EXIT
002700         UNTIL END-OF-TDEPMAS
002710     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
002720     GOBACK.
002730*--------------------------------------------------------------
002740* 1000-INITIALIZE - OPEN FILES, WORK OUT TODAY'S DATE AND THE
002750*                   JOURNAL DATE/TIME STAMPS, READ THE BALCTL
002760*                   BASELINE, HEAD BOTH REPORTS AND PRIME THE
002770*                   READ.
002780*--------------------------------------------------------------
002790 1000-INITIALIZE.
002800     ACCEPT WS-JULIAN-DATE FROM DAY
002810     COMPUTE WS-TODAY-CYYDDD = 100000 + WS-JULIAN-DATE
002820     OPEN I-O RUNCTL
002830     PERFORM 1100-CHECK-RUN-CONTROL THRU
002840         1100-CHECK-RUN-CONTROL-EXIT
002850     IF RUN-BLOCKED
002860         CLOSE RUNCTL
002870         GO TO 1000-INITIALIZE-EXIT
002880     END-IF
002890     ACCEPT WS-TIME-OF-DAY FROM TIME
002900     MOVE WS-TIME-HHMMSS TO WS-JOURNAL-TIME
002910     MOVE WS-TODAY-CYYDDD TO WS-DN-CYYDDD
002920     PERFORM 8000-DAY-NUMBER THRU 8000-DAY-NUMBER-EXIT
002930     MOVE WS-DN-DAYS TO WS-TODAY-DAYS
002940     OPEN I-O TDEPMAS
002950     OPEN I-O CUSTMAS
002960     OPEN I-O JRNL
002970     OPEN I-O BALCTL
002980     OPEN OUTPUT PRTFILE
002990     OPEN OUTPUT LOOKAHD
002994     OPEN I-O MNTAUD
003000     MOVE 'BALCTL' TO CTL-KEY
003010     READ BALCTL
003020         INVALID KEY
003030             MOVE 'N' TO WS-CTL-FOUND-SWITCH
003040         NOT INVALID KEY
003050             MOVE 'Y' TO WS-CTL-FOUND-SWITCH
003060     END-READ
003070     MOVE SPACES TO PRT-LINE
003080     MOVE 'TERM DEPOSIT MATURITY REGISTER' TO PRT-LINE
003090     WRITE PRT-LINE
003100     MOVE SPACES TO PRT-LINE
003110     WRITE PRT-LINE
003120     MOVE WS-HEADING-LINE TO PRT-LINE
003130     WRITE PRT-LINE
003140     MOVE SPACES TO LOOK-LINE
003150     MOVE 'TERM DEPOSITS MATURING IN THE NEXT 14 DAYS'
003160         TO LOOK-LINE
003170     WRITE LOOK-LINE
003180     MOVE SPACES TO LOOK-LINE
003190     WRITE LOOK-LINE
003200     MOVE WS-LOOKAHEAD-HEADING TO LOOK-LINE
003210     WRITE LOOK-LINE
003220     PERFORM 3000-READ-TDEPMAS THRU 3000-READ-TDEPMAS-EXIT.
003230 1000-INITIALIZE-EXIT.
003240     EXIT.
003250*--------------------------------------------------------------
003260* 1100-CHECK-RUN-CONTROL - REFUSE TO START IF THIS JOB HAS
003270*                         ALREADY COMPLETED FOR THE BUSINESS
003280*                         DATE, IF ITS PREREQUISITE (STORUN)
003290*                         HAS NOT, OR IF JRNLRECN HAS ALREADY
003300*                         RUN - THE MATURITIES MUST BE ON THE
003310*                         MASTER BEFORE THE SNAPSHOT IS CUT.
003320*                         RETURN-CODE 8 AND NO PROCESSING EITHER
003330*                         WAY.
003340*--------------------------------------------------------------
003350 1100-CHECK-RUN-CONTROL.
003360     MOVE WS-TODAY-CYYDDD TO RC-DATE
003370     MOVE 'TDMATR  ' TO RC-JOB-NAME
003380     READ RUNCTL
003390         INVALID KEY
003400             CONTINUE
003410         NOT INVALID KEY
003420             MOVE 'Y' TO WS-RUN-BLOCKED-SWITCH
003430             MOVE 8 TO RETURN-CODE
003440             DISPLAY 'TDMATR - ALREADY RUN FOR THIS DATE'
003450     END-READ
003460     IF NOT RUN-BLOCKED
003470         MOVE WS-TODAY-CYYDDD TO RC-DATE
003480         MOVE 'STORUN  ' TO RC-JOB-NAME
003490         READ RUNCTL
003500             INVALID KEY
003510                 MOVE 'Y' TO WS-RUN-BLOCKED-SWITCH
003520                 MOVE 8 TO RETURN-CODE
003530                 DISPLAY 'TDMATR - PREREQUISITE '
003540                     'STORUN NOT RUN FOR THIS DATE'
003550         END-READ
003560     END-IF
003570     IF NOT RUN-BLOCKED
003580         MOVE WS-TODAY-CYYDDD TO RC-DATE
003590         MOVE 'JRNLRECN' TO RC-JOB-NAME
003600         READ RUNCTL
003610             INVALID KEY
003620                 CONTINUE
003630             NOT INVALID KEY
003640                 MOVE 'Y' TO WS-RUN-BLOCKED-SWITCH
003650                 MOVE 8 TO RETURN-CODE
003660                 DISPLAY 'TDMATR - MUST RUN BEFORE JRNLRECN '
003670                     'CUTS THE SNAPSHOT FOR THIS DATE'
003680         END-READ
003690     END-IF
003700     CONTINUE.
003710 1100-CHECK-RUN-CONTROL-EXIT.
003720     EXIT.
003730*--------------------------------------------------------------
003740* 2000-PROCESS-DEPOSIT - MATURE THE DEPOSIT IF ITS MATURITY
003750*                        DATE HAS COME, OTHERWISE LIST IT ON THE
003760*                        LOOK-AHEAD IF IT MATURES WITHIN 14 DAYS.
003770*                        ONLY ACTIVE DEPOSITS ARE LOOKED AT - A
003780*                        BROKEN, HELD OR PAID DEPOSIT IS DONE.
003790*--------------------------------------------------------------
003800 2000-PROCESS-DEPOSIT.
003810     ADD 1 TO WS-DEPOSIT-COUNT
003820     IF NOT TD-DEPOSIT-ACTIVE
003830         GO TO 2000-PROCESS-DEPOSIT-NEXT
003840     END-IF
003850     MOVE 'N' TO WS-DEPOSIT-FAILED-SWITCH
003860     MOVE TD-ACCOUNT-ID TO CM-ACCOUNT-ID
003870     READ CUSTMAS INTO DEPOSIT-ACCOUNT-RECORD
003880         INVALID KEY
003890             MOVE 'Y' TO WS-DEPOSIT-FAILED-SWITCH
003900     END-READ
003910     IF DEPOSIT-FAILED
003920         IF TD-MATURITY-DATE NOT > WS-TODAY-CYYDDD
003930             MOVE TD-ACCOUNT-ID TO WS-D-DEPOSIT-ID
003940             MOVE TD-LINKED-ACCOUNT TO WS-D-LINKED-ID
003950             MOVE TD-PRINCIPAL TO WS-D-PRINCIPAL
003960             MOVE ZERO TO WS-D-INTEREST
003970             MOVE 'FAILED - DEPOSIT ACCT MISSING' TO WS-D-RESULT
003980             MOVE WS-DETAIL-LINE TO PRT-LINE
003990             WRITE PRT-LINE
004000             ADD 1 TO WS-FAILED-COUNT
004010         END-IF
004020         GO TO 2000-PROCESS-DEPOSIT-NEXT
004030     END-IF
004040     IF TD-MATURITY-DATE NOT > WS-TODAY-CYYDDD
004050         PERFORM 4000-MATURE-DEPOSIT THRU 4000-MATURE-DEPOSIT-EXIT
004060     ELSE
004070         PERFORM 7000-REPORT-LOOKAHEAD THRU
004080             7000-REPORT-LOOKAHEAD-EXIT
004090     END-IF.
004100 2000-PROCESS-DEPOSIT-NEXT.
004110     PERFORM 3000-READ-TDEPMAS THRU 3000-READ-TDEPMAS-EXIT.
004120 2000-PROCESS-DEPOSIT-EXIT.
004130     EXIT.
004140*--------------------------------------------------------------
004150* 3000-READ-TDEPMAS - READ THE NEXT TERM DEPOSIT RECORD
004160*--------------------------------------------------------------
004170 3000-READ-TDEPMAS.
004180     READ TDEPMAS NEXT RECORD
004190         AT END
004200             MOVE 'Y' TO WS-EOF-SWITCH
004210     END-READ.
004220 3000-READ-TDEPMAS-EXIT.
004230     EXIT.
004240*--------------------------------------------------------------
004250* 4000-MATURE-DEPOSIT - CREDIT THE CONTRACTED INTEREST (SIMPLE
004260*                       INTEREST ON THE PRINCIPAL AT THE CONTRACT
004270*                       RATE FOR THE TERM IN MONTHS) AND CARRY OUT
004280*                       THE MATURITY INSTRUCTION.  THE JOURNAL IS
004290*                       WRITTEN BEFORE ANY BALANCE MOVES; IF IT
004300*                       CANNOT BE, THE DEPOSIT IS LEFT ACTIVE FOR
004310*                       THE NEXT RUN.
004320*--------------------------------------------------------------
004330 4000-MATURE-DEPOSIT.
004340     MOVE TD-ACCOUNT-ID TO WS-D-DEPOSIT-ID
004350     MOVE TD-LINKED-ACCOUNT TO WS-D-LINKED-ID
004360     MOVE TD-PRINCIPAL TO WS-D-PRINCIPAL
004370     COMPUTE WS-INTEREST-DUE ROUNDED =
004380         TD-PRINCIPAL * TD-RATE * TD-TERM-MONTHS / 12
004390     IF WS-INTEREST-DUE < ZERO
004400         MOVE ZERO TO WS-INTEREST-DUE
004410     END-IF
004420     MOVE WS-INTEREST-DUE TO WS-D-INTEREST
004430     IF WS-INTEREST-DUE > ZERO
004440         PERFORM 6000-JOURNAL-INTEREST THRU
004450             6000-JOURNAL-INTEREST-EXIT
004460     END-IF
004470     IF DEPOSIT-FAILED
004480         ADD 1 TO WS-FAILED-COUNT
004490         MOVE WS-DETAIL-LINE TO PRT-LINE
004500         WRITE PRT-LINE
004510         GO TO 4000-MATURE-DEPOSIT-EXIT
004520     END-IF
004530     ADD WS-INTEREST-DUE TO DA-BALANCE
004540     ADD WS-INTEREST-DUE TO TD-INTEREST-PAID
004550     ADD WS-INTEREST-DUE TO WS-TOTAL-INTEREST
004560     MOVE WS-TODAY-CYYDDD TO TD-LAST-MATURED
004570     ADD 1 TO WS-MATURED-COUNT
004580     EVALUATE TRUE
004590         WHEN TD-ROLL-OVER
004600             PERFORM 4100-ROLL-OVER THRU 4100-ROLL-OVER-EXIT
004610         WHEN TD-PAY-TO-LINKED
004620             PERFORM 4200-PAY-TO-LINKED THRU
004630                 4200-PAY-TO-LINKED-EXIT
004640         WHEN OTHER
004650             MOVE 'H' TO TD-STATUS
004660             ADD 1 TO WS-HELD-COUNT
004670             MOVE 'MATURED - HELD ON DEPOSIT' TO WS-D-RESULT
004680     END-EVALUATE
004690     MOVE TD-ACCOUNT-ID TO CM-ACCOUNT-ID
004700     REWRITE CUSTOMER-MASTER-RECORD FROM DEPOSIT-ACCOUNT-RECORD
004710     REWRITE TERM-DEPOSIT-RECORD
004720     MOVE WS-DETAIL-LINE TO PRT-LINE
004730     WRITE PRT-LINE.
004740 4000-MATURE-DEPOSIT-EXIT.
004750     EXIT.
004760*--------------------------------------------------------------
004770* 4100-ROLL-OVER - THE WHOLE BALANCE, INTEREST INCLUDED, IS THE
004780*                  PRINCIPAL OF A NEW TERM OF THE SAME LENGTH AT
004790*                  THE SAME RATE, RUNNING FROM THE OLD MATURITY
004800*                  DATE.
004810*--------------------------------------------------------------
004820 4100-ROLL-OVER.
004830     MOVE DA-BALANCE TO TD-PRINCIPAL
004840     MOVE TD-MATURITY-DATE TO TD-OPEN-DATE
004850     MOVE TD-MATURITY-DATE TO WS-AM-BASE
004860     PERFORM 8100-ADD-TERM-TO-DATE THRU 8100-ADD-TERM-TO-DATE-EXIT
004870     MOVE WS-AM-RESULT TO TD-MATURITY-DATE
004880     ADD 1 TO WS-ROLLED-COUNT
004890     MOVE 'MATURED - ROLLED OVER' TO WS-D-RESULT.
004900 4100-ROLL-OVER-EXIT.
004910     EXIT.
004920*--------------------------------------------------------------
004930* 4200-PAY-TO-LINKED - MOVE THE WHOLE BALANCE TO THE LINKED
004940*                      ACCOUNT AS A JOURNALLED TRANSFER PAIR AND
004950*                      CLOSE THE DEPOSIT ACCOUNT.  IF THE LINKED
004960*                      ACCOUNT IS GONE OR NO LONGER OPEN, OR THE
004970*                      PAIR CANNOT BE JOURNALLED, THE MONEY IS
004980*                      HELD ON THE DEPOSIT ACCOUNT INSTEAD FOR
004990*                      THE BRANCH TO SETTLE.
005000*--------------------------------------------------------------
005010 4200-PAY-TO-LINKED.
005020     MOVE DA-BALANCE TO WS-PAYOUT-AMOUNT
005030     MOVE TD-LINKED-ACCOUNT TO CM-ACCOUNT-ID
005040     READ CUSTMAS
005050         INVALID KEY
005060             MOVE 'Y' TO WS-DEPOSIT-FAILED-SWITCH
005070             MOVE 'HELD - LINKED ACCT NOT FOUND' TO WS-D-RESULT
005080     END-READ
005090     IF NOT DEPOSIT-FAILED AND NOT CM-ACCOUNT-OPEN
005100         MOVE 'Y' TO WS-DEPOSIT-FAILED-SWITCH
005110         MOVE 'HELD - LINKED ACCT NOT OPEN' TO WS-D-RESULT
005120     END-IF
005130     IF NOT DEPOSIT-FAILED AND WS-PAYOUT-AMOUNT > ZERO
005140         PERFORM 6100-JOURNAL-PAYOUT THRU 6100-JOURNAL-PAYOUT-EXIT
005150     END-IF
005160     IF DEPOSIT-FAILED
005170         MOVE 'H' TO TD-STATUS
005180         ADD 1 TO WS-HELD-COUNT
005190         GO TO 4200-PAY-TO-LINKED-EXIT
005200     END-IF
005210     ADD WS-PAYOUT-AMOUNT TO CM-BALANCE
005220     REWRITE CUSTOMER-MASTER-RECORD
005230     MOVE ZERO TO DA-BALANCE
005234     MOVE DA-STATUS TO WS-PRIOR-DEPOSIT-STATUS
005240     MOVE 'C' TO DA-STATUS
005250     MOVE 'M' TO TD-STATUS
005260     ADD 1 TO WS-PAID-COUNT
005270     ADD WS-PAYOUT-AMOUNT TO WS-TOTAL-PAID
005280     MOVE 'MATURED - PAID TO LINKED ACCT' TO WS-D-RESULT
005281     PERFORM 4300-AUDIT-CLOSURE THRU 4300-AUDIT-CLOSURE-EXIT.
005282 4200-PAY-TO-LINKED-EXIT.
005283     EXIT.
005284*--------------------------------------------------------------
005285* 4300-AUDIT-CLOSURE - RECORD ON MNTAUD THAT THE PAID-OUT DEPOSIT
005286*                      ACCOUNT HAS BEEN CLOSED
005287*--------------------------------------------------------------
005288 4300-AUDIT-CLOSURE.
005289     MOVE TD-ACCOUNT-ID TO MA-CUSTOMER-NUMBER
005290     MOVE WS-TODAY-CYYDDD TO MA-DATE
005291     MOVE WS-JOURNAL-TIME TO MA-TIME
005292     MOVE 'TDMATR' TO MA-OPERATOR-ID
005293     MOVE 'R' TO MA-ACTION-CODE
005294     MOVE WS-PRIOR-DEPOSIT-STATUS TO MA-OLD-STATUS
005295     MOVE 'C' TO MA-NEW-STATUS
005296     MOVE ZERO TO MA-OPEN-BALANCE
005297     WRITE MAINT-AUDIT-RECORD
005298         INVALID KEY
005299             DISPLAY 'TDMATR - CLOSURE NOT AUDITED FOR: '
005300                 TD-ACCOUNT-ID
005301     END-WRITE.
005302 4300-AUDIT-CLOSURE-EXIT.
005303     EXIT.
005310*--------------------------------------------------------------
005320* 6000-JOURNAL-INTEREST - JOURNAL THE INTEREST CREDITED (TYPE I,
005330*                         COUNTERPARTY INTRST, AS INTACCR DOES).
005340*                         THE KEY SEQUENCE NUMBER IS BUMPED
005350*                         AFTER EACH ENTRY SO KEYS STAY UNIQUE
005360*                         WITHIN THE RUN.
005370*--------------------------------------------------------------
005380 6000-JOURNAL-INTEREST.
005390     MOVE TD-ACCOUNT-ID TO JR-SOURCE-ID
005400     MOVE WS-TODAY-CYYDDD TO JR-DATE
005410     MOVE WS-JOURNAL-TIME TO JR-TIME
005420     MOVE WS-JOURNAL-SEQ TO JR-SEQ
005430     MOVE 'TDMATR' TO JR-OPERATOR-ID
005440     ADD 1 TO WS-JOURNAL-SEQ
005450     MOVE 'INTRST' TO JR-TARGET-ID
005460     MOVE WS-INTEREST-DUE TO JR-AMOUNT
005470     MOVE 'I' TO JR-TRAN-TYPE
005480     WRITE JOURNAL-RECORD
005490         INVALID KEY
005500             MOVE 'Y' TO WS-DEPOSIT-FAILED-SWITCH
005510             MOVE 'FAILED - JOURNAL NOT WRITTEN' TO WS-D-RESULT
005520     END-WRITE.
005530 6000-JOURNAL-INTEREST-EXIT.
005540     EXIT.
005550*--------------------------------------------------------------
005560* 6100-JOURNAL-PAYOUT - JOURNAL THE PAYOUT AS A TRANSFER PAIR,
005570*                       DEPOSIT TO LINKED ACCOUNT, AS STORUN DOES.
005580*                       IF THE CREDIT LEG CANNOT BE WRITTEN THE
005590*                       DEBIT LEG IS BACKED OUT AND THE MONEY IS
005600*                       HELD ON THE DEPOSIT.
005610*--------------------------------------------------------------
005620 6100-JOURNAL-PAYOUT.
005630     MOVE TD-ACCOUNT-ID TO JR-SOURCE-ID
005640     MOVE WS-TODAY-CYYDDD TO JR-DATE
005650     MOVE WS-JOURNAL-TIME TO JR-TIME
005660     MOVE WS-JOURNAL-SEQ TO JR-SEQ
005670     MOVE 'TDMATR' TO JR-OPERATOR-ID
005680     MOVE WS-JOURNAL-SEQ TO WS-DEBIT-SEQ
005690     ADD 1 TO WS-JOURNAL-SEQ
005700     MOVE TD-LINKED-ACCOUNT TO JR-TARGET-ID
005710     MOVE WS-PAYOUT-AMOUNT TO JR-AMOUNT
005720     MOVE 'T' TO JR-TRAN-TYPE
005730     WRITE JOURNAL-RECORD
005740         INVALID KEY
005750             MOVE 'Y' TO WS-DEPOSIT-FAILED-SWITCH
005760             MOVE 'HELD - PAYOUT NOT JOURNALLED' TO WS-D-RESULT
005770     END-WRITE
005780     IF NOT DEPOSIT-FAILED
005790         MOVE TD-LINKED-ACCOUNT TO JR-SOURCE-ID
005800         MOVE TD-ACCOUNT-ID TO JR-TARGET-ID
005810         MOVE WS-JOURNAL-SEQ TO JR-SEQ
005820         MOVE 'TDMATR' TO JR-OPERATOR-ID
005830         ADD 1 TO WS-JOURNAL-SEQ
005840         MOVE 'C' TO JR-TRAN-TYPE
005850         WRITE JOURNAL-RECORD
005860             INVALID KEY
005870                 MOVE 'Y' TO WS-DEPOSIT-FAILED-SWITCH
005880                 MOVE 'HELD - PAYOUT NOT JOURNALLED'
005890                     TO WS-D-RESULT
005900                 PERFORM 6200-BACK-OUT-DEBIT-LEG THRU
005910                     6200-BACK-OUT-DEBIT-LEG-EXIT
005920         END-WRITE
005930     END-IF.
005940 6100-JOURNAL-PAYOUT-EXIT.
005950     EXIT.
005960*--------------------------------------------------------------
005970* 6200-BACK-OUT-DEBIT-LEG - THE CREDIT SIDE COULD NOT BE
005980*                           WRITTEN, SO REMOVE THE DEBIT SIDE
005990*                           JUST WRITTEN.  A FAILED PAYOUT MUST
006000*                           LEAVE NO ONE-SIDED JOURNAL ENTRY.
006010*--------------------------------------------------------------
006020 6200-BACK-OUT-DEBIT-LEG.
006030     MOVE TD-ACCOUNT-ID TO JR-SOURCE-ID
006040     MOVE WS-TODAY-CYYDDD TO JR-DATE
006050     MOVE WS-JOURNAL-TIME TO JR-TIME
006060     MOVE WS-DEBIT-SEQ TO JR-SEQ
006070     DELETE JRNL RECORD.
006080 6200-BACK-OUT-DEBIT-LEG-EXIT.
006090     EXIT.
006100*--------------------------------------------------------------
006110* 7000-REPORT-LOOKAHEAD - ONE LOOK-AHEAD LINE FOR AN ACTIVE
006120*                         DEPOSIT MATURING WITHIN THE NEXT 14
006130*                         DAYS, SO THE BRANCH CAN CONTACT THE
006140*                         CUSTOMER BEFORE THE INSTRUCTION IS
006150*                         CARRIED OUT.
006160*--------------------------------------------------------------
006170 7000-REPORT-LOOKAHEAD.
006180     MOVE TD-MATURITY-DATE TO WS-DN-CYYDDD
006190     PERFORM 8000-DAY-NUMBER THRU 8000-DAY-NUMBER-EXIT
006200     COMPUTE WS-DAYS-TO-MATURITY = WS-DN-DAYS - WS-TODAY-DAYS
006210     IF WS-DAYS-TO-MATURITY < 1 OR WS-DAYS-TO-MATURITY > 14
006220         GO TO 7000-REPORT-LOOKAHEAD-EXIT
006230     END-IF
006240     MOVE TD-ACCOUNT-ID TO WS-L-DEPOSIT-ID
006250     MOVE DA-CUSTOMER-NAME TO WS-L-CUSTOMER-NAME
006260     MOVE DA-BALANCE TO WS-L-BALANCE
006270     MOVE TD-MATURITY-DATE TO WS-L-MATURITY-DATE
006280     MOVE WS-DAYS-TO-MATURITY TO WS-L-DAYS
006290     EVALUATE TRUE
006300         WHEN TD-ROLL-OVER
006310             MOVE 'ROLL' TO WS-L-INSTRUCTION
006320         WHEN TD-PAY-TO-LINKED
006330             MOVE 'PAY' TO WS-L-INSTRUCTION
006340         WHEN OTHER
006350             MOVE 'HOLD' TO WS-L-INSTRUCTION
006360     END-EVALUATE
006370     MOVE TD-LINKED-ACCOUNT TO WS-L-LINKED-ID
006380     MOVE WS-LOOKAHEAD-LINE TO LOOK-LINE
006390     WRITE LOOK-LINE
006400     ADD 1 TO WS-LOOKAHEAD-COUNT
006410     ADD DA-BALANCE TO WS-TOTAL-LOOKAHEAD.
006420 7000-REPORT-LOOKAHEAD-EXIT.
006430     EXIT.
006440*--------------------------------------------------------------
006450* 8000-DAY-NUMBER - TURN WS-DN-CYYDDD INTO A RUNNING DAY COUNT
006460*                   IN WS-DN-DAYS (365 A YEAR PLUS ONE FOR EACH
006470*                   LEAP YEAR BEFORE IT, FROM 2000)
006480*--------------------------------------------------------------
006490 8000-DAY-NUMBER.
006500     IF WS-DN-CYYDDD < 100000
006510         MOVE ZERO TO WS-DN-DAYS
006520         GO TO 8000-DAY-NUMBER-EXIT
006530     END-IF
006540     COMPUTE WS-DN-YYDDD = WS-DN-CYYDDD - 100000
006550     DIVIDE WS-DN-YYDDD BY 1000 GIVING WS-DN-YY
006560         REMAINDER WS-DN-DDD
006570     COMPUTE WS-DN-LEAP-DAYS = (WS-DN-YY + 3) / 4
006580     COMPUTE WS-DN-DAYS =
006590         WS-DN-YY * 365 + WS-DN-LEAP-DAYS + WS-DN-DDD.
006600 8000-DAY-NUMBER-EXIT.
006610     EXIT.
006620*--------------------------------------------------------------
006630* 8100-ADD-TERM-TO-DATE - ADD TD-TERM-MONTHS CALENDAR MONTHS TO
006640*                         THE CYYDDD DATE IN WS-AM-BASE, GIVING
006650*                         WS-AM-RESULT.  THE DAY OF THE MONTH IS
006660*                         KEPT, OR CUT BACK TO THE LAST DAY OF A
006670*                         SHORTER MONTH.
006680*--------------------------------------------------------------
006690 8100-ADD-TERM-TO-DATE.
006700     COMPUTE WS-AM-YYDDD = WS-AM-BASE - 100000
006710     DIVIDE WS-AM-YYDDD BY 1000 GIVING WS-AM-YY
006720         REMAINDER WS-AM-DDD
006730     PERFORM 8120-SET-LEAP-YEAR THRU 8120-SET-LEAP-YEAR-EXIT
006740     MOVE 13 TO WS-AM-MM
006750     MOVE 999 TO WS-AM-DAYS-BEFORE
006760     PERFORM 8110-PREVIOUS-MONTH THRU 8110-PREVIOUS-MONTH-EXIT
006770         UNTIL WS-AM-DDD > WS-AM-DAYS-BEFORE
006780     COMPUTE WS-AM-DD = WS-AM-DDD - WS-AM-DAYS-BEFORE
006790     COMPUTE WS-AM-MONTHS-TOTAL = WS-AM-MM - 1 + TD-TERM-MONTHS
006800     DIVIDE WS-AM-MONTHS-TOTAL BY 12 GIVING WS-AM-YEARS-ADDED
006810         REMAINDER WS-AM-MM
006820     ADD 1 TO WS-AM-MM
006830     ADD WS-AM-YEARS-ADDED TO WS-AM-YY
006840     PERFORM 8120-SET-LEAP-YEAR THRU 8120-SET-LEAP-YEAR-EXIT
006850     MOVE WS-MONTH-LENGTH (WS-AM-MM) TO WS-AM-DAYS-IN-MONTH
006860     IF WS-AM-MM = 2 AND AM-LEAP-YEAR
006870         ADD 1 TO WS-AM-DAYS-IN-MONTH
006880     END-IF
006890     IF WS-AM-DD > WS-AM-DAYS-IN-MONTH
006900         MOVE WS-AM-DAYS-IN-MONTH TO WS-AM-DD
006910     END-IF
006920     COMPUTE WS-AM-DDD = WS-MONTH-START (WS-AM-MM) + WS-AM-DD
006930     IF WS-AM-MM > 2 AND AM-LEAP-YEAR
006940         ADD 1 TO WS-AM-DDD
006950     END-IF
006960     COMPUTE WS-AM-RESULT =
006970         100000 + WS-AM-YY * 1000 + WS-AM-DDD.
006980 8100-ADD-TERM-TO-DATE-EXIT.
006990     EXIT.
007000 8110-PREVIOUS-MONTH.
007010     SUBTRACT 1 FROM WS-AM-MM
007020     MOVE WS-MONTH-START (WS-AM-MM) TO WS-AM-DAYS-BEFORE
007030     IF WS-AM-MM > 2 AND AM-LEAP-YEAR
007040         ADD 1 TO WS-AM-DAYS-BEFORE
007050     END-IF.
007060 8110-PREVIOUS-MONTH-EXIT.
007070     EXIT.
007080 8120-SET-LEAP-YEAR.
007090     DIVIDE WS-AM-YY BY 4 GIVING WS-AM-LEAP-QUOTIENT
007100         REMAINDER WS-AM-LEAP-REMAINDER
007110     IF WS-AM-LEAP-REMAINDER = ZERO
007120         MOVE 'Y' TO WS-AM-LEAP-SWITCH
007130     ELSE
007140         MOVE 'N' TO WS-AM-LEAP-SWITCH
007150     END-IF.
007160 8120-SET-LEAP-YEAR-EXIT.
007170     EXIT.
007180*--------------------------------------------------------------
007190* 9000-TERMINATE - PRINT THE RUN TOTALS, ROLL THE INTEREST
007200*                  CREDITED INTO THE BALCTL BASELINE (THE WAY
007210*                  INTACCR ROLLS ITS INTEREST) AND CLOSE UP
007220*--------------------------------------------------------------
007230 9000-TERMINATE.
007240     MOVE SPACES TO PRT-LINE
007250     WRITE PRT-LINE
007260     MOVE 'DEPOSITS READ:      ' TO WS-C-LABEL
007270     MOVE WS-DEPOSIT-COUNT TO WS-C-COUNT
007280     MOVE WS-COUNT-LINE TO PRT-LINE
007290     WRITE PRT-LINE
007300     MOVE 'DEPOSITS MATURED:   ' TO WS-C-LABEL
007310     MOVE WS-MATURED-COUNT TO WS-C-COUNT
007320     MOVE WS-COUNT-LINE TO PRT-LINE
007330     WRITE PRT-LINE
007340     MOVE 'ROLLED OVER:        ' TO WS-C-LABEL
007350     MOVE WS-ROLLED-COUNT TO WS-C-COUNT
007360     MOVE WS-COUNT-LINE TO PRT-LINE
007370     WRITE PRT-LINE
007380     MOVE 'PAID TO LINKED:     ' TO WS-C-LABEL
007390     MOVE WS-PAID-COUNT TO WS-C-COUNT
007400     MOVE WS-COUNT-LINE TO PRT-LINE
007410     WRITE PRT-LINE
007420     MOVE 'HELD AT MATURITY:   ' TO WS-C-LABEL
007430     MOVE WS-HELD-COUNT TO WS-C-COUNT
007440     MOVE WS-COUNT-LINE TO PRT-LINE
007450     WRITE PRT-LINE
007460     MOVE 'FAILED:             ' TO WS-C-LABEL
007470     MOVE WS-FAILED-COUNT TO WS-C-COUNT
007480     MOVE WS-COUNT-LINE TO PRT-LINE
007490     WRITE PRT-LINE
007500     MOVE 'INTEREST CREDITED:  ' TO WS-T-LABEL
007510     MOVE WS-TOTAL-INTEREST TO WS-T-AMOUNT
007520     MOVE WS-TOTAL-LINE TO PRT-LINE
007530     WRITE PRT-LINE
007540     MOVE 'PAID TO LINKED:     ' TO WS-T-LABEL
007550     MOVE WS-TOTAL-PAID TO WS-T-AMOUNT
007560     MOVE WS-TOTAL-LINE TO PRT-LINE
007570     WRITE PRT-LINE
007580     MOVE SPACES TO LOOK-LINE
007590     WRITE LOOK-LINE
007600     MOVE 'MATURING IN 14 DAYS:' TO WS-C-LABEL
007610     MOVE WS-LOOKAHEAD-COUNT TO WS-C-COUNT
007620     MOVE WS-COUNT-LINE TO LOOK-LINE
007630     WRITE LOOK-LINE
007640     MOVE 'BALANCE MATURING:   ' TO WS-T-LABEL
007650     MOVE WS-TOTAL-LOOKAHEAD TO WS-T-AMOUNT
007660     MOVE WS-TOTAL-LINE TO LOOK-LINE
007670     WRITE LOOK-LINE
007680     IF CTL-RECORD-FOUND
007690         ADD WS-TOTAL-INTEREST TO CTL-PRIOR-TOTAL
007700         REWRITE BALCTL-RECORD
007710     END-IF
007720     CLOSE TDEPMAS
007730     CLOSE CUSTMAS
007740     CLOSE JRNL
007750     CLOSE BALCTL
007760     CLOSE PRTFILE
007770     CLOSE LOOKAHD
007774     CLOSE MNTAUD
007780     DISPLAY 'TDMATR - DEPOSITS MATURED: ' WS-MATURED-COUNT
007790     PERFORM 9500-STAMP-RUN-CONTROL THRU
007800         9500-STAMP-RUN-CONTROL-EXIT.
007810 9000-TERMINATE-EXIT.
007820     EXIT.
007830*--------------------------------------------------------------
007840* 9500-STAMP-RUN-CONTROL - RECORD SUCCESSFUL COMPLETION FOR THE
007850*                         BUSINESS DATE SO A SECOND RUN IS
007860*                         REFUSED AND THE NEXT JOB IN THE CHAIN
007870*                         MAY START.
007880*--------------------------------------------------------------
007890 9500-STAMP-RUN-CONTROL.
007900     MOVE WS-TODAY-CYYDDD TO RC-DATE
007910     MOVE 'TDMATR  ' TO RC-JOB-NAME
007920     ACCEPT WS-RC-TIME-OF-DAY FROM TIME
007930     MOVE WS-RC-TIME-HHMMSS TO RC-COMPLETED-TIME
007940     WRITE RUN-CONTROL-RECORD
007950         INVALID KEY
007960             CONTINUE
007970     END-WRITE
007980     CLOSE RUNCTL.
007990 9500-STAMP-RUN-CONTROL-EXIT.
008000     EXIT.
