000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ODRUN.
000030 AUTHOR.        D SHAH.
000040 INSTALLATION.  RETAIL BANKING SYSTEMS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*--------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 10/15/26   DS    NEW PROGRAM.  NIGHTLY OVERDRAFT RUN OVER
000120*                  CUSTMAS, IN THE SVCCHG MOLD.  EACH OVERDRAWN
000130*                  CHECKING ACCOUNT IS CHARGED ONE DAY'S DEBIT
000140*                  INTEREST ON THE OVERDRAWN BALANCE AT THE
000150*                  ANNUAL RATE IN SYSPARM (ODRATE), JOURNALLED AS
000160*                  TYPE O, COUNTERPARTY ODINTR, AND ROLLED OUT OF
000170*                  THE BALCTL BASELINE THE WAY SVCCHG ROLLS ITS
000180*                  CHARGES.  SAVINGS ACCOUNTS HAVE NO ARRANGED
000190*                  OVERDRAFT AND ARE NOT CHARGED HERE - INTACCR
000200*                  ALREADY APPLIES ITS RATE TO A NEGATIVE
000210*                  BALANCE - BUT AN OVERDRAWN ONE IS REPORTED.
000220*                  THE DATE EACH ACCOUNT WENT OVERDRAWN IS KEPT ON
000230*                  ITS ODLIMIT RECORD (A ZERO-LIMIT RECORD IS
000240*                  ADDED FOR AN ACCOUNT WITH NO ARRANGEMENT) AND
000250*                  CLEARED WHEN IT COMES BACK INTO CREDIT.  PRINTS
000260*                  THE OVERDRAWN ACCOUNT REPORT - EVERY OVERDRAWN
000270*                  ACCOUNT WITH ITS LIMIT, THE INTEREST CHARGED
000280*                  AND DAYS OVERDRAWN, FLAGGED OVER LIMIT WHEN
000290*                  THE BALANCE IS BEYOND THE ARRANGED LIMIT AND
000300*                  AGED WHEN IT HAS BEEN OVERDRAWN LONGER THAN THE
000310*                  SYSPARM DAY COUNT (ODDAYS).  RUNS AFTER LOANRUN
000320*                  AND BEFORE JRNLRECN CUTS THE NIGHT'S SNAPSHOT.
000322* 10/15/26   DS    NOW RUNS AFTER SWEEPRUN RATHER THAN LOANRUN, SO
000324*                  THE NIGHT'S SWEEPS HAVE TOPPED CHECKING UP
000326*                  FROM SAVINGS BEFORE DEBIT INTEREST IS WORKED
000328*                  OUT.
000330*--------------------------------------------------------------
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT CUSTMAS ASSIGN TO CUSTMAS
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS SEQUENTIAL
000400         RECORD KEY IS CM-ACCOUNT-ID.
000410     SELECT ODLIMIT ASSIGN TO ODLIMIT
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS RANDOM
000440         RECORD KEY IS OD-ACCOUNT-ID.
000450     SELECT JRNL ASSIGN TO JRNL
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS RANDOM
000480         RECORD KEY IS JR-KEY.
000490     SELECT BALCTL ASSIGN TO BALCTL
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS SEQUENTIAL
000520         RECORD KEY IS CTL-KEY.
000530     SELECT SYSPARM ASSIGN TO SYSPARM
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS RANDOM
000560         RECORD KEY IS PM-KEY.
000570     SELECT PRTFILE ASSIGN TO PRTFILE
000580         ORGANIZATION IS SEQUENTIAL.
000590     SELECT RUNCTL ASSIGN TO RUNCTL
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS RANDOM
000620         RECORD KEY IS RC-KEY.
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  CUSTMAS
000660     LABEL RECORDS ARE STANDARD.
000670 01  CUSTOMER-MASTER-RECORD.
000680     05  CM-ACCOUNT-ID.
000690         10  CM-CUSTOMER-NUMBER    PIC X(06).
000700         10  CM-ACCOUNT-SUFFIX     PIC X(02).
000710     05  CM-BALANCE                PIC S9(09)V99.
000720     05  CM-CUSTOMER-NAME          PIC X(20).
000730     05  CM-STATUS                 PIC X(01).
000740         88  CM-ACCOUNT-OPEN           VALUE 'O'.
000750         88  CM-ACCOUNT-CLOSED          VALUE 'C'.
000760     05  CM-ACCOUNT-TYPE           PIC X(01).
000770         88  CM-CHECKING-ACCOUNT       VALUE 'C'.
000780         88  CM-SAVINGS-ACCOUNT         VALUE 'S'.
000790 FD  ODLIMIT
000800     LABEL RECORDS ARE STANDARD.
000810 01  OVERDRAFT-LIMIT-RECORD.
000820     05  OD-ACCOUNT-ID             PIC X(08).
000830     05  OD-LIMIT                  PIC S9(09)V99.
000840     05  OD-SET-DATE               PIC S9(07) COMP-3.
000850     05  OD-SET-BY                 PIC X(06).
000860     05  OD-OVERDRAWN-SINCE        PIC S9(07) COMP-3.
000870     05  OD-LAST-CHARGED           PIC S9(07) COMP-3.
000880 FD  JRNL
000890     LABEL RECORDS ARE STANDARD.
000900 01  JOURNAL-RECORD.
000910     05  JR-KEY.
000920         10  JR-SOURCE-ID          PIC X(08).
000930         10  JR-DATE               PIC S9(07) COMP-3.
000940         10  JR-TIME               PIC S9(07) COMP-3.
000950         10  JR-SEQ                PIC S9(05) COMP-3.
000960     05  JR-TARGET-ID              PIC X(08).
000970     05  JR-AMOUNT                 PIC S9(09)V99.
000980     05  JR-TRAN-TYPE              PIC X(01).
000990     05  JR-OPERATOR-ID            PIC X(08).
001000 FD  BALCTL
001010     LABEL RECORDS ARE STANDARD.
001020 01  BALCTL-RECORD.
001030     05  CTL-KEY                   PIC X(06).
001040     05  CTL-PRIOR-TOTAL           PIC S9(11)V99.
001050 FD  SYSPARM
001060     LABEL RECORDS ARE STANDARD.
001070 01  SYSTEM-PARAMETER-RECORD.
001080     05  PM-KEY                    PIC X(08).
001090     05  PM-AMOUNT                 PIC 9(09)V99.
001100     05  PM-RATE                   PIC V999.
001110 FD  PRTFILE
001120     RECORDING MODE IS F
001130     LABEL RECORDS ARE STANDARD.
001140 01  PRT-LINE                      PIC X(80).
001150 FD  RUNCTL
001160     LABEL RECORDS ARE STANDARD.
001170 01  RUN-CONTROL-RECORD.
001180     05  RC-KEY.
001190         10  RC-DATE               PIC S9(07) COMP-3.
001200         10  RC-JOB-NAME           PIC X(08).
001210     05  RC-COMPLETED-TIME         PIC S9(07) COMP-3.
001220 WORKING-STORAGE SECTION.
001230 77  WS-RUN-BLOCKED-SWITCH         PIC X(01) VALUE 'N'.
001240     88  RUN-BLOCKED                   VALUE 'Y'.
001250 01  WS-RC-TIME-OF-DAY             PIC 9(08).
001260 01  FILLER REDEFINES WS-RC-TIME-OF-DAY.
001270     05  WS-RC-TIME-HHMMSS         PIC 9(06).
001280     05  FILLER                    PIC 9(02).
001290 77  WS-EOF-SWITCH                 PIC X(01) VALUE 'N'.
001300     88  END-OF-CUSTMAS                VALUE 'Y'.
001310 77  WS-CTL-FOUND-SWITCH           PIC X(01) VALUE 'N'.
001320     88  CTL-RECORD-FOUND              VALUE 'Y'.
001330 77  WS-LIMIT-FOUND-SWITCH         PIC X(01) VALUE 'N'.
001340     88  LIMIT-RECORD-FOUND            VALUE 'Y'.
001350 77  WS-CHARGE-FAILED-SWITCH       PIC X(01) VALUE 'N'.
001360     88  CHARGE-FAILED                 VALUE 'Y'.
001370 77  WS-ACCOUNT-COUNT              PIC 9(07) VALUE ZERO.
001380 77  WS-OVERDRAWN-COUNT            PIC 9(07) VALUE ZERO.
001390 77  WS-CHARGED-COUNT              PIC 9(07) VALUE ZERO.
001400 77  WS-FAILED-COUNT               PIC 9(07) VALUE ZERO.
001410 77  WS-OVER-LIMIT-COUNT           PIC 9(07) VALUE ZERO.
001420 77  WS-AGED-COUNT                 PIC 9(07) VALUE ZERO.
001430 77  WS-CLEARED-COUNT              PIC 9(07) VALUE ZERO.
001440 77  WS-TOTAL-OVERDRAWN            PIC S9(11)V99 VALUE ZERO.
001450 77  WS-TOTAL-CHARGED              PIC S9(11)V99 VALUE ZERO.
001460 77  WS-OD-RATE                    PIC V999 VALUE .180.
001470 77  WS-AGED-DAYS                  PIC 9(05) VALUE 30.
001480 77  WS-INTEREST-DUE               PIC S9(09)V99 VALUE ZERO.
001490 01  WS-JULIAN-DATE                PIC 9(05).
001500 01  WS-TODAY-CYYDDD               PIC S9(07).
001510 01  WS-TIME-OF-DAY                PIC 9(08).
001520 01  FILLER REDEFINES WS-TIME-OF-DAY.
001530     05  WS-TIME-HHMMSS            PIC 9(06).
001540     05  FILLER                    PIC 9(02).
001550 01  WS-JOURNAL-TIME               PIC S9(07).
001560 01  WS-JOURNAL-SEQ                PIC S9(05) VALUE ZERO.
001570*
001580* DAY-NUMBER WORK AREA - TURNS A CYYDDD DATE INTO A RUNNING
001590* DAY COUNT SO DAYS OVERDRAWN SPAN A YEAR END CORRECTLY
001600*
001610 01  WS-DN-CYYDDD                  PIC S9(07).
001620 01  WS-DN-YYDDD                   PIC 9(05).
001630 01  WS-DN-YY                      PIC 9(03).
001640 01  WS-DN-DDD                     PIC 9(03).
001650 01  WS-DN-LEAP-DAYS               PIC 9(03).
001660 01  WS-DN-DAYS                    PIC 9(07).
001670 01  WS-TODAY-DAYS                 PIC 9(07).
001680 01  WS-DAYS-OVERDRAWN             PIC 9(05).
001690 01  WS-DETAIL-LINE.
001700     05  WS-D-ACCOUNT-ID           PIC X(08).
001710     05  FILLER                    PIC X(02) VALUE SPACES.
001720     05  WS-D-TYPE                 PIC X(01).
001730     05  FILLER                    PIC X(02) VALUE SPACES.
001740     05  WS-D-BALANCE              PIC -(9)9.99.
001750     05  FILLER                    PIC X(02) VALUE SPACES.
001760     05  WS-D-LIMIT                PIC -(9)9.99.
001770     05  FILLER                    PIC X(02) VALUE SPACES.
001780     05  WS-D-INTEREST             PIC -(5)9.99.
001790     05  FILLER                    PIC X(02) VALUE SPACES.
001800     05  WS-D-DAYS                 PIC Z(04)9.
001810     05  FILLER                    PIC X(02) VALUE SPACES.
001820     05  WS-D-FLAG                 PIC X(17).
001830     05  FILLER                    PIC X(01) VALUE SPACES.
001840 01  WS-HEADING-LINE.
001850     05  FILLER                    PIC X(10) VALUE 'ACCOUNT'.
001860     05  FILLER                    PIC X(03) VALUE 'T'.
001870     05  FILLER                    PIC X(13)
001880             VALUE '      BALANCE'.
001890     05  FILLER                    PIC X(02) VALUE SPACES.
001900     05  FILLER                    PIC X(13)
001910             VALUE '        LIMIT'.
001920     05  FILLER                    PIC X(02) VALUE SPACES.
001930     05  FILLER                    PIC X(09) VALUE ' INTEREST'.
001940     05  FILLER                    PIC X(02) VALUE SPACES.
001950     05  FILLER                    PIC X(05) VALUE ' DAYS'.
001960     05  FILLER                    PIC X(02) VALUE SPACES.
001970     05  FILLER                    PIC X(19) VALUE 'FLAG'.
001980 01  WS-TOTAL-LINE.
001990     05  FILLER                    PIC X(10) VALUE SPACES.
002000     05  WS-T-LABEL                PIC X(20).
002010     05  WS-T-AMOUNT               PIC -(11)9.99.
002020     05  FILLER                    PIC X(35) VALUE SPACES.
002030 01  WS-COUNT-LINE.
002040     05  FILLER                    PIC X(10) VALUE SPACES.
002050     05  WS-C-LABEL                PIC X(20).
002060     05  WS-C-COUNT                PIC Z(06)9.
002070     05  FILLER                    PIC X(43) VALUE SPACES.
002080 PROCEDURE DIVISION.
002090 0000-MAINLINE.
002100     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
002110     IF RUN-BLOCKED
002120         GOBACK
002130     END-IF
002140     PERFORM 2000-PROCESS-ACCOUNT THRU 2000-PROCESS-ACCOUNT-EXIT
002150         UNTIL END-OF-CUSTMAS
002160     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
002170     GOBACK.
002180*--------------------------------------------------------------
002190* 1000-INITIALIZE - LOAD THE RATE AND AGEING PARAMETERS, OPEN
002200*                   FILES, WORK OUT TODAY'S DAY NUMBER, READ THE
002210*                   BALCTL BASELINE, HEAD THE REPORT AND PRIME
002220*                   THE READ.
002230*--------------------------------------------------------------
002240 1000-INITIALIZE.
002250     ACCEPT WS-JULIAN-DATE FROM DAY
002260     COMPUTE WS-TODAY-CYYDDD = 100000 + WS-JULIAN-DATE
002270     OPEN I-O RUNCTL
002280     PERFORM 1100-CHECK-RUN-CONTROL THRU
002290         1100-CHECK-RUN-CONTROL-EXIT
002300     IF RUN-BLOCKED
002310         CLOSE RUNCTL
002320         GO TO 1000-INITIALIZE-EXIT
002330     END-IF
002340     ACCEPT WS-TIME-OF-DAY FROM TIME
002350     MOVE WS-TIME-HHMMSS TO WS-JOURNAL-TIME
002360     MOVE WS-TODAY-CYYDDD TO WS-DN-CYYDDD
002370     PERFORM 8000-DAY-NUMBER THRU 8000-DAY-NUMBER-EXIT
002380     MOVE WS-DN-DAYS TO WS-TODAY-DAYS
002390     OPEN INPUT SYSPARM
002400     MOVE 'ODRATE' TO PM-KEY
002410     READ SYSPARM
002420         INVALID KEY CONTINUE
002430         NOT INVALID KEY MOVE PM-RATE TO WS-OD-RATE
002440     END-READ
002450     MOVE 'ODDAYS' TO PM-KEY
002460     READ SYSPARM
002470         INVALID KEY CONTINUE
002480         NOT INVALID KEY MOVE PM-AMOUNT TO WS-AGED-DAYS
002490     END-READ
002500     CLOSE SYSPARM
002510     OPEN I-O CUSTMAS
002520     OPEN I-O ODLIMIT
002530     OPEN I-O JRNL
002540     OPEN I-O BALCTL
002550     OPEN OUTPUT PRTFILE
002560     MOVE 'BALCTL' TO CTL-KEY
002570     READ BALCTL
002580         INVALID KEY
002590             MOVE 'N' TO WS-CTL-FOUND-SWITCH
002600         NOT INVALID KEY
002610             MOVE 'Y' TO WS-CTL-FOUND-SWITCH
002620     END-READ
002630     MOVE SPACES TO PRT-LINE
002640     MOVE 'OVERDRAWN ACCOUNT REPORT' TO PRT-LINE
002650     WRITE PRT-LINE
002660     MOVE SPACES TO PRT-LINE
002670     WRITE PRT-LINE
002680     MOVE WS-HEADING-LINE TO PRT-LINE
002690     WRITE PRT-LINE
002700     PERFORM 3000-READ-CUSTMAS THRU 3000-READ-CUSTMAS-EXIT.
002710 1000-INITIALIZE-EXIT.
002720     EXIT.
002730*--------------------------------------------------------------
002740* 1100-CHECK-RUN-CONTROL - REFUSE TO START IF THIS JOB HAS
002750*                         ALREADY COMPLETED FOR THE BUSINESS
002760*                         DATE, IF ITS PREREQUISITE (SWEEPRUN)
002770*                         HAS NOT, OR IF JRNLRECN HAS ALREADY
002780*                         RUN - THE INTEREST MUST BE ON THE
002790*                         MASTER BEFORE THE SNAPSHOT IS CUT OR
002800*                         EVERY CHARGED ACCOUNT FLAGS OUT OF
002810*                         BALANCE THE NEXT NIGHT.  RETURN-CODE
002820*                         8 AND NO PROCESSING EITHER WAY.
002830*--------------------------------------------------------------
002840 1100-CHECK-RUN-CONTROL.
002850     MOVE WS-TODAY-CYYDDD TO RC-DATE
002860     MOVE 'ODRUN   ' TO RC-JOB-NAME
002870     READ RUNCTL
002880         INVALID KEY
002890             CONTINUE
002900         NOT INVALID KEY
002910             MOVE 'Y' TO WS-RUN-BLOCKED-SWITCH
002920             MOVE 8 TO RETURN-CODE
002930             DISPLAY 'ODRUN - ALREADY RUN FOR THIS DATE'
002940     END-READ
002950     IF NOT RUN-BLOCKED
002960         MOVE WS-TODAY-CYYDDD TO RC-DATE
002970         MOVE 'SWEEPRUN' TO RC-JOB-NAME
002980         READ RUNCTL
002990             INVALID KEY
003000                 MOVE 'Y' TO WS-RUN-BLOCKED-SWITCH
003010                 MOVE 8 TO RETURN-CODE
003020                 DISPLAY 'ODRUN - PREREQUISITE '
003030                     'SWEEPRUN NOT RUN FOR THIS DATE'
003040         END-READ
003050     END-IF
003060     IF NOT RUN-BLOCKED
003070         MOVE WS-TODAY-CYYDDD TO RC-DATE
003080         MOVE 'JRNLRECN' TO RC-JOB-NAME
003090         READ RUNCTL
003100             INVALID KEY
003110                 CONTINUE
003120             NOT INVALID KEY
003130                 MOVE 'Y' TO WS-RUN-BLOCKED-SWITCH
003140                 MOVE 8 TO RETURN-CODE
003150                 DISPLAY 'ODRUN - MUST RUN BEFORE JRNLRECN '
003160                     'CUTS THE SNAPSHOT FOR THIS DATE'
003170         END-READ
003180     END-IF
003190     CONTINUE.
003200 1100-CHECK-RUN-CONTROL-EXIT.
003210     EXIT.
003220*--------------------------------------------------------------
003230* 2000-PROCESS-ACCOUNT - ONE CUSTMAS RECORD.  CLOSED ACCOUNTS
003240*                        AND ACCOUNTS OTHER THAN CHECKING AND
003250*                        SAVINGS ARE SKIPPED; THE REST ARE EITHER
003260*                        OVERDRAWN OR IN CREDIT.
003270*--------------------------------------------------------------
003280 2000-PROCESS-ACCOUNT.
003290     ADD 1 TO WS-ACCOUNT-COUNT
003300     IF CM-ACCOUNT-CLOSED
003310         GO TO 2000-READ-NEXT
003320     END-IF
003330     IF NOT CM-CHECKING-ACCOUNT
003340         AND NOT CM-SAVINGS-ACCOUNT
003350         GO TO 2000-READ-NEXT
003360     END-IF
003370     PERFORM 4100-READ-LIMIT THRU 4100-READ-LIMIT-EXIT
003380     IF CM-BALANCE < ZERO
003390         PERFORM 4000-OVERDRAWN-ACCOUNT THRU
003400             4000-OVERDRAWN-ACCOUNT-EXIT
003410     ELSE
003420         PERFORM 5000-ACCOUNT-IN-CREDIT THRU
003430             5000-ACCOUNT-IN-CREDIT-EXIT
003440     END-IF.
003450 2000-READ-NEXT.
003460     PERFORM 3000-READ-CUSTMAS THRU 3000-READ-CUSTMAS-EXIT.
003470 2000-PROCESS-ACCOUNT-EXIT.
003480     EXIT.
003490*--------------------------------------------------------------
003500* 3000-READ-CUSTMAS - READ THE NEXT CUSTMAS RECORD
003510*--------------------------------------------------------------
003520 3000-READ-CUSTMAS.
003530     READ CUSTMAS NEXT RECORD
003540         AT END
003550             MOVE 'Y' TO WS-EOF-SWITCH
003560     END-READ.
003570 3000-READ-CUSTMAS-EXIT.
003580     EXIT.
003590*--------------------------------------------------------------
003600* 4000-OVERDRAWN-ACCOUNT - START OR CARRY THE OVERDRAWN-SINCE
003610*                          DATE, CHARGE A CHECKING ACCOUNT ITS
003620*                          DEBIT INTEREST, SAVE THE ODLIMIT
003630*                          RECORD AND REPORT THE ACCOUNT.
003640*--------------------------------------------------------------
003650 4000-OVERDRAWN-ACCOUNT.
003660     ADD 1 TO WS-OVERDRAWN-COUNT
003670     MOVE 'N' TO WS-CHARGE-FAILED-SWITCH
003680     MOVE ZERO TO WS-INTEREST-DUE
003690     IF NOT LIMIT-RECORD-FOUND
003700         MOVE CM-ACCOUNT-ID TO OD-ACCOUNT-ID
003710         MOVE ZERO TO OD-LIMIT
003720         MOVE WS-TODAY-CYYDDD TO OD-SET-DATE
003730         MOVE 'ODRUN' TO OD-SET-BY
003740         MOVE ZERO TO OD-OVERDRAWN-SINCE
003750         MOVE ZERO TO OD-LAST-CHARGED
003760     END-IF
003770     IF OD-OVERDRAWN-SINCE = ZERO
003780         MOVE WS-TODAY-CYYDDD TO OD-OVERDRAWN-SINCE
003790     END-IF
003800     MOVE OD-OVERDRAWN-SINCE TO WS-DN-CYYDDD
003810     PERFORM 8000-DAY-NUMBER THRU 8000-DAY-NUMBER-EXIT
003820     MOVE ZERO TO WS-DAYS-OVERDRAWN
003830     IF WS-TODAY-DAYS > WS-DN-DAYS
003840         COMPUTE WS-DAYS-OVERDRAWN = WS-TODAY-DAYS - WS-DN-DAYS
003850     END-IF
003860     IF CM-CHECKING-ACCOUNT
003870         AND OD-LAST-CHARGED NOT = WS-TODAY-CYYDDD
003880         COMPUTE WS-INTEREST-DUE ROUNDED =
003890             (ZERO - CM-BALANCE) * WS-OD-RATE / 365
003900         IF WS-INTEREST-DUE > ZERO
003910             PERFORM 4200-CHARGE-INTEREST THRU
003920                 4200-CHARGE-INTEREST-EXIT
003930         END-IF
003940     END-IF
003950     IF LIMIT-RECORD-FOUND
003960         REWRITE OVERDRAFT-LIMIT-RECORD
003970     ELSE
003980         WRITE OVERDRAFT-LIMIT-RECORD
003990             INVALID KEY
004000                 CONTINUE
004010         END-WRITE
004020     END-IF
004030     ADD CM-BALANCE TO WS-TOTAL-OVERDRAWN
004040     PERFORM 4300-PRINT-ACCOUNT THRU 4300-PRINT-ACCOUNT-EXIT.
004050 4000-OVERDRAWN-ACCOUNT-EXIT.
004060     EXIT.
004070*--------------------------------------------------------------
004080* 4100-READ-LIMIT - READ THE ACCOUNT'S ODLIMIT RECORD, IF ANY
004090*--------------------------------------------------------------
004100 4100-READ-LIMIT.
004110     MOVE CM-ACCOUNT-ID TO OD-ACCOUNT-ID
004120     READ ODLIMIT
004130         INVALID KEY
004140             MOVE 'N' TO WS-LIMIT-FOUND-SWITCH
004150         NOT INVALID KEY
004160             MOVE 'Y' TO WS-LIMIT-FOUND-SWITCH
004170     END-READ.
004180 4100-READ-LIMIT-EXIT.
004190     EXIT.
004200*--------------------------------------------------------------
004210* 4200-CHARGE-INTEREST - JOURNAL THE DEBIT INTEREST (TYPE O,
004220*                        COUNTERPARTY ODINTR) AND, ONCE THE
004230*                        JOURNAL ENTRY IS DOWN, DEBIT THE ACCOUNT.
004240*                        AN ENTRY THAT WILL NOT WRITE LEAVES THE
004250*                        ACCOUNT UNCHARGED AND IS FLAGGED ON THE
004260*                        REPORT.  THE KEY SEQUENCE NUMBER IS
004270*                        BUMPED AFTER EACH ATTEMPT SO JOURNAL KEYS
004280*                        STAY UNIQUE WITHIN THE RUN.
004290*--------------------------------------------------------------
004300 4200-CHARGE-INTEREST.
004310     MOVE CM-ACCOUNT-ID TO JR-SOURCE-ID
004320     MOVE WS-TODAY-CYYDDD TO JR-DATE
004330     MOVE WS-JOURNAL-TIME TO JR-TIME
004340     MOVE WS-JOURNAL-SEQ TO JR-SEQ
004350     MOVE 'ODRUN' TO JR-OPERATOR-ID
004360     MOVE 'ODINTR' TO JR-TARGET-ID
004370     MOVE WS-INTEREST-DUE TO JR-AMOUNT
004380     MOVE 'O' TO JR-TRAN-TYPE
004390     WRITE JOURNAL-RECORD
004400         INVALID KEY
004410             MOVE 'Y' TO WS-CHARGE-FAILED-SWITCH
004420     END-WRITE
004430     ADD 1 TO WS-JOURNAL-SEQ
004440     IF CHARGE-FAILED
004450         ADD 1 TO WS-FAILED-COUNT
004460         MOVE ZERO TO WS-INTEREST-DUE
004470         GO TO 4200-CHARGE-INTEREST-EXIT
004480     END-IF
004490     SUBTRACT WS-INTEREST-DUE FROM CM-BALANCE
004500     REWRITE CUSTOMER-MASTER-RECORD
004510     MOVE WS-TODAY-CYYDDD TO OD-LAST-CHARGED
004520     ADD 1 TO WS-CHARGED-COUNT
004530     ADD WS-INTEREST-DUE TO WS-TOTAL-CHARGED.
004540 4200-CHARGE-INTEREST-EXIT.
004550     EXIT.
004560*--------------------------------------------------------------
004570* 4300-PRINT-ACCOUNT - ONE REPORT LINE.  OVER LIMIT WHEN THE
004580*                      BALANCE IS BEYOND THE ARRANGED LIMIT,
004590*                      AGED WHEN OVERDRAWN LONGER THAN ODDAYS.
004600*--------------------------------------------------------------
004610 4300-PRINT-ACCOUNT.
004620     MOVE CM-ACCOUNT-ID TO WS-D-ACCOUNT-ID
004630     MOVE CM-ACCOUNT-TYPE TO WS-D-TYPE
004640     MOVE CM-BALANCE TO WS-D-BALANCE
004650     MOVE OD-LIMIT TO WS-D-LIMIT
004660     MOVE WS-INTEREST-DUE TO WS-D-INTEREST
004670     MOVE WS-DAYS-OVERDRAWN TO WS-D-DAYS
004680     MOVE SPACES TO WS-D-FLAG
004690     IF CM-BALANCE + OD-LIMIT < ZERO
004700         ADD 1 TO WS-OVER-LIMIT-COUNT
004710         IF WS-DAYS-OVERDRAWN > WS-AGED-DAYS
004720             MOVE 'OVER LIMIT - AGED' TO WS-D-FLAG
004730         ELSE
004740             MOVE 'OVER LIMIT' TO WS-D-FLAG
004750         END-IF
004760     ELSE
004770         IF WS-DAYS-OVERDRAWN > WS-AGED-DAYS
004780             MOVE 'AGED' TO WS-D-FLAG
004790         END-IF
004800     END-IF
004810     IF WS-DAYS-OVERDRAWN > WS-AGED-DAYS
004820         ADD 1 TO WS-AGED-COUNT
004830     END-IF
004840     IF CHARGE-FAILED
004850         MOVE 'JOURNAL FAILED' TO WS-D-FLAG
004860     END-IF
004870     MOVE WS-DETAIL-LINE TO PRT-LINE
004880     WRITE PRT-LINE.
004890 4300-PRINT-ACCOUNT-EXIT.
004900     EXIT.
004910*--------------------------------------------------------------
004920* 5000-ACCOUNT-IN-CREDIT - AN ACCOUNT BACK IN CREDIT HAS ITS
004930*                          OVERDRAWN-SINCE DATE CLEARED SO THE
004940*                          NEXT OVERDRAFT AGES FROM ITS OWN START.
004950*--------------------------------------------------------------
004960 5000-ACCOUNT-IN-CREDIT.
004970     IF LIMIT-RECORD-FOUND
004980         AND OD-OVERDRAWN-SINCE NOT = ZERO
004990         MOVE ZERO TO OD-OVERDRAWN-SINCE
005000         REWRITE OVERDRAFT-LIMIT-RECORD
005010         ADD 1 TO WS-CLEARED-COUNT
005020     END-IF.
005030 5000-ACCOUNT-IN-CREDIT-EXIT.
005040     EXIT.
005050*--------------------------------------------------------------
005060* 8000-DAY-NUMBER - TURN WS-DN-CYYDDD INTO A RUNNING DAY COUNT
005070*                   IN WS-DN-DAYS (365 A YEAR PLUS ONE FOR EACH
005080*                   LEAP YEAR BEFORE IT).  ZERO STAYS ZERO.
005090*--------------------------------------------------------------
005100 8000-DAY-NUMBER.
005110     IF WS-DN-CYYDDD < 100000
005120         MOVE ZERO TO WS-DN-DAYS
005130         GO TO 8000-DAY-NUMBER-EXIT
005140     END-IF
005150     COMPUTE WS-DN-YYDDD = WS-DN-CYYDDD - 100000
005160     DIVIDE WS-DN-YYDDD BY 1000 GIVING WS-DN-YY
005170         REMAINDER WS-DN-DDD
005180     COMPUTE WS-DN-LEAP-DAYS = (WS-DN-YY + 3) / 4
005190     COMPUTE WS-DN-DAYS =
005200         WS-DN-YY * 365 + WS-DN-LEAP-DAYS + WS-DN-DDD.
005210 8000-DAY-NUMBER-EXIT.
005220     EXIT.
005230*--------------------------------------------------------------
005240* 9000-TERMINATE - PRINT THE RUN TOTALS, ROLL THE INTEREST
005250*                  CHARGED OUT OF THE BALCTL BASELINE (THE WAY
005260*                  SVCCHG ROLLS ITS CHARGES) AND CLOSE UP
005270*--------------------------------------------------------------
005280 9000-TERMINATE.
005290     MOVE SPACES TO PRT-LINE
005300     WRITE PRT-LINE
005310     MOVE 'ACCOUNTS READ:      ' TO WS-C-LABEL
005320     MOVE WS-ACCOUNT-COUNT TO WS-C-COUNT
005330     MOVE WS-COUNT-LINE TO PRT-LINE
005340     WRITE PRT-LINE
005350     MOVE 'ACCOUNTS OVERDRAWN: ' TO WS-C-LABEL
005360     MOVE WS-OVERDRAWN-COUNT TO WS-C-COUNT
005370     MOVE WS-COUNT-LINE TO PRT-LINE
005380     WRITE PRT-LINE
005390     MOVE 'INTEREST CHARGED:   ' TO WS-C-LABEL
005400     MOVE WS-CHARGED-COUNT TO WS-C-COUNT
005410     MOVE WS-COUNT-LINE TO PRT-LINE
005420     WRITE PRT-LINE
005430     MOVE 'CHARGES FAILED:     ' TO WS-C-LABEL
005440     MOVE WS-FAILED-COUNT TO WS-C-COUNT
005450     MOVE WS-COUNT-LINE TO PRT-LINE
005460     WRITE PRT-LINE
005470     MOVE 'OVER LIMIT:         ' TO WS-C-LABEL
005480     MOVE WS-OVER-LIMIT-COUNT TO WS-C-COUNT
005490     MOVE WS-COUNT-LINE TO PRT-LINE
005500     WRITE PRT-LINE
005510     MOVE 'AGED OVERDRAFTS:    ' TO WS-C-LABEL
005520     MOVE WS-AGED-COUNT TO WS-C-COUNT
005530     MOVE WS-COUNT-LINE TO PRT-LINE
005540     WRITE PRT-LINE
005550     MOVE 'BACK IN CREDIT:     ' TO WS-C-LABEL
005560     MOVE WS-CLEARED-COUNT TO WS-C-COUNT
005570     MOVE WS-COUNT-LINE TO PRT-LINE
005580     WRITE PRT-LINE
005590     MOVE 'TOTAL OVERDRAWN:    ' TO WS-T-LABEL
005600     MOVE WS-TOTAL-OVERDRAWN TO WS-T-AMOUNT
005610     MOVE WS-TOTAL-LINE TO PRT-LINE
005620     WRITE PRT-LINE
005630     MOVE 'TOTAL INTEREST:     ' TO WS-T-LABEL
005640     MOVE WS-TOTAL-CHARGED TO WS-T-AMOUNT
005650     MOVE WS-TOTAL-LINE TO PRT-LINE
005660     WRITE PRT-LINE
005670     IF CTL-RECORD-FOUND
005680         SUBTRACT WS-TOTAL-CHARGED FROM CTL-PRIOR-TOTAL
005690         REWRITE BALCTL-RECORD
005700     END-IF
005710     CLOSE CUSTMAS
005720     CLOSE ODLIMIT
005730     CLOSE JRNL
005740     CLOSE BALCTL
005750     CLOSE PRTFILE
005760     DISPLAY 'ODRUN - ACCOUNTS CHARGED: ' WS-CHARGED-COUNT
005770     PERFORM 9500-STAMP-RUN-CONTROL THRU
005780         9500-STAMP-RUN-CONTROL-EXIT.
005790 9000-TERMINATE-EXIT.
005800     EXIT.
005810*--------------------------------------------------------------
005820* 9500-STAMP-RUN-CONTROL - RECORD SUCCESSFUL COMPLETION FOR THE
005830*                         BUSINESS DATE SO A SECOND RUN IS
005840*                         REFUSED AND THE NEXT JOB IN THE CHAIN
005850*                         MAY START.
005860*--------------------------------------------------------------
005870 9500-STAMP-RUN-CONTROL.
005880     MOVE WS-TODAY-CYYDDD TO RC-DATE
005890     MOVE 'ODRUN   ' TO RC-JOB-NAME
005900     ACCEPT WS-RC-TIME-OF-DAY FROM TIME
005910     MOVE WS-RC-TIME-HHMMSS TO RC-COMPLETED-TIME
005920     WRITE RUN-CONTROL-RECORD
005930         INVALID KEY
005940             CONTINUE
005950     END-WRITE
005960     CLOSE RUNCTL.
005970 9500-STAMP-RUN-CONTROL-EXIT.
005980     EXIT.
