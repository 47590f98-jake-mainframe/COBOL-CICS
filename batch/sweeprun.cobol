000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    SWEEPRUN.
000030 AUTHOR.        D SHAH.
000040 INSTALLATION.  RETAIL BANKING SYSTEMS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*--------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 10/15/26   DS    NEW PROGRAM.  NIGHTLY CHECKING/SAVINGS SWEEP
000120*                  OVER SWEEPIN, IN THE STORUN MOLD.  EACH ACTIVE
000130*                  INSTRUCTION NAMES A CUSTOMER'S CHECKING ACCOUNT
000140*                  (SUFFIX 01), ONE OF THE CUSTOMER'S SAVINGS
000150*                  ACCOUNTS, AND A FLOOR AND CEILING FOR THE
000160*                  CHECKING BALANCE.  BELOW THE FLOOR, CHECKING IS
000170*                  TOPPED UP FROM SAVINGS AS FAR AS THE SAVINGS
000180*                  AVAILABLE BALANCE (LEDGER LESS UNRELEASED
000190*                  HOLDS) ALLOWS; ABOVE THE CEILING, THE EXCESS
000200*                  IS PUSHED TO SAVINGS AS FAR AS THE CHECKING
000210*                  AVAILABLE BALANCE ALLOWS.  THE AMOUNT IS WORKED
000220*                  OUT FROM TONIGHT'S BALANCE, NOT A FIXED ORDER
000230*                  AMOUNT.  EACH SWEEP POSTS AS A JOURNALLED
000240*                  TRANSFER PAIR THE SAME WAY STORUN POSTS AN
000250*                  ORDER.  PRINTS THE SWEEP REGISTER - EVERY
000260*                  SWEEP MADE, AND EVERY ONE THAT COULD NOT BE
000270*                  MADE IN FULL FOR LACK OF FUNDS OR BECAUSE AN
000280*                  ACCOUNT IS NO LONGER OPEN.  RUNS AFTER LOANRUN
000290*                  AND BEFORE ODRUN, SO CHECKING IS TOPPED UP
000300*                  BEFORE DEBIT INTEREST IS WORKED OUT, AND BEFORE
000310*                  JRNLRECN CUTS THE NIGHT'S SNAPSHOT.
000320*--------------------------------------------------------------
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT SWEEPIN ASSIGN TO SWEEPIN
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS SEQUENTIAL
000390         RECORD KEY IS SW-CUSTOMER-NUMBER.
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
000520     SELECT PRTFILE ASSIGN TO PRTFILE
000530         ORGANIZATION IS SEQUENTIAL.
000540     SELECT RUNCTL ASSIGN TO RUNCTL
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS RANDOM
000570         RECORD KEY IS RC-KEY.
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  SWEEPIN
000610     LABEL RECORDS ARE STANDARD.
000620 01  SWEEP-INSTRUCTION-RECORD.
000630     05  SW-CUSTOMER-NUMBER        PIC X(06).
000640     05  SW-SAVINGS-SUFFIX         PIC X(02).
000650     05  SW-FLOOR                  PIC S9(09)V99.
000660     05  SW-CEILING                PIC S9(09)V99.
000670     05  SW-STATUS                 PIC X(01).
000680         88  SW-SWEEP-ACTIVE           VALUE 'A'.
000690         88  SW-SWEEP-CANCELLED         VALUE 'C'.
000700     05  SW-LAST-RUN-DATE          PIC S9(07) COMP-3.
000710 FD  CUSTMAS
000720     LABEL RECORDS ARE STANDARD.
000730 01  CUSTOMER-MASTER-RECORD.
000740     05  CM-ACCOUNT-ID.
000750         10  CM-CUSTOMER-NUMBER    PIC X(06).
000760         10  CM-ACCOUNT-SUFFIX     PIC X(02).
000770     05  CM-BALANCE                PIC S9(09)V99.
000780     05  CM-CUSTOMER-NAME          PIC X(20).
000790     05  CM-STATUS                 PIC X(01).
000800         88  CM-ACCOUNT-OPEN           VALUE 'O'.
000810     05  CM-ACCOUNT-TYPE           PIC X(01).
000820 FD  JRNL
000830     LABEL RECORDS ARE STANDARD.
000840 01  JOURNAL-RECORD.
000850     05  JR-KEY.
000860         10  JR-SOURCE-ID          PIC X(08).
000870         10  JR-DATE               PIC S9(07) COMP-3.
000880         10  JR-TIME               PIC S9(07) COMP-3.
000890         10  JR-SEQ                PIC S9(05) COMP-3.
000900     05  JR-TARGET-ID              PIC X(08).
000910     05  JR-AMOUNT                 PIC S9(09)V99.
000920     05  JR-TRAN-TYPE              PIC X(01).
000930     05  JR-OPERATOR-ID            PIC X(08).
000940 FD  HOLDFIL
000950     LABEL RECORDS ARE STANDARD.
000960 01  HOLD-RECORD.
000970     05  HF-KEY.
000980         10  HF-ACCOUNT-ID         PIC X(08).
000990         10  HF-DATE               PIC S9(07) COMP-3.
001000         10  HF-TIME               PIC S9(07) COMP-3.
001010     05  HF-AMOUNT                 PIC S9(09)V99.
001020     05  HF-RELEASE-DATE           PIC S9(07) COMP-3.
001030     05  HF-STATUS                 PIC X(01).
001040         88  HF-HELD                   VALUE 'H'.
001050     05  HF-PLACED-BY              PIC X(06).
001060 FD  PRTFILE
001070     RECORDING MODE IS F
001080     LABEL RECORDS ARE STANDARD.
001090 01  PRT-LINE                      PIC X(80).
001100 FD  RUNCTL
001110     LABEL RECORDS ARE STANDARD.
001120 01  RUN-CONTROL-RECORD.
001130     05  RC-KEY.
001140         10  RC-DATE               PIC S9(07) COMP-3.
001150         10  RC-JOB-NAME           PIC X(08).
001160     05  RC-COMPLETED-TIME         PIC S9(07) COMP-3.
001170 WORKING-STORAGE SECTION.
001180 77  WS-RUN-BLOCKED-SWITCH         PIC X(01) VALUE 'N'.
001190     88  RUN-BLOCKED                   VALUE 'Y'.
001200 01  WS-RC-TIME-OF-DAY             PIC 9(08).
001210 01  FILLER REDEFINES WS-RC-TIME-OF-DAY.
001220     05  WS-RC-TIME-HHMMSS         PIC 9(06).
001230     05  FILLER                    PIC 9(02).
001240 77  WS-EOF-SWITCH                 PIC X(01) VALUE 'N'.
001250     88  END-OF-SWEEPIN                VALUE 'Y'.
001260 77  WS-SWEEP-FAILED-SWITCH        PIC X(01) VALUE 'N'.
001270     88  SWEEP-FAILED                  VALUE 'Y'.
001280 77  WS-HOLD-DONE-SWITCH           PIC X(01) VALUE 'N'.
001290     88  HOLDS-DONE-FOR-ACCOUNT        VALUE 'Y'.
001300 77  WS-INSTRUCTION-COUNT          PIC 9(07) VALUE ZERO.
001310 77  WS-DUE-COUNT                  PIC 9(07) VALUE ZERO.
001320 77  WS-TOPPED-UP-COUNT            PIC 9(07) VALUE ZERO.
001330 77  WS-PUSHED-COUNT               PIC 9(07) VALUE ZERO.
001340 77  WS-SHORT-COUNT                PIC 9(07) VALUE ZERO.
001350 77  WS-FAILED-COUNT               PIC 9(07) VALUE ZERO.
001360 77  WS-TOTAL-TOPPED-UP            PIC S9(11)V99 VALUE ZERO.
001370 77  WS-TOTAL-PUSHED               PIC S9(11)V99 VALUE ZERO.
001380 77  WS-TOTAL-HOLDS                PIC S9(09)V99 VALUE ZERO.
001390 77  WS-AVAILABLE-BALANCE          PIC S9(09)V99 VALUE ZERO.
001400 77  WS-SWEEP-NEEDED               PIC S9(09)V99 VALUE ZERO.
001410 77  WS-SWEEP-AMOUNT               PIC S9(09)V99 VALUE ZERO.
001420 01  WS-JULIAN-DATE                PIC 9(05).
001430 01  WS-TODAY-CYYDDD               PIC S9(07).
001440 01  WS-TIME-OF-DAY                PIC 9(08).
001450 01  FILLER REDEFINES WS-TIME-OF-DAY.
001460     05  WS-TIME-HHMMSS            PIC 9(06).
001470     05  FILLER                    PIC 9(02).
001480 01  WS-JOURNAL-TIME               PIC S9(07).
001490 01  WS-JOURNAL-SEQ                PIC S9(05) VALUE ZERO.
001500 01  WS-DEBIT-SEQ                  PIC S9(05) VALUE ZERO.
001510 01  WS-CHECKING-ID.
001520     05  WS-CHECKING-CUSTOMER      PIC X(06).
001530     05  WS-CHECKING-SUFFIX        PIC X(02) VALUE '01'.
001540 01  WS-SAVINGS-ID.
001550     05  WS-SAVINGS-CUSTOMER       PIC X(06).
001560     05  WS-SAVINGS-SUFFIX         PIC X(02).
001570 01  WS-HOLD-ACCOUNT-ID            PIC X(08).
001580 01  WS-FROM-ID                    PIC X(08).
001590 01  WS-TO-ID                      PIC X(08).
001600 01  SAVINGS-MASTER-RECORD.
001610     05  SV-ACCOUNT-ID             PIC X(08).
001620     05  SV-BALANCE                PIC S9(09)V99.
001630     05  SV-CUSTOMER-NAME          PIC X(20).
001640     05  SV-STATUS                 PIC X(01).
001650         88  SV-ACCOUNT-OPEN           VALUE 'O'.
001660     05  SV-ACCOUNT-TYPE           PIC X(01).
001670 01  WS-DETAIL-LINE.
001680     05  WS-D-CHECKING-ID          PIC X(08).
001690     05  FILLER                    PIC X(02) VALUE SPACES.
001700     05  WS-D-SAVINGS-ID           PIC X(08).
001710     05  FILLER                    PIC X(02) VALUE SPACES.
001720     05  WS-D-DIRECTION            PIC X(02).
001730     05  FILLER                    PIC X(02) VALUE SPACES.
001740     05  WS-D-NEEDED               PIC -(9)9.99.
001750     05  FILLER                    PIC X(02) VALUE SPACES.
001760     05  WS-D-SWEPT                PIC -(9)9.99.
001770     05  FILLER                    PIC X(02) VALUE SPACES.
001780     05  WS-D-RESULT               PIC X(26).
001790 01  WS-HEADING-LINE.
001800     05  FILLER                    PIC X(10) VALUE 'CHECKING'.
001810     05  FILLER                    PIC X(10) VALUE 'SAVINGS'.
001820     05  FILLER                    PIC X(04) VALUE 'TO'.
001830     05  FILLER                    PIC X(13)
001840             VALUE '       NEEDED'.
001850     05  FILLER                    PIC X(02) VALUE SPACES.
001860     05  FILLER                    PIC X(13)
001870             VALUE '        SWEPT'.
001880     05  FILLER                    PIC X(02) VALUE SPACES.
001890     05  FILLER                    PIC X(26) VALUE 'RESULT'.
001900 01  WS-TOTAL-LINE.
001910     05  FILLER                    PIC X(10) VALUE SPACES.
001920     05  WS-T-LABEL                PIC X(20).
001930     05  WS-T-AMOUNT               PIC -(11)9.99.
001940     05  FILLER                    PIC X(35) VALUE SPACES.
001950 01  WS-COUNT-LINE.
001960     05  FILLER                    PIC X(10) VALUE SPACES.
001970     05  WS-C-LABEL                PIC X(20).
001980     05  WS-C-COUNT                PIC Z(06)9.
001990     05  FILLER                    PIC X(43) VALUE SPACES.
002000 PROCEDURE DIVISION.
002010 0000-MAINLINE.
002020     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
002030     IF RUN-BLOCKED
002040         GOBACK
002050     END-IF
002060     PERFORM 2000-PROCESS-SWEEP THRU 2000-PROCESS-SWEEP-EXIT
002070         UNTIL END-OF-SWEEPIN
002080     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
002090     GOBACK.
002100*--------------------------------------------------------------
002110* 1000-INITIALIZE - OPEN FILES, WORK OUT TODAY'S DATE AND THE
002120*                   JOURNAL DATE/TIME STAMPS, HEAD THE REGISTER
002130*                   AND PRIME THE READ.
002140*--------------------------------------------------------------
002150 1000-INITIALIZE.
002160     ACCEPT WS-JULIAN-DATE FROM DAY
002170     COMPUTE WS-TODAY-CYYDDD = 100000 + WS-JULIAN-DATE
002180     OPEN I-O RUNCTL
002190     PERFORM 1100-CHECK-RUN-CONTROL THRU
002200         1100-CHECK-RUN-CONTROL-EXIT
002210     IF RUN-BLOCKED
002220         CLOSE RUNCTL
002230         GO TO 1000-INITIALIZE-EXIT
002240     END-IF
002250     ACCEPT WS-TIME-OF-DAY FROM TIME
002260     MOVE WS-TIME-HHMMSS TO WS-JOURNAL-TIME
002270     OPEN I-O SWEEPIN
002280     OPEN I-O CUSTMAS
002290     OPEN I-O JRNL
002300     OPEN INPUT HOLDFIL
002310     OPEN OUTPUT PRTFILE
002320     MOVE SPACES TO PRT-LINE
002330     MOVE 'CHECKING/SAVINGS SWEEP REGISTER' TO PRT-LINE
002340     WRITE PRT-LINE
002350     MOVE SPACES TO PRT-LINE
002360     WRITE PRT-LINE
002370     MOVE WS-HEADING-LINE TO PRT-LINE
002380     WRITE PRT-LINE
002390     PERFORM 3000-READ-SWEEPIN THRU 3000-READ-SWEEPIN-EXIT.
002400 1000-INITIALIZE-EXIT.
002410     EXIT.
002420*--------------------------------------------------------------
002430* 1100-CHECK-RUN-CONTROL - REFUSE TO START IF THIS JOB HAS
002440*                         ALREADY COMPLETED FOR THE BUSINESS
002450*                         DATE, IF ITS PREREQUISITE (LOANRUN)
002460*                         HAS NOT, OR IF JRNLRECN HAS ALREADY
002470*                         RUN - THE SWEEPS MUST BE ON THE MASTER
002480*                         BEFORE THE SNAPSHOT IS CUT.  RETURN-
002490*                         CODE 8 AND NO PROCESSING EITHER WAY.
002500*--------------------------------------------------------------
002510 1100-CHECK-RUN-CONTROL.
002520     MOVE WS-TODAY-CYYDDD TO RC-DATE
002530     MOVE 'SWEEPRUN' TO RC-JOB-NAME
002540     READ RUNCTL
002550         INVALID KEY
002560             CONTINUE
002570         NOT INVALID KEY
002580             MOVE 'Y' TO WS-RUN-BLOCKED-SWITCH
002590             MOVE 8 TO RETURN-CODE
002600             DISPLAY 'SWEEPRUN - ALREADY RUN FOR THIS DATE'
002610     END-READ
002620     IF NOT RUN-BLOCKED
002630         MOVE WS-TODAY-CYYDDD TO RC-DATE
002640         MOVE 'LOANRUN ' TO RC-JOB-NAME
002650         READ RUNCTL
002660             INVALID KEY
002670                 MOVE 'Y' TO WS-RUN-BLOCKED-SWITCH
002680                 MOVE 8 TO RETURN-CODE
002690                 DISPLAY 'SWEEPRUN - PREREQUISITE '
002700                     'LOANRUN NOT RUN FOR THIS DATE'
002710         END-READ
002720     END-IF
002730     IF NOT RUN-BLOCKED
002740         MOVE WS-TODAY-CYYDDD TO RC-DATE
002750         MOVE 'JRNLRECN' TO RC-JOB-NAME
002760         READ RUNCTL
002770             INVALID KEY
002780                 CONTINUE
002790             NOT INVALID KEY
002800                 MOVE 'Y' TO WS-RUN-BLOCKED-SWITCH
002810                 MOVE 8 TO RETURN-CODE
002820                 DISPLAY 'SWEEPRUN - MUST RUN BEFORE JRNLRECN '
002830                     'CUTS THE SNAPSHOT FOR THIS DATE'
002840         END-READ
002850     END-IF
002860     CONTINUE.
002870 1100-CHECK-RUN-CONTROL-EXIT.
002880     EXIT.
002890*--------------------------------------------------------------
002900* 2000-PROCESS-SWEEP - SWEEP ONE CUSTOMER IF THE INSTRUCTION IS
002910*                      ACTIVE AND HAS NOT ALREADY RUN TODAY
002920*--------------------------------------------------------------
002930 2000-PROCESS-SWEEP.
002940     ADD 1 TO WS-INSTRUCTION-COUNT
002950     IF SW-SWEEP-ACTIVE
002960         AND SW-LAST-RUN-DATE NOT = WS-TODAY-CYYDDD
002970         PERFORM 4000-SWEEP-CUSTOMER THRU 4000-SWEEP-CUSTOMER-EXIT
002980     END-IF
002990     PERFORM 3000-READ-SWEEPIN THRU 3000-READ-SWEEPIN-EXIT.
003000 2000-PROCESS-SWEEP-EXIT.
003010     EXIT.
003020*--------------------------------------------------------------
003030* 3000-READ-SWEEPIN - READ THE NEXT SWEEP INSTRUCTION
003040*--------------------------------------------------------------
003050 3000-READ-SWEEPIN.
003060     READ SWEEPIN NEXT RECORD
003070         AT END
003080             MOVE 'Y' TO WS-EOF-SWITCH
003090     END-READ.
003100 3000-READ-SWEEPIN-EXIT.
003110     EXIT.
003120*--------------------------------------------------------------
003130* 4000-SWEEP-CUSTOMER - READ BOTH ACCOUNTS AND WORK OUT WHICH
003140*                       WAY, IF EITHER, TONIGHT'S SWEEP GOES.
003150*                       A CHECKING BALANCE BETWEEN THE FLOOR AND
003160*                       THE CEILING NEEDS NO SWEEP AND IS NOT
003170*                       LISTED.
003180*--------------------------------------------------------------
003190 4000-SWEEP-CUSTOMER.
003200     MOVE 'N' TO WS-SWEEP-FAILED-SWITCH
003210     MOVE ZERO TO WS-SWEEP-NEEDED
003220     MOVE ZERO TO WS-SWEEP-AMOUNT
003230     MOVE SW-CUSTOMER-NUMBER TO WS-CHECKING-CUSTOMER
003240     MOVE SW-CUSTOMER-NUMBER TO WS-SAVINGS-CUSTOMER
003250     MOVE SW-SAVINGS-SUFFIX TO WS-SAVINGS-SUFFIX
003260     MOVE WS-CHECKING-ID TO WS-D-CHECKING-ID
003270     MOVE WS-SAVINGS-ID TO WS-D-SAVINGS-ID
003280     MOVE SPACES TO WS-D-DIRECTION
003290     PERFORM 5000-READ-ACCOUNTS THRU 5000-READ-ACCOUNTS-EXIT
003300     IF SWEEP-FAILED
003310         ADD 1 TO WS-DUE-COUNT
003320         ADD 1 TO WS-FAILED-COUNT
003330         MOVE ZERO TO WS-D-NEEDED
003340         MOVE ZERO TO WS-D-SWEPT
003350         MOVE WS-DETAIL-LINE TO PRT-LINE
003360         WRITE PRT-LINE
003370         GO TO 4000-SWEEP-CUSTOMER-EXIT
003380     END-IF
003390     IF CM-BALANCE < SW-FLOOR
003400         ADD 1 TO WS-DUE-COUNT
003410         PERFORM 4100-TOP-UP-CHECKING THRU
003420             4100-TOP-UP-CHECKING-EXIT
003430     ELSE
003440         IF CM-BALANCE > SW-CEILING
003450             ADD 1 TO WS-DUE-COUNT
003460             PERFORM 4200-PUSH-TO-SAVINGS THRU
003470                 4200-PUSH-TO-SAVINGS-EXIT
003480         ELSE
003490             GO TO 4000-SWEEP-CUSTOMER-EXIT
003500         END-IF
003510     END-IF
003520     MOVE WS-SWEEP-NEEDED TO WS-D-NEEDED
003530     MOVE WS-SWEEP-AMOUNT TO WS-D-SWEPT
003540     MOVE WS-DETAIL-LINE TO PRT-LINE
003550     WRITE PRT-LINE.
003560 4000-SWEEP-CUSTOMER-EXIT.
003570     EXIT.
003580*--------------------------------------------------------------
003590* 4100-TOP-UP-CHECKING - BRING CHECKING UP TO THE FLOOR FROM
003600*                        SAVINGS.  SAVINGS HAS NO OVERDRAFT, SO
003610*                        ONLY ITS AVAILABLE BALANCE CAN MOVE; A
003620*                        SHORT OR NIL SWEEP IS LISTED AS SUCH.
003630*--------------------------------------------------------------
003640 4100-TOP-UP-CHECKING.
003650     MOVE 'CK' TO WS-D-DIRECTION
003660     COMPUTE WS-SWEEP-NEEDED = SW-FLOOR - CM-BALANCE
003670     MOVE SV-ACCOUNT-ID TO WS-HOLD-ACCOUNT-ID
003680     PERFORM 5100-SUM-HOLDS THRU 5100-SUM-HOLDS-EXIT
003690     COMPUTE WS-AVAILABLE-BALANCE = SV-BALANCE - WS-TOTAL-HOLDS
003700     IF WS-AVAILABLE-BALANCE NOT > ZERO
003710         ADD 1 TO WS-SHORT-COUNT
003720         MOVE 'NOT SWEPT - NO FUNDS' TO WS-D-RESULT
003730         GO TO 4100-TOP-UP-CHECKING-EXIT
003740     END-IF
003750     IF WS-AVAILABLE-BALANCE < WS-SWEEP-NEEDED
003760         MOVE WS-AVAILABLE-BALANCE TO WS-SWEEP-AMOUNT
003770     ELSE
003780         MOVE WS-SWEEP-NEEDED TO WS-SWEEP-AMOUNT
003790     END-IF
003800     MOVE SV-ACCOUNT-ID TO WS-FROM-ID
003810     MOVE CM-ACCOUNT-ID TO WS-TO-ID
003820     PERFORM 6000-WRITE-JOURNAL THRU 6000-WRITE-JOURNAL-EXIT
003830     IF SWEEP-FAILED
003840         ADD 1 TO WS-FAILED-COUNT
003850         MOVE ZERO TO WS-SWEEP-AMOUNT
003860         GO TO 4100-TOP-UP-CHECKING-EXIT
003870     END-IF
003880     ADD WS-SWEEP-AMOUNT TO CM-BALANCE
003890     REWRITE CUSTOMER-MASTER-RECORD
003900     SUBTRACT WS-SWEEP-AMOUNT FROM SV-BALANCE
003910     REWRITE CUSTOMER-MASTER-RECORD
003920         FROM SAVINGS-MASTER-RECORD
003930     REWRITE SWEEP-INSTRUCTION-RECORD
003940     ADD 1 TO WS-TOPPED-UP-COUNT
003950     ADD WS-SWEEP-AMOUNT TO WS-TOTAL-TOPPED-UP
003960     IF WS-SWEEP-AMOUNT < WS-SWEEP-NEEDED
003970         ADD 1 TO WS-SHORT-COUNT
003980         MOVE 'PART SWEPT - SAVINGS SHORT' TO WS-D-RESULT
003990     ELSE
004000         MOVE 'SWEPT' TO WS-D-RESULT
004010     END-IF.
004020 4100-TOP-UP-CHECKING-EXIT.
004030     EXIT.
004040*--------------------------------------------------------------
004050* 4200-PUSH-TO-SAVINGS - MOVE THE EXCESS OVER THE CEILING TO
004060*                        SAVINGS.  HELD FUNDS STAY IN CHECKING.
004070*--------------------------------------------------------------
004080 4200-PUSH-TO-SAVINGS.
004090     MOVE 'SV' TO WS-D-DIRECTION
004100     COMPUTE WS-SWEEP-NEEDED = CM-BALANCE - SW-CEILING
004110     MOVE CM-ACCOUNT-ID TO WS-HOLD-ACCOUNT-ID
004120     PERFORM 5100-SUM-HOLDS THRU 5100-SUM-HOLDS-EXIT
004130     COMPUTE WS-AVAILABLE-BALANCE = CM-BALANCE - WS-TOTAL-HOLDS
004140     IF WS-AVAILABLE-BALANCE NOT > ZERO
004150         ADD 1 TO WS-SHORT-COUNT
004160         MOVE 'NOT SWEPT - FUNDS HELD' TO WS-D-RESULT
004170         GO TO 4200-PUSH-TO-SAVINGS-EXIT
004180     END-IF
004190     IF WS-AVAILABLE-BALANCE < WS-SWEEP-NEEDED
004200         MOVE WS-AVAILABLE-BALANCE TO WS-SWEEP-AMOUNT
004210     ELSE
004220         MOVE WS-SWEEP-NEEDED TO WS-SWEEP-AMOUNT
004230     END-IF
004240     MOVE CM-ACCOUNT-ID TO WS-FROM-ID
004250     MOVE SV-ACCOUNT-ID TO WS-TO-ID
004260     PERFORM 6000-WRITE-JOURNAL THRU 6000-WRITE-JOURNAL-EXIT
004270     IF SWEEP-FAILED
004280         ADD 1 TO WS-FAILED-COUNT
004290         MOVE ZERO TO WS-SWEEP-AMOUNT
004300         GO TO 4200-PUSH-TO-SAVINGS-EXIT
004310     END-IF
004320     SUBTRACT WS-SWEEP-AMOUNT FROM CM-BALANCE
004330     REWRITE CUSTOMER-MASTER-RECORD
004340     ADD WS-SWEEP-AMOUNT TO SV-BALANCE
004350     REWRITE CUSTOMER-MASTER-RECORD
004360         FROM SAVINGS-MASTER-RECORD
004370     REWRITE SWEEP-INSTRUCTION-RECORD
004380     ADD 1 TO WS-PUSHED-COUNT
004390     ADD WS-SWEEP-AMOUNT TO WS-TOTAL-PUSHED
004400     IF WS-SWEEP-AMOUNT < WS-SWEEP-NEEDED
004410         ADD 1 TO WS-SHORT-COUNT
004420         MOVE 'PART SWEPT - FUNDS HELD' TO WS-D-RESULT
004430     ELSE
004440         MOVE 'SWEPT' TO WS-D-RESULT
004450     END-IF.
004460 4200-PUSH-TO-SAVINGS-EXIT.
004470     EXIT.
004480*--------------------------------------------------------------
004490* 5000-READ-ACCOUNTS - READ AND VET BOTH ACCOUNTS.  THE SAVINGS
004500*                      ACCOUNT IS READ INTO WORKING STORAGE
004510*                      FIRST SO THE CHECKING ACCOUNT IS THE ONE
004520*                      LEFT IN THE RECORD AREA.
004530*--------------------------------------------------------------
004540 5000-READ-ACCOUNTS.
004550     MOVE WS-SAVINGS-ID TO CM-ACCOUNT-ID
004560     READ CUSTMAS INTO SAVINGS-MASTER-RECORD
004570         INVALID KEY
004580             MOVE 'Y' TO WS-SWEEP-FAILED-SWITCH
004590             MOVE 'FAILED - NO SAVINGS ACCOUNT' TO WS-D-RESULT
004600     END-READ
004610     IF NOT SWEEP-FAILED AND NOT SV-ACCOUNT-OPEN
004620         MOVE 'Y' TO WS-SWEEP-FAILED-SWITCH
004630         MOVE 'FAILED - SAVINGS NOT OPEN' TO WS-D-RESULT
004640     END-IF
004650     IF NOT SWEEP-FAILED
004660         MOVE WS-CHECKING-ID TO CM-ACCOUNT-ID
004670         READ CUSTMAS
004680             INVALID KEY
004690                 MOVE 'Y' TO WS-SWEEP-FAILED-SWITCH
004700                 MOVE 'FAILED - NO CHECKING ACCOUNT'
004710                     TO WS-D-RESULT
004720         END-READ
004730     END-IF
004740     IF NOT SWEEP-FAILED AND NOT CM-ACCOUNT-OPEN
004750         MOVE 'Y' TO WS-SWEEP-FAILED-SWITCH
004760         MOVE 'FAILED - CHECKING NOT OPEN' TO WS-D-RESULT
004770     END-IF.
004780 5000-READ-ACCOUNTS-EXIT.
004790     EXIT.
004800*--------------------------------------------------------------
004810* 5100-SUM-HOLDS - TOTAL THE UNRELEASED HOLDS ON THE ACCOUNT IN
004820*                  WS-HOLD-ACCOUNT-ID, AS PAYMCOB'S
004830*                  COMPUTE-AVAILABLE DOES
004840*--------------------------------------------------------------
004850 5100-SUM-HOLDS.
004860     MOVE ZERO TO WS-TOTAL-HOLDS
004870     MOVE 'N' TO WS-HOLD-DONE-SWITCH
004880     MOVE WS-HOLD-ACCOUNT-ID TO HF-ACCOUNT-ID
004890     MOVE ZERO TO HF-DATE
004900     MOVE ZERO TO HF-TIME
004910     START HOLDFIL KEY NOT < HF-KEY
004920         INVALID KEY
004930             MOVE 'Y' TO WS-HOLD-DONE-SWITCH
004940     END-START
004950     PERFORM 5110-ADD-ONE-HOLD THRU 5110-ADD-ONE-HOLD-EXIT
004960         UNTIL HOLDS-DONE-FOR-ACCOUNT.
004970 5100-SUM-HOLDS-EXIT.
004980     EXIT.
004990 5110-ADD-ONE-HOLD.
005000     READ HOLDFIL NEXT RECORD
005010         AT END
005020             MOVE 'Y' TO WS-HOLD-DONE-SWITCH
005030     END-READ
005040     IF NOT HOLDS-DONE-FOR-ACCOUNT
005050         IF HF-ACCOUNT-ID NOT = WS-HOLD-ACCOUNT-ID
005060             MOVE 'Y' TO WS-HOLD-DONE-SWITCH
005070         ELSE
005080             IF HF-HELD
005090                 ADD HF-AMOUNT TO WS-TOTAL-HOLDS
005100             END-IF
005110         END-IF
005120     END-IF.
005130 5110-ADD-ONE-HOLD-EXIT.
005140     EXIT.
005150*--------------------------------------------------------------
005160* 6000-WRITE-JOURNAL - WRITE THE DEBIT AND CREDIT SIDES OF THE
005170*                      SWEEP TO JRNL EXACTLY AS STORUN DOES.  THE
005180*                      KEY SEQUENCE NUMBER IS BUMPED AFTER EACH
005190*                      LEG SO KEYS STAY UNIQUE WITHIN THE RUN.
005200*--------------------------------------------------------------
005210 6000-WRITE-JOURNAL.
005220     MOVE WS-FROM-ID TO JR-SOURCE-ID
005230     MOVE WS-TODAY-CYYDDD TO JR-DATE
005240     MOVE WS-JOURNAL-TIME TO JR-TIME
005250     MOVE WS-JOURNAL-SEQ TO JR-SEQ
005260     MOVE 'SWEEPRUN' TO JR-OPERATOR-ID
005270     MOVE WS-JOURNAL-SEQ TO WS-DEBIT-SEQ
005280     ADD 1 TO WS-JOURNAL-SEQ
005290     MOVE WS-TO-ID TO JR-TARGET-ID
005300     MOVE WS-SWEEP-AMOUNT TO JR-AMOUNT
005310     MOVE 'T' TO JR-TRAN-TYPE
005320     WRITE JOURNAL-RECORD
005330         INVALID KEY
005340             MOVE 'Y' TO WS-SWEEP-FAILED-SWITCH
005350             MOVE 'FAILED - JOURNAL NOT WRITTEN' TO WS-D-RESULT
005360     END-WRITE
005370     IF NOT SWEEP-FAILED
005380         MOVE WS-TO-ID TO JR-SOURCE-ID
005390         MOVE WS-FROM-ID TO JR-TARGET-ID
005400         MOVE WS-JOURNAL-SEQ TO JR-SEQ
005410         MOVE 'SWEEPRUN' TO JR-OPERATOR-ID
005420         ADD 1 TO WS-JOURNAL-SEQ
005430         MOVE 'C' TO JR-TRAN-TYPE
005440         WRITE JOURNAL-RECORD
005450             INVALID KEY
005460                 MOVE 'Y' TO WS-SWEEP-FAILED-SWITCH
005470                 MOVE 'FAILED - JOURNAL NOT WRITTEN'
005480                     TO WS-D-RESULT
005490                 PERFORM 6100-BACK-OUT-DEBIT-LEG THRU
005500                     6100-BACK-OUT-DEBIT-LEG-EXIT
005510         END-WRITE
005520     END-IF
005530     IF NOT SWEEP-FAILED
005540         MOVE WS-TODAY-CYYDDD TO SW-LAST-RUN-DATE
005550     END-IF
005560     CONTINUE.
005570 6000-WRITE-JOURNAL-EXIT.
005580     EXIT.
005590*--------------------------------------------------------------
005600* 6100-BACK-OUT-DEBIT-LEG - THE CREDIT SIDE COULD NOT BE
005610*                           WRITTEN, SO REMOVE THE DEBIT SIDE
005620*                           JUST WRITTEN.  A FAILED SWEEP MUST
005630*                           LEAVE NO ONE-SIDED JOURNAL ENTRY.
005640*--------------------------------------------------------------
005650 6100-BACK-OUT-DEBIT-LEG.
005660     MOVE WS-FROM-ID TO JR-SOURCE-ID
005670     MOVE WS-TODAY-CYYDDD TO JR-DATE
005680     MOVE WS-JOURNAL-TIME TO JR-TIME
005690     MOVE WS-DEBIT-SEQ TO JR-SEQ
005700     DELETE JRNL RECORD.
005710 6100-BACK-OUT-DEBIT-LEG-EXIT.
005720     EXIT.
005730*--------------------------------------------------------------
005740* 9000-TERMINATE - PRINT THE RUN TOTALS AND CLOSE UP
005750*--------------------------------------------------------------
005760 9000-TERMINATE.
005770     MOVE SPACES TO PRT-LINE
005780     WRITE PRT-LINE
005790     MOVE 'INSTRUCTIONS READ:  ' TO WS-C-LABEL
005800     MOVE WS-INSTRUCTION-COUNT TO WS-C-COUNT
005810     MOVE WS-COUNT-LINE TO PRT-LINE
005820     WRITE PRT-LINE
005830     MOVE 'SWEEPS DUE:         ' TO WS-C-LABEL
005840     MOVE WS-DUE-COUNT TO WS-C-COUNT
005850     MOVE WS-COUNT-LINE TO PRT-LINE
005860     WRITE PRT-LINE
005870     MOVE 'CHECKING TOPPED UP: ' TO WS-C-LABEL
005880     MOVE WS-TOPPED-UP-COUNT TO WS-C-COUNT
005890     MOVE WS-COUNT-LINE TO PRT-LINE
005900     WRITE PRT-LINE
005910     MOVE 'EXCESS TO SAVINGS:  ' TO WS-C-LABEL
005920     MOVE WS-PUSHED-COUNT TO WS-C-COUNT
005930     MOVE WS-COUNT-LINE TO PRT-LINE
005940     WRITE PRT-LINE
005950     MOVE 'SHORT OF FUNDS:     ' TO WS-C-LABEL
005960     MOVE WS-SHORT-COUNT TO WS-C-COUNT
005970     MOVE WS-COUNT-LINE TO PRT-LINE
005980     WRITE PRT-LINE
005990     MOVE 'SWEEPS FAILED:      ' TO WS-C-LABEL
006000     MOVE WS-FAILED-COUNT TO WS-C-COUNT
006010     MOVE WS-COUNT-LINE TO PRT-LINE
006020     WRITE PRT-LINE
006030     MOVE 'TOTAL TOPPED UP:    ' TO WS-T-LABEL
006040     MOVE WS-TOTAL-TOPPED-UP TO WS-T-AMOUNT
006050     MOVE WS-TOTAL-LINE TO PRT-LINE
006060     WRITE PRT-LINE
006070     MOVE 'TOTAL TO SAVINGS:   ' TO WS-T-LABEL
006080     MOVE WS-TOTAL-PUSHED TO WS-T-AMOUNT
006090     MOVE WS-TOTAL-LINE TO PRT-LINE
006100     WRITE PRT-LINE
006110     CLOSE SWEEPIN
006120     CLOSE CUSTMAS
006130     CLOSE JRNL
006140     CLOSE HOLDFIL
006150     CLOSE PRTFILE
006160     DISPLAY 'SWEEPRUN - SWEEPS MADE: '
006170         WS-TOPPED-UP-COUNT ' UP, ' WS-PUSHED-COUNT ' DOWN'
006180     PERFORM 9500-STAMP-RUN-CONTROL THRU
006190         9500-STAMP-RUN-CONTROL-EXIT.
006200 9000-TERMINATE-EXIT.
006210     EXIT.
006220*--------------------------------------------------------------
006230* 9500-STAMP-RUN-CONTROL - RECORD SUCCESSFUL COMPLETION FOR THE
006240*                         BUSINESS DATE SO A SECOND RUN IS
006250*                         REFUSED AND THE NEXT JOB IN THE CHAIN
006260*                         MAY START.
006270*--------------------------------------------------------------
006280 9500-STAMP-RUN-CONTROL.
006290     MOVE WS-TODAY-CYYDDD TO RC-DATE
006300     MOVE 'SWEEPRUN' TO RC-JOB-NAME
006310     ACCEPT WS-RC-TIME-OF-DAY FROM TIME
006320     MOVE WS-RC-TIME-HHMMSS TO RC-COMPLETED-TIME
006330     WRITE RUN-CONTROL-RECORD
006340         INVALID KEY
006350             CONTINUE
006360     END-WRITE
006370     CLOSE RUNCTL.
006380 9500-STAMP-RUN-CONTROL-EXIT.
006390     EXIT.
