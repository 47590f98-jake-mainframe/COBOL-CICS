000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    INTGCHK.
000030 AUTHOR.        D SHAH.
000040 INSTALLATION.  RETAIL BANKING SYSTEMS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*--------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 10/15/26   DS    NEW PROGRAM.  NIGHTLY CROSS-FILE INTEGRITY
000120*                  SWEEP.  READ-ONLY CHECK OF CUSTMAS AND ITS
000130*                  SATELLITE FILES - STORDER, HOLDFIL, PNDAPPR,
000140*                  OUTXFER, CUSTINFO, DRAWER AND OPERPROF - FOR
000150*                  ORPHANS AND CONTRADICTIONS: ORDERS, HOLDS,
000160*                  APPROVALS AND TRANSFERS STILL LIVE AGAINST A
000170*                  MISSING OR CLOSED ACCOUNT, ITEMS LEFT PAST
000180*                  THE NIGHT THAT SHOULD HAVE CLEARED THEM,
000190*                  ADDRESS RECORDS WITH NO ACCOUNT, DRAWERS FOR
000200*                  UNKNOWN OPERATORS AND OPERATOR PROFILES WITH
000210*                  NO JOURNAL ENTRY IN THE LOOKBACK PERIOD
000220*                  (SYSPARM KEY OPERMNTH, AMOUNT = MONTHS,
000230*                  DEFAULT THREE; WORKED BACK AS DORMSCN DOES).
000240*                  EVERY BREAK IS PRINTED BY FILE AND RULE WITH
000250*                  ITS SEVERITY, THEN A COUNT PER RULE.  ANY
000260*                  HIGH-SEVERITY BREAK ENDS THE JOB RETURN-CODE
000270*                  8 WITHOUT A RUNCTL COMPLETION RECORD, SO THE
000280*                  STATEMENT RUN (WHICH NEEDS ONE) WILL NOT
000290*                  START; MEDIUM OR LOW BREAKS ONLY GIVE
000300*                  RETURN-CODE 4.  RUNS AFTER JRNLRECN IN THE
000310*                  RUNCTL CHAIN.
000320*--------------------------------------------------------------
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT CUSTMAS ASSIGN TO CUSTMAS
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS CM-ACCOUNT-ID.
000400     SELECT STORDER ASSIGN TO STORDER
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS SEQUENTIAL
000430         RECORD KEY IS SO-ACCOUNT-ID.
000440     SELECT HOLDFIL ASSIGN TO HOLDFIL
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS SEQUENTIAL
000470         RECORD KEY IS HF-KEY.
000480     SELECT PNDAPPR ASSIGN TO PNDAPPR
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS SEQUENTIAL
000510         RECORD KEY IS PA-KEY.
000520     SELECT OUTXFER ASSIGN TO OUTXFER
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS SEQUENTIAL
000550         RECORD KEY IS OX-KEY.
000560     SELECT CUSTINFO ASSIGN TO CUSTINFO
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS CI-CUSTOMER-NUMBER.
000600     SELECT DRAWER ASSIGN TO DRAWER
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS SEQUENTIAL
000630         RECORD KEY IS DW-KEY.
000640     SELECT OPERPROF ASSIGN TO OPERPROF
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS SEQUENTIAL
000670         RECORD KEY IS OP-USER-ID.
000680     SELECT JRNL ASSIGN TO JRNL
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS SEQUENTIAL
000710         RECORD KEY IS JR-KEY.
000720     SELECT SYSPARM ASSIGN TO SYSPARM
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS RANDOM
000750         RECORD KEY IS PM-KEY.
000760     SELECT RUNCTL ASSIGN TO RUNCTL
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS RANDOM
000790         RECORD KEY IS RC-KEY.
000800     SELECT PRTFILE ASSIGN TO PRTFILE
000810         ORGANIZATION IS SEQUENTIAL.
000820 DATA DIVISION.
000830 FILE SECTION.
000840 FD  CUSTMAS
000850     LABEL RECORDS ARE STANDARD.
000860 01  CUSTOMER-MASTER-RECORD.
000870     05  CM-ACCOUNT-ID.
000880         10  CM-CUSTOMER-NUMBER    PIC X(06).
000890         10  CM-ACCOUNT-SUFFIX     PIC X(02).
000900     05  CM-BALANCE                PIC S9(09)V99.
000910     05  CM-CUSTOMER-NAME          PIC X(20).
000920     05  CM-STATUS                 PIC X(01).
000930         88  CM-STATUS-VALID           VALUE 'O' 'C' 'F' 'D'.
000940         88  CM-ACCOUNT-CLOSED          VALUE 'C'.
000950     05  CM-ACCOUNT-TYPE           PIC X(01).
000960         88  CM-TYPE-VALID             VALUE 'C' 'S' 'L' 'T'.
000970 FD  STORDER
000980     LABEL RECORDS ARE STANDARD.
000990 01  STANDING-ORDER-RECORD.
001000     05  SO-ACCOUNT-ID             PIC X(08).
001010     05  SO-TARGET-ID              PIC X(08).
001020     05  SO-AMOUNT                 PIC S9(09)V99.
001030     05  SO-DAY-OF-MONTH           PIC 9(02).
001040     05  SO-STATUS                 PIC X(01).
001050         88  SO-ORDER-ACTIVE           VALUE 'A'.
001060     05  SO-LAST-RUN-DATE          PIC S9(07) COMP-3.
001070 FD  HOLDFIL
001080     LABEL RECORDS ARE STANDARD.
001090 01  HOLD-RECORD.
001100     05  HF-KEY.
001110         10  HF-ACCOUNT-ID         PIC X(08).
001120         10  HF-DATE               PIC S9(07) COMP-3.
001130         10  HF-TIME               PIC S9(07) COMP-3.
001140     05  HF-AMOUNT                 PIC S9(09)V99.
001150     05  HF-RELEASE-DATE           PIC S9(07) COMP-3.
001160     05  HF-STATUS                 PIC X(01).
001170         88  HF-HELD                   VALUE 'H'.
001180     05  HF-PLACED-BY              PIC X(06).
001190 FD  PNDAPPR
001200     LABEL RECORDS ARE STANDARD.
001210 01  PENDING-APPROVAL-RECORD.
001220     05  PA-KEY.
001230         10  PA-SOURCE-ID          PIC X(08).
001240         10  PA-DATE               PIC S9(07) COMP-3.
001250         10  PA-TIME               PIC S9(07) COMP-3.
001260     05  PA-TARGET-ID              PIC X(08).
001270     05  PA-AMOUNT                 PIC S9(09)V99.
001280     05  PA-INITIATOR              PIC X(06).
001290     05  PA-EXTERNAL-FLAG          PIC X(01).
001300         88  PA-EXTERNAL-TRANSFER      VALUE 'Y'.
001310     05  PA-BANK-CODE              PIC X(04).
001320     05  PA-EXTERNAL-ACCT          PIC X(12).
001330 FD  OUTXFER
001340     LABEL RECORDS ARE STANDARD.
001350 01  OUTBOUND-TRANSFER-RECORD.
001360     05  OX-KEY.
001370         10  OX-SOURCE-ID          PIC X(08).
001380         10  OX-DATE               PIC S9(07) COMP-3.
001390         10  OX-TIME               PIC S9(07) COMP-3.
001400         10  OX-SEQ                PIC S9(05) COMP-3.
001410     05  OX-BANK-CODE              PIC X(04).
001420     05  OX-EXTERNAL-ACCT          PIC X(12).
001430     05  OX-AMOUNT                 PIC S9(09)V99.
001440     05  OX-STATUS                 PIC X(01).
001450         88  OX-PENDING                VALUE 'P'.
001460     05  OX-SENT-DATE              PIC S9(07) COMP-3.
001470 FD  CUSTINFO
001480     LABEL RECORDS ARE STANDARD.
001490 01  CUSTOMER-INFO-RECORD.
001500     05  CI-CUSTOMER-NUMBER        PIC X(06).
001510     05  CI-ADDRESS-LINE-1         PIC X(30).
001520     05  CI-ADDRESS-LINE-2         PIC X(30).
001530     05  CI-ADDRESS-LINE-3         PIC X(30).
001540     05  CI-POSTCODE               PIC X(08).
001550     05  CI-PHONE                  PIC X(12).
001560     05  CI-TAXPAYER-ID            PIC X(11).
001570     05  CI-WITHHOLD-EXEMPT        PIC X(01).
001580 FD  DRAWER
001590     LABEL RECORDS ARE STANDARD.
001600 01  DRAWER-RECORD.
001610     05  DW-KEY.
001620         10  DW-OPERATOR-ID        PIC X(06).
001630         10  DW-DATE               PIC S9(07) COMP-3.
001640     05  DW-OPENING-FLOAT          PIC S9(09)V99.
001650     05  DW-TOTAL-IN               PIC S9(09)V99.
001660     05  DW-TOTAL-OUT              PIC S9(09)V99.
001670     05  DW-COUNTED-AMOUNT         PIC S9(09)V99.
001680     05  DW-COUNTED-FLAG           PIC X(01).
001690         88  DW-COUNTED                VALUE 'Y'.
001700 FD  OPERPROF
001710     LABEL RECORDS ARE STANDARD.
001720 01  OPERATOR-PROFILE-RECORD.
001730     05  OP-USER-ID                PIC X(06).
001740     05  OP-ROLE                   PIC X(01).
001750         88  OP-ROLE-VALID             VALUE 'T' 'S' 'A'.
001760 FD  JRNL
001770     LABEL RECORDS ARE STANDARD.
001780 01  JOURNAL-RECORD.
001790     05  JR-KEY.
001800         10  JR-SOURCE-ID          PIC X(08).
001810         10  JR-DATE               PIC S9(07) COMP-3.
001820         10  JR-TIME               PIC S9(07) COMP-3.
001830         10  JR-SEQ                PIC S9(05) COMP-3.
001840     05  JR-TARGET-ID              PIC X(08).
001850     05  JR-AMOUNT                 PIC S9(09)V99.
001860     05  JR-TRAN-TYPE              PIC X(01).
001870     05  JR-OPERATOR-ID            PIC X(08).
001880 FD  SYSPARM
001890     LABEL RECORDS ARE STANDARD.
001900 01  SYSTEM-PARAMETER-RECORD.
001910     05  PM-KEY                    PIC X(08).
001920     05  PM-AMOUNT                 PIC 9(09)V99.
001930     05  PM-RATE                   PIC V999.
001940 FD  RUNCTL
001950     LABEL RECORDS ARE STANDARD.
001960 01  RUN-CONTROL-RECORD.
001970     05  RC-KEY.
001980         10  RC-DATE               PIC S9(07) COMP-3.
001990         10  RC-JOB-NAME           PIC X(08).
002000     05  RC-COMPLETED-TIME         PIC S9(07) COMP-3.
002010 FD  PRTFILE
002020     RECORDING MODE IS F
002030     LABEL RECORDS ARE STANDARD.
002040 01  PRT-LINE                      PIC X(80).
002050 WORKING-STORAGE SECTION.
002060 77  WS-RUN-BLOCKED-SWITCH         PIC X(01) VALUE 'N'.
002070     88  RUN-BLOCKED                   VALUE 'Y'.
002080 01  WS-RC-TIME-OF-DAY             PIC 9(08).
002090 01  FILLER REDEFINES WS-RC-TIME-OF-DAY.
002100     05  WS-RC-TIME-HHMMSS         PIC 9(06).
002110     05  FILLER                    PIC 9(02).
002120 77  WS-EOF-SWITCH                 PIC X(01) VALUE 'N'.
002130     88  END-OF-FILE                   VALUE 'Y'.
002140 77  WS-ACCOUNT-FOUND-SWITCH       PIC X(01) VALUE 'N'.
002150     88  ACCOUNT-FOUND                 VALUE 'Y'.
002160 77  WS-ACCOUNT-STATE              PIC X(01) VALUE SPACE.
002170     88  ACCOUNT-MISSING-OR-CLOSED     VALUE 'M' 'C'.
002180 77  WS-RECORD-COUNT               PIC 9(07) VALUE ZERO.
002190 77  WS-HIGH-COUNT                 PIC 9(07) VALUE ZERO.
002200 77  WS-MEDIUM-COUNT               PIC 9(07) VALUE ZERO.
002210 77  WS-LOW-COUNT                  PIC 9(07) VALUE ZERO.
002220 77  WS-OPER-COUNT                 PIC 9(04) COMP VALUE ZERO.
002230 77  WS-OPER-UNCHECKED             PIC 9(07) VALUE ZERO.
002240 77  WS-OPER-SUB                   PIC 9(04) COMP VALUE ZERO.
002250 01  WS-JULIAN-DATE                PIC 9(05).
002260 01  WS-TODAY-CYYDDD               PIC S9(07).
002270 01  WS-CUTOFF-DATE                PIC S9(07).
002280 77  WS-INACTIVE-MONTHS            PIC 9(03) VALUE 3.
002290 77  WS-CUTOFF-YEARS               PIC 9(03) VALUE ZERO.
002300 77  WS-CUTOFF-REM-MONTHS          PIC 9(02) VALUE ZERO.
002310 01  WS-CUTOFF-WORK                PIC 9(07).
002320 01  FILLER REDEFINES WS-CUTOFF-WORK.
002330     05  FILLER                    PIC 9(01).
002340     05  WS-CUT-CYY                PIC 9(03).
002350     05  WS-CUT-DDD                PIC 9(03).
002360 01  WS-CUT-DAYS                   PIC S9(05).
002370 01  WS-PREV-CUSTNO                PIC X(06) VALUE SPACES.
002380 01  WS-LOOKUP-ID                  PIC X(08).
002390 01  WS-BREAK-ID                   PIC X(08).
002400 01  WS-BREAK-DATE                 PIC S9(07) VALUE ZERO.
002410*--------------------------------------------------------------
002420* RULE TABLE - CODE, SEVERITY (H/M/L), FILE AND DESCRIPTION.
002430* SUBSCRIPTS ARE FIXED: EACH CHECK SETS RULE-IDX TO ITS ENTRY.
002440*--------------------------------------------------------------
002450 01  RULE-TABLE.
002460     05  FILLER                    PIC X(13)
002470         VALUE 'CM01HCUSTMAS '.
002480     05  FILLER                    PIC X(34)
002490         VALUE 'INVALID ACCOUNT STATUS CODE'.
002500     05  FILLER                    PIC X(13)
002510         VALUE 'CM02MCUSTMAS '.
002520     05  FILLER                    PIC X(34)
002530         VALUE 'INVALID ACCOUNT TYPE CODE'.
002540     05  FILLER                    PIC X(13)
002550         VALUE 'CM03HCUSTMAS '.
002560     05  FILLER                    PIC X(34)
002570         VALUE 'CLOSED ACCOUNT WITH A BALANCE'.
002580     05  FILLER                    PIC X(13)
002590         VALUE 'CM04LCUSTMAS '.
002600     05  FILLER                    PIC X(34)
002610         VALUE 'CUSTOMER HAS NO CUSTINFO RECORD'.
002620     05  FILLER                    PIC X(13)
002630         VALUE 'SO01HSTORDER '.
002640     05  FILLER                    PIC X(34)
002650         VALUE 'ACTIVE - ACCOUNT MISSING OR CLOSED'.
002660     05  FILLER                    PIC X(13)
002670         VALUE 'SO02HSTORDER '.
002680     05  FILLER                    PIC X(34)
002690         VALUE 'ACTIVE - TARGET MISSING OR CLOSED'.
002700     05  FILLER                    PIC X(13)
002710         VALUE 'HF01HHOLDFIL '.
002720     05  FILLER                    PIC X(34)
002730         VALUE 'HELD - ACCOUNT MISSING OR CLOSED'.
002740     05  FILLER                    PIC X(13)
002750         VALUE 'HF02MHOLDFIL '.
002760     05  FILLER                    PIC X(34)
002770         VALUE 'STILL HELD PAST ITS RELEASE DATE'.
002780     05  FILLER                    PIC X(13)
002790         VALUE 'PA01MPNDAPPR '.
002800     05  FILLER                    PIC X(34)
002810         VALUE 'AWAITING APPROVAL OVER A DAY'.
002820     05  FILLER                    PIC X(13)
002830         VALUE 'PA02HPNDAPPR '.
002840     05  FILLER                    PIC X(34)
002850         VALUE 'SOURCE ACCOUNT MISSING OR CLOSED'.
002860     05  FILLER                    PIC X(13)
002870         VALUE 'PA03HPNDAPPR '.
002880     05  FILLER                    PIC X(34)
002890         VALUE 'TARGET ACCOUNT MISSING OR CLOSED'.
002900     05  FILLER                    PIC X(13)
002910         VALUE 'OX01HOUTXFER '.
002920     05  FILLER                    PIC X(34)
002930         VALUE 'PENDING - SOURCE MISSING OR CLOSED'.
002940     05  FILLER                    PIC X(13)
002950         VALUE 'OX02MOUTXFER '.
002960     05  FILLER                    PIC X(34)
002970         VALUE 'PENDING - NOT SENT BY XFEROUT'.
002980     05  FILLER                    PIC X(13)
002990         VALUE 'CI01MCUSTINFO'.
003000     05  FILLER                    PIC X(34)
003010         VALUE 'NO ACCOUNT FOR CUSTOMER NUMBER'.
003020     05  FILLER                    PIC X(13)
003030         VALUE 'DW01MDRAWER  '.
003040     05  FILLER                    PIC X(34)
003050         VALUE 'OPERATOR NOT ON OPERPROF'.
003060     05  FILLER                    PIC X(13)
003070         VALUE 'DW02LDRAWER  '.
003080     05  FILLER                    PIC X(34)
003090         VALUE 'EARLIER DRAWER NEVER COUNTED'.
003100     05  FILLER                    PIC X(13)
003110         VALUE 'OP01HOPERPROF'.
003120     05  FILLER                    PIC X(34)
003130         VALUE 'INVALID ROLE CODE'.
003140     05  FILLER                    PIC X(13)
003150         VALUE 'OP02LOPERPROF'.
003160     05  FILLER                    PIC X(34)
003170         VALUE 'NO JOURNAL ENTRY IN LOOKBACK'.
003180 01  FILLER REDEFINES RULE-TABLE.
003190     05  RULE-ENTRY OCCURS 18 TIMES INDEXED BY RULE-IDX.
003200         10  RULE-CODE             PIC X(04).
003210         10  RULE-SEVERITY         PIC X(01).
003220             88  RULE-HIGH             VALUE 'H'.
003230             88  RULE-MEDIUM           VALUE 'M'.
003240         10  RULE-FILE             PIC X(08).
003250         10  RULE-DESC             PIC X(34).
003260 01  RULE-COUNT-TABLE.
003270     05  RULE-COUNT OCCURS 18 TIMES
003280                                   PIC 9(07) VALUE ZERO.
003290*--------------------------------------------------------------
003300* OPERATOR TABLE - OPERPROF USER IDS, FLAGGED WHEN SEEN ON A
003310* JOURNAL ENTRY INSIDE THE LOOKBACK PERIOD
003320*--------------------------------------------------------------
003330 01  OPERATOR-TABLE.
003340     05  OPERATOR-ENTRY OCCURS 500 TIMES INDEXED BY OPER-IDX.
003350         10  OPER-USER-ID          PIC X(08).
003360         10  OPER-ACTIVE-FLAG      PIC X(01).
003370             88  OPER-ACTIVE           VALUE 'Y'.
003380 01  WS-HEADING-LINE.
003390     05  FILLER                    PIC X(09) VALUE 'FILE'.
003400     05  FILLER                    PIC X(05) VALUE 'RULE'.
003410     05  FILLER                    PIC X(05) VALUE 'SEV'.
003420     05  FILLER                    PIC X(17) VALUE 'KEY'.
003430     05  FILLER                    PIC X(44) VALUE 'BREAK'.
003440 01  WS-DETAIL-LINE.
003450     05  WS-D-FILE                 PIC X(08).
003460     05  FILLER                    PIC X(01) VALUE SPACES.
003470     05  WS-D-RULE                 PIC X(04).
003480     05  FILLER                    PIC X(01) VALUE SPACES.
003490     05  WS-D-SEVERITY             PIC X(04).
003500     05  FILLER                    PIC X(01) VALUE SPACES.
003510     05  WS-D-KEY-ID               PIC X(08).
003520     05  FILLER                    PIC X(01) VALUE SPACES.
003530     05  WS-D-KEY-DATE             PIC 9(07) BLANK WHEN ZERO.
003540     05  FILLER                    PIC X(01) VALUE SPACES.
003550     05  WS-D-DESC                 PIC X(34).
003560     05  FILLER                    PIC X(10) VALUE SPACES.
003570 01  WS-SUMMARY-LINE.
003580     05  FILLER                    PIC X(10) VALUE SPACES.
003590     05  WS-S-RULE                 PIC X(04).
003600     05  FILLER                    PIC X(01) VALUE SPACES.
003610     05  WS-S-SEVERITY             PIC X(04).
003620     05  FILLER                    PIC X(01) VALUE SPACES.
003630     05  WS-S-FILE                 PIC X(08).
003640     05  FILLER                    PIC X(01) VALUE SPACES.
003650     05  WS-S-DESC                 PIC X(34).
003660     05  WS-S-COUNT                PIC Z(06)9.
003670     05  FILLER                    PIC X(10) VALUE SPACES.
003680 01  WS-COUNT-LINE.
003690     05  FILLER                    PIC X(10) VALUE SPACES.
003700     05  WS-C-LABEL                PIC X(24).
003710     05  WS-C-COUNT                PIC Z(06)9.
003720     05  FILLER                    PIC X(39) VALUE SPACES.
003730 PROCEDURE DIVISION.
003740 0000-MAINLINE.
003750     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
003760     IF RUN-BLOCKED
003770         GOBACK
003780     END-IF
003790     PERFORM 2000-CHECK-ACCOUNT THRU 2000-CHECK-ACCOUNT-EXIT
003800         UNTIL END-OF-FILE
003810     MOVE 'N' TO WS-EOF-SWITCH
003820     PERFORM 3100-READ-STORDER THRU 3100-READ-STORDER-EXIT
003830     PERFORM 2100-CHECK-ORDER THRU 2100-CHECK-ORDER-EXIT
003840         UNTIL END-OF-FILE
003850     MOVE 'N' TO WS-EOF-SWITCH
003860     PERFORM 3200-READ-HOLDFIL THRU 3200-READ-HOLDFIL-EXIT
003870     PERFORM 2200-CHECK-HOLD THRU 2200-CHECK-HOLD-EXIT
003880         UNTIL END-OF-FILE
003890     MOVE 'N' TO WS-EOF-SWITCH
003900     PERFORM 3300-READ-PNDAPPR THRU 3300-READ-PNDAPPR-EXIT
003910     PERFORM 2300-CHECK-APPROVAL THRU 2300-CHECK-APPROVAL-EXIT
003920         UNTIL END-OF-FILE
003930     MOVE 'N' TO WS-EOF-SWITCH
003940     PERFORM 3400-READ-OUTXFER THRU 3400-READ-OUTXFER-EXIT
003950     PERFORM 2400-CHECK-TRANSFER THRU 2400-CHECK-TRANSFER-EXIT
003960         UNTIL END-OF-FILE
003970     MOVE 'N' TO WS-EOF-SWITCH
003980     PERFORM 3490-START-CUSTINFO THRU 3490-START-CUSTINFO-EXIT
003990     PERFORM 3500-READ-CUSTINFO THRU 3500-READ-CUSTINFO-EXIT
004000     PERFORM 2500-CHECK-ADDRESS THRU 2500-CHECK-ADDRESS-EXIT
004010         UNTIL END-OF-FILE
004020     MOVE 'N' TO WS-EOF-SWITCH
004030     PERFORM 3600-READ-OPERPROF THRU 3600-READ-OPERPROF-EXIT
004040     PERFORM 2600-LOAD-OPERATOR THRU 2600-LOAD-OPERATOR-EXIT
004050         UNTIL END-OF-FILE
004060     MOVE 'N' TO WS-EOF-SWITCH
004070     PERFORM 3700-READ-JRNL THRU 3700-READ-JRNL-EXIT
004080     PERFORM 2700-NOTE-ACTIVITY THRU 2700-NOTE-ACTIVITY-EXIT
004090         UNTIL END-OF-FILE
004100     PERFORM 2800-CHECK-OPERATOR THRU 2800-CHECK-OPERATOR-EXIT
004110         VARYING WS-OPER-SUB FROM 1 BY 1
004120         UNTIL WS-OPER-SUB > WS-OPER-COUNT
004130     MOVE 'N' TO WS-EOF-SWITCH
004140     PERFORM 3800-READ-DRAWER THRU 3800-READ-DRAWER-EXIT
004150     PERFORM 2900-CHECK-DRAWER THRU 2900-CHECK-DRAWER-EXIT
004160         UNTIL END-OF-FILE
004170     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
004180     GOBACK.
004190*--------------------------------------------------------------
004200* 1000-INITIALIZE - WORK OUT TODAY'S DATE, CHECK RUN CONTROL,
004210*                   LOAD THE OPERATOR LOOKBACK FROM SYSPARM,
004220*                   OPEN FILES AND PRIME THE CUSTMAS READ
004230*--------------------------------------------------------------
004240 1000-INITIALIZE.
004250     ACCEPT WS-JULIAN-DATE FROM DAY
004260     COMPUTE WS-TODAY-CYYDDD = 100000 + WS-JULIAN-DATE
004270     OPEN I-O RUNCTL
004280     PERFORM 1100-CHECK-RUN-CONTROL THRU
004290         1100-CHECK-RUN-CONTROL-EXIT
004300     IF RUN-BLOCKED
004310         CLOSE RUNCTL
004320         GO TO 1000-INITIALIZE-EXIT
004330     END-IF
004340     OPEN INPUT SYSPARM
004350     MOVE 'OPERMNTH' TO PM-KEY
004360     READ SYSPARM
004370         INVALID KEY
004380             CONTINUE
004390         NOT INVALID KEY
004400             MOVE PM-AMOUNT TO WS-INACTIVE-MONTHS
004410     END-READ
004420     CLOSE SYSPARM
004430     PERFORM 1200-COMPUTE-CUTOFF THRU 1200-COMPUTE-CUTOFF-EXIT
004440     OPEN INPUT CUSTMAS
004450     OPEN INPUT STORDER
004460     OPEN INPUT HOLDFIL
004470     OPEN INPUT PNDAPPR
004480     OPEN INPUT OUTXFER
004490     OPEN INPUT CUSTINFO
004500     OPEN INPUT DRAWER
004510     OPEN INPUT OPERPROF
004520     OPEN INPUT JRNL
004530     OPEN OUTPUT PRTFILE
004540     MOVE SPACES TO PRT-LINE
004550     MOVE 'CROSS-FILE INTEGRITY SWEEP' TO PRT-LINE
004560     WRITE PRT-LINE
004570     MOVE WS-HEADING-LINE TO PRT-LINE
004580     WRITE PRT-LINE
004590     MOVE SPACES TO PRT-LINE
004600     WRITE PRT-LINE
004610     PERFORM 3000-READ-CUSTMAS THRU 3000-READ-CUSTMAS-EXIT.
004620 1000-INITIALIZE-EXIT.
004630     EXIT.
004640*--------------------------------------------------------------
004650* 1100-CHECK-RUN-CONTROL - REFUSE TO START IF THIS JOB HAS
004660*                         ALREADY COMPLETED FOR THE BUSINESS
004670*                         DATE, OR IF ITS PREREQUISITE HAS NOT.
004680*                         RETURN-CODE 8 AND NO PROCESSING EITHER
004690*                         WAY.
004700*--------------------------------------------------------------
004710 1100-CHECK-RUN-CONTROL.
004720     MOVE WS-TODAY-CYYDDD TO RC-DATE
004730     MOVE 'INTGCHK ' TO RC-JOB-NAME
004740     READ RUNCTL
004750         INVALID KEY
004760             CONTINUE
004770         NOT INVALID KEY
004780             MOVE 'Y' TO WS-RUN-BLOCKED-SWITCH
004790             MOVE 8 TO RETURN-CODE
004800             DISPLAY 'INTGCHK - ALREADY RUN FOR THIS DATE'
004810     END-READ
004820     IF NOT RUN-BLOCKED
004830         MOVE WS-TODAY-CYYDDD TO RC-DATE
004840         MOVE 'JRNLRECN' TO RC-JOB-NAME
004850         READ RUNCTL
004860             INVALID KEY
004870                 MOVE 'Y' TO WS-RUN-BLOCKED-SWITCH
004880                 MOVE 8 TO RETURN-CODE
004890                 DISPLAY 'INTGCHK - PREREQUISITE '
004900                     'JRNLRECN NOT RUN FOR THIS DATE'
004910         END-READ
004920     END-IF
004930     CONTINUE.
004940 1100-CHECK-RUN-CONTROL-EXIT.
004950     EXIT.
004960*--------------------------------------------------------------
004970* 1200-COMPUTE-CUTOFF - WORK THE OPERATOR LOOKBACK CUTOFF BACK
004980*                       FROM TODAY: WHOLE YEARS OFF THE CYY
004990*                       PART, LEFTOVER MONTHS AS 30-DAY BLOCKS
005000*                       OFF THE DAY NUMBER, BORROWING A YEAR
005010*                       WHEN THE DAY NUMBER GOES UNDER 1.
005020*--------------------------------------------------------------
005030 1200-COMPUTE-CUTOFF.
005040     DIVIDE WS-INACTIVE-MONTHS BY 12
005050         GIVING WS-CUTOFF-YEARS
005060         REMAINDER WS-CUTOFF-REM-MONTHS
005070     MOVE WS-TODAY-CYYDDD TO WS-CUTOFF-WORK
005080     SUBTRACT WS-CUTOFF-YEARS FROM WS-CUT-CYY
005090     COMPUTE WS-CUT-DAYS =
005100         WS-CUT-DDD - (WS-CUTOFF-REM-MONTHS * 30)
005110     IF WS-CUT-DAYS < 1
005120         SUBTRACT 1 FROM WS-CUT-CYY
005130         ADD 365 TO WS-CUT-DAYS
005140     END-IF
005150     MOVE WS-CUT-DAYS TO WS-CUT-DDD
005160     MOVE WS-CUTOFF-WORK TO WS-CUTOFF-DATE.
005170 1200-COMPUTE-CUTOFF-EXIT.
005180     EXIT.
005190*--------------------------------------------------------------
005200* 2000-CHECK-ACCOUNT - STATUS AND TYPE CODES, A CLOSED ACCOUNT
005210*                      LEFT WITH A BALANCE, AND (ON THE FIRST
005220*                      ACCOUNT OF EACH CUSTOMER) AN ADDRESS
005230*                      RECORD ON CUSTINFO
005240*--------------------------------------------------------------
005250 2000-CHECK-ACCOUNT.
005260     MOVE CM-ACCOUNT-ID TO WS-BREAK-ID
005270     MOVE ZERO TO WS-BREAK-DATE
005280     IF NOT CM-STATUS-VALID
005290         SET RULE-IDX TO 1
005300         PERFORM 7000-REPORT-BREAK THRU 7000-REPORT-BREAK-EXIT
005310     END-IF
005320     IF NOT CM-TYPE-VALID
005330         SET RULE-IDX TO 2
005340         PERFORM 7000-REPORT-BREAK THRU 7000-REPORT-BREAK-EXIT
005350     END-IF
005360     IF CM-ACCOUNT-CLOSED AND CM-BALANCE NOT = ZERO
005370         SET RULE-IDX TO 3
005380         PERFORM 7000-REPORT-BREAK THRU 7000-REPORT-BREAK-EXIT
005390     END-IF
005400     IF CM-CUSTOMER-NUMBER NOT = WS-PREV-CUSTNO
005410         MOVE CM-CUSTOMER-NUMBER TO WS-PREV-CUSTNO
005420         MOVE CM-CUSTOMER-NUMBER TO CI-CUSTOMER-NUMBER
005430         READ CUSTINFO
005440             INVALID KEY
005450                 MOVE CM-CUSTOMER-NUMBER TO WS-BREAK-ID
005460                 SET RULE-IDX TO 4
005470                 PERFORM 7000-REPORT-BREAK THRU
005480                     7000-REPORT-BREAK-EXIT
005490         END-READ
005500     END-IF
005510     PERFORM 3000-READ-CUSTMAS THRU 3000-READ-CUSTMAS-EXIT.
005520 2000-CHECK-ACCOUNT-EXIT.
005530     EXIT.
005540*--------------------------------------------------------------
005550* 2100-CHECK-ORDER - AN ACTIVE STANDING ORDER MUST RUN FROM AND
005560*                    TO ACCOUNTS THAT EXIST AND ARE NOT CLOSED
005570*--------------------------------------------------------------
005580 2100-CHECK-ORDER.
005590     IF NOT SO-ORDER-ACTIVE
005600         GO TO 2100-READ-NEXT
005610     END-IF
005620     MOVE SO-ACCOUNT-ID TO WS-BREAK-ID
005630     MOVE ZERO TO WS-BREAK-DATE
005640     MOVE SO-ACCOUNT-ID TO WS-LOOKUP-ID
005650     PERFORM 6000-LOOK-UP-ACCOUNT THRU 6000-LOOK-UP-ACCOUNT-EXIT
005660     IF ACCOUNT-MISSING-OR-CLOSED
005670         SET RULE-IDX TO 5
005680         PERFORM 7000-REPORT-BREAK THRU 7000-REPORT-BREAK-EXIT
005690     END-IF
005700     MOVE SO-TARGET-ID TO WS-LOOKUP-ID
005710     PERFORM 6000-LOOK-UP-ACCOUNT THRU 6000-LOOK-UP-ACCOUNT-EXIT
005720     IF ACCOUNT-MISSING-OR-CLOSED
005730         SET RULE-IDX TO 6
005740         PERFORM 7000-REPORT-BREAK THRU 7000-REPORT-BREAK-EXIT
005750     END-IF.
005760 2100-READ-NEXT.
005770     PERFORM 3100-READ-STORDER THRU 3100-READ-STORDER-EXIT.
005780 2100-CHECK-ORDER-EXIT.
005790     EXIT.
005800*--------------------------------------------------------------
005810* 2200-CHECK-HOLD - A HOLD STILL HELD MUST BE ON AN ACCOUNT THAT
005820*                   EXISTS AND IS NOT CLOSED, AND SHOULD HAVE
005830*                   BEEN RELEASED BY HLDREL ONCE ITS RELEASE DATE
005840*                   HAS PASSED
005850*--------------------------------------------------------------
005860 2200-CHECK-HOLD.
005870     IF NOT HF-HELD
005880         GO TO 2200-READ-NEXT
005890     END-IF
005900     MOVE HF-ACCOUNT-ID TO WS-BREAK-ID
005910     MOVE HF-DATE TO WS-BREAK-DATE
005920     MOVE HF-ACCOUNT-ID TO WS-LOOKUP-ID
005930     PERFORM 6000-LOOK-UP-ACCOUNT THRU 6000-LOOK-UP-ACCOUNT-EXIT
005940     IF ACCOUNT-MISSING-OR-CLOSED
005950         SET RULE-IDX TO 7
005960         PERFORM 7000-REPORT-BREAK THRU 7000-REPORT-BREAK-EXIT
005970     END-IF
005980     IF HF-RELEASE-DATE < WS-TODAY-CYYDDD
005990         SET RULE-IDX TO 8
006000         PERFORM 7000-REPORT-BREAK THRU 7000-REPORT-BREAK-EXIT
006010     END-IF.
006020 2200-READ-NEXT.
006030     PERFORM 3200-READ-HOLDFIL THRU 3200-READ-HOLDFIL-EXIT.
006040 2200-CHECK-HOLD-EXIT.
006050     EXIT.
006060*--------------------------------------------------------------
006070* 2300-CHECK-APPROVAL - AN ITEM CAPTURED BEFORE TODAY HAS SAT
006080*                       UNAPPROVED OVER A DAY; ITS SOURCE (AND AN
006090*                       INTERNAL TARGET) MUST EXIST AND NOT BE
006100*                       CLOSED
006110*--------------------------------------------------------------
006120 2300-CHECK-APPROVAL.
006130     MOVE PA-SOURCE-ID TO WS-BREAK-ID
006140     MOVE PA-DATE TO WS-BREAK-DATE
006150     IF PA-DATE < WS-TODAY-CYYDDD
006160         SET RULE-IDX TO 9
006170         PERFORM 7000-REPORT-BREAK THRU 7000-REPORT-BREAK-EXIT
006180     END-IF
006190     MOVE PA-SOURCE-ID TO WS-LOOKUP-ID
006200     PERFORM 6000-LOOK-UP-ACCOUNT THRU 6000-LOOK-UP-ACCOUNT-EXIT
006210     IF ACCOUNT-MISSING-OR-CLOSED
006220         SET RULE-IDX TO 10
006230         PERFORM 7000-REPORT-BREAK THRU 7000-REPORT-BREAK-EXIT
006240     END-IF
006250     IF NOT PA-EXTERNAL-TRANSFER
006260         MOVE PA-TARGET-ID TO WS-LOOKUP-ID
006270         PERFORM 6000-LOOK-UP-ACCOUNT THRU
006280             6000-LOOK-UP-ACCOUNT-EXIT
006290         IF ACCOUNT-MISSING-OR-CLOSED
006300             SET RULE-IDX TO 11
006310             PERFORM 7000-REPORT-BREAK THRU
006320                 7000-REPORT-BREAK-EXIT
006330         END-IF
006340     END-IF
006350     PERFORM 3300-READ-PNDAPPR THRU 3300-READ-PNDAPPR-EXIT.
006360 2300-CHECK-APPROVAL-EXIT.
006370     EXIT.
006380*--------------------------------------------------------------
006390* 2400-CHECK-TRANSFER - A PENDING OUTBOUND TRANSFER MUST COME
006400*                       FROM AN ACCOUNT THAT EXISTS AND IS NOT
006410*                       CLOSED, AND ONE QUEUED BEFORE TODAY
006420*                       SHOULD ALREADY HAVE BEEN SHIPPED BY
006430*                       XFEROUT
006440*--------------------------------------------------------------
006450 2400-CHECK-TRANSFER.
006460     IF NOT OX-PENDING
006470         GO TO 2400-READ-NEXT
006480     END-IF
006490     MOVE OX-SOURCE-ID TO WS-BREAK-ID
006500     MOVE OX-DATE TO WS-BREAK-DATE
006510     MOVE OX-SOURCE-ID TO WS-LOOKUP-ID
006520     PERFORM 6000-LOOK-UP-ACCOUNT THRU 6000-LOOK-UP-ACCOUNT-EXIT
006530     IF ACCOUNT-MISSING-OR-CLOSED
006540         SET RULE-IDX TO 12
006550         PERFORM 7000-REPORT-BREAK THRU 7000-REPORT-BREAK-EXIT
006560     END-IF
006570     IF OX-DATE < WS-TODAY-CYYDDD
006580         SET RULE-IDX TO 13
006590         PERFORM 7000-REPORT-BREAK THRU 7000-REPORT-BREAK-EXIT
006600     END-IF.
006610 2400-READ-NEXT.
006620     PERFORM 3400-READ-OUTXFER THRU 3400-READ-OUTXFER-EXIT.
006630 2400-CHECK-TRANSFER-EXIT.
006640     EXIT.
006650*--------------------------------------------------------------
006660* 2500-CHECK-ADDRESS - A CUSTINFO RECORD MUST HAVE AT LEAST ONE
006670*                      ACCOUNT UNDER ITS CUSTOMER NUMBER.  STARTS
006680*                      CUSTMAS AT THE CUSTOMER'S FIRST POSSIBLE
006690*                      KEY AND LOOKS AT THE NEXT RECORD.
006700*--------------------------------------------------------------
006710 2500-CHECK-ADDRESS.
006720     MOVE CI-CUSTOMER-NUMBER TO WS-BREAK-ID
006730     MOVE ZERO TO WS-BREAK-DATE
006740     MOVE CI-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
006750     MOVE LOW-VALUES TO CM-ACCOUNT-SUFFIX
006760     MOVE 'N' TO WS-ACCOUNT-FOUND-SWITCH
006770     START CUSTMAS KEY IS NOT LESS THAN CM-ACCOUNT-ID
006780         INVALID KEY
006790             CONTINUE
006800         NOT INVALID KEY
006810             READ CUSTMAS NEXT RECORD
006820                 AT END
006830                     CONTINUE
006840                 NOT AT END
006850                     IF CM-CUSTOMER-NUMBER = CI-CUSTOMER-NUMBER
006860                         MOVE 'Y' TO WS-ACCOUNT-FOUND-SWITCH
006870                     END-IF
006880             END-READ
006890     END-START
006900     IF NOT ACCOUNT-FOUND
006910         SET RULE-IDX TO 14
006920         PERFORM 7000-REPORT-BREAK THRU 7000-REPORT-BREAK-EXIT
006930     END-IF
006940     PERFORM 3500-READ-CUSTINFO THRU 3500-READ-CUSTINFO-EXIT.
006950 2500-CHECK-ADDRESS-EXIT.
006960     EXIT.
006970*--------------------------------------------------------------
006980* 2600-LOAD-OPERATOR - CHECK ONE OPERATOR PROFILE'S ROLE CODE
006990*                      AND ADD IT TO THE OPERATOR TABLE FOR THE
007000*                      ACTIVITY CHECK.  PROFILES BEYOND THE TABLE
007010*                      ARE COUNTED AND NOT ACTIVITY-CHECKED.
007020*--------------------------------------------------------------
007030 2600-LOAD-OPERATOR.
007040     MOVE OP-USER-ID TO WS-BREAK-ID
007050     MOVE ZERO TO WS-BREAK-DATE
007060     IF NOT OP-ROLE-VALID
007070         SET RULE-IDX TO 17
007080         PERFORM 7000-REPORT-BREAK THRU 7000-REPORT-BREAK-EXIT
007090     END-IF
007100     IF WS-OPER-COUNT < 500
007110         ADD 1 TO WS-OPER-COUNT
007120         MOVE OP-USER-ID TO OPER-USER-ID (WS-OPER-COUNT)
007130         MOVE 'N' TO OPER-ACTIVE-FLAG (WS-OPER-COUNT)
007140     ELSE
007150         ADD 1 TO WS-OPER-UNCHECKED
007160     END-IF
007170     PERFORM 3600-READ-OPERPROF THRU 3600-READ-OPERPROF-EXIT.
007180 2600-LOAD-OPERATOR-EXIT.
007190     EXIT.
007200*--------------------------------------------------------------
007210* 2700-NOTE-ACTIVITY - MARK THE POSTING OPERATOR OF A JOURNAL
007220*                      ENTRY INSIDE THE LOOKBACK PERIOD ACTIVE.
007230*                      BATCH JOB NAMES SIMPLY FIND NO ENTRY.
007240*--------------------------------------------------------------
007250 2700-NOTE-ACTIVITY.
007260     IF JR-DATE NOT < WS-CUTOFF-DATE AND WS-OPER-COUNT > ZERO
007270         SET OPER-IDX TO 1
007280         SEARCH OPERATOR-ENTRY
007290             AT END
007300                 CONTINUE
007310             WHEN OPER-IDX > WS-OPER-COUNT
007320                 CONTINUE
007330             WHEN OPER-USER-ID (OPER-IDX) = JR-OPERATOR-ID
007340                 MOVE 'Y' TO OPER-ACTIVE-FLAG (OPER-IDX)
007350         END-SEARCH
007360     END-IF
007370     PERFORM 3700-READ-JRNL THRU 3700-READ-JRNL-EXIT.
007380 2700-NOTE-ACTIVITY-EXIT.
007390     EXIT.
007400*--------------------------------------------------------------
007410* 2800-CHECK-OPERATOR - REPORT AN OPERATOR PROFILE NOT SEEN ON
007420*                       ANY JOURNAL ENTRY IN THE LOOKBACK PERIOD
007430*--------------------------------------------------------------
007440 2800-CHECK-OPERATOR.
007450     IF NOT OPER-ACTIVE (WS-OPER-SUB)
007460         MOVE OPER-USER-ID (WS-OPER-SUB) TO WS-BREAK-ID
007470         MOVE ZERO TO WS-BREAK-DATE
007480         SET RULE-IDX TO 18
007490         PERFORM 7000-REPORT-BREAK THRU 7000-REPORT-BREAK-EXIT
007500     END-IF.
007510 2800-CHECK-OPERATOR-EXIT.
007520     EXIT.
007530*--------------------------------------------------------------
007540* 2900-CHECK-DRAWER - A DRAWER MUST BELONG TO A KNOWN OPERATOR,
007550*                     AND ONE FROM AN EARLIER DAY SHOULD HAVE
007560*                     BEEN COUNTED (TODAY'S ARE LEFT TO DRWRPT)
007570*--------------------------------------------------------------
007580 2900-CHECK-DRAWER.
007590     MOVE DW-OPERATOR-ID TO WS-BREAK-ID
007600     MOVE DW-DATE TO WS-BREAK-DATE
007610     IF WS-OPER-UNCHECKED = ZERO
007620         SET OPER-IDX TO 1
007630         SEARCH OPERATOR-ENTRY
007640             AT END
007650                 SET RULE-IDX TO 15
007660                 PERFORM 7000-REPORT-BREAK THRU
007670                     7000-REPORT-BREAK-EXIT
007680             WHEN OPER-IDX > WS-OPER-COUNT
007690                 SET RULE-IDX TO 15
007700                 PERFORM 7000-REPORT-BREAK THRU
007710                     7000-REPORT-BREAK-EXIT
007720             WHEN OPER-USER-ID (OPER-IDX) = DW-OPERATOR-ID
007730                 CONTINUE
007740         END-SEARCH
007750     END-IF
007760     IF DW-DATE < WS-TODAY-CYYDDD AND NOT DW-COUNTED
007770         SET RULE-IDX TO 16
007780         PERFORM 7000-REPORT-BREAK THRU 7000-REPORT-BREAK-EXIT
007790     END-IF
007800     PERFORM 3800-READ-DRAWER THRU 3800-READ-DRAWER-EXIT.
007810 2900-CHECK-DRAWER-EXIT.
007820     EXIT.
007830*--------------------------------------------------------------
007840* 3000-3800 - SEQUENTIAL READS, ONE FILE PER PASS.  CUSTINFO
007850*             IS RE-STARTED AT ITS FIRST KEY AFTER THE RANDOM
007860*             LOOK-UPS OF THE CUSTMAS PASS.
007870*--------------------------------------------------------------
007880 3000-READ-CUSTMAS.
007890     READ CUSTMAS NEXT RECORD
007900         AT END
007910             MOVE 'Y' TO WS-EOF-SWITCH
007920         NOT AT END
007930             ADD 1 TO WS-RECORD-COUNT
007940     END-READ.
007950 3000-READ-CUSTMAS-EXIT.
007960     EXIT.
007970 3100-READ-STORDER.
007980     READ STORDER NEXT RECORD
007990         AT END
008000             MOVE 'Y' TO WS-EOF-SWITCH
008010         NOT AT END
008020             ADD 1 TO WS-RECORD-COUNT
008030     END-READ.
008040 3100-READ-STORDER-EXIT.
008050     EXIT.
008060 3200-READ-HOLDFIL.
008070     READ HOLDFIL NEXT RECORD
008080         AT END
008090             MOVE 'Y' TO WS-EOF-SWITCH
008100         NOT AT END
008110             ADD 1 TO WS-RECORD-COUNT
008120     END-READ.
008130 3200-READ-HOLDFIL-EXIT.
008140     EXIT.
008150 3300-READ-PNDAPPR.
008160     READ PNDAPPR NEXT RECORD
008170         AT END
008180             MOVE 'Y' TO WS-EOF-SWITCH
008190         NOT AT END
008200             ADD 1 TO WS-RECORD-COUNT
008210     END-READ.
008220 3300-READ-PNDAPPR-EXIT.
008230     EXIT.
008240 3400-READ-OUTXFER.
008250     READ OUTXFER NEXT RECORD
008260         AT END
008270             MOVE 'Y' TO WS-EOF-SWITCH
008280         NOT AT END
008290             ADD 1 TO WS-RECORD-COUNT
008300     END-READ.
008310 3400-READ-OUTXFER-EXIT.
008320     EXIT.
008330 3490-START-CUSTINFO.
008340     MOVE LOW-VALUES TO CI-CUSTOMER-NUMBER
008350     START CUSTINFO KEY IS NOT LESS THAN CI-CUSTOMER-NUMBER
008360         INVALID KEY
008370             MOVE 'Y' TO WS-EOF-SWITCH
008380     END-START.
008390 3490-START-CUSTINFO-EXIT.
008400     EXIT.
008410 3500-READ-CUSTINFO.
008420     READ CUSTINFO NEXT RECORD
008430         AT END
008440             MOVE 'Y' TO WS-EOF-SWITCH
008450         NOT AT END
008460             ADD 1 TO WS-RECORD-COUNT
008470     END-READ.
008480 3500-READ-CUSTINFO-EXIT.
008490     EXIT.
008500 3600-READ-OPERPROF.
008510     READ OPERPROF NEXT RECORD
008520         AT END
008530             MOVE 'Y' TO WS-EOF-SWITCH
008540         NOT AT END
008550             ADD 1 TO WS-RECORD-COUNT
008560     END-READ.
008570 3600-READ-OPERPROF-EXIT.
008580     EXIT.
008590 3700-READ-JRNL.
008600     READ JRNL NEXT RECORD
008610         AT END
008620             MOVE 'Y' TO WS-EOF-SWITCH
008630     END-READ.
008640 3700-READ-JRNL-EXIT.
008650     EXIT.
008660 3800-READ-DRAWER.
008670     READ DRAWER NEXT RECORD
008680         AT END
008690             MOVE 'Y' TO WS-EOF-SWITCH
008700         NOT AT END
008710             ADD 1 TO WS-RECORD-COUNT
008720     END-READ.
008730 3800-READ-DRAWER-EXIT.
008740     EXIT.
008750*--------------------------------------------------------------
008760* 6000-LOOK-UP-ACCOUNT - RANDOM READ OF CUSTMAS FOR THE ACCOUNT
008770*                        IN WS-LOOKUP-ID.  WS-ACCOUNT-STATE IS
008780*                        M WHEN IT IS NOT ON FILE, OTHERWISE ITS
008790*                        STATUS CODE.
008800*--------------------------------------------------------------
008810 6000-LOOK-UP-ACCOUNT.
008820     MOVE WS-LOOKUP-ID TO CM-ACCOUNT-ID
008830     READ CUSTMAS
008840         INVALID KEY
008850             MOVE 'M' TO WS-ACCOUNT-STATE
008860         NOT INVALID KEY
008870             MOVE CM-STATUS TO WS-ACCOUNT-STATE
008880     END-READ.
008890 6000-LOOK-UP-ACCOUNT-EXIT.
008900     EXIT.
008910*--------------------------------------------------------------
008920* 7000-REPORT-BREAK - PRINT ONE BREAK OF THE RULE AT RULE-IDX
008930*                     AGAINST WS-BREAK-ID / WS-BREAK-DATE AND
008940*                     COUNT IT BY RULE AND SEVERITY
008950*--------------------------------------------------------------
008960 7000-REPORT-BREAK.
008970     ADD 1 TO RULE-COUNT (RULE-IDX)
008980     MOVE RULE-FILE (RULE-IDX) TO WS-D-FILE
008990     MOVE RULE-CODE (RULE-IDX) TO WS-D-RULE
009000     MOVE WS-BREAK-ID TO WS-D-KEY-ID
009010     MOVE WS-BREAK-DATE TO WS-D-KEY-DATE
009020     MOVE RULE-DESC (RULE-IDX) TO WS-D-DESC
009030     IF RULE-HIGH (RULE-IDX)
009040         ADD 1 TO WS-HIGH-COUNT
009050         MOVE 'HIGH' TO WS-D-SEVERITY
009060     ELSE
009070         IF RULE-MEDIUM (RULE-IDX)
009080             ADD 1 TO WS-MEDIUM-COUNT
009090             MOVE 'MED ' TO WS-D-SEVERITY
009100         ELSE
009110             ADD 1 TO WS-LOW-COUNT
009120             MOVE 'LOW ' TO WS-D-SEVERITY
009130         END-IF
009140     END-IF
009150     MOVE WS-DETAIL-LINE TO PRT-LINE
009160     WRITE PRT-LINE.
009170 7000-REPORT-BREAK-EXIT.
009180     EXIT.
009190*--------------------------------------------------------------
009200* 7100-PRINT-RULE-COUNT - ONE LINE OF THE PER-RULE SUMMARY
009210*--------------------------------------------------------------
009220 7100-PRINT-RULE-COUNT.
009230     MOVE RULE-CODE (RULE-IDX) TO WS-S-RULE
009240     MOVE RULE-FILE (RULE-IDX) TO WS-S-FILE
009250     MOVE RULE-DESC (RULE-IDX) TO WS-S-DESC
009260     MOVE RULE-COUNT (RULE-IDX) TO WS-S-COUNT
009270     IF RULE-HIGH (RULE-IDX)
009280         MOVE 'HIGH' TO WS-S-SEVERITY
009290     ELSE
009300         IF RULE-MEDIUM (RULE-IDX)
009310             MOVE 'MED ' TO WS-S-SEVERITY
009320         ELSE
009330             MOVE 'LOW ' TO WS-S-SEVERITY
009340         END-IF
009350     END-IF
009360     MOVE WS-SUMMARY-LINE TO PRT-LINE
009370     WRITE PRT-LINE.
009380 7100-PRINT-RULE-COUNT-EXIT.
009390     EXIT.
009400*--------------------------------------------------------------
009410* 9000-TERMINATE - PRINT THE PER-RULE AND SEVERITY COUNTS, SET
009420*                  THE RETURN CODE (8 ON ANY HIGH BREAK, 4 ON
009430*                  MEDIUM OR LOW ONLY), CLOSE UP AND STAMP RUN
009440*                  CONTROL UNLESS A HIGH BREAK WAS FOUND
009450*--------------------------------------------------------------
009460 9000-TERMINATE.
009470     MOVE SPACES TO PRT-LINE
009480     WRITE PRT-LINE
009490     MOVE 'BREAKS BY RULE' TO PRT-LINE
009500     WRITE PRT-LINE
009510     PERFORM 7100-PRINT-RULE-COUNT THRU 7100-PRINT-RULE-COUNT-EXIT
009520         VARYING RULE-IDX FROM 1 BY 1
009530         UNTIL RULE-IDX > 18
009540     MOVE SPACES TO PRT-LINE
009550     WRITE PRT-LINE
009560     MOVE 'RECORDS CHECKED:' TO WS-C-LABEL
009570     MOVE WS-RECORD-COUNT TO WS-C-COUNT
009580     MOVE WS-COUNT-LINE TO PRT-LINE
009590     WRITE PRT-LINE
009600     MOVE 'HIGH-SEVERITY BREAKS:' TO WS-C-LABEL
009610     MOVE WS-HIGH-COUNT TO WS-C-COUNT
009620     MOVE WS-COUNT-LINE TO PRT-LINE
009630     WRITE PRT-LINE
009640     MOVE 'MEDIUM-SEVERITY BREAKS:' TO WS-C-LABEL
009650     MOVE WS-MEDIUM-COUNT TO WS-C-COUNT
009660     MOVE WS-COUNT-LINE TO PRT-LINE
009670     WRITE PRT-LINE
009680     MOVE 'LOW-SEVERITY BREAKS:' TO WS-C-LABEL
009690     MOVE WS-LOW-COUNT TO WS-C-COUNT
009700     MOVE WS-COUNT-LINE TO PRT-LINE
009710     WRITE PRT-LINE
009720     MOVE 'OPERATORS NOT CHECKED:' TO WS-C-LABEL
009730     MOVE WS-OPER-UNCHECKED TO WS-C-COUNT
009740     MOVE WS-COUNT-LINE TO PRT-LINE
009750     WRITE PRT-LINE
009760     IF WS-MEDIUM-COUNT > ZERO OR WS-LOW-COUNT > ZERO
009770         OR WS-OPER-UNCHECKED > ZERO
009780         MOVE 4 TO RETURN-CODE
009790     END-IF
009800     IF WS-HIGH-COUNT > ZERO
009810         MOVE 8 TO RETURN-CODE
009820         MOVE SPACES TO PRT-LINE
009830         WRITE PRT-LINE
009840         MOVE '*** HIGH-SEVERITY BREAKS - RUN CONTROL NOT STAMPED'
009850             TO PRT-LINE
009860         WRITE PRT-LINE
009870     END-IF
009880     CLOSE CUSTMAS
009890     CLOSE STORDER
009900     CLOSE HOLDFIL
009910     CLOSE PNDAPPR
009920     CLOSE OUTXFER
009930     CLOSE CUSTINFO
009940     CLOSE DRAWER
009950     CLOSE OPERPROF
009960     CLOSE JRNL
009970     CLOSE PRTFILE
009980     DISPLAY 'INTGCHK - HIGH-SEVERITY BREAKS: ' WS-HIGH-COUNT
009990     IF WS-HIGH-COUNT > ZERO
010000         CLOSE RUNCTL
010010     ELSE
010020         PERFORM 9500-STAMP-RUN-CONTROL THRU
010030             9500-STAMP-RUN-CONTROL-EXIT
010040     END-IF.
010050 9000-TERMINATE-EXIT.
010060     EXIT.
010070*--------------------------------------------------------------
010080* 9500-STAMP-RUN-CONTROL - RECORD SUCCESSFUL COMPLETION FOR THE
010090*                         BUSINESS DATE SO A SECOND RUN IS
010100*                         REFUSED AND THE STATEMENT RUN MAY
010110*                         START.
010120*--------------------------------------------------------------
010130 9500-STAMP-RUN-CONTROL.
010140     MOVE WS-TODAY-CYYDDD TO RC-DATE
010150     MOVE 'INTGCHK ' TO RC-JOB-NAME
010160     ACCEPT WS-RC-TIME-OF-DAY FROM TIME
010170     MOVE WS-RC-TIME-HHMMSS TO RC-COMPLETED-TIME
010180     WRITE RUN-CONTROL-RECORD
010190         INVALID KEY
010200             CONTINUE
010210     END-WRITE
010220     CLOSE RUNCTL.
010230 9500-STAMP-RUN-CONTROL-EXIT.
010240     EXIT.
