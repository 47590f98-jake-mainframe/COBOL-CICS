000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    MIRPT.
000030 AUTHOR.        D SHAH.
000040 INSTALLATION.  RETAIL BANKING SYSTEMS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*--------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 10/15/26   DS    NEW PROGRAM.  MONTHLY MANAGEMENT INFORMATION
000120*                  ON THE ACCOUNT PORTFOLIO.  MATCHES TONIGHT'S
000130*                  CLOSE-OF-BUSINESS CUSTMAS SNAPSHOT (THE MONTH
000140*                  END) AGAINST THE PRIOR MONTH-END COPY BY
000150*                  ACCOUNT FOR ACCOUNT COUNTS AND BALANCES BY TYPE
000160*                  AND STATUS, LIVE (NOT CLOSED) ACCOUNTS BY
000170*                  BALANCE BAND, AND NEW, CHANGED AND MISSING
000180*                  ACCOUNTS.  MNTAUD GIVES THE OPENS, CLOSES,
000190*                  FREEZES, DORMANCY MARKS AND REOPENS, AND JRNL
000200*                  THE ENTRY COUNTS AND AMOUNTS BY TRANSACTION
000210*                  TYPE, FOR THIS MONTH AND LAST.  THE MONTHS
000220*                  (CYYDDD, AS IN JR-DATE) COME FROM SYSIN: LAST
000230*                  MONTH'S FIRST DAY, THIS MONTH'S FIRST DAY AND
000240*                  THIS MONTH'S LAST DAY, ONE PER RECORD.  PRINTS
000250*                  A ONE-PAGE SUMMARY WITH THE GROWTH ON LAST
000260*                  MONTH, THEN THE DETAILED BREAKDOWN, AND WRITES
000270*                  THE SAME FIGURES TO MICSV AS COMMA-DELIMITED
000280*                  RECORDS FOR FINANCE.  CHECKS AND STAMPS
000290*                  RUNCTL; JRNLRECN MUST HAVE CUT TONIGHT'S
000300*                  SNAPSHOT FIRST.
000302* 10/15/26   DS    ATM CASH WITHDRAWALS (TYPE A) AND ATM NETWORK
000304*                  FEES (TYPE K) FROM ATMSETL GET THEIR OWN LINES
000306*                  IN THE TRANSACTION TYPE TABLE.
000310*--------------------------------------------------------------
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT CURSNAP ASSIGN TO CURSNAP
000360         ORGANIZATION IS SEQUENTIAL.
000370     SELECT PRVSNAP ASSIGN TO PRVSNAP
000380         ORGANIZATION IS SEQUENTIAL.
000390     SELECT MNTAUD ASSIGN TO MNTAUD
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS SEQUENTIAL
000420         RECORD KEY IS MA-KEY.
000430     SELECT JRNL ASSIGN TO JRNL
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS SEQUENTIAL
000460         RECORD KEY IS JR-KEY.
000470     SELECT RUNCTL ASSIGN TO RUNCTL
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS RANDOM
000500         RECORD KEY IS RC-KEY.
000510     SELECT PRTFILE ASSIGN TO PRTFILE
000520         ORGANIZATION IS SEQUENTIAL.
000530     SELECT MICSV ASSIGN TO MICSV
000540         ORGANIZATION IS SEQUENTIAL.
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  CURSNAP
000580     RECORDING MODE IS F
000590     LABEL RECORDS ARE STANDARD.
000600 01  CURRENT-SNAPSHOT-RECORD.
000610     05  CS-ACCOUNT-ID             PIC X(08).
000620     05  CS-BALANCE                PIC S9(09)V99.
000630     05  CS-CUSTOMER-NAME          PIC X(20).
000640     05  CS-STATUS                 PIC X(01).
000650     05  CS-ACCOUNT-TYPE           PIC X(01).
000660 FD  PRVSNAP
000670     RECORDING MODE IS F
000680     LABEL RECORDS ARE STANDARD.
000690 01  PRIOR-SNAPSHOT-RECORD.
000700     05  PS-ACCOUNT-ID             PIC X(08).
000710     05  PS-BALANCE                PIC S9(09)V99.
000720     05  PS-CUSTOMER-NAME          PIC X(20).
000730     05  PS-STATUS                 PIC X(01).
000740     05  PS-ACCOUNT-TYPE           PIC X(01).
000750 FD  MNTAUD
000760     LABEL RECORDS ARE STANDARD.
000770 01  MAINT-AUDIT-RECORD.
000780     05  MA-KEY.
000790         10  MA-CUSTOMER-NUMBER    PIC X(08).
000800         10  MA-DATE               PIC S9(07) COMP-3.
000810         10  MA-TIME               PIC S9(07) COMP-3.
000820     05  MA-OPERATOR-ID            PIC X(06).
000830     05  MA-ACTION-CODE            PIC X(01).
000840     05  MA-OLD-STATUS             PIC X(01).
000850     05  MA-NEW-STATUS             PIC X(01).
000860         88  MA-ACCOUNT-STATUS         VALUE 'O' 'C' 'F' 'D'.
000870     05  MA-OPEN-BALANCE           PIC S9(09)V99.
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
001000 FD  RUNCTL
001010     LABEL RECORDS ARE STANDARD.
001020 01  RUN-CONTROL-RECORD.
001030     05  RC-KEY.
001040         10  RC-DATE               PIC S9(07) COMP-3.
001050         10  RC-JOB-NAME           PIC X(08).
001060     05  RC-COMPLETED-TIME         PIC S9(07) COMP-3.
001070 FD  PRTFILE
001080     RECORDING MODE IS F
001090     LABEL RECORDS ARE STANDARD.
001100 01  PRT-LINE                      PIC X(80).
001110 FD  MICSV
001120     RECORDING MODE IS F
001130     LABEL RECORDS ARE STANDARD.
001140 01  MI-CSV-RECORD                 PIC X(80).
001150 WORKING-STORAGE SECTION.
001160 77  WS-RUN-BLOCKED-SWITCH         PIC X(01) VALUE 'N'.
001170     88  RUN-BLOCKED                   VALUE 'Y'.
001180 77  WS-CURR-EOF-SWITCH            PIC X(01) VALUE 'N'.
001190     88  END-OF-CURSNAP                VALUE 'Y'.
001200 77  WS-PRIOR-EOF-SWITCH           PIC X(01) VALUE 'N'.
001210     88  END-OF-PRVSNAP                VALUE 'Y'.
001220 77  WS-AUD-EOF-SWITCH             PIC X(01) VALUE 'N'.
001230     88  END-OF-MNTAUD                 VALUE 'Y'.
001240 77  WS-JRNL-EOF-SWITCH            PIC X(01) VALUE 'N'.
001250     88  END-OF-JRNL                   VALUE 'Y'.
001260 77  WS-AMOUNTS-SWITCH             PIC X(01) VALUE 'Y'.
001270     88  ROW-HAS-AMOUNTS               VALUE 'Y'.
001280 77  WS-PRIOR-SWITCH               PIC X(01) VALUE 'Y'.
001290     88  ROW-HAS-PRIOR                 VALUE 'Y'.
001300 77  WS-CURR-READ-COUNT            PIC 9(07) VALUE ZERO.
001310 77  WS-PRIOR-READ-COUNT           PIC 9(07) VALUE ZERO.
001320 77  WS-NEW-COUNT                  PIC 9(07) VALUE ZERO.
001330 77  WS-GONE-COUNT                 PIC 9(07) VALUE ZERO.
001340 77  WS-CHANGED-COUNT              PIC 9(07) VALUE ZERO.
001350 77  WS-AUD-READ-COUNT             PIC 9(07) VALUE ZERO.
001360 77  WS-JRNL-READ-COUNT            PIC 9(07) VALUE ZERO.
001370 77  WS-JRNL-PRIOR-COUNT           PIC 9(07) VALUE ZERO.
001380 77  WS-JRNL-COUNT                 PIC 9(07) VALUE ZERO.
001390 77  WS-CSV-COUNT                  PIC 9(07) VALUE ZERO.
001400 77  WS-TYPE-SUB                   PIC 9(03) COMP VALUE ZERO.
001410 77  WS-STAT-SUB                   PIC 9(03) COMP VALUE ZERO.
001420 77  WS-BAND-SUB                   PIC 9(03) COMP VALUE ZERO.
001430 77  WS-KIND-SUB                   PIC 9(03) COMP VALUE ZERO.
001440 77  WS-JT-SUB                     PIC 9(03) COMP VALUE ZERO.
001450 01  WS-PRIOR-START                PIC S9(07).
001460 01  WS-PERIOD-START               PIC S9(07).
001470 01  WS-PERIOD-END                 PIC S9(07).
001480 01  WS-JULIAN-DATE                PIC 9(05).
001490 01  WS-TODAY-CYYDDD               PIC S9(07).
001500 01  WS-RC-TIME-OF-DAY             PIC 9(08).
001510 01  FILLER REDEFINES WS-RC-TIME-OF-DAY.
001520     05  WS-RC-TIME-HHMMSS         PIC 9(06).
001530     05  FILLER                    PIC 9(02).
001540 01  WS-CURR-KEY                   PIC X(08) VALUE HIGH-VALUES.
001550 01  WS-PRIOR-KEY                  PIC X(08) VALUE HIGH-VALUES.
001560 01  WS-LOOKUP-TYPE                PIC X(01).
001570 01  WS-LOOKUP-STATUS              PIC X(01).
001580 01  WS-BAND-BALANCE               PIC S9(09)V99.
001590 01  WS-PRIOR-LIVE                 PIC 9(07) VALUE ZERO.
001600 01  WS-LIVE                       PIC 9(07) VALUE ZERO.
001610 01  WS-PRIOR-LIVE-BALANCE         PIC S9(13)V99 VALUE ZERO.
001620 01  WS-LIVE-BALANCE               PIC S9(13)V99 VALUE ZERO.
001630*--------------------------------------------------------------
001640* ROW WORK AREA - EACH REPORT ROW IS BUILT HERE, THEN PRINTED
001650* AND WRITTEN TO MICSV FROM THE SAME FIGURES
001660*--------------------------------------------------------------
001670 01  WS-ROW-SECTION                PIC X(08).
001680 01  WS-ROW-LABEL.
001690     05  WS-ROW-LABEL-1            PIC X(13).
001700     05  WS-ROW-LABEL-2            PIC X(09).
001710 01  WS-ROW-PRIOR-COUNT            PIC 9(07).
001720 01  WS-ROW-COUNT                  PIC 9(07).
001730 01  WS-ROW-PRIOR-AMOUNT           PIC S9(13)V99.
001740 01  WS-ROW-AMOUNT                 PIC S9(13)V99.
001750 01  WS-ROW-CHANGE                 PIC S9(13)V99.
001760 01  WS-ROW-PCT                    PIC S9(05)V9.
001770*--------------------------------------------------------------
001780* ACCOUNT TYPE AND STATUS CODES.  THE LAST ENTRY OF EACH (?)
001790* CATCHES ANY CODE THE REPORT DOES NOT KNOW.
001800*--------------------------------------------------------------
001810 01  TYPE-TABLE.
001820     05  FILLER                    PIC X(13) VALUE 'CCHECKING'.
001830     05  FILLER                    PIC X(13) VALUE 'SSAVINGS'.
001840     05  FILLER                    PIC X(13) VALUE 'LLOAN'.
001850     05  FILLER                    PIC X(13)
001860         VALUE 'TTERM DEPOSIT'.
001870     05  FILLER                    PIC X(13) VALUE '?OTHER'.
001880 01  FILLER REDEFINES TYPE-TABLE.
001890     05  TYPE-ENTRY OCCURS 5 TIMES INDEXED BY TYPE-IDX.
001900         10  TYPE-CODE             PIC X(01).
001910         10  TYPE-DESC             PIC X(12).
001920 01  STATUS-TABLE.
001930     05  FILLER                    PIC X(09) VALUE 'OOPEN'.
001940     05  FILLER                    PIC X(09) VALUE 'FFROZEN'.
001950     05  FILLER                    PIC X(09) VALUE 'DDORMANT'.
001960     05  FILLER                    PIC X(09) VALUE 'CCLOSED'.
001970     05  FILLER                    PIC X(09) VALUE '?OTHER'.
001980 01  FILLER REDEFINES STATUS-TABLE.
001990     05  STATUS-ENTRY OCCURS 5 TIMES INDEXED BY STATUS-IDX.
002000         10  STATUS-CODE           PIC X(01).
002010         10  STATUS-DESC           PIC X(08).
002020 01  PORTFOLIO-TABLE.
002030     05  PF-TYPE OCCURS 5 TIMES.
002040         10  PF-STATUS OCCURS 5 TIMES.
002050             15  PF-PRIOR-COUNT    PIC 9(07) VALUE ZERO.
002060             15  PF-COUNT          PIC 9(07) VALUE ZERO.
002070             15  PF-PRIOR-BALANCE  PIC S9(13)V99 VALUE ZERO.
002080             15  PF-BALANCE        PIC S9(13)V99 VALUE ZERO.
002090 01  TYPE-TOTAL-TABLE.
002100     05  TT-TYPE OCCURS 5 TIMES.
002110         10  TT-PRIOR-LIVE         PIC 9(07) VALUE ZERO.
002120         10  TT-LIVE               PIC 9(07) VALUE ZERO.
002130         10  TT-PRIOR-BALANCE      PIC S9(13)V99 VALUE ZERO.
002140         10  TT-BALANCE            PIC S9(13)V99 VALUE ZERO.
002150*--------------------------------------------------------------
002160* BALANCE BANDS FOR LIVE ACCOUNTS, LOWEST FIRST
002170*--------------------------------------------------------------
002180 01  BAND-TABLE.
002190     05  FILLER                    PIC X(22)
002200         VALUE 'BELOW ZERO'.
002210     05  FILLER                    PIC X(22)
002220         VALUE '0.00 - 999.99'.
002230     05  FILLER                    PIC X(22)
002240         VALUE '1,000 - 9,999.99'.
002250     05  FILLER                    PIC X(22)
002260         VALUE '10,000 - 99,999.99'.
002270     05  FILLER                    PIC X(22)
002280         VALUE '100,000 AND OVER'.
002290 01  FILLER REDEFINES BAND-TABLE.
002300     05  BAND-DESC OCCURS 5 TIMES  PIC X(22).
002310 01  BAND-TOTAL-TABLE.
002320     05  BD-BAND OCCURS 5 TIMES.
002330         10  BD-PRIOR-COUNT        PIC 9(07) VALUE ZERO.
002340         10  BD-COUNT              PIC 9(07) VALUE ZERO.
002350         10  BD-PRIOR-BALANCE      PIC S9(13)V99 VALUE ZERO.
002360         10  BD-BALANCE            PIC S9(13)V99 VALUE ZERO.
002370*--------------------------------------------------------------
002380* MAINTENANCE KINDS COUNTED FROM MNTAUD
002390*--------------------------------------------------------------
002400 01  KIND-TABLE.
002410     05  FILLER                    PIC X(22)
002420         VALUE 'ACCOUNTS OPENED'.
002430     05  FILLER                    PIC X(22)
002440         VALUE 'ACCOUNTS CLOSED'.
002450     05  FILLER                    PIC X(22)
002460         VALUE 'ACCOUNTS FROZEN'.
002470     05  FILLER                    PIC X(22)
002480         VALUE 'MARKED DORMANT'.
002490     05  FILLER                    PIC X(22)
002500         VALUE 'REOPENED'.
002510 01  FILLER REDEFINES KIND-TABLE.
002520     05  KIND-DESC OCCURS 5 TIMES  PIC X(22).
002530 01  KIND-COUNT-TABLE.
002540     05  MK-KIND OCCURS 5 TIMES.
002550         10  MK-PRIOR-COUNT        PIC 9(07) VALUE ZERO.
002560         10  MK-COUNT              PIC 9(07) VALUE ZERO.
002570*--------------------------------------------------------------
002580* JOURNAL TRANSACTION TYPES.  THE LAST ENTRY (?) CATCHES ANY
002590* TYPE THE REPORT DOES NOT KNOW, PRE-CONVERSION SPACES INCLUDED.
002600*--------------------------------------------------------------
002610 01  JRNL-TYPE-TABLE.
002620     05  FILLER                    PIC X(21)
002630         VALUE 'TTRANSFER OUT'.
002640     05  FILLER                    PIC X(21)
002650         VALUE 'CTRANSFER IN'.
002660     05  FILLER                    PIC X(21)
002670         VALUE 'DCASH DEPOSIT'.
002680     05  FILLER                    PIC X(21)
002690         VALUE 'WCASH WITHDRAWAL'.
002700     05  FILLER                    PIC X(21)
002710         VALUE 'IINTEREST CREDITED'.
002720     05  FILLER                    PIC X(21)
002730         VALUE 'BBULK CREDIT'.
002740     05  FILLER                    PIC X(21)
002750         VALUE 'XEXTERNAL XFER OUT'.
002760     05  FILLER                    PIC X(21)
002770         VALUE 'ERETURNED TRANSFER'.
002780     05  FILLER                    PIC X(21)
002790         VALUE 'VREVERSAL CREDIT'.
002800     05  FILLER                    PIC X(21)
002810         VALUE 'NREVERSAL DEBIT'.
002820     05  FILLER                    PIC X(21)
002830         VALUE 'FFEE CHARGED'.
002840     05  FILLER                    PIC X(21)
002850         VALUE 'GDIRECT DEBIT PAID'.
002860     05  FILLER                    PIC X(21)
002870         VALUE 'LLOAN INTEREST'.
002880     05  FILLER                    PIC X(21)
002890         VALUE 'PDEPOSIT BREAK FEE'.
002900     05  FILLER                    PIC X(21)
002910         VALUE 'OOVERDRAFT INTEREST'.
002920     05  FILLER                    PIC X(21)
002930         VALUE 'QCHEQUE PAID'.
002931     05  FILLER                    PIC X(21)
002932         VALUE 'AATM CASH WITHDRAWAL'.
002933     05  FILLER                    PIC X(21)
002934         VALUE 'KATM NETWORK FEE'.
002940     05  FILLER                    PIC X(21)
002950         VALUE 'RREJECTED ATTEMPT'.
002960     05  FILLER                    PIC X(21)
002970         VALUE '?OTHER'.
002980 01  FILLER REDEFINES JRNL-TYPE-TABLE.
002990     05  JT-ENTRY OCCURS 20 TIMES INDEXED BY JT-IDX.
003000         10  JT-CODE               PIC X(01).
003010         10  JT-DESC               PIC X(20).
003020 01  JRNL-TOTAL-TABLE.
003030     05  JV-TYPE OCCURS 20 TIMES.
003040         10  JV-PRIOR-COUNT        PIC 9(07) VALUE ZERO.
003050         10  JV-COUNT              PIC 9(07) VALUE ZERO.
003060         10  JV-PRIOR-AMOUNT       PIC S9(13)V99 VALUE ZERO.
003070         10  JV-AMOUNT             PIC S9(13)V99 VALUE ZERO.
003080 01  WS-HEAD1-LINE.
003090     05  WS-H1-TITLE               PIC X(32).
003100     05  FILLER                    PIC X(08) VALUE 'PERIOD: '.
003110     05  WS-H1-START               PIC 9(07).
003120     05  FILLER                    PIC X(03) VALUE ' - '.
003130     05  WS-H1-END                 PIC 9(07).
003140     05  FILLER                    PIC X(05) VALUE SPACES.
003150     05  FILLER                    PIC X(05) VALUE 'RUN: '.
003160     05  WS-H1-RUN-DATE            PIC 9(07).
003170     05  FILLER                    PIC X(06) VALUE SPACES.
003180 01  WS-SUM-COUNT-HEADING.
003190     05  FILLER                    PIC X(28) VALUE SPACES.
003200     05  FILLER                    PIC X(11) VALUE ' LAST MONTH'.
003210     05  FILLER                    PIC X(11) VALUE ' THIS MONTH'.
003220     05  FILLER                    PIC X(11) VALUE '     CHANGE'.
003230     05  FILLER                    PIC X(10) VALUE '   CHANGE%'.
003240     05  FILLER                    PIC X(09) VALUE SPACES.
003250 01  WS-SUM-COUNT-LINE.
003260     05  WS-SC-LABEL               PIC X(28).
003270     05  WS-SC-PRIOR               PIC Z(10)9.
003280     05  WS-SC-CURRENT             PIC Z(10)9.
003290     05  WS-SC-CHANGE              PIC -(10)9.
003300     05  FILLER                    PIC X(02) VALUE SPACES.
003310     05  WS-SC-PCT                 PIC -(05)9.9.
003320     05  WS-SC-PCT-X REDEFINES WS-SC-PCT
003330                                   PIC X(08).
003340     05  FILLER                    PIC X(09) VALUE SPACES.
003350 01  WS-SUM-AMOUNT-HEADING.
003360     05  FILLER                    PIC X(20) VALUE SPACES.
003370     05  FILLER                    PIC X(16)
003380                                   VALUE '      LAST MONTH'.
003390     05  FILLER                    PIC X(16)
003400                                   VALUE '      THIS MONTH'.
003410     05  FILLER                    PIC X(16)
003420                                   VALUE '          CHANGE'.
003430     05  FILLER                    PIC X(10) VALUE '   CHANGE%'.
003440     05  FILLER                    PIC X(02) VALUE SPACES.
003450 01  WS-SUM-AMOUNT-LINE.
003460     05  WS-SA-LABEL               PIC X(20).
003470     05  WS-SA-PRIOR               PIC -(12)9.99.
003480     05  WS-SA-CURRENT             PIC -(12)9.99.
003490     05  WS-SA-CHANGE              PIC -(12)9.99.
003500     05  FILLER                    PIC X(02) VALUE SPACES.
003510     05  WS-SA-PCT                 PIC -(05)9.9.
003520     05  WS-SA-PCT-X REDEFINES WS-SA-PCT
003530                                   PIC X(08).
003540     05  FILLER                    PIC X(02) VALUE SPACES.
003550 01  WS-DETAIL-HEADING.
003560     05  FILLER                    PIC X(24) VALUE SPACES.
003570     05  FILLER                    PIC X(09) VALUE ' LAST MTH'.
003580     05  FILLER                    PIC X(09) VALUE ' THIS MTH'.
003590     05  FILLER                    PIC X(16)
003600                                   VALUE '      LAST MONTH'.
003610     05  FILLER                    PIC X(16)
003620                                   VALUE '      THIS MONTH'.
003630     05  FILLER                    PIC X(06) VALUE SPACES.
003640 01  WS-DETAIL-LINE.
003650     05  WS-D-LABEL                PIC X(24).
003660     05  WS-D-PRIOR-COUNT          PIC Z(08)9.
003670     05  WS-D-PRIOR-COUNT-X REDEFINES WS-D-PRIOR-COUNT
003680                                   PIC X(09).
003690     05  WS-D-COUNT                PIC Z(08)9.
003700     05  WS-D-AMOUNTS.
003710         10  WS-D-PRIOR-AMOUNT     PIC -(12)9.99.
003720         10  WS-D-AMOUNT           PIC -(12)9.99.
003730     05  FILLER                    PIC X(06) VALUE SPACES.
003740 01  WS-CSV-PERIOD.
003750     05  FILLER                    PIC X(07) VALUE 'PERIOD,'.
003760     05  WS-V-START                PIC 9(07).
003770     05  FILLER                    PIC X(01) VALUE ','.
003780     05  WS-V-END                  PIC 9(07).
003790     05  FILLER                    PIC X(01) VALUE ','.
003800     05  WS-V-RUN-DATE             PIC 9(07).
003810     05  FILLER                    PIC X(50) VALUE SPACES.
003820 01  WS-CSV-COLUMNS.
003830     05  FILLER                    PIC X(40)
003840         VALUE 'SECTION,ITEM,PRIOR COUNT,COUNT,PRIOR AMO'.
003850     05  FILLER                    PIC X(40)
003860         VALUE 'UNT,AMOUNT'.
003870 01  WS-CSV-LINE.
003880     05  WS-V-SECTION              PIC X(08).
003890     05  FILLER                    PIC X(01) VALUE ','.
003900     05  WS-V-ITEM                 PIC X(22).
003910     05  FILLER                    PIC X(01) VALUE ','.
003920     05  WS-V-PRIOR-COUNT          PIC 9(07).
003930     05  FILLER                    PIC X(01) VALUE ','.
003940     05  WS-V-COUNT                PIC 9(07).
003950     05  FILLER                    PIC X(01) VALUE ','.
003960     05  WS-V-PRIOR-AMOUNT         PIC -9(11).99.
003970     05  FILLER                    PIC X(01) VALUE ','.
003980     05  WS-V-AMOUNT               PIC -9(11).99.
003990     05  FILLER                    PIC X(01) VALUE SPACES.
004000 01  WS-COUNT-LINE.
004010     05  FILLER                    PIC X(10) VALUE SPACES.
004020     05  WS-C-LABEL                PIC X(24).
004030     05  WS-C-COUNT                PIC Z(06)9.
004040     05  FILLER                    PIC X(39) VALUE SPACES.
004050 PROCEDURE DIVISION.
004060 0000-MAINLINE.
004070     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
004080     IF RETURN-CODE NOT = ZERO
004090         GOBACK
004100     END-IF
004110     PERFORM 2000-COMPARE-ACCOUNT THRU 2000-COMPARE-ACCOUNT-EXIT
004120         UNTIL END-OF-CURSNAP AND END-OF-PRVSNAP
004130     PERFORM 5000-COUNT-MAINTENANCE THRU
004140         5000-COUNT-MAINTENANCE-EXIT
004150         UNTIL END-OF-MNTAUD
004160     PERFORM 6000-COUNT-JOURNAL THRU 6000-COUNT-JOURNAL-EXIT
004170         UNTIL END-OF-JRNL
004180     PERFORM 7000-PRINT-SUMMARY THRU 7000-PRINT-SUMMARY-EXIT
004190     PERFORM 8000-PRINT-BREAKDOWN THRU 8000-PRINT-BREAKDOWN-EXIT
004200     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
004210     GOBACK.
004220*--------------------------------------------------------------
004230* 1000-INITIALIZE - ACCEPT THE MONTHS FROM SYSIN, CHECK RUN
004240*                   CONTROL, OPEN FILES AND PRIME ALL FOUR READS.
004250*                   MONTHS OUT OF ORDER STOP THE RUN WITH
004260*                   RETURN-CODE 16 BEFORE ANYTHING IS OPENED.
004270*--------------------------------------------------------------
004280 1000-INITIALIZE.
004290     ACCEPT WS-PRIOR-START
004300     ACCEPT WS-PERIOD-START
004310     ACCEPT WS-PERIOD-END
004320     IF WS-PERIOD-END < WS-PERIOD-START
004330         OR WS-PERIOD-START NOT > WS-PRIOR-START
004340         DISPLAY 'MIRPT - MONTHS OUT OF ORDER - RUN STOPPED'
004350         MOVE 16 TO RETURN-CODE
004360         GO TO 1000-INITIALIZE-EXIT
004370     END-IF
004380     ACCEPT WS-JULIAN-DATE FROM DAY
004390     COMPUTE WS-TODAY-CYYDDD = 100000 + WS-JULIAN-DATE
004400     OPEN I-O RUNCTL
004410     PERFORM 1100-CHECK-RUN-CONTROL THRU
004420         1100-CHECK-RUN-CONTROL-EXIT
004430     IF RUN-BLOCKED
004440         CLOSE RUNCTL
004450         GO TO 1000-INITIALIZE-EXIT
004460     END-IF
004470     OPEN INPUT CURSNAP
004480     OPEN INPUT PRVSNAP
004490     OPEN INPUT MNTAUD
004500     OPEN INPUT JRNL
004510     OPEN OUTPUT PRTFILE
004520     OPEN OUTPUT MICSV
004530     MOVE WS-PERIOD-START TO WS-V-START
004540     MOVE WS-PERIOD-END TO WS-V-END
004550     MOVE WS-TODAY-CYYDDD TO WS-V-RUN-DATE
004560     WRITE MI-CSV-RECORD FROM WS-CSV-PERIOD
004570     WRITE MI-CSV-RECORD FROM WS-CSV-COLUMNS
004580     PERFORM 3000-READ-CURSNAP THRU 3000-READ-CURSNAP-EXIT
004590     PERFORM 3100-READ-PRVSNAP THRU 3100-READ-PRVSNAP-EXIT
004600     PERFORM 3200-READ-MNTAUD THRU 3200-READ-MNTAUD-EXIT
004610     PERFORM 3300-READ-JRNL THRU 3300-READ-JRNL-EXIT.
004620 1000-INITIALIZE-EXIT.
004630     EXIT.
004640*--------------------------------------------------------------
004650* 1100-CHECK-RUN-CONTROL - REFUSE TO START IF THIS JOB HAS
004660*                         ALREADY COMPLETED FOR THE BUSINESS
004670*                         DATE, OR IF JRNLRECN HAS NOT YET CUT
004680*                         TONIGHT'S SNAPSHOT.  RETURN-CODE 8 AND
004690*                         NO PROCESSING EITHER WAY.
004700*--------------------------------------------------------------
004710 1100-CHECK-RUN-CONTROL.
004720     MOVE WS-TODAY-CYYDDD TO RC-DATE
004730     MOVE 'MIRPT   ' TO RC-JOB-NAME
004740     READ RUNCTL
004750         INVALID KEY
004760             CONTINUE
004770         NOT INVALID KEY
004780             MOVE 'Y' TO WS-RUN-BLOCKED-SWITCH
004790             MOVE 8 TO RETURN-CODE
004800             DISPLAY 'MIRPT - ALREADY RUN FOR THIS DATE'
004810     END-READ
004820     IF NOT RUN-BLOCKED
004830         MOVE WS-TODAY-CYYDDD TO RC-DATE
004840         MOVE 'JRNLRECN' TO RC-JOB-NAME
004850         READ RUNCTL
004860             INVALID KEY
004870                 MOVE 'Y' TO WS-RUN-BLOCKED-SWITCH
004880                 MOVE 8 TO RETURN-CODE
004890                 DISPLAY 'MIRPT - PREREQUISITE '
004900                     'JRNLRECN NOT RUN FOR THIS DATE'
004910         END-READ
004920     END-IF
004930     CONTINUE.
004940 1100-CHECK-RUN-CONTROL-EXIT.
004950     EXIT.
004960*--------------------------------------------------------------
004970* 2000-COMPARE-ACCOUNT - COUNT THE LOWEST ACCOUNT KEY STILL
004980*                        UNPROCESSED ON EITHER MONTH-END.  AN
004990*                        ACCOUNT ON BOTH IS CHECKED FOR A STATUS
005000*                        CHANGE; ONE ON ONLY ONE IS NEW OR
005010*                        MISSING.
005020*--------------------------------------------------------------
005030 2000-COMPARE-ACCOUNT.
005040     IF WS-PRIOR-KEY < WS-CURR-KEY
005050         PERFORM 4000-COUNT-PRIOR THRU 4000-COUNT-PRIOR-EXIT
005060         ADD 1 TO WS-GONE-COUNT
005070         PERFORM 3100-READ-PRVSNAP THRU 3100-READ-PRVSNAP-EXIT
005080         GO TO 2000-COMPARE-ACCOUNT-EXIT
005090     END-IF
005100     IF WS-CURR-KEY < WS-PRIOR-KEY
005110         PERFORM 4100-COUNT-CURRENT THRU 4100-COUNT-CURRENT-EXIT
005120         ADD 1 TO WS-NEW-COUNT
005130         PERFORM 3000-READ-CURSNAP THRU 3000-READ-CURSNAP-EXIT
005140         GO TO 2000-COMPARE-ACCOUNT-EXIT
005150     END-IF
005160     PERFORM 4000-COUNT-PRIOR THRU 4000-COUNT-PRIOR-EXIT
005170     PERFORM 4100-COUNT-CURRENT THRU 4100-COUNT-CURRENT-EXIT
005180     IF CS-STATUS NOT = PS-STATUS
005190         ADD 1 TO WS-CHANGED-COUNT
005200     END-IF
005210     PERFORM 3000-READ-CURSNAP THRU 3000-READ-CURSNAP-EXIT
005220     PERFORM 3100-READ-PRVSNAP THRU 3100-READ-PRVSNAP-EXIT.
005230 2000-COMPARE-ACCOUNT-EXIT.
005240     EXIT.
005250*--------------------------------------------------------------
005260* 3000-READ-CURSNAP - READ THE NEXT RECORD OF THIS MONTH-END.
005270*                     THE KEY GOES HIGH-VALUES AT END SO THE
005280*                     MERGE DRAINS THE OTHER FILE.
005290*--------------------------------------------------------------
005300 3000-READ-CURSNAP.
005310     READ CURSNAP
005320         AT END
005330             MOVE 'Y' TO WS-CURR-EOF-SWITCH
005340             MOVE HIGH-VALUES TO WS-CURR-KEY
005350         NOT AT END
005360             ADD 1 TO WS-CURR-READ-COUNT
005370             MOVE CS-ACCOUNT-ID TO WS-CURR-KEY
005380     END-READ.
005390 3000-READ-CURSNAP-EXIT.
005400     EXIT.
005410*--------------------------------------------------------------
005420* 3100-READ-PRVSNAP - READ THE NEXT RECORD OF LAST MONTH-END
005430*--------------------------------------------------------------
005440 3100-READ-PRVSNAP.
005450     READ PRVSNAP
005460         AT END
005470             MOVE 'Y' TO WS-PRIOR-EOF-SWITCH
005480             MOVE HIGH-VALUES TO WS-PRIOR-KEY
005490         NOT AT END
005500             ADD 1 TO WS-PRIOR-READ-COUNT
005510             MOVE PS-ACCOUNT-ID TO WS-PRIOR-KEY
005520     END-READ.
005530 3100-READ-PRVSNAP-EXIT.
005540     EXIT.
005550*--------------------------------------------------------------
005560* 3200-READ-MNTAUD - READ THE NEXT AUDIT ENTRY
005570*--------------------------------------------------------------
005580 3200-READ-MNTAUD.
005590     READ MNTAUD NEXT RECORD
005600         AT END
005610             MOVE 'Y' TO WS-AUD-EOF-SWITCH
005620     END-READ.
005630 3200-READ-MNTAUD-EXIT.
005640     EXIT.
005650*--------------------------------------------------------------
005660* 3300-READ-JRNL - READ THE NEXT JOURNAL ENTRY
005670*--------------------------------------------------------------
005680 3300-READ-JRNL.
005690     READ JRNL NEXT RECORD
005700         AT END
005710             MOVE 'Y' TO WS-JRNL-EOF-SWITCH
005720     END-READ.
005730 3300-READ-JRNL-EXIT.
005740     EXIT.
005750*--------------------------------------------------------------
005760* 4000-COUNT-PRIOR - ADD A LAST MONTH-END ACCOUNT TO ITS TYPE AND
005770*                    STATUS, AND IF LIVE TO ITS BALANCE BAND
005780*--------------------------------------------------------------
005790 4000-COUNT-PRIOR.
005800     MOVE PS-ACCOUNT-TYPE TO WS-LOOKUP-TYPE
005810     MOVE PS-STATUS TO WS-LOOKUP-STATUS
005820     PERFORM 4400-FIND-TYPE-STATUS THRU 4400-FIND-TYPE-STATUS-EXIT
005830     ADD 1 TO PF-PRIOR-COUNT (WS-TYPE-SUB, WS-STAT-SUB)
005840     ADD PS-BALANCE TO PF-PRIOR-BALANCE (WS-TYPE-SUB, WS-STAT-SUB)
005850     IF PS-STATUS NOT = 'C'
005860         ADD 1 TO TT-PRIOR-LIVE (WS-TYPE-SUB)
005870         ADD PS-BALANCE TO TT-PRIOR-BALANCE (WS-TYPE-SUB)
005880         MOVE PS-BALANCE TO WS-BAND-BALANCE
005890         PERFORM 4500-FIND-BAND THRU 4500-FIND-BAND-EXIT
005900         ADD 1 TO BD-PRIOR-COUNT (WS-BAND-SUB)
005910         ADD PS-BALANCE TO BD-PRIOR-BALANCE (WS-BAND-SUB)
005920     END-IF.
005930 4000-COUNT-PRIOR-EXIT.
005940     EXIT.
005950*--------------------------------------------------------------
005960* 4100-COUNT-CURRENT - ADD A THIS MONTH-END ACCOUNT TO ITS TYPE
005970*                      AND STATUS, AND IF LIVE TO ITS BALANCE
005980*                      BAND
005990*--------------------------------------------------------------
006000 4100-COUNT-CURRENT.
006010     MOVE CS-ACCOUNT-TYPE TO WS-LOOKUP-TYPE
006020     MOVE CS-STATUS TO WS-LOOKUP-STATUS
006030     PERFORM 4400-FIND-TYPE-STATUS THRU 4400-FIND-TYPE-STATUS-EXIT
006040     ADD 1 TO PF-COUNT (WS-TYPE-SUB, WS-STAT-SUB)
006050     ADD CS-BALANCE TO PF-BALANCE (WS-TYPE-SUB, WS-STAT-SUB)
006060     IF CS-STATUS NOT = 'C'
006070         ADD 1 TO TT-LIVE (WS-TYPE-SUB)
006080         ADD CS-BALANCE TO TT-BALANCE (WS-TYPE-SUB)
006090         MOVE CS-BALANCE TO WS-BAND-BALANCE
006100         PERFORM 4500-FIND-BAND THRU 4500-FIND-BAND-EXIT
006110         ADD 1 TO BD-COUNT (WS-BAND-SUB)
006120         ADD CS-BALANCE TO BD-BALANCE (WS-BAND-SUB)
006130     END-IF.
006140 4100-COUNT-CURRENT-EXIT.
006150     EXIT.
006160*--------------------------------------------------------------
006170* 4400-FIND-TYPE-STATUS - SET THE TYPE AND STATUS SUBSCRIPTS FOR
006180*                         THE LOOKUP CODES, OR THE ? ENTRIES
006190*--------------------------------------------------------------
006200 4400-FIND-TYPE-STATUS.
006210     SET TYPE-IDX TO 1
006220     SEARCH TYPE-ENTRY
006230         AT END
006240             SET TYPE-IDX TO 5
006250         WHEN TYPE-CODE (TYPE-IDX) = WS-LOOKUP-TYPE
006260             CONTINUE
006270     END-SEARCH
006280     SET WS-TYPE-SUB TO TYPE-IDX
006290     SET STATUS-IDX TO 1
006300     SEARCH STATUS-ENTRY
006310         AT END
006320             SET STATUS-IDX TO 5
006330         WHEN STATUS-CODE (STATUS-IDX) = WS-LOOKUP-STATUS
006340             CONTINUE
006350     END-SEARCH
006360     SET WS-STAT-SUB TO STATUS-IDX.
006370 4400-FIND-TYPE-STATUS-EXIT.
006380     EXIT.
006390*--------------------------------------------------------------
006400* 4500-FIND-BAND - SET THE BALANCE BAND SUBSCRIPT FOR A BALANCE
006410*--------------------------------------------------------------
006420 4500-FIND-BAND.
006430     EVALUATE TRUE
006440         WHEN WS-BAND-BALANCE < ZERO
006450             MOVE 1 TO WS-BAND-SUB
006460         WHEN WS-BAND-BALANCE < 1000
006470             MOVE 2 TO WS-BAND-SUB
006480         WHEN WS-BAND-BALANCE < 10000
006490             MOVE 3 TO WS-BAND-SUB
006500         WHEN WS-BAND-BALANCE < 100000
006510             MOVE 4 TO WS-BAND-SUB
006520         WHEN OTHER
006530             MOVE 5 TO WS-BAND-SUB
006540     END-EVALUATE.
006550 4500-FIND-BAND-EXIT.
006560     EXIT.
006570*--------------------------------------------------------------
006580* 5000-COUNT-MAINTENANCE - COUNT ONE MNTAUD ENTRY DATED IN LAST
006590*                          MONTH OR THIS ONE BY WHAT IT DID TO
006600*                          THE ACCOUNT.  OPENS ARE KAJCCOB ADDS
006610*                          (A) AND LOAN/DEPOSIT SET-UPS (S);
006620*                          OTHER ENTRIES COUNT ONLY IF THE STATUS
006630*                          CHANGED.  CINFCOB AND PARMCOB ENTRIES
006640*                          CARRY THEIR OWN STATUS CODES AND ARE
006650*                          PASSED OVER.
006660*--------------------------------------------------------------
006670 5000-COUNT-MAINTENANCE.
006680     ADD 1 TO WS-AUD-READ-COUNT
006690     IF MA-DATE < WS-PRIOR-START
006700         OR MA-DATE > WS-PERIOD-END
006710         OR NOT MA-ACCOUNT-STATUS
006720         GO TO 5000-READ-NEXT
006730     END-IF
006740     MOVE ZERO TO WS-KIND-SUB
006750     EVALUATE TRUE
006760         WHEN MA-OLD-STATUS = SPACE
006770             IF MA-ACTION-CODE = 'A' OR MA-ACTION-CODE = 'S'
006780                 MOVE 1 TO WS-KIND-SUB
006790             END-IF
006800         WHEN MA-NEW-STATUS = MA-OLD-STATUS
006810             CONTINUE
006820         WHEN MA-NEW-STATUS = 'C'
006830             MOVE 2 TO WS-KIND-SUB
006840         WHEN MA-NEW-STATUS = 'F'
006850             MOVE 3 TO WS-KIND-SUB
006860         WHEN MA-NEW-STATUS = 'D'
006870             MOVE 4 TO WS-KIND-SUB
006880         WHEN OTHER
006890             MOVE 5 TO WS-KIND-SUB
006900     END-EVALUATE
006910     IF WS-KIND-SUB > ZERO
006920         IF MA-DATE < WS-PERIOD-START
006930             ADD 1 TO MK-PRIOR-COUNT (WS-KIND-SUB)
006940         ELSE
006950             ADD 1 TO MK-COUNT (WS-KIND-SUB)
006960         END-IF
006970     END-IF.
006980 5000-READ-NEXT.
006990     PERFORM 3200-READ-MNTAUD THRU 3200-READ-MNTAUD-EXIT.
007000 5000-COUNT-MAINTENANCE-EXIT.
007010     EXIT.
007020*--------------------------------------------------------------
007030* 6000-COUNT-JOURNAL - ADD ONE JRNL ENTRY DATED IN LAST MONTH OR
007040*                      THIS ONE TO ITS TRANSACTION TYPE
007050*--------------------------------------------------------------
007060 6000-COUNT-JOURNAL.
007070     ADD 1 TO WS-JRNL-READ-COUNT
007080     IF JR-DATE < WS-PRIOR-START
007090         OR JR-DATE > WS-PERIOD-END
007100         GO TO 6000-READ-NEXT
007110     END-IF
007120     SET JT-IDX TO 1
007130     SEARCH JT-ENTRY
007140         AT END
007150             SET JT-IDX TO 20
007160         WHEN JT-CODE (JT-IDX) = JR-TRAN-TYPE
007170             CONTINUE
007180     END-SEARCH
007190     SET WS-JT-SUB TO JT-IDX
007200     IF JR-DATE < WS-PERIOD-START
007210         ADD 1 TO JV-PRIOR-COUNT (WS-JT-SUB)
007220         ADD JR-AMOUNT TO JV-PRIOR-AMOUNT (WS-JT-SUB)
007230         ADD 1 TO WS-JRNL-PRIOR-COUNT
007240     ELSE
007250         ADD 1 TO JV-COUNT (WS-JT-SUB)
007260         ADD JR-AMOUNT TO JV-AMOUNT (WS-JT-SUB)
007270         ADD 1 TO WS-JRNL-COUNT
007280     END-IF.
007290 6000-READ-NEXT.
007300     PERFORM 3300-READ-JRNL THRU 3300-READ-JRNL-EXIT.
007310 6000-COUNT-JOURNAL-EXIT.
007320     EXIT.
007330*--------------------------------------------------------------
007340* 7000-PRINT-SUMMARY - THE ONE-PAGE PORTFOLIO SUMMARY: LIVE
007350*                      ACCOUNTS BY TYPE, THE MONTH'S ACTIVITY AND
007360*                      LIVE BALANCES BY TYPE, EACH AGAINST LAST
007370*                      MONTH WITH THE CHANGE AND GROWTH PERCENT
007380*--------------------------------------------------------------
007390 7000-PRINT-SUMMARY.
007400     PERFORM 7050-ADD-TYPE-TOTAL THRU 7050-ADD-TYPE-TOTAL-EXIT
007410         VARYING WS-TYPE-SUB FROM 1 BY 1
007420         UNTIL WS-TYPE-SUB > 5
007430     MOVE 'MONTHLY PORTFOLIO SUMMARY' TO WS-H1-TITLE
007440     MOVE WS-PERIOD-START TO WS-H1-START
007450     MOVE WS-PERIOD-END TO WS-H1-END
007460     MOVE WS-TODAY-CYYDDD TO WS-H1-RUN-DATE
007470     MOVE WS-HEAD1-LINE TO PRT-LINE
007480     WRITE PRT-LINE AFTER ADVANCING PAGE
007490     MOVE WS-SUM-COUNT-HEADING TO PRT-LINE
007500     WRITE PRT-LINE AFTER ADVANCING 2 LINES
007510     MOVE SPACES TO PRT-LINE
007520     MOVE 'ACCOUNTS ON THE BOOK (NOT CLOSED)' TO PRT-LINE
007530     WRITE PRT-LINE AFTER ADVANCING 2 LINES
007540     MOVE 'ACCOUNTS' TO WS-ROW-SECTION
007550     MOVE 'LIVE ACCOUNTS' TO WS-ROW-LABEL
007560     MOVE WS-PRIOR-LIVE TO WS-ROW-PRIOR-COUNT
007570     MOVE WS-LIVE TO WS-ROW-COUNT
007580     PERFORM 7100-PRINT-COUNT-ROW THRU 7100-PRINT-COUNT-ROW-EXIT
007590     PERFORM 7060-PRINT-TYPE-COUNT THRU 7060-PRINT-TYPE-COUNT-EXIT
007600         VARYING WS-TYPE-SUB FROM 1 BY 1
007610         UNTIL WS-TYPE-SUB > 5
007620     MOVE SPACES TO PRT-LINE
007630     MOVE 'ACTIVITY IN THE MONTH' TO PRT-LINE
007640     WRITE PRT-LINE AFTER ADVANCING 2 LINES
007650     MOVE 'ACTIVITY' TO WS-ROW-SECTION
007660     PERFORM 7070-PRINT-KIND-COUNT THRU 7070-PRINT-KIND-COUNT-EXIT
007670         VARYING WS-KIND-SUB FROM 1 BY 1
007680         UNTIL WS-KIND-SUB > 3
007690     MOVE 'JOURNAL ENTRIES' TO WS-ROW-LABEL
007700     MOVE WS-JRNL-PRIOR-COUNT TO WS-ROW-PRIOR-COUNT
007710     MOVE WS-JRNL-COUNT TO WS-ROW-COUNT
007720     PERFORM 7100-PRINT-COUNT-ROW THRU 7100-PRINT-COUNT-ROW-EXIT
007730     MOVE WS-SUM-AMOUNT-HEADING TO PRT-LINE
007740     WRITE PRT-LINE AFTER ADVANCING 3 LINES
007750     MOVE SPACES TO PRT-LINE
007760     MOVE 'BALANCES ON THE BOOK (NOT CLOSED)' TO PRT-LINE
007770     WRITE PRT-LINE AFTER ADVANCING 2 LINES
007780     MOVE 'BALANCES' TO WS-ROW-SECTION
007790     MOVE 'NET BALANCE' TO WS-ROW-LABEL
007800     MOVE WS-PRIOR-LIVE-BALANCE TO WS-ROW-PRIOR-AMOUNT
007810     MOVE WS-LIVE-BALANCE TO WS-ROW-AMOUNT
007820     PERFORM 7200-PRINT-AMOUNT-ROW THRU
007830         7200-PRINT-AMOUNT-ROW-EXIT
007840     PERFORM 7080-PRINT-TYPE-AMOUNT THRU
007850         7080-PRINT-TYPE-AMOUNT-EXIT
007860         VARYING WS-TYPE-SUB FROM 1 BY 1
007870         UNTIL WS-TYPE-SUB > 5.
007880 7000-PRINT-SUMMARY-EXIT.
007890     EXIT.
007900 7050-ADD-TYPE-TOTAL.
007910     ADD TT-PRIOR-LIVE (WS-TYPE-SUB) TO WS-PRIOR-LIVE
007920     ADD TT-LIVE (WS-TYPE-SUB) TO WS-LIVE
007930     ADD TT-PRIOR-BALANCE (WS-TYPE-SUB) TO WS-PRIOR-LIVE-BALANCE
007940     ADD TT-BALANCE (WS-TYPE-SUB) TO WS-LIVE-BALANCE.
007950 7050-ADD-TYPE-TOTAL-EXIT.
007960     EXIT.
007970 7060-PRINT-TYPE-COUNT.
007980     MOVE TYPE-DESC (WS-TYPE-SUB) TO WS-ROW-LABEL
007990     MOVE TT-PRIOR-LIVE (WS-TYPE-SUB) TO WS-ROW-PRIOR-COUNT
008000     MOVE TT-LIVE (WS-TYPE-SUB) TO WS-ROW-COUNT
008010     PERFORM 7100-PRINT-COUNT-ROW THRU 7100-PRINT-COUNT-ROW-EXIT.
008020 7060-PRINT-TYPE-COUNT-EXIT.
008030     EXIT.
008040 7070-PRINT-KIND-COUNT.
008050     MOVE KIND-DESC (WS-KIND-SUB) TO WS-ROW-LABEL
008060     MOVE MK-PRIOR-COUNT (WS-KIND-SUB) TO WS-ROW-PRIOR-COUNT
008070     MOVE MK-COUNT (WS-KIND-SUB) TO WS-ROW-COUNT
008080     PERFORM 7100-PRINT-COUNT-ROW THRU 7100-PRINT-COUNT-ROW-EXIT.
008090 7070-PRINT-KIND-COUNT-EXIT.
008100     EXIT.
008110 7080-PRINT-TYPE-AMOUNT.
008120     MOVE TYPE-DESC (WS-TYPE-SUB) TO WS-ROW-LABEL
008130     MOVE TT-PRIOR-BALANCE (WS-TYPE-SUB) TO WS-ROW-PRIOR-AMOUNT
008140     MOVE TT-BALANCE (WS-TYPE-SUB) TO WS-ROW-AMOUNT
008150     PERFORM 7200-PRINT-AMOUNT-ROW THRU
008160         7200-PRINT-AMOUNT-ROW-EXIT.
008170 7080-PRINT-TYPE-AMOUNT-EXIT.
008180     EXIT.
008190*--------------------------------------------------------------
008200* 7100-PRINT-COUNT-ROW - ONE SUMMARY COUNT ROW WITH ITS CHANGE
008210*                        AND GROWTH, AND THE SAME TO MICSV
008220*--------------------------------------------------------------
008230 7100-PRINT-COUNT-ROW.
008240     MOVE WS-ROW-PRIOR-COUNT TO WS-ROW-PRIOR-AMOUNT
008250     MOVE WS-ROW-COUNT TO WS-ROW-AMOUNT
008260     PERFORM 7300-WORK-OUT-GROWTH THRU 7300-WORK-OUT-GROWTH-EXIT
008270     MOVE WS-ROW-LABEL TO WS-SC-LABEL
008280     MOVE WS-ROW-PRIOR-COUNT TO WS-SC-PRIOR
008290     MOVE WS-ROW-COUNT TO WS-SC-CURRENT
008300     MOVE WS-ROW-CHANGE TO WS-SC-CHANGE
008310     IF ROW-HAS-PRIOR
008320         MOVE WS-ROW-PCT TO WS-SC-PCT
008330     ELSE
008340         MOVE SPACES TO WS-SC-PCT-X
008350     END-IF
008360     MOVE WS-SUM-COUNT-LINE TO PRT-LINE
008370     WRITE PRT-LINE AFTER ADVANCING 1 LINE
008380     MOVE ZERO TO WS-ROW-PRIOR-AMOUNT
008390     MOVE ZERO TO WS-ROW-AMOUNT
008400     PERFORM 8900-WRITE-CSV THRU 8900-WRITE-CSV-EXIT.
008410 7100-PRINT-COUNT-ROW-EXIT.
008420     EXIT.
008430*--------------------------------------------------------------
008440* 7200-PRINT-AMOUNT-ROW - ONE SUMMARY BALANCE ROW WITH ITS
008450*                         CHANGE AND GROWTH, AND THE SAME TO
008460*                         MICSV
008470*--------------------------------------------------------------
008480 7200-PRINT-AMOUNT-ROW.
008490     PERFORM 7300-WORK-OUT-GROWTH THRU 7300-WORK-OUT-GROWTH-EXIT
008500     MOVE WS-ROW-LABEL TO WS-SA-LABEL
008510     MOVE WS-ROW-PRIOR-AMOUNT TO WS-SA-PRIOR
008520     MOVE WS-ROW-AMOUNT TO WS-SA-CURRENT
008530     MOVE WS-ROW-CHANGE TO WS-SA-CHANGE
008540     IF ROW-HAS-PRIOR
008550         MOVE WS-ROW-PCT TO WS-SA-PCT
008560     ELSE
008570         MOVE SPACES TO WS-SA-PCT-X
008580     END-IF
008590     MOVE WS-SUM-AMOUNT-LINE TO PRT-LINE
008600     WRITE PRT-LINE AFTER ADVANCING 1 LINE
008610     MOVE ZERO TO WS-ROW-PRIOR-COUNT
008620     MOVE ZERO TO WS-ROW-COUNT
008630     PERFORM 8900-WRITE-CSV THRU 8900-WRITE-CSV-EXIT.
008640 7200-PRINT-AMOUNT-ROW-EXIT.
008650     EXIT.
008660*--------------------------------------------------------------
008670* 7300-WORK-OUT-GROWTH - CHANGE ON LAST MONTH, AND THE GROWTH
008680*                        PERCENT WHERE LAST MONTH WAS ABOVE ZERO
008690*--------------------------------------------------------------
008700 7300-WORK-OUT-GROWTH.
008710     COMPUTE WS-ROW-CHANGE = WS-ROW-AMOUNT - WS-ROW-PRIOR-AMOUNT
008720     MOVE 'N' TO WS-PRIOR-SWITCH
008730     MOVE ZERO TO WS-ROW-PCT
008740     IF WS-ROW-PRIOR-AMOUNT > ZERO
008750         MOVE 'Y' TO WS-PRIOR-SWITCH
008760         COMPUTE WS-ROW-PCT ROUNDED =
008770             WS-ROW-CHANGE * 100 / WS-ROW-PRIOR-AMOUNT
008780             ON SIZE ERROR
008790                 MOVE 'N' TO WS-PRIOR-SWITCH
008800         END-COMPUTE
008810     END-IF.
008820 7300-WORK-OUT-GROWTH-EXIT.
008830     EXIT.
008840*--------------------------------------------------------------
008850* 8000-PRINT-BREAKDOWN - THE DETAILED BREAKDOWN: EVERY TYPE AND
008860*                        STATUS, THE BALANCE BANDS, THE MONTH-END
008870*                        COMPARISON, THE MAINTENANCE COUNTS AND
008880*                        THE JOURNAL VOLUMES BY TYPE
008890*--------------------------------------------------------------
008900 8000-PRINT-BREAKDOWN.
008910     MOVE 'MONTHLY PORTFOLIO DETAIL' TO WS-H1-TITLE
008920     MOVE WS-HEAD1-LINE TO PRT-LINE
008930     WRITE PRT-LINE AFTER ADVANCING PAGE
008940     MOVE WS-DETAIL-HEADING TO PRT-LINE
008950     WRITE PRT-LINE AFTER ADVANCING 2 LINES
008960     MOVE SPACES TO PRT-LINE
008970     MOVE 'ACCOUNTS BY TYPE AND STATUS AT MONTH END' TO PRT-LINE
008980     WRITE PRT-LINE AFTER ADVANCING 2 LINES
008990     MOVE 'TYPESTAT' TO WS-ROW-SECTION
009000     MOVE 'Y' TO WS-AMOUNTS-SWITCH
009010     MOVE 'Y' TO WS-PRIOR-SWITCH
009020     PERFORM 8100-PRINT-TYPE THRU 8100-PRINT-TYPE-EXIT
009030         VARYING WS-TYPE-SUB FROM 1 BY 1
009040         UNTIL WS-TYPE-SUB > 5
009050     MOVE SPACES TO PRT-LINE
009060     MOVE 'LIVE ACCOUNTS BY BALANCE BAND AT MONTH END' TO PRT-LINE
009070     WRITE PRT-LINE AFTER ADVANCING 2 LINES
009080     MOVE 'BAND' TO WS-ROW-SECTION
009090     PERFORM 8200-PRINT-BAND THRU 8200-PRINT-BAND-EXIT
009100         VARYING WS-BAND-SUB FROM 1 BY 1
009110         UNTIL WS-BAND-SUB > 5
009120     MOVE SPACES TO PRT-LINE
009130     MOVE 'MONTH-END COMPARISON' TO PRT-LINE
009140     WRITE PRT-LINE AFTER ADVANCING 2 LINES
009150     MOVE 'SNAPSHOT' TO WS-ROW-SECTION
009160     MOVE 'N' TO WS-AMOUNTS-SWITCH
009170     MOVE 'N' TO WS-PRIOR-SWITCH
009180     MOVE ZERO TO WS-ROW-PRIOR-COUNT
009190     MOVE ZERO TO WS-ROW-PRIOR-AMOUNT
009200     MOVE ZERO TO WS-ROW-AMOUNT
009210     MOVE 'NEW SINCE LAST MONTH' TO WS-ROW-LABEL
009220     MOVE WS-NEW-COUNT TO WS-ROW-COUNT
009230     PERFORM 8800-PRINT-DETAIL THRU 8800-PRINT-DETAIL-EXIT
009240     MOVE 'STATUS CHANGED' TO WS-ROW-LABEL
009250     MOVE WS-CHANGED-COUNT TO WS-ROW-COUNT
009260     PERFORM 8800-PRINT-DETAIL THRU 8800-PRINT-DETAIL-EXIT
009270     MOVE 'NO LONGER ON FILE' TO WS-ROW-LABEL
009280     MOVE WS-GONE-COUNT TO WS-ROW-COUNT
009290     PERFORM 8800-PRINT-DETAIL THRU 8800-PRINT-DETAIL-EXIT
009300     MOVE SPACES TO PRT-LINE
009310     MOVE 'ACCOUNT MAINTENANCE (MNTAUD)' TO PRT-LINE
009320     WRITE PRT-LINE AFTER ADVANCING 2 LINES
009330     MOVE 'MAINT' TO WS-ROW-SECTION
009340     MOVE 'Y' TO WS-PRIOR-SWITCH
009350     PERFORM 8300-PRINT-KIND THRU 8300-PRINT-KIND-EXIT
009360         VARYING WS-KIND-SUB FROM 1 BY 1
009370         UNTIL WS-KIND-SUB > 5
009380     MOVE SPACES TO PRT-LINE
009390     MOVE 'JOURNAL VOLUMES BY TRANSACTION TYPE' TO PRT-LINE
009400     WRITE PRT-LINE AFTER ADVANCING 2 LINES
009410     MOVE 'JOURNAL' TO WS-ROW-SECTION
009420     MOVE 'Y' TO WS-AMOUNTS-SWITCH
009430     PERFORM 8400-PRINT-JRNL-TYPE THRU 8400-PRINT-JRNL-TYPE-EXIT
009440         VARYING WS-JT-SUB FROM 1 BY 1
009450         UNTIL WS-JT-SUB > 20.
009460 8000-PRINT-BREAKDOWN-EXIT.
009470     EXIT.
009480 8100-PRINT-TYPE.
009490     PERFORM 8110-PRINT-TYPE-STATUS THRU
009500         8110-PRINT-TYPE-STATUS-EXIT
009510         VARYING WS-STAT-SUB FROM 1 BY 1
009520         UNTIL WS-STAT-SUB > 5.
009530 8100-PRINT-TYPE-EXIT.
009540     EXIT.
009550 8110-PRINT-TYPE-STATUS.
009560     IF PF-PRIOR-COUNT (WS-TYPE-SUB, WS-STAT-SUB) = ZERO
009570         AND PF-COUNT (WS-TYPE-SUB, WS-STAT-SUB) = ZERO
009580         GO TO 8110-PRINT-TYPE-STATUS-EXIT
009590     END-IF
009600     MOVE TYPE-DESC (WS-TYPE-SUB) TO WS-ROW-LABEL-1
009610     MOVE STATUS-DESC (WS-STAT-SUB) TO WS-ROW-LABEL-2
009620     MOVE PF-PRIOR-COUNT (WS-TYPE-SUB, WS-STAT-SUB)
009630         TO WS-ROW-PRIOR-COUNT
009640     MOVE PF-COUNT (WS-TYPE-SUB, WS-STAT-SUB) TO WS-ROW-COUNT
009650     MOVE PF-PRIOR-BALANCE (WS-TYPE-SUB, WS-STAT-SUB)
009660         TO WS-ROW-PRIOR-AMOUNT
009670     MOVE PF-BALANCE (WS-TYPE-SUB, WS-STAT-SUB) TO WS-ROW-AMOUNT
009680     PERFORM 8800-PRINT-DETAIL THRU 8800-PRINT-DETAIL-EXIT.
009690 8110-PRINT-TYPE-STATUS-EXIT.
009700     EXIT.
009710 8200-PRINT-BAND.
009720     MOVE BAND-DESC (WS-BAND-SUB) TO WS-ROW-LABEL
009730     MOVE BD-PRIOR-COUNT (WS-BAND-SUB) TO WS-ROW-PRIOR-COUNT
009740     MOVE BD-COUNT (WS-BAND-SUB) TO WS-ROW-COUNT
009750     MOVE BD-PRIOR-BALANCE (WS-BAND-SUB) TO WS-ROW-PRIOR-AMOUNT
009760     MOVE BD-BALANCE (WS-BAND-SUB) TO WS-ROW-AMOUNT
009770     PERFORM 8800-PRINT-DETAIL THRU 8800-PRINT-DETAIL-EXIT.
009780 8200-PRINT-BAND-EXIT.
009790     EXIT.
009800 8300-PRINT-KIND.
009810     MOVE KIND-DESC (WS-KIND-SUB) TO WS-ROW-LABEL
009820     MOVE MK-PRIOR-COUNT (WS-KIND-SUB) TO WS-ROW-PRIOR-COUNT
009830     MOVE MK-COUNT (WS-KIND-SUB) TO WS-ROW-COUNT
009840     PERFORM 8800-PRINT-DETAIL THRU 8800-PRINT-DETAIL-EXIT.
009850 8300-PRINT-KIND-EXIT.
009860     EXIT.
009870 8400-PRINT-JRNL-TYPE.
009880     IF JV-PRIOR-COUNT (WS-JT-SUB) = ZERO
009890         AND JV-COUNT (WS-JT-SUB) = ZERO
009900         GO TO 8400-PRINT-JRNL-TYPE-EXIT
009910     END-IF
009920     MOVE SPACES TO WS-ROW-LABEL
009930     MOVE JT-CODE (WS-JT-SUB) TO WS-ROW-LABEL (1:1)
009940     MOVE JT-DESC (WS-JT-SUB) TO WS-ROW-LABEL (3:20)
009950     MOVE JV-PRIOR-COUNT (WS-JT-SUB) TO WS-ROW-PRIOR-COUNT
009960     MOVE JV-COUNT (WS-JT-SUB) TO WS-ROW-COUNT
009970     MOVE JV-PRIOR-AMOUNT (WS-JT-SUB) TO WS-ROW-PRIOR-AMOUNT
009980     MOVE JV-AMOUNT (WS-JT-SUB) TO WS-ROW-AMOUNT
009990     PERFORM 8800-PRINT-DETAIL THRU 8800-PRINT-DETAIL-EXIT.
010000 8400-PRINT-JRNL-TYPE-EXIT.
010010     EXIT.
010020*--------------------------------------------------------------
010030* 8800-PRINT-DETAIL - ONE BREAKDOWN ROW, AND THE SAME TO MICSV.
010040*                     ROWS WITH NO AMOUNTS OR NO LAST-MONTH
010050*                     FIGURE PRINT THOSE COLUMNS BLANK.
010060*--------------------------------------------------------------
010070 8800-PRINT-DETAIL.
010080     MOVE WS-ROW-LABEL TO WS-D-LABEL
010090     MOVE WS-ROW-PRIOR-COUNT TO WS-D-PRIOR-COUNT
010100     MOVE WS-ROW-COUNT TO WS-D-COUNT
010110     MOVE WS-ROW-PRIOR-AMOUNT TO WS-D-PRIOR-AMOUNT
010120     MOVE WS-ROW-AMOUNT TO WS-D-AMOUNT
010130     IF NOT ROW-HAS-PRIOR
010140         MOVE SPACES TO WS-D-PRIOR-COUNT-X
010150     END-IF
010160     IF NOT ROW-HAS-AMOUNTS
010170         MOVE SPACES TO WS-D-AMOUNTS
010180     END-IF
010190     MOVE WS-DETAIL-LINE TO PRT-LINE
010200     WRITE PRT-LINE AFTER ADVANCING 1 LINE
010210     PERFORM 8900-WRITE-CSV THRU 8900-WRITE-CSV-EXIT.
010220 8800-PRINT-DETAIL-EXIT.
010230     EXIT.
010240*--------------------------------------------------------------
010250* 8900-WRITE-CSV - ONE COMMA-DELIMITED ROW TO MICSV
010260*--------------------------------------------------------------
010270 8900-WRITE-CSV.
010280     MOVE WS-ROW-SECTION TO WS-V-SECTION
010290     MOVE WS-ROW-LABEL TO WS-V-ITEM
010300     MOVE WS-ROW-PRIOR-COUNT TO WS-V-PRIOR-COUNT
010310     MOVE WS-ROW-COUNT TO WS-V-COUNT
010320     MOVE WS-ROW-PRIOR-AMOUNT TO WS-V-PRIOR-AMOUNT
010330     MOVE WS-ROW-AMOUNT TO WS-V-AMOUNT
010340     WRITE MI-CSV-RECORD FROM WS-CSV-LINE
010350     ADD 1 TO WS-CSV-COUNT.
010360 8900-WRITE-CSV-EXIT.
010370     EXIT.
010380*--------------------------------------------------------------
010390* 9000-TERMINATE - PRINT THE RUN CONTROL TOTAL PAGE, CLOSE UP
010400*                  AND STAMP RUN CONTROL
010410*--------------------------------------------------------------
010420 9000-TERMINATE.
010430     MOVE SPACES TO PRT-LINE
010440     MOVE 'MONTHLY MI RUN CONTROL TOTALS' TO PRT-LINE
010450     WRITE PRT-LINE AFTER ADVANCING PAGE
010460     MOVE 'THIS MONTH-END RECORDS: ' TO WS-C-LABEL
010470     MOVE WS-CURR-READ-COUNT TO WS-C-COUNT
010480     MOVE WS-COUNT-LINE TO PRT-LINE
010490     WRITE PRT-LINE AFTER ADVANCING 2 LINES
010500     MOVE 'LAST MONTH-END RECORDS: ' TO WS-C-LABEL
010510     MOVE WS-PRIOR-READ-COUNT TO WS-C-COUNT
010520     MOVE WS-COUNT-LINE TO PRT-LINE
010530     WRITE PRT-LINE AFTER ADVANCING 1 LINE
010540     MOVE 'MNTAUD ENTRIES READ:    ' TO WS-C-LABEL
010550     MOVE WS-AUD-READ-COUNT TO WS-C-COUNT
010560     MOVE WS-COUNT-LINE TO PRT-LINE
010570     WRITE PRT-LINE AFTER ADVANCING 1 LINE
010580     MOVE 'JRNL ENTRIES READ:      ' TO WS-C-LABEL
010590     MOVE WS-JRNL-READ-COUNT TO WS-C-COUNT
010600     MOVE WS-COUNT-LINE TO PRT-LINE
010610     WRITE PRT-LINE AFTER ADVANCING 1 LINE
010620     MOVE 'MICSV RECORDS WRITTEN:  ' TO WS-C-LABEL
010630     MOVE WS-CSV-COUNT TO WS-C-COUNT
010640     MOVE WS-COUNT-LINE TO PRT-LINE
010650     WRITE PRT-LINE AFTER ADVANCING 1 LINE
010660     CLOSE CURSNAP
010670     CLOSE PRVSNAP
010680     CLOSE MNTAUD
010690     CLOSE JRNL
010700     CLOSE PRTFILE
010710     CLOSE MICSV
010720     DISPLAY 'MIRPT - LIVE ACCOUNTS:    ' WS-LIVE
010730     DISPLAY 'MIRPT - CSV RECORDS:      ' WS-CSV-COUNT
010740     PERFORM 9500-STAMP-RUN-CONTROL THRU
010750         9500-STAMP-RUN-CONTROL-EXIT.
010760 9000-TERMINATE-EXIT.
010770     EXIT.
010780*--------------------------------------------------------------
010790* 9500-STAMP-RUN-CONTROL - RECORD SUCCESSFUL COMPLETION FOR THE
010800*                         BUSINESS DATE SO A SECOND RUN IS
010810*                         REFUSED.
010820*--------------------------------------------------------------
010830 9500-STAMP-RUN-CONTROL.
010840     MOVE WS-TODAY-CYYDDD TO RC-DATE
010850     MOVE 'MIRPT   ' TO RC-JOB-NAME
010860     ACCEPT WS-RC-TIME-OF-DAY FROM TIME
010870     MOVE WS-RC-TIME-HHMMSS TO RC-COMPLETED-TIME
010880     WRITE RUN-CONTROL-RECORD
010890         INVALID KEY
010900             CONTINUE
010910     END-WRITE
010920     CLOSE RUNCTL.
010930 9500-STAMP-RUN-CONTROL-EXIT.
010940     EXIT.
