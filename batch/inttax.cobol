000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    INTTAX.
000030 AUTHOR.        D SHAH.
000040 INSTALLATION.  RETAIL BANKING SYSTEMS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*--------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 10/15/26   DS    NEW PROGRAM.  YEAR-END INTEREST TAX REPORTING.
000120*                  TOTALS THE INTEREST CREDITED (TYPE I - INTACCR
000130*                  SAVINGS INTEREST AND TDMATR DEPOSIT INTEREST)
000140*                  TO EACH CUSTOMER ACROSS ALL THEIR ACCOUNTS FOR
000150*                  THE TAX YEAR.  THE TAX YEAR START AND END DATES
000160*                  (CYYDDD, AS IN JR-DATE) COME FROM SYSIN, ONE
000170*                  PER RECORD.  EACH ACCOUNT'S ENTRIES ARE READ
000180*                  FROM THE JRNL ARCHIVE GENERATIONS (PRE-MERGED
000190*                  INTO KEY ORDER BY THE SORT STEP IN THE JCL, AS
000200*                  FOR STMPRINT) AND THEN THE ONLINE CLUSTER.
000210*                  EVERY CUSTOMER WITH A NET INTEREST TOTAL ABOVE
000220*                  ZERO GETS A RECORD ON THE TAX FILING FILE
000230*                  (HEADER, DETAILS, COUNT/HASH TRAILER) AND A
000240*                  YEAR-END INTEREST NOTICE ON PRTFILE CARRYING
000250*                  THE CUSTINFO ADDRESS BLOCK, TAXPAYER ID AND
000260*                  WITHHOLDING-EXEMPT FLAG.  CUSTOMERS PAID
000270*                  INTEREST WITH NO TAXPAYER ID ON FILE ARE LISTED
000280*                  ON TINPRT FOR THE BRANCHES TO CHASE, AND SET
000290*                  RETURN-CODE 4.
000300*--------------------------------------------------------------
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT CUSTMAS ASSIGN TO CUSTMAS
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS SEQUENTIAL
000370         RECORD KEY IS CM-ACCOUNT-ID.
000380     SELECT JRNL ASSIGN TO JRNL
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS JR-KEY.
000420     SELECT ARCHIN ASSIGN TO ARCHIN
000430         ORGANIZATION IS SEQUENTIAL.
000440     SELECT CUSTINFO ASSIGN TO CUSTINFO
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS RANDOM
000470         RECORD KEY IS CI-CUSTOMER-NUMBER.
000480     SELECT TAXOUT ASSIGN TO TAXOUT
000490         ORGANIZATION IS SEQUENTIAL.
000500     SELECT PRTFILE ASSIGN TO PRTFILE
000510         ORGANIZATION IS SEQUENTIAL.
000520     SELECT TINPRT ASSIGN TO TINPRT
000530         ORGANIZATION IS SEQUENTIAL.
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  CUSTMAS
000570     LABEL RECORDS ARE STANDARD.
000580 01  CUSTOMER-MASTER-RECORD.
000590     05  CM-ACCOUNT-ID.
000600         10  CM-CUSTOMER-NUMBER    PIC X(06).
000610         10  CM-ACCOUNT-SUFFIX     PIC X(02).
000620     05  CM-BALANCE                PIC S9(09)V99.
000630     05  CM-CUSTOMER-NAME          PIC X(20).
000640     05  CM-STATUS                 PIC X(01).
000650     05  CM-ACCOUNT-TYPE           PIC X(01).
000660 FD  JRNL
000670     LABEL RECORDS ARE STANDARD.
000680 01  JOURNAL-RECORD.
000690     05  JR-KEY.
000700         10  JR-SOURCE-ID          PIC X(08).
000710         10  JR-DATE               PIC S9(07) COMP-3.
000720         10  JR-TIME               PIC S9(07) COMP-3.
000730         10  JR-SEQ                PIC S9(05) COMP-3.
000740     05  JR-TARGET-ID              PIC X(08).
000750     05  JR-AMOUNT                 PIC S9(09)V99.
000760     05  JR-TRAN-TYPE              PIC X(01).
000770         88  JR-INTEREST               VALUE 'I'.
000780     05  JR-OPERATOR-ID            PIC X(08).
000790 FD  ARCHIN
000800     RECORDING MODE IS F
000810     LABEL RECORDS ARE STANDARD.
000820 01  ARCHIVE-JOURNAL-RECORD.
000830     05  AJ-KEY.
000840         10  AJ-SOURCE-ID          PIC X(08).
000850         10  AJ-DATE               PIC S9(07) COMP-3.
000860         10  AJ-TIME               PIC S9(07) COMP-3.
000870         10  AJ-SEQ                PIC S9(05) COMP-3.
000880     05  AJ-TARGET-ID              PIC X(08).
000890     05  AJ-AMOUNT                 PIC S9(09)V99.
000900     05  AJ-TRAN-TYPE              PIC X(01).
000910         88  AJ-INTEREST               VALUE 'I'.
000920     05  AJ-OPERATOR-ID            PIC X(08).
000930 FD  CUSTINFO
000940     LABEL RECORDS ARE STANDARD.
000950 01  CUSTOMER-INFO-RECORD.
000960     05  CI-CUSTOMER-NUMBER        PIC X(06).
000970     05  CI-ADDRESS-LINE-1         PIC X(30).
000980     05  CI-ADDRESS-LINE-2         PIC X(30).
000990     05  CI-ADDRESS-LINE-3         PIC X(30).
001000     05  CI-POSTCODE               PIC X(08).
001010     05  CI-PHONE                  PIC X(12).
001020     05  CI-TAXPAYER-ID            PIC X(11).
001030     05  CI-WITHHOLD-EXEMPT        PIC X(01).
001040 FD  TAXOUT
001050     RECORDING MODE IS F
001060     LABEL RECORDS ARE STANDARD.
001070 01  TAX-OUT-RECORD                PIC X(160).
001080 FD  PRTFILE
001090     RECORDING MODE IS F
001100     LABEL RECORDS ARE STANDARD.
001110 01  PRT-LINE                      PIC X(80).
001120 FD  TINPRT
001130     RECORDING MODE IS F
001140     LABEL RECORDS ARE STANDARD.
001150 01  TIN-LINE                      PIC X(80).
001160 WORKING-STORAGE SECTION.
001170 77  WS-EOF-SWITCH                 PIC X(01) VALUE 'N'.
001180     88  END-OF-CUSTMAS                VALUE 'Y'.
001190 77  WS-JRNL-DONE-SWITCH           PIC X(01) VALUE 'N'.
001200     88  JRNL-DONE-FOR-ACCOUNT         VALUE 'Y'.
001210 77  WS-ARCH-EOF-SWITCH            PIC X(01) VALUE 'N'.
001220     88  END-OF-ARCHIN                 VALUE 'Y'.
001230 77  WS-ADDR-FOUND-SWITCH          PIC X(01) VALUE 'N'.
001240     88  ADDRESS-FOUND                 VALUE 'Y'.
001250 77  WS-ACCOUNT-COUNT              PIC 9(07) VALUE ZERO.
001260 77  WS-CUSTOMER-COUNT             PIC 9(07) VALUE ZERO.
001270 77  WS-NOTICE-COUNT               PIC 9(07) VALUE ZERO.
001280 77  WS-NO-TIN-COUNT               PIC 9(07) VALUE ZERO.
001290 77  WS-NO-ADDR-COUNT              PIC 9(07) VALUE ZERO.
001300 77  WS-EXEMPT-COUNT               PIC 9(07) VALUE ZERO.
001310 77  WS-ENTRY-COUNT                PIC 9(07) VALUE ZERO.
001320 77  WS-ARCH-USED-COUNT            PIC 9(07) VALUE ZERO.
001330 77  WS-ARCH-SKIPPED-COUNT         PIC 9(07) VALUE ZERO.
001340 77  WS-DROPPED-COUNT              PIC 9(07) VALUE ZERO.
001350 77  WS-HASH-TOTAL                 PIC 9(13)V99 VALUE ZERO.
001360 77  WS-ACCT-USED                  PIC 9(03) COMP VALUE ZERO.
001370 77  WS-ACCT-SUB                   PIC 9(03) COMP VALUE ZERO.
001380 01  WS-YEAR-START                 PIC S9(07).
001390 01  WS-YEAR-END                   PIC S9(07).
001400 01  WS-JULIAN-DATE                PIC 9(05).
001410 01  WS-TODAY-CYYDDD               PIC S9(07).
001420 01  WS-CURRENT-CUSTOMER           PIC X(06) VALUE SPACES.
001430 01  WS-CUSTOMER-NAME              PIC X(20).
001440 01  WS-ACCOUNT-INTEREST           PIC S9(09)V99 VALUE ZERO.
001450 01  WS-CUSTOMER-INTEREST          PIC S9(11)V99 VALUE ZERO.
001460 01  WS-TOTAL-INTEREST             PIC S9(13)V99 VALUE ZERO.
001470*--------------------------------------------------------------
001480* PER-CUSTOMER ACCOUNT TABLE - ONE ENTRY FOR EACH ACCOUNT THAT
001490* EARNED INTEREST IN THE TAX YEAR, FOR THE NOTICE'S DETAIL LINES
001500*--------------------------------------------------------------
001510 01  NOTICE-ACCOUNT-TABLE.
001520     05  NOTICE-ACCOUNT OCCURS 20 TIMES.
001530         10  NA-ACCOUNT-ID         PIC X(08).
001540         10  NA-ACCOUNT-TYPE       PIC X(01).
001550         10  NA-INTEREST           PIC S9(09)V99.
001560 01  TAX-OUT-HEADER.
001570     05  FILLER                    PIC X(01) VALUE 'H'.
001580     05  TH-YEAR-START             PIC 9(07).
001590     05  TH-YEAR-END               PIC 9(07).
001600     05  TH-RUN-DATE               PIC 9(07).
001610     05  FILLER                    PIC X(138) VALUE SPACES.
001620 01  TAX-OUT-DETAIL.
001630     05  FILLER                    PIC X(01) VALUE 'D'.
001640     05  TD-CUSTOMER-NUMBER        PIC X(06).
001650     05  TD-TAXPAYER-ID            PIC X(11).
001660     05  TD-WITHHOLD-EXEMPT        PIC X(01).
001670     05  TD-CUSTOMER-NAME          PIC X(20).
001680     05  TD-ADDRESS-LINE-1         PIC X(30).
001690     05  TD-ADDRESS-LINE-2         PIC X(30).
001700     05  TD-ADDRESS-LINE-3         PIC X(30).
001710     05  TD-POSTCODE               PIC X(08).
001720     05  TD-INTEREST-PAID          PIC 9(11)V99.
001730     05  TD-YEAR-END               PIC 9(07).
001740     05  FILLER                    PIC X(03) VALUE SPACES.
001750 01  TAX-OUT-TRAILER.
001760     05  FILLER                    PIC X(01) VALUE 'T'.
001770     05  TT-DETAIL-COUNT           PIC 9(07).
001780     05  TT-HASH-TOTAL             PIC 9(13)V99.
001790     05  TT-NO-TIN-COUNT           PIC 9(07).
001800     05  FILLER                    PIC X(130) VALUE SPACES.
001810 01  WS-HEAD1-LINE.
001820     05  FILLER                    PIC X(26)
001830                               VALUE 'YEAR-END INTEREST NOTICE'.
001840     05  FILLER                    PIC X(10) VALUE 'TAX YEAR: '.
001850     05  WS-H1-START               PIC 9(07).
001860     05  FILLER                    PIC X(03) VALUE ' - '.
001870     05  WS-H1-END                 PIC 9(07).
001880     05  FILLER                    PIC X(27) VALUE SPACES.
001890 01  WS-HEAD2-LINE.
001900     05  FILLER                    PIC X(10) VALUE 'CUSTOMER: '.
001910     05  WS-H2-CUSTOMER-NUMBER     PIC X(06).
001920     05  FILLER                    PIC X(02) VALUE SPACES.
001930     05  WS-H2-CUSTOMER-NAME       PIC X(20).
001940     05  FILLER                    PIC X(42) VALUE SPACES.
001950 01  WS-ADDR-LINE.
001960     05  FILLER                    PIC X(09) VALUE SPACES.
001970     05  WS-A-TEXT                 PIC X(30).
001980     05  FILLER                    PIC X(41) VALUE SPACES.
001990 01  WS-TIN-LINE.
002000     05  FILLER                    PIC X(13)
002010                                       VALUE 'TAXPAYER ID: '.
002020     05  WS-I-TAXPAYER-ID          PIC X(11).
002030     05  FILLER                    PIC X(05) VALUE SPACES.
002040     05  FILLER                    PIC X(20)
002050                               VALUE 'WITHHOLDING EXEMPT: '.
002060     05  WS-I-EXEMPT               PIC X(01).
002070     05  FILLER                    PIC X(30) VALUE SPACES.
002080 01  WS-COLUMN-LINE.
002090     05  FILLER                    PIC X(14)
002100                                       VALUE 'ACCOUNT   TYP'.
002110     05  FILLER                    PIC X(16)
002120                                       VALUE '  INTEREST PAID'.
002130     05  FILLER                    PIC X(50) VALUE SPACES.
002140 01  WS-ACCOUNT-LINE.
002150     05  WS-N-ACCOUNT-ID           PIC X(08).
002160     05  FILLER                    PIC X(02) VALUE SPACES.
002170     05  WS-N-ACCOUNT-TYPE         PIC X(01).
002180     05  FILLER                    PIC X(03) VALUE SPACES.
002190     05  WS-N-INTEREST             PIC -(11)9.99.
002200     05  FILLER                    PIC X(51) VALUE SPACES.
002210 01  WS-NOTICE-TOTAL-LINE.
002220     05  FILLER                    PIC X(14)
002230                                       VALUE 'TOTAL PAID    '.
002240     05  WS-N-TOTAL                PIC -(11)9.99.
002250     05  FILLER                    PIC X(51) VALUE SPACES.
002260 01  WS-NO-TIN-HEADING.
002270     05  FILLER                    PIC X(08) VALUE 'CUSTOMER'.
002280     05  FILLER                    PIC X(22) VALUE '  NAME'.
002290     05  FILLER                    PIC X(15)
002300                                       VALUE ' INTEREST PAID'.
002310     05  FILLER                    PIC X(35)
002320                                       VALUE '  EXEMPT  ADDRESS'.
002330 01  WS-NO-TIN-DETAIL.
002340     05  WS-T-CUSTOMER-NUMBER      PIC X(06).
002350     05  FILLER                    PIC X(02) VALUE SPACES.
002360     05  WS-T-CUSTOMER-NAME        PIC X(20).
002370     05  FILLER                    PIC X(02) VALUE SPACES.
002380     05  WS-T-INTEREST             PIC -(11)9.99.
002390     05  FILLER                    PIC X(05) VALUE SPACES.
002400     05  WS-T-EXEMPT               PIC X(01).
002410     05  FILLER                    PIC X(04) VALUE SPACES.
002420     05  WS-T-ADDRESS-FLAG         PIC X(14).
002430     05  FILLER                    PIC X(11) VALUE SPACES.
002440 01  WS-COUNT-LINE.
002450     05  FILLER                    PIC X(10) VALUE SPACES.
002460     05  WS-C-LABEL                PIC X(24).
002470     05  WS-C-COUNT                PIC Z(06)9.
002480     05  FILLER                    PIC X(39) VALUE SPACES.
002490 01  WS-TOTAL-LINE.
002500     05  FILLER                    PIC X(10) VALUE SPACES.
002510     05  WS-L-LABEL                PIC X(24).
002520     05  WS-L-AMOUNT               PIC -(11)9.99.
002530     05  FILLER                    PIC X(31) VALUE SPACES.
002540 PROCEDURE DIVISION.
002550 0000-MAINLINE.
002560     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
002570     IF RETURN-CODE NOT = ZERO
002580         GOBACK
002590     END-IF
002600     PERFORM 2000-PROCESS-ACCOUNT THRU 2000-PROCESS-ACCOUNT-EXIT
002610         UNTIL END-OF-CUSTMAS
002620     IF WS-CURRENT-CUSTOMER NOT = SPACES
002630         PERFORM 5000-CUSTOMER-BREAK THRU 5000-CUSTOMER-BREAK-EXIT
002640     END-IF
002650     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
002660     GOBACK.
002670*--------------------------------------------------------------
002680* 1000-INITIALIZE - ACCEPT THE TAX YEAR FROM SYSIN, OPEN FILES,
002690*                   WRITE THE FILING HEADER AND PRIME THE
002700*                   ARCHIVE AND CUSTMAS READS.  A TAX YEAR THAT
002710*                   ENDS BEFORE IT STARTS STOPS THE RUN WITH
002720*                   RETURN-CODE 16 BEFORE ANYTHING IS OPENED.
002730*--------------------------------------------------------------
002740 1000-INITIALIZE.
002750     ACCEPT WS-YEAR-START
002760     ACCEPT WS-YEAR-END
002770     IF WS-YEAR-END < WS-YEAR-START
002780         DISPLAY 'INTTAX - TAX YEAR ENDS BEFORE IT STARTS - '
002790             'RUN STOPPED'
002800         MOVE 16 TO RETURN-CODE
002810         GO TO 1000-INITIALIZE-EXIT
002820     END-IF
002830     ACCEPT WS-JULIAN-DATE FROM DAY
002840     COMPUTE WS-TODAY-CYYDDD = 100000 + WS-JULIAN-DATE
002850     OPEN INPUT CUSTMAS
002860     OPEN INPUT JRNL
002870     OPEN INPUT ARCHIN
002880     OPEN INPUT CUSTINFO
002890     OPEN OUTPUT TAXOUT
002900     OPEN OUTPUT PRTFILE
002910     OPEN OUTPUT TINPRT
002920     MOVE WS-YEAR-START TO TH-YEAR-START
002930     MOVE WS-YEAR-END TO TH-YEAR-END
002940     MOVE WS-TODAY-CYYDDD TO TH-RUN-DATE
002950     WRITE TAX-OUT-RECORD FROM TAX-OUT-HEADER
002960     MOVE SPACES TO TIN-LINE
002970     MOVE 'CUSTOMERS PAID INTEREST WITH NO TAXPAYER ID'
002980         TO TIN-LINE
002990     WRITE TIN-LINE
003000     MOVE WS-NO-TIN-HEADING TO TIN-LINE
003010     WRITE TIN-LINE
003020     MOVE SPACES TO TIN-LINE
003030     WRITE TIN-LINE
003040     PERFORM 3300-READ-ARCHIN THRU 3300-READ-ARCHIN-EXIT
003050     PERFORM 3000-READ-CUSTMAS THRU 3000-READ-CUSTMAS-EXIT.
003060 1000-INITIALIZE-EXIT.
003070     EXIT.
003080*--------------------------------------------------------------
003090* 2000-PROCESS-ACCOUNT - BREAK ON A NEW CUSTOMER NUMBER, THEN
003100*                        TOTAL THE ACCOUNT'S INTEREST FOR THE TAX
003110*                        YEAR FROM THE ARCHIVE AND THE ONLINE
003120*                        CLUSTER AND ADD IT TO THE CUSTOMER
003130*--------------------------------------------------------------
003140 2000-PROCESS-ACCOUNT.
003150     IF CM-CUSTOMER-NUMBER NOT = WS-CURRENT-CUSTOMER
003160         IF WS-CURRENT-CUSTOMER NOT = SPACES
003170             PERFORM 5000-CUSTOMER-BREAK THRU
003180                 5000-CUSTOMER-BREAK-EXIT
003190         END-IF
003200         PERFORM 4000-START-CUSTOMER THRU 4000-START-CUSTOMER-EXIT
003210     END-IF
003220     ADD 1 TO WS-ACCOUNT-COUNT
003230     MOVE ZERO TO WS-ACCOUNT-INTEREST
003240     PERFORM 3600-SKIP-ARCH-ENTRY THRU 3600-SKIP-ARCH-ENTRY-EXIT
003250         UNTIL END-OF-ARCHIN
003260         OR AJ-SOURCE-ID NOT < CM-ACCOUNT-ID
003270     PERFORM 3700-ADD-ARCH-ENTRY THRU 3700-ADD-ARCH-ENTRY-EXIT
003280         UNTIL END-OF-ARCHIN
003290         OR AJ-SOURCE-ID NOT = CM-ACCOUNT-ID
003300     PERFORM 4200-START-JRNL THRU 4200-START-JRNL-EXIT
003310     PERFORM 4300-ADD-JRNL-ENTRY THRU 4300-ADD-JRNL-ENTRY-EXIT
003320         UNTIL JRNL-DONE-FOR-ACCOUNT
003330     IF WS-ACCOUNT-INTEREST NOT = ZERO
003340         PERFORM 4500-STORE-ACCOUNT THRU 4500-STORE-ACCOUNT-EXIT
003350     END-IF
003360     PERFORM 3000-READ-CUSTMAS THRU 3000-READ-CUSTMAS-EXIT.
003370 2000-PROCESS-ACCOUNT-EXIT.
003380     EXIT.
003390*--------------------------------------------------------------
003400* 3000-READ-CUSTMAS - READ THE NEXT CUSTMAS RECORD
003410*--------------------------------------------------------------
003420 3000-READ-CUSTMAS.
003430     READ CUSTMAS NEXT RECORD
003440         AT END
003450             MOVE 'Y' TO WS-EOF-SWITCH
003460     END-READ.
003470 3000-READ-CUSTMAS-EXIT.
003480     EXIT.
003490*--------------------------------------------------------------
003500* 3300-READ-ARCHIN - READ THE NEXT ARCHIVED ENTRY
003510*--------------------------------------------------------------
003520 3300-READ-ARCHIN.
003530     READ ARCHIN
003540         AT END
003550             MOVE 'Y' TO WS-ARCH-EOF-SWITCH
003560     END-READ.
003570 3300-READ-ARCHIN-EXIT.
003580     EXIT.
003590*--------------------------------------------------------------
003600* 3600-SKIP-ARCH-ENTRY - PASS OVER AN ARCHIVE ENTRY FOR AN
003610*                        ACCOUNT AHEAD OF THIS ONE ON CUSTMAS
003620*--------------------------------------------------------------
003630 3600-SKIP-ARCH-ENTRY.
003640     ADD 1 TO WS-ARCH-SKIPPED-COUNT
003650     PERFORM 3300-READ-ARCHIN THRU 3300-READ-ARCHIN-EXIT.
003660 3600-SKIP-ARCH-ENTRY-EXIT.
003670     EXIT.
003680*--------------------------------------------------------------
003690* 3700-ADD-ARCH-ENTRY - ADD AN ARCHIVED INTEREST CREDIT DATED IN
003700*                       THE TAX YEAR TO THE ACCOUNT'S TOTAL
003710*--------------------------------------------------------------
003720 3700-ADD-ARCH-ENTRY.
003730     ADD 1 TO WS-ARCH-USED-COUNT
003740     IF AJ-INTEREST
003750         AND AJ-DATE NOT < WS-YEAR-START
003760         AND AJ-DATE NOT > WS-YEAR-END
003770         ADD AJ-AMOUNT TO WS-ACCOUNT-INTEREST
003780         ADD 1 TO WS-ENTRY-COUNT
003790     END-IF
003800     PERFORM 3300-READ-ARCHIN THRU 3300-READ-ARCHIN-EXIT.
003810 3700-ADD-ARCH-ENTRY-EXIT.
003820     EXIT.
003830*--------------------------------------------------------------
003840* 4000-START-CUSTOMER - CLEAR THE CUSTOMER'S ACCUMULATORS
003850*--------------------------------------------------------------
003860 4000-START-CUSTOMER.
003870     MOVE CM-CUSTOMER-NUMBER TO WS-CURRENT-CUSTOMER
003880     MOVE CM-CUSTOMER-NAME TO WS-CUSTOMER-NAME
003890     MOVE ZERO TO WS-CUSTOMER-INTEREST
003900     MOVE ZERO TO WS-ACCT-USED.
003910 4000-START-CUSTOMER-EXIT.
003920     EXIT.
003930*--------------------------------------------------------------
003940* 4200-START-JRNL - POSITION THE JOURNAL AT THE ACCOUNT'S FIRST
003950*                   ENTRY AND READ IT
003960*--------------------------------------------------------------
003970 4200-START-JRNL.
003980     MOVE 'N' TO WS-JRNL-DONE-SWITCH
003990     MOVE CM-ACCOUNT-ID TO JR-SOURCE-ID
004000     MOVE ZERO TO JR-DATE
004010     MOVE ZERO TO JR-TIME
004020     MOVE ZERO TO JR-SEQ
004030     START JRNL KEY NOT < JR-KEY
004040         INVALID KEY
004050             MOVE 'Y' TO WS-JRNL-DONE-SWITCH
004060     END-START
004070     IF NOT JRNL-DONE-FOR-ACCOUNT
004080         PERFORM 4400-READ-JRNL THRU 4400-READ-JRNL-EXIT
004090     END-IF.
004100 4200-START-JRNL-EXIT.
004110     EXIT.
004120*--------------------------------------------------------------
004130* 4300-ADD-JRNL-ENTRY - ADD AN ONLINE INTEREST CREDIT DATED IN
004140*                       THE TAX YEAR TO THE ACCOUNT'S TOTAL
004150*--------------------------------------------------------------
004160 4300-ADD-JRNL-ENTRY.
004170     IF JR-INTEREST
004180         AND JR-DATE NOT < WS-YEAR-START
004190         AND JR-DATE NOT > WS-YEAR-END
004200         ADD JR-AMOUNT TO WS-ACCOUNT-INTEREST
004210         ADD 1 TO WS-ENTRY-COUNT
004220     END-IF
004230     PERFORM 4400-READ-JRNL THRU 4400-READ-JRNL-EXIT.
004240 4300-ADD-JRNL-ENTRY-EXIT.
004250     EXIT.
004260*--------------------------------------------------------------
004270* 4400-READ-JRNL - READ THE NEXT ENTRY, DONE WHEN THE SOURCE
004280*                  ACCOUNT CHANGES OR THE FILE ENDS
004290*--------------------------------------------------------------
004300 4400-READ-JRNL.
004310     READ JRNL NEXT RECORD
004320         AT END
004330             MOVE 'Y' TO WS-JRNL-DONE-SWITCH
004340     END-READ
004350     IF NOT JRNL-DONE-FOR-ACCOUNT
004360         IF JR-SOURCE-ID NOT = CM-ACCOUNT-ID
004370             MOVE 'Y' TO WS-JRNL-DONE-SWITCH
004380         END-IF
004390     END-IF.
004400 4400-READ-JRNL-EXIT.
004410     EXIT.
004420*--------------------------------------------------------------
004430* 4500-STORE-ACCOUNT - ADD THE ACCOUNT'S INTEREST TO THE
004440*                      CUSTOMER AND KEEP IT FOR THE NOTICE, OR
004450*                      COUNT THE NOTICE LINE DROPPED IF THE TABLE
004460*                      IS FULL (THE CUSTOMER TOTAL STAYS WHOLE)
004470*--------------------------------------------------------------
004480 4500-STORE-ACCOUNT.
004490     ADD WS-ACCOUNT-INTEREST TO WS-CUSTOMER-INTEREST
004500     IF WS-ACCT-USED < 20
004510         ADD 1 TO WS-ACCT-USED
004520         MOVE CM-ACCOUNT-ID TO NA-ACCOUNT-ID (WS-ACCT-USED)
004530         MOVE CM-ACCOUNT-TYPE TO NA-ACCOUNT-TYPE (WS-ACCT-USED)
004540         MOVE WS-ACCOUNT-INTEREST TO NA-INTEREST (WS-ACCT-USED)
004550     ELSE
004560         ADD 1 TO WS-DROPPED-COUNT
004570     END-IF.
004580 4500-STORE-ACCOUNT-EXIT.
004590     EXIT.
004600*--------------------------------------------------------------
004610* 5000-CUSTOMER-BREAK - END OF ONE CUSTOMER'S ACCOUNTS.  A
004620*                       CUSTOMER WHOSE NET INTEREST FOR THE YEAR
004630*                       IS ABOVE ZERO IS FILED, SENT A NOTICE AND,
004640*                       WITH NO TAXPAYER ID ON FILE, LISTED.
004650*--------------------------------------------------------------
004660 5000-CUSTOMER-BREAK.
004670     ADD 1 TO WS-CUSTOMER-COUNT
004680     IF WS-CUSTOMER-INTEREST NOT > ZERO
004690         GO TO 5000-CUSTOMER-BREAK-EXIT
004700     END-IF
004710     MOVE WS-CURRENT-CUSTOMER TO CI-CUSTOMER-NUMBER
004720     READ CUSTINFO
004730         INVALID KEY
004740             MOVE 'N' TO WS-ADDR-FOUND-SWITCH
004750         NOT INVALID KEY
004760             MOVE 'Y' TO WS-ADDR-FOUND-SWITCH
004770     END-READ
004780     IF NOT ADDRESS-FOUND
004790         MOVE SPACES TO CUSTOMER-INFO-RECORD
004800         MOVE WS-CURRENT-CUSTOMER TO CI-CUSTOMER-NUMBER
004810         MOVE 'N' TO CI-WITHHOLD-EXEMPT
004820         ADD 1 TO WS-NO-ADDR-COUNT
004830     END-IF
004840     IF CI-WITHHOLD-EXEMPT = 'Y'
004850         ADD 1 TO WS-EXEMPT-COUNT
004860     END-IF
004870     ADD WS-CUSTOMER-INTEREST TO WS-TOTAL-INTEREST
004880     PERFORM 6000-WRITE-FILING THRU 6000-WRITE-FILING-EXIT
004890     PERFORM 7000-PRINT-NOTICE THRU 7000-PRINT-NOTICE-EXIT
004900     IF CI-TAXPAYER-ID = SPACES
004910         PERFORM 6500-LIST-NO-TIN THRU 6500-LIST-NO-TIN-EXIT
004920     END-IF.
004930 5000-CUSTOMER-BREAK-EXIT.
004940     EXIT.
004950*--------------------------------------------------------------
004960* 6000-WRITE-FILING - ONE CUSTOMER TO THE TAX FILING FILE
004970*--------------------------------------------------------------
004980 6000-WRITE-FILING.
004990     MOVE WS-CURRENT-CUSTOMER TO TD-CUSTOMER-NUMBER
005000     MOVE CI-TAXPAYER-ID TO TD-TAXPAYER-ID
005010     MOVE CI-WITHHOLD-EXEMPT TO TD-WITHHOLD-EXEMPT
005020     MOVE WS-CUSTOMER-NAME TO TD-CUSTOMER-NAME
005030     MOVE CI-ADDRESS-LINE-1 TO TD-ADDRESS-LINE-1
005040     MOVE CI-ADDRESS-LINE-2 TO TD-ADDRESS-LINE-2
005050     MOVE CI-ADDRESS-LINE-3 TO TD-ADDRESS-LINE-3
005060     MOVE CI-POSTCODE TO TD-POSTCODE
005070     MOVE WS-CUSTOMER-INTEREST TO TD-INTEREST-PAID
005080     MOVE WS-YEAR-END TO TD-YEAR-END
005090     WRITE TAX-OUT-RECORD FROM TAX-OUT-DETAIL
005100     ADD WS-CUSTOMER-INTEREST TO WS-HASH-TOTAL.
005110 6000-WRITE-FILING-EXIT.
005120     EXIT.
005130*--------------------------------------------------------------
005140* 6500-LIST-NO-TIN - ONE CUSTOMER PAID INTEREST WITH NO
005150*                    TAXPAYER ID TO THE TINPRT LIST
005160*--------------------------------------------------------------
005170 6500-LIST-NO-TIN.
005180     ADD 1 TO WS-NO-TIN-COUNT
005190     MOVE WS-CURRENT-CUSTOMER TO WS-T-CUSTOMER-NUMBER
005200     MOVE WS-CUSTOMER-NAME TO WS-T-CUSTOMER-NAME
005210     MOVE WS-CUSTOMER-INTEREST TO WS-T-INTEREST
005220     MOVE CI-WITHHOLD-EXEMPT TO WS-T-EXEMPT
005230     IF ADDRESS-FOUND
005240         MOVE SPACES TO WS-T-ADDRESS-FLAG
005250     ELSE
005260         MOVE 'NO CUSTINFO' TO WS-T-ADDRESS-FLAG
005270     END-IF
005280     MOVE WS-NO-TIN-DETAIL TO TIN-LINE
005290     WRITE TIN-LINE.
005300 6500-LIST-NO-TIN-EXIT.
005310     EXIT.
005320*--------------------------------------------------------------
005330* 7000-PRINT-NOTICE - ONE YEAR-END INTEREST NOTICE ON A FRESH
005340*                     PAGE: HEADINGS, ADDRESS BLOCK, TAXPAYER ID
005350*                     AND EXEMPT FLAG, ONE LINE PER ACCOUNT THAT
005360*                     EARNED INTEREST AND THE YEAR'S TOTAL
005370*--------------------------------------------------------------
005380 7000-PRINT-NOTICE.
005390     MOVE WS-YEAR-START TO WS-H1-START
005400     MOVE WS-YEAR-END TO WS-H1-END
005410     MOVE WS-HEAD1-LINE TO PRT-LINE
005420     WRITE PRT-LINE AFTER ADVANCING PAGE
005430     MOVE WS-CURRENT-CUSTOMER TO WS-H2-CUSTOMER-NUMBER
005440     MOVE WS-CUSTOMER-NAME TO WS-H2-CUSTOMER-NAME
005450     MOVE WS-HEAD2-LINE TO PRT-LINE
005460     WRITE PRT-LINE AFTER ADVANCING 2 LINES
005470     PERFORM 7500-PRINT-ADDRESS THRU 7500-PRINT-ADDRESS-EXIT
005480     IF CI-TAXPAYER-ID = SPACES
005490         MOVE '*NONE*' TO WS-I-TAXPAYER-ID
005500     ELSE
005510         MOVE CI-TAXPAYER-ID TO WS-I-TAXPAYER-ID
005520     END-IF
005530     MOVE CI-WITHHOLD-EXEMPT TO WS-I-EXEMPT
005540     MOVE WS-TIN-LINE TO PRT-LINE
005550     WRITE PRT-LINE AFTER ADVANCING 2 LINES
005560     MOVE WS-COLUMN-LINE TO PRT-LINE
005570     WRITE PRT-LINE AFTER ADVANCING 2 LINES
005580     PERFORM 7100-PRINT-ACCOUNT THRU 7100-PRINT-ACCOUNT-EXIT
005590         VARYING WS-ACCT-SUB FROM 1 BY 1
005600         UNTIL WS-ACCT-SUB > WS-ACCT-USED
005610     MOVE WS-CUSTOMER-INTEREST TO WS-N-TOTAL
005620     MOVE WS-NOTICE-TOTAL-LINE TO PRT-LINE
005630     WRITE PRT-LINE AFTER ADVANCING 2 LINES
005640     ADD 1 TO WS-NOTICE-COUNT.
005650 7000-PRINT-NOTICE-EXIT.
005660     EXIT.
005670 7100-PRINT-ACCOUNT.
005680     MOVE NA-ACCOUNT-ID (WS-ACCT-SUB) TO WS-N-ACCOUNT-ID
005690     MOVE NA-ACCOUNT-TYPE (WS-ACCT-SUB) TO WS-N-ACCOUNT-TYPE
005700     MOVE NA-INTEREST (WS-ACCT-SUB) TO WS-N-INTEREST
005710     MOVE WS-ACCOUNT-LINE TO PRT-LINE
005720     WRITE PRT-LINE AFTER ADVANCING 1 LINE.
005730 7100-PRINT-ACCOUNT-EXIT.
005740     EXIT.
005750*--------------------------------------------------------------
005760* 7500-PRINT-ADDRESS - PRINT THE CUSTOMER'S MAILING ADDRESS
005770*                      BLOCK FROM CUSTINFO, OR FLAG A MISSING
005780*                      RECORD
005790*--------------------------------------------------------------
005800 7500-PRINT-ADDRESS.
005810     IF ADDRESS-FOUND
005820         MOVE CI-ADDRESS-LINE-1 TO WS-A-TEXT
005830         MOVE WS-ADDR-LINE TO PRT-LINE
005840         WRITE PRT-LINE AFTER ADVANCING 1 LINE
005850         IF CI-ADDRESS-LINE-2 NOT = SPACES
005860             MOVE CI-ADDRESS-LINE-2 TO WS-A-TEXT
005870             MOVE WS-ADDR-LINE TO PRT-LINE
005880             WRITE PRT-LINE AFTER ADVANCING 1 LINE
005890         END-IF
005900         IF CI-ADDRESS-LINE-3 NOT = SPACES
005910             MOVE CI-ADDRESS-LINE-3 TO WS-A-TEXT
005920             MOVE WS-ADDR-LINE TO PRT-LINE
005930             WRITE PRT-LINE AFTER ADVANCING 1 LINE
005940         END-IF
005950         MOVE CI-POSTCODE TO WS-A-TEXT
005960         MOVE WS-ADDR-LINE TO PRT-LINE
005970         WRITE PRT-LINE AFTER ADVANCING 1 LINE
005980     ELSE
005990         MOVE '** NO ADDRESS ON FILE **' TO WS-A-TEXT
006000         MOVE WS-ADDR-LINE TO PRT-LINE
006010         WRITE PRT-LINE AFTER ADVANCING 1 LINE
006020     END-IF.
006030 7500-PRINT-ADDRESS-EXIT.
006040     EXIT.
006050*--------------------------------------------------------------
006060* 9000-TERMINATE - WRITE THE FILING TRAILER, PRINT THE RUN
006070*                  CONTROL TOTAL PAGE, CLOSE UP
006080*--------------------------------------------------------------
006090 9000-TERMINATE.
006100     MOVE WS-NOTICE-COUNT TO TT-DETAIL-COUNT
006110     MOVE WS-HASH-TOTAL TO TT-HASH-TOTAL
006120     MOVE WS-NO-TIN-COUNT TO TT-NO-TIN-COUNT
006130     WRITE TAX-OUT-RECORD FROM TAX-OUT-TRAILER
006140     MOVE SPACES TO PRT-LINE
006150     MOVE 'INTEREST TAX RUN CONTROL TOTALS' TO PRT-LINE
006160     WRITE PRT-LINE AFTER ADVANCING PAGE
006170     MOVE 'ACCOUNTS READ:          ' TO WS-C-LABEL
006180     MOVE WS-ACCOUNT-COUNT TO WS-C-COUNT
006190     MOVE WS-COUNT-LINE TO PRT-LINE
006200     WRITE PRT-LINE AFTER ADVANCING 2 LINES
006210     MOVE 'CUSTOMERS READ:         ' TO WS-C-LABEL
006220     MOVE WS-CUSTOMER-COUNT TO WS-C-COUNT
006230     MOVE WS-COUNT-LINE TO PRT-LINE
006240     WRITE PRT-LINE AFTER ADVANCING 1 LINE
006250     MOVE 'INTEREST ENTRIES:       ' TO WS-C-LABEL
006260     MOVE WS-ENTRY-COUNT TO WS-C-COUNT
006270     MOVE WS-COUNT-LINE TO PRT-LINE
006280     WRITE PRT-LINE AFTER ADVANCING 1 LINE
006290     MOVE 'NOTICES / FILED:        ' TO WS-C-LABEL
006300     MOVE WS-NOTICE-COUNT TO WS-C-COUNT
006310     MOVE WS-COUNT-LINE TO PRT-LINE
006320     WRITE PRT-LINE AFTER ADVANCING 1 LINE
006330     MOVE 'WITHHOLDING EXEMPT:     ' TO WS-C-LABEL
006340     MOVE WS-EXEMPT-COUNT TO WS-C-COUNT
006350     MOVE WS-COUNT-LINE TO PRT-LINE
006360     WRITE PRT-LINE AFTER ADVANCING 1 LINE
006370     MOVE 'NO TAXPAYER ID:         ' TO WS-C-LABEL
006380     MOVE WS-NO-TIN-COUNT TO WS-C-COUNT
006390     MOVE WS-COUNT-LINE TO PRT-LINE
006400     WRITE PRT-LINE AFTER ADVANCING 1 LINE
006410     MOVE 'NO ADDRESS RECORD:      ' TO WS-C-LABEL
006420     MOVE WS-NO-ADDR-COUNT TO WS-C-COUNT
006430     MOVE WS-COUNT-LINE TO PRT-LINE
006440     WRITE PRT-LINE AFTER ADVANCING 1 LINE
006450     MOVE 'ARCHIVE ENTRIES MERGED: ' TO WS-C-LABEL
006460     MOVE WS-ARCH-USED-COUNT TO WS-C-COUNT
006470     MOVE WS-COUNT-LINE TO PRT-LINE
006480     WRITE PRT-LINE AFTER ADVANCING 1 LINE
006490     MOVE 'ARCHIVE ENTRIES PASSED: ' TO WS-C-LABEL
006500     MOVE WS-ARCH-SKIPPED-COUNT TO WS-C-COUNT
006510     MOVE WS-COUNT-LINE TO PRT-LINE
006520     WRITE PRT-LINE AFTER ADVANCING 1 LINE
006530     MOVE 'NOTICE LINES DROPPED:   ' TO WS-C-LABEL
006540     MOVE WS-DROPPED-COUNT TO WS-C-COUNT
006550     MOVE WS-COUNT-LINE TO PRT-LINE
006560     WRITE PRT-LINE AFTER ADVANCING 1 LINE
006570     MOVE 'TOTAL INTEREST FILED:   ' TO WS-L-LABEL
006580     MOVE WS-TOTAL-INTEREST TO WS-L-AMOUNT
006590     MOVE WS-TOTAL-LINE TO PRT-LINE
006600     WRITE PRT-LINE AFTER ADVANCING 1 LINE
006610     MOVE SPACES TO TIN-LINE
006620     WRITE TIN-LINE
006630     MOVE 'NO TAXPAYER ID:         ' TO WS-C-LABEL
006640     MOVE WS-NO-TIN-COUNT TO WS-C-COUNT
006650     MOVE WS-COUNT-LINE TO TIN-LINE
006660     WRITE TIN-LINE
006670     IF WS-NO-TIN-COUNT > ZERO
006680         OR WS-DROPPED-COUNT > ZERO
006690         MOVE 4 TO RETURN-CODE
006700     END-IF
006710     CLOSE CUSTMAS
006720     CLOSE JRNL
006730     CLOSE ARCHIN
006740     CLOSE CUSTINFO
006750     CLOSE TAXOUT
006760     CLOSE PRTFILE
006770     CLOSE TINPRT
006780     DISPLAY 'INTTAX - NOTICES PRINTED: ' WS-NOTICE-COUNT
006790     DISPLAY 'INTTAX - NO TAXPAYER ID:  ' WS-NO-TIN-COUNT.
006800 9000-TERMINATE-EXIT.
006810     EXIT.
