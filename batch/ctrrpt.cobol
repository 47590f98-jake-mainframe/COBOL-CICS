000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CTRRPT.
000030 AUTHOR.        D SHAH.
000040 INSTALLATION.  RETAIL BANKING SYSTEMS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*--------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 10/15/26   DS    NEW PROGRAM.  LARGE CASH TRANSACTION REPORT.
000120*                  READS THE JOURNAL IN KEY ORDER - EVERY ACCOUNT
000130*                  OF A CUSTOMER IS ADJACENT, SO THE CUSTOMER
000140*                  NUMBER (FIRST SIX OF JR-SOURCE-ID) IS A
000150*                  CONTROL BREAK - AND ADDS UP EACH CUSTOMER'S
000160*                  CASH DEPOSITS (TYPE D) AND CASH WITHDRAWALS
000170*                  (TYPE W) FOR TODAY ACROSS ALL THEIR ACCOUNTS
000180*                  AND TELLERS.  A CUSTOMER WHOSE CASH IN OR CASH
000190*                  OUT IS OVER THE SYSPARM CTRLIMIT THRESHOLD IS
000200*                  WRITTEN TO THE CURRENCY TRANSACTION REPORT
000210*                  FILE (HEADER, DETAILS, COUNT/HASH TRAILER) AND
000220*                  LISTED ON PRTFILE.  STRUCTURING: A CASH ITEM
000230*                  BELOW THE THRESHOLD BUT WITHIN THE SYSPARM
000240*                  CTRBAND FRACTION OF IT (RATE) IS NEAR-
000250*                  THRESHOLD; A CUSTOMER WITH AT LEAST CTRHITS
000260*                  SUCH ITEMS IN THE LAST CTRDAYS DAYS, ONE OF
000270*                  THEM TODAY, IS LISTED ON THE REVPRT REVIEW
000280*                  LIST FOR THE COMPLIANCE OFFICER.
000283* 10/15/26   DS    CASH DRAWN WITH OUR CARDS AT NETWORK ATMS (TYPE
000286*                  A, POSTED BY ATMSETL) COUNTS AS CASH OUT.
000290*--------------------------------------------------------------
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT JRNL ASSIGN TO JRNL
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS SEQUENTIAL
000360         RECORD KEY IS JR-KEY.
000370     SELECT CUSTMAS ASSIGN TO CUSTMAS
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS RANDOM
000400         RECORD KEY IS CM-ACCOUNT-ID.
000410     SELECT SYSPARM ASSIGN TO SYSPARM
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS RANDOM
000440         RECORD KEY IS PM-KEY.
000450     SELECT CTROUT ASSIGN TO CTROUT
000460         ORGANIZATION IS SEQUENTIAL.
000470     SELECT PRTFILE ASSIGN TO PRTFILE
000480         ORGANIZATION IS SEQUENTIAL.
000490     SELECT REVPRT ASSIGN TO REVPRT
000500         ORGANIZATION IS SEQUENTIAL.
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  JRNL
000540     LABEL RECORDS ARE STANDARD.
000550 01  JOURNAL-RECORD.
000560     05  JR-KEY.
000570         10  JR-SOURCE-ID          PIC X(08).
000580         10  JR-DATE               PIC S9(07) COMP-3.
000590         10  JR-TIME               PIC S9(07) COMP-3.
000600         10  JR-SEQ                PIC S9(05) COMP-3.
000610     05  JR-TARGET-ID              PIC X(08).
000620     05  JR-AMOUNT                 PIC S9(09)V99.
000630     05  JR-TRAN-TYPE              PIC X(01).
000640         88  JR-CASH-DEPOSIT           VALUE 'D'.
000650         88  JR-CASH-WITHDRAWAL        VALUE 'W' 'A'.
000660     05  JR-OPERATOR-ID            PIC X(08).
000670 FD  CUSTMAS
000680     LABEL RECORDS ARE STANDARD.
000690 01  CUSTOMER-MASTER-RECORD.
000700     05  CM-ACCOUNT-ID.
000710         10  CM-CUSTOMER-NUMBER    PIC X(06).
000720         10  CM-ACCOUNT-SUFFIX     PIC X(02).
000730     05  CM-BALANCE                PIC S9(09)V99.
000740     05  CM-CUSTOMER-NAME          PIC X(20).
000750     05  CM-STATUS                 PIC X(01).
000760     05  CM-ACCOUNT-TYPE           PIC X(01).
000770 FD  SYSPARM
000780     LABEL RECORDS ARE STANDARD.
000790 01  SYSTEM-PARAMETER-RECORD.
000800     05  PM-KEY                    PIC X(08).
000810     05  PM-AMOUNT                 PIC 9(09)V99.
000820     05  PM-RATE                   PIC V999.
000830 FD  CTROUT
000840     RECORDING MODE IS F
000850     LABEL RECORDS ARE STANDARD.
000860 01  CTR-OUT-RECORD                PIC X(80).
000870 FD  PRTFILE
000880     RECORDING MODE IS F
000890     LABEL RECORDS ARE STANDARD.
000900 01  PRT-LINE                      PIC X(80).
000910 FD  REVPRT
000920     RECORDING MODE IS F
000930     LABEL RECORDS ARE STANDARD.
000940 01  REV-LINE                      PIC X(80).
000950 WORKING-STORAGE SECTION.
000960 77  WS-EOF-SWITCH                 PIC X(01) VALUE 'N'.
000970     88  END-OF-JRNL                   VALUE 'Y'.
000980 77  WS-NEAR-TODAY-SWITCH          PIC X(01) VALUE 'N'.
000990     88  NEAR-ITEM-TODAY               VALUE 'Y'.
001000 77  WS-ENTRY-COUNT                PIC 9(07) VALUE ZERO.
001010 77  WS-CUSTOMER-COUNT             PIC 9(07) VALUE ZERO.
001020 77  WS-REPORTED-COUNT             PIC 9(07) VALUE ZERO.
001030 77  WS-REVIEW-COUNT               PIC 9(07) VALUE ZERO.
001040 77  WS-HASH-TOTAL                 PIC 9(13)V99 VALUE ZERO.
001050 77  WS-CASH-IN-COUNT              PIC 9(05) VALUE ZERO.
001060 77  WS-CASH-IN-TOTAL              PIC S9(11)V99 VALUE ZERO.
001070 77  WS-CASH-OUT-COUNT             PIC 9(05) VALUE ZERO.
001080 77  WS-CASH-OUT-TOTAL             PIC S9(11)V99 VALUE ZERO.
001090 77  WS-NEAR-COUNT                 PIC 9(05) VALUE ZERO.
001100 77  WS-NEAR-TOTAL                 PIC S9(11)V99 VALUE ZERO.
001110 77  WS-CTR-LIMIT                  PIC S9(09)V99 VALUE 10000.00.
001120 77  WS-NEAR-BAND                  PIC V999 VALUE .100.
001130 77  WS-WINDOW-DAYS                PIC 9(03) VALUE 5.
001140 77  WS-MIN-HITS                   PIC 9(03) VALUE 3.
001150 77  WS-NEAR-FLOOR                 PIC S9(09)V99 VALUE ZERO.
001160 01  WS-JULIAN-DATE                PIC 9(05).
001170 01  WS-TODAY-CYYDDD               PIC S9(07).
001180 01  WS-TODAY-DAYS                 PIC 9(07).
001190 01  WS-WINDOW-START-DAYS          PIC 9(07).
001200 01  WS-CURRENT-CUSTOMER           PIC X(06) VALUE SPACES.
001210 01  WS-FIRST-ACCOUNT-ID           PIC X(08) VALUE SPACES.
001220 01  WS-CUSTOMER-NAME              PIC X(20).
001230 01  WS-DN-CYYDDD                  PIC S9(07).
001240 01  WS-DN-YYDDD                   PIC 9(05).
001250 01  WS-DN-YY                      PIC 9(03).
001260 01  WS-DN-DDD                     PIC 9(03).
001270 01  WS-DN-LEAP-DAYS               PIC 9(03).
001280 01  WS-DN-DAYS                    PIC 9(07).
001290 01  CTR-OUT-HEADER.
001300     05  FILLER                    PIC X(01) VALUE 'H'.
001310     05  CH-BUSINESS-DATE          PIC 9(07).
001320     05  CH-THRESHOLD              PIC 9(09)V99.
001330     05  FILLER                    PIC X(61) VALUE SPACES.
001340 01  CTR-OUT-DETAIL.
001350     05  FILLER                    PIC X(01) VALUE 'D'.
001360     05  CD-CUSTOMER-NUMBER        PIC X(06).
001370     05  CD-BUSINESS-DATE          PIC 9(07).
001380     05  CD-CUSTOMER-NAME          PIC X(20).
001390     05  CD-CASH-IN-COUNT          PIC 9(05).
001400     05  CD-CASH-IN-TOTAL          PIC 9(11)V99.
001410     05  CD-CASH-OUT-COUNT         PIC 9(05).
001420     05  CD-CASH-OUT-TOTAL         PIC 9(11)V99.
001430     05  FILLER                    PIC X(10) VALUE SPACES.
001440 01  CTR-OUT-TRAILER.
001450     05  FILLER                    PIC X(01) VALUE 'T'.
001460     05  CT-DETAIL-COUNT           PIC 9(07).
001470     05  CT-HASH-TOTAL             PIC 9(13)V99.
001480     05  FILLER                    PIC X(57) VALUE SPACES.
001490 01  WS-HEADING-LINE.
001500     05  FILLER                    PIC X(08) VALUE 'CUSTOMER'.
001510     05  FILLER                    PIC X(22) VALUE '  NAME'.
001520     05  FILLER                    PIC X(06) VALUE ' IN #'.
001530     05  FILLER                    PIC X(15) VALUE '    CASH IN'.
001540     05  FILLER                    PIC X(06) VALUE 'OUT #'.
001550     05  FILLER                    PIC X(15) VALUE '   CASH OUT'.
001560     05  FILLER                    PIC X(08) VALUE SPACES.
001570 01  WS-DETAIL-LINE.
001580     05  WS-D-CUSTOMER-NUMBER      PIC X(06).
001590     05  FILLER                    PIC X(02) VALUE SPACES.
001600     05  WS-D-CUSTOMER-NAME        PIC X(20).
001610     05  FILLER                    PIC X(02) VALUE SPACES.
001620     05  WS-D-IN-COUNT             PIC Z(04)9.
001630     05  WS-D-IN-TOTAL             PIC -(11)9.99.
001640     05  FILLER                    PIC X(01) VALUE SPACES.
001650     05  WS-D-OUT-COUNT            PIC Z(04)9.
001660     05  WS-D-OUT-TOTAL            PIC -(11)9.99.
001670     05  FILLER                    PIC X(09) VALUE SPACES.
001680 01  WS-REVIEW-HEADING.
001690     05  FILLER                    PIC X(08) VALUE 'CUSTOMER'.
001700     05  FILLER                    PIC X(22) VALUE '  NAME'.
001710     05  FILLER                    PIC X(07) VALUE 'ITEMS'.
001720     05  FILLER                    PIC X(15) VALUE '      TOTAL'.
001730     05  FILLER                    PIC X(28) VALUE
001740                                   '  NEAR-THRESHOLD IN WINDOW'.
001750 01  WS-REVIEW-LINE.
001760     05  WS-V-CUSTOMER-NUMBER      PIC X(06).
001770     05  FILLER                    PIC X(02) VALUE SPACES.
001780     05  WS-V-CUSTOMER-NAME        PIC X(20).
001790     05  FILLER                    PIC X(02) VALUE SPACES.
001800     05  WS-V-NEAR-COUNT           PIC Z(04)9.
001810     05  WS-V-NEAR-TOTAL           PIC -(11)9.99.
001820     05  FILLER                    PIC X(30) VALUE SPACES.
001830 01  WS-TOTAL-LINE.
001840     05  FILLER                    PIC X(02) VALUE SPACES.
001850     05  WS-T-LABEL                PIC X(22).
001860     05  WS-T-COUNT                PIC Z(06)9.
001870     05  FILLER                    PIC X(49) VALUE SPACES.
001880 PROCEDURE DIVISION.
001890 0000-MAINLINE.
001900     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
001910     PERFORM 2000-PROCESS-ENTRY THRU 2000-PROCESS-ENTRY-EXIT
001920         UNTIL END-OF-JRNL
001930     IF WS-CURRENT-CUSTOMER NOT = SPACES
001940         PERFORM 5000-CUSTOMER-BREAK THRU 5000-CUSTOMER-BREAK-EXIT
001950     END-IF
001960     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
001970     GOBACK.
001980*--------------------------------------------------------------
001990* 1000-INITIALIZE - WORK OUT TODAY AND THE START OF THE
002000*                   STRUCTURING WINDOW, PICK UP THE SYSPARM
002010*                   THRESHOLDS, OPEN FILES AND WRITE THE REPORT
002020*                   FILE HEADER
002030*--------------------------------------------------------------
002040 1000-INITIALIZE.
002050     ACCEPT WS-JULIAN-DATE FROM DAY
002060     COMPUTE WS-TODAY-CYYDDD = 100000 + WS-JULIAN-DATE
002070     OPEN INPUT SYSPARM
002080     MOVE 'CTRLIMIT' TO PM-KEY
002090     READ SYSPARM
002100         INVALID KEY CONTINUE
002110         NOT INVALID KEY MOVE PM-AMOUNT TO WS-CTR-LIMIT
002120     END-READ
002130     MOVE 'CTRBAND' TO PM-KEY
002140     READ SYSPARM
002150         INVALID KEY CONTINUE
002160         NOT INVALID KEY MOVE PM-RATE TO WS-NEAR-BAND
002170     END-READ
002180     MOVE 'CTRDAYS' TO PM-KEY
002190     READ SYSPARM
002200         INVALID KEY CONTINUE
002210         NOT INVALID KEY MOVE PM-AMOUNT TO WS-WINDOW-DAYS
002220     END-READ
002230     MOVE 'CTRHITS' TO PM-KEY
002240     READ SYSPARM
002250         INVALID KEY CONTINUE
002260         NOT INVALID KEY MOVE PM-AMOUNT TO WS-MIN-HITS
002270     END-READ
002280     CLOSE SYSPARM
002290     IF WS-WINDOW-DAYS < 1
002300         MOVE 1 TO WS-WINDOW-DAYS
002310     END-IF
002320     IF WS-MIN-HITS < 2
002330         MOVE 2 TO WS-MIN-HITS
002340     END-IF
002350     COMPUTE WS-NEAR-FLOOR ROUNDED =
002360         WS-CTR-LIMIT - (WS-CTR-LIMIT * WS-NEAR-BAND)
002370     MOVE WS-TODAY-CYYDDD TO WS-DN-CYYDDD
002380     PERFORM 8000-DAY-NUMBER THRU 8000-DAY-NUMBER-EXIT
002390     MOVE WS-DN-DAYS TO WS-TODAY-DAYS
002400     COMPUTE WS-WINDOW-START-DAYS =
002410         WS-TODAY-DAYS - WS-WINDOW-DAYS + 1
002420     OPEN INPUT JRNL
002430     OPEN INPUT CUSTMAS
002440     OPEN OUTPUT CTROUT
002450     OPEN OUTPUT PRTFILE
002460     OPEN OUTPUT REVPRT
002470     MOVE WS-TODAY-CYYDDD TO CH-BUSINESS-DATE
002480     MOVE WS-CTR-LIMIT TO CH-THRESHOLD
002490     WRITE CTR-OUT-RECORD FROM CTR-OUT-HEADER
002500     MOVE SPACES TO PRT-LINE
002510     MOVE 'LARGE CASH TRANSACTION REPORT - TODAY' TO PRT-LINE
002520     WRITE PRT-LINE
002530     MOVE WS-HEADING-LINE TO PRT-LINE
002540     WRITE PRT-LINE
002550     MOVE SPACES TO PRT-LINE
002560     WRITE PRT-LINE
002570     MOVE SPACES TO REV-LINE
002580     MOVE 'CASH STRUCTURING REVIEW LIST' TO REV-LINE
002590     WRITE REV-LINE
002600     MOVE WS-REVIEW-HEADING TO REV-LINE
002610     WRITE REV-LINE
002620     MOVE SPACES TO REV-LINE
002630     WRITE REV-LINE
002640     PERFORM 3000-READ-JRNL THRU 3000-READ-JRNL-EXIT.
002650 1000-INITIALIZE-EXIT.
002660     EXIT.
002670*--------------------------------------------------------------
002680* 2000-PROCESS-ENTRY - BREAK ON A NEW CUSTOMER NUMBER, THEN
002690*                      ACCUMULATE A CASH ENTRY
002700*--------------------------------------------------------------
002710 2000-PROCESS-ENTRY.
002720     IF JR-SOURCE-ID (1:6) NOT = WS-CURRENT-CUSTOMER
002730         IF WS-CURRENT-CUSTOMER NOT = SPACES
002740             PERFORM 5000-CUSTOMER-BREAK THRU
002750                 5000-CUSTOMER-BREAK-EXIT
002760         END-IF
002770         PERFORM 4000-START-CUSTOMER THRU 4000-START-CUSTOMER-EXIT
002780     END-IF
002790     IF JR-CASH-DEPOSIT OR JR-CASH-WITHDRAWAL
002800         PERFORM 4100-ADD-CASH-ENTRY THRU 4100-ADD-CASH-ENTRY-EXIT
002810     END-IF
002820     PERFORM 3000-READ-JRNL THRU 3000-READ-JRNL-EXIT.
002830 2000-PROCESS-ENTRY-EXIT.
002840     EXIT.
002850*--------------------------------------------------------------
002860* 3000-READ-JRNL - READ THE NEXT JOURNAL ENTRY
002870*--------------------------------------------------------------
002880 3000-READ-JRNL.
002890     READ JRNL NEXT RECORD
002900         AT END
002910             MOVE 'Y' TO WS-EOF-SWITCH
002920     END-READ.
002930 3000-READ-JRNL-EXIT.
002940     EXIT.
002950*--------------------------------------------------------------
002960* 4000-START-CUSTOMER - CLEAR THE CUSTOMER'S ACCUMULATORS
002970*--------------------------------------------------------------
002980 4000-START-CUSTOMER.
002990     MOVE JR-SOURCE-ID (1:6) TO WS-CURRENT-CUSTOMER
003000     MOVE JR-SOURCE-ID TO WS-FIRST-ACCOUNT-ID
003010     MOVE ZERO TO WS-CASH-IN-COUNT
003020     MOVE ZERO TO WS-CASH-IN-TOTAL
003030     MOVE ZERO TO WS-CASH-OUT-COUNT
003040     MOVE ZERO TO WS-CASH-OUT-TOTAL
003050     MOVE ZERO TO WS-NEAR-COUNT
003060     MOVE ZERO TO WS-NEAR-TOTAL
003070     MOVE 'N' TO WS-NEAR-TODAY-SWITCH.
003080 4000-START-CUSTOMER-EXIT.
003090     EXIT.
003100*--------------------------------------------------------------
003110* 4100-ADD-CASH-ENTRY - TODAY'S CASH GOES INTO THE CASH IN / OUT
003120*                       TOTALS.  ANY CASH ITEM INSIDE THE WINDOW
003130*                       THAT FALLS JUST UNDER THE THRESHOLD IS
003140*                       COUNTED TOWARD STRUCTURING.
003150*--------------------------------------------------------------
003160 4100-ADD-CASH-ENTRY.
003170     ADD 1 TO WS-ENTRY-COUNT
003180     IF JR-DATE = WS-TODAY-CYYDDD
003190         IF JR-CASH-DEPOSIT
003200             ADD 1 TO WS-CASH-IN-COUNT
003210             ADD JR-AMOUNT TO WS-CASH-IN-TOTAL
003220         ELSE
003230             ADD 1 TO WS-CASH-OUT-COUNT
003240             ADD JR-AMOUNT TO WS-CASH-OUT-TOTAL
003250         END-IF
003260     END-IF
003270     IF JR-AMOUNT NOT < WS-CTR-LIMIT
003280         OR JR-AMOUNT < WS-NEAR-FLOOR
003290         GO TO 4100-ADD-CASH-ENTRY-EXIT
003300     END-IF
003310     MOVE JR-DATE TO WS-DN-CYYDDD
003320     PERFORM 8000-DAY-NUMBER THRU 8000-DAY-NUMBER-EXIT
003330     IF WS-DN-DAYS NOT < WS-WINDOW-START-DAYS
003340         AND WS-DN-DAYS NOT > WS-TODAY-DAYS
003350         ADD 1 TO WS-NEAR-COUNT
003360         ADD JR-AMOUNT TO WS-NEAR-TOTAL
003370         IF JR-DATE = WS-TODAY-CYYDDD
003380             MOVE 'Y' TO WS-NEAR-TODAY-SWITCH
003390         END-IF
003400     END-IF.
003410 4100-ADD-CASH-ENTRY-EXIT.
003420     EXIT.
003430*--------------------------------------------------------------
003440* 5000-CUSTOMER-BREAK - END OF ONE CUSTOMER'S ENTRIES.  REPORT
003450*                       THE CUSTOMER IF TODAY'S CASH IN OR CASH
003460*                       OUT IS OVER THE THRESHOLD, AND LIST THEM
003470*                       FOR REVIEW IF THE WINDOW SHOWS REPEATED
003480*                       NEAR-THRESHOLD ITEMS, ONE OF THEM TODAY.
003490*--------------------------------------------------------------
003500 5000-CUSTOMER-BREAK.
003510     ADD 1 TO WS-CUSTOMER-COUNT
003520     IF WS-CASH-IN-TOTAL > WS-CTR-LIMIT
003530         OR WS-CASH-OUT-TOTAL > WS-CTR-LIMIT
003540         PERFORM 5100-GET-NAME THRU 5100-GET-NAME-EXIT
003550         PERFORM 6000-WRITE-CTR THRU 6000-WRITE-CTR-EXIT
003560     END-IF
003570     IF WS-NEAR-COUNT NOT < WS-MIN-HITS
003580         AND NEAR-ITEM-TODAY
003590         PERFORM 5100-GET-NAME THRU 5100-GET-NAME-EXIT
003600         PERFORM 6500-WRITE-REVIEW THRU 6500-WRITE-REVIEW-EXIT
003610     END-IF.
003620 5000-CUSTOMER-BREAK-EXIT.
003630     EXIT.
003640 5100-GET-NAME.
003650     MOVE WS-FIRST-ACCOUNT-ID TO CM-ACCOUNT-ID
003660     READ CUSTMAS
003670         INVALID KEY
003680             MOVE '*** NOT ON CUSTMAS' TO WS-CUSTOMER-NAME
003690         NOT INVALID KEY
003700             MOVE CM-CUSTOMER-NAME TO WS-CUSTOMER-NAME
003710     END-READ.
003720 5100-GET-NAME-EXIT.
003730     EXIT.
003740*--------------------------------------------------------------
003750* 6000-WRITE-CTR - ONE REPORTABLE CUSTOMER TO THE REPORT FILE
003760*                  AND THE PRINTED LIST
003770*--------------------------------------------------------------
003780 6000-WRITE-CTR.
003790     ADD 1 TO WS-REPORTED-COUNT
003800     MOVE WS-CURRENT-CUSTOMER TO CD-CUSTOMER-NUMBER
003810     MOVE WS-TODAY-CYYDDD TO CD-BUSINESS-DATE
003820     MOVE WS-CUSTOMER-NAME TO CD-CUSTOMER-NAME
003830     MOVE WS-CASH-IN-COUNT TO CD-CASH-IN-COUNT
003840     MOVE WS-CASH-IN-TOTAL TO CD-CASH-IN-TOTAL
003850     MOVE WS-CASH-OUT-COUNT TO CD-CASH-OUT-COUNT
003860     MOVE WS-CASH-OUT-TOTAL TO CD-CASH-OUT-TOTAL
003870     WRITE CTR-OUT-RECORD FROM CTR-OUT-DETAIL
003880     ADD WS-CASH-IN-TOTAL TO WS-HASH-TOTAL
003890     ADD WS-CASH-OUT-TOTAL TO WS-HASH-TOTAL
003900     MOVE WS-CURRENT-CUSTOMER TO WS-D-CUSTOMER-NUMBER
003910     MOVE WS-CUSTOMER-NAME TO WS-D-CUSTOMER-NAME
003920     MOVE WS-CASH-IN-COUNT TO WS-D-IN-COUNT
003930     MOVE WS-CASH-IN-TOTAL TO WS-D-IN-TOTAL
003940     MOVE WS-CASH-OUT-COUNT TO WS-D-OUT-COUNT
003950     MOVE WS-CASH-OUT-TOTAL TO WS-D-OUT-TOTAL
003960     MOVE WS-DETAIL-LINE TO PRT-LINE
003970     WRITE PRT-LINE.
003980 6000-WRITE-CTR-EXIT.
003990     EXIT.
004000*--------------------------------------------------------------
004010* 6500-WRITE-REVIEW - ONE CUSTOMER TO THE STRUCTURING REVIEW
004020*                     LIST
004030*--------------------------------------------------------------
004040 6500-WRITE-REVIEW.
004050     ADD 1 TO WS-REVIEW-COUNT
004060     MOVE WS-CURRENT-CUSTOMER TO WS-V-CUSTOMER-NUMBER
004070     MOVE WS-CUSTOMER-NAME TO WS-V-CUSTOMER-NAME
004080     MOVE WS-NEAR-COUNT TO WS-V-NEAR-COUNT
004090     MOVE WS-NEAR-TOTAL TO WS-V-NEAR-TOTAL
004100     MOVE WS-REVIEW-LINE TO REV-LINE
004110     WRITE REV-LINE.
004120 6500-WRITE-REVIEW-EXIT.
004130     EXIT.
004140*--------------------------------------------------------------
004150* 8000-DAY-NUMBER - TURN WS-DN-CYYDDD INTO A RUNNING DAY COUNT
004160*                   IN WS-DN-DAYS (365 A YEAR PLUS ONE FOR EACH
004170*                   LEAP YEAR BEFORE IT).  ZERO STAYS ZERO.
004180*--------------------------------------------------------------
004190 8000-DAY-NUMBER.
004200     IF WS-DN-CYYDDD < 100000
004210         MOVE ZERO TO WS-DN-DAYS
004220         GO TO 8000-DAY-NUMBER-EXIT
004230     END-IF
004240     COMPUTE WS-DN-YYDDD = WS-DN-CYYDDD - 100000
004250     DIVIDE WS-DN-YYDDD BY 1000 GIVING WS-DN-YY
004260         REMAINDER WS-DN-DDD
004270     COMPUTE WS-DN-LEAP-DAYS = (WS-DN-YY + 3) / 4
004280     COMPUTE WS-DN-DAYS =
004290         WS-DN-YY * 365 + WS-DN-LEAP-DAYS + WS-DN-DDD.
004300 8000-DAY-NUMBER-EXIT.
004310     EXIT.
004320*--------------------------------------------------------------
004330* 9000-TERMINATE - CLOSE THE REPORT FILE WITH ITS TRAILER,
004340*                  PRINT THE RUN TOTALS AND CLOSE UP
004350*--------------------------------------------------------------
004360 9000-TERMINATE.
004370     MOVE WS-REPORTED-COUNT TO CT-DETAIL-COUNT
004380     MOVE WS-HASH-TOTAL TO CT-HASH-TOTAL
004390     WRITE CTR-OUT-RECORD FROM CTR-OUT-TRAILER
004400     MOVE SPACES TO PRT-LINE
004410     WRITE PRT-LINE
004420     MOVE 'CASH ENTRIES READ:    ' TO WS-T-LABEL
004430     MOVE WS-ENTRY-COUNT TO WS-T-COUNT
004440     MOVE WS-TOTAL-LINE TO PRT-LINE
004450     WRITE PRT-LINE
004460     MOVE 'CUSTOMERS REPORTED:   ' TO WS-T-LABEL
004470     MOVE WS-REPORTED-COUNT TO WS-T-COUNT
004480     MOVE WS-TOTAL-LINE TO PRT-LINE
004490     WRITE PRT-LINE
004500     MOVE SPACES TO REV-LINE
004510     WRITE REV-LINE
004520     MOVE 'CUSTOMERS FOR REVIEW: ' TO WS-T-LABEL
004530     MOVE WS-REVIEW-COUNT TO WS-T-COUNT
004540     MOVE WS-TOTAL-LINE TO REV-LINE
004550     WRITE REV-LINE
004560     CLOSE JRNL
004570     CLOSE CUSTMAS
004580     CLOSE CTROUT
004590     CLOSE PRTFILE
004600     CLOSE REVPRT
004610     DISPLAY 'CTRRPT - CUSTOMERS REPORTED: ' WS-REPORTED-COUNT
004620     DISPLAY 'CTRRPT - CUSTOMERS FOR REVIEW: ' WS-REVIEW-COUNT.
004630 9000-TERMINATE-EXIT.
004640     EXIT.
