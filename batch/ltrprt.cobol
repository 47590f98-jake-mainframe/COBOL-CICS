000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    LTRPRT.
000030 AUTHOR.        D SHAH.
000040 INSTALLATION.  RETAIL BANKING SYSTEMS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*--------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 10/15/26   DS    NEW PROGRAM.  NIGHTLY CUSTOMER LETTER RUN.
000120*                  READS EVERY NOTICE ON THE NOTICEQ QUEUE (PUT
000130*                  THERE BY DORMSCN, XFERRTN, BLKDEBT, STORUN,
000140*                  SVCCHG AND THE KAJCCOB FREEZE AND CLOSE
000150*                  ACTIONS), LOOKS UP THE CUSTOMER'S NAME ON
000160*                  CUSTMAS AND MAILING ADDRESS ON CUSTINFO, AND
000170*                  PRINTS ONE ADDRESSED LETTER PER NOTICE ON
000180*                  PRTFILE FROM THE STANDARD WORDING FOR THE
000190*                  NOTICE TYPE.  EACH LETTER IS LOGGED ON NOTSENT
000200*                  (THE NOTICE, THE DATE AND TIME SENT AND THE
000210*                  NAME AND ADDRESS IT WENT TO) BEFORE IT IS
000220*                  PRINTED, AND THE NOTICE IS THEN TAKEN OFF THE
000230*                  QUEUE.  A NOTICE FOR A CUSTOMER WITH NO
000240*                  CUSTINFO RECORD IS LISTED ON NOMAIL AND LEFT
000250*                  ON THE QUEUE FOR THE NEXT RUN; ONE ALREADY ON
000260*                  NOTSENT IS LISTED AND TAKEN OFF THE QUEUE
000270*                  UNPRINTED.  EITHER SETS RETURN-CODE 4.
000280*--------------------------------------------------------------
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT NOTICEQ ASSIGN TO NOTICEQ
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS SEQUENTIAL
000350         RECORD KEY IS NQ-KEY.
000360     SELECT CUSTMAS ASSIGN TO CUSTMAS
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS RANDOM
000390         RECORD KEY IS CM-ACCOUNT-ID.
000400     SELECT CUSTINFO ASSIGN TO CUSTINFO
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS RANDOM
000430         RECORD KEY IS CI-CUSTOMER-NUMBER.
000440     SELECT NOTSENT ASSIGN TO NOTSENT
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS RANDOM
000470         RECORD KEY IS NS-KEY.
000480     SELECT PRTFILE ASSIGN TO PRTFILE
000490         ORGANIZATION IS SEQUENTIAL.
000500     SELECT NOMAIL ASSIGN TO NOMAIL
000510         ORGANIZATION IS SEQUENTIAL.
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  NOTICEQ
000550     LABEL RECORDS ARE STANDARD.
000560 01  NOTICE-QUEUE-RECORD.
000570     05  NQ-KEY.
000580         10  NQ-ACCOUNT-ID.
000590             15  NQ-CUST           PIC X(06).
000600             15  NQ-SUFFIX         PIC X(02).
000610         10  NQ-DATE               PIC S9(07) COMP-3.
000620         10  NQ-TIME               PIC S9(07) COMP-3.
000630         10  NQ-SEQ                PIC S9(05) COMP-3.
000640     05  NQ-NOTICE-TYPE            PIC X(02).
000650     05  NQ-AMOUNT                 PIC S9(09)V99.
000660     05  NQ-REASON-CODE            PIC X(02).
000670     05  NQ-REFERENCE              PIC X(16).
000680     05  NQ-RAISED-BY              PIC X(08).
000690 FD  CUSTMAS
000700     LABEL RECORDS ARE STANDARD.
000710 01  CUSTOMER-MASTER-RECORD.
000720     05  CM-ACCOUNT-ID.
000730         10  CM-CUSTOMER-NUMBER    PIC X(06).
000740         10  CM-ACCOUNT-SUFFIX     PIC X(02).
000750     05  CM-BALANCE                PIC S9(09)V99.
000760     05  CM-CUSTOMER-NAME          PIC X(20).
000770     05  CM-STATUS                 PIC X(01).
000780     05  CM-ACCOUNT-TYPE           PIC X(01).
000790 FD  CUSTINFO
000800     LABEL RECORDS ARE STANDARD.
000810 01  CUSTOMER-INFO-RECORD.
000820     05  CI-CUSTOMER-NUMBER        PIC X(06).
000830     05  CI-ADDRESS-LINE-1         PIC X(30).
000840     05  CI-ADDRESS-LINE-2         PIC X(30).
000850     05  CI-ADDRESS-LINE-3         PIC X(30).
000860     05  CI-POSTCODE               PIC X(08).
000870     05  CI-PHONE                  PIC X(12).
000880     05  CI-TAXPAYER-ID            PIC X(11).
000890     05  CI-WITHHOLD-EXEMPT        PIC X(01).
000900 FD  NOTSENT
000910     LABEL RECORDS ARE STANDARD.
000920 01  NOTICE-SENT-RECORD.
000930     05  NS-KEY.
000940         10  NS-ACCOUNT-ID         PIC X(08).
000950         10  NS-DATE               PIC S9(07) COMP-3.
000960         10  NS-TIME               PIC S9(07) COMP-3.
000970         10  NS-SEQ                PIC S9(05) COMP-3.
000980     05  NS-NOTICE-TYPE            PIC X(02).
000990     05  NS-AMOUNT                 PIC S9(09)V99.
001000     05  NS-REASON-CODE            PIC X(02).
001010     05  NS-REFERENCE              PIC X(16).
001020     05  NS-RAISED-BY              PIC X(08).
001030     05  NS-SENT-DATE              PIC S9(07) COMP-3.
001040     05  NS-SENT-TIME              PIC S9(07) COMP-3.
001050     05  NS-CUSTOMER-NAME          PIC X(20).
001060     05  NS-ADDRESS-LINE-1         PIC X(30).
001070     05  NS-ADDRESS-LINE-2         PIC X(30).
001080     05  NS-ADDRESS-LINE-3         PIC X(30).
001090     05  NS-POSTCODE               PIC X(08).
001100 FD  PRTFILE
001110     RECORDING MODE IS F
001120     LABEL RECORDS ARE STANDARD.
001130 01  PRT-LINE                      PIC X(80).
001140 FD  NOMAIL
001150     RECORDING MODE IS F
001160     LABEL RECORDS ARE STANDARD.
001170 01  NOMAIL-LINE                   PIC X(80).
001180 WORKING-STORAGE SECTION.
001190 77  WS-EOF-SWITCH                 PIC X(01) VALUE 'N'.
001200     88  END-OF-NOTICEQ                VALUE 'Y'.
001210 77  WS-ADDR-FOUND-SWITCH          PIC X(01) VALUE 'N'.
001220     88  ADDRESS-FOUND                 VALUE 'Y'.
001230 77  WS-LOGGED-SWITCH              PIC X(01) VALUE 'N'.
001240     88  NOTICE-LOGGED                 VALUE 'Y'.
001250 77  WS-READ-COUNT                 PIC 9(07) VALUE ZERO.
001260 77  WS-SENT-COUNT                 PIC 9(07) VALUE ZERO.
001270 77  WS-NO-ADDR-COUNT              PIC 9(07) VALUE ZERO.
001280 77  WS-ALREADY-SENT-COUNT         PIC 9(07) VALUE ZERO.
001290 77  WS-NO-NAME-COUNT              PIC 9(07) VALUE ZERO.
001300 77  WS-LINE-SUB                   PIC 9(03) COMP VALUE ZERO.
001310 01  WS-JULIAN-DATE                PIC 9(05).
001320 01  WS-TODAY-CYYDDD               PIC S9(07).
001330 01  WS-TIME-OF-DAY                PIC 9(08).
001340 01  FILLER REDEFINES WS-TIME-OF-DAY.
001350     05  WS-TIME-HHMMSS            PIC 9(06).
001360     05  FILLER                    PIC 9(02).
001370 01  WS-SENT-TIME                  PIC S9(07).
001380 01  WS-CUSTOMER-NAME              PIC X(20).
001390 01  WS-EVENT-DATE                 PIC 9(07).
001400*--------------------------------------------------------------
001410* STANDARD LETTER WORDING - ONE ENTRY PER NOTICE TYPE: THE TYPE
001420* CODE, THE SUBJECT LINE AND UP TO FOUR LINES OF BODY TEXT
001430* (BLANK LINES ARE NOT PRINTED).  THE LAST ENTRY (??) IS A
001440* GENERAL LETTER FOR ANY TYPE THE RUN DOES NOT KNOW.
001450*--------------------------------------------------------------
001460 01  WORDING-TABLE.
001470     05  FILLER                    PIC X(02) VALUE 'DM'.
001480     05  FILLER                    PIC X(36)
001490         VALUE 'YOUR ACCOUNT HAS BECOME DORMANT'.
001500     05  FILLER                    PIC X(48)
001510         VALUE 'THERE HAS BEEN NO ACTIVITY ON THE ACCOUNT BELOW'.
001520     05  FILLER                    PIC X(48)
001530         VALUE 'FOR SOME TIME, SO WE HAVE MARKED IT DORMANT.  TO'.
001540     05  FILLER                    PIC X(48)
001550         VALUE 'USE IT AGAIN, PLEASE VISIT YOUR BRANCH WITH'.
001560     05  FILLER                    PIC X(48)
001570         VALUE 'PROOF OF IDENTITY.'.
001580     05  FILLER                    PIC X(02) VALUE 'XR'.
001590     05  FILLER                    PIC X(36)
001600         VALUE 'YOUR TRANSFER HAS BEEN RETURNED'.
001610     05  FILLER                    PIC X(48)
001620         VALUE 'THE TRANSFER SHOWN BELOW WAS RETURNED TO US BY'.
001630     05  FILLER                    PIC X(48)
001640         VALUE 'THE RECEIVING BANK AND THE AMOUNT HAS BEEN PUT'.
001650     05  FILLER                    PIC X(48)
001660         VALUE 'BACK INTO YOUR ACCOUNT.  PLEASE CHECK THE PAYEE'.
001670     05  FILLER                    PIC X(48)
001680         VALUE 'DETAILS BEFORE YOU SEND IT AGAIN.'.
001690     05  FILLER                    PIC X(02) VALUE 'DR'.
001700     05  FILLER                    PIC X(36)
001710         VALUE 'A DIRECT DEBIT WAS NOT PAID'.
001720     05  FILLER                    PIC X(48)
001730         VALUE 'WE COULD NOT PAY THE DIRECT DEBIT COLLECTION'.
001740     05  FILLER                    PIC X(48)
001750         VALUE 'SHOWN BELOW FROM YOUR ACCOUNT, FOR THE REASON'.
001760     05  FILLER                    PIC X(48)
001770         VALUE 'GIVEN.  THE COLLECTOR HAS BEEN TOLD.  PLEASE'.
001780     05  FILLER                    PIC X(48)
001790         VALUE 'CONTACT THEM TO ARRANGE PAYMENT.'.
001800     05  FILLER                    PIC X(02) VALUE 'SF'.
001810     05  FILLER                    PIC X(36)
001820         VALUE 'YOUR STANDING ORDER WAS NOT PAID'.
001830     05  FILLER                    PIC X(48)
001840         VALUE 'WE COULD NOT MAKE THE STANDING ORDER PAYMENT'.
001850     05  FILLER                    PIC X(48)
001860         VALUE 'SHOWN BELOW FROM YOUR ACCOUNT, FOR THE REASON'.
001870     05  FILLER                    PIC X(48)
001880         VALUE 'GIVEN.  PLEASE CONTACT YOUR BRANCH IF THE'.
001890     05  FILLER                    PIC X(48)
001900         VALUE 'PAYMENT NEEDS TO BE MADE ANOTHER WAY.'.
001910     05  FILLER                    PIC X(02) VALUE 'FR'.
001920     05  FILLER                    PIC X(36)
001930         VALUE 'YOUR ACCOUNT HAS BEEN FROZEN'.
001940     05  FILLER                    PIC X(48)
001950         VALUE 'WE HAVE PLACED A FREEZE ON THE ACCOUNT BELOW.'.
001960     05  FILLER                    PIC X(48)
001970         VALUE 'NO PAYMENTS CAN BE MADE FROM IT WHILE THE'.
001980     05  FILLER                    PIC X(48)
001990         VALUE 'FREEZE IS IN PLACE.  PLEASE CONTACT YOUR BRANCH'.
002000     05  FILLER                    PIC X(48)
002010         VALUE 'FOR MORE INFORMATION.'.
002020     05  FILLER                    PIC X(02) VALUE 'CL'.
002030     05  FILLER                    PIC X(36)
002040         VALUE 'YOUR ACCOUNT HAS BEEN CLOSED'.
002050     05  FILLER                    PIC X(48)
002060         VALUE 'THE ACCOUNT BELOW HAS NOW BEEN CLOSED.  ANY'.
002070     05  FILLER                    PIC X(48)
002080         VALUE 'REMAINING BALANCE HAS BEEN PAID OUT AS SHOWN.'.
002090     05  FILLER                    PIC X(48)
002100         VALUE 'A CLOSING STATEMENT WILL FOLLOW SEPARATELY.'.
002110     05  FILLER                    PIC X(48)
002120         VALUE 'THANK YOU FOR BANKING WITH US.'.
002130     05  FILLER                    PIC X(02) VALUE 'SC'.
002140     05  FILLER                    PIC X(36)
002150         VALUE 'MONTHLY ACCOUNT SERVICE CHARGE'.
002160     05  FILLER                    PIC X(48)
002170         VALUE 'WE HAVE TAKEN THE MONTHLY ACCOUNT MAINTENANCE'.
002180     05  FILLER                    PIC X(48)
002190         VALUE 'FEE SHOWN BELOW FROM THE ACCOUNT.  IT WILL'.
002200     05  FILLER                    PIC X(48)
002210         VALUE 'APPEAR ON YOUR NEXT STATEMENT.'.
002220     05  FILLER                    PIC X(48) VALUE SPACES.
002230     05  FILLER                    PIC X(02) VALUE '??'.
002240     05  FILLER                    PIC X(36)
002250         VALUE 'ABOUT YOUR ACCOUNT'.
002260     05  FILLER                    PIC X(48)
002270         VALUE 'WE ARE WRITING TO YOU ABOUT THE ACCOUNT BELOW.'.
002280     05  FILLER                    PIC X(48)
002290         VALUE 'PLEASE CONTACT YOUR BRANCH FOR DETAILS.'.
002300     05  FILLER                    PIC X(48) VALUE SPACES.
002310     05  FILLER                    PIC X(48) VALUE SPACES.
002320 01  FILLER REDEFINES WORDING-TABLE.
002330     05  WORDING-ENTRY OCCURS 8 TIMES INDEXED BY WORDING-IDX.
002340         10  WORDING-TYPE          PIC X(02).
002350         10  WORDING-SUBJECT       PIC X(36).
002360         10  WORDING-TEXT          PIC X(48) OCCURS 4 TIMES.
002370 01  WORDING-COUNT-TABLE.
002380     05  WORDING-COUNT OCCURS 8 TIMES
002390                                   PIC 9(07) VALUE ZERO.
002400*--------------------------------------------------------------
002410* REASON CODES CARRIED ON NOTICES, FOR THE LETTER'S REASON
002420* LINE.  A CODE NOT IN THE TABLE (AN INTERBANK RETURN CODE,
002430* SAY) IS PRINTED AS IT STANDS.
002440*--------------------------------------------------------------
002450 01  REASON-TABLE.
002460     05  FILLER                    PIC X(32)
002470         VALUE 'NSINSUFFICIENT FUNDS            '.
002480     05  FILLER                    PIC X(32)
002490         VALUE 'NOACCOUNT NOT OPEN              '.
002500     05  FILLER                    PIC X(32)
002510         VALUE 'CLACCOUNT CLOSED                '.
002520     05  FILLER                    PIC X(32)
002530         VALUE 'FRACCOUNT FROZEN                '.
002540     05  FILLER                    PIC X(32)
002550         VALUE 'DMACCOUNT DORMANT               '.
002560     05  FILLER                    PIC X(32)
002570         VALUE 'TDTERM DEPOSIT NOT MATURED      '.
002580     05  FILLER                    PIC X(32)
002590         VALUE 'SLSAVINGS WITHDRAWAL LIMIT      '.
002600     05  FILLER                    PIC X(32)
002610         VALUE 'PAPAYEE ACCOUNT NOT AVAILABLE   '.
002620 01  FILLER REDEFINES REASON-TABLE.
002630     05  REASON-ENTRY OCCURS 8 TIMES INDEXED BY REASON-IDX.
002640         10  REASON-ENTRY-CODE     PIC X(02).
002650         10  REASON-ENTRY-DESC     PIC X(30).
002660 01  WS-UNKNOWN-REASON.
002670     05  FILLER                    PIC X(12) VALUE 'REASON CODE '.
002680     05  WS-U-CODE                 PIC X(02).
002690     05  FILLER                    PIC X(16) VALUE SPACES.
002700 01  WS-HEAD1-LINE.
002710     05  FILLER                    PIC X(26)
002720                                   VALUE 'CUSTOMER NOTICE'.
002730     05  FILLER                    PIC X(06) VALUE 'DATE: '.
002740     05  WS-H1-DATE                PIC 9(07).
002750     05  FILLER                    PIC X(41) VALUE SPACES.
002760 01  WS-HEAD2-LINE.
002770     05  FILLER                    PIC X(10) VALUE 'CUSTOMER: '.
002780     05  WS-H2-CUSTOMER-NUMBER     PIC X(06).
002790     05  FILLER                    PIC X(02) VALUE SPACES.
002800     05  WS-H2-CUSTOMER-NAME       PIC X(20).
002810     05  FILLER                    PIC X(42) VALUE SPACES.
002820 01  WS-ADDR-LINE.
002830     05  FILLER                    PIC X(09) VALUE SPACES.
002840     05  WS-A-TEXT                 PIC X(30).
002850     05  FILLER                    PIC X(41) VALUE SPACES.
002860 01  WS-REF-LINE.
002870     05  FILLER                    PIC X(09) VALUE 'ACCOUNT: '.
002880     05  WS-F-ACCOUNT-ID           PIC X(08).
002890     05  FILLER                    PIC X(05) VALUE SPACES.
002900     05  FILLER                    PIC X(15)
002910                                   VALUE 'OUR REFERENCE: '.
002920     05  WS-F-REF-ACCOUNT          PIC X(08).
002930     05  FILLER                    PIC X(01) VALUE '-'.
002940     05  WS-F-REF-DATE             PIC 9(07).
002950     05  FILLER                    PIC X(01) VALUE '-'.
002960     05  WS-F-REF-TIME             PIC 9(06).
002970     05  FILLER                    PIC X(01) VALUE '-'.
002980     05  WS-F-REF-SEQ              PIC 9(05).
002990     05  FILLER                    PIC X(14) VALUE SPACES.
003000 01  WS-SUBJECT-LINE.
003010     05  FILLER                    PIC X(09) VALUE 'SUBJECT: '.
003020     05  WS-S-TEXT                 PIC X(36).
003030     05  FILLER                    PIC X(35) VALUE SPACES.
003040 01  WS-TEXT-LINE.
003050     05  FILLER                    PIC X(09) VALUE SPACES.
003060     05  WS-W-TEXT                 PIC X(48).
003070     05  FILLER                    PIC X(23) VALUE SPACES.
003080 01  WS-FIELD-LINE.
003090     05  FILLER                    PIC X(09) VALUE SPACES.
003100     05  WS-F-LABEL                PIC X(16).
003110     05  WS-F-TEXT                 PIC X(30).
003120     05  FILLER                    PIC X(25) VALUE SPACES.
003130 01  WS-AMOUNT-LINE.
003140     05  FILLER                    PIC X(09) VALUE SPACES.
003150     05  FILLER                    PIC X(16) VALUE 'AMOUNT:'.
003160     05  WS-M-AMOUNT               PIC -(09)9.99.
003170     05  FILLER                    PIC X(42) VALUE SPACES.
003180 01  WS-NOMAIL-HEADING.
003190     05  FILLER                    PIC X(10) VALUE 'ACCOUNT'.
003200     05  FILLER                    PIC X(22) VALUE 'NAME'.
003210     05  FILLER                    PIC X(06) VALUE 'TYPE'.
003220     05  FILLER                    PIC X(09) VALUE 'QUEUED'.
003230     05  FILLER                    PIC X(10) VALUE 'RAISED BY'.
003240     05  FILLER                    PIC X(23) VALUE 'REASON'.
003250 01  WS-NOMAIL-DETAIL.
003260     05  WS-X-ACCOUNT-ID           PIC X(08).
003270     05  FILLER                    PIC X(02) VALUE SPACES.
003280     05  WS-X-CUSTOMER-NAME        PIC X(20).
003290     05  FILLER                    PIC X(02) VALUE SPACES.
003300     05  WS-X-NOTICE-TYPE          PIC X(02).
003310     05  FILLER                    PIC X(04) VALUE SPACES.
003320     05  WS-X-DATE                 PIC 9(07).
003330     05  FILLER                    PIC X(02) VALUE SPACES.
003340     05  WS-X-RAISED-BY            PIC X(08).
003350     05  FILLER                    PIC X(02) VALUE SPACES.
003360     05  WS-X-REASON               PIC X(20).
003370     05  FILLER                    PIC X(03) VALUE SPACES.
003380 01  WS-TYPE-LINE.
003390     05  FILLER                    PIC X(10) VALUE SPACES.
003400     05  WS-Y-TYPE                 PIC X(02).
003410     05  FILLER                    PIC X(02) VALUE SPACES.
003420     05  WS-Y-SUBJECT              PIC X(36).
003430     05  WS-Y-COUNT                PIC Z(06)9.
003440     05  FILLER                    PIC X(23) VALUE SPACES.
003450 01  WS-COUNT-LINE.
003460     05  FILLER                    PIC X(10) VALUE SPACES.
003470     05  WS-C-LABEL                PIC X(24).
003480     05  WS-C-COUNT                PIC Z(06)9.
003490     05  FILLER                    PIC X(39) VALUE SPACES.
003500 PROCEDURE DIVISION.
003510 0000-MAINLINE.
003520     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
003530     PERFORM 2000-PROCESS-NOTICE THRU 2000-PROCESS-NOTICE-EXIT
003540         UNTIL END-OF-NOTICEQ
003550     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
003560     GOBACK.
003570*--------------------------------------------------------------
003580* 1000-INITIALIZE - TAKE THE RUN DATE AND TIME, OPEN FILES,
003590*                   HEAD THE NOMAIL LIST AND PRIME THE QUEUE
003600*                   READ
003610*--------------------------------------------------------------
003620 1000-INITIALIZE.
003630     ACCEPT WS-JULIAN-DATE FROM DAY
003640     COMPUTE WS-TODAY-CYYDDD = 100000 + WS-JULIAN-DATE
003650     ACCEPT WS-TIME-OF-DAY FROM TIME
003660     MOVE WS-TIME-HHMMSS TO WS-SENT-TIME
003670     OPEN I-O NOTICEQ
003680     OPEN INPUT CUSTMAS
003690     OPEN INPUT CUSTINFO
003700     OPEN I-O NOTSENT
003710     OPEN OUTPUT PRTFILE
003720     OPEN OUTPUT NOMAIL
003730     MOVE SPACES TO NOMAIL-LINE
003740     MOVE 'CUSTOMER NOTICES NOT MAILED' TO NOMAIL-LINE
003750     WRITE NOMAIL-LINE
003760     MOVE WS-NOMAIL-HEADING TO NOMAIL-LINE
003770     WRITE NOMAIL-LINE
003780     MOVE SPACES TO NOMAIL-LINE
003790     WRITE NOMAIL-LINE
003800     PERFORM 3000-READ-NOTICEQ THRU 3000-READ-NOTICEQ-EXIT.
003810 1000-INITIALIZE-EXIT.
003820     EXIT.
003830*--------------------------------------------------------------
003840* 2000-PROCESS-NOTICE - SEND ONE QUEUED NOTICE AND READ THE NEXT
003850*--------------------------------------------------------------
003860 2000-PROCESS-NOTICE.
003870     ADD 1 TO WS-READ-COUNT
003880     PERFORM 2100-SEND-NOTICE THRU 2100-SEND-NOTICE-EXIT
003890     PERFORM 3000-READ-NOTICEQ THRU 3000-READ-NOTICEQ-EXIT.
003900 2000-PROCESS-NOTICE-EXIT.
003910     EXIT.
003920*--------------------------------------------------------------
003930* 2100-SEND-NOTICE - FIND THE CUSTOMER'S NAME AND ADDRESS, LOG
003940*                    THE LETTER ON NOTSENT, PRINT IT AND TAKE
003950*                    THE NOTICE OFF THE QUEUE.  WITH NO CUSTINFO
003960*                    RECORD THE NOTICE IS LISTED AND STAYS QUEUED;
003970*                    ONE ALREADY LOGGED IS LISTED AND DROPPED.
003980*--------------------------------------------------------------
003990 2100-SEND-NOTICE.
004000     MOVE NQ-ACCOUNT-ID TO CM-ACCOUNT-ID
004010     READ CUSTMAS
004020         INVALID KEY
004030             MOVE SPACES TO WS-CUSTOMER-NAME
004040             ADD 1 TO WS-NO-NAME-COUNT
004050         NOT INVALID KEY
004060             MOVE CM-CUSTOMER-NAME TO WS-CUSTOMER-NAME
004070     END-READ
004080     MOVE NQ-CUST TO CI-CUSTOMER-NUMBER
004090     READ CUSTINFO
004100         INVALID KEY
004110             MOVE 'N' TO WS-ADDR-FOUND-SWITCH
004120         NOT INVALID KEY
004130             MOVE 'Y' TO WS-ADDR-FOUND-SWITCH
004140     END-READ
004150     IF NOT ADDRESS-FOUND
004160         ADD 1 TO WS-NO-ADDR-COUNT
004170         MOVE 'NO CUSTINFO - QUEUED' TO WS-X-REASON
004180         PERFORM 6500-LIST-NOT-MAILED THRU
004190             6500-LIST-NOT-MAILED-EXIT
004200         GO TO 2100-SEND-NOTICE-EXIT
004210     END-IF
004220     PERFORM 5000-LOG-NOTICE THRU 5000-LOG-NOTICE-EXIT
004230     IF NOT NOTICE-LOGGED
004240         ADD 1 TO WS-ALREADY-SENT-COUNT
004250         MOVE 'ALREADY SENT-DROPPED' TO WS-X-REASON
004260         PERFORM 6500-LIST-NOT-MAILED THRU
004270             6500-LIST-NOT-MAILED-EXIT
004280     ELSE
004290         PERFORM 4000-FIND-WORDING THRU 4000-FIND-WORDING-EXIT
004300         PERFORM 7000-PRINT-LETTER THRU 7000-PRINT-LETTER-EXIT
004310     END-IF
004320     DELETE NOTICEQ RECORD.
004330 2100-SEND-NOTICE-EXIT.
004340     EXIT.
004350*--------------------------------------------------------------
004360* 3000-READ-NOTICEQ - READ THE NEXT QUEUED NOTICE
004370*--------------------------------------------------------------
004380 3000-READ-NOTICEQ.
004390     READ NOTICEQ NEXT RECORD
004400         AT END
004410             MOVE 'Y' TO WS-EOF-SWITCH
004420     END-READ.
004430 3000-READ-NOTICEQ-EXIT.
004440     EXIT.
004450*--------------------------------------------------------------
004460* 4000-FIND-WORDING - POINT AT THE NOTICE TYPE'S WORDING, OR
004470*                     THE GENERAL LETTER (??), AND COUNT IT
004480*--------------------------------------------------------------
004490 4000-FIND-WORDING.
004500     SET WORDING-IDX TO 1
004510     SEARCH WORDING-ENTRY
004520         AT END
004530             SET WORDING-IDX TO 8
004540         WHEN WORDING-TYPE (WORDING-IDX) = NQ-NOTICE-TYPE
004550             CONTINUE
004560     END-SEARCH
004570     ADD 1 TO WORDING-COUNT (WORDING-IDX).
004580 4000-FIND-WORDING-EXIT.
004590     EXIT.
004600*--------------------------------------------------------------
004610* 5000-LOG-NOTICE - RECORD THE LETTER ON NOTSENT: THE NOTICE AS
004620*                   QUEUED, WHEN IT WAS SENT AND THE NAME AND
004630*                   ADDRESS IT WENT TO.  A NOTICE ALREADY ON FILE
004640*                   IS NOT LOGGED AGAIN.
004650*--------------------------------------------------------------
004660 5000-LOG-NOTICE.
004670     MOVE NQ-ACCOUNT-ID TO NS-ACCOUNT-ID
004680     MOVE NQ-DATE TO NS-DATE
004690     MOVE NQ-TIME TO NS-TIME
004700     MOVE NQ-SEQ TO NS-SEQ
004710     MOVE NQ-NOTICE-TYPE TO NS-NOTICE-TYPE
004720     MOVE NQ-AMOUNT TO NS-AMOUNT
004730     MOVE NQ-REASON-CODE TO NS-REASON-CODE
004740     MOVE NQ-REFERENCE TO NS-REFERENCE
004750     MOVE NQ-RAISED-BY TO NS-RAISED-BY
004760     MOVE WS-TODAY-CYYDDD TO NS-SENT-DATE
004770     MOVE WS-SENT-TIME TO NS-SENT-TIME
004780     MOVE WS-CUSTOMER-NAME TO NS-CUSTOMER-NAME
004790     MOVE CI-ADDRESS-LINE-1 TO NS-ADDRESS-LINE-1
004800     MOVE CI-ADDRESS-LINE-2 TO NS-ADDRESS-LINE-2
004810     MOVE CI-ADDRESS-LINE-3 TO NS-ADDRESS-LINE-3
004820     MOVE CI-POSTCODE TO NS-POSTCODE
004830     WRITE NOTICE-SENT-RECORD
004840         INVALID KEY
004850             MOVE 'N' TO WS-LOGGED-SWITCH
004860         NOT INVALID KEY
004870             MOVE 'Y' TO WS-LOGGED-SWITCH
004880     END-WRITE.
004890 5000-LOG-NOTICE-EXIT.
004900     EXIT.
004910*--------------------------------------------------------------
004920* 6500-LIST-NOT-MAILED - ONE NOTICE TO THE NOMAIL LIST
004930*--------------------------------------------------------------
004940 6500-LIST-NOT-MAILED.
004950     MOVE NQ-ACCOUNT-ID TO WS-X-ACCOUNT-ID
004960     MOVE WS-CUSTOMER-NAME TO WS-X-CUSTOMER-NAME
004970     MOVE NQ-NOTICE-TYPE TO WS-X-NOTICE-TYPE
004980     MOVE NQ-DATE TO WS-X-DATE
004990     MOVE NQ-RAISED-BY TO WS-X-RAISED-BY
005000     MOVE WS-NOMAIL-DETAIL TO NOMAIL-LINE
005010     WRITE NOMAIL-LINE.
005020 6500-LIST-NOT-MAILED-EXIT.
005030     EXIT.
005040*--------------------------------------------------------------
005050* 7000-PRINT-LETTER - ONE LETTER ON A FRESH PAGE: HEADINGS,
005060*                     ADDRESS BLOCK, ACCOUNT AND REFERENCE, THE
005070*                     STANDARD WORDING FOR THE NOTICE TYPE, THEN
005080*                     THE NOTICE'S OWN DATE, AMOUNT, REASON AND
005090*                     REFERENCE WHERE IT HAS THEM
005100*--------------------------------------------------------------
005110 7000-PRINT-LETTER.
005120     MOVE WS-TODAY-CYYDDD TO WS-H1-DATE
005130     MOVE WS-HEAD1-LINE TO PRT-LINE
005140     WRITE PRT-LINE AFTER ADVANCING PAGE
005150     MOVE NQ-CUST TO WS-H2-CUSTOMER-NUMBER
005160     MOVE WS-CUSTOMER-NAME TO WS-H2-CUSTOMER-NAME
005170     MOVE WS-HEAD2-LINE TO PRT-LINE
005180     WRITE PRT-LINE AFTER ADVANCING 2 LINES
005190     PERFORM 7500-PRINT-ADDRESS THRU 7500-PRINT-ADDRESS-EXIT
005200     MOVE NQ-ACCOUNT-ID TO WS-F-ACCOUNT-ID
005210     MOVE NQ-ACCOUNT-ID TO WS-F-REF-ACCOUNT
005220     MOVE NQ-DATE TO WS-F-REF-DATE
005230     MOVE NQ-TIME TO WS-F-REF-TIME
005240     MOVE NQ-SEQ TO WS-F-REF-SEQ
005250     MOVE WS-REF-LINE TO PRT-LINE
005260     WRITE PRT-LINE AFTER ADVANCING 2 LINES
005270     MOVE WORDING-SUBJECT (WORDING-IDX) TO WS-S-TEXT
005280     MOVE WS-SUBJECT-LINE TO PRT-LINE
005290     WRITE PRT-LINE AFTER ADVANCING 2 LINES
005300     MOVE SPACES TO PRT-LINE
005310     WRITE PRT-LINE AFTER ADVANCING 1 LINE
005320     PERFORM 7100-PRINT-TEXT THRU 7100-PRINT-TEXT-EXIT
005330         VARYING WS-LINE-SUB FROM 1 BY 1
005340         UNTIL WS-LINE-SUB > 4
005350     MOVE 'DATE:' TO WS-F-LABEL
005360     MOVE NQ-DATE TO WS-EVENT-DATE
005370     MOVE WS-EVENT-DATE TO WS-F-TEXT
005380     MOVE WS-FIELD-LINE TO PRT-LINE
005390     WRITE PRT-LINE AFTER ADVANCING 2 LINES
005400     IF NQ-AMOUNT NOT = ZERO
005410         MOVE NQ-AMOUNT TO WS-M-AMOUNT
005420         MOVE WS-AMOUNT-LINE TO PRT-LINE
005430         WRITE PRT-LINE AFTER ADVANCING 1 LINE
005440     END-IF
005450     IF NQ-REASON-CODE NOT = SPACES
005460         PERFORM 7200-PRINT-REASON THRU 7200-PRINT-REASON-EXIT
005470     END-IF
005480     IF NQ-REFERENCE NOT = SPACES
005490         MOVE 'REFERENCE:' TO WS-F-LABEL
005500         MOVE NQ-REFERENCE TO WS-F-TEXT
005510         MOVE WS-FIELD-LINE TO PRT-LINE
005520         WRITE PRT-LINE AFTER ADVANCING 1 LINE
005530     END-IF
005540     MOVE 'PLEASE QUOTE OUR REFERENCE IF YOU CONTACT US.'
005550         TO WS-W-TEXT
005560     MOVE WS-TEXT-LINE TO PRT-LINE
005570     WRITE PRT-LINE AFTER ADVANCING 2 LINES
005580     ADD 1 TO WS-SENT-COUNT.
005590 7000-PRINT-LETTER-EXIT.
005600     EXIT.
005610 7100-PRINT-TEXT.
005620     IF WORDING-TEXT (WORDING-IDX, WS-LINE-SUB) NOT = SPACES
005630         MOVE WORDING-TEXT (WORDING-IDX, WS-LINE-SUB) TO WS-W-TEXT
005640         MOVE WS-TEXT-LINE TO PRT-LINE
005650         WRITE PRT-LINE AFTER ADVANCING 1 LINE
005660     END-IF.
005670 7100-PRINT-TEXT-EXIT.
005680     EXIT.
005690*--------------------------------------------------------------
005700* 7200-PRINT-REASON - PRINT THE REASON LINE, WORDED FROM THE
005710*                     REASON TABLE WHERE THE CODE IS KNOWN
005720*--------------------------------------------------------------
005730 7200-PRINT-REASON.
005740     SET REASON-IDX TO 1
005750     SEARCH REASON-ENTRY
005760         AT END
005770             MOVE NQ-REASON-CODE TO WS-U-CODE
005780             MOVE WS-UNKNOWN-REASON TO WS-F-TEXT
005790         WHEN REASON-ENTRY-CODE (REASON-IDX) = NQ-REASON-CODE
005800             MOVE REASON-ENTRY-DESC (REASON-IDX) TO WS-F-TEXT
005810     END-SEARCH
005820     MOVE 'REASON:' TO WS-F-LABEL
005830     MOVE WS-FIELD-LINE TO PRT-LINE
005840     WRITE PRT-LINE AFTER ADVANCING 1 LINE.
005850 7200-PRINT-REASON-EXIT.
005860     EXIT.
005870*--------------------------------------------------------------
005880* 7500-PRINT-ADDRESS - PRINT THE CUSTOMER'S MAILING ADDRESS
005890*                      BLOCK FROM CUSTINFO
005900*--------------------------------------------------------------
005910 7500-PRINT-ADDRESS.
005920     MOVE CI-ADDRESS-LINE-1 TO WS-A-TEXT
005930     MOVE WS-ADDR-LINE TO PRT-LINE
005940     WRITE PRT-LINE AFTER ADVANCING 1 LINE
005950     IF CI-ADDRESS-LINE-2 NOT = SPACES
005960         MOVE CI-ADDRESS-LINE-2 TO WS-A-TEXT
005970         MOVE WS-ADDR-LINE TO PRT-LINE
005980         WRITE PRT-LINE AFTER ADVANCING 1 LINE
005990     END-IF
006000     IF CI-ADDRESS-LINE-3 NOT = SPACES
006010         MOVE CI-ADDRESS-LINE-3 TO WS-A-TEXT
006020         MOVE WS-ADDR-LINE TO PRT-LINE
006030         WRITE PRT-LINE AFTER ADVANCING 1 LINE
006040     END-IF
006050     MOVE CI-POSTCODE TO WS-A-TEXT
006060     MOVE WS-ADDR-LINE TO PRT-LINE
006070     WRITE PRT-LINE AFTER ADVANCING 1 LINE.
006080 7500-PRINT-ADDRESS-EXIT.
006090     EXIT.
006100*--------------------------------------------------------------
006110* 9000-TERMINATE - PRINT THE RUN CONTROL TOTAL PAGE WITH THE
006120*                  LETTERS BY TYPE, CLOSE UP
006130*--------------------------------------------------------------
006140 9000-TERMINATE.
006150     MOVE SPACES TO PRT-LINE
006160     MOVE 'CUSTOMER LETTER RUN CONTROL TOTALS' TO PRT-LINE
006170     WRITE PRT-LINE AFTER ADVANCING PAGE
006180     MOVE 'LETTERS BY NOTICE TYPE' TO PRT-LINE
006190     WRITE PRT-LINE AFTER ADVANCING 2 LINES
006200     PERFORM 9100-PRINT-TYPE THRU 9100-PRINT-TYPE-EXIT
006210         VARYING WORDING-IDX FROM 1 BY 1
006220         UNTIL WORDING-IDX > 8
006230     MOVE 'NOTICES READ:           ' TO WS-C-LABEL
006240     MOVE WS-READ-COUNT TO WS-C-COUNT
006250     MOVE WS-COUNT-LINE TO PRT-LINE
006260     WRITE PRT-LINE AFTER ADVANCING 2 LINES
006270     MOVE 'LETTERS PRINTED:        ' TO WS-C-LABEL
006280     MOVE WS-SENT-COUNT TO WS-C-COUNT
006290     MOVE WS-COUNT-LINE TO PRT-LINE
006300     WRITE PRT-LINE AFTER ADVANCING 1 LINE
006310     MOVE 'NO ADDRESS - QUEUED:    ' TO WS-C-LABEL
006320     MOVE WS-NO-ADDR-COUNT TO WS-C-COUNT
006330     MOVE WS-COUNT-LINE TO PRT-LINE
006340     WRITE PRT-LINE AFTER ADVANCING 1 LINE
006350     MOVE 'ALREADY SENT - DROPPED: ' TO WS-C-LABEL
006360     MOVE WS-ALREADY-SENT-COUNT TO WS-C-COUNT
006370     MOVE WS-COUNT-LINE TO PRT-LINE
006380     WRITE PRT-LINE AFTER ADVANCING 1 LINE
006390     MOVE 'NOT ON CUSTMAS:         ' TO WS-C-LABEL
006400     MOVE WS-NO-NAME-COUNT TO WS-C-COUNT
006410     MOVE WS-COUNT-LINE TO PRT-LINE
006420     WRITE PRT-LINE AFTER ADVANCING 1 LINE
006430     MOVE SPACES TO NOMAIL-LINE
006440     WRITE NOMAIL-LINE
006450     MOVE 'NO ADDRESS - QUEUED:    ' TO WS-C-LABEL
006460     MOVE WS-NO-ADDR-COUNT TO WS-C-COUNT
006470     MOVE WS-COUNT-LINE TO NOMAIL-LINE
006480     WRITE NOMAIL-LINE
006490     MOVE 'ALREADY SENT - DROPPED: ' TO WS-C-LABEL
006500     MOVE WS-ALREADY-SENT-COUNT TO WS-C-COUNT
006510     MOVE WS-COUNT-LINE TO NOMAIL-LINE
006520     WRITE NOMAIL-LINE
006530     IF WS-NO-ADDR-COUNT > ZERO
006540         OR WS-ALREADY-SENT-COUNT > ZERO
006550         MOVE 4 TO RETURN-CODE
006560     END-IF
006570     CLOSE NOTICEQ
006580     CLOSE CUSTMAS
006590     CLOSE CUSTINFO
006600     CLOSE NOTSENT
006610     CLOSE PRTFILE
006620     CLOSE NOMAIL
006630     DISPLAY 'LTRPRT - LETTERS PRINTED: ' WS-SENT-COUNT
006640     DISPLAY 'LTRPRT - CANNOT MAIL:     ' WS-NO-ADDR-COUNT.
006650 9000-TERMINATE-EXIT.
006660     EXIT.
006670 9100-PRINT-TYPE.
006680     MOVE WORDING-TYPE (WORDING-IDX) TO WS-Y-TYPE
006690     MOVE WORDING-SUBJECT (WORDING-IDX) TO WS-Y-SUBJECT
006700     MOVE WORDING-COUNT (WORDING-IDX) TO WS-Y-COUNT
006710     MOVE WS-TYPE-LINE TO PRT-LINE
006720     WRITE PRT-LINE AFTER ADVANCING 1 LINE.
006730 9100-PRINT-TYPE-EXIT.
006740     EXIT.
