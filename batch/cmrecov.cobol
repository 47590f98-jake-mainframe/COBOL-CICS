000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CMRECOV.
000030 AUTHOR.        D SHAH.
000040 INSTALLATION.  RETAIL BANKING SYSTEMS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*--------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 10/15/26   DS    NEW PROGRAM.  CUSTMAS FORWARD RECOVERY.  AFTER
000120*                  A CUSTMAS FAILURE, REBUILDS THE MASTER FROM A
000130*                  CLOSE-OF-BUSINESS SNAPSHOT GENERATION (CUT BY
000140*                  THE JRNLRECN JOB) BY REPLAYING EVERY JRNL
000150*                  ENTRY DATED AFTER THE SNAPSHOT, IN KEY (AND SO
000160*                  DATE/TIME) ORDER, ONTO ITS KEYED ACCOUNT WITH
000170*                  JRNLRECN'S DEBIT/CREDIT RULES.  STATUS CHANGES
000180*                  AND ACCOUNTS OPENED SINCE THE SNAPSHOT ARE
000190*                  TAKEN FROM MNTAUD: A KAJCCOB OPEN (ACTION A)
000200*                  BRINGS ITS OPENING BALANCE, A LOANCOB OR
000210*                  TDEPCOB SET-UP (ACTION S) STARTS AT ZERO AS
000220*                  ITS FUNDING IS JOURNALLED.  MNTAUD CARRIES NO
000230*                  NAME OR ACCOUNT TYPE, SO AN ACCOUNT OPENED
000240*                  SINCE THE SNAPSHOT TAKES THE NAME OF THE
000250*                  CUSTOMER'S PREVIOUS ACCOUNT AND IS FLAGGED FOR
000260*                  CHECKING.  THE SNAPSHOT DATE (CYYDDD, AS IN
000270*                  JR-DATE) COMES FROM SYSIN.  THE REBUILT MASTER
000280*                  GOES TO NEWMAST FOR THE RELOAD STEPS, AND THE
000290*                  RECOVERY REPORT LISTS EVERY ACCOUNT BEFORE AND
000300*                  AFTER WITH A GRAND-TOTAL PROOF: THE BALCTL
000310*                  TOTAL PLUS THE NET EXTERNAL MOVEMENT REPLAYED
000320*                  (TRIALBAL'S RULES) PLUS THE OPENING BALANCES
000330*                  OF NEW ACCOUNTS MUST EQUAL THE REBUILT TOTAL.
000340*                  A FAILED PROOF, OR NO BALCTL RECORD, SETS
000350*                  RETURN-CODE 8 AND THE JCL BYPASSES THE RELOAD.
000360*                  RETURN-CODE 4 FLAGS ACCOUNTS TO CHECK.
000362* 10/15/26   DS    EXCESS SAVINGS WITHDRAWAL FEES (TYPE F TO
000364*                  FEEXSWDL) COUNT AS EXTERNAL MOVEMENT OUT IN THE
000366*                  PROOF, FOLLOWING TRIALBAL.
000367* 10/15/26   DS    ATM NETWORK SETTLEMENT: TYPES A AND K (FROM
000368*                  ATMSETL) DEBIT THE KEYED ACCOUNT AND COUNT AS
000369*                  EXTERNAL MOVEMENT OUT, FOLLOWING TRIALBAL.
000370*--------------------------------------------------------------
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT SNAPIN ASSIGN TO SNAPIN
000420         ORGANIZATION IS SEQUENTIAL.
000430     SELECT JRNL ASSIGN TO JRNL
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS SEQUENTIAL
000460         RECORD KEY IS JR-KEY.
000470     SELECT MNTAUD ASSIGN TO MNTAUD
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS SEQUENTIAL
000500         RECORD KEY IS MA-KEY.
000510     SELECT BALCTL ASSIGN TO BALCTL
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS RANDOM
000540         RECORD KEY IS CTL-KEY.
000550     SELECT NEWMAST ASSIGN TO NEWMAST
000560         ORGANIZATION IS SEQUENTIAL.
000570     SELECT PRTFILE ASSIGN TO PRTFILE
000580         ORGANIZATION IS SEQUENTIAL.
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  SNAPIN
000620     RECORDING MODE IS F
000630     LABEL RECORDS ARE STANDARD.
000640 01  SNAPSHOT-RECORD.
000650     05  SN-ACCOUNT-ID             PIC X(08).
000660     05  SN-BALANCE                PIC S9(09)V99.
000670     05  SN-CUSTOMER-NAME          PIC X(20).
000680     05  SN-STATUS                 PIC X(01).
000690     05  SN-ACCOUNT-TYPE           PIC X(01).
000700 FD  JRNL
000710     LABEL RECORDS ARE STANDARD.
000720 01  JOURNAL-RECORD.
000730     05  JR-KEY.
000740         10  JR-SOURCE-ID          PIC X(08).
000750         10  JR-DATE               PIC S9(07) COMP-3.
000760         10  JR-TIME               PIC S9(07) COMP-3.
000770         10  JR-SEQ                PIC S9(05) COMP-3.
000780     05  JR-TARGET-ID              PIC X(08).
000790     05  JR-AMOUNT                 PIC S9(09)V99.
000800     05  JR-TRAN-TYPE              PIC X(01).
000810     05  JR-OPERATOR-ID            PIC X(08).
000820 FD  MNTAUD
000830     LABEL RECORDS ARE STANDARD.
000840 01  MAINT-AUDIT-RECORD.
000850     05  MA-KEY.
000860         10  MA-CUSTOMER-NUMBER    PIC X(08).
000870         10  MA-DATE               PIC S9(07) COMP-3.
000880         10  MA-TIME               PIC S9(07) COMP-3.
000890     05  MA-OPERATOR-ID            PIC X(06).
000900     05  MA-ACTION-CODE            PIC X(01).
000910     05  MA-OLD-STATUS             PIC X(01).
000920     05  MA-NEW-STATUS             PIC X(01).
000930         88  MA-ACCOUNT-STATUS         VALUE 'O' 'C' 'F' 'D'.
000940     05  MA-OPEN-BALANCE           PIC S9(09)V99.
000950 FD  BALCTL
000960     LABEL RECORDS ARE STANDARD.
000970 01  BALCTL-RECORD.
000980     05  CTL-KEY                   PIC X(06).
000990     05  CTL-PRIOR-TOTAL           PIC S9(11)V99.
001000 FD  NEWMAST
001010     RECORDING MODE IS F
001020     LABEL RECORDS ARE STANDARD.
001030 01  NEW-MASTER-RECORD.
001040     05  NM-ACCOUNT-ID.
001050         10  NM-CUSTOMER-NUMBER    PIC X(06).
001060         10  NM-ACCOUNT-SUFFIX     PIC X(02).
001070     05  NM-BALANCE                PIC S9(09)V99.
001080     05  NM-CUSTOMER-NAME          PIC X(20).
001090     05  NM-STATUS                 PIC X(01).
001100     05  NM-ACCOUNT-TYPE           PIC X(01).
001110 FD  PRTFILE
001120     RECORDING MODE IS F
001130     LABEL RECORDS ARE STANDARD.
001140 01  PRT-LINE                      PIC X(80).
001150 WORKING-STORAGE SECTION.
001160 77  WS-RUN-BLOCKED-SWITCH         PIC X(01) VALUE 'N'.
001170     88  RUN-BLOCKED                   VALUE 'Y'.
001180 77  WS-SNAP-EOF-SWITCH            PIC X(01) VALUE 'N'.
001190     88  END-OF-SNAPIN                 VALUE 'Y'.
001200 77  WS-JRNL-EOF-SWITCH            PIC X(01) VALUE 'N'.
001210     88  END-OF-JRNL                   VALUE 'Y'.
001220 77  WS-AUD-EOF-SWITCH             PIC X(01) VALUE 'N'.
001230     88  END-OF-MNTAUD                 VALUE 'Y'.
001240 77  WS-CTL-FOUND-SWITCH           PIC X(01) VALUE 'N'.
001250     88  CTL-RECORD-FOUND              VALUE 'Y'.
001260 77  WS-BASE-FOUND-SWITCH          PIC X(01) VALUE 'N'.
001270     88  BASE-FOUND                    VALUE 'Y'.
001280 77  WS-PROOF-SWITCH               PIC X(01) VALUE 'N'.
001290     88  PROOF-AGREES                  VALUE 'Y'.
001300 77  WS-SNAPSHOT-COUNT             PIC 9(07) VALUE ZERO.
001310 77  WS-OPENED-COUNT               PIC 9(07) VALUE ZERO.
001320 77  WS-WRITTEN-COUNT              PIC 9(07) VALUE ZERO.
001330 77  WS-STATUS-COUNT               PIC 9(07) VALUE ZERO.
001340 77  WS-REPLAYED-COUNT             PIC 9(07) VALUE ZERO.
001350 77  WS-PRIOR-DATE-COUNT           PIC 9(07) VALUE ZERO.
001360 77  WS-LEGACY-COUNT               PIC 9(07) VALUE ZERO.
001370 77  WS-ORPHAN-COUNT               PIC 9(07) VALUE ZERO.
001380 77  WS-ACCOUNT-ENTRIES            PIC 9(07) VALUE ZERO.
001390 01  WS-SNAPSHOT-DATE              PIC S9(07).
001400 01  WS-SNAP-KEY                   PIC X(08) VALUE HIGH-VALUES.
001410 01  WS-JRNL-KEY                   PIC X(08) VALUE HIGH-VALUES.
001420 01  WS-AUD-KEY                    PIC X(08) VALUE HIGH-VALUES.
001430 01  WS-RECOVER-KEY.
001440     05  WS-RECOVER-CUSTNO         PIC X(06).
001450     05  WS-RECOVER-SUFFIX         PIC X(02).
001460 01  WS-PREV-CUSTNO                PIC X(06) VALUE SPACES.
001470 01  WS-PREV-NAME                  PIC X(20) VALUE SPACES.
001480 01  WS-BEFORE-STATUS              PIC X(01).
001490 01  WS-NOTE                       PIC X(22).
001500 01  WS-BEFORE-BALANCE             PIC S9(11)V99 VALUE ZERO.
001510 01  WS-OPENING-BALANCE            PIC S9(11)V99 VALUE ZERO.
001520 01  WS-MOVEMENT                   PIC S9(11)V99 VALUE ZERO.
001530 01  WS-AFTER-BALANCE              PIC S9(11)V99 VALUE ZERO.
001540 01  WS-BEFORE-TOTAL               PIC S9(13)V99 VALUE ZERO.
001550 01  WS-OPENED-TOTAL               PIC S9(13)V99 VALUE ZERO.
001560 01  WS-MOVEMENT-TOTAL             PIC S9(13)V99 VALUE ZERO.
001570 01  WS-AFTER-TOTAL                PIC S9(13)V99 VALUE ZERO.
001580 01  WS-NET-EXTERNAL               PIC S9(13)V99 VALUE ZERO.
001590 01  WS-PRIOR-TOTAL                PIC S9(13)V99 VALUE ZERO.
001600 01  WS-EXPECTED-TOTAL             PIC S9(13)V99 VALUE ZERO.
001610 01  WS-DIFFERENCE                 PIC S9(13)V99 VALUE ZERO.
001620 01  WS-HEADING-LINE.
001630     05  FILLER                    PIC X(10) VALUE 'ACCOUNT'.
001640     05  FILLER                    PIC X(13)
001650                                   VALUE '       BEFORE'.
001660     05  FILLER                    PIC X(13)
001670                                   VALUE '     MOVEMENT'.
001680     05  FILLER                    PIC X(13)
001690                                   VALUE '        AFTER'.
001700     05  FILLER                    PIC X(08) VALUE '  ST   '.
001710     05  FILLER                    PIC X(23) VALUE 'NOTE'.
001720 01  WS-DETAIL-LINE.
001730     05  WS-D-ACCOUNT-ID           PIC X(08).
001740     05  FILLER                    PIC X(02) VALUE SPACES.
001750     05  WS-D-BEFORE               PIC -(9)9.99.
001760     05  FILLER                    PIC X(01) VALUE SPACES.
001770     05  WS-D-MOVEMENT             PIC -(9)9.99.
001780     05  FILLER                    PIC X(01) VALUE SPACES.
001790     05  WS-D-AFTER                PIC -(9)9.99.
001800     05  FILLER                    PIC X(02) VALUE SPACES.
001810     05  WS-D-BEFORE-STATUS        PIC X(01).
001820     05  FILLER                    PIC X(01) VALUE '>'.
001830     05  WS-D-AFTER-STATUS         PIC X(01).
001840     05  FILLER                    PIC X(02) VALUE SPACES.
001850     05  WS-D-NOTE                 PIC X(22).
001860 01  WS-COUNT-LINE.
001870     05  FILLER                    PIC X(10) VALUE SPACES.
001880     05  WS-C-LABEL                PIC X(28).
001890     05  WS-C-COUNT                PIC Z(06)9.
001900     05  FILLER                    PIC X(35) VALUE SPACES.
001910 01  WS-TOTAL-LINE.
001920     05  FILLER                    PIC X(10) VALUE SPACES.
001930     05  WS-T-LABEL                PIC X(28).
001940     05  WS-T-AMOUNT               PIC -(12)9.99.
001950     05  FILLER                    PIC X(25) VALUE SPACES.
001960 PROCEDURE DIVISION.
001970 0000-MAINLINE.
001980     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
001990     IF RUN-BLOCKED
002000         GOBACK
002010     END-IF
002020     PERFORM 2000-REBUILD-ACCOUNT THRU 2000-REBUILD-ACCOUNT-EXIT
002030         UNTIL END-OF-SNAPIN AND END-OF-JRNL AND END-OF-MNTAUD
002040     PERFORM 8000-PROVE-TOTALS THRU 8000-PROVE-TOTALS-EXIT
002050     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
002060     GOBACK.
002070*--------------------------------------------------------------
002080* 1000-INITIALIZE - ACCEPT THE SNAPSHOT DATE FROM SYSIN, OPEN
002090*                   FILES, LOAD THE BALCTL TOTAL, PRINT THE
002100*                   HEADINGS AND PRIME ALL THREE READS.  A
002110*                   MISSING SNAPSHOT DATE STOPS THE RUN WITH
002120*                   RETURN-CODE 16.
002130*--------------------------------------------------------------
002140 1000-INITIALIZE.
002150     ACCEPT WS-SNAPSHOT-DATE
002160     IF WS-SNAPSHOT-DATE NOT > ZERO
002170         DISPLAY 'CMRECOV - NO SNAPSHOT DATE ON SYSIN - '
002180             'RUN STOPPED'
002190         MOVE 'Y' TO WS-RUN-BLOCKED-SWITCH
002200         MOVE 16 TO RETURN-CODE
002210         GO TO 1000-INITIALIZE-EXIT
002220     END-IF
002230     OPEN INPUT SNAPIN
002240     OPEN INPUT JRNL
002250     OPEN INPUT MNTAUD
002260     OPEN INPUT BALCTL
002270     OPEN OUTPUT NEWMAST
002280     OPEN OUTPUT PRTFILE
002290     MOVE 'BALCTL' TO CTL-KEY
002300     READ BALCTL
002310         INVALID KEY
002320             MOVE 'N' TO WS-CTL-FOUND-SWITCH
002330         NOT INVALID KEY
002340             MOVE 'Y' TO WS-CTL-FOUND-SWITCH
002350             MOVE CTL-PRIOR-TOTAL TO WS-PRIOR-TOTAL
002360     END-READ
002370     MOVE SPACES TO PRT-LINE
002380     MOVE 'CUSTMAS FORWARD RECOVERY - SNAPSHOT PLUS JOURNAL'
002390         TO PRT-LINE
002400     WRITE PRT-LINE
002410     MOVE SPACES TO PRT-LINE
002420     WRITE PRT-LINE
002430     MOVE WS-HEADING-LINE TO PRT-LINE
002440     WRITE PRT-LINE
002450     MOVE SPACES TO PRT-LINE
002460     WRITE PRT-LINE
002470     PERFORM 3000-READ-SNAPIN THRU 3000-READ-SNAPIN-EXIT
002480     PERFORM 3100-READ-JRNL THRU 3100-READ-JRNL-EXIT
002490     PERFORM 3200-READ-MNTAUD THRU 3200-READ-MNTAUD-EXIT.
002500 1000-INITIALIZE-EXIT.
002510     EXIT.
002520*--------------------------------------------------------------
002530* 2000-REBUILD-ACCOUNT - REBUILD THE LOWEST ACCOUNT KEY STILL
002540*                        UNPROCESSED ON ANY OF THE THREE FILES:
002550*                        START FROM THE SNAPSHOT RECORD (OR AN
002560*                        MNTAUD OPEN), APPLY THE MAINTENANCE AND
002570*                        THE JOURNAL, WRITE AND REPORT THE RESULT
002580*--------------------------------------------------------------
002590 2000-REBUILD-ACCOUNT.
002600     MOVE WS-SNAP-KEY TO WS-RECOVER-KEY
002610     IF WS-JRNL-KEY < WS-RECOVER-KEY
002620         MOVE WS-JRNL-KEY TO WS-RECOVER-KEY
002630     END-IF
002640     IF WS-AUD-KEY < WS-RECOVER-KEY
002650         MOVE WS-AUD-KEY TO WS-RECOVER-KEY
002660     END-IF
002670     MOVE 'N' TO WS-BASE-FOUND-SWITCH
002680     MOVE SPACES TO WS-NOTE
002690     MOVE SPACE TO WS-BEFORE-STATUS
002700     MOVE ZERO TO WS-BEFORE-BALANCE
002710     MOVE ZERO TO WS-OPENING-BALANCE
002720     MOVE ZERO TO WS-MOVEMENT
002730     MOVE ZERO TO WS-ACCOUNT-ENTRIES
002740     MOVE SPACES TO NEW-MASTER-RECORD
002750     MOVE WS-RECOVER-KEY TO NM-ACCOUNT-ID
002760     MOVE ZERO TO NM-BALANCE
002770     IF WS-SNAP-KEY = WS-RECOVER-KEY
002780         MOVE 'Y' TO WS-BASE-FOUND-SWITCH
002790         ADD 1 TO WS-SNAPSHOT-COUNT
002800         MOVE SNAPSHOT-RECORD TO NEW-MASTER-RECORD
002810         MOVE SN-BALANCE TO WS-BEFORE-BALANCE
002820         MOVE SN-STATUS TO WS-BEFORE-STATUS
002830         PERFORM 3000-READ-SNAPIN THRU 3000-READ-SNAPIN-EXIT
002840     END-IF
002850     PERFORM 4000-APPLY-MAINTENANCE THRU
002860         4000-APPLY-MAINTENANCE-EXIT
002870         UNTIL WS-AUD-KEY NOT = WS-RECOVER-KEY
002880     PERFORM 5000-APPLY-ENTRY THRU 5000-APPLY-ENTRY-EXIT
002890         UNTIL WS-JRNL-KEY NOT = WS-RECOVER-KEY
002900     IF NOT BASE-FOUND
002910         IF WS-ACCOUNT-ENTRIES > ZERO
002920             ADD 1 TO WS-ORPHAN-COUNT
002930             MOVE 'NOT ON SNAPSHOT/AUDIT' TO WS-NOTE
002940             MOVE ZERO TO WS-AFTER-BALANCE
002950             PERFORM 6000-PRINT-ACCOUNT THRU
002960                 6000-PRINT-ACCOUNT-EXIT
002970         END-IF
002980         GO TO 2000-REBUILD-ACCOUNT-EXIT
002990     END-IF
003000     COMPUTE WS-AFTER-BALANCE =
003010         WS-BEFORE-BALANCE + WS-OPENING-BALANCE + WS-MOVEMENT
003020     MOVE WS-AFTER-BALANCE TO NM-BALANCE
003030     WRITE NEW-MASTER-RECORD
003040     ADD 1 TO WS-WRITTEN-COUNT
003050     ADD WS-BEFORE-BALANCE TO WS-BEFORE-TOTAL
003060     ADD WS-OPENING-BALANCE TO WS-OPENED-TOTAL
003070     ADD WS-MOVEMENT TO WS-MOVEMENT-TOTAL
003080     ADD WS-AFTER-BALANCE TO WS-AFTER-TOTAL
003090     MOVE NM-CUSTOMER-NUMBER TO WS-PREV-CUSTNO
003100     MOVE NM-CUSTOMER-NAME TO WS-PREV-NAME
003110     PERFORM 6000-PRINT-ACCOUNT THRU 6000-PRINT-ACCOUNT-EXIT.
003120 2000-REBUILD-ACCOUNT-EXIT.
003130     EXIT.
003140*--------------------------------------------------------------
003150* 3000-READ-SNAPIN - READ THE NEXT SNAPSHOT RECORD.  EACH KEY
003160*                    GOES HIGH-VALUES AT END SO THE MERGE
003170*                    DRAINS THE OTHER FILES.
003180*--------------------------------------------------------------
003190 3000-READ-SNAPIN.
003200     READ SNAPIN
003210         AT END
003220             MOVE 'Y' TO WS-SNAP-EOF-SWITCH
003230             MOVE HIGH-VALUES TO WS-SNAP-KEY
003240         NOT AT END
003250             MOVE SN-ACCOUNT-ID TO WS-SNAP-KEY
003260     END-READ.
003270 3000-READ-SNAPIN-EXIT.
003280     EXIT.
003290*--------------------------------------------------------------
003300* 3100-READ-JRNL - READ THE NEXT JOURNAL ENTRY
003310*--------------------------------------------------------------
003320 3100-READ-JRNL.
003330     READ JRNL NEXT RECORD
003340         AT END
003350             MOVE 'Y' TO WS-JRNL-EOF-SWITCH
003360             MOVE HIGH-VALUES TO WS-JRNL-KEY
003370         NOT AT END
003380             MOVE JR-SOURCE-ID TO WS-JRNL-KEY
003390     END-READ.
003400 3100-READ-JRNL-EXIT.
003410     EXIT.
003420*--------------------------------------------------------------
003430* 3200-READ-MNTAUD - READ THE NEXT MAINTENANCE AUDIT ENTRY
003440*--------------------------------------------------------------
003450 3200-READ-MNTAUD.
003460     READ MNTAUD NEXT RECORD
003470         AT END
003480             MOVE 'Y' TO WS-AUD-EOF-SWITCH
003490             MOVE HIGH-VALUES TO WS-AUD-KEY
003500         NOT AT END
003510             MOVE MA-CUSTOMER-NUMBER TO WS-AUD-KEY
003520     END-READ.
003530 3200-READ-MNTAUD-EXIT.
003540     EXIT.
003550*--------------------------------------------------------------
003560* 4000-APPLY-MAINTENANCE - APPLY ONE MNTAUD ENTRY MADE AFTER THE
003570*                          SNAPSHOT.  AN OPEN (OLD STATUS SPACE,
003580*                          ACTION A FROM KAJCCOB OR S FROM LOANCOB
003590*                          AND TDEPCOB) CREATES AN ACCOUNT NOT ON
003600*                          THE SNAPSHOT; AN ACCOUNT STATUS (O, C,
003610*                          F OR D) ON ANY ENTRY IS CARRIED TO THE
003620*                          ACCOUNT.  CINFCOB AND PARMCOB ENTRIES
003630*                          CARRY THEIR OWN STATUS CODES AND KEYS
003640*                          AND ARE PASSED OVER.
003650*--------------------------------------------------------------
003660 4000-APPLY-MAINTENANCE.
003670     IF MA-DATE NOT > WS-SNAPSHOT-DATE
003680         GO TO 4000-READ-NEXT
003690     END-IF
003700     IF NOT BASE-FOUND
003710         AND MA-OLD-STATUS = SPACE
003720         AND MA-ACCOUNT-STATUS
003730         AND (MA-ACTION-CODE = 'A' OR MA-ACTION-CODE = 'S')
003740         PERFORM 4100-OPEN-ACCOUNT THRU 4100-OPEN-ACCOUNT-EXIT
003750     END-IF
003760     IF BASE-FOUND AND MA-ACCOUNT-STATUS
003770         IF MA-NEW-STATUS NOT = NM-STATUS
003780             ADD 1 TO WS-STATUS-COUNT
003790             MOVE MA-NEW-STATUS TO NM-STATUS
003800         END-IF
003810     END-IF.
003820 4000-READ-NEXT.
003830     PERFORM 3200-READ-MNTAUD THRU 3200-READ-MNTAUD-EXIT.
003840 4000-APPLY-MAINTENANCE-EXIT.
003850     EXIT.
003860*--------------------------------------------------------------
003870* 4100-OPEN-ACCOUNT - START AN ACCOUNT OPENED SINCE THE SNAPSHOT.
003880*                     KAJCCOB'S OPENING BALANCE IS NOT JOURNALLED
003890*                     SO IT IS TAKEN FROM THE AUDIT ENTRY; A LOAN
003900*                     (NEGATIVE AUDIT BALANCE) OR TERM DEPOSIT IS
003910*                     FUNDED BY A JOURNALLED TRANSFER AND STARTS
003920*                     AT ZERO.  SUFFIX 01 IS THE CHECKING ACCOUNT.
003930*--------------------------------------------------------------
003940 4100-OPEN-ACCOUNT.
003950     MOVE 'Y' TO WS-BASE-FOUND-SWITCH
003960     ADD 1 TO WS-OPENED-COUNT
003970     MOVE 'O' TO NM-STATUS
003980     IF MA-ACTION-CODE = 'A'
003990         MOVE MA-OPEN-BALANCE TO WS-OPENING-BALANCE
004000         IF WS-RECOVER-SUFFIX = '01'
004010             MOVE 'C' TO NM-ACCOUNT-TYPE
004020         ELSE
004030             MOVE 'S' TO NM-ACCOUNT-TYPE
004040         END-IF
004050         MOVE 'NEW - CHECK NAME/TYPE' TO WS-NOTE
004060     ELSE
004070         IF MA-OPEN-BALANCE < ZERO
004080             MOVE 'L' TO NM-ACCOUNT-TYPE
004090         ELSE
004100             MOVE 'T' TO NM-ACCOUNT-TYPE
004110         END-IF
004120         MOVE 'NEW - CHECK NAME' TO WS-NOTE
004130     END-IF
004140     IF WS-RECOVER-CUSTNO = WS-PREV-CUSTNO
004150         MOVE WS-PREV-NAME TO NM-CUSTOMER-NAME
004160     ELSE
004170         MOVE '** NAME UNKNOWN **' TO NM-CUSTOMER-NAME
004180     END-IF.
004190 4100-OPEN-ACCOUNT-EXIT.
004200     EXIT.
004210*--------------------------------------------------------------
004220* 5000-APPLY-ENTRY - REPLAY ONE JOURNAL ENTRY DATED AFTER THE
004230*                    SNAPSHOT ONTO THE ACCOUNT'S MOVEMENT.
004240*                    T/W/X/N/F/G/L/P/O/Q/A/K DEBIT THE KEYED
004250*                    ACCOUNT, C/D/B/I/E/V CREDIT IT, R MOVES NO
004260*                    MONEY AND A SPACE TYPE IS A PRE-CONVERSION
004270*                    LEG - COUNTED, NOT APPLIED.  THE NET
004280*                    EXTERNAL MOVEMENT FOR THE PROOF IS TOTALLED
004290*                    AS TRIALBAL DOES.
004300*--------------------------------------------------------------
004310 5000-APPLY-ENTRY.
004320     IF JR-DATE NOT > WS-SNAPSHOT-DATE
004330         ADD 1 TO WS-PRIOR-DATE-COUNT
004340         GO TO 5000-READ-NEXT
004350     END-IF
004360     ADD 1 TO WS-REPLAYED-COUNT
004370     ADD 1 TO WS-ACCOUNT-ENTRIES
004380     EVALUATE JR-TRAN-TYPE
004390         WHEN 'T'
004400         WHEN 'W'
004410         WHEN 'X'
004420         WHEN 'N'
004430         WHEN 'F'
004440         WHEN 'G'
004450         WHEN 'L'
004460         WHEN 'P'
004470         WHEN 'O'
004480         WHEN 'Q'
004483         WHEN 'A'
004486         WHEN 'K'
004490             SUBTRACT JR-AMOUNT FROM WS-MOVEMENT
004500         WHEN 'C'
004510         WHEN 'D'
004520         WHEN 'B'
004530         WHEN 'I'
004540         WHEN 'E'
004550         WHEN 'V'
004560             ADD JR-AMOUNT TO WS-MOVEMENT
004570         WHEN 'R'
004580             CONTINUE
004590         WHEN OTHER
004600             ADD 1 TO WS-LEGACY-COUNT
004610     END-EVALUATE
004620     EVALUATE JR-TRAN-TYPE
004630         WHEN 'D'
004640         WHEN 'B'
004650         WHEN 'E'
004660         WHEN 'V'
004670             ADD JR-AMOUNT TO WS-NET-EXTERNAL
004680         WHEN 'W'
004690         WHEN 'X'
004700         WHEN 'N'
004710         WHEN 'G'
004720         WHEN 'P'
004730         WHEN 'Q'
004733         WHEN 'A'
004736         WHEN 'K'
004740             SUBTRACT JR-AMOUNT FROM WS-NET-EXTERNAL
004741         WHEN 'F'
004742             IF JR-TARGET-ID = 'FEEXSWDL'
004743                 SUBTRACT JR-AMOUNT FROM WS-NET-EXTERNAL
004744             END-IF
004750         WHEN OTHER
004760             CONTINUE
004770     END-EVALUATE.
004780 5000-READ-NEXT.
004790     PERFORM 3100-READ-JRNL THRU 3100-READ-JRNL-EXIT.
004800 5000-APPLY-ENTRY-EXIT.
004810     EXIT.
004820*--------------------------------------------------------------
004830* 6000-PRINT-ACCOUNT - ONE REPORT LINE: BALANCE AND STATUS
004840*                      BEFORE (SNAPSHOT) AND AFTER (REBUILT)
004850*--------------------------------------------------------------
004860 6000-PRINT-ACCOUNT.
004870     MOVE WS-RECOVER-KEY TO WS-D-ACCOUNT-ID
004880     MOVE WS-BEFORE-BALANCE TO WS-D-BEFORE
004890     MOVE WS-MOVEMENT TO WS-D-MOVEMENT
004900     MOVE WS-AFTER-BALANCE TO WS-D-AFTER
004910     MOVE WS-BEFORE-STATUS TO WS-D-BEFORE-STATUS
004920     MOVE NM-STATUS TO WS-D-AFTER-STATUS
004930     MOVE WS-NOTE TO WS-D-NOTE
004940     MOVE WS-DETAIL-LINE TO PRT-LINE
004950     WRITE PRT-LINE.
004960 6000-PRINT-ACCOUNT-EXIT.
004970     EXIT.
004980*--------------------------------------------------------------
004990* 8000-PROVE-TOTALS - PROVE THE REBUILT GRAND TOTAL AGAINST THE
005000*                     BALCTL TOTAL ROLLED FORWARD BY THE NET
005010*                     EXTERNAL MOVEMENT REPLAYED AND THE OPENING
005020*                     BALANCES OF ACCOUNTS OPENED SINCE THE
005030*                     SNAPSHOT.  NO BALCTL RECORD, OR ANY
005040*                     DIFFERENCE, FAILS THE PROOF.
005050*--------------------------------------------------------------
005060 8000-PROVE-TOTALS.
005070     COMPUTE WS-EXPECTED-TOTAL =
005080         WS-PRIOR-TOTAL + WS-NET-EXTERNAL + WS-OPENED-TOTAL
005090     COMPUTE WS-DIFFERENCE = WS-AFTER-TOTAL - WS-EXPECTED-TOTAL
005100     IF CTL-RECORD-FOUND AND WS-DIFFERENCE = ZERO
005110         MOVE 'Y' TO WS-PROOF-SWITCH
005120     END-IF
005130     MOVE SPACES TO PRT-LINE
005140     WRITE PRT-LINE
005150     MOVE 'SNAPSHOT TOTAL:' TO WS-T-LABEL
005160     MOVE WS-BEFORE-TOTAL TO WS-T-AMOUNT
005170     MOVE WS-TOTAL-LINE TO PRT-LINE
005180     WRITE PRT-LINE
005190     MOVE 'OPENING BALANCES - NEW ACCTS:' TO WS-T-LABEL
005200     MOVE WS-OPENED-TOTAL TO WS-T-AMOUNT
005210     MOVE WS-TOTAL-LINE TO PRT-LINE
005220     WRITE PRT-LINE
005230     MOVE 'MOVEMENT REPLAYED:' TO WS-T-LABEL
005240     MOVE WS-MOVEMENT-TOTAL TO WS-T-AMOUNT
005250     MOVE WS-TOTAL-LINE TO PRT-LINE
005260     WRITE PRT-LINE
005270     MOVE 'REBUILT TOTAL:' TO WS-T-LABEL
005280     MOVE WS-AFTER-TOTAL TO WS-T-AMOUNT
005290     MOVE WS-TOTAL-LINE TO PRT-LINE
005300     WRITE PRT-LINE
005310     MOVE SPACES TO PRT-LINE
005320     WRITE PRT-LINE
005330     MOVE 'BALCTL TOTAL:' TO WS-T-LABEL
005340     MOVE WS-PRIOR-TOTAL TO WS-T-AMOUNT
005350     MOVE WS-TOTAL-LINE TO PRT-LINE
005360     WRITE PRT-LINE
005370     MOVE 'NET EXTERNAL REPLAYED:' TO WS-T-LABEL
005380     MOVE WS-NET-EXTERNAL TO WS-T-AMOUNT
005390     MOVE WS-TOTAL-LINE TO PRT-LINE
005400     WRITE PRT-LINE
005410     MOVE 'OPENING BALANCES - NEW ACCTS:' TO WS-T-LABEL
005420     MOVE WS-OPENED-TOTAL TO WS-T-AMOUNT
005430     MOVE WS-TOTAL-LINE TO PRT-LINE
005440     WRITE PRT-LINE
005450     MOVE 'EXPECTED TOTAL:' TO WS-T-LABEL
005460     MOVE WS-EXPECTED-TOTAL TO WS-T-AMOUNT
005470     MOVE WS-TOTAL-LINE TO PRT-LINE
005480     WRITE PRT-LINE
005490     MOVE 'DIFFERENCE:' TO WS-T-LABEL
005500     MOVE WS-DIFFERENCE TO WS-T-AMOUNT
005510     MOVE WS-TOTAL-LINE TO PRT-LINE
005520     WRITE PRT-LINE
005530     MOVE SPACES TO PRT-LINE
005540     WRITE PRT-LINE
005550     IF PROOF-AGREES
005560         MOVE 'PROOF AGREES WITH BALCTL - RELOAD MAY PROCEED'
005570             TO PRT-LINE
005580     ELSE
005590         IF CTL-RECORD-FOUND
005600             MOVE '*** PROOF FAILED - RELOAD REFUSED'
005610                 TO PRT-LINE
005620         ELSE
005630             MOVE '*** NO BALCTL RECORD - RELOAD REFUSED'
005640                 TO PRT-LINE
005650         END-IF
005660     END-IF
005670     WRITE PRT-LINE.
005680 8000-PROVE-TOTALS-EXIT.
005690     EXIT.
005700*--------------------------------------------------------------
005710* 9000-TERMINATE - PRINT THE RUN COUNTS, SET THE RETURN CODE
005720*                  (8 WHEN THE PROOF FAILED, 4 WHEN ACCOUNTS
005730*                  NEED CHECKING) AND CLOSE UP
005740*--------------------------------------------------------------
005750 9000-TERMINATE.
005760     MOVE SPACES TO PRT-LINE
005770     WRITE PRT-LINE
005780     MOVE 'SNAPSHOT ACCOUNTS:' TO WS-C-LABEL
005790     MOVE WS-SNAPSHOT-COUNT TO WS-C-COUNT
005800     MOVE WS-COUNT-LINE TO PRT-LINE
005810     WRITE PRT-LINE
005820     MOVE 'ACCOUNTS OPENED SINCE:' TO WS-C-LABEL
005830     MOVE WS-OPENED-COUNT TO WS-C-COUNT
005840     MOVE WS-COUNT-LINE TO PRT-LINE
005850     WRITE PRT-LINE
005860     MOVE 'ACCOUNTS REBUILT:' TO WS-C-LABEL
005870     MOVE WS-WRITTEN-COUNT TO WS-C-COUNT
005880     MOVE WS-COUNT-LINE TO PRT-LINE
005890     WRITE PRT-LINE
005900     MOVE 'STATUS CHANGES APPLIED:' TO WS-C-LABEL
005910     MOVE WS-STATUS-COUNT TO WS-C-COUNT
005920     MOVE WS-COUNT-LINE TO PRT-LINE
005930     WRITE PRT-LINE
005940     MOVE 'ENTRIES REPLAYED:' TO WS-C-LABEL
005950     MOVE WS-REPLAYED-COUNT TO WS-C-COUNT
005960     MOVE WS-COUNT-LINE TO PRT-LINE
005970     WRITE PRT-LINE
005980     MOVE 'ENTRIES IN SNAPSHOT:' TO WS-C-LABEL
005990     MOVE WS-PRIOR-DATE-COUNT TO WS-C-COUNT
006000     MOVE WS-COUNT-LINE TO PRT-LINE
006010     WRITE PRT-LINE
006020     MOVE 'PRE-CONVERSION ENTRIES:' TO WS-C-LABEL
006030     MOVE WS-LEGACY-COUNT TO WS-C-COUNT
006040     MOVE WS-COUNT-LINE TO PRT-LINE
006050     WRITE PRT-LINE
006060     MOVE 'ORPHAN ACCOUNTS:' TO WS-C-LABEL
006070     MOVE WS-ORPHAN-COUNT TO WS-C-COUNT
006080     MOVE WS-COUNT-LINE TO PRT-LINE
006090     WRITE PRT-LINE
006100     IF WS-OPENED-COUNT > ZERO OR WS-LEGACY-COUNT > ZERO
006110         MOVE 4 TO RETURN-CODE
006120     END-IF
006130     IF NOT PROOF-AGREES
006140         MOVE 8 TO RETURN-CODE
006150     END-IF
006160     CLOSE SNAPIN
006170     CLOSE JRNL
006180     CLOSE MNTAUD
006190     CLOSE BALCTL
006200     CLOSE NEWMAST
006210     CLOSE PRTFILE
006220     IF PROOF-AGREES
006230         DISPLAY 'CMRECOV - PROOF AGREES - ACCOUNTS REBUILT: '
006240             WS-WRITTEN-COUNT
006250     ELSE
006260         DISPLAY 'CMRECOV - PROOF FAILED - RELOAD REFUSED'
006270     END-IF.
006280 9000-TERMINATE-EXIT.
006290     EXIT.
