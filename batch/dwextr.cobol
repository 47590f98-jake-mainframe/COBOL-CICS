000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    DWEXTR.
000030 AUTHOR.        D SHAH.
000040 INSTALLATION.  RETAIL BANKING SYSTEMS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*--------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 10/15/26   DS    NEW PROGRAM.  NIGHTLY CHANGE EXTRACT FOR THE
000120*                  CRM AND DATA WAREHOUSE.  MATCHES TONIGHT'S
000130*                  CLOSE-OF-BUSINESS CUSTMAS SNAPSHOT AGAINST LAST
000140*                  NIGHT'S AND THE DAY'S MNTAUD ENTRIES BY KEY AND
000150*                  WRITES A FIXED-FORMAT INTERFACE FILE - HEADER
000160*                  WITH THE BUSINESS DATE, AN ACCOUNT RECORD (A)
000170*                  FOR EACH ACCOUNT OPENED, CLOSED OR CHANGED
000180*                  STATUS, A CUSTOMER RECORD (C) WITH THE CURRENT
000190*                  CUSTINFO ADDRESS AND PHONE FOR EACH CUSTINFO
000200*                  CHANGE, A BALANCE RECORD (B) WITH EVERY
000210*                  ACCOUNT'S CLOSE-OF-BUSINESS BALANCE, AND A
000220*                  TRAILER WITH RECORD COUNTS AND A BALANCE HASH
000230*                  TOTAL.  SYSIN CARRIES THE BUSINESS DATE
000240*                  (CYYDDD, AS IN JR-DATE) AND THE EXTRACT TYPE -
000250*                  D FOR THE NIGHTLY DELTA, F FOR A FULL REFRESH
000260*                  (AN A RECORD FOR EVERY ACCOUNT AND A C RECORD
000270*                  FOR EVERY CUSTINFO CUSTOMER) FOR INITIAL LOADS.
000280*                  EACH TYPE IS CHECKED AND STAMPED IN RUNCTL
000290*                  UNDER ITS OWN JOB NAME SO NEITHER CAN SHIP
000300*                  TWICE FOR ONE DATE.
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
000430     SELECT CUSTINFO ASSIGN TO CUSTINFO
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS CI-CUSTOMER-NUMBER.
000470     SELECT DWEXT ASSIGN TO DWEXT
000480         ORGANIZATION IS SEQUENTIAL.
000490     SELECT PRTFILE ASSIGN TO PRTFILE
000500         ORGANIZATION IS SEQUENTIAL.
000510     SELECT RUNCTL ASSIGN TO RUNCTL
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS RANDOM
000540         RECORD KEY IS RC-KEY.
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
000870         88  MA-CUSTINFO-ENTRY         VALUE 'N'.
000880     05  MA-OPEN-BALANCE           PIC S9(09)V99.
000890 FD  CUSTINFO
000900     LABEL RECORDS ARE STANDARD.
000910 01  CUSTOMER-INFO-RECORD.
000920     05  CI-CUSTOMER-NUMBER        PIC X(06).
000930     05  CI-ADDRESS-LINE-1         PIC X(30).
000940     05  CI-ADDRESS-LINE-2         PIC X(30).
000950     05  CI-ADDRESS-LINE-3         PIC X(30).
000960     05  CI-POSTCODE               PIC X(08).
000970     05  CI-PHONE                  PIC X(12).
000980     05  CI-TAXPAYER-ID            PIC X(11).
000990     05  CI-WITHHOLD-EXEMPT        PIC X(01).
001000 FD  DWEXT
001010     RECORDING MODE IS F
001020     LABEL RECORDS ARE STANDARD.
001030 01  EXTRACT-RECORD                PIC X(120).
001040 FD  PRTFILE
001050     RECORDING MODE IS F
001060     LABEL RECORDS ARE STANDARD.
001070 01  PRT-LINE                      PIC X(80).
001080 FD  RUNCTL
001090     LABEL RECORDS ARE STANDARD.
001100 01  RUN-CONTROL-RECORD.
001110     05  RC-KEY.
001120         10  RC-DATE               PIC S9(07) COMP-3.
001130         10  RC-JOB-NAME           PIC X(08).
001140     05  RC-COMPLETED-TIME         PIC S9(07) COMP-3.
001150 WORKING-STORAGE SECTION.
001160 77  WS-RUN-BLOCKED-SWITCH         PIC X(01) VALUE 'N'.
001170     88  RUN-BLOCKED                   VALUE 'Y'.
001180 77  WS-CURR-EOF-SWITCH            PIC X(01) VALUE 'N'.
001190     88  END-OF-CURSNAP                VALUE 'Y'.
001200 77  WS-PRIOR-EOF-SWITCH           PIC X(01) VALUE 'N'.
001210     88  END-OF-PRVSNAP                VALUE 'Y'.
001220 77  WS-AUD-EOF-SWITCH             PIC X(01) VALUE 'N'.
001230     88  END-OF-MNTAUD                 VALUE 'Y'.
001240 77  WS-INFO-EOF-SWITCH            PIC X(01) VALUE 'N'.
001250     88  END-OF-CUSTINFO               VALUE 'Y'.
001260 77  WS-CURR-FOUND-SWITCH          PIC X(01) VALUE 'N'.
001270     88  ON-CURSNAP                    VALUE 'Y'.
001280 77  WS-PRIOR-FOUND-SWITCH         PIC X(01) VALUE 'N'.
001290     88  ON-PRVSNAP                    VALUE 'Y'.
001300 77  WS-INFO-CHANGED-SWITCH        PIC X(01) VALUE 'N'.
001310     88  INFO-CHANGED                  VALUE 'Y'.
001320 77  WS-CURR-READ-COUNT            PIC 9(07) VALUE ZERO.
001330 77  WS-PRIOR-READ-COUNT           PIC 9(07) VALUE ZERO.
001340 77  WS-AUD-READ-COUNT             PIC 9(07) VALUE ZERO.
001350 77  WS-OPENED-COUNT               PIC 9(07) VALUE ZERO.
001360 77  WS-CLOSED-COUNT               PIC 9(07) VALUE ZERO.
001370 77  WS-STATUS-COUNT               PIC 9(07) VALUE ZERO.
001380 77  WS-REMOVED-COUNT              PIC 9(07) VALUE ZERO.
001390 77  WS-REFRESH-COUNT              PIC 9(07) VALUE ZERO.
001400 77  WS-ACCOUNT-COUNT              PIC 9(07) VALUE ZERO.
001410 77  WS-BALANCE-COUNT              PIC 9(07) VALUE ZERO.
001420 77  WS-INFO-COUNT                 PIC 9(07) VALUE ZERO.
001430 77  WS-INFO-GONE-COUNT            PIC 9(07) VALUE ZERO.
001440 77  WS-HASH-TOTAL                 PIC 9(15)V99 VALUE ZERO.
001450 01  WS-BUSINESS-DATE              PIC S9(07).
001460 01  WS-EXTRACT-TYPE               PIC X(01).
001470     88  DELTA-EXTRACT                 VALUE 'D'.
001480     88  FULL-EXTRACT                  VALUE 'F'.
001490     88  EXTRACT-TYPE-VALID            VALUE 'D' 'F'.
001500 01  WS-JOB-NAME                   PIC X(08).
001510 01  WS-RC-TIME-OF-DAY             PIC 9(08).
001520 01  FILLER REDEFINES WS-RC-TIME-OF-DAY.
001530     05  WS-RC-TIME-HHMMSS         PIC 9(06).
001540     05  FILLER                    PIC 9(02).
001550 01  WS-JULIAN-DATE                PIC 9(05).
001560 01  WS-CURR-KEY                   PIC X(08) VALUE HIGH-VALUES.
001570 01  WS-PRIOR-KEY                  PIC X(08) VALUE HIGH-VALUES.
001580 01  WS-AUD-KEY                    PIC X(08) VALUE HIGH-VALUES.
001590 01  WS-EXTRACT-KEY                PIC X(08).
001600 01  WS-INFO-ACTION                PIC X(01).
001610 01  WS-CHANGE-OPERATOR            PIC X(06).
001620 01  WS-CHANGE-TIME                PIC S9(07).
001630 01  WS-CHANGE-CODE                PIC X(01).
001640 01  EXTRACT-HEADER.
001650     05  FILLER                    PIC X(01) VALUE 'H'.
001660     05  EH-BUSINESS-DATE          PIC 9(07).
001670     05  EH-EXTRACT-TYPE           PIC X(01).
001680     05  EH-CREATED-DATE           PIC 9(07).
001690     05  EH-CREATED-TIME           PIC 9(06).
001700     05  FILLER                    PIC X(98) VALUE SPACES.
001710*--------------------------------------------------------------
001720* ACCOUNT RECORD.  CHANGE CODE O OPENED, C CLOSED, S OTHER
001730* STATUS CHANGE, R NO LONGER ON CUSTMAS, F FULL REFRESH (NO
001740* CHANGE TODAY).  OPERATOR AND TIME ARE FROM THE DAY'S LAST
001750* MNTAUD STATUS ENTRY FOR THE ACCOUNT, BLANK AND ZERO IF NONE.
001760*--------------------------------------------------------------
001770 01  EXTRACT-ACCOUNT.
001780     05  FILLER                    PIC X(01) VALUE 'A'.
001790     05  EA-ACCOUNT-ID             PIC X(08).
001800     05  EA-CHANGE-CODE            PIC X(01).
001810     05  EA-OLD-STATUS             PIC X(01).
001820     05  EA-NEW-STATUS             PIC X(01).
001830     05  EA-ACCOUNT-TYPE           PIC X(01).
001840     05  EA-CUSTOMER-NAME          PIC X(20).
001850     05  EA-OPERATOR-ID            PIC X(06).
001860     05  EA-CHANGE-TIME            PIC 9(07).
001870     05  FILLER                    PIC X(74) VALUE SPACES.
001880*--------------------------------------------------------------
001890* CUSTOMER RECORD.  CHANGE CODE A ADDED, C CHANGED, D DELETED
001900* (ADDRESS AND PHONE BLANK), F FULL REFRESH.
001910*--------------------------------------------------------------
001920 01  EXTRACT-CUSTOMER.
001930     05  FILLER                    PIC X(01) VALUE 'C'.
001940     05  EC-CUSTOMER-NUMBER        PIC X(06).
001950     05  EC-CHANGE-CODE            PIC X(01).
001960     05  EC-ADDRESS-LINE-1         PIC X(30).
001970     05  EC-ADDRESS-LINE-2         PIC X(30).
001980     05  EC-ADDRESS-LINE-3         PIC X(30).
001990     05  EC-POSTCODE               PIC X(08).
002000     05  EC-PHONE                  PIC X(12).
002010     05  FILLER                    PIC X(02) VALUE SPACES.
002020 01  EXTRACT-BALANCE.
002030     05  FILLER                    PIC X(01) VALUE 'B'.
002040     05  EB-ACCOUNT-ID             PIC X(08).
002050     05  EB-STATUS                 PIC X(01).
002060     05  EB-BALANCE-SIGN           PIC X(01).
002070     05  EB-BALANCE                PIC 9(09)V99.
002080     05  FILLER                    PIC X(98) VALUE SPACES.
002090 01  EXTRACT-TRAILER.
002100     05  FILLER                    PIC X(01) VALUE 'T'.
002110     05  ET-RECORD-COUNT           PIC 9(07).
002120     05  ET-ACCOUNT-COUNT          PIC 9(07).
002130     05  ET-CUSTOMER-COUNT         PIC 9(07).
002140     05  ET-BALANCE-COUNT          PIC 9(07).
002150     05  ET-HASH-TOTAL             PIC 9(15)V99.
002160     05  FILLER                    PIC X(74) VALUE SPACES.
002170 01  WS-COUNT-LINE.
002180     05  FILLER                    PIC X(10) VALUE SPACES.
002190     05  WS-C-LABEL                PIC X(28).
002200     05  WS-C-COUNT                PIC Z(06)9.
002210     05  FILLER                    PIC X(35) VALUE SPACES.
002220 01  WS-HASH-LINE.
002230     05  FILLER                    PIC X(10) VALUE SPACES.
002240     05  WS-H-LABEL                PIC X(28).
002250     05  WS-H-AMOUNT               PIC Z(14)9.99.
002260     05  FILLER                    PIC X(24) VALUE SPACES.
002270 PROCEDURE DIVISION.
002280 0000-MAINLINE.
002290     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
002300     IF RUN-BLOCKED
002310         GOBACK
002320     END-IF
002330     PERFORM 2000-EXTRACT-KEY THRU 2000-EXTRACT-KEY-EXIT
002340         UNTIL END-OF-CURSNAP AND END-OF-PRVSNAP AND END-OF-MNTAUD
002350     IF FULL-EXTRACT
002360         PERFORM 6000-REFRESH-CUSTINFO THRU
002370             6000-REFRESH-CUSTINFO-EXIT
002380     END-IF
002390     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
002400     GOBACK.
002410*--------------------------------------------------------------
002420* 1000-INITIALIZE - ACCEPT THE BUSINESS DATE AND EXTRACT TYPE,
002430*                   CHECK RUN CONTROL, OPEN FILES, WRITE THE FILE
002440*                   HEADER AND PRIME ALL THREE READS.  AN EXTRACT
002450*                   TYPE OTHER THAN D OR F STOPS THE RUN WITH
002460*                   RETURN-CODE 16.
002470*--------------------------------------------------------------
002480 1000-INITIALIZE.
002490     ACCEPT WS-BUSINESS-DATE
002500     ACCEPT WS-EXTRACT-TYPE
002510     IF NOT EXTRACT-TYPE-VALID
002520         DISPLAY 'DWEXTR - EXTRACT TYPE NOT D OR F - RUN STOPPED'
002530         MOVE 'Y' TO WS-RUN-BLOCKED-SWITCH
002540         MOVE 16 TO RETURN-CODE
002550         GO TO 1000-INITIALIZE-EXIT
002560     END-IF
002570     IF FULL-EXTRACT
002580         MOVE 'DWEXTRF ' TO WS-JOB-NAME
002590     ELSE
002600         MOVE 'DWEXTR  ' TO WS-JOB-NAME
002610     END-IF
002620     OPEN I-O RUNCTL
002630     PERFORM 1100-CHECK-RUN-CONTROL THRU
002640         1100-CHECK-RUN-CONTROL-EXIT
002650     IF RUN-BLOCKED
002660         CLOSE RUNCTL
002670         GO TO 1000-INITIALIZE-EXIT
002680     END-IF
002690     OPEN INPUT CURSNAP
002700     OPEN INPUT PRVSNAP
002710     OPEN INPUT MNTAUD
002720     OPEN INPUT CUSTINFO
002730     OPEN OUTPUT DWEXT
002740     OPEN OUTPUT PRTFILE
002750     MOVE WS-BUSINESS-DATE TO EH-BUSINESS-DATE
002760     MOVE WS-EXTRACT-TYPE TO EH-EXTRACT-TYPE
002770     ACCEPT WS-JULIAN-DATE FROM DAY
002780     COMPUTE EH-CREATED-DATE = 100000 + WS-JULIAN-DATE
002790     ACCEPT WS-RC-TIME-OF-DAY FROM TIME
002800     MOVE WS-RC-TIME-HHMMSS TO EH-CREATED-TIME
002810     WRITE EXTRACT-RECORD FROM EXTRACT-HEADER
002820     PERFORM 3000-READ-CURSNAP THRU 3000-READ-CURSNAP-EXIT
002830     PERFORM 3100-READ-PRVSNAP THRU 3100-READ-PRVSNAP-EXIT
002840     PERFORM 3200-READ-MNTAUD THRU 3200-READ-MNTAUD-EXIT.
002850 1000-INITIALIZE-EXIT.
002860     EXIT.
002870*--------------------------------------------------------------
002880* 1100-CHECK-RUN-CONTROL - REFUSE TO START IF THIS EXTRACT TYPE
002890*                         HAS ALREADY COMPLETED FOR THE BUSINESS
002900*                         DATE, OR IF JRNLRECN HAS NOT YET CUT
002910*                         TONIGHT'S SNAPSHOT.  RETURN-CODE 8 AND
002920*                         NO PROCESSING EITHER WAY.
002930*--------------------------------------------------------------
002940 1100-CHECK-RUN-CONTROL.
002950     MOVE WS-BUSINESS-DATE TO RC-DATE
002960     MOVE WS-JOB-NAME TO RC-JOB-NAME
002970     READ RUNCTL
002980         INVALID KEY
002990             CONTINUE
003000         NOT INVALID KEY
003010             MOVE 'Y' TO WS-RUN-BLOCKED-SWITCH
003020             MOVE 8 TO RETURN-CODE
003030             DISPLAY 'DWEXTR - ALREADY RUN FOR THIS DATE - '
003040                 WS-JOB-NAME
003050     END-READ
003060     IF NOT RUN-BLOCKED
003070         MOVE WS-BUSINESS-DATE TO RC-DATE
003080         MOVE 'JRNLRECN' TO RC-JOB-NAME
003090         READ RUNCTL
003100             INVALID KEY
003110                 MOVE 'Y' TO WS-RUN-BLOCKED-SWITCH
003120                 MOVE 8 TO RETURN-CODE
003130                 DISPLAY 'DWEXTR - PREREQUISITE '
003140                     'JRNLRECN NOT RUN FOR THIS DATE'
003150         END-READ
003160     END-IF
003170     CONTINUE.
003180 1100-CHECK-RUN-CONTROL-EXIT.
003190     EXIT.
003200*--------------------------------------------------------------
003210* 2000-EXTRACT-KEY - HANDLE THE LOWEST KEY STILL UNPROCESSED ON
003220*                    EITHER SNAPSHOT OR MNTAUD.  CINFCOB AUDITS
003230*                    UNDER THE SIX-CHARACTER CUSTOMER NUMBER, SO
003240*                    A CUSTOMER'S CUSTINFO CHANGES COME UP JUST
003250*                    AHEAD OF THEIR ACCOUNTS.
003260*--------------------------------------------------------------
003270 2000-EXTRACT-KEY.
003280     MOVE WS-CURR-KEY TO WS-EXTRACT-KEY
003290     IF WS-PRIOR-KEY < WS-EXTRACT-KEY
003300         MOVE WS-PRIOR-KEY TO WS-EXTRACT-KEY
003310     END-IF
003320     IF WS-AUD-KEY < WS-EXTRACT-KEY
003330         MOVE WS-AUD-KEY TO WS-EXTRACT-KEY
003340     END-IF
003350     MOVE 'N' TO WS-INFO-CHANGED-SWITCH
003360     MOVE SPACES TO WS-CHANGE-OPERATOR
003370     MOVE ZERO TO WS-CHANGE-TIME
003380     PERFORM 4000-NOTE-MAINTENANCE THRU
003390         4000-NOTE-MAINTENANCE-EXIT
003400         UNTIL WS-AUD-KEY NOT = WS-EXTRACT-KEY
003410     IF INFO-CHANGED AND DELTA-EXTRACT
003420         PERFORM 5000-WRITE-CUSTOMER THRU 5000-WRITE-CUSTOMER-EXIT
003430     END-IF
003440     MOVE 'N' TO WS-CURR-FOUND-SWITCH
003450     MOVE 'N' TO WS-PRIOR-FOUND-SWITCH
003460     IF WS-CURR-KEY = WS-EXTRACT-KEY
003470         MOVE 'Y' TO WS-CURR-FOUND-SWITCH
003480     END-IF
003490     IF WS-PRIOR-KEY = WS-EXTRACT-KEY
003500         MOVE 'Y' TO WS-PRIOR-FOUND-SWITCH
003510     END-IF
003520     IF ON-CURSNAP OR ON-PRVSNAP
003530         PERFORM 4500-EXTRACT-ACCOUNT THRU
003540             4500-EXTRACT-ACCOUNT-EXIT
003550     END-IF
003560     IF ON-CURSNAP
003570         PERFORM 3000-READ-CURSNAP THRU 3000-READ-CURSNAP-EXIT
003580     END-IF
003590     IF ON-PRVSNAP
003600         PERFORM 3100-READ-PRVSNAP THRU 3100-READ-PRVSNAP-EXIT
003610     END-IF.
003620 2000-EXTRACT-KEY-EXIT.
003630     EXIT.
003640*--------------------------------------------------------------
003650* 3000-READ-CURSNAP - READ THE NEXT RECORD OF TONIGHT'S SNAPSHOT.
003660*                     EACH KEY GOES HIGH-VALUES AT END SO THE
003670*                     MERGE DRAINS THE OTHER FILES.
003680*--------------------------------------------------------------
003690 3000-READ-CURSNAP.
003700     READ CURSNAP
003710         AT END
003720             MOVE 'Y' TO WS-CURR-EOF-SWITCH
003730             MOVE HIGH-VALUES TO WS-CURR-KEY
003740         NOT AT END
003750             ADD 1 TO WS-CURR-READ-COUNT
003760             MOVE CS-ACCOUNT-ID TO WS-CURR-KEY
003770     END-READ.
003780 3000-READ-CURSNAP-EXIT.
003790     EXIT.
003800*--------------------------------------------------------------
003810* 3100-READ-PRVSNAP - READ THE NEXT RECORD OF LAST NIGHT'S
003820*                     SNAPSHOT
003830*--------------------------------------------------------------
003840 3100-READ-PRVSNAP.
003850     READ PRVSNAP
003860         AT END
003870             MOVE 'Y' TO WS-PRIOR-EOF-SWITCH
003880             MOVE HIGH-VALUES TO WS-PRIOR-KEY
003890         NOT AT END
003900             ADD 1 TO WS-PRIOR-READ-COUNT
003910             MOVE PS-ACCOUNT-ID TO WS-PRIOR-KEY
003920     END-READ.
003930 3100-READ-PRVSNAP-EXIT.
003940     EXIT.
003950*--------------------------------------------------------------
003960* 3200-READ-MNTAUD - READ THE NEXT MAINTENANCE AUDIT ENTRY
003970*--------------------------------------------------------------
003980 3200-READ-MNTAUD.
003990     READ MNTAUD NEXT RECORD
004000         AT END
004010             MOVE 'Y' TO WS-AUD-EOF-SWITCH
004020             MOVE HIGH-VALUES TO WS-AUD-KEY
004030         NOT AT END
004040             ADD 1 TO WS-AUD-READ-COUNT
004050             MOVE MA-CUSTOMER-NUMBER TO WS-AUD-KEY
004060     END-READ.
004070 3200-READ-MNTAUD-EXIT.
004080     EXIT.
004090*--------------------------------------------------------------
004100* 4000-NOTE-MAINTENANCE - NOTE ONE OF THE BUSINESS DAY'S MNTAUD
004110*                         ENTRIES FOR THE KEY.  A CINFCOB ENTRY
004120*                         (STATUS N) MARKS A CUSTINFO CHANGE; AN
004130*                         ACCOUNT STATUS ENTRY GIVES THE OPERATOR
004140*                         AND TIME OF THE CHANGE.  PARMCOB AND
004150*                         STMPRINT ENTRIES ARE PASSED OVER.
004160*--------------------------------------------------------------
004170 4000-NOTE-MAINTENANCE.
004180     IF MA-DATE NOT = WS-BUSINESS-DATE
004190         GO TO 4000-READ-NEXT
004200     END-IF
004210     IF MA-CUSTINFO-ENTRY
004220         MOVE 'Y' TO WS-INFO-CHANGED-SWITCH
004230         MOVE MA-ACTION-CODE TO WS-INFO-ACTION
004240     END-IF
004250     IF MA-ACCOUNT-STATUS
004260         AND MA-NEW-STATUS NOT = MA-OLD-STATUS
004270         MOVE MA-OPERATOR-ID TO WS-CHANGE-OPERATOR
004280         MOVE MA-TIME TO WS-CHANGE-TIME
004290     END-IF.
004300 4000-READ-NEXT.
004310     PERFORM 3200-READ-MNTAUD THRU 3200-READ-MNTAUD-EXIT.
004320 4000-NOTE-MAINTENANCE-EXIT.
004330     EXIT.
004340*--------------------------------------------------------------
004350* 4500-EXTRACT-ACCOUNT - COMPARE THE TWO SNAPSHOTS FOR ONE
004360*                        ACCOUNT.  AN ACCOUNT OPENED, CLOSED,
004370*                        CHANGED STATUS OR GONE FROM CUSTMAS
004380*                        GETS AN ACCOUNT RECORD (EVERY ACCOUNT
004390*                        DOES ON A FULL REFRESH); EVERY ACCOUNT ON
004400*                        TONIGHT'S SNAPSHOT GETS A BALANCE RECORD.
004410*--------------------------------------------------------------
004420 4500-EXTRACT-ACCOUNT.
004430     MOVE SPACE TO WS-CHANGE-CODE
004440     EVALUATE TRUE
004450         WHEN ON-CURSNAP AND NOT ON-PRVSNAP
004460             MOVE 'O' TO WS-CHANGE-CODE
004470             ADD 1 TO WS-OPENED-COUNT
004480         WHEN ON-PRVSNAP AND NOT ON-CURSNAP
004490             MOVE 'R' TO WS-CHANGE-CODE
004500             ADD 1 TO WS-REMOVED-COUNT
004510         WHEN CS-STATUS = PS-STATUS
004520             CONTINUE
004530         WHEN CS-STATUS = 'C'
004540             MOVE 'C' TO WS-CHANGE-CODE
004550             ADD 1 TO WS-CLOSED-COUNT
004560         WHEN OTHER
004570             MOVE 'S' TO WS-CHANGE-CODE
004580             ADD 1 TO WS-STATUS-COUNT
004590     END-EVALUATE
004600     IF WS-CHANGE-CODE = SPACE AND FULL-EXTRACT
004610         MOVE 'F' TO WS-CHANGE-CODE
004620         ADD 1 TO WS-REFRESH-COUNT
004630     END-IF
004640     IF WS-CHANGE-CODE NOT = SPACE
004650         PERFORM 4600-WRITE-ACCOUNT THRU 4600-WRITE-ACCOUNT-EXIT
004660     END-IF
004670     IF ON-CURSNAP
004680         PERFORM 4700-WRITE-BALANCE THRU 4700-WRITE-BALANCE-EXIT
004690     END-IF.
004700 4500-EXTRACT-ACCOUNT-EXIT.
004710     EXIT.
004720*--------------------------------------------------------------
004730* 4600-WRITE-ACCOUNT - ONE ACCOUNT RECORD.  AN ACCOUNT GONE FROM
004740*                      CUSTMAS IS DESCRIBED FROM LAST NIGHT'S
004750*                      SNAPSHOT WITH A BLANK NEW STATUS.
004760*--------------------------------------------------------------
004770 4600-WRITE-ACCOUNT.
004780     MOVE WS-EXTRACT-KEY TO EA-ACCOUNT-ID
004790     MOVE WS-CHANGE-CODE TO EA-CHANGE-CODE
004800     MOVE SPACE TO EA-OLD-STATUS
004810     MOVE SPACE TO EA-NEW-STATUS
004820     IF ON-PRVSNAP
004830         MOVE PS-STATUS TO EA-OLD-STATUS
004840         MOVE PS-ACCOUNT-TYPE TO EA-ACCOUNT-TYPE
004850         MOVE PS-CUSTOMER-NAME TO EA-CUSTOMER-NAME
004860     END-IF
004870     IF ON-CURSNAP
004880         MOVE CS-STATUS TO EA-NEW-STATUS
004890         MOVE CS-ACCOUNT-TYPE TO EA-ACCOUNT-TYPE
004900         MOVE CS-CUSTOMER-NAME TO EA-CUSTOMER-NAME
004910     END-IF
004920     MOVE WS-CHANGE-OPERATOR TO EA-OPERATOR-ID
004930     MOVE WS-CHANGE-TIME TO EA-CHANGE-TIME
004940     WRITE EXTRACT-RECORD FROM EXTRACT-ACCOUNT
004950     ADD 1 TO WS-ACCOUNT-COUNT.
004960 4600-WRITE-ACCOUNT-EXIT.
004970     EXIT.
004980*--------------------------------------------------------------
004990* 4700-WRITE-BALANCE - ONE CLOSE-OF-BUSINESS BALANCE RECORD.  THE
005000*                      HASH TOTAL IS THE SUM OF THE UNSIGNED
005010*                      BALANCE FIELDS AS WRITTEN.
005020*--------------------------------------------------------------
005030 4700-WRITE-BALANCE.
005040     MOVE CS-ACCOUNT-ID TO EB-ACCOUNT-ID
005050     MOVE CS-STATUS TO EB-STATUS
005060     IF CS-BALANCE < ZERO
005070         MOVE '-' TO EB-BALANCE-SIGN
005080     ELSE
005090         MOVE '+' TO EB-BALANCE-SIGN
005100     END-IF
005110     MOVE CS-BALANCE TO EB-BALANCE
005120     ADD EB-BALANCE TO WS-HASH-TOTAL
005130     WRITE EXTRACT-RECORD FROM EXTRACT-BALANCE
005140     ADD 1 TO WS-BALANCE-COUNT.
005150 4700-WRITE-BALANCE-EXIT.
005160     EXIT.
005170*--------------------------------------------------------------
005180* 5000-WRITE-CUSTOMER - ONE CUSTOMER RECORD FOR A CUSTINFO CHANGE
005190*                       ON THE BUSINESS DAY, CARRYING THE ADDRESS
005200*                       AND PHONE AS THEY STAND TONIGHT.  A
005210*                       CUSTOMER NO LONGER ON CUSTINFO GOES AS A
005220*                       DELETION.
005230*--------------------------------------------------------------
005240 5000-WRITE-CUSTOMER.
005250     MOVE WS-EXTRACT-KEY (1:6) TO CI-CUSTOMER-NUMBER
005260     READ CUSTINFO
005270         INVALID KEY
005280             MOVE WS-EXTRACT-KEY (1:6) TO EC-CUSTOMER-NUMBER
005290             MOVE 'D' TO EC-CHANGE-CODE
005300             MOVE SPACES TO EC-ADDRESS-LINE-1
005310             MOVE SPACES TO EC-ADDRESS-LINE-2
005320             MOVE SPACES TO EC-ADDRESS-LINE-3
005330             MOVE SPACES TO EC-POSTCODE
005340             MOVE SPACES TO EC-PHONE
005350             ADD 1 TO WS-INFO-GONE-COUNT
005360             PERFORM 5100-PUT-CUSTOMER THRU 5100-PUT-CUSTOMER-EXIT
005370             GO TO 5000-WRITE-CUSTOMER-EXIT
005380     END-READ
005390     IF WS-INFO-ACTION = 'A'
005400         MOVE 'A' TO EC-CHANGE-CODE
005410     ELSE
005420         MOVE 'C' TO EC-CHANGE-CODE
005430     END-IF
005440     PERFORM 5200-MOVE-CUSTOMER THRU 5200-MOVE-CUSTOMER-EXIT
005450     PERFORM 5100-PUT-CUSTOMER THRU 5100-PUT-CUSTOMER-EXIT.
005460 5000-WRITE-CUSTOMER-EXIT.
005470     EXIT.
005480 5100-PUT-CUSTOMER.
005490     WRITE EXTRACT-RECORD FROM EXTRACT-CUSTOMER
005500     ADD 1 TO WS-INFO-COUNT.
005510 5100-PUT-CUSTOMER-EXIT.
005520     EXIT.
005530 5200-MOVE-CUSTOMER.
005540     MOVE CI-CUSTOMER-NUMBER TO EC-CUSTOMER-NUMBER
005550     MOVE CI-ADDRESS-LINE-1 TO EC-ADDRESS-LINE-1
005560     MOVE CI-ADDRESS-LINE-2 TO EC-ADDRESS-LINE-2
005570     MOVE CI-ADDRESS-LINE-3 TO EC-ADDRESS-LINE-3
005580     MOVE CI-POSTCODE TO EC-POSTCODE
005590     MOVE CI-PHONE TO EC-PHONE.
005600 5200-MOVE-CUSTOMER-EXIT.
005610     EXIT.
005620*--------------------------------------------------------------
005630* 6000-REFRESH-CUSTINFO - FULL REFRESH ONLY.  ONE CUSTOMER RECORD
005640*                         FOR EVERY CUSTINFO CUSTOMER, AFTER THE
005650*                         ACCOUNTS.
005660*--------------------------------------------------------------
005670 6000-REFRESH-CUSTINFO.
005680     MOVE LOW-VALUES TO CI-CUSTOMER-NUMBER
005690     START CUSTINFO KEY NOT < CI-CUSTOMER-NUMBER
005700         INVALID KEY
005710             MOVE 'Y' TO WS-INFO-EOF-SWITCH
005720     END-START
005730     PERFORM 6100-REFRESH-ONE THRU 6100-REFRESH-ONE-EXIT
005740         UNTIL END-OF-CUSTINFO.
005750 6000-REFRESH-CUSTINFO-EXIT.
005760     EXIT.
005770 6100-REFRESH-ONE.
005780     READ CUSTINFO NEXT RECORD
005790         AT END
005800             MOVE 'Y' TO WS-INFO-EOF-SWITCH
005810             GO TO 6100-REFRESH-ONE-EXIT
005820     END-READ
005830     MOVE 'F' TO EC-CHANGE-CODE
005840     PERFORM 5200-MOVE-CUSTOMER THRU 5200-MOVE-CUSTOMER-EXIT
005850     PERFORM 5100-PUT-CUSTOMER THRU 5100-PUT-CUSTOMER-EXIT.
005860 6100-REFRESH-ONE-EXIT.
005870     EXIT.
005880*--------------------------------------------------------------
005890* 9000-TERMINATE - WRITE THE TRAILER, PRINT THE RUN CONTROL
005900*                  TOTALS, CLOSE UP AND STAMP RUN CONTROL
005910*--------------------------------------------------------------
005920 9000-TERMINATE.
005930     COMPUTE ET-RECORD-COUNT =
005940         WS-ACCOUNT-COUNT + WS-INFO-COUNT + WS-BALANCE-COUNT
005950     MOVE WS-ACCOUNT-COUNT TO ET-ACCOUNT-COUNT
005960     MOVE WS-INFO-COUNT TO ET-CUSTOMER-COUNT
005970     MOVE WS-BALANCE-COUNT TO ET-BALANCE-COUNT
005980     MOVE WS-HASH-TOTAL TO ET-HASH-TOTAL
005990     WRITE EXTRACT-RECORD FROM EXTRACT-TRAILER
006000     MOVE SPACES TO PRT-LINE
006010     IF FULL-EXTRACT
006020         MOVE 'CRM/DATA WAREHOUSE EXTRACT - FULL REFRESH'
006030             TO PRT-LINE
006040     ELSE
006050         MOVE 'CRM/DATA WAREHOUSE EXTRACT - DAILY CHANGES'
006060             TO PRT-LINE
006070     END-IF
006080     WRITE PRT-LINE
006090     MOVE SPACES TO PRT-LINE
006100     WRITE PRT-LINE
006110     MOVE 'TONIGHT''S SNAPSHOT RECORDS:' TO WS-C-LABEL
006120     MOVE WS-CURR-READ-COUNT TO WS-C-COUNT
006130     PERFORM 9100-PRINT-COUNT THRU 9100-PRINT-COUNT-EXIT
006140     MOVE 'LAST NIGHT''S SNAPSHOT RECS:' TO WS-C-LABEL
006150     MOVE WS-PRIOR-READ-COUNT TO WS-C-COUNT
006160     PERFORM 9100-PRINT-COUNT THRU 9100-PRINT-COUNT-EXIT
006170     MOVE 'MNTAUD ENTRIES READ:' TO WS-C-LABEL
006180     MOVE WS-AUD-READ-COUNT TO WS-C-COUNT
006190     PERFORM 9100-PRINT-COUNT THRU 9100-PRINT-COUNT-EXIT
006200     MOVE 'ACCOUNTS OPENED:' TO WS-C-LABEL
006210     MOVE WS-OPENED-COUNT TO WS-C-COUNT
006220     PERFORM 9100-PRINT-COUNT THRU 9100-PRINT-COUNT-EXIT
006230     MOVE 'ACCOUNTS CLOSED:' TO WS-C-LABEL
006240     MOVE WS-CLOSED-COUNT TO WS-C-COUNT
006250     PERFORM 9100-PRINT-COUNT THRU 9100-PRINT-COUNT-EXIT
006260     MOVE 'OTHER STATUS CHANGES:' TO WS-C-LABEL
006270     MOVE WS-STATUS-COUNT TO WS-C-COUNT
006280     PERFORM 9100-PRINT-COUNT THRU 9100-PRINT-COUNT-EXIT
006290     MOVE 'NO LONGER ON CUSTMAS:' TO WS-C-LABEL
006300     MOVE WS-REMOVED-COUNT TO WS-C-COUNT
006310     PERFORM 9100-PRINT-COUNT THRU 9100-PRINT-COUNT-EXIT
006320     MOVE 'UNCHANGED (FULL REFRESH):' TO WS-C-LABEL
006330     MOVE WS-REFRESH-COUNT TO WS-C-COUNT
006340     PERFORM 9100-PRINT-COUNT THRU 9100-PRINT-COUNT-EXIT
006350     MOVE 'CUSTINFO DELETIONS:' TO WS-C-LABEL
006360     MOVE WS-INFO-GONE-COUNT TO WS-C-COUNT
006370     PERFORM 9100-PRINT-COUNT THRU 9100-PRINT-COUNT-EXIT
006380     MOVE SPACES TO PRT-LINE
006390     WRITE PRT-LINE
006400     MOVE 'ACCOUNT RECORDS WRITTEN:' TO WS-C-LABEL
006410     MOVE WS-ACCOUNT-COUNT TO WS-C-COUNT
006420     PERFORM 9100-PRINT-COUNT THRU 9100-PRINT-COUNT-EXIT
006430     MOVE 'CUSTOMER RECORDS WRITTEN:' TO WS-C-LABEL
006440     MOVE WS-INFO-COUNT TO WS-C-COUNT
006450     PERFORM 9100-PRINT-COUNT THRU 9100-PRINT-COUNT-EXIT
006460     MOVE 'BALANCE RECORDS WRITTEN:' TO WS-C-LABEL
006470     MOVE WS-BALANCE-COUNT TO WS-C-COUNT
006480     PERFORM 9100-PRINT-COUNT THRU 9100-PRINT-COUNT-EXIT
006490     MOVE 'TRAILER RECORD COUNT:' TO WS-C-LABEL
006500     MOVE ET-RECORD-COUNT TO WS-C-COUNT
006510     PERFORM 9100-PRINT-COUNT THRU 9100-PRINT-COUNT-EXIT
006520     MOVE 'TRAILER HASH TOTAL:' TO WS-H-LABEL
006530     MOVE WS-HASH-TOTAL TO WS-H-AMOUNT
006540     MOVE WS-HASH-LINE TO PRT-LINE
006550     WRITE PRT-LINE
006560     CLOSE CURSNAP
006570     CLOSE PRVSNAP
006580     CLOSE MNTAUD
006590     CLOSE CUSTINFO
006600     CLOSE DWEXT
006610     CLOSE PRTFILE
006620     DISPLAY 'DWEXTR - RECORDS WRITTEN: ' ET-RECORD-COUNT
006630     DISPLAY 'DWEXTR - HASH TOTAL:      ' WS-HASH-TOTAL
006640     PERFORM 9500-STAMP-RUN-CONTROL THRU
006650         9500-STAMP-RUN-CONTROL-EXIT.
006660 9000-TERMINATE-EXIT.
006670     EXIT.
006680 9100-PRINT-COUNT.
006690     MOVE WS-COUNT-LINE TO PRT-LINE
006700     WRITE PRT-LINE.
006710 9100-PRINT-COUNT-EXIT.
006720     EXIT.
006730*--------------------------------------------------------------
006740* 9500-STAMP-RUN-CONTROL - RECORD SUCCESSFUL COMPLETION OF THIS
006750*                         EXTRACT TYPE FOR THE BUSINESS DATE SO IT
006760*                         CANNOT SHIP A SECOND TIME.
006770*--------------------------------------------------------------
006780 9500-STAMP-RUN-CONTROL.
006790     MOVE WS-BUSINESS-DATE TO RC-DATE
006800     MOVE WS-JOB-NAME TO RC-JOB-NAME
006810     ACCEPT WS-RC-TIME-OF-DAY FROM TIME
006820     MOVE WS-RC-TIME-HHMMSS TO RC-COMPLETED-TIME
006830     WRITE RUN-CONTROL-RECORD
006840         INVALID KEY
006850             CONTINUE
006860     END-WRITE
006870     CLOSE RUNCTL.
006880 9500-STAMP-RUN-CONTROL-EXIT.
006890     EXIT.
