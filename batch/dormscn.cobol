000490*                  FRAUD DESK CAN SEE WHO POSTED A MOVEMENT.  THE
000500*                  RECORD IS 47 BYTES; TLRACT REPORTS PER-TELLER
000510*                  ACTIVITY OFF THE FIELD.
000511* 10/15/26   DS    CUSTOMER NOTICES.  EVERY ACCOUNT MARKED DORMANT
000512*                  GETS A DORMANCY NOTICE (TYPE DM) ON THE NOTICEQ
000513*                  QUEUE FOR THE NIGHTLY LTRPRT LETTER RUN.
000514* 10/15/26   DS    LOAN AND TERM DEPOSIT ACCOUNTS ARE LEFT OUT OF
000515*                  THE SCAN - BOTH GO MONTHS WITHOUT A CUSTOMER
000516*                  MOVEMENT BY DESIGN.
000520*--------------------------------------------------------------
000530 ENVIRONMENT DIVISION.
000540 INPUT-OUTPUT SECTION.
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS RANDOM
000730         RECORD KEY IS PM-KEY.
000731     SELECT NOTICEQ ASSIGN TO NOTICEQ
000732         ORGANIZATION IS INDEXED
000733         ACCESS MODE IS RANDOM
000734         RECORD KEY IS NQ-KEY.
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  CUSTMAS
000850         88  CM-ACCOUNT-OPEN           VALUE 'O'.
000860         88  CM-ACCOUNT-DORMANT         VALUE 'D'.
000870     05  CM-ACCOUNT-TYPE           PIC X(01).
000874         88  CM-LOAN-OR-DEPOSIT        VALUE 'L' 'T'.
000880 FD  JRNL
000890     LABEL RECORDS ARE STANDARD.
000900 01  JOURNAL-RECORD.
001180 01  SYSTEM-PARAMETER-RECORD.
001190     05  PM-KEY                    PIC X(08).
001200     05  PM-AMOUNT                 PIC 9(09)V99.
001201     05  PM-RATE                   PIC V999.
001202 FD  NOTICEQ
001203     LABEL RECORDS ARE STANDARD.
001204 01  NOTICE-QUEUE-RECORD.
001205     05  NQ-KEY.
001206         10  NQ-ACCOUNT-ID         PIC X(08).
001207         10  NQ-DATE               PIC S9(07) COMP-3.
001208         10  NQ-TIME               PIC S9(07) COMP-3.
001209         10  NQ-SEQ                PIC S9(05) COMP-3.
001210     05  NQ-NOTICE-TYPE            PIC X(02).
001211     05  NQ-AMOUNT                 PIC S9(09)V99.
001212     05  NQ-REASON-CODE            PIC X(02).
001213     05  NQ-REFERENCE              PIC X(16).
001214     05  NQ-RAISED-BY              PIC X(08).
001220 WORKING-STORAGE SECTION.
001230 77  WS-EOF-SWITCH                 PIC X(01) VALUE 'N'.
001240     88  END-OF-CUSTMAS                VALUE 'Y'.
001300     88  RECENT-ACTIVITY-FOUND         VALUE 'Y'.
001310 77  WS-SCANNED-COUNT              PIC 9(07) VALUE ZERO.
001320 77  WS-MARKED-COUNT               PIC 9(07) VALUE ZERO.
001324 77  WS-NOTICE-COUNT               PIC 9(07) VALUE ZERO.
001330 01  WS-JULIAN-DATE                PIC 9(05).
001340 01  WS-TODAY-CYYDDD               PIC S9(07).
001341 01  WS-TIME-OF-DAY                PIC 9(08).
001342 01  FILLER REDEFINES WS-TIME-OF-DAY.
001343     05  WS-TIME-HHMMSS            PIC 9(06).
001344     05  FILLER                    PIC 9(02).
001345 01  WS-NOTICE-TIME                PIC S9(07).
001346 01  WS-NOTICE-SEQ                 PIC S9(05) VALUE ZERO.
001350 01  WS-CUTOFF-DATE                PIC S9(07).
001360 77  WS-DORMANT-MONTHS             PIC 9(03) VALUE 12.
001370 77  WS-CUTOFF-YEARS               PIC 9(03) VALUE ZERO.
001710 1000-INITIALIZE.
001720     ACCEPT WS-JULIAN-DATE FROM DAY
001730     COMPUTE WS-TODAY-CYYDDD = 100000 + WS-JULIAN-DATE
001733     ACCEPT WS-TIME-OF-DAY FROM TIME
001736     MOVE WS-TIME-HHMMSS TO WS-NOTICE-TIME
001740     OPEN INPUT SYSPARM
001750     MOVE 'DORMMNTH' TO PM-KEY
001760     READ SYSPARM
001840     OPEN I-O CUSTMAS
001850     OPEN INPUT JRNL
001860     OPEN INPUT MNTAUD
001864     OPEN I-O NOTICEQ
001870     OPEN OUTPUT PRTFILE
001880     MOVE SPACES TO PRT-LINE
001890     MOVE 'DORMANT ACCOUNT SCAN' TO PRT-LINE
002190*--------------------------------------------------------------
002200* 2000-SCAN-ACCOUNT - MARK ONE OPEN ACCOUNT DORMANT IF IT HAS
002210*                     NO RECENT JOURNAL OR MAINTENANCE
002220*                     ACTIVITY.  LOANS AND TERM DEPOSITS ARE
002224*                     NOT SCANNED.
002230*--------------------------------------------------------------
002240 2000-SCAN-ACCOUNT.
002250     ADD 1 TO WS-SCANNED-COUNT
002260     IF CM-ACCOUNT-OPEN AND NOT CM-LOAN-OR-DEPOSIT
002270         MOVE 'N' TO WS-ACTIVE-SWITCH
002280         PERFORM 4000-CHECK-JRNL THRU 4000-CHECK-JRNL-EXIT
002290         IF NOT RECENT-ACTIVITY-FOUND
002380             MOVE CM-BALANCE TO WS-D-BALANCE
002390             MOVE WS-DETAIL-LINE TO PRT-LINE
002400             WRITE PRT-LINE
002404             PERFORM 6000-QUEUE-NOTICE THRU 6000-QUEUE-NOTICE-EXIT
002410         END-IF
002420     END-IF
002430     PERFORM 3000-READ-CUSTMAS THRU 3000-READ-CUSTMAS-EXIT.
003190         END-IF
003200     END-IF.
003210 5100-EXAMINE-MNTAUD-EXIT.
003211     EXIT.
003212*--------------------------------------------------------------
003213* 6000-QUEUE-NOTICE - PUT A DORMANCY NOTICE FOR THE ACCOUNT ON
003214*                     NOTICEQ FOR THE NIGHTLY LETTER RUN.  THE
003215*                     KEY SEQUENCE NUMBER IS BUMPED AFTER EACH
003216*                     NOTICE SO KEYS STAY UNIQUE WITHIN THE RUN.
003217*--------------------------------------------------------------
003218 6000-QUEUE-NOTICE.
003219     MOVE CM-ACCOUNT-ID TO NQ-ACCOUNT-ID
003220     MOVE WS-TODAY-CYYDDD TO NQ-DATE
003221     MOVE WS-NOTICE-TIME TO NQ-TIME
003222     MOVE WS-NOTICE-SEQ TO NQ-SEQ
003223     MOVE 'DM' TO NQ-NOTICE-TYPE
003224     MOVE CM-BALANCE TO NQ-AMOUNT
003225     MOVE SPACES TO NQ-REASON-CODE
003226     MOVE SPACES TO NQ-REFERENCE
003227     MOVE 'DORMSCN' TO NQ-RAISED-BY
003228     WRITE NOTICE-QUEUE-RECORD
003229         INVALID KEY
003230             DISPLAY 'DORMSCN - NOTICE NOT QUEUED FOR '
003231                 CM-ACCOUNT-ID
003232         NOT INVALID KEY
003233             ADD 1 TO WS-NOTICE-COUNT
003234     END-WRITE
003235     ADD 1 TO WS-NOTICE-SEQ.
003236 6000-QUEUE-NOTICE-EXIT.
003237     EXIT.
003238*--------------------------------------------------------------
003240* 9000-TERMINATE - PRINT THE COUNTS AND CLOSE UP
003250*--------------------------------------------------------------
003260 9000-TERMINATE.
003340     MOVE WS-MARKED-COUNT TO WS-C-COUNT
003350     MOVE WS-COUNT-LINE TO PRT-LINE
003360     WRITE PRT-LINE
003361     MOVE 'NOTICES QUEUED:     ' TO WS-C-LABEL
003362     MOVE WS-NOTICE-COUNT TO WS-C-COUNT
003363     MOVE WS-COUNT-LINE TO PRT-LINE
003364     WRITE PRT-LINE
003370     CLOSE CUSTMAS
003380     CLOSE JRNL
003390     CLOSE MNTAUD
003394     CLOSE NOTICEQ
003400     CLOSE PRTFILE
003410     DISPLAY 'DORMSCN - ACCOUNTS MARKED DORMANT: '
003420         WS-MARKED-COUNT.
