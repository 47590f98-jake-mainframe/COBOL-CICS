000456*                  MUST POST BEFORE THE NIGHT'S SNAPSHOT IS
000458*                  CUT, OR EVERY CHARGED ACCOUNT FLAGS OUT OF
000459*                  BALANCE ON THE NEXT RECONCILIATION.
000460* 10/15/26   DS    SAVINGS WITHDRAWAL LIMIT.  AFTER THE CHARGES
000461*                  THE SAVWDL COUNTS ARE READ THROUGH.  EVERY
000462*                  SAVINGS ACCOUNT THAT WENT OVER THE SAVWDLMX
000463*                  ALLOWANCE THIS CYCLE (EXCESS FEES CHARGED OR
000464*                  MOVEMENTS REFUSED) IS LISTED ON THE REGISTER
000465*                  SO THE BACK OFFICE CAN WARN THE CUSTOMER OR
000466*                  CONVERT THE ACCOUNT TO CHECKING, AND EVERY
000467*                  COUNT IS THEN RESET FOR THE NEW CYCLE.
000468* 10/15/26   DS    CUSTOMER NOTICES.  EVERY MAINTENANCE FEE
000469*                  CHARGED GETS A SERVICE CHARGE NOTICE (TYPE SC)
000470*                  ON THE NOTICEQ QUEUE FOR THE NIGHTLY LTRPRT
000471*                  LETTER RUN.
000472*--------------------------------------------------------------
000473 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT CUSTMAS ASSIGN TO CUSTMAS
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS RANDOM
000650         RECORD KEY IS PM-KEY.
000651     SELECT SAVWDL ASSIGN TO SAVWDL
000652         ORGANIZATION IS INDEXED
000653         ACCESS MODE IS SEQUENTIAL
000654         RECORD KEY IS SV-ACCOUNT-ID.
000655     SELECT NOTICEQ ASSIGN TO NOTICEQ
000656         ORGANIZATION IS INDEXED
000657         ACCESS MODE IS RANDOM
000658         RECORD KEY IS NQ-KEY.
000660     SELECT PRTFILE ASSIGN TO PRTFILE
000670         ORGANIZATION IS SEQUENTIAL.
000680     SELECT RUNCTL ASSIGN TO RUNCTL
001050     LABEL RECORDS ARE STANDARD.
001060 01  SYSTEM-PARAMETER-RECORD.
001070     05  PM-KEY                    PIC X(08).
001071     05  PM-AMOUNT                 PIC 9(09)V99.
001072     05  PM-RATE                   PIC V999.
001073 FD  SAVWDL
001074     LABEL RECORDS ARE STANDARD.
001075 01  SAVINGS-WITHDRAWAL-RECORD.
001076     05  SV-ACCOUNT-ID             PIC X(08).
001077     05  SV-CYCLE-START            PIC S9(07) COMP-3.
001078     05  SV-WITHDRAWAL-COUNT       PIC S9(03) COMP-3.
001079     05  SV-EXCESS-COUNT           PIC S9(03) COMP-3.
001080     05  SV-EXCESS-FEES            PIC S9(09)V99.
001081     05  SV-REFUSED-COUNT          PIC S9(03) COMP-3.
001082     05  SV-LAST-DATE              PIC S9(07) COMP-3.
001083 FD  NOTICEQ
001084     LABEL RECORDS ARE STANDARD.
001085 01  NOTICE-QUEUE-RECORD.
001086     05  NQ-KEY.
001087         10  NQ-ACCOUNT-ID         PIC X(08).
001088         10  NQ-DATE               PIC S9(07) COMP-3.
001089         10  NQ-TIME               PIC S9(07) COMP-3.
001090         10  NQ-SEQ                PIC S9(05) COMP-3.
001091     05  NQ-NOTICE-TYPE            PIC X(02).
001092     05  NQ-AMOUNT                 PIC S9(09)V99.
001093     05  NQ-REASON-CODE            PIC X(02).
001094     05  NQ-REFERENCE              PIC X(16).
001095     05  NQ-RAISED-BY              PIC X(08).
001100 FD  PRTFILE
001110     RECORDING MODE IS F
001120     LABEL RECORDS ARE STANDARD.
001290     88  END-OF-CUSTMAS                VALUE 'Y'.
001300 77  WS-CTL-FOUND-SWITCH           PIC X(01) VALUE 'N'.
001310     88  CTL-RECORD-FOUND              VALUE 'Y'.
001313 77  WS-SAVWDL-EOF-SWITCH          PIC X(01) VALUE 'N'.
001316     88  END-OF-SAVWDL                 VALUE 'Y'.
001320 77  WS-ACCOUNT-COUNT              PIC 9(07) VALUE ZERO.
001330 77  WS-CHARGED-COUNT              PIC 9(07) VALUE ZERO.
001340 77  WS-WAIVED-COUNT               PIC 9(07) VALUE ZERO.
001400 77  WS-WAIVER-SAVINGS             PIC 9(09)V99 VALUE 300.00.
001410 77  WS-FEE-APPLIED                PIC 9(05)V99 VALUE ZERO.
001420 77  WS-WAIVER-APPLIED             PIC 9(09)V99 VALUE ZERO.
001421 77  WS-OVER-LIMIT-COUNT           PIC 9(07) VALUE ZERO.
001422 77  WS-OVER-LIMIT-FEES            PIC S9(11)V99 VALUE ZERO.
001423 77  WS-RESET-COUNT                PIC 9(07) VALUE ZERO.
001424 77  WS-NOTICE-COUNT               PIC 9(07) VALUE ZERO.
001430 01  WS-JULIAN-DATE                PIC 9(05).
001440 01  WS-TODAY-CYYDDD               PIC S9(07).
001450 01  WS-TIME-OF-DAY                PIC 9(08).
001480     05  FILLER                    PIC 9(02).
001490 01  WS-JOURNAL-TIME               PIC S9(07).
001500 01  WS-JOURNAL-SEQ                PIC S9(05) VALUE ZERO.
001504 01  WS-NOTICE-SEQ                 PIC S9(05) VALUE ZERO.
001510 01  WS-DETAIL-LINE.
001520     05  WS-D-ACCOUNT-ID           PIC X(08).
001530     05  FILLER                    PIC X(02) VALUE SPACES.
001580     05  WS-D-FEE                  PIC -(5)9.99.
001590     05  FILLER                    PIC X(02) VALUE SPACES.
001600     05  WS-D-RESULT               PIC X(16).
001601     05  FILLER                    PIC X(23) VALUE SPACES.
001602 01  WS-SAVINGS-LINE.
001603     05  WS-S-ACCOUNT-ID           PIC X(08).
001604     05  FILLER                    PIC X(02) VALUE SPACES.
001605     05  WS-S-CYCLE-START          PIC 9(07).
001606     05  FILLER                    PIC X(02) VALUE SPACES.
001607     05  WS-S-WITHDRAWALS          PIC ZZ9.
001608     05  FILLER                    PIC X(02) VALUE SPACES.
001609     05  WS-S-EXCESS               PIC ZZ9.
001610     05  FILLER                    PIC X(02) VALUE SPACES.
001611     05  WS-S-FEES                 PIC -(7)9.99.
001612     05  FILLER                    PIC X(02) VALUE SPACES.
001613     05  WS-S-REFUSED              PIC ZZ9.
001614     05  FILLER                    PIC X(35) VALUE SPACES.
001620 01  WS-TOTAL-LINE.
001630     05  FILLER                    PIC X(10) VALUE SPACES.
001640     05  WS-T-LABEL                PIC X(20).
001740     END-IF
001750     PERFORM 2000-ASSESS-ACCOUNT THRU 2000-ASSESS-ACCOUNT-EXIT
001760         UNTIL END-OF-CUSTMAS
001761     PERFORM 5000-START-SAVINGS-LIST THRU
001762         5000-START-SAVINGS-LIST-EXIT
001763     PERFORM 5100-LIST-AND-RESET THRU 5100-LIST-AND-RESET-EXIT
001764         UNTIL END-OF-SAVWDL
001770     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
001780     GOBACK.
001790*--------------------------------------------------------------
002170     OPEN I-O CUSTMAS
002180     OPEN I-O JRNL
002190     OPEN I-O BALCTL
002194     OPEN I-O NOTICEQ
002200     OPEN OUTPUT PRTFILE
002210     MOVE 'BALCTL' TO CTL-KEY
002220     READ BALCTL
002900             MOVE 'WAIVED' TO WS-D-RESULT
002910         ELSE
002920             PERFORM 4000-CHARGE-FEE THRU 4000-CHARGE-FEE-EXIT
002924             PERFORM 4100-QUEUE-NOTICE THRU 4100-QUEUE-NOTICE-EXIT
002930         END-IF
002940         MOVE WS-DETAIL-LINE TO PRT-LINE
002950         WRITE PRT-LINE
003250     MOVE 'SVCCHG' TO JR-OPERATOR-ID
003260     MOVE 'FEEINCM' TO JR-TARGET-ID
003270     MOVE WS-FEE-APPLIED TO JR-AMOUNT
003271     MOVE 'F' TO JR-TRAN-TYPE
003272     WRITE JOURNAL-RECORD
003273     ADD 1 TO WS-JOURNAL-SEQ
003274     ADD 1 TO WS-CHARGED-COUNT
003275     ADD WS-FEE-APPLIED TO WS-TOTAL-CHARGED
003276     MOVE WS-FEE-APPLIED TO WS-D-FEE
003277     MOVE 'CHARGED' TO WS-D-RESULT.
003278 4000-CHARGE-FEE-EXIT.
003279     EXIT.
003280*--------------------------------------------------------------
003281* 4100-QUEUE-NOTICE - PUT A SERVICE CHARGE NOTICE FOR THE
003282*                     ACCOUNT ON NOTICEQ FOR THE NIGHTLY LETTER
003283*                     RUN.  THE KEY SEQUENCE NUMBER IS BUMPED
003284*                     AFTER EACH NOTICE SO KEYS STAY UNIQUE WITHIN
003285*                     THE RUN.
003286*--------------------------------------------------------------
003287 4100-QUEUE-NOTICE.
003288     MOVE CM-ACCOUNT-ID TO NQ-ACCOUNT-ID
003289     MOVE WS-TODAY-CYYDDD TO NQ-DATE
003290     MOVE WS-JOURNAL-TIME TO NQ-TIME
003291     MOVE WS-NOTICE-SEQ TO NQ-SEQ
003292     MOVE 'SC' TO NQ-NOTICE-TYPE
003293     MOVE WS-FEE-APPLIED TO NQ-AMOUNT
003294     MOVE SPACES TO NQ-REASON-CODE
003295     MOVE SPACES TO NQ-REFERENCE
003296     MOVE 'SVCCHG' TO NQ-RAISED-BY
003297     WRITE NOTICE-QUEUE-RECORD
003298         INVALID KEY
003299             DISPLAY 'SVCCHG - NOTICE NOT QUEUED FOR '
003300                 CM-ACCOUNT-ID
003301         NOT INVALID KEY
003302             ADD 1 TO WS-NOTICE-COUNT
003303     END-WRITE
003304     ADD 1 TO WS-NOTICE-SEQ.
003305 4100-QUEUE-NOTICE-EXIT.
003306     EXIT.
003307*--------------------------------------------------------------
003308* 5000-START-SAVINGS-LIST - HEAD THE SAVINGS WITHDRAWAL SECTION
003309*                           OF THE REGISTER AND PRIME THE SAVWDL
003310*                           READ.  COLUMNS ARE CYCLE START, THE
003311*                           MOVEMENTS COUNTED, HOW MANY WENT OVER
003312*                           THE ALLOWANCE, THE EXCESS FEES AND THE
003313*                           MOVEMENTS REFUSED AT THE LIMIT.
003314*--------------------------------------------------------------
003315 5000-START-SAVINGS-LIST.
003316     OPEN I-O SAVWDL
003317     MOVE SPACES TO PRT-LINE
003318     WRITE PRT-LINE
003319     MOVE 'SAVINGS WITHDRAWAL LIMIT EXCEEDED - WARN OR CONVERT'
003320         TO PRT-LINE
003321     WRITE PRT-LINE
003322     MOVE 'ACCOUNT   CYCLE    WDL  OVR  EXCESS FEES  REF'
003323         TO PRT-LINE
003324     WRITE PRT-LINE
003325     MOVE SPACES TO PRT-LINE
003326     WRITE PRT-LINE
003327     PERFORM 5200-READ-SAVWDL THRU 5200-READ-SAVWDL-EXIT.
003328 5000-START-SAVINGS-LIST-EXIT.
003329     EXIT.
003330*--------------------------------------------------------------
003331* 5100-LIST-AND-RESET - LIST THE ACCOUNT IF IT WENT OVER THE
003332*                       ALLOWANCE THIS CYCLE, THEN ZERO ITS
003333*                       COUNTS AND START THE NEW CYCLE TODAY
003334*--------------------------------------------------------------
003335 5100-LIST-AND-RESET.
003336     IF SV-EXCESS-COUNT > ZERO OR SV-REFUSED-COUNT > ZERO
003337         MOVE SV-ACCOUNT-ID TO WS-S-ACCOUNT-ID
003338         MOVE SV-CYCLE-START TO WS-S-CYCLE-START
003339         MOVE SV-WITHDRAWAL-COUNT TO WS-S-WITHDRAWALS
003340         MOVE SV-EXCESS-COUNT TO WS-S-EXCESS
003341         MOVE SV-EXCESS-FEES TO WS-S-FEES
003342         MOVE SV-REFUSED-COUNT TO WS-S-REFUSED
003343         MOVE WS-SAVINGS-LINE TO PRT-LINE
003344         WRITE PRT-LINE
003345         ADD 1 TO WS-OVER-LIMIT-COUNT
003346         ADD SV-EXCESS-FEES TO WS-OVER-LIMIT-FEES
003347     END-IF
003348     MOVE WS-TODAY-CYYDDD TO SV-CYCLE-START
003349     MOVE ZERO TO SV-WITHDRAWAL-COUNT
003350     MOVE ZERO TO SV-EXCESS-COUNT
003351     MOVE ZERO TO SV-EXCESS-FEES
003352     MOVE ZERO TO SV-REFUSED-COUNT
003353     REWRITE SAVINGS-WITHDRAWAL-RECORD
003354         INVALID KEY
003355             CONTINUE
003356     END-REWRITE
003357     ADD 1 TO WS-RESET-COUNT
003358     PERFORM 5200-READ-SAVWDL THRU 5200-READ-SAVWDL-EXIT.
003359 5100-LIST-AND-RESET-EXIT.
003360     EXIT.
003361*--------------------------------------------------------------
003362* 5200-READ-SAVWDL - READ THE NEXT SAVINGS WITHDRAWAL COUNT
003363*--------------------------------------------------------------
003364 5200-READ-SAVWDL.
003365     READ SAVWDL NEXT RECORD
003366         AT END
003367             MOVE 'Y' TO WS-SAVWDL-EOF-SWITCH
003368     END-READ.
003369 5200-READ-SAVWDL-EXIT.
003370     EXIT.
003371*--------------------------------------------------------------
003380* 9000-TERMINATE - PRINT THE RUN TOTALS, ROLL THE TOTAL
003390*                  CHARGED OUT OF THE BALCTL BASELINE (THE WAY
003400*                  INTACCR ROLLS INTEREST IN) AND CLOSE UP
003560     MOVE WS-SKIPPED-COUNT TO WS-T-COUNT
003570     MOVE ZERO TO WS-T-AMOUNT
003580     MOVE WS-TOTAL-LINE TO PRT-LINE
003581     WRITE PRT-LINE
003582     MOVE 'SAVINGS OVER LIMIT: ' TO WS-T-LABEL
003583     MOVE WS-OVER-LIMIT-COUNT TO WS-T-COUNT
003584     MOVE WS-OVER-LIMIT-FEES TO WS-T-AMOUNT
003585     MOVE WS-TOTAL-LINE TO PRT-LINE
003586     WRITE PRT-LINE
003587     MOVE 'SAVINGS COUNTS RESET' TO WS-T-LABEL
003588     MOVE WS-RESET-COUNT TO WS-T-COUNT
003589     MOVE ZERO TO WS-T-AMOUNT
003590     MOVE WS-TOTAL-LINE TO PRT-LINE
003591     WRITE PRT-LINE
003592     MOVE 'NOTICES QUEUED:     ' TO WS-T-LABEL
003593     MOVE WS-NOTICE-COUNT TO WS-T-COUNT
003594     MOVE ZERO TO WS-T-AMOUNT
003595     MOVE WS-TOTAL-LINE TO PRT-LINE
003596     WRITE PRT-LINE
003600     IF CTL-RECORD-FOUND
003610         SUBTRACT WS-TOTAL-CHARGED FROM CTL-PRIOR-TOTAL
003620         REWRITE BALCTL-RECORD
003640     CLOSE CUSTMAS
003650     CLOSE JRNL
003660     CLOSE BALCTL
003663     CLOSE SAVWDL
003666     CLOSE NOTICEQ
003670     CLOSE PRTFILE
003680     DISPLAY 'SVCCHG - ACCOUNTS CHARGED: ' WS-CHARGED-COUNT.
003690     PERFORM 9500-STAMP-RUN-CONTROL THRU
