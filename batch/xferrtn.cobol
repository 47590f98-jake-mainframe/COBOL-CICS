000410*                  RETURN FILE CARRIES IT BACK (RT-REF-SEQ, THE
000420*                  RETURN RECORD IS NOW 57 BYTES), AND THE QUEUE
000430*                  MATCH USES IT.
000431* 10/15/26   DS    CUSTOMER NOTICES.  EVERY RETURN RE-CREDITED
000432*                  TO AN ACCOUNT GETS A RETURNED-TRANSFER NOTICE
000433*                  (TYPE XR, WITH THE RETURN REASON CODE AND
000434*                  THE PAYEE BANK AND ACCOUNT AS REFERENCE) ON THE
000435*                  NOTICEQ QUEUE FOR THE NIGHTLY LTRPRT RUN.
000440*--------------------------------------------------------------
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS RANDOM
000610         RECORD KEY IS JR-KEY.
000611     SELECT NOTICEQ ASSIGN TO NOTICEQ
000612         ORGANIZATION IS INDEXED
000613         ACCESS MODE IS RANDOM
000614         RECORD KEY IS NQ-KEY.
000620     SELECT PRTFILE ASSIGN TO PRTFILE
000630         ORGANIZATION IS SEQUENTIAL.
000640 DATA DIVISION.
001170     05  JR-TARGET-ID              PIC X(08).
001180     05  JR-AMOUNT                 PIC S9(09)V99.
001190     05  JR-TRAN-TYPE              PIC X(01).
001191     05  JR-OPERATOR-ID            PIC X(08).
001192 FD  NOTICEQ
001193     LABEL RECORDS ARE STANDARD.
001194 01  NOTICE-QUEUE-RECORD.
001195     05  NQ-KEY.
001196         10  NQ-ACCOUNT-ID         PIC X(08).
001197         10  NQ-DATE               PIC S9(07) COMP-3.
001198         10  NQ-TIME               PIC S9(07) COMP-3.
001199         10  NQ-SEQ                PIC S9(05) COMP-3.
001200     05  NQ-NOTICE-TYPE            PIC X(02).
001201     05  NQ-AMOUNT                 PIC S9(09)V99.
001202     05  NQ-REASON-CODE            PIC X(02).
001203     05  NQ-REFERENCE              PIC X(16).
001204     05  NQ-RAISED-BY              PIC X(08).
001210 FD  PRTFILE
001220     RECORDING MODE IS F
001230     LABEL RECORDS ARE STANDARD.
001380 77  WS-POSTED-COUNT               PIC 9(07) VALUE ZERO.
001390 77  WS-POSTED-TOTAL               PIC S9(13)V99 VALUE ZERO.
001400 77  WS-UNMATCHED-COUNT            PIC 9(07) VALUE ZERO.
001404 77  WS-NOTICE-COUNT               PIC 9(07) VALUE ZERO.
001410 01  WS-JULIAN-DATE                PIC 9(05).
001420 01  WS-TODAY-CYYDDD               PIC S9(07).
001430 01  WS-TIME-OF-DAY                PIC 9(08).
001460     05  FILLER                    PIC 9(02).
001470 01  WS-JOURNAL-TIME               PIC S9(07).
001480 01  WS-JOURNAL-SEQ                PIC S9(05) VALUE ZERO.
001484 01  WS-NOTICE-SEQ                 PIC S9(05) VALUE ZERO.
001490 01  WS-DETAIL-LINE.
001500     05  WS-D-SOURCE-ID            PIC X(08).
001510     05  FILLER                    PIC X(02) VALUE SPACES.
001880     OPEN I-O CUSTMAS
001890     OPEN I-O OUTXFER
001900     OPEN I-O JRNL
001904     OPEN I-O NOTICEQ
001910     OPEN OUTPUT PRTFILE
001920     MOVE SPACES TO PRT-LINE
001930     MOVE 'INTERBANK RETURNED-ITEM REGISTER' TO PRT-LINE
002940             REWRITE CUSTOMER-MASTER-RECORD
002950             PERFORM 6300-MARK-QUEUE-ITEM THRU
002960                 6300-MARK-QUEUE-ITEM-EXIT
002963             PERFORM 6400-QUEUE-NOTICE THRU
002966                 6400-QUEUE-NOTICE-EXIT
002970             ADD 1 TO WS-POSTED-COUNT
002980             ADD RT-AMOUNT TO WS-POSTED-TOTAL
002990         ELSE
003490             MOVE 'R' TO OX-STATUS
003500             REWRITE OUTBOUND-TRANSFER-RECORD
003510     END-READ.
003511 6300-MARK-QUEUE-ITEM-EXIT.
003512     EXIT.
003513*--------------------------------------------------------------
003514* 6400-QUEUE-NOTICE - PUT A RETURNED-TRANSFER NOTICE FOR THE
003515*                     SOURCE ACCOUNT ON NOTICEQ FOR THE NIGHTLY
003516*                     LETTER RUN.  THE KEY SEQUENCE NUMBER IS
003517*                     BUMPED AFTER EACH NOTICE SO KEYS STAY UNIQUE
003518*                     WITHIN THE RUN.
003519*--------------------------------------------------------------
003520 6400-QUEUE-NOTICE.
003521     MOVE RT-SOURCE-ID TO NQ-ACCOUNT-ID
003522     MOVE WS-TODAY-CYYDDD TO NQ-DATE
003523     MOVE WS-JOURNAL-TIME TO NQ-TIME
003524     MOVE WS-NOTICE-SEQ TO NQ-SEQ
003525     MOVE 'XR' TO NQ-NOTICE-TYPE
003526     MOVE RT-AMOUNT TO NQ-AMOUNT
003527     MOVE RT-REASON-CODE TO NQ-REASON-CODE
003528     MOVE RT-BANK-CODE TO NQ-REFERENCE (1:4)
003529     MOVE RT-EXTERNAL-ACCT TO NQ-REFERENCE (5:12)
003530     MOVE 'XFERRTN' TO NQ-RAISED-BY
003531     WRITE NOTICE-QUEUE-RECORD
003532         INVALID KEY
003533             DISPLAY 'XFERRTN - NOTICE NOT QUEUED FOR '
003534                 RT-SOURCE-ID
003535         NOT INVALID KEY
003536             ADD 1 TO WS-NOTICE-COUNT
003537     END-WRITE
003538     ADD 1 TO WS-NOTICE-SEQ.
003539 6400-QUEUE-NOTICE-EXIT.
003540     EXIT.
003541*--------------------------------------------------------------
003550* 9000-TERMINATE - PRINT THE CONTROL TOTALS AND CLOSE UP
003560*--------------------------------------------------------------
003570 9000-TERMINATE.
003770     MOVE ZERO TO WS-T-AMOUNT
003780     MOVE WS-TOTAL-LINE TO PRT-LINE
003790     WRITE PRT-LINE
003791     MOVE 'NOTICES QUEUED:     ' TO WS-T-LABEL
003792     MOVE WS-NOTICE-COUNT TO WS-T-COUNT
003793     MOVE ZERO TO WS-T-AMOUNT
003794     MOVE WS-TOTAL-LINE TO PRT-LINE
003795     WRITE PRT-LINE
003800     IF WS-UNMATCHED-COUNT > ZERO
003810         MOVE 4 TO RETURN-CODE
003820     END-IF
003840     CLOSE CUSTMAS
003850     CLOSE OUTXFER
003860     CLOSE JRNL
003864     CLOSE NOTICEQ
003870     CLOSE PRTFILE
003880     DISPLAY 'XFERRTN - RETURNS POSTED: ' WS-POSTED-COUNT.
003890 9000-TERMINATE-EXIT.
