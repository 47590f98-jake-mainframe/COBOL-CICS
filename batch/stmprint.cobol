000790*                  ENTRY NOW CARRIES JR-OPERATOR-ID - THE SIGNED-
000800*                  ON OPERATOR FOR ONLINE POSTINGS, THE JOB NAME
000810*                  FOR BATCH POSTERS (SEE CNVJRNL5) - SO THE
000811*                  FRAUD DESK CAN SEE WHO POSTED A MOVEMENT.  THE
000812*                  RECORD IS 47 BYTES; TLRACT REPORTS PER-TELLER
000813*                  ACTIVITY OFF THE FIELD.
000814* 10/15/26   DS    INSTALLMENT LOANS: TYPE L (LOAN INTEREST
000815*                  COLLECTED BY LOANRUN) LISTS AND TALLIES AS A
000816*                  DEBIT.
000817* 10/15/26   DS    TERM DEPOSITS: TYPE P (EARLY-BREAK PENALTY
000818*                  CHARGED BY TDEPCOB) LISTS AND TALLIES AS A
000819*                  DEBIT.
000820* 10/15/26   DS    ARRANGED OVERDRAFTS: TYPE O (DEBIT INTEREST
000821*                  CHARGED BY ODRUN) LISTS AND TALLIES AS A DEBIT.
000822* 10/15/26   DS    CHEQUES: TYPE Q (CHEQUE PAID BY CHQCLR) LISTS
000823*                  AND TALLIES AS A DEBIT; ITS COUNTERPARTY IS CQ
000824*                  PLUS THE CHEQUE SERIAL NUMBER.
000825* 10/15/26   DS    CUSTINFO GAINS THE TAXPAYER ID AND WITHHOLDING-
000826*                  EXEMPT FLAG (SEE CNVCINF1); LAYOUT WIDENED.
000827* 10/15/26   DS    CLOSING STATEMENTS.  A CLOSED ACCOUNT WHOSE
000828*                  CLOSURE (THE LATEST MNTAUD ENTRY MOVING IT TO
000829*                  STATUS C) HAS NOT YET BEEN STATEMENTED GETS A
000830*                  CLOSING STATEMENT ON THIS RUN, WHATEVER THE
000831*                  PERIOD: THE PERIOD END IS CARRIED FORWARD TO
000832*                  THE CLOSURE DATE SO THE CLOSING MOVEMENT AND
000833*                  THE ZERO BALANCE SHOW.  AN ACTION M ENTRY IS
000834*                  THEN WRITTEN TO MNTAUD SO LATER RUNS PRINT THE
000835*                  ACCOUNT AS AN ORDINARY STATEMENT AGAIN.
000836* 10/15/26   DS    STATEMENTS GO OUT ONLY AFTER A CLEAN INTEGRITY
000837*                  SWEEP: THE RUN REFUSES TO START (RETURN-CODE
000838*                  8) UNLESS RUNCTL HOLDS TODAY'S INTGCHK
000839*                  COMPLETION RECORD, WHICH INTGCHK WRITES ONLY
000840*                  WHEN IT FINDS NO HIGH-SEVERITY BREAK.
000841* 10/15/26   DS    ATM NETWORK SETTLEMENT: TYPES A (ATM CASH
000842*                  WITHDRAWAL) AND K (ATM NETWORK FEE) FROM
000843*                  ATMSETL DEBIT THE ACCOUNT.
000850*--------------------------------------------------------------
000860 ENVIRONMENT DIVISION.
000870 INPUT-OUTPUT SECTION.
001020         RECORD KEY IS CI-CUSTOMER-NUMBER.
001030     SELECT PRTFILE ASSIGN TO PRTFILE
001040         ORGANIZATION IS SEQUENTIAL.
001041     SELECT MNTAUD ASSIGN TO MNTAUD
001042         ORGANIZATION IS INDEXED
001043         ACCESS MODE IS DYNAMIC
001044         RECORD KEY IS MA-KEY.
001045     SELECT RUNCTL ASSIGN TO RUNCTL
001046         ORGANIZATION IS INDEXED
001047         ACCESS MODE IS RANDOM
001048         RECORD KEY IS RC-KEY.
001050 DATA DIVISION.
001060 FILE SECTION.
001070 FD  CUSTMAS
001460     05  CI-ADDRESS-LINE-1         PIC X(30).
001470     05  CI-ADDRESS-LINE-2         PIC X(30).
001480     05  CI-ADDRESS-LINE-3         PIC X(30).
001481     05  CI-POSTCODE               PIC X(08).
001482     05  CI-PHONE                  PIC X(12).
001483     05  CI-TAXPAYER-ID            PIC X(11).
001484     05  CI-WITHHOLD-EXEMPT        PIC X(01).
001485 FD  MNTAUD
001486     LABEL RECORDS ARE STANDARD.
001487 01  MAINT-AUDIT-RECORD.
001488     05  MA-KEY.
001489         10  MA-CUSTOMER-NUMBER    PIC X(08).
001490         10  MA-DATE               PIC S9(07) COMP-3.
001491         10  MA-TIME               PIC S9(07) COMP-3.
001492     05  MA-OPERATOR-ID            PIC X(06).
001493     05  MA-ACTION-CODE            PIC X(01).
001494     05  MA-OLD-STATUS             PIC X(01).
001495     05  MA-NEW-STATUS             PIC X(01).
001496     05  MA-OPEN-BALANCE           PIC S9(09)V99.
001497 FD  RUNCTL
001498     LABEL RECORDS ARE STANDARD.
001499 01  RUN-CONTROL-RECORD.
001500     05  RC-KEY.
001501         10  RC-DATE               PIC S9(07) COMP-3.
001502         10  RC-JOB-NAME           PIC X(08).
001503     05  RC-COMPLETED-TIME         PIC S9(07) COMP-3.
001510 FD  PRTFILE
001520     RECORDING MODE IS F
001530     LABEL RECORDS ARE STANDARD.
001540 01  PRT-LINE                      PIC X(80).
001550 WORKING-STORAGE SECTION.
001553 77  WS-RUN-BLOCKED-SWITCH         PIC X(01) VALUE 'N'.
001556     88  RUN-BLOCKED                   VALUE 'Y'.
001560 77  WS-EOF-SWITCH                 PIC X(01) VALUE 'N'.
001570     88  END-OF-CUSTMAS                VALUE 'Y'.
001580 77  WS-JRNL-DONE-SWITCH           PIC X(01) VALUE 'N'.
001670 77  WS-NO-ADDR-COUNT              PIC 9(07) VALUE ZERO.
001680 77  WS-ADDR-FOUND-SWITCH          PIC X(01) VALUE 'N'.
001690     88  ADDRESS-FOUND                 VALUE 'Y'.
001691 77  WS-CLOSING-SWITCH             PIC X(01) VALUE 'N'.
001692     88  CLOSING-STATEMENT             VALUE 'Y'.
001693 77  WS-AUDIT-DONE-SWITCH          PIC X(01) VALUE 'N'.
001694     88  AUDIT-DONE-FOR-ACCOUNT        VALUE 'Y'.
001695 77  WS-CLOSING-COUNT              PIC 9(07) VALUE ZERO.
001696 77  WS-MARKER-FAILED-COUNT        PIC 9(07) VALUE ZERO.
001700 01  WS-PREV-CUSTNO                PIC X(06) VALUE SPACES.
001710 01  WS-ADDR-LINE.
001720     05  FILLER                    PIC X(09) VALUE SPACES.
001880 01  WS-AFTER-MOVEMENT             PIC S9(11)V99 VALUE ZERO.
001890 01  WS-OPENING-BALANCE            PIC S9(11)V99 VALUE ZERO.
001900 01  WS-CLOSING-BALANCE            PIC S9(11)V99 VALUE ZERO.
001901 01  WS-STATEMENT-END              PIC S9(07).
001902 01  WS-CLOSURE-DATE               PIC S9(07).
001903 01  WS-JULIAN-DATE                PIC 9(05).
001904 01  WS-TODAY-CYYDDD               PIC S9(07).
001905 01  WS-TIME-OF-DAY                PIC 9(08).
001906 01  FILLER REDEFINES WS-TIME-OF-DAY.
001907     05  WS-TIME-HHMMSS            PIC 9(06).
001908     05  FILLER                    PIC 9(02).
001910*--------------------------------------------------------------
001920* PER-ACCOUNT ENTRY TABLE.  ARCHIVE ENTRIES LOAD FIRST, THEN
001930* THE ONLINE CLUSTER'S - DATE ORDER, SINCE JRNLARCH ONLY EVER
002070     05  WS-L-AMOUNT               PIC S9(09)V99.
002080     05  WS-L-TYPE                 PIC X(01).
002090 01  WS-HEAD1-LINE.
002100     05  WS-H1-TITLE               PIC X(20)
002110                                       VALUE 'CUSTOMER STATEMENT'.
002120     05  FILLER                    PIC X(08) VALUE 'PERIOD: '.
002130     05  WS-H1-START               PIC 9(07).
002200     05  FILLER                    PIC X(02) VALUE SPACES.
002210     05  WS-H2-CUSTOMER-NAME       PIC X(20).
002220     05  FILLER                    PIC X(41) VALUE SPACES.
002221 01  WS-CLOSED-LINE.
002222     05  FILLER                    PIC X(09) VALUE SPACES.
002223     05  FILLER                    PIC X(19)
002224                                   VALUE 'ACCOUNT CLOSED ON: '.
002225     05  WS-X-CLOSURE-DATE         PIC 9(07).
002226     05  FILLER                    PIC X(45) VALUE SPACES.
002230 01  WS-COLUMN-LINE.
002240     05  FILLER                    PIC X(16)
002250                                       VALUE 'DATE    TIME    '.
002570 PROCEDURE DIVISION.
002580 0000-MAINLINE.
002590     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
002592     IF RUN-BLOCKED
002594         GOBACK
002596     END-IF
002600     PERFORM 2000-PRINT-STATEMENT THRU 2000-PRINT-STATEMENT-EXIT
002610         UNTIL END-OF-CUSTMAS
002620     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
002640*--------------------------------------------------------------
002650* 1000-INITIALIZE - OPEN FILES, ACCEPT THE STATEMENT PERIOD
002660*                   FROM SYSIN, PRIME THE CUSTMAS READ
002663*                   - REFUSING TO START UNLESS TODAY'S
002666*                   INTEGRITY SWEEP HAS COMPLETED CLEAN
002670*--------------------------------------------------------------
002680 1000-INITIALIZE.
002690     ACCEPT WS-PERIOD-START
002691     ACCEPT WS-PERIOD-END
002692     ACCEPT WS-JULIAN-DATE FROM DAY
002693     COMPUTE WS-TODAY-CYYDDD = 100000 + WS-JULIAN-DATE
002694     OPEN INPUT RUNCTL
002695     MOVE WS-TODAY-CYYDDD TO RC-DATE
002696     MOVE 'INTGCHK ' TO RC-JOB-NAME
002697     READ RUNCTL
002698         INVALID KEY
002699             MOVE 'Y' TO WS-RUN-BLOCKED-SWITCH
002700             MOVE 8 TO RETURN-CODE
002701             DISPLAY 'STMPRINT - PREREQUISITE '
002702                 'INTGCHK NOT RUN CLEAN FOR THIS DATE'
002703     END-READ
002704     CLOSE RUNCTL
002705     IF RUN-BLOCKED
002706         GO TO 1000-INITIALIZE-EXIT
002707     END-IF
002710     OPEN INPUT CUSTMAS
002720     OPEN INPUT JRNL
002730     OPEN INPUT ARCHIN
002740     OPEN INPUT CUSTINFO
002743     OPEN I-O MNTAUD
002746     ACCEPT WS-TIME-OF-DAY FROM TIME
002750     OPEN OUTPUT PRTFILE
002760     PERFORM 3300-READ-ARCHIN THRU 3300-READ-ARCHIN-EXIT
002770     PERFORM 3000-READ-CUSTMAS THRU 3000-READ-CUSTMAS-EXIT.
002890 2000-PRINT-STATEMENT.
002900     MOVE ZERO TO WS-PERIOD-MOVEMENT
002910     MOVE ZERO TO WS-AFTER-MOVEMENT
002911     MOVE WS-PERIOD-END TO WS-STATEMENT-END
002912     MOVE 'N' TO WS-CLOSING-SWITCH
002913     IF CM-STATUS = 'C'
002914         PERFORM 6000-FIND-CLOSURE THRU 6000-FIND-CLOSURE-EXIT
002915     END-IF
002920     PERFORM 3500-LOAD-ENTRIES THRU 3500-LOAD-ENTRIES-EXIT
002930     PERFORM 4100-TALLY-ENTRY THRU 4100-TALLY-ENTRY-EXIT
002940         VARYING WS-ENTRY-SUB FROM 1 BY 1
003060     MOVE WS-BALANCE-LINE TO PRT-LINE
003070     WRITE PRT-LINE AFTER ADVANCING 2 LINES
003080     ADD 1 TO WS-STATEMENT-COUNT
003082     IF CLOSING-STATEMENT
003084         PERFORM 6200-MARK-CLOSURE THRU 6200-MARK-CLOSURE-EXIT
003086     END-IF
003090     PERFORM 3000-READ-CUSTMAS THRU 3000-READ-CUSTMAS-EXIT.
003100 2000-PRINT-STATEMENT-EXIT.
003110     EXIT.
004100*--------------------------------------------------------------
004110* 4100-TALLY-ENTRY - ACCUMULATE ONE TABLE ENTRY INTO THE
004120*                    PERIOD OR AFTER-PERIOD MOVEMENT.  T/W/X/
004130*                    N/F/G/L/P/O/Q/A/K DEBIT THE ACCOUNT, C/D/I/
004140*                    B/E/V CREDIT IT; SPACE TYPES CARRY NO
004150*                    DIRECTION AND ARE LEFT OUT.
004160*--------------------------------------------------------------
004170 4100-TALLY-ENTRY.
004180     IF ET-DATE (WS-ENTRY-SUB) NOT < WS-PERIOD-START
004230             WHEN 'N'
004240             WHEN 'F'
004250             WHEN 'G'
004260             WHEN 'L'
004261             WHEN 'P'
004262             WHEN 'O'
004263             WHEN 'Q'
004264             WHEN 'A'
004265             WHEN 'K'
004266                 IF ET-DATE (WS-ENTRY-SUB) > WS-STATEMENT-END
004270                     SUBTRACT ET-AMOUNT (WS-ENTRY-SUB)
004280                         FROM WS-AFTER-MOVEMENT
004290                 ELSE
004360             WHEN 'I'
004370             WHEN 'E'
004380             WHEN 'V'
004390                 IF ET-DATE (WS-ENTRY-SUB) > WS-STATEMENT-END
004400                     ADD ET-AMOUNT (WS-ENTRY-SUB)
004410                         TO WS-AFTER-MOVEMENT
004420                 ELSE
004700*                       OPENING BALANCE
004710*--------------------------------------------------------------
004720 5000-PRINT-HEADINGS.
004721     IF CLOSING-STATEMENT
004722         MOVE 'CLOSING STATEMENT' TO WS-H1-TITLE
004723     ELSE
004724         MOVE 'CUSTOMER STATEMENT' TO WS-H1-TITLE
004725     END-IF
004730     MOVE WS-PERIOD-START TO WS-H1-START
004740     MOVE WS-STATEMENT-END TO WS-H1-END
004750     MOVE WS-HEAD1-LINE TO PRT-LINE
004760     WRITE PRT-LINE AFTER ADVANCING PAGE
004770     MOVE CM-ACCOUNT-ID TO WS-H2-CUSTOMER-NUMBER
004780     MOVE CM-CUSTOMER-NAME TO WS-H2-CUSTOMER-NAME
004790     MOVE WS-HEAD2-LINE TO PRT-LINE
004800     WRITE PRT-LINE AFTER ADVANCING 1 LINE
004801     IF CLOSING-STATEMENT
004802         MOVE WS-CLOSURE-DATE TO WS-X-CLOSURE-DATE
004803         MOVE WS-CLOSED-LINE TO PRT-LINE
004804         WRITE PRT-LINE AFTER ADVANCING 1 LINE
004805     END-IF
004810     PERFORM 5500-PRINT-ADDRESS THRU 5500-PRINT-ADDRESS-EXIT
004820     MOVE 'OPENING BALANCE: ' TO WS-B-LABEL
004830     MOVE WS-OPENING-BALANCE TO WS-B-AMOUNT
004940 5100-PRINT-ENTRY.
004950     IF ET-DATE (WS-ENTRY-SUB) NOT < WS-PERIOD-START
004960         AND ET-TYPE (WS-ENTRY-SUB) NOT = 'R'
004970         AND ET-DATE (WS-ENTRY-SUB) NOT > WS-STATEMENT-END
004980         MOVE ET-DATE (WS-ENTRY-SUB) TO WS-D-DATE
004990         MOVE ET-TIME (WS-ENTRY-SUB) TO WS-D-TIME
005000         MOVE ET-TYPE (WS-ENTRY-SUB) TO WS-D-TYPE
005070             WHEN 'N'
005080             WHEN 'F'
005090             WHEN 'G'
005091             WHEN 'L'
005092             WHEN 'P'
005093             WHEN 'O'
005094             WHEN 'Q'
005095             WHEN 'A'
005096             WHEN 'K'
005100                 MOVE 'DR' TO WS-D-DRCR
005110                 ADD 1 TO WS-ENTRY-COUNT
005120                 ADD ET-AMOUNT (WS-ENTRY-SUB)
006270     MOVE WS-STATEMENT-COUNT TO WS-C-COUNT
006280     MOVE WS-COUNT-LINE TO PRT-LINE
006290     WRITE PRT-LINE AFTER ADVANCING 2 LINES
006291     MOVE 'CLOSING STATEMENTS:     ' TO WS-C-LABEL
006292     MOVE WS-CLOSING-COUNT TO WS-C-COUNT
006293     MOVE WS-COUNT-LINE TO PRT-LINE
006294     WRITE PRT-LINE AFTER ADVANCING 1 LINE
006300     MOVE 'ENTRIES PRINTED:        ' TO WS-C-LABEL
006310     MOVE WS-ENTRY-COUNT TO WS-C-COUNT
006320     MOVE WS-COUNT-LINE TO PRT-LINE
006470     MOVE WS-DROPPED-COUNT TO WS-C-COUNT
006480     MOVE WS-COUNT-LINE TO PRT-LINE
006490     WRITE PRT-LINE AFTER ADVANCING 1 LINE
006500     MOVE 'CLOSURES NOT MARKED:    ' TO WS-C-LABEL
006501     MOVE WS-MARKER-FAILED-COUNT TO WS-C-COUNT
006502     MOVE WS-COUNT-LINE TO PRT-LINE
006503     WRITE PRT-LINE AFTER ADVANCING 1 LINE
006504     IF WS-DROPPED-COUNT > ZERO OR WS-MARKER-FAILED-COUNT > ZERO
006510         MOVE 4 TO RETURN-CODE
006520     END-IF
006530     MOVE 'TOTAL DEBITS:           ' TO WS-T-LABEL
006640     CLOSE JRNL
006650     CLOSE ARCHIN
006660     CLOSE CUSTINFO
006664     CLOSE MNTAUD
006670     CLOSE PRTFILE
006680     DISPLAY 'STMPRINT - STATEMENTS PRINTED: '
006690         WS-STATEMENT-COUNT.
006700 9000-TERMINATE-EXIT.
006710     EXIT.
006720*--------------------------------------------------------------
006730* 6000-FIND-CLOSURE - BROWSE THE CLOSED ACCOUNT'S MNTAUD ENTRIES
006740*                     IN DATE/TIME ORDER.  THE LATEST ENTRY
006750*                     MOVING IT TO STATUS C IS ITS CLOSURE; AN
006760*                     ACTION M ENTRY AFTER IT MEANS THE CLOSING
006770*                     STATEMENT HAS ALREADY BEEN PRINTED.  AN
006780*                     ACCOUNT WITH NO CLOSURE ON FILE PRINTS AS AN
006790*                     ORDINARY STATEMENT.
006800*--------------------------------------------------------------
006810 6000-FIND-CLOSURE.
006820     MOVE 'N' TO WS-AUDIT-DONE-SWITCH
006830     MOVE CM-ACCOUNT-ID TO MA-CUSTOMER-NUMBER
006840     MOVE ZERO TO MA-DATE
006850     MOVE ZERO TO MA-TIME
006860     START MNTAUD KEY NOT < MA-KEY
006870         INVALID KEY
006880             MOVE 'Y' TO WS-AUDIT-DONE-SWITCH
006890     END-START
006900     PERFORM 6100-EXAMINE-MNTAUD THRU 6100-EXAMINE-MNTAUD-EXIT
006910         UNTIL AUDIT-DONE-FOR-ACCOUNT
006920     IF CLOSING-STATEMENT
006930         AND WS-CLOSURE-DATE > WS-PERIOD-END
006940         MOVE WS-CLOSURE-DATE TO WS-STATEMENT-END
006950     END-IF.
006960 6000-FIND-CLOSURE-EXIT.
006970     EXIT.
006980 6100-EXAMINE-MNTAUD.
006990     READ MNTAUD NEXT RECORD
007000         AT END
007010             MOVE 'Y' TO WS-AUDIT-DONE-SWITCH
007020             GO TO 6100-EXAMINE-MNTAUD-EXIT
007030     END-READ
007040     IF MA-CUSTOMER-NUMBER NOT = CM-ACCOUNT-ID
007050         MOVE 'Y' TO WS-AUDIT-DONE-SWITCH
007060         GO TO 6100-EXAMINE-MNTAUD-EXIT
007070     END-IF
007080     IF MA-ACTION-CODE = 'M'
007090         MOVE 'N' TO WS-CLOSING-SWITCH
007100     ELSE
007110         IF MA-NEW-STATUS = 'C'
007120             AND MA-OLD-STATUS NOT = 'C'
007130             MOVE 'Y' TO WS-CLOSING-SWITCH
007140             MOVE MA-DATE TO WS-CLOSURE-DATE
007150         END-IF
007160     END-IF.
007170 6100-EXAMINE-MNTAUD-EXIT.
007180     EXIT.
007190*--------------------------------------------------------------
007200* 6200-MARK-CLOSURE - RECORD ON MNTAUD THAT THE ACCOUNT'S
007210*                     CLOSING STATEMENT HAS BEEN PRINTED
007220*--------------------------------------------------------------
007230 6200-MARK-CLOSURE.
007240     ADD 1 TO WS-CLOSING-COUNT
007250     MOVE CM-ACCOUNT-ID TO MA-CUSTOMER-NUMBER
007260     MOVE WS-TODAY-CYYDDD TO MA-DATE
007270     MOVE WS-TIME-HHMMSS TO MA-TIME
007280     MOVE 'STMPRT' TO MA-OPERATOR-ID
007290     MOVE 'M' TO MA-ACTION-CODE
007300     MOVE 'C' TO MA-OLD-STATUS
007310     MOVE 'C' TO MA-NEW-STATUS
007320     MOVE ZERO TO MA-OPEN-BALANCE
007330     WRITE MAINT-AUDIT-RECORD
007340         INVALID KEY
007350             ADD 1 TO WS-MARKER-FAILED-COUNT
007360             DISPLAY 'STMPRINT - CLOSURE NOT MARKED FOR: '
007370                 CM-ACCOUNT-ID
007380     END-WRITE.
007390 6200-MARK-CLOSURE-EXIT.
007400     EXIT.
