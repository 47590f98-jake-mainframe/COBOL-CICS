000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CNVCINF1.
000030 AUTHOR.        D SHAH.
000040 INSTALLATION.  RETAIL BANKING SYSTEMS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*--------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 10/15/26   DS    ONE-TIME CONVERSION OF CUSTINFO TO ADD THE
000120*                  TAXPAYER ID AND THE WITHHOLDING-EXEMPT FLAG
000130*                  AFTER THE PHONE NUMBER, FOR THE YEAR-END
000140*                  INTEREST TAX JOB (INTTAX).  EXISTING RECORDS
000150*                  CARRY A SPACE TAXPAYER ID - INTTAX LISTS
000160*                  THOSE CUSTOMERS UNTIL THE BRANCH KEYS THE ID
000170*                  THROUGH CINFCOB - AND AN EXEMPT FLAG OF N.
000180*                  THE RECORD BECOMES 128 BYTES.  RUN ONCE,
000190*                  BEFORE THE NEXT ONLINE CICS START-UP.
000200*--------------------------------------------------------------
000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.
000240     SELECT OLDCINF ASSIGN TO OLDCINF
000250         ORGANIZATION IS SEQUENTIAL.
000260     SELECT NEWCINF ASSIGN TO NEWCINF
000270         ORGANIZATION IS SEQUENTIAL.
000280 DATA DIVISION.
000290 FILE SECTION.
000300 FD  OLDCINF
000310     RECORDING MODE IS F
000320     LABEL RECORDS ARE STANDARD.
000330 01  OLD-CUSTOMER-INFO-RECORD.
000340     05  OI-CUSTOMER-NUMBER        PIC X(06).
000350     05  OI-ADDRESS-LINE-1         PIC X(30).
000360     05  OI-ADDRESS-LINE-2         PIC X(30).
000370     05  OI-ADDRESS-LINE-3         PIC X(30).
000380     05  OI-POSTCODE               PIC X(08).
000390     05  OI-PHONE                  PIC X(12).
000400 FD  NEWCINF
000410     RECORDING MODE IS F
000420     LABEL RECORDS ARE STANDARD.
000430 01  NEW-CUSTOMER-INFO-RECORD.
000440     05  NI-CUSTOMER-NUMBER        PIC X(06).
000450     05  NI-ADDRESS-LINE-1         PIC X(30).
000460     05  NI-ADDRESS-LINE-2         PIC X(30).
000470     05  NI-ADDRESS-LINE-3         PIC X(30).
000480     05  NI-POSTCODE               PIC X(08).
000490     05  NI-PHONE                  PIC X(12).
000500     05  NI-TAXPAYER-ID            PIC X(11).
000510     05  NI-WITHHOLD-EXEMPT        PIC X(01).
000520 WORKING-STORAGE SECTION.
000530 77  WS-EOF-SWITCH                 PIC X(01) VALUE 'N'.
000540     88  END-OF-OLDCINF                VALUE 'Y'.
000550 77  WS-RECORD-COUNT               PIC 9(07) VALUE ZERO.
000560 PROCEDURE DIVISION.
000570 0000-MAINLINE.
000580     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
000590     PERFORM 2000-CONVERT-RECORD THRU 2000-CONVERT-RECORD-EXIT
000600         UNTIL END-OF-OLDCINF
000610     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
000620     GOBACK.
000630*--------------------------------------------------------------
000640* 1000-INITIALIZE - OPEN FILES AND PRIME THE READ
000650*--------------------------------------------------------------
000660 1000-INITIALIZE.
000670     OPEN INPUT OLDCINF
000680     OPEN OUTPUT NEWCINF
000690     PERFORM 3000-READ-OLDCINF THRU 3000-READ-OLDCINF-EXIT.
000700 1000-INITIALIZE-EXIT.
000710     EXIT.
000720*--------------------------------------------------------------
000730* 2000-CONVERT-RECORD - MAP ONE OLD-LAYOUT RECORD TO THE NEW
000740*                       LAYOUT WITH NO TAXPAYER ID, NOT EXEMPT
000750*--------------------------------------------------------------
000760 2000-CONVERT-RECORD.
000770     MOVE OI-CUSTOMER-NUMBER TO NI-CUSTOMER-NUMBER
000780     MOVE OI-ADDRESS-LINE-1 TO NI-ADDRESS-LINE-1
000790     MOVE OI-ADDRESS-LINE-2 TO NI-ADDRESS-LINE-2
000800     MOVE OI-ADDRESS-LINE-3 TO NI-ADDRESS-LINE-3
000810     MOVE OI-POSTCODE TO NI-POSTCODE
000820     MOVE OI-PHONE TO NI-PHONE
000830     MOVE SPACES TO NI-TAXPAYER-ID
000840     MOVE 'N' TO NI-WITHHOLD-EXEMPT
000850     WRITE NEW-CUSTOMER-INFO-RECORD
000860     ADD 1 TO WS-RECORD-COUNT
000870     PERFORM 3000-READ-OLDCINF THRU 3000-READ-OLDCINF-EXIT.
000880 2000-CONVERT-RECORD-EXIT.
000890     EXIT.
000900*--------------------------------------------------------------
000910* 3000-READ-OLDCINF - READ THE NEXT OLD-LAYOUT RECORD
000920*--------------------------------------------------------------
000930 3000-READ-OLDCINF.
000940     READ OLDCINF
000950         AT END
000960             MOVE 'Y' TO WS-EOF-SWITCH
000970     END-READ.
000980 3000-READ-OLDCINF-EXIT.
000990     EXIT.
001000*--------------------------------------------------------------
001010* 9000-TERMINATE - CLOSE FILES AND DISPLAY A RUN SUMMARY
001020*--------------------------------------------------------------
001030 9000-TERMINATE.
001040     CLOSE OLDCINF
001050     CLOSE NEWCINF
001060     DISPLAY 'CNVCINF1 - CUSTINFO TAXPAYER ID ADD COMPLETE'
001070     DISPLAY 'RECORDS CONVERTED: ' WS-RECORD-COUNT.
001080 9000-TERMINATE-EXIT.
001090     EXIT.
