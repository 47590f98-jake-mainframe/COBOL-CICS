       01  AUTH-REJECTED                     PIC X(1) VALUE SPACE.
       01  INFO-CHANGE-SW                    PIC X(1) VALUE 'Y'.
           88  INFO-CHANGE-OK                    VALUE 'Y'.
       01  INFO-TAXPAYER-ID                  PIC X(11).
       01  INFO-WITHHOLD-EXEMPT              PIC X(1).
       01  CUSTOMER-INFO-RECORD.
      *
           05  CI-CUSTOMER-NUMBER            PIC X(6).
           05  CI-ADDRESS-LINE-3             PIC X(30).
           05  CI-POSTCODE                   PIC X(8).
           05  CI-PHONE                      PIC X(12).
           05  CI-TAXPAYER-ID                PIC X(11).
           05  CI-WITHHOLD-EXEMPT            PIC X(1).
               88  CI-EXEMPT-FLAG-VALID          VALUE 'Y' 'N'.
      *
       01  MAINT-AUDIT-RECORD.
      *
                   MOVE MAPD05I TO CI-ADDRESS-LINE-3
                   MOVE MAPE05I TO CI-POSTCODE
                   MOVE MAPG05I TO CI-PHONE
                   MOVE MAPH05I TO CI-TAXPAYER-ID
                   MOVE MAPJ05I TO CI-WITHHOLD-EXEMPT
                   MOVE MAPK05I TO ACTION-CODE
                   PERFORM CHECK-AUTHORITY
                   IF AUTH-REJECTED NOT = 'Y' THEN
                   MOVE CI-ADDRESS-LINE-3 TO MAPD05O
                   MOVE CI-POSTCODE TO MAPE05O
                   MOVE CI-PHONE TO MAPG05O
                   MOVE CI-TAXPAYER-ID TO MAPH05O
                   MOVE CI-WITHHOLD-EXEMPT TO MAPJ05O
                   MOVE 'CUSTOMER INFORMATION DISPLAYED' TO MAPF05O
               ELSE
                   MOVE 'NO INFORMATION RECORD ON FILE' TO MAPF05O
                   MOVE MAPD05I TO CI-ADDRESS-LINE-3
                   MOVE MAPE05I TO CI-POSTCODE
                   MOVE MAPG05I TO CI-PHONE
                   MOVE INFO-TAXPAYER-ID TO CI-TAXPAYER-ID
                   MOVE INFO-WITHHOLD-EXEMPT TO CI-WITHHOLD-EXEMPT
                   EXEC CICS
                   REWRITE FILE('CUSTINFO')
                   FROM(CUSTOMER-INFO-RECORD)
                       MOVE 'N' TO INFO-CHANGE-SW
                       MOVE 'ENTER AT LEAST ADDRESS LINE 1' TO MAPF05O
                   END-IF
               END-IF
               IF INFO-CHANGE-OK AND ACTION-CODE NOT = 'D' THEN
                   IF CI-TAXPAYER-ID = LOW-VALUES THEN
                       MOVE SPACES TO CI-TAXPAYER-ID
                   END-IF
                   IF CI-WITHHOLD-EXEMPT = SPACE
                       OR CI-WITHHOLD-EXEMPT = LOW-VALUE THEN
                       MOVE 'N' TO CI-WITHHOLD-EXEMPT
                   END-IF
                   IF NOT CI-EXEMPT-FLAG-VALID THEN
                       MOVE 'N' TO INFO-CHANGE-SW
                       MOVE 'WITHHOLDING EXEMPT MUST BE Y OR N'
                           TO MAPF05O
                   END-IF
                   MOVE CI-TAXPAYER-ID TO INFO-TAXPAYER-ID
                   MOVE CI-WITHHOLD-EXEMPT TO INFO-WITHHOLD-EXEMPT
               END-IF.
       WRITE-MAINT-AUDIT SECTION.
               MOVE SPACES TO MA-CUSTOMER-NUMBER
