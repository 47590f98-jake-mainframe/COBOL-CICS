       01  NAMEMAP                   PIC X(7) VALUE 'NAMECOB'
       01  RVSLMAP                   PIC X(7) VALUE 'RVSLCOB'
       01  RELNMAP                   PIC X(7) VALUE 'RELNCOB'
       01  LOANMAP                   PIC X(7) VALUE 'LOANCOB'
       01  TDEPMAP                   PIC X(7) VALUE 'TDEPCOB'
       01  ODLMMAP                   PIC X(7) VALUE 'ODLMCOB'
       01  SWEPMAP                   PIC X(7) VALUE 'SWEPCOB'
       01  STPCMAP                   PIC X(7) VALUE 'STPCCOB'
       01  CARDMAP                   PIC X(7) VALUE 'CARDCOB'
       01  FLAG                      PIC X(5) VALUE 'FLAG:'
       01  FLAG-ANSWER               PIC X(9) VALUE 'TELLNOONE'
       01  VALID-KEY-SW              PIC X(1) VALUE 'Y'.
               EXEC CICS XCTL PROGRAM(RVSLMAP) END-EXEC.
           IF EIBAID = DFHPF8 THEN
               EXEC CICS XCTL PROGRAM(RELNMAP) END-EXEC.
           IF EIBAID = DFHPF13 THEN
               EXEC CICS XCTL PROGRAM(LOANMAP) END-EXEC.
           IF EIBAID = DFHPF14 THEN
               EXEC CICS XCTL PROGRAM(TDEPMAP) END-EXEC.
           IF EIBAID = DFHPF15 THEN
               EXEC CICS XCTL PROGRAM(ODLMMAP) END-EXEC.
           IF EIBAID = DFHPF16 THEN
               EXEC CICS XCTL PROGRAM(SWEPMAP) END-EXEC.
           IF EIBAID = DFHPF17 THEN
               EXEC CICS XCTL PROGRAM(STPCMAP) END-EXEC.
           IF EIBAID = DFHPF18 THEN
               EXEC CICS XCTL PROGRAM(CARDMAP) END-EXEC.
           IF EIBAID NOT = DFHENTER AND EIBAID NOT = SPACE THEN
               MOVE 'N' TO VALID-KEY-SW.
           IF VALID-KEY-SW = 'N' THEN
               MOVE 'INVALID-PF1 PRF PF3 PAY PF4 LST PF5 NAM PF8 REL'
                   TO MAPA11O
               MOVE 'PF6 BAL PF7 MNT PF9 ORD PF10 CSH PF11 APR PF12 RV'
                   TO MAPB11O
               MOVE 'PF13 LN PF14 TD PF15 OD PF16 SW PF17 SP PF18 CRD'
                   TO MAPC11O.
           EXEC CICS
           SEND MAP('HOMEMAP') MAPSET('TESTMSD') ERASE
           END-EXEC.
