001630*                  THEM ('VOIDED BY REVERSAL') - A REVERSAL
001640*                  NIGHT USED TO SHOW RED ON A STREAM THAT
001650*                  WAS ACTUALLY IN BALANCE.
001660* 2026-10-09  DPO  BALANCES ONLY THE CTLTOTS ROWS STAMPED WITH
001670*                  THE OPEN BUSINESS DATE ON BUSDATE, PRINTS
001680*                  THE DATE IN THE HEADING, AND RECORDS THE
001690*                  RED/GREEN VERDICT BACK ON BUSDATE - HBBDATE
001691*                  WILL NOT CLOSE THE DATE UNTIL IT IS GREEN.
001692*                  NO OPEN DATE IS A RED RUN ON ITS OWN.
001700*-----------------------------------------------------------
001800*
001900*-----------------------------------------------------------
002900* A COUNTER THAT NEVER ARRIVED ON CTLTOTS MEANS A STEP DID
003000* NOT RUN OR DIED BEFORE TERMINATION - THAT IS RED ON ITS
003100* OWN, NOT A ZERO TO BALANCE AGAINST.
003110* ROWS STAMPED WITH ANY OTHER BUSINESS DATE ARE LEFT OUT OF
003120* THE TABLE AND COUNTED ON THE REPORT - THEY BELONG TO SOME
003130* OTHER NIGHT AND MUST NOT BALANCE THIS ONE.
003200*-----------------------------------------------------------
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
004000         ORGANIZATION IS LINE SEQUENTIAL.
004100     SELECT BALANCE-RPT ASSIGN TO "BALRPT"
004200         ORGANIZATION IS LINE SEQUENTIAL.
004210     SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
004220         ORGANIZATION IS LINE SEQUENTIAL.
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  CONTROL-TOTAL-FILE.
004600 COPY CTLREC.
004700 FD  BALANCE-RPT.
004800 01  BALANCE-LINE            PIC X(80).
004810 FD  BUSINESS-DATE-FILE.
004820 01  BUSINESS-DATE-LINE      PIC X(27).
004900 WORKING-STORAGE SECTION.
005000 01  HB-SWITCHES.
005100     03  HB-CTL-EOF-SW       PIC X(01)   VALUE 'N'.
005600         88  HB-RUN-RED          VALUE 'Y'.
005700     03  HB-RULE-RED-SW      PIC X(01)   VALUE 'N'.
005800         88  HB-RULE-RED         VALUE 'Y'.
005810     03  HB-NO-BUS-DATE-SW   PIC X(01)   VALUE 'N'.
005820         88  HB-NO-BUS-DATE      VALUE 'Y'.
005900 01  HB-COUNTERS.
006000     03  HB-CTL-ROW-CT       PIC 9(05)   COMP VALUE ZERO.
006050     03  HB-OTHER-DATE-CT    PIC 9(05)   COMP VALUE ZERO.
006100     03  HB-TBL-COUNT        PIC 9(03)   COMP VALUE ZERO.
006200     03  HB-TBL-IDX          PIC 9(03)   COMP.
006300 01  HB-WORK-FIELDS.
008500     03  RL-LEFT             PIC ZZZZZZ9.
008600     03  FILLER              PIC X(01)   VALUE SPACES.
008700     03  RL-RIGHT            PIC ZZZZZZ9.
008750 COPY BDATEREC.
008800 PROCEDURE DIVISION.
008900 0000-MAINLINE.
009000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
009400     PERFORM 4100-CHECK-CENSUS-TO-RECON THRU 4100-EXIT.
009500     PERFORM 4200-CHECK-EXCEPTION-LIMITS THRU 4200-EXIT.
009600     PERFORM 5000-PRINT-VERDICT THRU 5000-EXIT.
009650     PERFORM 5100-RECORD-VERDICT THRU 5100-EXIT.
009700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
009800     GOBACK.
009900*
010000 1000-INITIALIZE.
010050     PERFORM 1100-READ-BUSINESS-DATE THRU 1100-EXIT.
010100     OPEN INPUT CONTROL-TOTAL-FILE.
010200     OPEN OUTPUT BALANCE-RPT.
010250     MOVE SPACES             TO BALANCE-LINE.
010300     STRING 'ST. VINCENT GENERAL - NIGHTLY RUN BALANCE FOR '
010350                             DELIMITED BY SIZE
010400         BD-BUS-DATE         DELIMITED BY SIZE
010450         INTO BALANCE-LINE.
010500     WRITE BALANCE-LINE.
010510     IF HB-NO-BUS-DATE
010520         MOVE '  NO OPEN BUSINESS DATE ON BUSDATE - RUN IS RED'
010530                             TO BALANCE-LINE
010540         WRITE BALANCE-LINE
010550     END-IF.
010600     MOVE SPACES             TO BALANCE-LINE.
010700     WRITE BALANCE-LINE.
010800     PERFORM 3000-READ-CTL THRU 3000-EXIT.
010900 1000-EXIT.
011000     EXIT.
011010*
011020*-----------------------------------------------------------
011030* THE DATE BEING BALANCED IS THE ONE HBBDATE OPENED.  WITH
011040* NO OPEN DATE THERE IS NOTHING TO BALANCE AGAINST - THE RUN
011050* GOES RED AND NO VERDICT IS RECORDED.
011060*-----------------------------------------------------------
011070 1100-READ-BUSINESS-DATE.
011075     OPEN INPUT BUSINESS-DATE-FILE.
011080     READ BUSINESS-DATE-FILE INTO BUSINESS-DATE-RECORD
011085         AT END
011090             MOVE SPACES     TO BUSINESS-DATE-RECORD
011092             SET HB-NO-BUS-DATE TO TRUE
011094     END-READ.
011096     CLOSE BUSINESS-DATE-FILE.
011097     IF NOT BD-DATE-OPEN
011098         SET HB-NO-BUS-DATE TO TRUE
011099     END-IF.
011100     IF HB-NO-BUS-DATE
011101         DISPLAY 'HBBALNC: NO OPEN BUSINESS DATE ON BUSDATE'
011102         SET HB-RUN-RED TO TRUE
011103     END-IF.
011104 1100-EXIT.
011105     EXIT.
011106*
011200 2000-LOAD-CTL-ROW.
011300     ADD 1 TO HB-CTL-ROW-CT.
011310     IF CTL-BUS-DATE NOT = BD-BUS-DATE
011320         ADD 1 TO HB-OTHER-DATE-CT
011330         GO TO 2000-EXIT
011340     END-IF.
011400     IF HB-TBL-COUNT >= 50
011500         DISPLAY 'HBBALNC: CONTROL TABLE FULL, DROPPING - '
011600             CTL-PROG-NAME ' ' CTL-COUNTER-NAME
028900 5000-PRINT-VERDICT.
029000     MOVE SPACES             TO BALANCE-LINE.
029100     WRITE BALANCE-LINE.
029110     IF HB-OTHER-DATE-CT > ZERO
029120         MOVE SPACES         TO HB-REPORT-LINE
029130         MOVE 'CTLTOTS ROWS FOR ANOTHER DATE - IGNORED'
029140                             TO RL-RULE-TEXT
029150         MOVE HB-OTHER-DATE-CT TO RL-LEFT
029160         MOVE HB-REPORT-LINE TO BALANCE-LINE
029170         WRITE BALANCE-LINE
029180     END-IF.
029200     IF HB-RUN-RED
029300         MOVE '  RUN VERDICT: RED - HOLD THE STATE FEED'
029400                             TO BALANCE-LINE
029900     WRITE BALANCE-LINE.
030000 5000-EXIT.
030100     EXIT.
030110*
030120*-----------------------------------------------------------
030130* THE VERDICT GOES BACK ON THE BUSDATE ROW FOR HBBDATE'S
030140* CLOSE.  A RERUN AFTER THE RED ITEMS ARE PUT RIGHT SIMPLY
030150* OVERWRITES IT.
030160*-----------------------------------------------------------
030170 5100-RECORD-VERDICT.
030175     IF HB-NO-BUS-DATE
030180         GO TO 5100-EXIT
030185     END-IF.
030190     IF HB-RUN-RED
030195         SET BD-BAL-RED      TO TRUE
030200     ELSE
030205         SET BD-BAL-GREEN    TO TRUE
030210     END-IF.
030215     OPEN OUTPUT BUSINESS-DATE-FILE.
030220     WRITE BUSINESS-DATE-LINE FROM BUSINESS-DATE-RECORD.
030225     CLOSE BUSINESS-DATE-FILE.
030230 5100-EXIT.
030235     EXIT.
030240*
030300 9000-TERMINATE.
030400     CLOSE CONTROL-TOTAL-FILE.
030500     CLOSE BALANCE-RPT.
030600     DISPLAY 'HBBALNC: CONTROL ROWS READ = ' HB-CTL-ROW-CT.
030650     DISPLAY 'HBBALNC: OTHER-DATE ROWS   = ' HB-OTHER-DATE-CT.
030700     IF HB-RUN-RED
030800         DISPLAY 'HBBALNC: RUN VERDICT       = RED'
030900     ELSE
