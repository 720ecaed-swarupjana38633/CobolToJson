000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    HBADJRP.
000300 AUTHOR.        D. OKAFOR.
000400 INSTALLATION.  ST. VINCENT GENERAL - IT DEPARTMENT.
000500 DATE-WRITTEN.  2026-10-02.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------
000800* MODIFICATION HISTORY
000900* 2026-10-02  DPO  INITIAL VERSION - MONTHLY AR ADJUSTMENT
001000*                  JOURNAL FOR THE FINANCE CLOSE.  LISTS
001100*                  EVERY ADJUSTMENT HBARADJ POSTED IN THE
001200*                  MONTH NAMED ON THE PARAMETER FILE AND
001300*                  TOTALS THEM BY TYPE, SPLIT INTO THE
001400*                  INSURANCE AND PATIENT SIDES.
001500*-----------------------------------------------------------
001600*
001700*-----------------------------------------------------------
001800* ADJ-PARM-FILE CARRIES ONE ROW: THE MONTH AS YYMM.  A
001900* JOURNAL ROW BELONGS TO THE MONTH OF ITS POSTING DATE.  THE
002000* THREE LEDGER TYPES (ALLOWANCE, BAD DEBT, SMALL BALANCE) ARE
002100* ALSO SUMMED AS THE MONTH'S TOTAL REDUCTION OF AR; MONEY
002200* MOVED ONTO AND REFUNDED OFF THE CREDIT-BALANCE FILE NEVER
002300* TOUCHED THE LEDGER AND IS SHOWN ON ITS OWN LINES.
002400*-----------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER.   IBM-370.
002800 OBJECT-COMPUTER.   IBM-370.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT ADJ-PARM-FILE ASSIGN TO "PARMIN"
003200         ORGANIZATION IS LINE SEQUENTIAL.
003300     SELECT OPTIONAL ADJ-JOURNAL-FILE ASSIGN TO "ADJJRNL"
003400         ORGANIZATION IS LINE SEQUENTIAL.
003500     SELECT ADJ-RPT ASSIGN TO "ADJRPT"
003600         ORGANIZATION IS LINE SEQUENTIAL.
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  ADJ-PARM-FILE.
004000 01  ADJ-PARM-RECORD.
004100     03  PARM-MONTH          PIC X(04).
004200 FD  ADJ-JOURNAL-FILE.
004300 COPY ADJREC.
004400 FD  ADJ-RPT.
004500 01  ADJ-LINE                PIC X(100).
004600 WORKING-STORAGE SECTION.
004700 01  HB-SWITCHES.
004800     03  HB-JRNL-EOF-SW      PIC X(01)   VALUE 'N'.
004900         88  HB-JRNL-EOF         VALUE 'Y'.
005000 01  HB-COUNTERS.
005100     03  HB-IN-MONTH-CT      PIC 9(05)   COMP VALUE ZERO.
005200     03  HB-OTHER-MONTH-CT   PIC 9(05)   COMP VALUE ZERO.
005300     03  HB-TYPE-IDX         PIC 9(03)   COMP.
005400*-----------------------------------------------------------
005500* ONE TOTALS ENTRY PER ADJUSTMENT TYPE, IN THE ORDER THEY
005600* PRINT - A, B, S, U, R.  THE LABELS RIDE IN A PARALLEL
005700* TABLE SO THE PRINT LOOP CAN PICK THEM UP BY SUBSCRIPT.
005800*-----------------------------------------------------------
005900 01  HB-TYPE-TOTALS.
006000     03  HB-TYPE-ENTRY OCCURS 5 TIMES.
006100         05  HB-TT-COUNT         PIC 9(05)   COMP.
006200         05  HB-TT-AMOUNT        PIC 9(09)V99.
006300         05  HB-TT-INS-AMOUNT    PIC 9(09)V99.
006400         05  HB-TT-PAT-AMOUNT    PIC 9(09)V99.
006500 01  HB-TYPE-LABELS.
006600     03  FILLER              PIC X(24)
006700                             VALUE 'CONTRACTUAL ALLOWANCE'.
006800     03  FILLER              PIC X(24)
006900                             VALUE 'BAD-DEBT WRITE-OFF'.
007000     03  FILLER              PIC X(24)
007100                             VALUE 'SMALL-BALANCE WRITE-OFF'.
007200     03  FILLER              PIC X(24)
007300                             VALUE 'OVERPAYMENT TO CREDIT'.
007400     03  FILLER              PIC X(24)
007500                             VALUE 'CREDIT-BALANCE REFUND'.
007600 01  HB-TYPE-LABEL-TABLE REDEFINES HB-TYPE-LABELS.
007700     03  HB-TYPE-LABEL       PIC X(24)   OCCURS 5 TIMES.
007800 01  HB-AR-REDUCTION.
007900     03  HB-AR-RED-COUNT     PIC 9(05)   COMP VALUE ZERO.
008000     03  HB-AR-RED-AMOUNT    PIC 9(09)V99 VALUE ZERO.
008100     03  HB-AR-RED-INS       PIC 9(09)V99 VALUE ZERO.
008200     03  HB-AR-RED-PAT       PIC 9(09)V99 VALUE ZERO.
008300 01  HB-REPORT-LINE.
008400     03  FILLER              PIC X(02)   VALUE SPACES.
008500     03  RL-POST-DATE        PIC X(06).
008600     03  FILLER              PIC X(02)   VALUE SPACES.
008700     03  RL-INV-NO           PIC 9(07).
008800     03  FILLER              PIC X(04)   VALUE SPACES.
008900     03  RL-TYPE             PIC X(01).
009000     03  FILLER              PIC X(02)   VALUE SPACES.
009100     03  RL-SIDE             PIC X(01).
009200     03  FILLER              PIC X(02)   VALUE SPACES.
009300     03  RL-AMOUNT           PIC Z,ZZZ,ZZ9.99.
009400     03  FILLER              PIC X(02)   VALUE SPACES.
009500     03  RL-PAYER            PIC X(20).
009600     03  FILLER              PIC X(02)   VALUE SPACES.
009700     03  RL-REASON           PIC X(30).
009800 01  HB-TOTAL-LINE.
009900     03  FILLER              PIC X(02)   VALUE SPACES.
010000     03  TL-LABEL            PIC X(24).
010100     03  TL-COUNT            PIC ZZZZ9.
010200     03  FILLER              PIC X(02)   VALUE SPACES.
010300     03  TL-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.
010400     03  FILLER              PIC X(02)   VALUE SPACES.
010500     03  TL-INS-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
010600     03  FILLER              PIC X(02)   VALUE SPACES.
010700     03  TL-PAT-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
010800 PROCEDURE DIVISION.
010900 0000-MAINLINE.
011000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011100     PERFORM 2000-LIST-ONE-ADJUSTMENT THRU 2000-EXIT
011200         UNTIL HB-JRNL-EOF.
011300     PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT.
011400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
011500     GOBACK.
011600*
011700 1000-INITIALIZE.
011800     OPEN INPUT ADJ-PARM-FILE.
011900     OPEN INPUT ADJ-JOURNAL-FILE.
012000     OPEN OUTPUT ADJ-RPT.
012100     READ ADJ-PARM-FILE
012200         AT END
012300             DISPLAY 'HBADJRP: NO PARAMETER ROW ON PARMIN'
012400             MOVE SPACES     TO PARM-MONTH
012500     END-READ.
012600     PERFORM 1100-CLEAR-ONE-TYPE THRU 1100-EXIT
012700         VARYING HB-TYPE-IDX FROM 1 BY 1
012800         UNTIL HB-TYPE-IDX > 5.
012900     MOVE SPACES             TO ADJ-LINE.
013000     STRING 'ST. VINCENT GENERAL - AR ADJUSTMENT JOURNAL, MONTH '
013100                             DELIMITED BY SIZE
013200         PARM-MONTH          DELIMITED BY SIZE
013300         INTO ADJ-LINE.
013400     WRITE ADJ-LINE.
013500     MOVE SPACES             TO ADJ-LINE.
013600     WRITE ADJ-LINE.
013700     MOVE SPACES             TO ADJ-LINE.
013800     MOVE 'POSTED'           TO ADJ-LINE(3:6).
013900     MOVE 'INVNO'            TO ADJ-LINE(11:5).
014000     MOVE 'T'                TO ADJ-LINE(22:1).
014100     MOVE 'S'                TO ADJ-LINE(25:1).
014200     MOVE 'AMOUNT'           TO ADJ-LINE(34:6).
014300     MOVE 'PAYER'            TO ADJ-LINE(42:5).
014400     MOVE 'REASON'           TO ADJ-LINE(64:6).
014500     WRITE ADJ-LINE.
014600     PERFORM 3000-READ-JOURNAL THRU 3000-EXIT.
014700 1000-EXIT.
014800     EXIT.
014900*
015000 1100-CLEAR-ONE-TYPE.
015100     MOVE ZERO               TO HB-TT-COUNT(HB-TYPE-IDX)
015200                                HB-TT-AMOUNT(HB-TYPE-IDX)
015300                                HB-TT-INS-AMOUNT(HB-TYPE-IDX)
015400                                HB-TT-PAT-AMOUNT(HB-TYPE-IDX).
015500 1100-EXIT.
015600     EXIT.
015700*
015800 2000-LIST-ONE-ADJUSTMENT.
015900     IF JR-POST-DATE(1:4) NOT = PARM-MONTH
016000         ADD 1 TO HB-OTHER-MONTH-CT
016100         GO TO 2000-EXIT
016200     END-IF.
016300     MOVE ZERO               TO HB-TYPE-IDX.
016400     IF JR-TYPE = 'A'
016500         MOVE 1              TO HB-TYPE-IDX
016600     END-IF.
016700     IF JR-TYPE = 'B'
016800         MOVE 2              TO HB-TYPE-IDX
016900     END-IF.
017000     IF JR-TYPE = 'S'
017100         MOVE 3              TO HB-TYPE-IDX
017200     END-IF.
017300     IF JR-TYPE = 'U'
017400         MOVE 4              TO HB-TYPE-IDX
017500     END-IF.
017600     IF JR-TYPE = 'R'
017700         MOVE 5              TO HB-TYPE-IDX
017800     END-IF.
017900     IF HB-TYPE-IDX = ZERO
018000         DISPLAY 'HBADJRP: UNKNOWN TYPE ON JOURNAL, INVOICE - '
018100             JR-INV-NO
018200         GO TO 2000-EXIT
018300     END-IF.
018400     ADD 1 TO HB-IN-MONTH-CT.
018500     ADD 1                   TO HB-TT-COUNT(HB-TYPE-IDX).
018600     ADD JR-AMOUNT           TO HB-TT-AMOUNT(HB-TYPE-IDX).
018700     IF JR-SIDE = 'I'
018800         ADD JR-AMOUNT       TO HB-TT-INS-AMOUNT(HB-TYPE-IDX)
018900     END-IF.
019000     IF JR-SIDE = 'P'
019100         ADD JR-AMOUNT       TO HB-TT-PAT-AMOUNT(HB-TYPE-IDX)
019200     END-IF.
019300     MOVE SPACES             TO HB-REPORT-LINE.
019400     MOVE JR-POST-DATE       TO RL-POST-DATE.
019500     MOVE JR-INV-NO          TO RL-INV-NO.
019600     MOVE JR-TYPE            TO RL-TYPE.
019700     MOVE JR-SIDE            TO RL-SIDE.
019800     MOVE JR-AMOUNT          TO RL-AMOUNT.
019900     MOVE JR-PAYER           TO RL-PAYER.
020000     MOVE JR-REASON          TO RL-REASON.
020100     MOVE HB-REPORT-LINE     TO ADJ-LINE.
020200     WRITE ADJ-LINE.
020300 2000-EXIT.
020400     PERFORM 3000-READ-JOURNAL THRU 3000-EXIT.
020500     EXIT.
020600*
020700 3000-READ-JOURNAL.
020800     READ ADJ-JOURNAL-FILE
020900         AT END SET HB-JRNL-EOF TO TRUE
021000     END-READ.
021100 3000-EXIT.
021200     EXIT.
021300*
021400 5000-PRINT-TOTALS.
021500     MOVE SPACES             TO ADJ-LINE.
021600     WRITE ADJ-LINE.
021700     MOVE SPACES             TO ADJ-LINE.
021800     MOVE 'TYPE'             TO ADJ-LINE(3:4).
021900     MOVE 'COUNT'            TO ADJ-LINE(27:5).
022000     MOVE 'TOTAL'            TO ADJ-LINE(43:5).
022100     MOVE 'INSURANCE'        TO ADJ-LINE(55:9).
022200     MOVE 'PATIENT'          TO ADJ-LINE(73:7).
022300     WRITE ADJ-LINE.
022400     PERFORM 5100-PRINT-ONE-TYPE THRU 5100-EXIT
022500         VARYING HB-TYPE-IDX FROM 1 BY 1
022600         UNTIL HB-TYPE-IDX > 5.
022700     MOVE SPACES             TO ADJ-LINE.
022800     WRITE ADJ-LINE.
022900     MOVE SPACES             TO HB-TOTAL-LINE.
023000     MOVE 'TOTAL AR REDUCTION'   TO TL-LABEL.
023100     MOVE HB-AR-RED-COUNT    TO TL-COUNT.
023200     MOVE HB-AR-RED-AMOUNT   TO TL-AMOUNT.
023300     MOVE HB-AR-RED-INS      TO TL-INS-AMOUNT.
023400     MOVE HB-AR-RED-PAT      TO TL-PAT-AMOUNT.
023500     MOVE HB-TOTAL-LINE      TO ADJ-LINE.
023600     WRITE ADJ-LINE.
023700 5000-EXIT.
023800     EXIT.
023900*
024000*-----------------------------------------------------------
024100* THE CREDIT-BALANCE TYPES CARRY NO SIDE, SO THEIR
024200* INSURANCE AND PATIENT COLUMNS ARE LEFT BLANK RATHER THAN
024300* PRINTED AS A MISLEADING ZERO.
024400*-----------------------------------------------------------
024500 5100-PRINT-ONE-TYPE.
024600     MOVE SPACES             TO HB-TOTAL-LINE.
024700     MOVE HB-TYPE-LABEL(HB-TYPE-IDX)     TO TL-LABEL.
024800     MOVE HB-TT-COUNT(HB-TYPE-IDX)       TO TL-COUNT.
024900     MOVE HB-TT-AMOUNT(HB-TYPE-IDX)      TO TL-AMOUNT.
025000     IF HB-TYPE-IDX > 3
025100         GO TO 5100-WRITE
025200     END-IF.
025300     MOVE HB-TT-INS-AMOUNT(HB-TYPE-IDX)  TO TL-INS-AMOUNT.
025400     MOVE HB-TT-PAT-AMOUNT(HB-TYPE-IDX)  TO TL-PAT-AMOUNT.
025500     ADD HB-TT-COUNT(HB-TYPE-IDX)        TO HB-AR-RED-COUNT.
025600     ADD HB-TT-AMOUNT(HB-TYPE-IDX)       TO HB-AR-RED-AMOUNT.
025700     ADD HB-TT-INS-AMOUNT(HB-TYPE-IDX)   TO HB-AR-RED-INS.
025800     ADD HB-TT-PAT-AMOUNT(HB-TYPE-IDX)   TO HB-AR-RED-PAT.
025900 5100-WRITE.
026000     MOVE HB-TOTAL-LINE      TO ADJ-LINE.
026100     WRITE ADJ-LINE.
026200 5100-EXIT.
026300     EXIT.
026400*
026500 9000-TERMINATE.
026600     CLOSE ADJ-PARM-FILE.
026700     CLOSE ADJ-JOURNAL-FILE.
026800     CLOSE ADJ-RPT.
026900     DISPLAY 'HBADJRP: ADJUSTMENTS IN MONTH = ' HB-IN-MONTH-CT.
027000     DISPLAY 'HBADJRP: OTHER MONTHS SKIPPED = '
027100         HB-OTHER-MONTH-CT.
027200 9000-EXIT.
027300     EXIT.
