000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    HBCLMRP.
000300 AUTHOR.        D. OKAFOR.
000400 INSTALLATION.  ST. VINCENT GENERAL - IT DEPARTMENT.
000500 DATE-WRITTEN.  2026-10-06.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------
000800* MODIFICATION HISTORY
000900* 2026-10-06  DPO  INITIAL VERSION - CLAIM FOLLOW-UP REPORT.
001000*                  LISTS EVERY CLAIM ON THE CLAIM-STATUS
001100*                  MASTER THAT THE PAYER HAS NEITHER PAID NOR
001200*                  DENIED WITHIN THE NUMBER OF DAYS ON THE
001300*                  PARAMETER FILE, SO THE CHASING CALLS NO
001400*                  LONGER DEPEND ON SOMEONE REMEMBERING TO
001500*                  MAKE THEM.
001520* 2026-10-09  DPO  THE RUN DATE IS NOW THE BUSINESS DATE FROM
001540*                  BUSDATE RATHER THAN THE MACHINE CLOCK, SO A
001560*                  RERUN OR A CATCH-UP NIGHT REPORTS AS OF ITS
001580*                  OWN DATE.  NO BUSDATE ROW, NO REPORT.
001600*-----------------------------------------------------------
001700*
001800*-----------------------------------------------------------
001900* CLM-PARM-FILE CARRIES ONE ROW: THE DAY LIMIT (999).  A
002000* CLAIM IS OVERDUE WHEN IT IS STILL SUBMITTED OR ONLY
002100* ACKNOWLEDGED AND MORE THAN THAT MANY DAYS HAVE PASSED
002200* SINCE IT WENT OUT - AN ACKNOWLEDGEMENT SAYS THE PAYER HAS
002300* THE CLAIM, NOT THAT IT WILL PAY.  DAYS ARE COUNTED ON THE
002400* SAME CENTURY-WINDOWED 360-DAY CALENDAR HBARAGE AGES
002500* INVOICES ON.  THE STATUS COUNTS OF THE WHOLE MASTER PRINT
002600* AT THE FOOT.
002700*-----------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER.   IBM-370.
003100 OBJECT-COMPUTER.   IBM-370.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT CLM-PARM-FILE ASSIGN TO "PARMIN"
003500         ORGANIZATION IS LINE SEQUENTIAL.
003600     SELECT OPTIONAL CLAIM-STATUS-FILE ASSIGN TO "CLMSTAT"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS SEQUENTIAL
003900         RECORD KEY IS CS-INV-NO.
004000     SELECT CLAIM-RPT ASSIGN TO "CLMRPT"
004100         ORGANIZATION IS LINE SEQUENTIAL.
004133     SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
004166         ORGANIZATION IS LINE SEQUENTIAL.
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  CLM-PARM-FILE.
004500 01  CLM-PARM-RECORD.
004600     03  PARM-DAYS           PIC 9(03).
004700 FD  CLAIM-STATUS-FILE.
004800 COPY CLMSTREC.
004900 FD  CLAIM-RPT.
005000 01  CLAIM-LINE              PIC X(90).
005033 FD  BUSINESS-DATE-FILE.
005066 01  BUSINESS-DATE-LINE      PIC X(27).
005100 WORKING-STORAGE SECTION.
005200 01  HB-SWITCHES.
005233     03  HB-NO-BUS-DATE-SW   PIC X(01)   VALUE 'N'.
005266         88  HB-NO-BUS-DATE      VALUE 'Y'.
005300     03  HB-CLAIM-EOF-SW     PIC X(01)   VALUE 'N'.
005400         88  HB-CLAIM-EOF        VALUE 'Y'.
005500 01  HB-COUNTERS.
005600     03  HB-SUBMITTED-CT     PIC 9(05)   COMP VALUE ZERO.
005700     03  HB-ACKED-CT         PIC 9(05)   COMP VALUE ZERO.
005800     03  HB-PAID-CT          PIC 9(05)   COMP VALUE ZERO.
005900     03  HB-DENIED-CT        PIC 9(05)   COMP VALUE ZERO.
006000     03  HB-OVERDUE-CT       PIC 9(05)   COMP VALUE ZERO.
006100 01  HB-DATE-WORK.
006200     03  HB-RUN-DATE         PIC X(06).
006300     03  HB-YY               PIC 9(02).
006400     03  HB-YYYY             PIC 9(04).
006500     03  HB-MM               PIC 9(02).
006600     03  HB-DD               PIC 9(02).
006700     03  HB-CALC-DAYS        PIC 9(07).
006800     03  HB-RUN-DAYS         PIC 9(07).
006900     03  HB-WAIT-DAYS        PIC S9(05).
007000 01  HB-WORK-FIELDS.
007100     03  HB-DAY-LIMIT        PIC 9(03)   VALUE 30.
007200     03  HB-OVERDUE-AMT      PIC 9(09)V99 VALUE ZERO.
007300 01  HB-REPORT-LINE.
007400     03  FILLER              PIC X(02)   VALUE SPACES.
007500     03  RL-INV-NO           PIC 9(07).
007600     03  FILLER              PIC X(02)   VALUE SPACES.
007700     03  RL-PAYER            PIC X(20).
007800     03  FILLER              PIC X(02)   VALUE SPACES.
007900     03  RL-STATUS           PIC X(01).
008000     03  FILLER              PIC X(02)   VALUE SPACES.
008100     03  RL-SUBMIT-DATE      PIC X(06).
008200     03  FILLER              PIC X(02)   VALUE SPACES.
008300     03  RL-ACK-DATE         PIC X(06).
008400     03  FILLER              PIC X(02)   VALUE SPACES.
008500     03  RL-CLAIM-AMT        PIC Z,ZZZ,ZZ9.99.
008600     03  FILLER              PIC X(02)   VALUE SPACES.
008700     03  RL-WAIT-DAYS        PIC ZZZZ9.
008800     03  FILLER              PIC X(02)   VALUE SPACES.
008900     03  RL-MRN              PIC 9(07).
009000 01  HB-TOTAL-LINE.
009100     03  FILLER              PIC X(02)   VALUE SPACES.
009200     03  TL-LABEL            PIC X(24).
009300     03  TL-COUNT            PIC ZZZZ9.
009400     03  FILLER              PIC X(02)   VALUE SPACES.
009500     03  TL-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.
009550 COPY BDATEREC.
009600 PROCEDURE DIVISION.
009700 0000-MAINLINE.
009716     PERFORM 0100-READ-BUSINESS-DATE THRU 0100-EXIT.
009732     IF HB-NO-BUS-DATE
009748         MOVE 16             TO RETURN-CODE
009764         GOBACK
009780     END-IF.
009800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
009900     PERFORM 2000-CHECK-ONE-CLAIM THRU 2000-EXIT
010000         UNTIL HB-CLAIM-EOF.
010100     PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT.
010200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
010300     GOBACK.
010305*
010310*-----------------------------------------------------------
010315* THE RUN DATE IS THE BUSINESS DATE ON BUSDATE, NOT THE
010320* MACHINE CLOCK.  A CLOSED DATE STILL REPORTS AS OF
010325* ITSELF; NO BUSDATE ROW AT ALL HOLDS THE STREAM.
010330*-----------------------------------------------------------
010335 0100-READ-BUSINESS-DATE.
010340     OPEN INPUT BUSINESS-DATE-FILE.
010345     READ BUSINESS-DATE-FILE INTO BUSINESS-DATE-RECORD
010350         AT END SET HB-NO-BUS-DATE TO TRUE
010355     END-READ.
010360     CLOSE BUSINESS-DATE-FILE.
010365     IF HB-NO-BUS-DATE
010370         DISPLAY 'HBCLMRP: NO BUSINESS DATE ON BUSDATE - NOT RUN'
010375         GO TO 0100-EXIT
010380     END-IF.
010385 0100-EXIT.
010390     EXIT.
010400*
010500 1000-INITIALIZE.
010600     OPEN INPUT CLM-PARM-FILE.
010700     OPEN INPUT CLAIM-STATUS-FILE.
010800     OPEN OUTPUT CLAIM-RPT.
010900     READ CLM-PARM-FILE
011000         AT END
011100             DISPLAY 'HBCLMRP: NO PARAMETER ROW ON PARMIN - '
011200                 'USING 30 DAYS'
011300             MOVE 30         TO PARM-DAYS
011400     END-READ.
011500     IF PARM-DAYS NUMERIC
011600         MOVE PARM-DAYS      TO HB-DAY-LIMIT
011700     END-IF.
011800     MOVE BD-BUS-DATE        TO HB-RUN-DATE.
011900     MOVE HB-RUN-DATE(1:2)   TO HB-YY.
012000     MOVE HB-RUN-DATE(3:2)   TO HB-MM.
012100     MOVE HB-RUN-DATE(5:2)   TO HB-DD.
012200     PERFORM 4000-CALC-DAYS THRU 4000-EXIT.
012300     MOVE HB-CALC-DAYS       TO HB-RUN-DAYS.
012400     MOVE SPACES             TO CLAIM-LINE.
012500     STRING 'ST. VINCENT GENERAL - CLAIMS WITH NO PAYER RESPONSE'
012600                             DELIMITED BY SIZE
012700         ' AFTER '           DELIMITED BY SIZE
012800         HB-DAY-LIMIT        DELIMITED BY SIZE
012900         ' DAYS, AS OF '     DELIMITED BY SIZE
013000         HB-RUN-DATE         DELIMITED BY SIZE
013100         INTO CLAIM-LINE.
013200     WRITE CLAIM-LINE.
013300     MOVE SPACES             TO CLAIM-LINE.
013400     WRITE CLAIM-LINE.
013500     MOVE SPACES             TO CLAIM-LINE.
013600     MOVE 'INVNO'            TO CLAIM-LINE(3:5).
013700     MOVE 'PAYER'            TO CLAIM-LINE(12:5).
013800     MOVE 'S'                TO CLAIM-LINE(34:1).
013900     MOVE 'SENT'             TO CLAIM-LINE(37:4).
014000     MOVE 'ACKED'            TO CLAIM-LINE(45:5).
014100     MOVE 'AMOUNT'           TO CLAIM-LINE(59:6).
014200     MOVE 'DAYS'             TO CLAIM-LINE(68:4).
014300     MOVE 'MRN'              TO CLAIM-LINE(74:3).
014400     WRITE CLAIM-LINE.
014500     PERFORM 3000-READ-CLAIM THRU 3000-EXIT.
014600 1000-EXIT.
014700     EXIT.
014800*
014900 2000-CHECK-ONE-CLAIM.
015000     IF CS-PAID
015100         ADD 1 TO HB-PAID-CT
015200         GO TO 2000-EXIT
015300     END-IF.
015400     IF CS-DENIED
015500         ADD 1 TO HB-DENIED-CT
015600         GO TO 2000-EXIT
015700     END-IF.
015800     IF CS-ACKNOWLEDGED
015900         ADD 1 TO HB-ACKED-CT
016000     ELSE
016100         ADD 1 TO HB-SUBMITTED-CT
016200     END-IF.
016300     MOVE CS-SUBMIT-DATE(1:2) TO HB-YY.
016400     MOVE CS-SUBMIT-DATE(3:2) TO HB-MM.
016500     MOVE CS-SUBMIT-DATE(5:2) TO HB-DD.
016600     PERFORM 4000-CALC-DAYS THRU 4000-EXIT.
016700     COMPUTE HB-WAIT-DAYS = HB-RUN-DAYS - HB-CALC-DAYS.
016800     IF HB-WAIT-DAYS NOT > HB-DAY-LIMIT
016900         GO TO 2000-EXIT
017000     END-IF.
017100     ADD 1 TO HB-OVERDUE-CT.
017200     ADD CS-CLAIM-AMT        TO HB-OVERDUE-AMT.
017300     MOVE SPACES             TO HB-REPORT-LINE.
017400     MOVE CS-INV-NO          TO RL-INV-NO.
017500     MOVE CS-PAYER           TO RL-PAYER.
017600     MOVE CS-STATUS          TO RL-STATUS.
017700     MOVE CS-SUBMIT-DATE     TO RL-SUBMIT-DATE.
017800     MOVE CS-ACK-DATE        TO RL-ACK-DATE.
017900     MOVE CS-CLAIM-AMT       TO RL-CLAIM-AMT.
018000     MOVE HB-WAIT-DAYS       TO RL-WAIT-DAYS.
018100     MOVE CS-MRN             TO RL-MRN.
018200     MOVE HB-REPORT-LINE     TO CLAIM-LINE.
018300     WRITE CLAIM-LINE.
018400 2000-EXIT.
018500     PERFORM 3000-READ-CLAIM THRU 3000-EXIT.
018600     EXIT.
018700*
018800 3000-READ-CLAIM.
018900     READ CLAIM-STATUS-FILE NEXT RECORD
019000         AT END SET HB-CLAIM-EOF TO TRUE
019100     END-READ.
019200 3000-EXIT.
019300     EXIT.
019400*
019500*-----------------------------------------------------------
019600* HB-YY/HB-MM/HB-DD IN, HB-CALC-DAYS OUT - THE SAME 360-DAY
019700* CALENDAR DAY NUMBER ON A CENTURY-WINDOWED YEAR (70-99
019800* MEANS 19XX, 00-69 MEANS 20XX) THAT HBARAGE USES.
019900*-----------------------------------------------------------
020000 4000-CALC-DAYS.
020100     IF HB-YY >= 70
020200         COMPUTE HB-YYYY = 1900 + HB-YY
020300     ELSE
020400         COMPUTE HB-YYYY = 2000 + HB-YY
020500     END-IF.
020600     COMPUTE HB-CALC-DAYS =
020700         (HB-YYYY * 360) + (HB-MM * 30) + HB-DD.
020800 4000-EXIT.
020900     EXIT.
021000*
021100 5000-PRINT-TOTALS.
021200     MOVE SPACES             TO CLAIM-LINE.
021300     WRITE CLAIM-LINE.
021400     MOVE SPACES             TO HB-TOTAL-LINE.
021500     MOVE 'OVERDUE (LISTED ABOVE)' TO TL-LABEL.
021600     MOVE HB-OVERDUE-CT      TO TL-COUNT.
021700     MOVE HB-OVERDUE-AMT     TO TL-AMOUNT.
021800     MOVE HB-TOTAL-LINE      TO CLAIM-LINE.
021900     WRITE CLAIM-LINE.
022000     MOVE SPACES             TO CLAIM-LINE.
022100     WRITE CLAIM-LINE.
022200     MOVE SPACES             TO HB-TOTAL-LINE.
022300     MOVE 'SUBMITTED'        TO TL-LABEL.
022400     MOVE HB-SUBMITTED-CT    TO TL-COUNT.
022500     MOVE HB-TOTAL-LINE      TO CLAIM-LINE.
022600     WRITE CLAIM-LINE.
022700     MOVE SPACES             TO HB-TOTAL-LINE.
022800     MOVE 'ACKNOWLEDGED'     TO TL-LABEL.
022900     MOVE HB-ACKED-CT        TO TL-COUNT.
023000     MOVE HB-TOTAL-LINE      TO CLAIM-LINE.
023100     WRITE CLAIM-LINE.
023200     MOVE SPACES             TO HB-TOTAL-LINE.
023300     MOVE 'PAID'             TO TL-LABEL.
023400     MOVE HB-PAID-CT         TO TL-COUNT.
023500     MOVE HB-TOTAL-LINE      TO CLAIM-LINE.
023600     WRITE CLAIM-LINE.
023700     MOVE SPACES             TO HB-TOTAL-LINE.
023800     MOVE 'DENIED'           TO TL-LABEL.
023900     MOVE HB-DENIED-CT       TO TL-COUNT.
024000     MOVE HB-TOTAL-LINE      TO CLAIM-LINE.
024100     WRITE CLAIM-LINE.
024200 5000-EXIT.
024300     EXIT.
024400*
024500 9000-TERMINATE.
024600     CLOSE CLM-PARM-FILE.
024700     CLOSE CLAIM-STATUS-FILE.
024800     CLOSE CLAIM-RPT.
024900     DISPLAY 'HBCLMRP: CLAIMS OVERDUE     = ' HB-OVERDUE-CT.
025000 9000-EXIT.
025100     EXIT.
