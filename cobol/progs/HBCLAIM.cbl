000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    HBCLAIM.
000300 AUTHOR.        D. OKAFOR.
000400 INSTALLATION.  ST. VINCENT GENERAL - IT DEPARTMENT.
000500 DATE-WRITTEN.  2026-10-06.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------
000800* MODIFICATION HISTORY
000900* 2026-10-06  DPO  INITIAL VERSION - NIGHTLY ELECTRONIC CLAIM
001000*                  EXTRACT.  HBARLOAD HAS BEEN LEDGERING THE
001100*                  INSURANCE PORTION OF EVERY INSURED STAY,
001200*                  BUT THE CLAIM ITSELF STILL WENT TO THE
001300*                  INSURER ON PAPER - EACH NEWLY LEDGERED
001400*                  INSURANCE PORTION NOW GOES OUT ON CLAIMOUT,
001500*                  GROUPED BY PAYER, FOR THE SAME JSON
001600*                  CONVERSION STEP THE CENSUS FEED USES, AND
001700*                  IS ENTERED ON THE CLAIM-STATUS MASTER AS
001800*                  SUBMITTED.
001820* 2026-10-09  DPO  THE RUN DATE IS NOW THE OPEN BUSINESS DATE
001840*                  FROM BUSDATE RATHER THAN THE MACHINE CLOCK,
001860*                  SO A RUN AFTER MIDNIGHT OR A CATCH-UP NIGHT
001880*                  POSTS TO ITS OWN DATE.  NO OPEN DATE, NO RUN.
001883* 2026-10-15  DPO  ONLY INVOICES BILLED ON OR AFTER THE CLAIM
001886*                  CUTOVER DATE (THE 'CLAIMSTART' ROW ON
001889*                  REFMSTR) ARE CLAIMED.  WITHOUT IT THE FIRST
001892*                  NIGHT SENT EVERY OPEN INSURANCE PORTION
001895*                  ALREADY CLAIMED ON PAPER A SECOND TIME.
001896* 2026-10-15  DPO  A RERUN OF THE OPEN DATE NOW PUTS THE CLAIMS
001897*                  ALREADY MARKED SUBMITTED ON THAT DATE BACK ON
001898*                  THE REBUILT CLAIMOUT - THEY WERE SKIPPED, AND
001899*                  SO NEVER SENT, AFTER A FAILED FIRST RUN.
001900*-----------------------------------------------------------
002000*
002100*-----------------------------------------------------------
002200* THIS PROGRAM WRITES THE FIXED-FORMAT FEED (CLMREC.CPY
002300* DESCRIBES THE LAYOUT) AND LEAVES JSON AND THE PAYER
002400* SUBMISSION TO THE CONVERSION AND SUBMISSION STEPS THAT
002500* FOLLOW IT, EXACTLY AS HBNITEXT DOES FOR THE CENSUS.
002600* AN INVOICE IS CLAIMED WHEN IT IS OPEN, HAS A PAYER AND AN
002700* INSURANCE PORTION THE PAYER HAS NOT YET PAID ANY OF, AND
002800* HAS NO ROW ON THE CLAIM-STATUS MASTER.  THE MASTER ROW IS
002900* WHAT STOPS A SECOND SUBMISSION, SO AN INVOICE THAT MISSES
003000* A NIGHT (NO PAYER MASTER ROW, TABLE FULL) IS SIMPLY PICKED
003100* UP ON A LATER ONE.
003107* PAPER CLAIMS STILL OUTSTANDING WHEN THE FEED WENT LIVE HAVE
003114* NO CLAIM-STATUS ROW EITHER, SO THE CLAIM-STATUS MASTER
003121* ALONE WOULD SEND THEM AGAIN.  THE 'CLAIMSTART' ROW ON THE
003128* REFERENCE MASTER (REFMSTR, KEYED THROUGH HBRATMNT LIKE THE
003135* 'HOSPITAL' ROW) HOLDS THE CUTOVER DATE AS YYMMDD IN THE
003142* FIRST SIX BYTES OF ITS VALUE: AN INVOICE BILLED BEFORE IT
003149* WENT TO THE PAYER ON PAPER AND IS NEVER CLAIMED HERE.  THE
003156* DATE IS THE FIRST BUSINESS DATE THIS STEP RAN ON, AND IS
003163* KEYED BEFORE THAT NIGHT - WITH NO USABLE ROW THE STEP WILL
003170* NOT RUN, RATHER THAN GUESS.  A CUTOVER DATE WAS CHOSEN OVER
003177* SEEDING CLMSTAT WITH THE PAPER CLAIMS BECAUSE THE MASTER'S
003184* ROWS ARE WHAT HBRMTIN MATCHES PAYER RESPONSES AGAINST, AND
003191* A PAPER CLAIM'S RESPONSE NEVER COMES BACK THAT WAY.
003192* HBBDATE LETS A FAILED NIGHT BE RERUN ON THE SAME OPEN DATE,
003193* AND CLAIMOUT IS BUILT NEW EVERY RUN.  AN INVOICE WHOSE
003194* CLAIM-STATUS ROW IS STILL 'S' WITH THIS DATE AS ITS SUBMIT
003195* DATE WENT ON THE EARLIER RUN'S FEED, NOT THIS ONE, SO IT IS
003196* WRITTEN TO CLAIMOUT AGAIN AND ITS MASTER ROW LEFT AS IT IS -
003197* THE FEED ALWAYS CARRIES THE WHOLE DATE'S CLAIMS.
003200* THE LEDGER IS IN INVOICE ORDER, NOT PAYER ORDER, SO THE
003300* NIGHT'S CLAIMS ARE HELD IN A GUARDED TABLE AND WRITTEN OUT
003400* AS THE PAYER MASTER IS WALKED - THE NIGHT'S NEW INVOICES
003500* ARE A FEW DOZEN, WELL INSIDE THE TABLE.
003600*-----------------------------------------------------------
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SOURCE-COMPUTER.   IBM-370.
004000 OBJECT-COMPUTER.   IBM-370.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT AR-LEDGER-FILE ASSIGN TO "ARLEDGER"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS SEQUENTIAL
004600         RECORD KEY IS AR-INV-NO.
004700     SELECT PAYER-FILE ASSIGN TO "PAYMSTR"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS SEQUENTIAL
005000         RECORD KEY IS PAYER-NAME.
005100     SELECT OPTIONAL CLAIM-STATUS-FILE ASSIGN TO "CLMSTAT"
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS RANDOM
005400         RECORD KEY IS CS-INV-NO.
005500     SELECT CLAIM-FILE ASSIGN TO "CLAIMOUT"
005600         ORGANIZATION IS LINE SEQUENTIAL.
005700     SELECT OPTIONAL CONTROL-TOTAL-FILE ASSIGN TO "CTLTOTS"
005800         ORGANIZATION IS LINE SEQUENTIAL.
005833     SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
005866         ORGANIZATION IS LINE SEQUENTIAL.
005872     SELECT REFERENCE-FILE ASSIGN TO "REFMSTR"
005878         ORGANIZATION IS INDEXED
005884         ACCESS MODE IS RANDOM
005890         RECORD KEY IS REF-KEYNAME.
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  AR-LEDGER-FILE.
006200 COPY ARLEDG.
006300 FD  PAYER-FILE.
006400 COPY PAYERREC.
006500 FD  CLAIM-STATUS-FILE.
006600 COPY CLMSTREC.
006700 FD  CLAIM-FILE.
006800 COPY CLMREC.
006900 FD  CONTROL-TOTAL-FILE.
007000 COPY CTLREC.
007033 FD  BUSINESS-DATE-FILE.
007066 01  BUSINESS-DATE-LINE      PIC X(27).
007076 FD  REFERENCE-FILE.
007086 COPY REFREC.
007100 WORKING-STORAGE SECTION.
007200 01  HB-SWITCHES.
007233     03  HB-NO-BUS-DATE-SW   PIC X(01)   VALUE 'N'.
007266         88  HB-NO-BUS-DATE      VALUE 'Y'.
007276     03  HB-NO-CUTOVER-SW    PIC X(01)   VALUE 'N'.
007286         88  HB-NO-CUTOVER       VALUE 'Y'.
007300     03  HB-LEDGER-EOF-SW    PIC X(01)   VALUE 'N'.
007400         88  HB-LEDGER-EOF       VALUE 'Y'.
007500     03  HB-PAYER-EOF-SW     PIC X(01)   VALUE 'N'.
007600         88  HB-PAYER-EOF        VALUE 'Y'.
007700     03  HB-TABLE-FULL-SW    PIC X(01)   VALUE 'N'.
007800         88  HB-TABLE-FULL       VALUE 'Y'.
007830     03  HB-REBUILD-SW       PIC X(01)   VALUE 'N'.
007860         88  HB-REBUILD          VALUE 'Y'.
007900 01  HB-COUNTERS.
008000     03  HB-CLAIM-CT         PIC 9(05)   COMP VALUE ZERO.
008100     03  HB-PAYER-CT         PIC 9(05)   COMP VALUE ZERO.
008200     03  HB-NO-PAYER-CT      PIC 9(05)   COMP VALUE ZERO.
008300     03  HB-HELD-OVER-CT     PIC 9(05)   COMP VALUE ZERO.
008350     03  HB-PAPER-CT         PIC 9(05)   COMP VALUE ZERO.
008370     03  HB-REBUILT-CT       PIC 9(05)   COMP VALUE ZERO.
008400     03  HB-PAYER-CLAIM-CT   PIC 9(05)   COMP VALUE ZERO.
008500     03  HB-CT-COUNT         PIC 9(05)   COMP VALUE ZERO.
008600     03  HB-CT-IDX           PIC 9(05)   COMP.
008700 01  HB-WORK-FIELDS.
008800     03  HB-RUN-DATE         PIC X(06).
008850     03  HB-CLAIM-START      PIC X(06).
008900     03  HB-PAYER-TOTAL      PIC 9(09)V99 VALUE ZERO.
009000 01  HB-CLAIM-TABLE.
009100     03  HB-CT-ENTRY OCCURS 2000 TIMES.
009200         05  HB-CT-INV-NO        PIC 9(07).
009300         05  HB-CT-PAYER         PIC X(20).
009400         05  HB-CT-MRN           PIC 9(07).
009500         05  HB-CT-PATNAME       PIC X(20).
009600         05  HB-CT-PATADDRESS    PIC X(30).
009700         05  HB-CT-BEDIDENT      PIC X(04).
009800         05  HB-CT-BILL-DATE     PIC X(06).
009900         05  HB-CT-INS-BILL      PIC 9(07)V99.
010000         05  HB-CT-BILL-TOTAL    PIC 9(07)V99.
010100         05  HB-CT-SENT-SW       PIC X(01).
010200             88  HB-CT-SENT          VALUE 'Y'.
010210         05  HB-CT-REBUILD-SW    PIC X(01).
010220             88  HB-CT-REBUILD       VALUE 'Y'.
010250 COPY BDATEREC.
010300 PROCEDURE DIVISION.
010400 0000-MAINLINE.
010416     PERFORM 0100-READ-BUSINESS-DATE THRU 0100-EXIT.
010432     IF HB-NO-BUS-DATE
010448         MOVE 16             TO RETURN-CODE
010464         GOBACK
010480     END-IF.
010483     PERFORM 0200-READ-CLAIM-START THRU 0200-EXIT.
010486     IF HB-NO-CUTOVER
010489         MOVE 16             TO RETURN-CODE
010492         GOBACK
010495     END-IF.
010500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010600     PERFORM 2000-SCAN-ONE-INVOICE THRU 2000-EXIT
010700         UNTIL HB-LEDGER-EOF.
010800     PERFORM 3000-CLAIM-ONE-PAYER THRU 3000-EXIT
010900         UNTIL HB-PAYER-EOF.
011000     PERFORM 5000-NOTE-UNSENT THRU 5000-EXIT
011100         VARYING HB-CT-IDX FROM 1 BY 1
011200         UNTIL HB-CT-IDX > HB-CT-COUNT.
011300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
011400     GOBACK.
011404*
011408*-----------------------------------------------------------
011412* THE RUN DATE IS THE BUSINESS DATE ON BUSDATE, NOT THE
011416* MACHINE CLOCK.  NO OPEN DATE, NO RUN - THE STREAM IS
011420* HELD UNTIL THE OPERATOR OPENS ONE WITH HBBDATE.
011424*-----------------------------------------------------------
011428 0100-READ-BUSINESS-DATE.
011432     OPEN INPUT BUSINESS-DATE-FILE.
011436     READ BUSINESS-DATE-FILE INTO BUSINESS-DATE-RECORD
011440         AT END SET HB-NO-BUS-DATE TO TRUE
011444     END-READ.
011448     CLOSE BUSINESS-DATE-FILE.
011452     IF HB-NO-BUS-DATE
011456         DISPLAY 'HBCLAIM: NO BUSINESS DATE ON BUSDATE - NOT RUN'
011460         GO TO 0100-EXIT
011464     END-IF.
011468     IF NOT BD-DATE-OPEN
011472         DISPLAY 'HBCLAIM: BUSINESS DATE ' BD-BUS-DATE
011476                 ' IS NOT OPEN - NOT RUN'
011480         SET HB-NO-BUS-DATE TO TRUE
011484     END-IF.
011488 0100-EXIT.
011492     EXIT.
011500*
011504*-----------------------------------------------------------
011508* THE CLAIM CUTOVER DATE - SEE THE NOTE AT THE HEAD OF THE
011512* PROGRAM.  NO ROW, OR NO DATE ON IT, NO RUN.
011516*-----------------------------------------------------------
011520 0200-READ-CLAIM-START.
011524     OPEN INPUT REFERENCE-FILE.
011528     MOVE SPACES             TO REFERENCE-RECORD.
011532     MOVE 'CLAIMSTART'       TO REF-KEYNAME.
011536     READ REFERENCE-FILE
011540         INVALID KEY
011544             MOVE SPACES     TO REF-VALUE
011548     END-READ.
011552     CLOSE REFERENCE-FILE.
011556     MOVE REF-VALUE(1:6)     TO HB-CLAIM-START.
011560     IF HB-CLAIM-START NOT NUMERIC
011564         DISPLAY 'HBCLAIM: NO CLAIMSTART DATE ON REFMSTR - '
011566             'NOT RUN'
011568         SET HB-NO-CUTOVER TO TRUE
011572     END-IF.
011576 0200-EXIT.
011580     EXIT.
011584*
011600 1000-INITIALIZE.
011700     OPEN INPUT AR-LEDGER-FILE.
011800     OPEN INPUT PAYER-FILE.
011900     OPEN I-O   CLAIM-STATUS-FILE.
012000     OPEN OUTPUT CLAIM-FILE.
012100     MOVE BD-BUS-DATE        TO HB-RUN-DATE.
012200     PERFORM 2100-READ-LEDGER THRU 2100-EXIT.
012300     PERFORM 3100-READ-PAYER THRU 3100-EXIT.
012400 1000-EXIT.
012500     EXIT.
012600*
012700*-----------------------------------------------------------
012800* AN INSURANCE PORTION THE PAYER HAS ALREADY PAID SOMETHING
012900* AGAINST WAS CLAIMED ON PAPER BEFORE THIS FEED EXISTED AND
013000* IS NOT CLAIMED AGAIN, NOR IS ONE BILLED BEFORE THE CLAIM
013030* CUTOVER DATE, WHICH WENT OUT ON PAPER WHETHER OR NOT THE
013060* PAYER HAS ANSWERED IT YET.
013100*-----------------------------------------------------------
013200 2000-SCAN-ONE-INVOICE.
013300     IF NOT AR-INV-OPEN
013400         OR AR-PAYER = SPACES
013500         OR AR-INS-BILL = ZERO
013600         OR AR-INS-PAID NOT = ZERO
013700         GO TO 2000-EXIT
013800     END-IF.
013820     IF AR-BILL-DATE < HB-CLAIM-START
013840         ADD 1 TO HB-PAPER-CT
013860         GO TO 2000-EXIT
013880     END-IF.
013900     MOVE AR-INV-NO          TO CS-INV-NO.
013950     MOVE 'N'                TO HB-REBUILD-SW.
014000     READ CLAIM-STATUS-FILE
014100         INVALID KEY
014200             GO TO 2010-TABLE-CLAIM
014300     END-READ.
014320     IF CS-SUBMITTED AND CS-SUBMIT-DATE = HB-RUN-DATE
014340         SET HB-REBUILD TO TRUE
014360         GO TO 2010-TABLE-CLAIM
014380     END-IF.
014400     GO TO 2000-EXIT.
014500 2010-TABLE-CLAIM.
014600     IF HB-CT-COUNT >= 2000
014700         IF NOT HB-TABLE-FULL
014800             DISPLAY 'HBCLAIM: CLAIM TABLE FULL, HOLDING OVER '
014900                 'FROM INVOICE - ' AR-INV-NO
015000             SET HB-TABLE-FULL TO TRUE
015100         END-IF
015200         ADD 1 TO HB-HELD-OVER-CT
015300         GO TO 2000-EXIT
015400     END-IF.
015500     ADD 1 TO HB-CT-COUNT.
015600     MOVE AR-INV-NO          TO HB-CT-INV-NO(HB-CT-COUNT).
015700     MOVE AR-PAYER           TO HB-CT-PAYER(HB-CT-COUNT).
015800     MOVE AR-MRN             TO HB-CT-MRN(HB-CT-COUNT).
015900     MOVE AR-PATNAME         TO HB-CT-PATNAME(HB-CT-COUNT).
016000     MOVE AR-PATADDRESS      TO HB-CT-PATADDRESS(HB-CT-COUNT).
016100     MOVE AR-BEDIDENT        TO HB-CT-BEDIDENT(HB-CT-COUNT).
016200     MOVE AR-BILL-DATE       TO HB-CT-BILL-DATE(HB-CT-COUNT).
016300     MOVE AR-INS-BILL        TO HB-CT-INS-BILL(HB-CT-COUNT).
016400     MOVE AR-BILL-TOTAL      TO HB-CT-BILL-TOTAL(HB-CT-COUNT).
016500     MOVE 'N'                TO HB-CT-SENT-SW(HB-CT-COUNT).
016550     MOVE HB-REBUILD-SW      TO HB-CT-REBUILD-SW(HB-CT-COUNT).
016600 2000-EXIT.
016700     PERFORM 2100-READ-LEDGER THRU 2100-EXIT.
016800     EXIT.
016900*
017000 2100-READ-LEDGER.
017100     READ AR-LEDGER-FILE NEXT RECORD
017200         AT END SET HB-LEDGER-EOF TO TRUE
017300     END-READ.
017400 2100-EXIT.
017500     EXIT.
017600*
017700*-----------------------------------------------------------
017800* ONE PAYER ROW, THEN THAT PAYER'S CLAIM ROWS.  A PAYER WITH
017900* NOTHING TO CLAIM TONIGHT GETS NO ROW AT ALL, SO THE
018000* CONVERSION STEP SENDS IT NO EMPTY SUBMISSION.
018100*-----------------------------------------------------------
018200 3000-CLAIM-ONE-PAYER.
018300     MOVE ZERO               TO HB-PAYER-CLAIM-CT.
018400     MOVE ZERO               TO HB-PAYER-TOTAL.
018500     PERFORM 3200-COUNT-ONE-CLAIM THRU 3200-EXIT
018600         VARYING HB-CT-IDX FROM 1 BY 1
018700         UNTIL HB-CT-IDX > HB-CT-COUNT.
018800     IF HB-PAYER-CLAIM-CT = ZERO
018900         GO TO 3000-EXIT
019000     END-IF.
019100     MOVE SPACES             TO CLAIM-RECORD.
019200     MOVE 'P'                TO CLM-REC-TYPE.
019300     MOVE PAYER-NAME         TO CP-PAYER-NAME.
019400     MOVE PAYER-ADDRESS      TO CP-PAYER-ADDRESS.
019500     MOVE PAYER-PHONE        TO CP-PAYER-PHONE.
019600     MOVE HB-PAYER-CLAIM-CT  TO CP-CLAIM-CT.
019700     MOVE HB-PAYER-TOTAL     TO CP-CLAIM-TOTAL.
019800     WRITE CLAIM-RECORD.
019900     ADD 1 TO HB-PAYER-CT.
020000     PERFORM 3300-WRITE-ONE-CLAIM THRU 3300-EXIT
020100         VARYING HB-CT-IDX FROM 1 BY 1
020200         UNTIL HB-CT-IDX > HB-CT-COUNT.
020300 3000-EXIT.
020400     PERFORM 3100-READ-PAYER THRU 3100-EXIT.
020500     EXIT.
020600*
020700 3100-READ-PAYER.
020800     READ PAYER-FILE NEXT RECORD
020900         AT END SET HB-PAYER-EOF TO TRUE
021000     END-READ.
021100 3100-EXIT.
021200     EXIT.
021300*
021400 3200-COUNT-ONE-CLAIM.
021500     IF HB-CT-PAYER(HB-CT-IDX) = PAYER-NAME
021600         ADD 1 TO HB-PAYER-CLAIM-CT
021700         ADD HB-CT-INS-BILL(HB-CT-IDX) TO HB-PAYER-TOTAL
021800     END-IF.
021900 3200-EXIT.
022000     EXIT.
022100*
022200 3300-WRITE-ONE-CLAIM.
022300     IF HB-CT-PAYER(HB-CT-IDX) NOT = PAYER-NAME
022400         GO TO 3300-EXIT
022500     END-IF.
022600     MOVE SPACES             TO CLAIM-RECORD.
022700     MOVE 'C'                TO CLM-REC-TYPE.
022800     MOVE HB-CT-INV-NO(HB-CT-IDX)        TO CC-INV-NO.
022900     MOVE HB-CT-MRN(HB-CT-IDX)           TO CC-MRN.
023000     MOVE HB-CT-PATNAME(HB-CT-IDX)       TO CC-PATNAME.
023100     MOVE HB-CT-PATADDRESS(HB-CT-IDX)    TO CC-PATADDRESS.
023200     MOVE HB-CT-BEDIDENT(HB-CT-IDX)      TO CC-BEDIDENT.
023300     MOVE HB-CT-BILL-DATE(HB-CT-IDX)     TO CC-BILL-DATE.
023400     MOVE HB-CT-INS-BILL(HB-CT-IDX)      TO CC-CLAIM-AMT.
023500     MOVE HB-CT-BILL-TOTAL(HB-CT-IDX)    TO CC-BILL-TOTAL.
023600     WRITE CLAIM-RECORD.
023620     IF HB-CT-REBUILD(HB-CT-IDX)
023640         ADD 1 TO HB-REBUILT-CT
023660         GO TO 3310-CLAIM-SENT
023680     END-IF.
023700     MOVE SPACES             TO CLAIM-STATUS-RECORD.
023800     MOVE HB-CT-INV-NO(HB-CT-IDX)        TO CS-INV-NO.
023900     MOVE HB-CT-PAYER(HB-CT-IDX)         TO CS-PAYER.
024000     MOVE HB-CT-MRN(HB-CT-IDX)           TO CS-MRN.
024100     MOVE HB-CT-INS-BILL(HB-CT-IDX)      TO CS-CLAIM-AMT.
024200     MOVE 'S'                TO CS-STATUS.
024300     MOVE HB-RUN-DATE        TO CS-SUBMIT-DATE.
024400     MOVE ZERO               TO CS-PAID-AMT.
024450     MOVE ZERO               TO CS-LAST-PAY-AMT.
024500     WRITE CLAIM-STATUS-RECORD
024600         INVALID KEY
024700             DISPLAY 'HBCLAIM: CLAIM-STATUS WRITE FAILED - '
024800                 CS-INV-NO
024900     END-WRITE.
024950 3310-CLAIM-SENT.
025000     SET HB-CT-SENT(HB-CT-IDX) TO TRUE.
025100     ADD 1 TO HB-CLAIM-CT.
025200 3300-EXIT.
025300     EXIT.
025400*
025500*-----------------------------------------------------------
025600* A LEDGER PAYER WITH NO PAYMSTR ROW HAS NOWHERE TO BE SENT.
025700* IT IS LISTED FOR THE BUSINESS OFFICE AND, HAVING NO CLAIM-
025800* STATUS ROW, GOES OUT THE FIRST NIGHT AFTER THE PAYER IS
025900* ADDED THROUGH HBRATMNT.
026000*-----------------------------------------------------------
026100 5000-NOTE-UNSENT.
026200     IF HB-CT-SENT(HB-CT-IDX)
026300         GO TO 5000-EXIT
026400     END-IF.
026500     ADD 1 TO HB-NO-PAYER-CT.
026600     DISPLAY 'HBCLAIM: NO PAYER MASTER ROW, INVOICE '
026700         HB-CT-INV-NO(HB-CT-IDX) ' - ' HB-CT-PAYER(HB-CT-IDX).
026800 5000-EXIT.
026900     EXIT.
027000*
027100 9000-TERMINATE.
027200     CLOSE AR-LEDGER-FILE.
027300     CLOSE PAYER-FILE.
027400     CLOSE CLAIM-STATUS-FILE.
027500     CLOSE CLAIM-FILE.
027600     PERFORM 9100-WRITE-CONTROL-TOTALS THRU 9100-EXIT.
027700     DISPLAY 'HBCLAIM: CLAIMS EXTRACTED   = ' HB-CLAIM-CT.
027800     DISPLAY 'HBCLAIM: PAYERS BILLED      = ' HB-PAYER-CT.
027900     DISPLAY 'HBCLAIM: NO PAYER MASTER    = ' HB-NO-PAYER-CT.
028000     DISPLAY 'HBCLAIM: HELD OVER (FULL)   = ' HB-HELD-OVER-CT.
028050     DISPLAY 'HBCLAIM: BEFORE CUTOVER     = ' HB-PAPER-CT.
028070     DISPLAY 'HBCLAIM: REBUILT FROM RERUN = ' HB-REBUILT-CT.
028100 9000-EXIT.
028200     EXIT.
028300*
028400 9100-WRITE-CONTROL-TOTALS.
028500     OPEN EXTEND CONTROL-TOTAL-FILE.
028550     MOVE BD-BUS-DATE        TO CTL-BUS-DATE.
028600     MOVE 'HBCLAIM'          TO CTL-PROG-NAME.
028700     MOVE 'CLAIMS EXTRACTED'   TO CTL-COUNTER-NAME.
028800     MOVE HB-CLAIM-CT        TO CTL-COUNT.
028900     WRITE CONTROL-TOTAL-RECORD.
029000     MOVE 'PAYERS BILLED'      TO CTL-COUNTER-NAME.
029100     MOVE HB-PAYER-CT        TO CTL-COUNT.
029200     WRITE CONTROL-TOTAL-RECORD.
029300     MOVE 'NO PAYER MASTER'    TO CTL-COUNTER-NAME.
029400     MOVE HB-NO-PAYER-CT     TO CTL-COUNT.
029500     WRITE CONTROL-TOTAL-RECORD.
029600     CLOSE CONTROL-TOTAL-FILE.
029700 9100-EXIT.
029800     EXIT.
