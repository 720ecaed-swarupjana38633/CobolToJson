000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    HBARADJ.
000300 AUTHOR.        D. OKAFOR.
000400 INSTALLATION.  ST. VINCENT GENERAL - IT DEPARTMENT.
000500 DATE-WRITTEN.  2026-10-02.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------
000800* MODIFICATION HISTORY
000900* 2026-10-02  DPO  INITIAL VERSION - POSTS AR ADJUSTMENTS
001000*                  (CONTRACTUAL ALLOWANCES, BAD-DEBT AND
001100*                  SMALL-BALANCE WRITE-OFFS) AGAINST THE
001200*                  INVOICE LEDGER, MOVES OVERPAYMENTS OFF
001300*                  THE REMITTANCE EXCEPTIONS ONTO A CREDIT-
001400*                  BALANCE FILE AND POSTS REFUNDS OUT OF IT.
001500*                  THESE WERE KEPT ON PAPER WHILE AR-OPEN-BAL
001600*                  STAYED OVERSTATED, SO HBARAGE AGED AND
001700*                  HBSTMT DUNNED MONEY NOBODY WAS EVER GOING
001800*                  TO COLLECT.
001900*-----------------------------------------------------------
002000*
002100*-----------------------------------------------------------
002200* AN ALLOWANCE OR WRITE-OFF REDUCES WHAT IS OWED, NOT WHAT
002300* WAS PAID - IT COMES OFF THE NAMED SIDE'S BILL AND OPEN
002400* TOGETHER, AND OFF AR-BILL-TOTAL AND AR-OPEN-BAL WITH IT, SO
002500* BILL - PAID = OPEN HOLDS ON BOTH SIDES AND ON THE WHOLE ROW
002600* AND THE TWO BILL SIDES STILL SUM TO AR-BILL-TOTAL.  THE
002700* AMOUNT MAY NOT EXCEED THAT SIDE'S OPEN BALANCE (THE
002800* PICTURES ARE UNSIGNED).  AN INVOICE THAT REACHES ZERO OPEN
002900* CLOSES ('P') EXACTLY AS A FINAL PAYMENT CLOSES IT IN
003000* HBARPAY.  THE ORIGINAL CHARGE IS NOT LOST - THE JOURNAL
003100* ROW CARRIES WHAT CAME OFF.
003200* THE CREDIT-BALANCE TYPES NEVER TOUCH THE LEDGER ROW - THE
003300* OVERPAYMENT WAS NEVER POSTED THERE (HBARPAY SENT IT TO
003400* REMITEXC), SO IT IS BOOKED ON CRBAL AGAINST THE INVOICE
003500* AND REFUNDED FROM THERE.
003600*-----------------------------------------------------------
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SOURCE-COMPUTER.   IBM-370.
004000 OBJECT-COMPUTER.   IBM-370.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT ADJ-TRAN-FILE ASSIGN TO "ADJTRAN"
004400         ORGANIZATION IS LINE SEQUENTIAL.
004500     SELECT AR-LEDGER-FILE ASSIGN TO "ARLEDGER"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS RANDOM
004800         RECORD KEY IS AR-INV-NO.
004900     SELECT OPTIONAL CREDIT-BAL-FILE ASSIGN TO "CRBAL"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS RANDOM
005200         RECORD KEY IS CR-INV-NO.
005300     SELECT OPTIONAL ADJ-JOURNAL-FILE ASSIGN TO "ADJJRNL"
005400         ORGANIZATION IS LINE SEQUENTIAL.
005500     SELECT ADJ-EXCP-FILE ASSIGN TO "ADJEXC"
005600         ORGANIZATION IS LINE SEQUENTIAL.
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  ADJ-TRAN-FILE.
006000 COPY ADJTRAN.
006100 FD  AR-LEDGER-FILE.
006200 COPY ARLEDG.
006300 FD  CREDIT-BAL-FILE.
006400 COPY CRBALREC.
006500 FD  ADJ-JOURNAL-FILE.
006600 COPY ADJREC.
006700 FD  ADJ-EXCP-FILE.
006800 01  ADJ-EXCP-LINE           PIC X(95).
006900 WORKING-STORAGE SECTION.
007000 01  HB-SWITCHES.
007100     03  HB-ADJ-EOF-SW       PIC X(01)   VALUE 'N'.
007200         88  HB-ADJ-EOF          VALUE 'Y'.
007300     03  HB-CR-FOUND-SW      PIC X(01)   VALUE 'N'.
007400         88  HB-CR-FOUND         VALUE 'Y'.
007500 01  HB-COUNTERS.
007600     03  HB-ADJ-READ-CT      PIC 9(05)   COMP VALUE ZERO.
007700     03  HB-LEDGER-ADJ-CT    PIC 9(05)   COMP VALUE ZERO.
007800     03  HB-CLOSED-CT        PIC 9(05)   COMP VALUE ZERO.
007900     03  HB-TO-CREDIT-CT     PIC 9(05)   COMP VALUE ZERO.
008000     03  HB-REFUND-CT        PIC 9(05)   COMP VALUE ZERO.
008100     03  HB-EXCP-CT          PIC 9(05)   COMP VALUE ZERO.
008200 01  HB-WORK-FIELDS.
008300     03  HB-OPEN-BEFORE      PIC 9(07)V99 VALUE ZERO.
008400     03  HB-OPEN-AFTER       PIC 9(07)V99 VALUE ZERO.
008500 01  HB-EXCP-ROW.
008600     03  EX-REASON           PIC X(20).
008700     03  FILLER              PIC X(01)   VALUE SPACES.
008800     03  EX-ADJ-IMAGE        PIC X(74).
008900 PROCEDURE DIVISION.
009000 0000-MAINLINE.
009100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
009200     PERFORM 2000-POST-ADJUSTMENT THRU 2000-EXIT
009300         UNTIL HB-ADJ-EOF.
009400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
009500     GOBACK.
009600*
009700 1000-INITIALIZE.
009800     OPEN INPUT  ADJ-TRAN-FILE.
009900     OPEN I-O    AR-LEDGER-FILE.
010000     OPEN I-O    CREDIT-BAL-FILE.
010100*-----------------------------------------------------------
010200* THE JOURNAL IS KEPT ACROSS NIGHTS - HBADJRP TOTALS A WHOLE
010300* MONTH OF IT AT THE FINANCE CLOSE.
010400*-----------------------------------------------------------
010500     OPEN EXTEND ADJ-JOURNAL-FILE.
010600     OPEN OUTPUT ADJ-EXCP-FILE.
010700     PERFORM 3000-READ-ADJ THRU 3000-EXIT.
010800 1000-EXIT.
010900     EXIT.
011000*
011100 2000-POST-ADJUSTMENT.
011200     ADD 1 TO HB-ADJ-READ-CT.
011300     IF NOT ADJ-VALID-TYPE
011400         MOVE 'UNKNOWN ADJ TYPE'     TO EX-REASON
011500         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
011600         GO TO 2000-EXIT
011700     END-IF.
011800     IF ADJ-AMOUNT NOT NUMERIC OR ADJ-AMOUNT = ZERO
011900         MOVE 'NO AMOUNT'            TO EX-REASON
012000         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
012100         GO TO 2000-EXIT
012200     END-IF.
012300     MOVE SPACES             TO AR-LEDGER-RECORD.
012400     MOVE ADJ-INV-NO         TO AR-INV-NO.
012500     READ AR-LEDGER-FILE
012600         INVALID KEY
012700             MOVE 'NO SUCH INVOICE'  TO EX-REASON
012800             PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
012900             GO TO 2000-EXIT
013000     END-READ.
013100     IF ADJ-LEDGER-TYPE
013200         PERFORM 2100-ADJUST-LEDGER THRU 2100-EXIT
013300         GO TO 2000-EXIT
013400     END-IF.
013500     IF ADJ-TO-CREDIT
013600         PERFORM 2300-MOVE-TO-CREDIT THRU 2300-EXIT
013700         GO TO 2000-EXIT
013800     END-IF.
013900     PERFORM 2400-POST-REFUND THRU 2400-EXIT.
014000 2000-EXIT.
014100     PERFORM 3000-READ-ADJ THRU 3000-EXIT.
014200     EXIT.
014300*
014400*-----------------------------------------------------------
014500* ALLOWANCE / WRITE-OFF AGAINST ONE SIDE OF THE INVOICE.  A
014600* VOIDED INVOICE IS DEAD (HBREVRS) AND A PAID ONE HAS NOTHING
014700* LEFT TO ADJUST.
014800*-----------------------------------------------------------
014900 2100-ADJUST-LEDGER.
015000     IF AR-INV-VOID
015100         MOVE 'INVOICE VOIDED'       TO EX-REASON
015200         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
015300         GO TO 2100-EXIT
015400     END-IF.
015500     IF AR-INV-PAID
015600         MOVE 'INVOICE ALREADY PAID' TO EX-REASON
015700         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
015800         GO TO 2100-EXIT
015900     END-IF.
016000     IF ADJ-INS-SIDE
016100         IF AR-PAYER = SPACES
016200             MOVE 'NO INSURANCE SIDE'    TO EX-REASON
016300             PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
016400             GO TO 2100-EXIT
016500         END-IF
016600         IF ADJ-AMOUNT > AR-INS-OPEN
016700             MOVE 'OVER PAYER OPEN BAL'  TO EX-REASON
016800             PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
016900             GO TO 2100-EXIT
017000         END-IF
017100         MOVE AR-INS-OPEN    TO HB-OPEN-BEFORE
017200         SUBTRACT ADJ-AMOUNT FROM AR-INS-BILL
017300         SUBTRACT ADJ-AMOUNT FROM AR-INS-OPEN
017400         MOVE AR-INS-OPEN    TO HB-OPEN-AFTER
017500         GO TO 2110-ADJUST-TOTALS
017600     END-IF.
017700     IF ADJ-PAT-SIDE
017800         IF ADJ-AMOUNT > AR-PAT-OPEN
017900             MOVE 'OVER PAT OPEN BAL'    TO EX-REASON
018000             PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
018100             GO TO 2100-EXIT
018200         END-IF
018300         MOVE AR-PAT-OPEN    TO HB-OPEN-BEFORE
018400         SUBTRACT ADJ-AMOUNT FROM AR-PAT-BILL
018500         SUBTRACT ADJ-AMOUNT FROM AR-PAT-OPEN
018600         MOVE AR-PAT-OPEN    TO HB-OPEN-AFTER
018700         GO TO 2110-ADJUST-TOTALS
018800     END-IF.
018900     MOVE 'SIDE NOT I OR P'  TO EX-REASON.
019000     PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT.
019100     GO TO 2100-EXIT.
019200 2110-ADJUST-TOTALS.
019300     SUBTRACT ADJ-AMOUNT     FROM AR-BILL-TOTAL.
019400     SUBTRACT ADJ-AMOUNT     FROM AR-OPEN-BAL.
019500     IF AR-OPEN-BAL = ZERO
019600         MOVE 'P'            TO AR-STATUS
019700         ADD 1 TO HB-CLOSED-CT
019800     END-IF.
019900     REWRITE AR-LEDGER-RECORD
020000         INVALID KEY
020100             DISPLAY 'HBARADJ: REWRITE FAILED FOR INVOICE - '
020200                 AR-INV-NO
020300             GO TO 2100-EXIT
020400     END-REWRITE.
020500     ADD 1 TO HB-LEDGER-ADJ-CT.
020600     MOVE AR-PAYER           TO JR-PAYER.
020700     PERFORM 2800-WRITE-JOURNAL THRU 2800-EXIT.
020800 2100-EXIT.
020900     EXIT.
021000*
021100*-----------------------------------------------------------
021200* AN OVERPAYMENT IS BOOKED AGAINST THE INVOICE IT CAME IN
021300* FOR, WHATEVER THE INVOICE'S STATUS - "INVOICE ALREADY PAID"
021400* IS THE COMMONEST WAY ONE ARRIVES.  A BLANK ADJ-PAYER MEANS
021500* THE INVOICE'S OWN PAYER SENT IT.
021600*-----------------------------------------------------------
021700 2300-MOVE-TO-CREDIT.
021800     PERFORM 2500-READ-CREDIT THRU 2500-EXIT.
021900     IF NOT HB-CR-FOUND
022000         MOVE ADJ-INV-NO     TO CR-INV-NO
022100         MOVE AR-MRN         TO CR-MRN
022200         MOVE ADJ-PAYER      TO CR-PAYER
022300         IF ADJ-PAYER = SPACES
022400             MOVE AR-PAYER   TO CR-PAYER
022500         END-IF
022600         MOVE ADJ-DATE       TO CR-FIRST-DATE
022700         MOVE ZERO           TO CR-RECEIVED CR-REFUNDED CR-OPEN
022800     END-IF.
022900     MOVE CR-OPEN            TO HB-OPEN-BEFORE.
023000     ADD ADJ-AMOUNT          TO CR-RECEIVED.
023100     ADD ADJ-AMOUNT          TO CR-OPEN.
023200     MOVE ADJ-DATE           TO CR-LAST-DATE.
023300     MOVE 'O'                TO CR-STATUS.
023400     MOVE CR-OPEN            TO HB-OPEN-AFTER.
023500     IF HB-CR-FOUND
023600         REWRITE CREDIT-BALANCE-RECORD
023700             INVALID KEY
023800                 DISPLAY 'HBARADJ: CREDIT REWRITE FAILED - '
023900                     CR-INV-NO
024000                 GO TO 2300-EXIT
024100         END-REWRITE
024200     ELSE
024300         WRITE CREDIT-BALANCE-RECORD
024400             INVALID KEY
024500                 DISPLAY 'HBARADJ: CREDIT WRITE FAILED - '
024600                     CR-INV-NO
024700                 GO TO 2300-EXIT
024800         END-WRITE
024900     END-IF.
025000     ADD 1 TO HB-TO-CREDIT-CT.
025100     MOVE CR-PAYER           TO JR-PAYER.
025200     PERFORM 2800-WRITE-JOURNAL THRU 2800-EXIT.
025300 2300-EXIT.
025400     EXIT.
025500*
025600*-----------------------------------------------------------
025700* A REFUND CAN ONLY PAY OUT WHAT THE INVOICE'S CREDIT
025800* BALANCE HOLDS.  THE CREDIT CLOSES WHEN IT REACHES ZERO.
025900*-----------------------------------------------------------
026000 2400-POST-REFUND.
026100     PERFORM 2500-READ-CREDIT THRU 2500-EXIT.
026200     IF NOT HB-CR-FOUND
026300         MOVE 'NO CREDIT BALANCE'    TO EX-REASON
026400         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
026500         GO TO 2400-EXIT
026600     END-IF.
026700     IF ADJ-AMOUNT > CR-OPEN
026800         MOVE 'OVER CREDIT BALANCE'  TO EX-REASON
026900         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
027000         GO TO 2400-EXIT
027100     END-IF.
027200     MOVE CR-OPEN            TO HB-OPEN-BEFORE.
027300     ADD ADJ-AMOUNT          TO CR-REFUNDED.
027400     SUBTRACT ADJ-AMOUNT     FROM CR-OPEN.
027500     MOVE ADJ-DATE           TO CR-LAST-DATE.
027600     IF CR-OPEN = ZERO
027700         MOVE 'C'            TO CR-STATUS
027800     END-IF.
027900     MOVE CR-OPEN            TO HB-OPEN-AFTER.
028000     REWRITE CREDIT-BALANCE-RECORD
028100         INVALID KEY
028200             DISPLAY 'HBARADJ: CREDIT REWRITE FAILED - '
028300                 CR-INV-NO
028400             GO TO 2400-EXIT
028500     END-REWRITE.
028600     ADD 1 TO HB-REFUND-CT.
028700     MOVE CR-PAYER           TO JR-PAYER.
028800     PERFORM 2800-WRITE-JOURNAL THRU 2800-EXIT.
028900 2400-EXIT.
029000     EXIT.
029100*
029200 2500-READ-CREDIT.
029300     MOVE 'N'                TO HB-CR-FOUND-SW.
029400     MOVE SPACES             TO CREDIT-BALANCE-RECORD.
029500     MOVE ADJ-INV-NO         TO CR-INV-NO.
029600     READ CREDIT-BAL-FILE
029700         INVALID KEY
029800             GO TO 2500-EXIT
029900     END-READ.
030000     SET HB-CR-FOUND TO TRUE.
030100 2500-EXIT.
030200     EXIT.
030300*
030400*-----------------------------------------------------------
030500* CALLER LOADS JR-PAYER AND HB-OPEN-BEFORE / HB-OPEN-AFTER.
030600*-----------------------------------------------------------
030700 2800-WRITE-JOURNAL.
030800     MOVE ADJ-DATE           TO JR-POST-DATE.
030900     MOVE ADJ-INV-NO         TO JR-INV-NO.
031000     MOVE AR-MRN             TO JR-MRN.
031100     MOVE ADJ-TYPE           TO JR-TYPE.
031200     MOVE SPACES             TO JR-SIDE.
031300     IF ADJ-LEDGER-TYPE
031400         MOVE ADJ-SIDE       TO JR-SIDE
031500     END-IF.
031600     MOVE ADJ-AMOUNT         TO JR-AMOUNT.
031700     MOVE HB-OPEN-BEFORE     TO JR-OPEN-BEFORE.
031800     MOVE HB-OPEN-AFTER      TO JR-OPEN-AFTER.
031900     MOVE ADJ-REASON         TO JR-REASON.
032000     WRITE ADJ-JOURNAL-RECORD.
032100 2800-EXIT.
032200     EXIT.
032300*
032400 2900-WRITE-EXCEPTION.
032500     MOVE ADJ-TRAN-RECORD    TO EX-ADJ-IMAGE.
032600     MOVE HB-EXCP-ROW        TO ADJ-EXCP-LINE.
032700     WRITE ADJ-EXCP-LINE.
032800     ADD 1 TO HB-EXCP-CT.
032900 2900-EXIT.
033000     EXIT.
033100*
033200 3000-READ-ADJ.
033300     READ ADJ-TRAN-FILE
033400         AT END SET HB-ADJ-EOF TO TRUE
033500     END-READ.
033600 3000-EXIT.
033700     EXIT.
033800*
033900 9000-TERMINATE.
034000     CLOSE ADJ-TRAN-FILE.
034100     CLOSE AR-LEDGER-FILE.
034200     CLOSE CREDIT-BAL-FILE.
034300     CLOSE ADJ-JOURNAL-FILE.
034400     CLOSE ADJ-EXCP-FILE.
034500     DISPLAY 'HBARADJ: ADJUSTMENTS READ  = ' HB-ADJ-READ-CT.
034600     DISPLAY 'HBARADJ: LEDGER ADJUSTED   = ' HB-LEDGER-ADJ-CT.
034700     DISPLAY 'HBARADJ: INVOICES CLOSED   = ' HB-CLOSED-CT.
034800     DISPLAY 'HBARADJ: MOVED TO CREDIT   = ' HB-TO-CREDIT-CT.
034900     DISPLAY 'HBARADJ: REFUNDS POSTED    = ' HB-REFUND-CT.
035000     DISPLAY 'HBARADJ: EXCEPTIONS        = ' HB-EXCP-CT.
035100 9000-EXIT.
035200     EXIT.
