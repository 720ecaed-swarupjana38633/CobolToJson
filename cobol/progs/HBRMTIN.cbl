000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    HBRMTIN.
000300 AUTHOR.        D. OKAFOR.
000400 INSTALLATION.  ST. VINCENT GENERAL - IT DEPARTMENT.
000500 DATE-WRITTEN.  2026-10-06.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------
000800* MODIFICATION HISTORY
000900* 2026-10-06  DPO  INITIAL VERSION - PAYER RESPONSE INTAKE.
001000*                  THE PAYERS' ACKNOWLEDGEMENT, REMITTANCE
001100*                  AND DENIAL FILES COME IN AS JSON AND ARE
001200*                  CONVERTED TO FIXED FORMAT (PAYRESP) BY THE
001300*                  SAME JSON2CBL/CBL2JSON STEP THE OUTBOUND
001400*                  FEEDS USE.  THIS STEP MOVES EACH CLAIM ON
001500*                  THE CLAIM-STATUS MASTER AND TURNS EVERY
001600*                  PAYMENT INTO A REMTRAN ROW FOR HBARPAY -
001700*                  REMITTANCES WERE HAND-KEYED FROM PAPER.
001710* 2026-10-15  DPO  A RERUN NO LONGER TAKES A PAYMENT TWICE.
001720*                  RUNCTL CHECKPOINT PER RESPONSE, AS THE
001730*                  OTHER POSTING STEPS DO, AND A PAYMENT
001740*                  ALREADY ON REMTRAN OR ALREADY ON THE CLAIM
001750*                  IS REJECTED 260 INSTEAD OF BEING POSTED.
001800*-----------------------------------------------------------
001900*
002000*-----------------------------------------------------------
002100* RUNS AFTER THE CONVERSION STEP AND BEFORE HBARPAY.  REMTRAN
002200* IS OPENED EXTEND SO ANY REMITTANCES STILL KEYED FROM PAPER
002300* THAT DAY STAY ON THE FILE IN FRONT OF THE CONVERTED ONES.
002400* RESPONSE ROWS -
002500*   'A'  ACKNOWLEDGEMENT - A SUBMITTED CLAIM BECOMES
002600*        ACKNOWLEDGED; ONE ALREADY PAST THAT IS LEFT ALONE.
002700*   'P'  PAYMENT - WRITTEN TO REMTRAN AS A REMITTANCE FROM
002800*        PR-PAYER; THE CLAIM BECOMES PAID.  A PAYMENT FOR AN
002900*        INVOICE WITH NO CLAIM-STATUS ROW (A CLAIM THAT WENT
003000*        OUT ON PAPER) IS STILL PASSED TO REMTRAN - HBARPAY
003100*        DOES THE LEDGER EDITS EITHER WAY.
003200*   'D'  DENIAL - THE CLAIM BECOMES DENIED WITH THE PAYER'S
003300*        CODE AND REASON.
003400* A RESPONSE FROM A PAYER OTHER THAN THE ONE THE CLAIM WENT
003500* TO IS REJECTED RATHER THAN POSTED - A PAYMENT FROM THE
003600* WRONG PAYER WOULD OTHERWISE LAND ON THE PATIENT SIDE.
003700* REJECTS GO TO RESPREJ AS A REASON CODE AND THE ROW IMAGE -
003800*   200  UNKNOWN RESPONSE TYPE
003900*   210  NO CLAIM ON FILE (ACKNOWLEDGEMENT OR DENIAL)
004000*   220  PAYER IS NOT THE PAYER THE CLAIM WENT TO
004100*   230  PAYMENT WITH NO AMOUNT
004200*   240  DENIAL WITH NO REASON
004300*   250  DENIAL OF A CLAIM ALREADY PAID
004307*   260  PAYMENT ALREADY TAKEN - THE SAME INVOICE, DATE,
004314*        AMOUNT AND PAYER IS ALREADY ON REMTRAN, OR THE
004321*        CLAIM ALREADY SHOWS A PAYMENT OF THAT AMOUNT ON
004328*        THAT DATE.  A PAYER THAT GENUINELY SENDS TWO
004335*        IDENTICAL PAYMENTS IN A DAY HAS THE SECOND KEYED
004342*        BY THE BUSINESS OFFICE FROM THE REJECT.
004349* A CHECKPOINT IS TAKEN ON RUNCTL AFTER EVERY RESPONSE, SO A
004356* RESTART SKIPS WHAT WAS ALREADY TAKEN.  THE ONE RESPONSE IN
004363* FLIGHT WHEN A RUN DIES IS SORTED OUT BY THE 260 CHECK -
004370* REMTRAN IS WRITTEN BEFORE THE CLAIM IS REWRITTEN, SO A
004377* PAYMENT FOUND ON REMTRAN BUT NOT YET ON ITS CLAIM ONLY HAS
004384* THE CLAIM SIDE FINISHED, AND NOTHING REACHES REMTRAN TWICE.
004400*-----------------------------------------------------------
004500 ENVIRONMENT DIVISION.
004600 CONFIGURATION SECTION.
004700 SOURCE-COMPUTER.   IBM-370.
004800 OBJECT-COMPUTER.   IBM-370.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT PAYER-RESPONSE-FILE ASSIGN TO "PAYRESP"
005200         ORGANIZATION IS LINE SEQUENTIAL.
005300     SELECT OPTIONAL CLAIM-STATUS-FILE ASSIGN TO "CLMSTAT"
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS RANDOM
005600         RECORD KEY IS CS-INV-NO.
005700     SELECT OPTIONAL REMIT-TRAN-FILE ASSIGN TO "REMTRAN"
005800         ORGANIZATION IS LINE SEQUENTIAL.
005900     SELECT RESPONSE-REJECT-FILE ASSIGN TO "RESPREJ"
006000         ORGANIZATION IS LINE SEQUENTIAL.
006020     SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
006040         ORGANIZATION IS INDEXED
006060         ACCESS MODE IS RANDOM
006080         RECORD KEY IS RUN-PROG-NAME.
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  PAYER-RESPONSE-FILE.
006400 COPY PAYRESP.
006500 FD  CLAIM-STATUS-FILE.
006600 COPY CLMSTREC.
006700 FD  REMIT-TRAN-FILE.
006800 COPY REMTRAN.
006900 FD  RESPONSE-REJECT-FILE.
007000 01  RESPONSE-REJECT-LINE    PIC X(82).
007030 FD  RUN-CONTROL-FILE.
007060 COPY RUNCTL.
007100 WORKING-STORAGE SECTION.
007200 01  HB-SWITCHES.
007300     03  HB-RESP-EOF-SW      PIC X(01)   VALUE 'N'.
007400         88  HB-RESP-EOF         VALUE 'Y'.
007500     03  HB-CLAIM-FOUND-SW   PIC X(01)   VALUE 'N'.
007600         88  HB-CLAIM-FOUND      VALUE 'Y'.
007610     03  HB-REMIT-EOF-SW     PIC X(01)   VALUE 'N'.
007620         88  HB-REMIT-EOF        VALUE 'Y'.
007630     03  HB-REMIT-ON-FILE-SW PIC X(01)   VALUE 'N'.
007640         88  HB-REMIT-ON-FILE    VALUE 'Y'.
007650     03  HB-ON-CLAIM-SW      PIC X(01)   VALUE 'N'.
007660         88  HB-ON-CLAIM         VALUE 'Y'.
007670     03  HB-TABLE-FULL-SW    PIC X(01)   VALUE 'N'.
007680         88  HB-TABLE-FULL       VALUE 'Y'.
007700 01  HB-COUNTERS.
007800     03  HB-RESP-READ-CT     PIC 9(05)   COMP VALUE ZERO.
007900     03  HB-ACK-CT           PIC 9(05)   COMP VALUE ZERO.
008000     03  HB-REMIT-CT         PIC 9(05)   COMP VALUE ZERO.
008100     03  HB-UNCLAIMED-PAY-CT PIC 9(05)   COMP VALUE ZERO.
008200     03  HB-DENIAL-CT        PIC 9(05)   COMP VALUE ZERO.
008300     03  HB-REJECTED-CT      PIC 9(05)   COMP VALUE ZERO.
008305     03  HB-CLAIM-ONLY-CT    PIC 9(05)   COMP VALUE ZERO.
008310     03  HB-PROCESSED-CT     PIC 9(07)   COMP VALUE ZERO.
008315     03  HB-RESTART-SKIP-CT  PIC 9(07)   COMP VALUE ZERO.
008320     03  HB-SKIP-CT          PIC 9(07)   COMP VALUE ZERO.
008325*-----------------------------------------------------------
008330* EVERY REMITTANCE ON REMTRAN - THE PAPER ONES ALREADY THERE
008335* AT START, THEN EACH ONE THIS RUN WRITES - FOR THE 260
008340* CHECK.  REMTRAN IS ONE DAY'S FILE, SO 2000 IS AMPLE; PAST
008345* THAT THE CHECK FALLS BACK ON THE CLAIM SIDE ALONE.
008350*-----------------------------------------------------------
008355 01  HB-REMIT-TABLE.
008360     03  HB-RT-COUNT         PIC 9(05)   COMP VALUE ZERO.
008365     03  HB-RT-IDX           PIC 9(05)   COMP.
008370     03  HB-RT-ENTRY OCCURS 2000 TIMES.
008375         05  HB-RT-INV-NO        PIC 9(07).
008380         05  HB-RT-DATE          PIC X(06).
008385         05  HB-RT-AMOUNT        PIC 9(07)V99.
008390         05  HB-RT-PAYER         PIC X(20).
008400 01  HB-RESP-REJ-ROW.
008500     03  RJ-REASON           PIC X(03).
008600     03  FILLER              PIC X(01)   VALUE SPACES.
008700     03  RJ-RESP-IMAGE       PIC X(78).
008800 PROCEDURE DIVISION.
008900 0000-MAINLINE.
009000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
009100     PERFORM 2000-TAKE-ONE-RESPONSE THRU 2000-EXIT
009200         UNTIL HB-RESP-EOF.
009300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
009400     GOBACK.
009500*
009600 1000-INITIALIZE.
009700     OPEN INPUT  PAYER-RESPONSE-FILE.
009800     OPEN I-O    CLAIM-STATUS-FILE.
009820     OPEN INPUT  REMIT-TRAN-FILE.
009840     PERFORM 1300-LOAD-ONE-REMIT THRU 1300-EXIT
009860         UNTIL HB-REMIT-EOF.
009880     CLOSE REMIT-TRAN-FILE.
009900     OPEN EXTEND REMIT-TRAN-FILE.
009909     OPEN I-O    RUN-CONTROL-FILE.
009918     PERFORM 1100-LOAD-CHECKPOINT THRU 1100-EXIT.
009927*-----------------------------------------------------------
009936* ON A RESTART THE REJECT FILE ALREADY HOLDS THE ROWS FOR
009945* THE RESPONSES ABOUT TO BE SKIPPED - IT IS OPENED EXTEND
009954* SO THE BUSINESS OFFICE STILL GETS THEM.
009963*-----------------------------------------------------------
009972     IF HB-RESTART-SKIP-CT > ZERO
009981         OPEN EXTEND RESPONSE-REJECT-FILE
009990     ELSE
010000         OPEN OUTPUT RESPONSE-REJECT-FILE
010050     END-IF.
010100     PERFORM 3000-READ-RESPONSE THRU 3000-EXIT.
010120     PERFORM 1200-SKIP-TAKEN-RESP THRU 1200-EXIT
010140         UNTIL HB-RESP-EOF
010160         OR HB-SKIP-CT = HB-RESTART-SKIP-CT.
010200 1000-EXIT.
010300     EXIT.
010302*
010304*-----------------------------------------------------------
010306* PICKS UP THIS PROGRAM'S ROW ON THE RUN-CONTROL FILE.  A
010308* NONZERO COUNT MEANS THE LAST RUN DIED PART-WAY - THAT MANY
010310* RESPONSES WERE ALREADY TAKEN AND ARE SKIPPED.  NO ROW YET
010312* MEANS THE FILE IS NEW; A FRESH ROW AT ZERO IS WRITTEN SO
010314* THE REWRITE IN 8000-TAKE-CHECKPOINT HAS A ROW TO LAND ON.
010316*-----------------------------------------------------------
010318 1100-LOAD-CHECKPOINT.
010320     MOVE 'HBRMTIN'          TO RUN-PROG-NAME.
010322     READ RUN-CONTROL-FILE
010324         INVALID KEY
010326             MOVE 'HBRMTIN'  TO RUN-PROG-NAME
010328             MOVE ZERO       TO RUN-POSTED-CT
010330             WRITE RUN-CONTROL-RECORD
010332             GO TO 1100-EXIT
010334     END-READ.
010336     MOVE RUN-POSTED-CT      TO HB-RESTART-SKIP-CT
010338                                HB-PROCESSED-CT.
010340     IF HB-RESTART-SKIP-CT > ZERO
010342         DISPLAY 'HBRMTIN: RESTART - SKIPPING '
010344             HB-RESTART-SKIP-CT ' RESPONSES ALREADY TAKEN'
010346     END-IF.
010348 1100-EXIT.
010350     EXIT.
010352*
010354 1200-SKIP-TAKEN-RESP.
010356     ADD 1 TO HB-SKIP-CT.
010358     PERFORM 3000-READ-RESPONSE THRU 3000-EXIT.
010360 1200-EXIT.
010362     EXIT.
010364*
010366 1300-LOAD-ONE-REMIT.
010368     READ REMIT-TRAN-FILE
010370         AT END
010372             SET HB-REMIT-EOF TO TRUE
010374             GO TO 1300-EXIT
010376     END-READ.
010378     PERFORM 2700-TABLE-REMIT THRU 2700-EXIT.
010380 1300-EXIT.
010382     EXIT.
010400*
010500 2000-TAKE-ONE-RESPONSE.
010600     ADD 1 TO HB-RESP-READ-CT.
010700     IF NOT PR-ACK AND NOT PR-PAYMENT AND NOT PR-DENIAL
010800         MOVE '200'          TO RJ-REASON
010900         PERFORM 2900-REJECT-RESPONSE THRU 2900-EXIT
011000         GO TO 2000-EXIT
011100     END-IF.
011200     PERFORM 2500-READ-CLAIM THRU 2500-EXIT.
011300     IF HB-CLAIM-FOUND AND PR-PAYER NOT = CS-PAYER
011400         MOVE '220'          TO RJ-REASON
011500         PERFORM 2900-REJECT-RESPONSE THRU 2900-EXIT
011600         GO TO 2000-EXIT
011700     END-IF.
011800     IF PR-PAYMENT
011900         PERFORM 2200-TAKE-PAYMENT THRU 2200-EXIT
012000         GO TO 2000-EXIT
012100     END-IF.
012200     IF NOT HB-CLAIM-FOUND
012300         MOVE '210'          TO RJ-REASON
012400         PERFORM 2900-REJECT-RESPONSE THRU 2900-EXIT
012500         GO TO 2000-EXIT
012600     END-IF.
012700     IF PR-ACK
012800         PERFORM 2100-TAKE-ACK THRU 2100-EXIT
012900         GO TO 2000-EXIT
013000     END-IF.
013100     PERFORM 2300-TAKE-DENIAL THRU 2300-EXIT.
013200 2000-EXIT.
013250     PERFORM 8000-TAKE-CHECKPOINT THRU 8000-EXIT.
013300     PERFORM 3000-READ-RESPONSE THRU 3000-EXIT.
013400     EXIT.
013500*
013600*-----------------------------------------------------------
013700* AN ACKNOWLEDGEMENT ARRIVING AFTER THE PAYMENT OR DENIAL IT
013800* PRECEDED (THE PAYERS DO NOT PROMISE ORDER) STILL RECORDS
013900* ITS DATE BUT DOES NOT MOVE THE CLAIM BACKWARDS.
014000*-----------------------------------------------------------
014100 2100-TAKE-ACK.
014200     MOVE PR-DATE            TO CS-ACK-DATE.
014300     IF CS-SUBMITTED
014400         MOVE 'A'            TO CS-STATUS
014500     END-IF.
014600     PERFORM 2600-REWRITE-CLAIM THRU 2600-EXIT.
014700     ADD 1 TO HB-ACK-CT.
014800 2100-EXIT.
014900     EXIT.
015000*
015010*-----------------------------------------------------------
015020* A PAYMENT ALREADY ON REMTRAN WHOSE CLAIM DOES NOT SHOW IT
015030* YET WAS CUT OFF BETWEEN THE TWO WRITES (OR WAS ALSO KEYED
015040* FROM PAPER) - ONLY THE CLAIM SIDE IS POSTED.  ONE ALREADY
015050* ON REMTRAN OR ALREADY ON ITS CLAIM IS OTHERWISE A REPEAT
015060* AND IS REJECTED 260.
015070*-----------------------------------------------------------
015100 2200-TAKE-PAYMENT.
015200     IF PR-AMOUNT NOT NUMERIC OR PR-AMOUNT = ZERO
015300         MOVE '230'          TO RJ-REASON
015400         PERFORM 2900-REJECT-RESPONSE THRU 2900-EXIT
015500         GO TO 2200-EXIT
015600     END-IF.
015604     MOVE 'N'                TO HB-REMIT-ON-FILE-SW.
015608     PERFORM 2210-MATCH-ONE-REMIT THRU 2210-EXIT
015612         VARYING HB-RT-IDX FROM 1 BY 1
015616         UNTIL HB-RT-IDX > HB-RT-COUNT
015620         OR HB-REMIT-ON-FILE.
015624     MOVE 'N'                TO HB-ON-CLAIM-SW.
015628     IF HB-CLAIM-FOUND AND CS-PAID
015632         AND CS-RESP-DATE = PR-DATE
015636         AND CS-LAST-PAY-AMT = PR-AMOUNT
015640         SET HB-ON-CLAIM TO TRUE
015644     END-IF.
015648     IF HB-REMIT-ON-FILE AND HB-CLAIM-FOUND
015652         AND NOT HB-ON-CLAIM
015656         ADD 1 TO HB-CLAIM-ONLY-CT
015660         GO TO 2220-POST-TO-CLAIM
015664     END-IF.
015668     IF HB-REMIT-ON-FILE OR HB-ON-CLAIM
015672         MOVE '260'          TO RJ-REASON
015676         PERFORM 2900-REJECT-RESPONSE THRU 2900-EXIT
015680         GO TO 2200-EXIT
015684     END-IF.
015700     MOVE PR-INV-NO          TO REMIT-INV-NO.
015800     MOVE PR-DATE            TO REMIT-DATE.
015900     MOVE PR-AMOUNT          TO REMIT-AMOUNT.
016000     MOVE PR-PAYER           TO REMIT-PAYER.
016100     WRITE REMIT-TRAN-RECORD.
016150     PERFORM 2700-TABLE-REMIT THRU 2700-EXIT.
016200     ADD 1 TO HB-REMIT-CT.
016300     IF NOT HB-CLAIM-FOUND
016400         ADD 1 TO HB-UNCLAIMED-PAY-CT
016500         GO TO 2200-EXIT
016600     END-IF.
016650 2220-POST-TO-CLAIM.
016700     MOVE 'P'                TO CS-STATUS.
016800     MOVE PR-DATE            TO CS-RESP-DATE.
016900     ADD PR-AMOUNT           TO CS-PAID-AMT.
016950     MOVE PR-AMOUNT          TO CS-LAST-PAY-AMT.
017000     PERFORM 2600-REWRITE-CLAIM THRU 2600-EXIT.
017100 2200-EXIT.
017200     EXIT.
017209*
017218 2210-MATCH-ONE-REMIT.
017227     IF HB-RT-INV-NO(HB-RT-IDX) = PR-INV-NO
017236         AND HB-RT-DATE(HB-RT-IDX) = PR-DATE
017245         AND HB-RT-AMOUNT(HB-RT-IDX) = PR-AMOUNT
017254         AND HB-RT-PAYER(HB-RT-IDX) = PR-PAYER
017263         SET HB-REMIT-ON-FILE TO TRUE
017272     END-IF.
017281 2210-EXIT.
017290     EXIT.
017300*
017400*-----------------------------------------------------------
017500* A DENIAL OF A CLAIM ALREADY PAID IS A RECOUPMENT, WHICH IS
017600* THE BUSINESS OFFICE'S TO WORK - IT IS REJECTED FOR THEM
017700* RATHER THAN OVERWRITING THE PAID STATUS.  A DENIED CLAIM
017800* DENIED AGAIN (AN APPEAL TURNED DOWN) TAKES THE NEW REASON.
017900*-----------------------------------------------------------
018000 2300-TAKE-DENIAL.
018100     IF PR-DENIAL-REASON = SPACES AND PR-DENIAL-CODE = SPACES
018200         MOVE '240'          TO RJ-REASON
018300         PERFORM 2900-REJECT-RESPONSE THRU 2900-EXIT
018400         GO TO 2300-EXIT
018500     END-IF.
018600     IF CS-PAID
018700         MOVE '250'          TO RJ-REASON
018800         PERFORM 2900-REJECT-RESPONSE THRU 2900-EXIT
018900         GO TO 2300-EXIT
019000     END-IF.
019100     MOVE 'D'                TO CS-STATUS.
019200     MOVE PR-DATE            TO CS-RESP-DATE.
019300     MOVE PR-DENIAL-CODE     TO CS-DENIAL-CODE.
019400     MOVE PR-DENIAL-REASON   TO CS-DENIAL-REASON.
019500     PERFORM 2600-REWRITE-CLAIM THRU 2600-EXIT.
019600     ADD 1 TO HB-DENIAL-CT.
019700 2300-EXIT.
019800     EXIT.
019900*
020000 2500-READ-CLAIM.
020100     MOVE 'N'                TO HB-CLAIM-FOUND-SW.
020200     MOVE PR-INV-NO          TO CS-INV-NO.
020300     READ CLAIM-STATUS-FILE
020400         INVALID KEY
020500             GO TO 2500-EXIT
020600     END-READ.
020700     SET HB-CLAIM-FOUND TO TRUE.
020800 2500-EXIT.
020900     EXIT.
021000*
021100 2600-REWRITE-CLAIM.
021200     REWRITE CLAIM-STATUS-RECORD
021300         INVALID KEY
021400             DISPLAY 'HBRMTIN: CLAIM-STATUS REWRITE FAILED - '
021500                 CS-INV-NO
021600     END-REWRITE.
021700 2600-EXIT.
021800     EXIT.
021900*
021905 2700-TABLE-REMIT.
021910     IF HB-RT-COUNT >= 2000
021915         IF NOT HB-TABLE-FULL
021920             DISPLAY 'HBRMTIN: REMITTANCE TABLE FULL - LATER '
021925                 'REPEATS CHECKED ON THE CLAIM ONLY'
021930             SET HB-TABLE-FULL TO TRUE
021935         END-IF
021940         GO TO 2700-EXIT
021945     END-IF.
021950     ADD 1 TO HB-RT-COUNT.
021955     MOVE REMIT-INV-NO       TO HB-RT-INV-NO(HB-RT-COUNT).
021960     MOVE REMIT-DATE         TO HB-RT-DATE(HB-RT-COUNT).
021965     MOVE REMIT-AMOUNT       TO HB-RT-AMOUNT(HB-RT-COUNT).
021970     MOVE REMIT-PAYER        TO HB-RT-PAYER(HB-RT-COUNT).
021975 2700-EXIT.
021980     EXIT.
021985*
022000 2900-REJECT-RESPONSE.
022100     MOVE PAYER-RESPONSE-RECORD TO RJ-RESP-IMAGE.
022200     MOVE HB-RESP-REJ-ROW    TO RESPONSE-REJECT-LINE.
022300     WRITE RESPONSE-REJECT-LINE.
022400     ADD 1 TO HB-REJECTED-CT.
022500 2900-EXIT.
022600     EXIT.
022700*
022800 3000-READ-RESPONSE.
022900     READ PAYER-RESPONSE-FILE
023000         AT END SET HB-RESP-EOF TO TRUE
023100     END-READ.
023200 3000-EXIT.
023300     EXIT.
023400*
023406*-----------------------------------------------------------
023412* ONE REWRITE PER RESPONSE - TAKEN OR REJECTED, A RESTART
023418* MUST NOT SEE IT AGAIN.  THE COUNT GOES BACK TO ZERO AT
023424* NORMAL TERMINATION SO THE NEXT NIGHT STARTS FROM THE TOP.
023430*-----------------------------------------------------------
023436 8000-TAKE-CHECKPOINT.
023442     ADD 1 TO HB-PROCESSED-CT.
023448     MOVE HB-PROCESSED-CT    TO RUN-POSTED-CT.
023454     REWRITE RUN-CONTROL-RECORD
023460         INVALID KEY
023466             DISPLAY 'HBRMTIN: CHECKPOINT REWRITE FAILED'
023472     END-REWRITE.
023478 8000-EXIT.
023484     EXIT.
023490*
023500 9000-TERMINATE.
023600     CLOSE PAYER-RESPONSE-FILE.
023700     CLOSE CLAIM-STATUS-FILE.
023800     CLOSE REMIT-TRAN-FILE.
023900     CLOSE RESPONSE-REJECT-FILE.
023910     MOVE ZERO               TO RUN-POSTED-CT.
023920     REWRITE RUN-CONTROL-RECORD
023930         INVALID KEY
023940             DISPLAY 'HBRMTIN: CHECKPOINT RESET FAILED'
023950     END-REWRITE.
023960     CLOSE RUN-CONTROL-FILE.
024000     DISPLAY 'HBRMTIN: RESPONSES READ    = ' HB-RESP-READ-CT.
024100     DISPLAY 'HBRMTIN: ACKNOWLEDGEMENTS  = ' HB-ACK-CT.
024200     DISPLAY 'HBRMTIN: REMITTANCES MADE  = ' HB-REMIT-CT.
024300     DISPLAY 'HBRMTIN:   NO CLAIM ON FILE= ' HB-UNCLAIMED-PAY-CT.
024350     DISPLAY 'HBRMTIN: CLAIM SIDE ONLY   = ' HB-CLAIM-ONLY-CT.
024400     DISPLAY 'HBRMTIN: DENIALS           = ' HB-DENIAL-CT.
024500     DISPLAY 'HBRMTIN: REJECTED          = ' HB-REJECTED-CT.
024600 9000-EXIT.
024700     EXIT.
