000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    HBDUPRP.
000300 AUTHOR.        D. OKAFOR.
000400 INSTALLATION.  ST. VINCENT GENERAL - IT DEPARTMENT.
000500 DATE-WRITTEN.  2026-09-29.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------
000800* MODIFICATION HISTORY
000900* 2026-09-29  DPO  INITIAL VERSION - NIGHTLY DUPLICATE-MRN
001000*                  CANDIDATE REPORT.  HBADMIT REUSES AN MRN
001100*                  ONLY ON AN EXACT NAME-AND-ADDRESS MATCH,
001200*                  SO A MOVE OR A MIS-KEYED NAME DEALS THE
001300*                  SAME PERSON A SECOND NUMBER AND THE
001400*                  READMISSION AND STATEMENT RUNS SPLIT THEM
001500*                  IN TWO.  THIS LISTS THE LIKELY PAIRS FOR
001600*                  THE MEDICAL-RECORDS DESK, WHICH KEYS THE
001700*                  CONFIRMED ONES AS HBMERGE TRANSACTIONS.
001800*-----------------------------------------------------------
001900*
002000*-----------------------------------------------------------
002100* THE PATIENT INDEX IS LOADED WHOLE AND EVERY PAIR OF LIVE
002200* ROWS (DIFFERENT MRNS, NEITHER RETIRED BY AN EARLIER MERGE)
002300* IS TESTED AGAINST TWO RULES -
002400*   1. SAME NAME AND SAME PHONE        (ADDRESS MAY DIFFER -
002500*                                       THE PATIENT MOVED)
002600*   2. SAME PHONE AND SAME ADDRESS AND A CLOSE NAME
002700*                                      (A MIS-KEYED NAME)
002800* A ROW WITH NO PHONE ON IT NEVER PAIRS - NAME ALONE IS THE
002900* TWO-JOHN-SMITHS PROBLEM HBADMIT ALREADY REFUSES TO MERGE
003000* ON.  TWO NAMES ARE CLOSE WHEN THEY DIFFER IN NO MORE THAN
003100* HB-CLOSE-LIMIT CHARACTER POSITIONS (SMITH / SMYTH), OR WHEN
003200* ONE IS THE OTHER WITH A SINGLE CHARACTER DROPPED (JON /
003300* JOHN).  THE REPORT ONLY PROPOSES - NOTHING IS MERGED HERE.
003400*-----------------------------------------------------------
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER.   IBM-370.
003800 OBJECT-COMPUTER.   IBM-370.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT OPTIONAL PATIENT-INDEX-FILE ASSIGN TO "PATIXMST"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS SEQUENTIAL
004400         RECORD KEY IS PIX-MRN.
004500     SELECT DUP-RPT ASSIGN TO "DUPRPT"
004600         ORGANIZATION IS LINE SEQUENTIAL.
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  PATIENT-INDEX-FILE.
005000 COPY PATIXREC.
005100 FD  DUP-RPT.
005200 01  DUP-LINE                PIC X(90).
005300 WORKING-STORAGE SECTION.
005400 01  HB-SWITCHES.
005500     03  HB-PIX-EOF-SW       PIC X(01)   VALUE 'N'.
005600         88  HB-PIX-EOF          VALUE 'Y'.
005700     03  HB-NAME-CLOSE-SW    PIC X(01)   VALUE 'N'.
005800         88  HB-NAME-CLOSE       VALUE 'Y'.
005900 01  HB-COUNTERS.
006000     03  HB-PIX-READ-CT      PIC 9(05)   COMP VALUE ZERO.
006100     03  HB-RETIRED-CT       PIC 9(05)   COMP VALUE ZERO.
006200     03  HB-NAME-PHONE-CT    PIC 9(05)   COMP VALUE ZERO.
006300     03  HB-CLOSE-NAME-CT    PIC 9(05)   COMP VALUE ZERO.
006400     03  HB-PIX-COUNT        PIC 9(05)   COMP VALUE ZERO.
006500     03  HB-A-IDX            PIC 9(05)   COMP.
006600     03  HB-B-IDX            PIC 9(05)   COMP.
006700     03  HB-CHAR-IDX         PIC 9(05)   COMP.
006800     03  HB-DIFF-CT          PIC 9(05)   COMP.
006900     03  HB-FIRST-DIFF       PIC 9(05)   COMP.
007000     03  HB-TAIL-LEN         PIC 9(05)   COMP.
007100     03  HB-TAIL-FROM        PIC 9(05)   COMP.
007200 01  HB-WORK-FIELDS.
007300     03  HB-CLOSE-LIMIT      PIC 9(02)   VALUE 2.
007400     03  HB-RULE-TEXT        PIC X(16)   VALUE SPACES.
007500     03  HB-NAME-A           PIC X(20).
007600     03  HB-NAME-B           PIC X(20).
007700*-----------------------------------------------------------
007800* THE PATIENT INDEX, LIVE ROWS ONLY - SAME GUARDED-TABLE
007900* TECHNIQUE AND SIZE AS HBADMIT'S MATCH TABLE.
008000*-----------------------------------------------------------
008100 01  HB-PIX-TABLE.
008200     03  HB-PIX-ENTRY OCCURS 2000 TIMES.
008300         05  HB-PX-MRN           PIC 9(07).
008400         05  HB-PX-PATNAME       PIC X(20).
008500         05  HB-PX-PATADDRESS    PIC X(30).
008600         05  HB-PX-PAT-PHONE     PIC X(10).
008700         05  HB-PX-LAST-DATE     PIC X(06).
008800 01  HB-REPORT-LINE.
008900     03  RL-MRN-A            PIC 9(07).
009000     03  FILLER              PIC X(02)   VALUE SPACES.
009100     03  RL-NAME-A           PIC X(20).
009200     03  FILLER              PIC X(02)   VALUE SPACES.
009300     03  RL-MRN-B            PIC 9(07).
009400     03  FILLER              PIC X(02)   VALUE SPACES.
009500     03  RL-NAME-B           PIC X(20).
009600     03  FILLER              PIC X(02)   VALUE SPACES.
009700     03  RL-PHONE            PIC X(10).
009800     03  FILLER              PIC X(02)   VALUE SPACES.
009900     03  RL-RULE             PIC X(16).
010000*-----------------------------------------------------------
010100* SECOND LINE OF A PAIR - BOTH ADDRESSES AND LAST-STAY DATES,
010200* WHICH IS WHAT THE DESK CHECKS AGAINST THE CHARTS.
010300*-----------------------------------------------------------
010400 01  HB-ADDRESS-LINE.
010500     03  FILLER              PIC X(09)   VALUE SPACES.
010600     03  AL-ADDRESS-A        PIC X(30).
010700     03  FILLER              PIC X(01)   VALUE SPACES.
010800     03  AL-LAST-A           PIC X(06).
010900     03  FILLER              PIC X(03)   VALUE SPACES.
011000     03  AL-ADDRESS-B        PIC X(30).
011100     03  FILLER              PIC X(01)   VALUE SPACES.
011200     03  AL-LAST-B           PIC X(06).
011300     03  FILLER              PIC X(04)   VALUE SPACES.
011400 PROCEDURE DIVISION.
011500 0000-MAINLINE.
011600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011700     PERFORM 2000-COMPARE-FROM-ROW THRU 2000-EXIT
011800         VARYING HB-A-IDX FROM 1 BY 1
011900         UNTIL HB-A-IDX >= HB-PIX-COUNT.
012000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
012100     GOBACK.
012200*
012300 1000-INITIALIZE.
012400     OPEN INPUT PATIENT-INDEX-FILE.
012500     OPEN OUTPUT DUP-RPT.
012600     MOVE 'ST. VINCENT GENERAL - DUPLICATE MRN CANDIDATES'
012700                             TO DUP-LINE.
012800     WRITE DUP-LINE.
012900     MOVE SPACES             TO DUP-LINE.
013000     WRITE DUP-LINE.
013100     MOVE SPACES             TO DUP-LINE.
013200     MOVE 'MRN'              TO DUP-LINE(1:3).
013300     MOVE 'NAME'             TO DUP-LINE(10:4).
013400     MOVE 'MRN'              TO DUP-LINE(32:3).
013500     MOVE 'NAME'             TO DUP-LINE(41:4).
013600     MOVE 'PHONE'            TO DUP-LINE(63:5).
013700     MOVE 'RULE'             TO DUP-LINE(75:4).
013800     WRITE DUP-LINE.
013900     MOVE SPACES             TO DUP-LINE.
014000     MOVE 'ADDRESS'          TO DUP-LINE(10:7).
014100     MOVE 'LAST'             TO DUP-LINE(41:4).
014200     MOVE 'ADDRESS'          TO DUP-LINE(50:7).
014300     MOVE 'LAST'             TO DUP-LINE(81:4).
014400     WRITE DUP-LINE.
014500     PERFORM 1100-READ-PIX THRU 1100-EXIT.
014600     PERFORM 1200-LOAD-ONE-PIX THRU 1200-EXIT
014700         UNTIL HB-PIX-EOF.
014800 1000-EXIT.
014900     EXIT.
015000*
015100 1100-READ-PIX.
015200     READ PATIENT-INDEX-FILE
015300         AT END SET HB-PIX-EOF TO TRUE
015400     END-READ.
015500 1100-EXIT.
015600     EXIT.
015700*
015800 1200-LOAD-ONE-PIX.
015900     ADD 1 TO HB-PIX-READ-CT.
016000     IF PIX-MERGED-INTO NUMERIC AND PIX-MERGED-INTO > ZERO
016100         ADD 1 TO HB-RETIRED-CT
016200         GO TO 1200-EXIT
016300     END-IF.
016400     IF HB-PIX-COUNT >= 2000
016500         DISPLAY 'HBDUPRP: PATIENT INDEX TABLE FULL AT - '
016600             PIX-MRN
016700         SET HB-PIX-EOF TO TRUE
016800         GO TO 1200-EXIT
016900     END-IF.
017000     ADD 1 TO HB-PIX-COUNT.
017100     MOVE PIX-MRN            TO HB-PX-MRN(HB-PIX-COUNT).
017200     MOVE PIX-PATNAME        TO HB-PX-PATNAME(HB-PIX-COUNT).
017300     MOVE PIX-PATADDRESS     TO HB-PX-PATADDRESS(HB-PIX-COUNT).
017400     MOVE PIX-PAT-PHONE      TO HB-PX-PAT-PHONE(HB-PIX-COUNT).
017500     MOVE PIX-LAST-DATE      TO HB-PX-LAST-DATE(HB-PIX-COUNT).
017600 1200-EXIT.
017700     IF NOT HB-PIX-EOF
017800         PERFORM 1100-READ-PIX THRU 1100-EXIT
017900     END-IF.
018000     EXIT.
018100*
018200*-----------------------------------------------------------
018300* ROW A AGAINST EVERY ROW AFTER IT, SO EACH PAIR IS TESTED
018400* (AND LISTED) ONCE.
018500*-----------------------------------------------------------
018600 2000-COMPARE-FROM-ROW.
018700     IF HB-PX-PAT-PHONE(HB-A-IDX) = SPACES
018800         GO TO 2000-EXIT
018900     END-IF.
019000     PERFORM 2100-COMPARE-PAIR THRU 2100-EXIT
019100         VARYING HB-B-IDX FROM HB-A-IDX BY 1
019200         UNTIL HB-B-IDX > HB-PIX-COUNT.
019300 2000-EXIT.
019400     EXIT.
019500*
019600 2100-COMPARE-PAIR.
019700     IF HB-B-IDX = HB-A-IDX
019800         GO TO 2100-EXIT
019900     END-IF.
020000     IF HB-PX-PAT-PHONE(HB-B-IDX) NOT = HB-PX-PAT-PHONE(HB-A-IDX)
020100         GO TO 2100-EXIT
020200     END-IF.
020300     IF HB-PX-PATNAME(HB-B-IDX) = HB-PX-PATNAME(HB-A-IDX)
020400         MOVE 'SAME NAME/PHONE' TO HB-RULE-TEXT
020500         ADD 1 TO HB-NAME-PHONE-CT
020600         PERFORM 2900-WRITE-PAIR THRU 2900-EXIT
020700         GO TO 2100-EXIT
020800     END-IF.
020900     IF HB-PX-PATADDRESS(HB-B-IDX)
021000             NOT = HB-PX-PATADDRESS(HB-A-IDX)
021100         GO TO 2100-EXIT
021200     END-IF.
021300     MOVE HB-PX-PATNAME(HB-A-IDX) TO HB-NAME-A.
021400     MOVE HB-PX-PATNAME(HB-B-IDX) TO HB-NAME-B.
021500     PERFORM 3000-TEST-NAME-CLOSE THRU 3000-EXIT.
021600     IF HB-NAME-CLOSE
021700         MOVE 'CLOSE NAME/ADDR' TO HB-RULE-TEXT
021800         ADD 1 TO HB-CLOSE-NAME-CT
021900         PERFORM 2900-WRITE-PAIR THRU 2900-EXIT
022000     END-IF.
022100 2100-EXIT.
022200     EXIT.
022300*
022400 2900-WRITE-PAIR.
022500     MOVE SPACES             TO HB-REPORT-LINE.
022600     MOVE HB-PX-MRN(HB-A-IDX) TO RL-MRN-A.
022700     MOVE HB-PX-PATNAME(HB-A-IDX) TO RL-NAME-A.
022800     MOVE HB-PX-MRN(HB-B-IDX) TO RL-MRN-B.
022900     MOVE HB-PX-PATNAME(HB-B-IDX) TO RL-NAME-B.
023000     MOVE HB-PX-PAT-PHONE(HB-A-IDX) TO RL-PHONE.
023100     MOVE HB-RULE-TEXT       TO RL-RULE.
023200     MOVE HB-REPORT-LINE     TO DUP-LINE.
023300     WRITE DUP-LINE.
023400     MOVE HB-PX-PATADDRESS(HB-A-IDX) TO AL-ADDRESS-A.
023500     MOVE HB-PX-LAST-DATE(HB-A-IDX) TO AL-LAST-A.
023600     MOVE HB-PX-PATADDRESS(HB-B-IDX) TO AL-ADDRESS-B.
023700     MOVE HB-PX-LAST-DATE(HB-B-IDX) TO AL-LAST-B.
023800     MOVE HB-ADDRESS-LINE    TO DUP-LINE.
023900     WRITE DUP-LINE.
024000 2900-EXIT.
024100     EXIT.
024200*
024300*-----------------------------------------------------------
024400* SETS HB-NAME-CLOSE FOR HB-NAME-A AGAINST HB-NAME-B (THE
024500* CALLER HAS ALREADY RULED OUT AN EXACT MATCH).  FIRST COUNTS
024600* THE POSITIONS THAT DIFFER; IF THAT IS OVER THE LIMIT, TRIES
024700* THE TAILS AFTER THE FIRST DIFFERENCE SHIFTED BY ONE EACH
024800* WAY - IF EITHER LINES UP, ONE NAME IS THE OTHER WITH A
024900* SINGLE CHARACTER DROPPED.
025000*-----------------------------------------------------------
025100 3000-TEST-NAME-CLOSE.
025200     MOVE 'N'                TO HB-NAME-CLOSE-SW.
025300     MOVE ZERO               TO HB-DIFF-CT HB-FIRST-DIFF.
025400     PERFORM 3100-COMPARE-ONE-CHAR THRU 3100-EXIT
025500         VARYING HB-CHAR-IDX FROM 1 BY 1
025600         UNTIL HB-CHAR-IDX > 20.
025700     IF HB-DIFF-CT NOT > HB-CLOSE-LIMIT
025800         SET HB-NAME-CLOSE TO TRUE
025900         GO TO 3000-EXIT
026000     END-IF.
026100     IF HB-FIRST-DIFF = ZERO OR HB-FIRST-DIFF >= 20
026200         GO TO 3000-EXIT
026300     END-IF.
026400     COMPUTE HB-TAIL-LEN = 20 - HB-FIRST-DIFF.
026500     COMPUTE HB-TAIL-FROM = HB-FIRST-DIFF + 1.
026600     IF HB-NAME-A(HB-TAIL-FROM:HB-TAIL-LEN)
026700             = HB-NAME-B(HB-FIRST-DIFF:HB-TAIL-LEN)
026800         SET HB-NAME-CLOSE TO TRUE
026900         GO TO 3000-EXIT
027000     END-IF.
027100     IF HB-NAME-B(HB-TAIL-FROM:HB-TAIL-LEN)
027200             = HB-NAME-A(HB-FIRST-DIFF:HB-TAIL-LEN)
027300         SET HB-NAME-CLOSE TO TRUE
027400     END-IF.
027500 3000-EXIT.
027600     EXIT.
027700*
027800 3100-COMPARE-ONE-CHAR.
027900     IF HB-NAME-A(HB-CHAR-IDX:1) = HB-NAME-B(HB-CHAR-IDX:1)
028000         GO TO 3100-EXIT
028100     END-IF.
028200     ADD 1 TO HB-DIFF-CT.
028300     IF HB-FIRST-DIFF = ZERO
028400         MOVE HB-CHAR-IDX    TO HB-FIRST-DIFF
028500     END-IF.
028600 3100-EXIT.
028700     EXIT.
028800*
028900 9000-TERMINATE.
029000     MOVE SPACES             TO DUP-LINE.
029100     WRITE DUP-LINE.
029200     IF HB-NAME-PHONE-CT = ZERO AND HB-CLOSE-NAME-CT = ZERO
029300         MOVE '  NO DUPLICATE CANDIDATES TONIGHT' TO DUP-LINE
029400         WRITE DUP-LINE
029500     END-IF.
029600     CLOSE PATIENT-INDEX-FILE.
029700     CLOSE DUP-RPT.
029800     DISPLAY 'HBDUPRP: INDEX ROWS READ     = ' HB-PIX-READ-CT.
029900     DISPLAY 'HBDUPRP: RETIRED ROWS SKIPPED= ' HB-RETIRED-CT.
030000     DISPLAY 'HBDUPRP: SAME NAME AND PHONE = ' HB-NAME-PHONE-CT.
030100     DISPLAY 'HBDUPRP: CLOSE NAME, ADDRESS = ' HB-CLOSE-NAME-CT.
030200 9000-EXIT.
030300     EXIT.
