000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    HBRETAIN.
000300 AUTHOR.        D. OKAFOR.
000400 INSTALLATION.  ST. VINCENT GENERAL - IT DEPARTMENT.
000500 DATE-WRITTEN.  2026-10-12.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------
000800* MODIFICATION HISTORY
000900* 2026-10-12  DPO  INITIAL VERSION - YEARLY ARCHIVE ROLL-OFF.
001000*                  NOTHING WAS EVER TRIMMED FROM THE STAY
001100*                  ARCHIVES, THE TRANSFER AND REVERSAL AUDIT
001200*                  TRAILS, THE LAB POSTINGS OR THE SETTLED
001300*                  LEDGER ROWS, SO EVERY REPORT THAT READS
001400*                  THEM END TO END GOT SLOWER EVERY NIGHT.
001500*                  THIS STEP MOVES ONE CALENDAR YEAR'S ROWS
001600*                  OFF EACH FILE INTO THAT YEAR'S HISTORY
001700*                  GENERATION AND PRINTS A BEFORE/AFTER COUNT
001800*                  BALANCE FOR EVERY FILE IT TOUCHED.
001900* 2026-10-15  DPO  LEDGER ROWS ARE NOW DELETED ONLY AFTER EVERY
002000*                  SEQUENTIAL FILE HAS BALANCED AND THE
002100*                  PATARCH/DISCARCH PAIR CAME THROUGH INTACT -
002200*                  A RUN THAT STOPPED THE FILE SWAP USED TO
002300*                  LEAVE THE LEDGER ALREADY TRIMMED.
002310* 2026-10-15  DPO  THE HISTORY GENERATIONS ARE OPENED EXTEND -
002320*                  A SECOND RUN OF THE SAME YEAR USED TO EMPTY
002330*                  THEM, LOSING THE ROWS (AND THE DELETED
002340*                  LEDGER ROWS) THE FIRST RUN HAD ROLLED.  THE
002350*                  BALANCE NOW COUNTS WHAT EACH GENERATION
002360*                  HELD BEFORE AND HOLDS AFTER THE RUN.
002400*-----------------------------------------------------------
002500*
002600*-----------------------------------------------------------
002700* RET-PARM-FILE CARRIES ONE ROW: THE TWO-DIGIT YEAR TO ROLL
002800* OFF (YY, CENTURY-WINDOWED LIKE EVERY OTHER DATE IN THE
002900* SUITE).  THE RUN IS REFUSED WHILE A BUSINESS DATE IS OPEN -
003000* IT BELONGS BETWEEN NIGHTS, NOT IN THE MIDDLE OF ONE - AND
003100* FOR ANY YEAR THAT IS NOT ALREADY BEHIND THE BUSINESS DATE.
003200*
003300* FOR EACH SEQUENTIAL FILE THE OLD FILE IS READ ONCE; ROWS
003400* DATED IN THE ROLL YEAR GO TO THE YEAR'S HISTORY GENERATION
003500* (PATHIST, DISHIST, XFERHIST, REVHIST, LABHIST) AND ALL THE
003600* REST TO A NEW LIVE FILE (PATNEW, DISNEW, XFERNEW, REVNEW,
003700* LABNEW), WHICH THE JOB PUTS IN PLACE OF THE OLD ONE ONLY
003800* ON A ZERO RETURN CODE.  A GENERATION IS ONLY EVER ADDED
003810* TO - A SECOND RUN OF THE YEAR (ROWS THAT TURNED UP LATE)
003820* APPENDS BEHIND WHAT THE FIRST RUN ROLLED.  A RUN THAT ENDS
003830* RC 16 HAS STILL APPENDED ITS ROLLED ROWS, WHILE THE LIVE
003840* FILES IT WAS TO REPLACE STAY AS THEY WERE - BEFORE THE YEAR
003850* IS RUN AGAIN THE GENERATIONS GO BACK TO THE HIST WAS COUNT
003860* ON THAT RUN'S REPORT.  ROWS FROM A YEAR BEFORE THE ROLL
003900* YEAR ARE LEFT ON THE LIVE FILE AND COUNTED - THAT YEAR WAS
004000* NEVER ROLLED AND GETS ITS OWN RUN, SO A GENERATION ONLY
004100* EVER HOLDS ITS OWN YEAR.
004200*   PATARCH/DISCARCH  BY DISCH-DATE, AS A PAIR - BOTH ROWS OF
004300*                     A STAY MOVE OR NEITHER DOES, SO EACH
004400*                     GENERATION READS IN THE SAME LOCKSTEP
004500*                     THE LIVE PAIR DOES.  A PAIR OUT OF STEP
004600*                     STOPS THE ROLL FOR BOTH FILES: THE
004700*                     REST ARE KEPT AS THEY STAND.
004800*   XFERAUDT          BY TRANSFER-DATE.
004900*   REVAUDIT          BY THE REVERSAL DATE.
005000*   LABPOST           BY LAB-RESULT-DATE.
005100*   ARLEDGER          BY AR-BILL-DATE, PAID AND VOID ROWS
005200*                     ONLY.  AN OPEN INVOICE NEVER MOVES, NOR
005300*                     DOES A PAID ONE WHILE CRBAL STILL HOLDS
005400*                     AN OPEN CREDIT AGAINST IT.  THE LEDGER
005500*                     IS INDEXED, SO ITS ROWS ARE DELETED IN
005600*                     PLACE AND ITS AFTER COUNT IS A SECOND
005700*                     PASS OVER THE FILE, NOT ARITHMETIC.
005800*                     A DELETE CANNOT BE TAKEN BACK BY NOT
005900*                     SWAPPING FILES, SO THE LEDGER IS ROLLED
006000*                     LAST, AND ONLY WHEN THE FIVE SEQUENTIAL
006100*                     FILES HAVE ALL BALANCED AND THE PAIR IS
006200*                     INTACT.  OTHERWISE IT IS LEFT WHOLE AND
006300*                     ONLY COUNTED, AND NOTHING GOES TO ARHIST.
006400* A FILE BALANCES WHEN BEFORE = AFTER + ROLLED AND ITS
006420* GENERATION, COUNTED BEFORE THE RUN (HIST WAS) AND READ
006440* AGAIN AFTER IT (HIST NOW), GREW BY EXACTLY THE ROWS ROLLED -
006460* SO BEFORE + HIST WAS = AFTER + HIST NOW.  ANY FILE OUT
006500* OF BALANCE, OR A BROKEN PAIR, ENDS WITH RETURN CODE 16.
006600*-----------------------------------------------------------
006700 ENVIRONMENT DIVISION.
006800 CONFIGURATION SECTION.
006900 SOURCE-COMPUTER.   IBM-370.
007000 OBJECT-COMPUTER.   IBM-370.
007100 INPUT-OUTPUT SECTION.
007200 FILE-CONTROL.
007300     SELECT RET-PARM-FILE ASSIGN TO "PARMIN"
007400         ORGANIZATION IS LINE SEQUENTIAL.
007500     SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
007600         ORGANIZATION IS LINE SEQUENTIAL.
007700     SELECT OPTIONAL DISCH-ARCH-FILE ASSIGN TO "DISCARCH"
007800         ORGANIZATION IS LINE SEQUENTIAL.
007900     SELECT OPTIONAL PATIENT-ARCH-FILE ASSIGN TO "PATARCH"
008000         ORGANIZATION IS LINE SEQUENTIAL.
008100     SELECT OPTIONAL XFER-AUDIT-FILE ASSIGN TO "XFERAUDT"
008200         ORGANIZATION IS LINE SEQUENTIAL.
008300     SELECT OPTIONAL REV-AUDIT-FILE ASSIGN TO "REVAUDIT"
008400         ORGANIZATION IS LINE SEQUENTIAL.
008500     SELECT OPTIONAL LAB-POST-FILE ASSIGN TO "LABPOST"
008600         ORGANIZATION IS LINE SEQUENTIAL.
008700     SELECT DISCH-NEW-FILE ASSIGN TO "DISNEW"
008800         ORGANIZATION IS LINE SEQUENTIAL.
008900     SELECT PATIENT-NEW-FILE ASSIGN TO "PATNEW"
009000         ORGANIZATION IS LINE SEQUENTIAL.
009100     SELECT XFER-NEW-FILE ASSIGN TO "XFERNEW"
009200         ORGANIZATION IS LINE SEQUENTIAL.
009300     SELECT REV-NEW-FILE ASSIGN TO "REVNEW"
009400         ORGANIZATION IS LINE SEQUENTIAL.
009500     SELECT LAB-NEW-FILE ASSIGN TO "LABNEW"
009600         ORGANIZATION IS LINE SEQUENTIAL.
009700     SELECT OPTIONAL DISCH-HIST-FILE ASSIGN TO "DISHIST"
009800         ORGANIZATION IS LINE SEQUENTIAL.
009900     SELECT OPTIONAL PATIENT-HIST-FILE ASSIGN TO "PATHIST"
010000         ORGANIZATION IS LINE SEQUENTIAL.
010100     SELECT OPTIONAL XFER-HIST-FILE ASSIGN TO "XFERHIST"
010200         ORGANIZATION IS LINE SEQUENTIAL.
010300     SELECT OPTIONAL REV-HIST-FILE ASSIGN TO "REVHIST"
010400         ORGANIZATION IS LINE SEQUENTIAL.
010500     SELECT OPTIONAL LAB-HIST-FILE ASSIGN TO "LABHIST"
010600         ORGANIZATION IS LINE SEQUENTIAL.
010700     SELECT OPTIONAL AR-HIST-FILE ASSIGN TO "ARHIST"
010800         ORGANIZATION IS LINE SEQUENTIAL.
010900     SELECT OPTIONAL AR-LEDGER-FILE ASSIGN TO "ARLEDGER"
011000         ORGANIZATION IS INDEXED
011100         ACCESS MODE IS SEQUENTIAL
011200         RECORD KEY IS AR-INV-NO.
011300     SELECT OPTIONAL CREDIT-BAL-FILE ASSIGN TO "CRBAL"
011400         ORGANIZATION IS INDEXED
011500         ACCESS MODE IS RANDOM
011600         RECORD KEY IS CR-INV-NO.
011700     SELECT RETAIN-RPT ASSIGN TO "RETRPT"
011800         ORGANIZATION IS LINE SEQUENTIAL.
011900 DATA DIVISION.
012000 FILE SECTION.
012100 FD  RET-PARM-FILE.
012200 01  RET-PARM-RECORD.
012300     03  PARM-ROLL-YEAR      PIC X(02).
012400 FD  BUSINESS-DATE-FILE.
012500 01  BUSINESS-DATE-LINE      PIC X(27).
012600 FD  DISCH-ARCH-FILE.
012700 COPY DISCREC.
012800 FD  PATIENT-ARCH-FILE.
012900 COPY PATREC.
013000 FD  XFER-AUDIT-FILE.
013100 COPY XFERREC.
013200*-----------------------------------------------------------
013300* HBREVRS'S AUDIT ROW - THE RESULT TEXT, A SPACE, THEN THE
013400* REVERSAL TRANSACTION IMAGE (REVTRAN) AS POSTED.
013500*-----------------------------------------------------------
013600 FD  REV-AUDIT-FILE.
013700 01  REV-AUDIT-RECORD.
013800     03  RA-RESULT           PIC X(20).
013900     03  FILLER              PIC X(01).
014000     03  RA-REV-TYPE         PIC X(01).
014100     03  RA-BEDIDENT         PIC X(04).
014200     03  RA-NEW-BEDIDENT     PIC X(04).
014300     03  RA-REV-DATE         PIC X(06).
014400     03  RA-REV-REASON       PIC X(30).
014500 FD  LAB-POST-FILE.
014600 COPY LABREC.
014700 FD  DISCH-NEW-FILE.
014800 01  DISCH-NEW-LINE          PIC X(60).
014900 FD  PATIENT-NEW-FILE.
015000 01  PATIENT-NEW-LINE        PIC X(173).
015100 FD  XFER-NEW-FILE.
015200 01  XFER-NEW-LINE           PIC X(51).
015300 FD  REV-NEW-FILE.
015400 01  REV-NEW-LINE            PIC X(66).
015500 FD  LAB-NEW-FILE.
015600 01  LAB-NEW-LINE            PIC X(51).
015700 FD  DISCH-HIST-FILE.
015800 01  DISCH-HIST-LINE         PIC X(60).
015900 FD  PATIENT-HIST-FILE.
016000 01  PATIENT-HIST-LINE       PIC X(173).
016100 FD  XFER-HIST-FILE.
016200 01  XFER-HIST-LINE          PIC X(51).
016300 FD  REV-HIST-FILE.
016400 01  REV-HIST-LINE           PIC X(66).
016500 FD  LAB-HIST-FILE.
016600 01  LAB-HIST-LINE           PIC X(51).
016700 FD  AR-HIST-FILE.
016800 01  AR-HIST-LINE            PIC X(176).
016900 FD  AR-LEDGER-FILE.
017000 COPY ARLEDG.
017100 FD  CREDIT-BAL-FILE.
017200 COPY CRBALREC.
017300 FD  RETAIN-RPT.
017400 01  RETAIN-LINE             PIC X(90).
017500 WORKING-STORAGE SECTION.
017600 01  HB-SWITCHES.
017700     03  HB-NO-BUS-DATE-SW   PIC X(01)   VALUE 'N'.
017800         88  HB-NO-BUS-DATE      VALUE 'Y'.
017900     03  HB-PARM-BAD-SW      PIC X(01)   VALUE 'N'.
018000         88  HB-PARM-BAD         VALUE 'Y'.
018100     03  HB-DISCH-EOF-SW     PIC X(01)   VALUE 'N'.
018200         88  HB-DISCH-EOF        VALUE 'Y'.
018300     03  HB-PAT-ARCH-EOF-SW  PIC X(01)   VALUE 'N'.
018400         88  HB-PAT-ARCH-EOF     VALUE 'Y'.
018500     03  HB-XFER-EOF-SW      PIC X(01)   VALUE 'N'.
018600         88  HB-XFER-EOF         VALUE 'Y'.
018700     03  HB-REV-EOF-SW       PIC X(01)   VALUE 'N'.
018800         88  HB-REV-EOF          VALUE 'Y'.
018900     03  HB-LAB-EOF-SW       PIC X(01)   VALUE 'N'.
019000         88  HB-LAB-EOF          VALUE 'Y'.
019100     03  HB-LEDGER-EOF-SW    PIC X(01)   VALUE 'N'.
019200         88  HB-LEDGER-EOF       VALUE 'Y'.
019230     03  HB-HIST-EOF-SW      PIC X(01)   VALUE 'N'.
019260         88  HB-HIST-EOF         VALUE 'Y'.
019300     03  HB-PAIR-BROKEN-SW   PIC X(01)   VALUE 'N'.
019400         88  HB-PAIR-BROKEN      VALUE 'Y'.
019500     03  HB-OUT-OF-BAL-SW    PIC X(01)   VALUE 'N'.
019600         88  HB-OUT-OF-BAL       VALUE 'Y'.
019700     03  HB-CREDIT-OPEN-SW   PIC X(01)   VALUE 'N'.
019800         88  HB-CREDIT-OPEN      VALUE 'Y'.
019900     03  HB-LEDGER-HELD-SW   PIC X(01)   VALUE 'N'.
020000         88  HB-LEDGER-HELD      VALUE 'Y'.
020100     03  HB-ROW-ACTION       PIC X(01).
020200         88  HB-ROLL-ROW         VALUE 'R'.
020300         88  HB-KEEP-ROW         VALUE 'K'.
020400         88  HB-EARLY-ROW        VALUE 'E'.
020500 01  HB-COUNTERS.
020600     03  HB-OPEN-HELD-CT     PIC 9(07)   COMP VALUE ZERO.
020700     03  HB-CREDIT-HELD-CT   PIC 9(07)   COMP VALUE ZERO.
020800     03  HB-FX               PIC 9(03)   COMP.
020850     03  HB-HIST-CT          PIC 9(07)   COMP VALUE ZERO.
020900 01  HB-DATE-WORK.
021000     03  HB-ROW-DATE         PIC X(06).
021100     03  HB-YY               PIC 9(02).
021200     03  HB-YYYY             PIC 9(04).
021300     03  HB-ROLL-YYYY        PIC 9(04).
021400     03  HB-BUS-YYYY         PIC 9(04).
021500*-----------------------------------------------------------
021600* ONE COUNT ENTRY PER FILE, IN REPORT ORDER - 1 PATARCH,
021700* 2 DISCARCH, 3 XFERAUDT, 4 REVAUDIT, 5 LABPOST, 6 ARLEDGER.
021730* HIST WAS/NOW ARE THE ROWS IN THAT FILE'S GENERATION
021760* (PATHIST, DISHIST, XFERHIST, REVHIST, LABHIST, ARHIST).
021800*-----------------------------------------------------------
021900 01  HB-FILE-COUNT-TABLE.
022000     03  HB-FILE-COUNT-ENTRY OCCURS 6 TIMES.
022100         05  HB-FC-BEFORE        PIC 9(07)   COMP.
022200         05  HB-FC-AFTER         PIC 9(07)   COMP.
022300         05  HB-FC-ROLLED        PIC 9(07)   COMP.
022400         05  HB-FC-EARLY         PIC 9(07)   COMP.
022430         05  HB-FC-HIST-WAS      PIC 9(07)   COMP.
022460         05  HB-FC-HIST-NOW      PIC 9(07)   COMP.
022500 01  HB-FILE-LABELS.
022600     03  FILLER              PIC X(08)   VALUE 'PATARCH'.
022700     03  FILLER              PIC X(08)   VALUE 'DISCARCH'.
022800     03  FILLER              PIC X(08)   VALUE 'XFERAUDT'.
022900     03  FILLER              PIC X(08)   VALUE 'REVAUDIT'.
023000     03  FILLER              PIC X(08)   VALUE 'LABPOST'.
023100     03  FILLER              PIC X(08)   VALUE 'ARLEDGER'.
023200 01  HB-FILE-LABEL-TABLE REDEFINES HB-FILE-LABELS.
023300     03  HB-FILE-LABEL       PIC X(08)   OCCURS 6 TIMES.
023400 01  HB-REPORT-LINE.
023500     03  FILLER              PIC X(02)   VALUE SPACES.
023600     03  RL-FILE             PIC X(08).
023700     03  FILLER              PIC X(02)   VALUE SPACES.
023800     03  RL-BEFORE           PIC ZZZZZZ9.
023900     03  FILLER              PIC X(02)   VALUE SPACES.
024000     03  RL-ROLLED           PIC ZZZZZZ9.
024100     03  FILLER              PIC X(02)   VALUE SPACES.
024200     03  RL-AFTER            PIC ZZZZZZ9.
024300     03  FILLER              PIC X(02)   VALUE SPACES.
024400     03  RL-EARLY            PIC ZZZZZZ9.
024420     03  FILLER              PIC X(02)   VALUE SPACES.
024440     03  RL-HIST-WAS         PIC ZZZZZZ9.
024460     03  FILLER              PIC X(02)   VALUE SPACES.
024480     03  RL-HIST-NOW         PIC ZZZZZZ9.
024500     03  FILLER              PIC X(03)   VALUE SPACES.
024600     03  RL-VERDICT          PIC X(14).
024700 01  HB-NOTE-LINE.
024800     03  FILLER              PIC X(02)   VALUE SPACES.
024900     03  NL-LABEL            PIC X(44).
025000     03  NL-COUNT            PIC ZZZZZZ9.
025100 COPY BDATEREC.
025200 PROCEDURE DIVISION.
025300 0000-MAINLINE.
025400     PERFORM 0100-READ-BUSINESS-DATE THRU 0100-EXIT.
025500     IF HB-NO-BUS-DATE
025600         MOVE 16             TO RETURN-CODE
025700         GOBACK
025800     END-IF.
025900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
026000     IF HB-PARM-BAD
026100         MOVE 16             TO RETURN-CODE
026200         GOBACK
026300     END-IF.
026400     PERFORM 2000-ROLL-ONE-STAY THRU 2000-EXIT
026500         UNTIL HB-DISCH-EOF AND HB-PAT-ARCH-EOF.
026600     PERFORM 3000-ROLL-ONE-XFER THRU 3000-EXIT
026700         UNTIL HB-XFER-EOF.
026800     PERFORM 3200-ROLL-ONE-REVERSAL THRU 3200-EXIT
026900         UNTIL HB-REV-EOF.
027000     PERFORM 3400-ROLL-ONE-LAB THRU 3400-EXIT
027100         UNTIL HB-LAB-EOF.
027110     CLOSE PATIENT-HIST-FILE.
027120     CLOSE DISCH-HIST-FILE.
027130     CLOSE XFER-HIST-FILE.
027140     CLOSE REV-HIST-FILE.
027150     CLOSE LAB-HIST-FILE.
027160     PERFORM 5300-RECOUNT-HIST THRU 5300-EXIT
027170         VARYING HB-FX FROM 1 BY 1
027180         UNTIL HB-FX > 5.
027200     PERFORM 5100-PRINT-ONE-FILE THRU 5100-EXIT
027300         VARYING HB-FX FROM 1 BY 1
027400         UNTIL HB-FX > 5.
027500     IF HB-OUT-OF-BAL OR HB-PAIR-BROKEN
027600         SET HB-LEDGER-HELD TO TRUE
027700     ELSE
027800         PERFORM 4000-ROLL-ONE-INVOICE THRU 4000-EXIT
027900             UNTIL HB-LEDGER-EOF
028000     END-IF.
028100     PERFORM 4500-RECOUNT-LEDGER THRU 4500-EXIT.
028120     CLOSE AR-HIST-FILE.
028140     MOVE 6                  TO HB-FX.
028160     PERFORM 5300-RECOUNT-HIST THRU 5300-EXIT.
028200     PERFORM 5000-PRINT-BALANCE THRU 5000-EXIT.
028300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
028400     GOBACK.
028500*
028600*-----------------------------------------------------------
028700* THE ROLL RUNS BETWEEN NIGHTS - THE LAST DATE MUST BE
028800* CLOSED, AND ITS YEAR IS THE YARDSTICK FOR WHICH YEARS ARE
028900* FAR ENOUGH BEHIND TO ROLL.
029000*-----------------------------------------------------------
029100 0100-READ-BUSINESS-DATE.
029200     OPEN INPUT BUSINESS-DATE-FILE.
029300     READ BUSINESS-DATE-FILE INTO BUSINESS-DATE-RECORD
029400         AT END SET HB-NO-BUS-DATE TO TRUE
029500     END-READ.
029600     CLOSE BUSINESS-DATE-FILE.
029700     IF HB-NO-BUS-DATE
029800         DISPLAY 'HBRETAIN: NO BUSINESS DATE ON BUSDATE - NOT RUN'
029900         GO TO 0100-EXIT
030000     END-IF.
030100     IF NOT BD-DATE-CLOSED
030200         DISPLAY 'HBRETAIN: BUSINESS DATE ' BD-BUS-DATE
030300                 ' IS STILL OPEN - NOT RUN'
030400         SET HB-NO-BUS-DATE TO TRUE
030500     END-IF.
030600 0100-EXIT.
030700     EXIT.
030800*
030900 1000-INITIALIZE.
031000     OPEN INPUT RET-PARM-FILE.
031100     READ RET-PARM-FILE
031200         AT END
031300             DISPLAY 'HBRETAIN: NO PARAMETER ROW ON PARMIN'
031400             SET HB-PARM-BAD TO TRUE
031500     END-READ.
031600     CLOSE RET-PARM-FILE.
031700     IF HB-PARM-BAD
031800         GO TO 1000-EXIT
031900     END-IF.
032000     IF PARM-ROLL-YEAR NOT NUMERIC
032100         DISPLAY 'HBRETAIN: ROLL YEAR NOT NUMERIC - '
032200             PARM-ROLL-YEAR
032300         SET HB-PARM-BAD TO TRUE
032400         GO TO 1000-EXIT
032500     END-IF.
032600     MOVE PARM-ROLL-YEAR     TO HB-YY.
032700     PERFORM 6100-WINDOW-YEAR THRU 6100-EXIT.
032800     MOVE HB-YYYY            TO HB-ROLL-YYYY.
032900     MOVE BD-BUS-DATE(1:2)   TO HB-YY.
033000     PERFORM 6100-WINDOW-YEAR THRU 6100-EXIT.
033100     MOVE HB-YYYY            TO HB-BUS-YYYY.
033200     IF HB-ROLL-YYYY NOT < HB-BUS-YYYY
033300         DISPLAY 'HBRETAIN: YEAR ' HB-ROLL-YYYY
033400             ' IS NOT BEHIND BUSINESS DATE ' BD-BUS-DATE
033500             ' - NOT RUN'
033600         SET HB-PARM-BAD TO TRUE
033700         GO TO 1000-EXIT
033800     END-IF.
033900     INITIALIZE HB-FILE-COUNT-TABLE.
033920     PERFORM 1100-COUNT-HIST-WAS THRU 1100-EXIT
033940         VARYING HB-FX FROM 1 BY 1
033960         UNTIL HB-FX > 6.
034000     OPEN INPUT  DISCH-ARCH-FILE.
034100     OPEN INPUT  PATIENT-ARCH-FILE.
034200     OPEN INPUT  XFER-AUDIT-FILE.
034300     OPEN INPUT  REV-AUDIT-FILE.
034400     OPEN INPUT  LAB-POST-FILE.
034500     OPEN OUTPUT DISCH-NEW-FILE.
034600     OPEN OUTPUT PATIENT-NEW-FILE.
034700     OPEN OUTPUT XFER-NEW-FILE.
034800     OPEN OUTPUT REV-NEW-FILE.
034900     OPEN OUTPUT LAB-NEW-FILE.
035000     OPEN EXTEND DISCH-HIST-FILE.
035100     OPEN EXTEND PATIENT-HIST-FILE.
035200     OPEN EXTEND XFER-HIST-FILE.
035300     OPEN EXTEND REV-HIST-FILE.
035400     OPEN EXTEND LAB-HIST-FILE.
035500     OPEN EXTEND AR-HIST-FILE.
035600     OPEN I-O    AR-LEDGER-FILE.
035700     OPEN INPUT  CREDIT-BAL-FILE.
035800     OPEN OUTPUT RETAIN-RPT.
035900     MOVE SPACES             TO RETAIN-LINE.
036000     STRING 'ST. VINCENT GENERAL - ARCHIVE RETENTION, YEAR '
036100                             DELIMITED BY SIZE
036200         HB-ROLL-YYYY        DELIMITED BY SIZE
036300         ' ROLLED OFF AFTER ' DELIMITED BY SIZE
036400         BD-BUS-DATE         DELIMITED BY SIZE
036500         INTO RETAIN-LINE.
036600     WRITE RETAIN-LINE.
036700     MOVE SPACES             TO RETAIN-LINE.
036800     WRITE RETAIN-LINE.
036900     MOVE SPACES             TO RETAIN-LINE.
037000     MOVE 'FILE'             TO RETAIN-LINE(3:4).
037100     MOVE 'BEFORE'           TO RETAIN-LINE(14:6).
037200     MOVE 'ROLLED'           TO RETAIN-LINE(23:6).
037300     MOVE 'AFTER'            TO RETAIN-LINE(33:5).
037400     MOVE 'EARLIER'          TO RETAIN-LINE(40:7).
037430     MOVE 'HIST WAS'         TO RETAIN-LINE(48:8).
037460     MOVE 'HIST NOW'         TO RETAIN-LINE(57:8).
037500     MOVE 'BALANCE'          TO RETAIN-LINE(68:7).
037600     WRITE RETAIN-LINE.
037700     PERFORM 2100-READ-DISCHARGE THRU 2100-EXIT.
037800     PERFORM 2200-READ-PATIENT-ARCH THRU 2200-EXIT.
037900     PERFORM 3100-READ-XFER THRU 3100-EXIT.
038000     PERFORM 3300-READ-REVERSAL THRU 3300-EXIT.
038100     PERFORM 3500-READ-LAB THRU 3500-EXIT.
038200     PERFORM 4100-READ-LEDGER THRU 4100-EXIT.
038300 1000-EXIT.
038400     EXIT.
038500*
038510 1100-COUNT-HIST-WAS.
038520     PERFORM 7000-COUNT-HISTORY THRU 7000-EXIT.
038530     MOVE HB-HIST-CT         TO HB-FC-HIST-WAS(HB-FX).
038540 1100-EXIT.
038550     EXIT.
038560*
038600*-----------------------------------------------------------
038700* ONE STAY - A DISCHARGE ROW AND ITS PATIENT ROW, WHICH
038800* HBDISCH WROTE ONE FOR ONE IN THE SAME ORDER.  ONCE THE TWO
038900* FILES DISAGREE (A BED MISMATCH, OR ONE FILE RUNNING OUT
039000* FIRST) NOTHING MORE IS ROLLED FROM EITHER: EVERY REMAINING
039100* ROW GOES TO THE NEW LIVE FILES UNTOUCHED, SO THE PAIRING IS
039200* NO WORSE THAN IT WAS.
039300*-----------------------------------------------------------
039400 2000-ROLL-ONE-STAY.
039500     IF NOT HB-PAIR-BROKEN
039600         IF HB-DISCH-EOF OR HB-PAT-ARCH-EOF
039700             OR BEDIDENT OF PATIENT-RECORD
039800                 NOT = BEDIDENT OF DISCHARGE-RECORD
039900             SET HB-PAIR-BROKEN TO TRUE
040000             DISPLAY 'HBRETAIN: ARCHIVE PAIR OUT OF STEP AT '
040100                 'BEDIDENT ' BEDIDENT OF DISCHARGE-RECORD
040200                 ' - REST OF PAIR KEPT'
040300         END-IF
040400     END-IF.
040500     IF HB-PAIR-BROKEN
040600         PERFORM 2300-KEEP-UNPAIRED THRU 2300-EXIT
040700         GO TO 2000-EXIT
040800     END-IF.
040900     MOVE DISCH-DATE         TO HB-ROW-DATE.
041000     PERFORM 6000-CLASSIFY-ROW THRU 6000-EXIT.
041100     MOVE 1                  TO HB-FX.
041200     PERFORM 6200-COUNT-ROW THRU 6200-EXIT.
041300     MOVE 2                  TO HB-FX.
041400     PERFORM 6200-COUNT-ROW THRU 6200-EXIT.
041500     IF HB-ROLL-ROW
041600         WRITE PATIENT-HIST-LINE FROM PATIENT-RECORD
041700         WRITE DISCH-HIST-LINE FROM DISCHARGE-RECORD
041800     ELSE
041900         WRITE PATIENT-NEW-LINE FROM PATIENT-RECORD
042000         WRITE DISCH-NEW-LINE FROM DISCHARGE-RECORD
042100     END-IF.
042200 2000-EXIT.
042300     IF NOT HB-DISCH-EOF
042400         PERFORM 2100-READ-DISCHARGE THRU 2100-EXIT
042500     END-IF.
042600     IF NOT HB-PAT-ARCH-EOF
042700         PERFORM 2200-READ-PATIENT-ARCH THRU 2200-EXIT
042800     END-IF.
042900     EXIT.
043000*
043100 2100-READ-DISCHARGE.
043200     READ DISCH-ARCH-FILE
043300         AT END SET HB-DISCH-EOF TO TRUE
043400     END-READ.
043500 2100-EXIT.
043600     EXIT.
043700*
043800 2200-READ-PATIENT-ARCH.
043900     READ PATIENT-ARCH-FILE
044000         AT END SET HB-PAT-ARCH-EOF TO TRUE
044100     END-READ.
044200 2200-EXIT.
044300     EXIT.
044400*
044500 2300-KEEP-UNPAIRED.
044600     MOVE 'K'                TO HB-ROW-ACTION.
044700     IF NOT HB-PAT-ARCH-EOF
044800         MOVE 1              TO HB-FX
044900         PERFORM 6200-COUNT-ROW THRU 6200-EXIT
045000         WRITE PATIENT-NEW-LINE FROM PATIENT-RECORD
045100     END-IF.
045200     IF NOT HB-DISCH-EOF
045300         MOVE 2              TO HB-FX
045400         PERFORM 6200-COUNT-ROW THRU 6200-EXIT
045500         WRITE DISCH-NEW-LINE FROM DISCHARGE-RECORD
045600     END-IF.
045700 2300-EXIT.
045800     EXIT.
045900*
046000 3000-ROLL-ONE-XFER.
046100     MOVE TRANSFER-DATE      TO HB-ROW-DATE.
046200     PERFORM 6000-CLASSIFY-ROW THRU 6000-EXIT.
046300     MOVE 3                  TO HB-FX.
046400     PERFORM 6200-COUNT-ROW THRU 6200-EXIT.
046500     IF HB-ROLL-ROW
046600         WRITE XFER-HIST-LINE FROM WARD-TRANSFER-RECORD
046700     ELSE
046800         WRITE XFER-NEW-LINE FROM WARD-TRANSFER-RECORD
046900     END-IF.
047000 3000-EXIT.
047100     PERFORM 3100-READ-XFER THRU 3100-EXIT.
047200     EXIT.
047300*
047400 3100-READ-XFER.
047500     READ XFER-AUDIT-FILE
047600         AT END SET HB-XFER-EOF TO TRUE
047700     END-READ.
047800 3100-EXIT.
047900     EXIT.
048000*
048100 3200-ROLL-ONE-REVERSAL.
048200     MOVE RA-REV-DATE        TO HB-ROW-DATE.
048300     PERFORM 6000-CLASSIFY-ROW THRU 6000-EXIT.
048400     MOVE 4                  TO HB-FX.
048500     PERFORM 6200-COUNT-ROW THRU 6200-EXIT.
048600     IF HB-ROLL-ROW
048700         WRITE REV-HIST-LINE FROM REV-AUDIT-RECORD
048800     ELSE
048900         WRITE REV-NEW-LINE FROM REV-AUDIT-RECORD
049000     END-IF.
049100 3200-EXIT.
049200     PERFORM 3300-READ-REVERSAL THRU 3300-EXIT.
049300     EXIT.
049400*
049500 3300-READ-REVERSAL.
049600     READ REV-AUDIT-FILE
049700         AT END SET HB-REV-EOF TO TRUE
049800     END-READ.
049900 3300-EXIT.
050000     EXIT.
050100*
050200 3400-ROLL-ONE-LAB.
050300     MOVE LAB-RESULT-DATE    TO HB-ROW-DATE.
050400     PERFORM 6000-CLASSIFY-ROW THRU 6000-EXIT.
050500     MOVE 5                  TO HB-FX.
050600     PERFORM 6200-COUNT-ROW THRU 6200-EXIT.
050700     IF HB-ROLL-ROW
050800         WRITE LAB-HIST-LINE FROM LAB-RESULT-RECORD
050900     ELSE
051000         WRITE LAB-NEW-LINE FROM LAB-RESULT-RECORD
051100     END-IF.
051200 3400-EXIT.
051300     PERFORM 3500-READ-LAB THRU 3500-EXIT.
051400     EXIT.
051500*
051600 3500-READ-LAB.
051700     READ LAB-POST-FILE
051800         AT END SET HB-LAB-EOF TO TRUE
051900     END-READ.
052000 3500-EXIT.
052100     EXIT.
052200*
052300*-----------------------------------------------------------
052400* A SETTLED INVOICE IN THE ROLL YEAR IS COPIED TO ARHIST AND
052500* DELETED FROM THE LEDGER.  OPEN ROWS, AND PAID ROWS WITH AN
052600* OPEN CREDIT ON CRBAL (HBARADJ STILL REFUNDS AGAINST THEM),
052700* STAY WHATEVER THEIR DATE.
052800*-----------------------------------------------------------
052900 4000-ROLL-ONE-INVOICE.
053000     MOVE AR-BILL-DATE       TO HB-ROW-DATE.
053100     PERFORM 6000-CLASSIFY-ROW THRU 6000-EXIT.
053200     IF HB-ROLL-ROW
053300         AND NOT AR-INV-PAID AND NOT AR-INV-VOID
053400         ADD 1 TO HB-OPEN-HELD-CT
053500         MOVE 'K'            TO HB-ROW-ACTION
053600     END-IF.
053700     IF HB-ROLL-ROW
053800         PERFORM 4200-CHECK-CREDIT THRU 4200-EXIT
053900         IF HB-CREDIT-OPEN
054000             ADD 1 TO HB-CREDIT-HELD-CT
054100             MOVE 'K'        TO HB-ROW-ACTION
054200         END-IF
054300     END-IF.
054400     MOVE 6                  TO HB-FX.
054500     ADD 1 TO HB-FC-BEFORE(HB-FX).
054600     IF HB-EARLY-ROW
054700         ADD 1 TO HB-FC-EARLY(HB-FX)
054800     END-IF.
054900     IF NOT HB-ROLL-ROW
055000         GO TO 4000-EXIT
055100     END-IF.
055200     WRITE AR-HIST-LINE FROM AR-LEDGER-RECORD.
055300     DELETE AR-LEDGER-FILE RECORD.
055400     ADD 1 TO HB-FC-ROLLED(HB-FX).
055500 4000-EXIT.
055600     PERFORM 4100-READ-LEDGER THRU 4100-EXIT.
055700     EXIT.
055800*
055900 4100-READ-LEDGER.
056000     READ AR-LEDGER-FILE NEXT RECORD
056100         AT END SET HB-LEDGER-EOF TO TRUE
056200     END-READ.
056300 4100-EXIT.
056400     EXIT.
056500*
056600 4200-CHECK-CREDIT.
056700     MOVE 'N'                TO HB-CREDIT-OPEN-SW.
056800     MOVE AR-INV-NO          TO CR-INV-NO.
056900     READ CREDIT-BAL-FILE
057000         INVALID KEY
057100             GO TO 4200-EXIT
057200     END-READ.
057300     IF CR-OPEN-CREDIT
057400         SET HB-CREDIT-OPEN TO TRUE
057500     END-IF.
057600 4200-EXIT.
057700     EXIT.
057800*
057900*-----------------------------------------------------------
058000* THE LEDGER'S AFTER COUNT IS TAKEN BY READING IT AGAIN, SO
058100* A DELETE THAT DID NOT TAKE SHOWS UP AS OUT OF BALANCE.
058200* A LEDGER HELD BACK WAS NEVER READ BY 4000, SO ITS BEFORE
058300* COUNT IS THE SAME PASS.
058400*-----------------------------------------------------------
058500 4500-RECOUNT-LEDGER.
058600     CLOSE AR-LEDGER-FILE.
058700     OPEN INPUT AR-LEDGER-FILE.
058800     MOVE 'N'                TO HB-LEDGER-EOF-SW.
058900     PERFORM 4100-READ-LEDGER THRU 4100-EXIT.
059000     PERFORM 4510-COUNT-ONE-INVOICE THRU 4510-EXIT
059100         UNTIL HB-LEDGER-EOF.
059200     IF HB-LEDGER-HELD
059300         MOVE HB-FC-AFTER(6) TO HB-FC-BEFORE(6)
059400     END-IF.
059500 4500-EXIT.
059600     EXIT.
059700*
059800 4510-COUNT-ONE-INVOICE.
059900     ADD 1 TO HB-FC-AFTER(6).
060000 4510-EXIT.
060100     PERFORM 4100-READ-LEDGER THRU 4100-EXIT.
060200     EXIT.
060300*
060400*-----------------------------------------------------------
060500* THE FIVE SEQUENTIAL FILES WERE PRINTED BEFORE THE LEDGER
060600* ROLL WAS DECIDED - THE LEDGER LINE AND THE NOTES FOLLOW.
060700*-----------------------------------------------------------
060800 5000-PRINT-BALANCE.
060900     MOVE 6                  TO HB-FX.
061000     PERFORM 5100-PRINT-ONE-FILE THRU 5100-EXIT.
061100     MOVE SPACES             TO RETAIN-LINE.
061200     WRITE RETAIN-LINE.
061300     MOVE SPACES             TO HB-NOTE-LINE.
061400     MOVE 'OPEN INVOICES IN THE ROLL YEAR - KEPT'
061500                             TO NL-LABEL.
061600     MOVE HB-OPEN-HELD-CT    TO NL-COUNT.
061700     MOVE HB-NOTE-LINE       TO RETAIN-LINE.
061800     WRITE RETAIN-LINE.
061900     MOVE 'PAID INVOICES WITH AN OPEN CREDIT - KEPT'
062000                             TO NL-LABEL.
062100     MOVE HB-CREDIT-HELD-CT  TO NL-COUNT.
062200     MOVE HB-NOTE-LINE       TO RETAIN-LINE.
062300     WRITE RETAIN-LINE.
062400     IF HB-PAIR-BROKEN
062500         MOVE '  PATARCH/DISCARCH OUT OF STEP - PAIR ROLL STOPPED'
062600                             TO RETAIN-LINE
062700         WRITE RETAIN-LINE
062800     END-IF.
062900     IF HB-LEDGER-HELD
063000         MOVE '  ARLEDGER NOT ROLLED - OTHER FILES NOT BALANCED'
063100                             TO RETAIN-LINE
063200         WRITE RETAIN-LINE
063300     END-IF.
063400     MOVE SPACES             TO RETAIN-LINE.
063500     WRITE RETAIN-LINE.
063600     IF HB-OUT-OF-BAL OR HB-PAIR-BROKEN
063700         MOVE '  RETENTION RUN: DO NOT REPLACE THE LIVE FILES'
063800                             TO RETAIN-LINE
063900     ELSE
064000         MOVE '  RETENTION RUN: BALANCED - REPLACE THE LIVE FILES'
064100                             TO RETAIN-LINE
064200     END-IF.
064300     WRITE RETAIN-LINE.
064400 5000-EXIT.
064500     EXIT.
064600*
064700 5100-PRINT-ONE-FILE.
064800     MOVE SPACES             TO HB-REPORT-LINE.
064900     MOVE HB-FILE-LABEL(HB-FX) TO RL-FILE.
065000     MOVE HB-FC-BEFORE(HB-FX) TO RL-BEFORE.
065100     MOVE HB-FC-ROLLED(HB-FX) TO RL-ROLLED.
065200     MOVE HB-FC-AFTER(HB-FX) TO RL-AFTER.
065300     MOVE HB-FC-EARLY(HB-FX) TO RL-EARLY.
065330     MOVE HB-FC-HIST-WAS(HB-FX) TO RL-HIST-WAS.
065360     MOVE HB-FC-HIST-NOW(HB-FX) TO RL-HIST-NOW.
065400     IF HB-FC-BEFORE(HB-FX) =
065500             HB-FC-AFTER(HB-FX) + HB-FC-ROLLED(HB-FX)
065530         AND HB-FC-HIST-NOW(HB-FX) =
065560             HB-FC-HIST-WAS(HB-FX) + HB-FC-ROLLED(HB-FX)
065600         MOVE 'BALANCED'     TO RL-VERDICT
065700     ELSE
065800         MOVE 'OUT OF BALANCE' TO RL-VERDICT
065900         SET HB-OUT-OF-BAL TO TRUE
066000     END-IF.
066100     MOVE HB-REPORT-LINE     TO RETAIN-LINE.
066200     WRITE RETAIN-LINE.
066300 5100-EXIT.
066400     EXIT.
066500*
066508*-----------------------------------------------------------
066516* HB-FX IN - THE GENERATION IS CLOSED BY NOW AND IS READ
066524* AGAIN, SO A ROW THAT DID NOT LAND SHOWS UP AS OUT OF
066532* BALANCE, THE SAME AS THE LEDGER'S SECOND PASS.
066540*-----------------------------------------------------------
066548 5300-RECOUNT-HIST.
066556     PERFORM 7000-COUNT-HISTORY THRU 7000-EXIT.
066564     MOVE HB-HIST-CT         TO HB-FC-HIST-NOW(HB-FX).
066572 5300-EXIT.
066580     EXIT.
066588*
066600*-----------------------------------------------------------
066700* HB-ROW-DATE IN, HB-ROW-ACTION OUT - ROLL A ROW DATED IN THE
066800* ROLL YEAR, KEEP ONE DATED LATER, AND KEEP BUT FLAG ONE FROM
066900* AN EARLIER YEAR THAT WAS NEVER ROLLED.  A ROW WITH NO
067000* USABLE DATE IS KEPT - IT CANNOT BE PLACED IN ANY YEAR.
067100*-----------------------------------------------------------
067200 6000-CLASSIFY-ROW.
067300     MOVE 'K'                TO HB-ROW-ACTION.
067400     IF HB-ROW-DATE(1:2) NOT NUMERIC
067500         GO TO 6000-EXIT
067600     END-IF.
067700     MOVE HB-ROW-DATE(1:2)   TO HB-YY.
067800     PERFORM 6100-WINDOW-YEAR THRU 6100-EXIT.
067900     IF HB-YYYY = HB-ROLL-YYYY
068000         MOVE 'R'            TO HB-ROW-ACTION
068100     END-IF.
068200     IF HB-YYYY < HB-ROLL-YYYY
068300         MOVE 'E'            TO HB-ROW-ACTION
068400     END-IF.
068500 6000-EXIT.
068600     EXIT.
068700*
068800*-----------------------------------------------------------
068900* HB-YY IN, HB-YYYY OUT - 70-99 MEANS 19XX, 00-69 MEANS 20XX.
069000*-----------------------------------------------------------
069100 6100-WINDOW-YEAR.
069200     IF HB-YY >= 70
069300         COMPUTE HB-YYYY = 1900 + HB-YY
069400     ELSE
069500         COMPUTE HB-YYYY = 2000 + HB-YY
069600     END-IF.
069700 6100-EXIT.
069800     EXIT.
069900*
070000*-----------------------------------------------------------
070100* HB-FX AND HB-ROW-ACTION IN - COUNTS ONE SEQUENTIAL-FILE ROW
070200* BEFORE, AND AS ROLLED OR AS STILL ON THE LIVE FILE AFTER.
070300*-----------------------------------------------------------
070400 6200-COUNT-ROW.
070500     ADD 1 TO HB-FC-BEFORE(HB-FX).
070600     IF HB-ROLL-ROW
070700         ADD 1 TO HB-FC-ROLLED(HB-FX)
070800     ELSE
070900         ADD 1 TO HB-FC-AFTER(HB-FX)
071000     END-IF.
071100     IF HB-EARLY-ROW
071200         ADD 1 TO HB-FC-EARLY(HB-FX)
071300     END-IF.
071400 6200-EXIT.
071500     EXIT.
071600*
071601*-----------------------------------------------------------
071602* HB-FX IN, HB-HIST-CT OUT - THE ROWS IN ONE HISTORY
071603* GENERATION.  A GENERATION NOT YET CREATED COUNTS ZERO.
071604*-----------------------------------------------------------
071605 7000-COUNT-HISTORY.
071606     MOVE ZERO               TO HB-HIST-CT.
071607     MOVE 'N'                TO HB-HIST-EOF-SW.
071608     IF HB-FX = 1
071609         OPEN INPUT PATIENT-HIST-FILE
071610     END-IF.
071611     IF HB-FX = 2
071612         OPEN INPUT DISCH-HIST-FILE
071613     END-IF.
071614     IF HB-FX = 3
071615         OPEN INPUT XFER-HIST-FILE
071616     END-IF.
071617     IF HB-FX = 4
071618         OPEN INPUT REV-HIST-FILE
071619     END-IF.
071620     IF HB-FX = 5
071621         OPEN INPUT LAB-HIST-FILE
071622     END-IF.
071623     IF HB-FX = 6
071624         OPEN INPUT AR-HIST-FILE
071625     END-IF.
071626     PERFORM 7100-READ-HISTORY THRU 7100-EXIT
071627         UNTIL HB-HIST-EOF.
071628     IF HB-FX = 1
071629         CLOSE PATIENT-HIST-FILE
071630     END-IF.
071631     IF HB-FX = 2
071632         CLOSE DISCH-HIST-FILE
071633     END-IF.
071634     IF HB-FX = 3
071635         CLOSE XFER-HIST-FILE
071636     END-IF.
071637     IF HB-FX = 4
071638         CLOSE REV-HIST-FILE
071639     END-IF.
071640     IF HB-FX = 5
071641         CLOSE LAB-HIST-FILE
071642     END-IF.
071643     IF HB-FX = 6
071644         CLOSE AR-HIST-FILE
071645     END-IF.
071646 7000-EXIT.
071647     EXIT.
071648*
071649 7100-READ-HISTORY.
071650     IF HB-FX = 1
071651         READ PATIENT-HIST-FILE
071652             AT END SET HB-HIST-EOF TO TRUE
071653         END-READ
071654     END-IF.
071655     IF HB-FX = 2
071656         READ DISCH-HIST-FILE
071657             AT END SET HB-HIST-EOF TO TRUE
071658         END-READ
071659     END-IF.
071660     IF HB-FX = 3
071661         READ XFER-HIST-FILE
071662             AT END SET HB-HIST-EOF TO TRUE
071663         END-READ
071664     END-IF.
071665     IF HB-FX = 4
071666         READ REV-HIST-FILE
071667             AT END SET HB-HIST-EOF TO TRUE
071668         END-READ
071669     END-IF.
071670     IF HB-FX = 5
071671         READ LAB-HIST-FILE
071672             AT END SET HB-HIST-EOF TO TRUE
071673         END-READ
071674     END-IF.
071675     IF HB-FX = 6
071676         READ AR-HIST-FILE
071677             AT END SET HB-HIST-EOF TO TRUE
071678         END-READ
071679     END-IF.
071680     IF NOT HB-HIST-EOF
071681         ADD 1 TO HB-HIST-CT
071682     END-IF.
071683 7100-EXIT.
071684     EXIT.
071685*
071700 9000-TERMINATE.
071800     CLOSE DISCH-ARCH-FILE.
071900     CLOSE PATIENT-ARCH-FILE.
072000     CLOSE XFER-AUDIT-FILE.
072100     CLOSE REV-AUDIT-FILE.
072200     CLOSE LAB-POST-FILE.
072300     CLOSE DISCH-NEW-FILE.
072400     CLOSE PATIENT-NEW-FILE.
072500     CLOSE XFER-NEW-FILE.
072600     CLOSE REV-NEW-FILE.
072700     CLOSE LAB-NEW-FILE.
073400     CLOSE AR-LEDGER-FILE.
073500     CLOSE CREDIT-BAL-FILE.
073600     CLOSE RETAIN-RPT.
073700     DISPLAY 'HBRETAIN: STAYS ROLLED      = ' HB-FC-ROLLED(2).
073800     DISPLAY 'HBRETAIN: TRANSFERS ROLLED  = ' HB-FC-ROLLED(3).
073900     DISPLAY 'HBRETAIN: REVERSALS ROLLED  = ' HB-FC-ROLLED(4).
074000     DISPLAY 'HBRETAIN: LAB ROWS ROLLED   = ' HB-FC-ROLLED(5).
074100     DISPLAY 'HBRETAIN: INVOICES ROLLED   = ' HB-FC-ROLLED(6).
074200     IF HB-OUT-OF-BAL OR HB-PAIR-BROKEN
074300         DISPLAY 'HBRETAIN: OUT OF BALANCE - LIVE FILES NOT '
074400             'TO BE REPLACED'
074500         MOVE 16             TO RETURN-CODE
074600     END-IF.
074700 9000-EXIT.
074800     EXIT.
