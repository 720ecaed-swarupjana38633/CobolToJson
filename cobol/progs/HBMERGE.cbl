000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    HBMERGE.
000300 AUTHOR.        D. OKAFOR.
000400 INSTALLATION.  ST. VINCENT GENERAL - IT DEPARTMENT.
000500 DATE-WRITTEN.  2026-09-29.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------
000800* MODIFICATION HISTORY
000900* 2026-09-29  DPO  INITIAL VERSION - PATIENT-INDEX MERGE.
001000*                  FOLDS A DUPLICATE MRN (CONFIRMED BY THE
001100*                  MEDICAL-RECORDS DESK, USUALLY OFF THE
001200*                  HBDUPRP CANDIDATE REPORT) INTO THE MRN
001300*                  THAT SURVIVES, SO THE READMISSION AND
001400*                  STATEMENT RUNS SEE ONE PERSON AGAIN.
001420* 2026-10-09  DPO  RUNS ONLY AGAINST AN OPEN BUSINESS DATE ON
001440*                  BUSDATE, AND STAMPS THAT DATE ON EVERY
001460*                  CTLTOTS ROW SO HBBALNC BALANCES ONE DAY'S
001480*                  ROWS AT A TIME.
001482* 2026-10-15  DPO  SYMARCH AND TRTARCH ARE RE-POINTED AS WELL -
001484*                  HBBILL, HBDSUM AND HBREVRS MATCH THEIR ROWS
001486*                  ON BED AND MRN, SO A CASE LEFT ON THE LOSING
001488*                  MRN WAS LOST TO ALL THREE.  THE FOUR LINE
001490*                  SEQUENTIAL FILES ARE NO LONGER REWRITTEN IN
001492*                  PLACE: EACH IS COPIED TO A NEW FILE THAT THE
001494*                  JOB PUTS IN PLACE ON A ZERO RETURN CODE.
001500*-----------------------------------------------------------
001600*
001700*-----------------------------------------------------------
001800* MERGE-TRAN-FILE HOLDS ONE MERGE-TRAN-RECORD (MRGTRAN) PER
001900* PAIR TO BE MERGED.  THE RUN GOES IN THREE STAGES -
002000*   1. EVERY TRANSACTION IS EDITED AGAINST THE PATIENT INDEX
002100*      (BOTH MRNS ON FILE, NEITHER ALREADY RETIRED, NOT THE
002200*      SAME NUMBER, NEITHER ALREADY IN ANOTHER OF TONIGHT'S
002300*      MERGES).  A FAILED EDIT GOES TO MRGREJ WITH A REASON
002400*      CODE, THE SAME CODE-PLUS-IMAGE FORMAT AS HBTREDT'S
002500*      REJECT FILES.  A PASSED ONE JOINS THE MERGE TABLE AND
002600*      ITS 'H' ROW (BOTH INDEX ROWS AS THEY STAND) GOES ON
002700*      THE MERGE AUDIT TRAIL (MRGAUDIT, MRGAUDT).
002800*   2. ONE PASS EACH OVER PATMSTR, PATARCH, ARLEDGER,
002900*      XFERAUDT, SYMARCH AND TRTARCH RE-POINTS EVERY ROW
003000*      CARRYING A LOSING MRN AT ITS SURVIVOR, ONE 'D' AUDIT
003010*      ROW PER RECORD CHANGED.  PATMSTR AND ARLEDGER ARE
003020*      INDEXED AND ARE REWRITTEN IN PLACE.  THE OTHER FOUR
003030*      ARE LINE SEQUENTIAL, SO EACH IS COPIED WHOLE TO A NEW
003040*      FILE (PATNEW, XFERNEW, SYMNEW, TRTNEW) WITH THE LOSING
003050*      MRNS CHANGED ON THE WAY, AND THE JOB PUTS THE NEW FILES
003060*      IN PLACE OF THE OLD ONLY ON A ZERO RETURN CODE - THE
003070*      SAME SWAP HBRETAIN'S NEW FILES GET.  THE COPIES ARE
003080*      MADE EVERY RUN, MERGES OR NONE, SO THE SWAP IS ALWAYS
003090*      SAFE.
003100*      THE PATIENT AND ARCHIVE PASSES ALSO NOTE EVERY STAY
003200*      UNDER EITHER MRN FOR THE RECOMPUTE BELOW.  A LAST PASS
003300*      OVER PATIXMST MOVES ANY ROW RETIRED INTO A LOSING MRN
003400*      BY AN EARLIER MERGE ON TO THE NEW SURVIVOR, SO A
003500*      RETIRED ROW ALWAYS POINTS AT A LIVE ONE.
003600*   3. EACH SURVIVOR'S PIX-FIRST-DATE, PIX-LAST-DATE AND
003700*      PIX-STAY-CT ARE RECOMPUTED, THE LOSING ROW IS RETIRED
003800*      (PIX-MERGED-INTO) AND THE 'T' AUDIT ROW CLOSES THE
003900*      MERGE.
004000* THE RECOMPUTED DATES ARE THE EARLIEST AND LATEST OF THE
004100* STAYS FOUND AND BOTH INDEX ROWS' OWN DATES, AND THE STAY
004200* COUNT IS THE STAYS FOUND OR THE TWO ROWS' COUNTS ADDED,
004300* WHICHEVER IS GREATER - STAYS FROM BEFORE THE MRN WAS
004400* CARRIED ON THE ARCHIVE ARE ON THE INDEX COUNTS BUT ON NO
004500* FILE THIS PROGRAM CAN SEE.
004600* DATES COMPARE AS PLAIN YYMMDD ALPHANUMERICS, SAME AS
004700* EVERYWHERE ELSE IN THIS SUITE.
004800*-----------------------------------------------------------
004900 ENVIRONMENT DIVISION.
005000 CONFIGURATION SECTION.
005100 SOURCE-COMPUTER.   IBM-370.
005200 OBJECT-COMPUTER.   IBM-370.
005300 INPUT-OUTPUT SECTION.
005400 FILE-CONTROL.
005500     SELECT MERGE-TRAN-FILE ASSIGN TO "MRGTRAN"
005600         ORGANIZATION IS LINE SEQUENTIAL.
005700     SELECT OPTIONAL PATIENT-INDEX-FILE ASSIGN TO "PATIXMST"
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS DYNAMIC
006000         RECORD KEY IS PIX-MRN.
006100     SELECT PATIENT-FILE ASSIGN TO "PATMSTR"
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS SEQUENTIAL
006400         RECORD KEY IS BEDIDENT OF PATIENT-RECORD.
006500     SELECT OPTIONAL PATIENT-ARCH-FILE ASSIGN TO "PATARCH"
006600         ORGANIZATION IS LINE SEQUENTIAL.
006700     SELECT OPTIONAL AR-LEDGER-FILE ASSIGN TO "ARLEDGER"
006800         ORGANIZATION IS INDEXED
006900         ACCESS MODE IS SEQUENTIAL
007000         RECORD KEY IS AR-INV-NO.
007100     SELECT OPTIONAL XFER-AUDIT-FILE ASSIGN TO "XFERAUDT"
007200         ORGANIZATION IS LINE SEQUENTIAL.
007207     SELECT OPTIONAL SYMP-ARCH-FILE ASSIGN TO "SYMARCH"
007214         ORGANIZATION IS LINE SEQUENTIAL.
007221     SELECT OPTIONAL TRT-ARCH-FILE ASSIGN TO "TRTARCH"
007228         ORGANIZATION IS LINE SEQUENTIAL.
007235     SELECT PATIENT-NEW-FILE ASSIGN TO "PATNEW"
007242         ORGANIZATION IS LINE SEQUENTIAL.
007249     SELECT XFER-NEW-FILE ASSIGN TO "XFERNEW"
007256         ORGANIZATION IS LINE SEQUENTIAL.
007263     SELECT SYMP-NEW-FILE ASSIGN TO "SYMNEW"
007270         ORGANIZATION IS LINE SEQUENTIAL.
007277     SELECT TRT-NEW-FILE ASSIGN TO "TRTNEW"
007284         ORGANIZATION IS LINE SEQUENTIAL.
007300     SELECT OPTIONAL MERGE-AUDIT-FILE ASSIGN TO "MRGAUDIT"
007400         ORGANIZATION IS LINE SEQUENTIAL.
007500     SELECT MERGE-REJECT-FILE ASSIGN TO "MRGREJ"
007600         ORGANIZATION IS LINE SEQUENTIAL.
007700     SELECT OPTIONAL CONTROL-TOTAL-FILE ASSIGN TO "CTLTOTS"
007800         ORGANIZATION IS LINE SEQUENTIAL.
007833     SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
007866         ORGANIZATION IS LINE SEQUENTIAL.
007900 DATA DIVISION.
008000 FILE SECTION.
008100 FD  MERGE-TRAN-FILE.
008200 COPY MRGTRAN.
008300 FD  PATIENT-INDEX-FILE.
008400 COPY PATIXREC.
008500 FD  PATIENT-FILE.
008600 COPY PATREC.
008700*-----------------------------------------------------------
008800* THE PATIENT ARCHIVE IS THE LINE IMAGE HBDISCH WRITES OF A
008900* PATIENT-RECORD.  THE ACTIVE PATIENT FILE ALREADY OWNS THE
009000* PATREC NAMES HERE, SO ONLY THE FIELDS THIS PROGRAM TOUCHES
009100* ARE NAMED, AT THEIR PATREC POSITIONS.
009200*-----------------------------------------------------------
009300 FD  PATIENT-ARCH-FILE.
009400 01  PATIENT-ARCH-RECORD.
009500     03  FILLER              PIC X(60).
009600     03  PA-BEDIDENT         PIC X(04).
009700     03  PA-DATEADMT         PIC X(06).
009800     03  FILLER              PIC X(90).
009900     03  PA-MRN              PIC 9(07).
010000     03  FILLER              PIC X(06).
010100 FD  AR-LEDGER-FILE.
010200 COPY ARLEDG.
010300 FD  XFER-AUDIT-FILE.
010400 COPY XFERREC.
010404 FD  SYMP-ARCH-FILE.
010408 COPY SYMARCH.
010412 FD  TRT-ARCH-FILE.
010416 COPY TRTARCH.
010420 FD  PATIENT-NEW-FILE.
010424 01  PATIENT-NEW-LINE        PIC X(173).
010428 FD  XFER-NEW-FILE.
010432 01  XFER-NEW-LINE           PIC X(51).
010436 FD  SYMP-NEW-FILE.
010440 01  SYMP-NEW-LINE           PIC X(95).
010444*-----------------------------------------------------------
010448* THE NEW TREATMNT ARCHIVE KEEPS TRTARCH'S VARYING LENGTH -
010452* THE STAY AND TREATMNT HEADER, THE MEDICATION ENTRIES, THEN
010456* THE TAIL.  TN-MED-COUNT IS SET FROM TA-MED-COUNT BEFORE THE
010460* ROW IS MOVED ACROSS, SO BOTH SIDES ARE THE SAME LENGTH.
010464*-----------------------------------------------------------
010468 FD  TRT-NEW-FILE.
010472 01  TRT-NEW-RECORD.
010476     03  TN-HEADER           PIC X(43).
010480     03  TN-MED-COUNT        PIC 9(02).
010484     03  TN-MED-ENTRY        PIC X(26)
010488                             OCCURS 1 TO 20 TIMES
010492                             DEPENDING ON TN-MED-COUNT.
010496     03  TN-TAIL             PIC X(87).
010500 FD  MERGE-AUDIT-FILE.
010600 COPY MRGAUDT.
010700 FD  MERGE-REJECT-FILE.
010800 01  MERGE-REJECT-LINE       PIC X(54).
010900 FD  CONTROL-TOTAL-FILE.
011000 COPY CTLREC.
011033 FD  BUSINESS-DATE-FILE.
011066 01  BUSINESS-DATE-LINE      PIC X(27).
011100 WORKING-STORAGE SECTION.
011200 01  HB-SWITCHES.
011233     03  HB-NO-BUS-DATE-SW   PIC X(01)   VALUE 'N'.
011266         88  HB-NO-BUS-DATE      VALUE 'Y'.
011300     03  HB-TRAN-EOF-SW      PIC X(01)   VALUE 'N'.
011400         88  HB-TRAN-EOF         VALUE 'Y'.
011500     03  HB-PAT-EOF-SW       PIC X(01)   VALUE 'N'.
011600         88  HB-PAT-EOF          VALUE 'Y'.
011700     03  HB-ARCH-EOF-SW      PIC X(01)   VALUE 'N'.
011800         88  HB-ARCH-EOF         VALUE 'Y'.
011900     03  HB-AR-EOF-SW        PIC X(01)   VALUE 'N'.
012000         88  HB-AR-EOF           VALUE 'Y'.
012100     03  HB-XFER-EOF-SW      PIC X(01)   VALUE 'N'.
012200         88  HB-XFER-EOF         VALUE 'Y'.
012300     03  HB-PIX-EOF-SW       PIC X(01)   VALUE 'N'.
012400         88  HB-PIX-EOF          VALUE 'Y'.
012420     03  HB-SYM-EOF-SW       PIC X(01)   VALUE 'N'.
012440         88  HB-SYM-EOF          VALUE 'Y'.
012460     03  HB-TRT-EOF-SW       PIC X(01)   VALUE 'N'.
012480         88  HB-TRT-EOF          VALUE 'Y'.
012500     03  HB-MT-FOUND-SW      PIC X(01)   VALUE 'N'.
012600         88  HB-MT-FOUND         VALUE 'Y'.
012700 01  HB-COUNTERS.
012800     03  HB-TRAN-CT          PIC 9(05)   COMP VALUE ZERO.
012900     03  HB-APPLIED-CT       PIC 9(05)   COMP VALUE ZERO.
013000     03  HB-REJECTED-CT      PIC 9(05)   COMP VALUE ZERO.
013100     03  HB-REPOINT-CT       PIC 9(05)   COMP VALUE ZERO.
013200     03  HB-MT-COUNT         PIC 9(05)   COMP VALUE ZERO.
013300     03  HB-MT-IDX           PIC 9(05)   COMP.
013400     03  HB-MT-HIT           PIC 9(05)   COMP.
013500 01  HB-WORK-FIELDS.
013600     03  HB-LOOK-MRN         PIC 9(07).
013700     03  HB-LOOK-ROLE        PIC X(01).
013800         88  HB-LOOK-SURVIVOR    VALUE 'S'.
013900         88  HB-LOOK-LOSER       VALUE 'L'.
014000     03  HB-STAY-DATE        PIC X(06).
014100     03  HB-TAKE-DATE        PIC X(06).
014200     03  HB-NEW-FIRST        PIC X(06).
014300     03  HB-NEW-LAST         PIC X(06).
014400     03  HB-NEW-STAY-CT      PIC 9(05)   COMP.
014500     03  HB-DETAIL-FILE      PIC X(08).
014600     03  HB-DETAIL-KEY       PIC X(20).
014700 01  HB-MERGE-REJ-ROW.
014800     03  RJ-REASON           PIC X(03).
014900     03  FILLER              PIC X(01)   VALUE SPACES.
015000     03  RJ-TRAN-IMAGE       PIC X(50).
015100*-----------------------------------------------------------
015200* TONIGHT'S ACCEPTED MERGES.  BOTH INDEX ROWS' DATES AND
015300* COUNTS ARE HELD FROM THE EDIT SO THE RECOMPUTE DOES NOT
015400* DEPEND ON RE-READING A ROW THE CHAIN PASS MAY HAVE TOUCHED;
015500* THE SCAN FIELDS COLLECT THE STAYS THE FILE PASSES FIND.
015600*-----------------------------------------------------------
015700 01  HB-MERGE-TABLE.
015800     03  HB-MERGE-ENTRY OCCURS 200 TIMES.
015900         05  HB-MT-SURVIVOR      PIC 9(07).
016000         05  HB-MT-LOSER         PIC 9(07).
016100         05  HB-MT-DATE          PIC X(06).
016200         05  HB-MT-SURV-FIRST    PIC X(06).
016300         05  HB-MT-SURV-LAST     PIC X(06).
016400         05  HB-MT-SURV-STAY-CT  PIC 9(03).
016500         05  HB-MT-LOSER-FIRST   PIC X(06).
016600         05  HB-MT-LOSER-LAST    PIC X(06).
016700         05  HB-MT-LOSER-STAY-CT PIC 9(03).
016800         05  HB-MT-SCAN-FIRST    PIC X(06).
016900         05  HB-MT-SCAN-LAST     PIC X(06).
017000         05  HB-MT-SCAN-CT       PIC 9(05)   COMP.
017100         05  HB-MT-PATMSTR-CT    PIC 9(05)   COMP.
017200         05  HB-MT-PATARCH-CT    PIC 9(05)   COMP.
017300         05  HB-MT-ARLEDGER-CT   PIC 9(05)   COMP.
017400         05  HB-MT-XFERAUDT-CT   PIC 9(05)   COMP.
017500         05  HB-MT-PATIXMST-CT   PIC 9(05)   COMP.
017510         05  HB-MT-SYMARCH-CT    PIC 9(05)   COMP.
017520         05  HB-MT-TRTARCH-CT    PIC 9(05)   COMP.
017550 COPY BDATEREC.
017600 PROCEDURE DIVISION.
017700 0000-MAINLINE.
017716     PERFORM 0100-READ-BUSINESS-DATE THRU 0100-EXIT.
017732     IF HB-NO-BUS-DATE
017748         MOVE 16             TO RETURN-CODE
017764         GOBACK
017780     END-IF.
017800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017900     PERFORM 2000-EDIT-ONE-TRAN THRU 2000-EXIT
018000         UNTIL HB-TRAN-EOF.
018100     IF HB-MT-COUNT > ZERO
018200         PERFORM 3000-REPOINT-PATMSTR THRU 3000-EXIT
018400         PERFORM 5000-REPOINT-ARLEDGER THRU 5000-EXIT
018600         PERFORM 7000-REPOINT-PIX-CHAINS THRU 7000-EXIT
018610     END-IF.
018620     PERFORM 4000-REPOINT-PATARCH THRU 4000-EXIT.
018630     PERFORM 6000-REPOINT-XFERAUDT THRU 6000-EXIT.
018640     PERFORM 7200-REPOINT-SYMARCH THRU 7200-EXIT.
018650     PERFORM 7300-REPOINT-TRTARCH THRU 7300-EXIT.
018660     IF HB-MT-COUNT > ZERO
018700         PERFORM 7500-FINISH-ONE-MERGE THRU 7500-EXIT
018800             VARYING HB-MT-IDX FROM 1 BY 1
018900             UNTIL HB-MT-IDX > HB-MT-COUNT
019000     END-IF.
019100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
019200     GOBACK.
019204*
019208*-----------------------------------------------------------
019212* THIS STEP RUNS AGAINST THE OPEN BUSINESS DATE ON BUSDATE.
019216* NO OPEN DATE, NO RUN - THE STREAM IS
019220* HELD UNTIL THE OPERATOR OPENS ONE WITH HBBDATE.
019224*-----------------------------------------------------------
019228 0100-READ-BUSINESS-DATE.
019232     OPEN INPUT BUSINESS-DATE-FILE.
019236     READ BUSINESS-DATE-FILE INTO BUSINESS-DATE-RECORD
019240         AT END SET HB-NO-BUS-DATE TO TRUE
019244     END-READ.
019248     CLOSE BUSINESS-DATE-FILE.
019252     IF HB-NO-BUS-DATE
019256         DISPLAY 'HBMERGE: NO BUSINESS DATE ON BUSDATE - NOT RUN'
019260         GO TO 0100-EXIT
019264     END-IF.
019268     IF NOT BD-DATE-OPEN
019272         DISPLAY 'HBMERGE: BUSINESS DATE ' BD-BUS-DATE
019276                 ' IS NOT OPEN - NOT RUN'
019280         SET HB-NO-BUS-DATE TO TRUE
019284     END-IF.
019288 0100-EXIT.
019292     EXIT.
019300*
019400 1000-INITIALIZE.
019500     OPEN INPUT  MERGE-TRAN-FILE.
019600     OPEN I-O    PATIENT-INDEX-FILE.
019700     OPEN I-O    PATIENT-FILE.
019800     OPEN INPUT  PATIENT-ARCH-FILE.
019900     OPEN I-O    AR-LEDGER-FILE.
020000     OPEN INPUT  XFER-AUDIT-FILE.
020010     OPEN INPUT  SYMP-ARCH-FILE.
020020     OPEN INPUT  TRT-ARCH-FILE.
020030     OPEN OUTPUT PATIENT-NEW-FILE.
020040     OPEN OUTPUT XFER-NEW-FILE.
020050     OPEN OUTPUT SYMP-NEW-FILE.
020060     OPEN OUTPUT TRT-NEW-FILE.
020100*-----------------------------------------------------------
020200* THE AUDIT TRAIL IS KEPT ACROSS NIGHTS - IT IS THE ONLY WAY
020300* BACK FROM A WRONG MERGE, SO IT IS APPENDED, NEVER REPLACED.
020400*-----------------------------------------------------------
020500     OPEN EXTEND MERGE-AUDIT-FILE.
020600     OPEN OUTPUT MERGE-REJECT-FILE.
020700     PERFORM 1100-READ-TRAN THRU 1100-EXIT.
020800 1000-EXIT.
020900     EXIT.
021000*
021100 1100-READ-TRAN.
021200     READ MERGE-TRAN-FILE
021300         AT END SET HB-TRAN-EOF TO TRUE
021400     END-READ.
021500 1100-EXIT.
021600     EXIT.
021700*
021800*-----------------------------------------------------------
021900* REASON CODES -
022000*   100  AN MRN IS MISSING OR NOT NUMERIC
022100*   110  SURVIVOR AND LOSER ARE THE SAME MRN
022200*   120  SURVIVOR NOT ON THE PATIENT INDEX
022300*   130  LOSER NOT ON THE PATIENT INDEX
022400*   140  SURVIVOR IS ITSELF RETIRED - MERGE INTO ITS SURVIVOR
022500*   150  LOSER ALREADY RETIRED BY AN EARLIER MERGE
022600*   160  AN MRN IS ALREADY IN ANOTHER MERGE TONIGHT - RESUBMIT
022700*        THE ROW TOMORROW, AGAINST THE INDEX AS IT THEN STANDS
022800*   170  MERGE TABLE FULL - RESUBMIT TOMORROW
022900*-----------------------------------------------------------
023000 2000-EDIT-ONE-TRAN.
023100     ADD 1 TO HB-TRAN-CT.
023200     IF MG-SURVIVOR-MRN NOT NUMERIC OR MG-SURVIVOR-MRN = ZERO
023300         OR MG-LOSER-MRN NOT NUMERIC OR MG-LOSER-MRN = ZERO
023400         MOVE '100'          TO RJ-REASON
023500         PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
023600         GO TO 2000-EXIT
023700     END-IF.
023800     IF MG-SURVIVOR-MRN = MG-LOSER-MRN
023900         MOVE '110'          TO RJ-REASON
024000         PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
024100         GO TO 2000-EXIT
024200     END-IF.
024300     MOVE MG-SURVIVOR-MRN    TO HB-LOOK-MRN.
024400     PERFORM 8000-FIND-MRN THRU 8000-EXIT.
024500     IF NOT HB-MT-FOUND
024600         MOVE MG-LOSER-MRN   TO HB-LOOK-MRN
024700         PERFORM 8000-FIND-MRN THRU 8000-EXIT
024800     END-IF.
024900     IF HB-MT-FOUND
025000         MOVE '160'          TO RJ-REASON
025100         PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
025200         GO TO 2000-EXIT
025300     END-IF.
025400     IF HB-MT-COUNT >= 200
025500         MOVE '170'          TO RJ-REASON
025600         PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
025700         GO TO 2000-EXIT
025800     END-IF.
025900     MOVE MG-SURVIVOR-MRN    TO PIX-MRN.
026000     READ PATIENT-INDEX-FILE
026100         INVALID KEY
026200             MOVE '120'      TO RJ-REASON
026300             PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
026400             GO TO 2000-EXIT
026500     END-READ.
026600     IF PIX-MERGED-INTO NUMERIC AND PIX-MERGED-INTO > ZERO
026700         MOVE '140'          TO RJ-REASON
026800         PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
026900         GO TO 2000-EXIT
027000     END-IF.
027100     ADD 1 TO HB-MT-COUNT.
027200     MOVE MG-SURVIVOR-MRN    TO HB-MT-SURVIVOR(HB-MT-COUNT).
027300     MOVE MG-LOSER-MRN       TO HB-MT-LOSER(HB-MT-COUNT).
027400     MOVE MG-DATE            TO HB-MT-DATE(HB-MT-COUNT).
027500     MOVE PIX-FIRST-DATE     TO HB-MT-SURV-FIRST(HB-MT-COUNT).
027600     MOVE PIX-LAST-DATE      TO HB-MT-SURV-LAST(HB-MT-COUNT).
027700     MOVE PIX-STAY-CT        TO HB-MT-SURV-STAY-CT(HB-MT-COUNT).
027800     MOVE MG-LOSER-MRN       TO PIX-MRN.
027900     READ PATIENT-INDEX-FILE
028000         INVALID KEY
028100             SUBTRACT 1 FROM HB-MT-COUNT
028200             MOVE '130'      TO RJ-REASON
028300             PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
028400             GO TO 2000-EXIT
028500     END-READ.
028600     IF PIX-MERGED-INTO NUMERIC AND PIX-MERGED-INTO > ZERO
028700         SUBTRACT 1 FROM HB-MT-COUNT
028800         MOVE '150'          TO RJ-REASON
028900         PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
029000         GO TO 2000-EXIT
029100     END-IF.
029200     MOVE PIX-FIRST-DATE     TO HB-MT-LOSER-FIRST(HB-MT-COUNT).
029300     MOVE PIX-LAST-DATE      TO HB-MT-LOSER-LAST(HB-MT-COUNT).
029400     MOVE PIX-STAY-CT        TO HB-MT-LOSER-STAY-CT(HB-MT-COUNT).
029500     MOVE SPACES             TO HB-MT-SCAN-FIRST(HB-MT-COUNT)
029600                                HB-MT-SCAN-LAST(HB-MT-COUNT).
029700     MOVE ZERO               TO HB-MT-SCAN-CT(HB-MT-COUNT)
029800                                HB-MT-PATMSTR-CT(HB-MT-COUNT)
029900                                HB-MT-PATARCH-CT(HB-MT-COUNT)
030000                                HB-MT-ARLEDGER-CT(HB-MT-COUNT)
030100                                HB-MT-XFERAUDT-CT(HB-MT-COUNT)
030200                                HB-MT-PATIXMST-CT(HB-MT-COUNT)
030230                                HB-MT-SYMARCH-CT(HB-MT-COUNT)
030260                                HB-MT-TRTARCH-CT(HB-MT-COUNT).
030300     PERFORM 2100-WRITE-HEADER-ROW THRU 2100-EXIT.
030400 2000-EXIT.
030500     PERFORM 1100-READ-TRAN THRU 1100-EXIT.
030600     EXIT.
030700*
030800 2100-WRITE-HEADER-ROW.
030900     MOVE SPACES             TO MERGE-AUDIT-RECORD.
031000     MOVE 'H'                TO MA-ROW-TYPE.
031100     MOVE MG-DATE            TO MA-MERGE-DATE.
031200     MOVE MG-SURVIVOR-MRN    TO MA-SURVIVOR-MRN.
031300     MOVE MG-LOSER-MRN       TO MA-LOSER-MRN.
031400     MOVE MG-REASON          TO MA-REASON.
031500     MOVE HB-MT-SURV-FIRST(HB-MT-COUNT)  TO MA-SURV-FIRST-DATE.
031600     MOVE HB-MT-SURV-LAST(HB-MT-COUNT)   TO MA-SURV-LAST-DATE.
031700     MOVE HB-MT-SURV-STAY-CT(HB-MT-COUNT) TO MA-SURV-STAY-CT.
031800     MOVE HB-MT-LOSER-FIRST(HB-MT-COUNT) TO MA-LOSER-FIRST-DATE.
031900     MOVE HB-MT-LOSER-LAST(HB-MT-COUNT)  TO MA-LOSER-LAST-DATE.
032000     MOVE HB-MT-LOSER-STAY-CT(HB-MT-COUNT)
032100                             TO MA-LOSER-STAY-CT.
032200     WRITE MERGE-AUDIT-RECORD.
032300 2100-EXIT.
032400     EXIT.
032500*
032600 2900-REJECT-TRAN.
032700     MOVE MERGE-TRAN-RECORD  TO RJ-TRAN-IMAGE.
032800     MOVE HB-MERGE-REJ-ROW   TO MERGE-REJECT-LINE.
032900     WRITE MERGE-REJECT-LINE.
033000     ADD 1 TO HB-REJECTED-CT.
033100     DISPLAY 'HBMERGE: MERGE REJECTED, REASON ' RJ-REASON
033200         ' - ' MG-SURVIVOR-MRN ' ' MG-LOSER-MRN.
033300 2900-EXIT.
033400     EXIT.
033500*
033600*-----------------------------------------------------------
033700* THE CURRENT PATIENT MASTER.  A ROW POSTED BEFORE THE MRN
033800* WAS CARRIED HAS SPACES THERE AND IS LEFT ALONE.
033900*-----------------------------------------------------------
034000 3000-REPOINT-PATMSTR.
034100     PERFORM 3900-READ-PATIENT THRU 3900-EXIT.
034200     PERFORM 3100-ONE-PATIENT THRU 3100-EXIT
034300         UNTIL HB-PAT-EOF.
034400 3000-EXIT.
034500     EXIT.
034600*
034700 3100-ONE-PATIENT.
034800     IF PAT-MRN NOT NUMERIC
034900         GO TO 3100-EXIT
035000     END-IF.
035100     MOVE PAT-MRN            TO HB-LOOK-MRN.
035200     PERFORM 8000-FIND-MRN THRU 8000-EXIT.
035300     IF NOT HB-MT-FOUND
035400         GO TO 3100-EXIT
035500     END-IF.
035600     MOVE DATEADMT           TO HB-STAY-DATE.
035700     PERFORM 8100-NOTE-STAY THRU 8100-EXIT.
035800     IF NOT HB-LOOK-LOSER
035900         GO TO 3100-EXIT
036000     END-IF.
036100     MOVE HB-MT-SURVIVOR(HB-MT-HIT) TO PAT-MRN.
036200     REWRITE PATIENT-RECORD
036300         INVALID KEY
036400             DISPLAY 'HBMERGE: PATIENT REWRITE FAILED - '
036500                 BEDIDENT OF PATIENT-RECORD
036600             GO TO 3100-EXIT
036700     END-REWRITE.
036800     ADD 1 TO HB-MT-PATMSTR-CT(HB-MT-HIT).
036900     MOVE 'PATMSTR'          TO HB-DETAIL-FILE.
037000     MOVE BEDIDENT OF PATIENT-RECORD TO HB-DETAIL-KEY.
037100     PERFORM 8200-WRITE-DETAIL-ROW THRU 8200-EXIT.
037200 3100-EXIT.
037300     PERFORM 3900-READ-PATIENT THRU 3900-EXIT.
037400     EXIT.
037500*
037600 3900-READ-PATIENT.
037700     READ PATIENT-FILE NEXT RECORD
037800         AT END SET HB-PAT-EOF TO TRUE
037900     END-READ.
038000 3900-EXIT.
038100     EXIT.
038200*
038300*-----------------------------------------------------------
038400* THE PATIENT ARCHIVE, COPIED ROW FOR ROW TO PATNEW - EVERY
038500* ROW KEEPS ITS LENGTH AND ITS POSITION, SO THE LOCKSTEP
038600* PAIRING WITH DISCARCH THAT HBBILL AND HBEXPOS DEPEND ON IS
038630* UNDISTURBED.  THE COPY IS WRITTEN ON THE WAY OUT OF EVERY
038660* ROW, CHANGED OR NOT.
038700*-----------------------------------------------------------
038800 4000-REPOINT-PATARCH.
038900     PERFORM 4900-READ-PATIENT-ARCH THRU 4900-EXIT.
039000     PERFORM 4100-ONE-ARCH-STAY THRU 4100-EXIT
039100         UNTIL HB-ARCH-EOF.
039200 4000-EXIT.
039300     EXIT.
039400*
039500 4100-ONE-ARCH-STAY.
039600     IF PA-MRN NOT NUMERIC
039700         GO TO 4100-EXIT
039800     END-IF.
039900     MOVE PA-MRN             TO HB-LOOK-MRN.
040000     PERFORM 8000-FIND-MRN THRU 8000-EXIT.
040100     IF NOT HB-MT-FOUND
040200         GO TO 4100-EXIT
040300     END-IF.
040400     MOVE PA-DATEADMT        TO HB-STAY-DATE.
040500     PERFORM 8100-NOTE-STAY THRU 8100-EXIT.
040600     IF NOT HB-LOOK-LOSER
040700         GO TO 4100-EXIT
040800     END-IF.
040900     MOVE HB-MT-SURVIVOR(HB-MT-HIT) TO PA-MRN.
041100     ADD 1 TO HB-MT-PATARCH-CT(HB-MT-HIT).
041200     MOVE 'PATARCH'          TO HB-DETAIL-FILE.
041300     MOVE SPACES             TO HB-DETAIL-KEY.
041400     STRING PA-BEDIDENT      DELIMITED BY SIZE
041500         ' '                 DELIMITED BY SIZE
041600         PA-DATEADMT         DELIMITED BY SIZE
041700         INTO HB-DETAIL-KEY.
041800     PERFORM 8200-WRITE-DETAIL-ROW THRU 8200-EXIT.
041900 4100-EXIT.
041950     WRITE PATIENT-NEW-LINE FROM PATIENT-ARCH-RECORD.
042000     PERFORM 4900-READ-PATIENT-ARCH THRU 4900-EXIT.
042100     EXIT.
042200*
042300 4900-READ-PATIENT-ARCH.
042400     READ PATIENT-ARCH-FILE
042500         AT END SET HB-ARCH-EOF TO TRUE
042600     END-READ.
042700 4900-EXIT.
042800     EXIT.
042900*
043000*-----------------------------------------------------------
043100* THE AR LEDGER - EVERY INVOICE, WHATEVER ITS STATUS, SO A
043200* PAID OR VOIDED STAY STILL SHOWS UNDER THE ONE PERSON.
043300*-----------------------------------------------------------
043400 5000-REPOINT-ARLEDGER.
043500     PERFORM 5900-READ-LEDGER THRU 5900-EXIT.
043600     PERFORM 5100-ONE-INVOICE THRU 5100-EXIT
043700         UNTIL HB-AR-EOF.
043800 5000-EXIT.
043900     EXIT.
044000*
044100 5100-ONE-INVOICE.
044200     IF AR-MRN NOT NUMERIC
044300         GO TO 5100-EXIT
044400     END-IF.
044500     MOVE AR-MRN             TO HB-LOOK-MRN.
044600     PERFORM 8000-FIND-MRN THRU 8000-EXIT.
044700     IF NOT HB-MT-FOUND OR NOT HB-LOOK-LOSER
044800         GO TO 5100-EXIT
044900     END-IF.
045000     MOVE HB-MT-SURVIVOR(HB-MT-HIT) TO AR-MRN.
045100     REWRITE AR-LEDGER-RECORD
045200         INVALID KEY
045300             DISPLAY 'HBMERGE: LEDGER REWRITE FAILED - '
045400                 AR-INV-NO
045500             GO TO 5100-EXIT
045600     END-REWRITE.
045700     ADD 1 TO HB-MT-ARLEDGER-CT(HB-MT-HIT).
045800     MOVE 'ARLEDGER'         TO HB-DETAIL-FILE.
045900     MOVE AR-INV-NO          TO HB-DETAIL-KEY.
046000     PERFORM 8200-WRITE-DETAIL-ROW THRU 8200-EXIT.
046100 5100-EXIT.
046200     PERFORM 5900-READ-LEDGER THRU 5900-EXIT.
046300     EXIT.
046400*
046500 5900-READ-LEDGER.
046600     READ AR-LEDGER-FILE NEXT RECORD
046700         AT END SET HB-AR-EOF TO TRUE
046800     END-READ.
046900 5900-EXIT.
047000     EXIT.
047100*
047200*-----------------------------------------------------------
047300* THE TRANSFER AUDIT TRAIL - ROWS WRITTEN BEFORE HBXFER
047400* STAMPED THE MRN HAVE SPACES THERE AND ARE LEFT ALONE.
047450* COPIED ROW FOR ROW TO XFERNEW, LIKE THE PATIENT ARCHIVE.
047500*-----------------------------------------------------------
047600 6000-REPOINT-XFERAUDT.
047700     PERFORM 6900-READ-XFER-AUDIT THRU 6900-EXIT.
047800     PERFORM 6100-ONE-XFER-ROW THRU 6100-EXIT
047900         UNTIL HB-XFER-EOF.
048000 6000-EXIT.
048100     EXIT.
048200*
048300 6100-ONE-XFER-ROW.
048400     IF XFER-MRN NOT NUMERIC
048500         GO TO 6100-EXIT
048600     END-IF.
048700     MOVE XFER-MRN           TO HB-LOOK-MRN.
048800     PERFORM 8000-FIND-MRN THRU 8000-EXIT.
048900     IF NOT HB-MT-FOUND OR NOT HB-LOOK-LOSER
049000         GO TO 6100-EXIT
049100     END-IF.
049200     MOVE HB-MT-SURVIVOR(HB-MT-HIT) TO XFER-MRN.
049400     ADD 1 TO HB-MT-XFERAUDT-CT(HB-MT-HIT).
049500     MOVE 'XFERAUDT'         TO HB-DETAIL-FILE.
049600     MOVE SPACES             TO HB-DETAIL-KEY.
049700     STRING BEDIDENT OF WARD-TRANSFER-RECORD DELIMITED BY SIZE
049800         ' '                 DELIMITED BY SIZE
049900         TRANSFER-DATE OF WARD-TRANSFER-RECORD
050000                             DELIMITED BY SIZE
050100         INTO HB-DETAIL-KEY.
050200     PERFORM 8200-WRITE-DETAIL-ROW THRU 8200-EXIT.
050300 6100-EXIT.
050350     WRITE XFER-NEW-LINE FROM WARD-TRANSFER-RECORD.
050400     PERFORM 6900-READ-XFER-AUDIT THRU 6900-EXIT.
050500     EXIT.
050600*
050700 6900-READ-XFER-AUDIT.
050800     READ XFER-AUDIT-FILE
050900         AT END SET HB-XFER-EOF TO TRUE
051000     END-READ.
051100 6900-EXIT.
051200     EXIT.
051300*
051400*-----------------------------------------------------------
051500* AN INDEX ROW RETIRED INTO TONIGHT'S LOSER BY AN EARLIER
051600* MERGE IS MOVED ON TO THE SURVIVOR - HBADMIT FOLLOWS ONE
051700* POINTER, NOT A CHAIN OF THEM.
051800*-----------------------------------------------------------
051900 7000-REPOINT-PIX-CHAINS.
052000     MOVE ZERO               TO PIX-MRN.
052100     START PATIENT-INDEX-FILE KEY IS NOT LESS THAN PIX-MRN
052200         INVALID KEY
052300             GO TO 7000-EXIT
052400     END-START.
052500     PERFORM 7190-READ-NEXT-PIX THRU 7190-EXIT.
052600     PERFORM 7100-ONE-PIX-ROW THRU 7100-EXIT
052700         UNTIL HB-PIX-EOF.
052800 7000-EXIT.
052900     EXIT.
053000*
053100 7100-ONE-PIX-ROW.
053200     IF PIX-MERGED-INTO NOT NUMERIC OR PIX-MERGED-INTO = ZERO
053300         GO TO 7100-EXIT
053400     END-IF.
053500     MOVE PIX-MERGED-INTO    TO HB-LOOK-MRN.
053600     PERFORM 8000-FIND-MRN THRU 8000-EXIT.
053700     IF NOT HB-MT-FOUND OR NOT HB-LOOK-LOSER
053800         GO TO 7100-EXIT
053900     END-IF.
054000     MOVE HB-MT-SURVIVOR(HB-MT-HIT) TO PIX-MERGED-INTO.
054100     REWRITE PATIENT-INDEX-RECORD
054200         INVALID KEY
054300             DISPLAY 'HBMERGE: INDEX REWRITE FAILED - '
054400                 PIX-MRN
054500             GO TO 7100-EXIT
054600     END-REWRITE.
054700     ADD 1 TO HB-MT-PATIXMST-CT(HB-MT-HIT).
054800     MOVE 'PATIXMST'         TO HB-DETAIL-FILE.
054900     MOVE PIX-MRN            TO HB-DETAIL-KEY.
055000     PERFORM 8200-WRITE-DETAIL-ROW THRU 8200-EXIT.
055100 7100-EXIT.
055200     PERFORM 7190-READ-NEXT-PIX THRU 7190-EXIT.
055300     EXIT.
055400*
055500 7190-READ-NEXT-PIX.
055600     READ PATIENT-INDEX-FILE NEXT RECORD
055700         AT END SET HB-PIX-EOF TO TRUE
055800     END-READ.
055900 7190-EXIT.
056000     EXIT.
056100*
056101*-----------------------------------------------------------
056102* THE CLINICAL ARCHIVES HBDISCH WRITES AT DISCHARGE, COPIED
056103* ROW FOR ROW TO SYMNEW AND TRTNEW.  HBBILL, HBDSUM AND
056104* HBREVRS FIND A STAY'S CASE HERE BY BED AND MRN, SO A ROW
056105* LEFT ON THE LOSING MRN WOULD NEVER BE FOUND AGAIN.  THE
056106* STAYS THEMSELVES ARE NOTED FROM PATARCH, NOT HERE.
056107*-----------------------------------------------------------
056108 7200-REPOINT-SYMARCH.
056109     PERFORM 7290-READ-SYMP-ARCH THRU 7290-EXIT.
056110     PERFORM 7210-ONE-SYMP-CASE THRU 7210-EXIT
056111         UNTIL HB-SYM-EOF.
056112 7200-EXIT.
056113     EXIT.
056114*
056115 7210-ONE-SYMP-CASE.
056116     IF SA-MRN NOT NUMERIC
056117         GO TO 7210-EXIT
056118     END-IF.
056119     MOVE SA-MRN             TO HB-LOOK-MRN.
056120     PERFORM 8000-FIND-MRN THRU 8000-EXIT.
056121     IF NOT HB-MT-FOUND OR NOT HB-LOOK-LOSER
056122         GO TO 7210-EXIT
056123     END-IF.
056124     MOVE HB-MT-SURVIVOR(HB-MT-HIT) TO SA-MRN.
056125     ADD 1 TO HB-MT-SYMARCH-CT(HB-MT-HIT).
056126     MOVE 'SYMARCH'          TO HB-DETAIL-FILE.
056127     MOVE SPACES             TO HB-DETAIL-KEY.
056128     STRING SA-BEDIDENT      DELIMITED BY SIZE
056129         ' '                 DELIMITED BY SIZE
056130         SA-DISCH-DATE       DELIMITED BY SIZE
056131         INTO HB-DETAIL-KEY.
056132     PERFORM 8200-WRITE-DETAIL-ROW THRU 8200-EXIT.
056133 7210-EXIT.
056134     WRITE SYMP-NEW-LINE FROM SYMPTOM-ARCH-RECORD.
056135     PERFORM 7290-READ-SYMP-ARCH THRU 7290-EXIT.
056136     EXIT.
056137*
056138 7290-READ-SYMP-ARCH.
056139     READ SYMP-ARCH-FILE
056140         AT END SET HB-SYM-EOF TO TRUE
056141     END-READ.
056142 7290-EXIT.
056143     EXIT.
056144*
056145 7300-REPOINT-TRTARCH.
056146     PERFORM 7390-READ-TRT-ARCH THRU 7390-EXIT.
056147     PERFORM 7310-ONE-TRT-ROW THRU 7310-EXIT
056148         UNTIL HB-TRT-EOF.
056149 7300-EXIT.
056150     EXIT.
056151*
056152 7310-ONE-TRT-ROW.
056153     IF TA-MRN NOT NUMERIC
056154         GO TO 7310-EXIT
056155     END-IF.
056156     MOVE TA-MRN             TO HB-LOOK-MRN.
056157     PERFORM 8000-FIND-MRN THRU 8000-EXIT.
056158     IF NOT HB-MT-FOUND OR NOT HB-LOOK-LOSER
056159         GO TO 7310-EXIT
056160     END-IF.
056161     MOVE HB-MT-SURVIVOR(HB-MT-HIT) TO TA-MRN.
056162     ADD 1 TO HB-MT-TRTARCH-CT(HB-MT-HIT).
056163     MOVE 'TRTARCH'          TO HB-DETAIL-FILE.
056164     MOVE SPACES             TO HB-DETAIL-KEY.
056165     STRING TA-BEDIDENT      DELIMITED BY SIZE
056166         ' '                 DELIMITED BY SIZE
056167         TA-DISCH-DATE       DELIMITED BY SIZE
056168         INTO HB-DETAIL-KEY.
056169     PERFORM 8200-WRITE-DETAIL-ROW THRU 8200-EXIT.
056170 7310-EXIT.
056171     MOVE TA-MED-COUNT       TO TN-MED-COUNT.
056172     MOVE TREATMNT-ARCH-RECORD TO TRT-NEW-RECORD.
056173     WRITE TRT-NEW-RECORD.
056174     PERFORM 7390-READ-TRT-ARCH THRU 7390-EXIT.
056175     EXIT.
056176*
056177 7390-READ-TRT-ARCH.
056178     READ TRT-ARCH-FILE
056179         AT END SET HB-TRT-EOF TO TRUE
056180     END-READ.
056181 7390-EXIT.
056182     EXIT.
056183*
056200*-----------------------------------------------------------
056300* RECOMPUTES THE SURVIVOR'S INDEX ROW, RETIRES THE LOSER'S
056400* AND CLOSES THE MERGE WITH ITS 'T' AUDIT ROW.
056500*-----------------------------------------------------------
056600 7500-FINISH-ONE-MERGE.
056700     MOVE SPACES             TO HB-NEW-FIRST HB-NEW-LAST.
056800     MOVE HB-MT-SCAN-FIRST(HB-MT-IDX) TO HB-TAKE-DATE.
056900     PERFORM 7600-TAKE-DATE THRU 7600-EXIT.
057000     MOVE HB-MT-SCAN-LAST(HB-MT-IDX) TO HB-TAKE-DATE.
057100     PERFORM 7600-TAKE-DATE THRU 7600-EXIT.
057200     MOVE HB-MT-SURV-FIRST(HB-MT-IDX) TO HB-TAKE-DATE.
057300     PERFORM 7600-TAKE-DATE THRU 7600-EXIT.
057400     MOVE HB-MT-SURV-LAST(HB-MT-IDX) TO HB-TAKE-DATE.
057500     PERFORM 7600-TAKE-DATE THRU 7600-EXIT.
057600     MOVE HB-MT-LOSER-FIRST(HB-MT-IDX) TO HB-TAKE-DATE.
057700     PERFORM 7600-TAKE-DATE THRU 7600-EXIT.
057800     MOVE HB-MT-LOSER-LAST(HB-MT-IDX) TO HB-TAKE-DATE.
057900     PERFORM 7600-TAKE-DATE THRU 7600-EXIT.
058000     COMPUTE HB-NEW-STAY-CT = HB-MT-SURV-STAY-CT(HB-MT-IDX)
058100                            + HB-MT-LOSER-STAY-CT(HB-MT-IDX).
058200     IF HB-MT-SCAN-CT(HB-MT-IDX) > HB-NEW-STAY-CT
058300         MOVE HB-MT-SCAN-CT(HB-MT-IDX) TO HB-NEW-STAY-CT
058400     END-IF.
058500     IF HB-NEW-STAY-CT > 999
058600         MOVE 999            TO HB-NEW-STAY-CT
058700     END-IF.
058800     MOVE HB-MT-SURVIVOR(HB-MT-IDX) TO PIX-MRN.
058900     READ PATIENT-INDEX-FILE
059000         INVALID KEY
059100             DISPLAY 'HBMERGE: SURVIVOR GONE FROM INDEX - '
059200                 HB-MT-SURVIVOR(HB-MT-IDX)
059300             GO TO 7500-EXIT
059400     END-READ.
059500     MOVE HB-NEW-FIRST       TO PIX-FIRST-DATE.
059600     MOVE HB-NEW-LAST        TO PIX-LAST-DATE.
059700     MOVE HB-NEW-STAY-CT     TO PIX-STAY-CT.
059800     REWRITE PATIENT-INDEX-RECORD
059900         INVALID KEY
060000             DISPLAY 'HBMERGE: INDEX REWRITE FAILED - '
060100                 PIX-MRN
060200     END-REWRITE.
060300     MOVE HB-MT-LOSER(HB-MT-IDX) TO PIX-MRN.
060400     READ PATIENT-INDEX-FILE
060500         INVALID KEY
060600             DISPLAY 'HBMERGE: LOSER GONE FROM INDEX - '
060700                 HB-MT-LOSER(HB-MT-IDX)
060800             GO TO 7500-EXIT
060900     END-READ.
061000     MOVE HB-MT-SURVIVOR(HB-MT-IDX) TO PIX-MERGED-INTO.
061100     REWRITE PATIENT-INDEX-RECORD
061200         INVALID KEY
061300             DISPLAY 'HBMERGE: INDEX REWRITE FAILED - '
061400                 PIX-MRN
061500     END-REWRITE.
061600     MOVE SPACES             TO MERGE-AUDIT-RECORD.
061700     MOVE 'T'                TO MA-ROW-TYPE.
061800     MOVE HB-MT-DATE(HB-MT-IDX)     TO MA-MERGE-DATE.
061900     MOVE HB-MT-SURVIVOR(HB-MT-IDX) TO MA-SURVIVOR-MRN.
062000     MOVE HB-MT-LOSER(HB-MT-IDX)    TO MA-LOSER-MRN.
062100     MOVE HB-NEW-FIRST       TO MA-NEW-FIRST-DATE.
062200     MOVE HB-NEW-LAST        TO MA-NEW-LAST-DATE.
062300     MOVE HB-NEW-STAY-CT     TO MA-NEW-STAY-CT.
062400     MOVE HB-MT-PATMSTR-CT(HB-MT-IDX)  TO MA-PATMSTR-CT.
062500     MOVE HB-MT-PATARCH-CT(HB-MT-IDX)  TO MA-PATARCH-CT.
062600     MOVE HB-MT-ARLEDGER-CT(HB-MT-IDX) TO MA-ARLEDGER-CT.
062700     MOVE HB-MT-XFERAUDT-CT(HB-MT-IDX) TO MA-XFERAUDT-CT.
062800     MOVE HB-MT-PATIXMST-CT(HB-MT-IDX) TO MA-PATIXMST-CT.
062830     MOVE HB-MT-SYMARCH-CT(HB-MT-IDX)  TO MA-SYMARCH-CT.
062860     MOVE HB-MT-TRTARCH-CT(HB-MT-IDX)  TO MA-TRTARCH-CT.
062900     WRITE MERGE-AUDIT-RECORD.
063000     ADD 1 TO HB-APPLIED-CT.
063100     DISPLAY 'HBMERGE: MRN ' HB-MT-LOSER(HB-MT-IDX)
063200         ' MERGED INTO ' HB-MT-SURVIVOR(HB-MT-IDX).
063300 7500-EXIT.
063400     EXIT.
063500*
063600*-----------------------------------------------------------
063700* WIDENS HB-NEW-FIRST / HB-NEW-LAST TO TAKE IN HB-TAKE-DATE.
063800* A BLANK DATE (NO STAY FOUND, OR AN INDEX ROW THAT NEVER
063900* HAD ONE) IS IGNORED.
064000*-----------------------------------------------------------
064100 7600-TAKE-DATE.
064200     IF HB-TAKE-DATE = SPACES
064300         GO TO 7600-EXIT
064400     END-IF.
064500     IF HB-NEW-FIRST = SPACES OR HB-TAKE-DATE < HB-NEW-FIRST
064600         MOVE HB-TAKE-DATE   TO HB-NEW-FIRST
064700     END-IF.
064800     IF HB-NEW-LAST = SPACES OR HB-TAKE-DATE > HB-NEW-LAST
064900         MOVE HB-TAKE-DATE   TO HB-NEW-LAST
065000     END-IF.
065100 7600-EXIT.
065200     EXIT.
065300*
065400*-----------------------------------------------------------
065500* LOOKS HB-LOOK-MRN UP IN TONIGHT'S MERGE TABLE.  ON A HIT,
065600* HB-MT-HIT IS THE ENTRY AND HB-LOOK-ROLE SAYS WHETHER THE
065700* MRN IS THAT ENTRY'S SURVIVOR OR ITS LOSER.
065800*-----------------------------------------------------------
065900 8000-FIND-MRN.
066000     MOVE 'N'                TO HB-MT-FOUND-SW.
066100     MOVE SPACES             TO HB-LOOK-ROLE.
066200     PERFORM 8010-MATCH-ONE-ENTRY THRU 8010-EXIT
066300         VARYING HB-MT-IDX FROM 1 BY 1
066400         UNTIL HB-MT-IDX > HB-MT-COUNT
066500         OR HB-MT-FOUND.
066600 8000-EXIT.
066700     EXIT.
066800*
066900 8010-MATCH-ONE-ENTRY.
067000     IF HB-MT-SURVIVOR(HB-MT-IDX) = HB-LOOK-MRN
067100         MOVE 'S'            TO HB-LOOK-ROLE
067200     END-IF.
067300     IF HB-MT-LOSER(HB-MT-IDX) = HB-LOOK-MRN
067400         MOVE 'L'            TO HB-LOOK-ROLE
067500     END-IF.
067600     IF HB-LOOK-ROLE NOT = SPACES
067700         MOVE HB-MT-IDX      TO HB-MT-HIT
067800         SET HB-MT-FOUND TO TRUE
067900     END-IF.
068000 8010-EXIT.
068100     EXIT.
068200*
068300*-----------------------------------------------------------
068400* ONE STAY (CURRENT OR ARCHIVED) UNDER EITHER MRN OF ENTRY
068500* HB-MT-HIT, ADMITTED ON HB-STAY-DATE.
068600*-----------------------------------------------------------
068700 8100-NOTE-STAY.
068800     ADD 1 TO HB-MT-SCAN-CT(HB-MT-HIT).
068900     IF HB-STAY-DATE = SPACES
069000         GO TO 8100-EXIT
069100     END-IF.
069200     IF HB-MT-SCAN-FIRST(HB-MT-HIT) = SPACES
069300         OR HB-STAY-DATE < HB-MT-SCAN-FIRST(HB-MT-HIT)
069400         MOVE HB-STAY-DATE   TO HB-MT-SCAN-FIRST(HB-MT-HIT)
069500     END-IF.
069600     IF HB-MT-SCAN-LAST(HB-MT-HIT) = SPACES
069700         OR HB-STAY-DATE > HB-MT-SCAN-LAST(HB-MT-HIT)
069800         MOVE HB-STAY-DATE   TO HB-MT-SCAN-LAST(HB-MT-HIT)
069900     END-IF.
070000 8100-EXIT.
070100     EXIT.
070200*
070300 8200-WRITE-DETAIL-ROW.
070400     MOVE SPACES             TO MERGE-AUDIT-RECORD.
070500     MOVE 'D'                TO MA-ROW-TYPE.
070600     MOVE HB-MT-DATE(HB-MT-HIT)     TO MA-MERGE-DATE.
070700     MOVE HB-MT-SURVIVOR(HB-MT-HIT) TO MA-SURVIVOR-MRN.
070800     MOVE HB-MT-LOSER(HB-MT-HIT)    TO MA-LOSER-MRN.
070900     MOVE HB-DETAIL-FILE     TO MA-FILE-ID.
071000     MOVE HB-DETAIL-KEY      TO MA-ROW-KEY.
071100     WRITE MERGE-AUDIT-RECORD.
071200     ADD 1 TO HB-REPOINT-CT.
071300 8200-EXIT.
071400     EXIT.
071500*
071600 9000-TERMINATE.
071700     CLOSE MERGE-TRAN-FILE.
071800     CLOSE PATIENT-INDEX-FILE.
071900     CLOSE PATIENT-FILE.
072000     CLOSE PATIENT-ARCH-FILE.
072100     CLOSE AR-LEDGER-FILE.
072200     CLOSE XFER-AUDIT-FILE.
072210     CLOSE SYMP-ARCH-FILE.
072220     CLOSE TRT-ARCH-FILE.
072230     CLOSE PATIENT-NEW-FILE.
072240     CLOSE XFER-NEW-FILE.
072250     CLOSE SYMP-NEW-FILE.
072260     CLOSE TRT-NEW-FILE.
072300     CLOSE MERGE-AUDIT-FILE.
072400     CLOSE MERGE-REJECT-FILE.
072500     PERFORM 9100-WRITE-CONTROL-TOTALS THRU 9100-EXIT.
072600     DISPLAY 'HBMERGE: MERGE TRANSACTIONS = ' HB-TRAN-CT.
072700     DISPLAY 'HBMERGE: MERGES APPLIED     = ' HB-APPLIED-CT.
072800     DISPLAY 'HBMERGE: MERGES REJECTED    = ' HB-REJECTED-CT.
072900     DISPLAY 'HBMERGE: ROWS RE-POINTED    = ' HB-REPOINT-CT.
073000 9000-EXIT.
073100     EXIT.
073200*
073300 9100-WRITE-CONTROL-TOTALS.
073400     OPEN EXTEND CONTROL-TOTAL-FILE.
073450     MOVE BD-BUS-DATE        TO CTL-BUS-DATE.
073500     MOVE 'HBMERGE'          TO CTL-PROG-NAME.
073600     MOVE 'MERGES APPLIED'   TO CTL-COUNTER-NAME.
073700     MOVE HB-APPLIED-CT      TO CTL-COUNT.
073800     WRITE CONTROL-TOTAL-RECORD.
073900     MOVE 'MERGES REJECTED'  TO CTL-COUNTER-NAME.
074000     MOVE HB-REJECTED-CT     TO CTL-COUNT.
074100     WRITE CONTROL-TOTAL-RECORD.
074200     MOVE 'ROWS RE-POINTED'  TO CTL-COUNTER-NAME.
074300     MOVE HB-REPOINT-CT      TO CTL-COUNT.
074400     WRITE CONTROL-TOTAL-RECORD.
074500     CLOSE CONTROL-TOTAL-FILE.
074600 9100-EXIT.
074700     EXIT.
