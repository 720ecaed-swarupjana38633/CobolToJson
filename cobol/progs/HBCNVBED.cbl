000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    HBCNVBED.
000300 AUTHOR.        D. OKAFOR.
000400 INSTALLATION.  ST. VINCENT GENERAL - IT DEPARTMENT.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------
000800* MODIFICATION HISTORY
000900* 2026-10-15  DPO  INITIAL VERSION - ONE-TIME BEDMSTR RELOAD.
001000*                  THE BED-STATUS ROW GREW BY THE CAPACITY
001100*                  WINDOW FIELDS (BED-WINDOW-TYPE/FROM/TO), AND
001200*                  AN INDEXED MASTER DOES NOT PAD OLD ROWS OUT
001300*                  TO A NEW LENGTH - THE FILE IS RELOADED AT
001400*                  THE NEW LENGTH ONCE, BEFORE HBCAPMNT FIRST
001500*                  RUNS.  THE SAME RUN GIVES EVERY BED IN
001600*                  SERVICE A ROW, SO A BED WITH NO ROW IS A BED
001700*                  THAT DOES NOT EXIST.
001800*-----------------------------------------------------------
001900*
002000*-----------------------------------------------------------
002100* THE JOB RENAMES THE OLD BED-STATUS MASTER TO BEDOLD AND
002200* DEFINES AN EMPTY BEDMSTR AT THE NEW RECORD LENGTH; THIS
002300* STEP THEN -
002400*   1. COPIES EVERY BEDOLD ROW TO BEDMSTR AS IT STOOD, WITH
002500*      THE WINDOW FIELDS SPACES (NO WINDOW).
002600*   2. WALKS WARDMSTR AND, FOR EACH WARD, THE BED NUMBERS
002700*      FROM 01 UP UNTIL TOT-BEDS BEDS IN SERVICE HAVE BEEN
002800*      SEEN.  A BED WITH NO ROW IS WRITTEN 'A' - UNTIL NOW IT
002900*      WAS IMPLICITLY AVAILABLE, AND THAT IS WHAT IT WAS.  A
003000*      RETIRED ('R') BED IS NOT PART OF TOT-BEDS AND IS
003100*      STEPPED OVER, SO A WARD THAT RETIRED ITS LOW-NUMBERED
003200*      BEDS STILL GETS A ROW FOR EVERY BED IT HAS.
003300* BED NUMBERS ARE TWO DIGITS, SO A WARD CLAIMING MORE THAN
003400* 99 BEDS IS SEEDED TO 99 AND LISTED.  THE STEP RUNS BETWEEN
003500* NIGHTS, ON A CLOSED BUSINESS DATE, WHICH IS ALSO THE
003600* STATUS DATE OF EVERY SEEDED ROW.  ANY ROW THAT WILL NOT
003700* WRITE ENDS THE RUN WITH RETURN CODE 16, AND THE JOB THEN
003800* PUTS BEDOLD BACK.
003900*-----------------------------------------------------------
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
004200 SOURCE-COMPUTER.   IBM-370.
004300 OBJECT-COMPUTER.   IBM-370.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
004700         ORGANIZATION IS LINE SEQUENTIAL.
004800     SELECT OLD-BED-FILE ASSIGN TO "BEDOLD"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS SEQUENTIAL
005100         RECORD KEY IS OB-BEDIDENT.
005200     SELECT BED-FILE ASSIGN TO "BEDMSTR"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS RANDOM
005500         RECORD KEY IS BEDIDENT OF BED-STATUS-RECORD.
005600     SELECT WARD-FILE ASSIGN TO "WARDMSTR"
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS SEQUENTIAL
005900         RECORD KEY IS WARDNO.
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  BUSINESS-DATE-FILE.
006300 01  BUSINESS-DATE-LINE      PIC X(27).
006400*-----------------------------------------------------------
006500* THE BED-STATUS ROW AS IT WAS BEFORE THE WINDOW FIELDS.
006600*-----------------------------------------------------------
006700 FD  OLD-BED-FILE.
006800 01  OLD-BED-RECORD.
006900     03  OB-BEDIDENT         PIC X(04).
007000     03  OB-BED-STATUS       PIC X(01).
007100     03  OB-BED-STAT-DATE    PIC X(06).
007200 FD  BED-FILE.
007300 COPY BEDREC.
007400 FD  WARD-FILE.
007500 COPY WARDREC.
007600 WORKING-STORAGE SECTION.
007700 01  HB-SWITCHES.
007800     03  HB-NO-BUS-DATE-SW   PIC X(01)   VALUE 'N'.
007900         88  HB-NO-BUS-DATE      VALUE 'Y'.
008000     03  HB-OLD-EOF-SW       PIC X(01)   VALUE 'N'.
008100         88  HB-OLD-EOF          VALUE 'Y'.
008200     03  HB-WARD-EOF-SW      PIC X(01)   VALUE 'N'.
008300         88  HB-WARD-EOF         VALUE 'Y'.
008400     03  HB-WRITE-FAILED-SW  PIC X(01)   VALUE 'N'.
008500         88  HB-WRITE-FAILED     VALUE 'Y'.
008600 01  HB-COUNTERS.
008700     03  HB-OLD-CT           PIC 9(05)   COMP VALUE ZERO.
008800     03  HB-COPIED-CT        PIC 9(05)   COMP VALUE ZERO.
008900     03  HB-SEEDED-CT        PIC 9(05)   COMP VALUE ZERO.
009000     03  HB-WARD-CT          PIC 9(05)   COMP VALUE ZERO.
009100     03  HB-IN-SERVICE-CT    PIC 9(05)   COMP.
009200     03  HB-WARD-BEDS        PIC 9(05)   COMP.
009300     03  HB-BED-SEQ          PIC 9(03)   COMP.
009400 01  HB-WORK-FIELDS.
009500     03  HB-BEDIDENT.
009600         05  HB-BED-WARDNO   PIC X(02).
009700         05  HB-BED-NO       PIC 9(02).
009800 COPY BDATEREC.
009900 PROCEDURE DIVISION.
010000 0000-MAINLINE.
010100     PERFORM 0100-READ-BUSINESS-DATE THRU 0100-EXIT.
010200     IF HB-NO-BUS-DATE
010300         MOVE 16             TO RETURN-CODE
010400         GOBACK
010500     END-IF.
010600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010700     PERFORM 2000-COPY-ONE-BED THRU 2000-EXIT
010800         UNTIL HB-OLD-EOF.
010900     PERFORM 2900-REOPEN-BED-FILE THRU 2900-EXIT.
011000     PERFORM 3000-SEED-ONE-WARD THRU 3000-EXIT
011100         UNTIL HB-WARD-EOF.
011200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
011300     GOBACK.
011400*
011500*-----------------------------------------------------------
011600* THE RELOAD RUNS BETWEEN NIGHTS, WITH THE LAST DATE CLOSED
011700* AND NOTHING ELSE HOLDING BEDMSTR.
011800*-----------------------------------------------------------
011900 0100-READ-BUSINESS-DATE.
012000     OPEN INPUT BUSINESS-DATE-FILE.
012100     READ BUSINESS-DATE-FILE INTO BUSINESS-DATE-RECORD
012200         AT END SET HB-NO-BUS-DATE TO TRUE
012300     END-READ.
012400     CLOSE BUSINESS-DATE-FILE.
012500     IF HB-NO-BUS-DATE
012600         DISPLAY 'HBCNVBED: NO BUSINESS DATE ON BUSDATE - NOT RUN'
012700         GO TO 0100-EXIT
012800     END-IF.
012900     IF NOT BD-DATE-CLOSED
013000         DISPLAY 'HBCNVBED: BUSINESS DATE ' BD-BUS-DATE
013100                 ' IS STILL OPEN - NOT RUN'
013200         SET HB-NO-BUS-DATE TO TRUE
013300     END-IF.
013400 0100-EXIT.
013500     EXIT.
013600*
013700 1000-INITIALIZE.
013800     OPEN INPUT  OLD-BED-FILE.
013900     OPEN OUTPUT BED-FILE.
014000     OPEN INPUT  WARD-FILE.
014100     PERFORM 2100-READ-OLD-BED THRU 2100-EXIT.
014200     PERFORM 3900-READ-WARD THRU 3900-EXIT.
014300 1000-EXIT.
014400     EXIT.
014500*
014600 2000-COPY-ONE-BED.
014700     ADD 1 TO HB-OLD-CT.
014800     MOVE SPACES             TO BED-STATUS-RECORD.
014900     MOVE OB-BEDIDENT        TO BEDIDENT OF BED-STATUS-RECORD.
015000     MOVE OB-BED-STATUS      TO BED-STATUS.
015100     MOVE OB-BED-STAT-DATE   TO BED-STAT-DATE.
015200     WRITE BED-STATUS-RECORD
015300         INVALID KEY
015400             DISPLAY 'HBCNVBED: BED WRITE FAILED - ' OB-BEDIDENT
015500             SET HB-WRITE-FAILED TO TRUE
015600             GO TO 2000-EXIT
015700     END-WRITE.
015800     ADD 1 TO HB-COPIED-CT.
015900 2000-EXIT.
016000     PERFORM 2100-READ-OLD-BED THRU 2100-EXIT.
016100     EXIT.
016200*
016300 2100-READ-OLD-BED.
016400     READ OLD-BED-FILE NEXT RECORD
016500         AT END SET HB-OLD-EOF TO TRUE
016600     END-READ.
016700 2100-EXIT.
016800     EXIT.
016900*
017000*-----------------------------------------------------------
017100* THE COPY LOADS BEDMSTR FRESH; THE SEEDING HAS TO READ IT
017200* BACK TO SEE WHICH BEDS ALREADY HAVE A ROW.
017300*-----------------------------------------------------------
017400 2900-REOPEN-BED-FILE.
017500     CLOSE BED-FILE.
017600     OPEN I-O BED-FILE.
017700 2900-EXIT.
017800     EXIT.
017900*
018000*-----------------------------------------------------------
018100* ONE WARD - ITS BEDS FROM 01 UP UNTIL TOT-BEDS OF THEM ARE
018200* IN SERVICE, OR THE TWO-DIGIT BED NUMBERS RUN OUT.
018300*-----------------------------------------------------------
018400 3000-SEED-ONE-WARD.
018500     ADD 1 TO HB-WARD-CT.
018600     IF TOT-BEDS NOT NUMERIC
018700         DISPLAY 'HBCNVBED: TOT-BEDS NOT NUMERIC, WARD NOT '
018800             'SEEDED - ' WARDNO
018900         GO TO 3000-EXIT
019000     END-IF.
019100     MOVE TOT-BEDS           TO HB-WARD-BEDS.
019200     MOVE ZERO               TO HB-IN-SERVICE-CT.
019300     MOVE WARDNO             TO HB-BED-WARDNO.
019400     PERFORM 3100-SEED-ONE-BED THRU 3100-EXIT
019500         VARYING HB-BED-SEQ FROM 1 BY 1
019600         UNTIL HB-IN-SERVICE-CT NOT < HB-WARD-BEDS
019700         OR HB-BED-SEQ > 99.
019800     IF HB-IN-SERVICE-CT < HB-WARD-BEDS
019900         DISPLAY 'HBCNVBED: WARD ' WARDNO ' CLAIMS ' TOT-BEDS
020000             ' BEDS - SEEDED TO BED 99 ONLY'
020100     END-IF.
020200 3000-EXIT.
020300     PERFORM 3900-READ-WARD THRU 3900-EXIT.
020400     EXIT.
020500*
020600 3100-SEED-ONE-BED.
020700     MOVE HB-BED-SEQ         TO HB-BED-NO.
020800     MOVE HB-BEDIDENT        TO BEDIDENT OF BED-STATUS-RECORD.
020900     READ BED-FILE
021000         INVALID KEY
021100             GO TO 3110-WRITE-AVAILABLE
021200     END-READ.
021300     IF NOT BED-RETIRED
021400         ADD 1 TO HB-IN-SERVICE-CT
021500     END-IF.
021600     GO TO 3100-EXIT.
021700 3110-WRITE-AVAILABLE.
021800     MOVE SPACES             TO BED-STATUS-RECORD.
021900     MOVE HB-BEDIDENT        TO BEDIDENT OF BED-STATUS-RECORD.
022000     MOVE 'A'                TO BED-STATUS.
022100     MOVE BD-BUS-DATE        TO BED-STAT-DATE.
022200     WRITE BED-STATUS-RECORD
022300         INVALID KEY
022400             DISPLAY 'HBCNVBED: BED WRITE FAILED - ' HB-BEDIDENT
022500             SET HB-WRITE-FAILED TO TRUE
022600             GO TO 3100-EXIT
022700     END-WRITE.
022800     ADD 1 TO HB-SEEDED-CT.
022900     ADD 1 TO HB-IN-SERVICE-CT.
023000 3100-EXIT.
023100     EXIT.
023200*
023300 3900-READ-WARD.
023400     READ WARD-FILE NEXT RECORD
023500         AT END SET HB-WARD-EOF TO TRUE
023600     END-READ.
023700 3900-EXIT.
023800     EXIT.
023900*
024000 9000-TERMINATE.
024100     CLOSE OLD-BED-FILE.
024200     CLOSE BED-FILE.
024300     CLOSE WARD-FILE.
024400     DISPLAY 'HBCNVBED: BEDOLD ROWS READ     = ' HB-OLD-CT.
024500     DISPLAY 'HBCNVBED: ROWS COPIED          = ' HB-COPIED-CT.
024600     DISPLAY 'HBCNVBED: WARDS WALKED         = ' HB-WARD-CT.
024700     DISPLAY 'HBCNVBED: BEDS SEEDED AVAILABLE = ' HB-SEEDED-CT.
024800     IF HB-WRITE-FAILED OR HB-COPIED-CT NOT = HB-OLD-CT
024900         DISPLAY 'HBCNVBED: RELOAD INCOMPLETE - KEEP BEDOLD'
025000         MOVE 16             TO RETURN-CODE
025100     END-IF.
025200 9000-EXIT.
025300     EXIT.
