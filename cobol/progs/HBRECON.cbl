002518*                  THE SAME WAY ORPHAN PATIENT ROWS ARE -
002519*                  A BEDMSTR ROW FOR A NONEXISTENT WARD
002521*                  USED TO SAIL THROUGH THE RUN VERDICT.
002522* 2026-10-09  DPO  RUNS ONLY AGAINST AN OPEN BUSINESS DATE ON
002523*                  BUSDATE, AND STAMPS THAT DATE ON EVERY
002524*                  CTLTOTS ROW SO HBBALNC BALANCES ONE DAY'S
002525*                  ROWS AT A TIME.
002550*-----------------------------------------------------------
002600*
002700*-----------------------------------------------------------
002800* PATIENT-FILE MUST BE IN BEDIDENT (HENCE WARDNO) SEQUENCE,
004640         ORGANIZATION IS INDEXED
004650         ACCESS MODE IS SEQUENTIAL
004660         RECORD KEY IS BEDIDENT OF BED-STATUS-RECORD.
004673     SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
004686         ORGANIZATION IS LINE SEQUENTIAL.
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  WARD-FILE.
005420 COPY CTLREC.
005430 FD  BED-FILE.
005440 COPY BEDREC.
005460 FD  BUSINESS-DATE-FILE.
005480 01  BUSINESS-DATE-LINE      PIC X(27).
005500 WORKING-STORAGE SECTION.
005600 01  HB-SWITCHES.
005633     03  HB-NO-BUS-DATE-SW   PIC X(01)   VALUE 'N'.
005666         88  HB-NO-BUS-DATE      VALUE 'Y'.
005700     03  HB-WARD-EOF-SW      PIC X(01)   VALUE 'N'.
005800         88  HB-WARD-EOF         VALUE 'Y'.
005900     03  HB-PAT-EOF-SW       PIC X(01)   VALUE 'N'.
007620     03  RL-HELD             PIC ZZ9.
007700     03  FILLER              PIC X(05)   VALUE SPACES.
007800     03  RL-REMARK           PIC X(20).
007850 COPY BDATEREC.
007900 PROCEDURE DIVISION.
008000 0000-MAINLINE.
008016     PERFORM 0100-READ-BUSINESS-DATE THRU 0100-EXIT.
008032     IF HB-NO-BUS-DATE
008048         MOVE 16             TO RETURN-CODE
008064         GOBACK
008080     END-IF.
008100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
008200     PERFORM 2000-PROCESS-WARD THRU 2000-EXIT
008300         UNTIL HB-WARD-EOF.
008400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
008500     GOBACK.
008504*
008508*-----------------------------------------------------------
008512* THIS STEP RUNS AGAINST THE OPEN BUSINESS DATE ON BUSDATE.
008516* NO OPEN DATE, NO RUN - THE STREAM IS
008520* HELD UNTIL THE OPERATOR OPENS ONE WITH HBBDATE.
008524*-----------------------------------------------------------
008528 0100-READ-BUSINESS-DATE.
008532     OPEN INPUT BUSINESS-DATE-FILE.
008536     READ BUSINESS-DATE-FILE INTO BUSINESS-DATE-RECORD
008540         AT END SET HB-NO-BUS-DATE TO TRUE
008544     END-READ.
008548     CLOSE BUSINESS-DATE-FILE.
008552     IF HB-NO-BUS-DATE
008556         DISPLAY 'HBRECON: NO BUSINESS DATE ON BUSDATE - NOT RUN'
008560         GO TO 0100-EXIT
008564     END-IF.
008568     IF NOT BD-DATE-OPEN
008572         DISPLAY 'HBRECON: BUSINESS DATE ' BD-BUS-DATE
008576                 ' IS NOT OPEN - NOT RUN'
008580         SET HB-NO-BUS-DATE TO TRUE
008584     END-IF.
008588 0100-EXIT.
008592     EXIT.
008600*
008700 1000-INITIALIZE.
008800     OPEN INPUT WARD-FILE.
016600*
016700 9100-WRITE-CONTROL-TOTALS.
016800     OPEN EXTEND CONTROL-TOTAL-FILE.
016850     MOVE BD-BUS-DATE        TO CTL-BUS-DATE.
016900     MOVE 'HBRECON'          TO CTL-PROG-NAME.
017000     MOVE 'WARDS CHECKED'      TO CTL-COUNTER-NAME.
017100     MOVE HB-WARD-CT         TO CTL-COUNT.
