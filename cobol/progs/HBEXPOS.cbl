001800*                  WAS IN THAT WARD DURING THE WINDOW WITH
001900*                  THEIR IN/OUT DATES AND WHERE THEY WENT
002000*                  NEXT, SO SWABBING CAN FOLLOW THEM.
002014* 2026-10-12  DPO  AN 'H' IN THE PARAMETER ROW READS A YEARLY
002028*                  HISTORY GENERATION (XFERHIST, PATHIST,
002042*                  DISHIST, AS HBRETAIN ROLLED IT OFF) IN
002056*                  PLACE OF THE LIVE AUDIT TRAIL AND ARCHIVES,
002070*                  FOR A TRACE INTO A PERIOD THAT HAS ALREADY
002084*                  ROLLED OFF.
002100*-----------------------------------------------------------
002200*
002300*-----------------------------------------------------------
003500*      THE DISCHARGE DISPOSITION AS WHERE THEY WENT NEXT.
003600* DATES COMPARE AS PLAIN YYMMDD ALPHANUMERICS, SAME AS
003700* EVERYWHERE ELSE IN THIS SUITE.
003720* AN 'H' AFTER THE TO-DATE (WW YYMMDD YYMMDD H) TAKES
003740* SECTIONS 1 AND 3 FROM THE HISTORY GENERATION (XFERHIST,
003760* PATHIST/DISHIST) INSTEAD.  SECTION 2 IS ALWAYS TODAY'S
003780* PATIENT FILE.
003800*-----------------------------------------------------------
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
005200         ORGANIZATION IS LINE SEQUENTIAL.
005300     SELECT DISCH-ARCH-FILE ASSIGN TO "DISCARCH"
005400         ORGANIZATION IS LINE SEQUENTIAL.
005414     SELECT OPTIONAL XFER-HIST-FILE ASSIGN TO "XFERHIST"
005428         ORGANIZATION IS LINE SEQUENTIAL.
005442     SELECT OPTIONAL PATIENT-HIST-FILE ASSIGN TO "PATHIST"
005456         ORGANIZATION IS LINE SEQUENTIAL.
005470     SELECT OPTIONAL DISCH-HIST-FILE ASSIGN TO "DISHIST"
005484         ORGANIZATION IS LINE SEQUENTIAL.
005500     SELECT EXPOS-RPT ASSIGN TO "EXPOSRPT"
005600         ORGANIZATION IS LINE SEQUENTIAL.
005700 DATA DIVISION.
006300     03  PARM-FROM-DATE      PIC X(06).
006400     03  FILLER              PIC X(01).
006500     03  PARM-TO-DATE        PIC X(06).
006525     03  FILLER              PIC X(01).
006550     03  PARM-SOURCE         PIC X(01).
006575         88  PARM-FROM-HISTORY   VALUE 'H'.
006600 FD  XFER-AUDIT-FILE.
006700 COPY XFERREC.
006800 FD  PATIENT-FILE.
007100 01  PATIENT-ARCH-LINE       PIC X(173).
007200 FD  DISCH-ARCH-FILE.
007300 COPY DISCREC.
007314 FD  XFER-HIST-FILE.
007328 01  XFER-HIST-LINE          PIC X(51).
007342 FD  PATIENT-HIST-FILE.
007356 01  PATIENT-HIST-LINE       PIC X(173).
007370 FD  DISCH-HIST-FILE.
007384 01  DISCH-HIST-LINE         PIC X(60).
007400 FD  EXPOS-RPT.
007500 01  EXPOS-LINE              PIC X(90).
007600 WORKING-STORAGE SECTION.
008300         88  HB-ARCH-EOF         VALUE 'Y'.
008400     03  HB-PAT-ARCH-EOF-SW  PIC X(01)   VALUE 'N'.
008500         88  HB-PAT-ARCH-EOF     VALUE 'Y'.
008533     03  HB-HISTORY-SW       PIC X(01)   VALUE 'N'.
008566         88  HB-FROM-HISTORY     VALUE 'Y'.
008600 01  HB-COUNTERS.
008700     03  HB-ARRIVED-CT       PIC 9(05)   COMP VALUE ZERO.
008800     03  HB-DEPARTED-CT      PIC 9(05)   COMP VALUE ZERO.
008900     03  HB-CURRENT-CT       PIC 9(05)   COMP VALUE ZERO.
009000     03  HB-ARCHIVED-CT      PIC 9(05)   COMP VALUE ZERO.
009100     03  HB-MISMATCH-CT      PIC 9(05)   COMP VALUE ZERO.
009150 01  HB-SOURCE-TAG           PIC X(10)   VALUE SPACES.
009200*-----------------------------------------------------------
009300* THE PATIENT ARCHIVE IS THE LINE IMAGE HBDISCH WRITES OF A
009400* PATIENT-RECORD - IT IS PICKED APART HERE INTO A NAMED
013800             MOVE SPACES     TO PARM-WARDNO
013900             MOVE ZERO       TO PARM-FROM-DATE
014000             MOVE '999999'   TO PARM-TO-DATE
014050             MOVE SPACE      TO PARM-SOURCE
014100     END-READ.
014102*-----------------------------------------------------------
014103* THE LIVE FILES STAY OPEN UNDER 'H' - THE HISTORY ROWS ARE
014104* READ INTO THEIR RECORD AREAS, WHICH ARE ONLY THERE TO BE
014105* ADDRESSED WHILE THEIR FILES ARE OPEN.
014106*-----------------------------------------------------------
014108     IF PARM-FROM-HISTORY
014116         SET HB-FROM-HISTORY TO TRUE
014124         MOVE ' - HISTORY'   TO HB-SOURCE-TAG
014132         OPEN INPUT XFER-HIST-FILE
014140         OPEN INPUT PATIENT-HIST-FILE
014148         OPEN INPUT DISCH-HIST-FILE
014188     END-IF.
014200     MOVE SPACES             TO EXPOS-LINE.
014300     STRING 'ST. VINCENT GENERAL - EXPOSURE TRACE, WARD '
014400                             DELIMITED BY SIZE
014700         PARM-FROM-DATE      DELIMITED BY SIZE
014800         ' THRU '            DELIMITED BY SIZE
014900         PARM-TO-DATE        DELIMITED BY SIZE
014950         HB-SOURCE-TAG       DELIMITED BY SIZE
015000         INTO EXPOS-LINE.
015100     WRITE EXPOS-LINE.
015200     MOVE SPACES             TO EXPOS-LINE.
021400     EXIT.
021500*
021600 3000-READ-AUDIT.
021614     IF HB-FROM-HISTORY
021628         READ XFER-HIST-FILE INTO WARD-TRANSFER-RECORD
021642             AT END SET HB-AUDIT-EOF TO TRUE
021656         END-READ
021670         GO TO 3000-EXIT
021684     END-IF.
021700     READ XFER-AUDIT-FILE
021800         AT END SET HB-AUDIT-EOF TO TRUE
021900     END-READ.
022800     EXIT.
022900*
023000 3200-READ-DISCHARGE.
023014     IF HB-FROM-HISTORY
023028         READ DISCH-HIST-FILE INTO DISCHARGE-RECORD
023042             AT END SET HB-ARCH-EOF TO TRUE
023056         END-READ
023070         GO TO 3200-EXIT
023084     END-IF.
023100     READ DISCH-ARCH-FILE
023200         AT END SET HB-ARCH-EOF TO TRUE
023300     END-READ.
023500     EXIT.
023600*
023700 3300-READ-PATIENT-ARCH.
023714     IF HB-FROM-HISTORY
023728         READ PATIENT-HIST-FILE INTO PATIENT-ARCH-LINE
023742             AT END SET HB-PAT-ARCH-EOF TO TRUE
023756         END-READ
023770         GO TO 3300-EXIT
023784     END-IF.
023800     READ PATIENT-ARCH-FILE
023900         AT END SET HB-PAT-ARCH-EOF TO TRUE
024000     END-READ.
031900     CLOSE PATIENT-FILE.
032000     CLOSE PATIENT-ARCH-FILE.
032100     CLOSE DISCH-ARCH-FILE.
032130     IF HB-FROM-HISTORY
032150         CLOSE XFER-HIST-FILE
032170         CLOSE PATIENT-HIST-FILE
032190         CLOSE DISCH-HIST-FILE
032195     END-IF.
032200     CLOSE EXPOS-RPT.
032300     DISPLAY 'HBEXPOS: ARRIVALS IN WINDOW   = ' HB-ARRIVED-CT.
032400     DISPLAY 'HBEXPOS: DEPARTURES IN WINDOW = ' HB-DEPARTED-CT.
