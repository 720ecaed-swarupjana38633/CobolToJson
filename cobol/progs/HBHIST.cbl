000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    HBHIST.
000300 AUTHOR.        D. OKAFOR.
000400 INSTALLATION.  ST. VINCENT GENERAL - IT DEPARTMENT.
000500 DATE-WRITTEN.  2026-09-22.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------
000800* MODIFICATION HISTORY
000900* 2026-09-22  DPO  INITIAL VERSION - LONGITUDINAL PATIENT
001000*                  HISTORY ABSTRACT BY MEDICAL-RECORD NUMBER.
001100*                  A RELEASE-OF-INFORMATION REQUEST OR A
001200*                  PHYSICIAN'S "WHEN WAS THIS PERSON LAST
001300*                  HERE AND WHY" MEANT SEARCHING HALF A DOZEN
001400*                  FILES BY HAND AND STAPLING SCREEN PRINTS.
001500*                  GIVEN A PARAMETER FILE OF MRNS, THIS
001600*                  PRINTS ONE ABSTRACT PER MRN THAT MEDICAL
001700*                  RECORDS CAN RELEASE AS A SINGLE DOCUMENT.
001710* 2026-09-29  DPO  AN MRN RETIRED BY AN INDEX MERGE (HBMERGE)
001720*                  SAYS SO UNDER ITS IDENTITY, WITH THE MRN IT
001730*                  WAS MERGED INTO - ITS STAYS AND INVOICES
001740*                  NOW PRINT UNDER THAT NUMBER, NOT THIS ONE.
001747* 2026-10-15  DPO  AN 'H' IN COLUMN 8 OF THE PARAMETER ROW ALSO
001754*                  READS THE YEARLY HISTORY GENERATIONS HBRETAIN
001761*                  ROLLS OFF, AFTER THE LIVE FILES; WITHOUT IT
001768*                  THE ABSTRACT SAYS IT IS LIVE FILES ONLY.  BED
001775*                  WINDOWS ARE NOW BUILT FROM EACH STAY'S MOVES
001782*                  IN DATE ORDER, EACH BED FROM THE MOVE BEFORE
001789*                  IT, NOT FROM ADMISSION.
001800*-----------------------------------------------------------
001900*
002000*-----------------------------------------------------------
002100* HIST-PARM-FILE CARRIES ONE MRN PER ROW (COLUMNS 1-7).  EACH
002110* ROW MAY CARRY AN 'H' IN COLUMN 8, WHICH READS THE YEARLY
002120* HISTORY GENERATIONS HBRETAIN ROLLS OFF (PATHIST/DISHIST,
002130* XFERHIST, REVHIST, LABHIST, ARHIST) AFTER THE LIVE FILE IN
002140* EACH SECTION THAT HAS ONE - THE JOB POINTS THEM AT THE YEAR
002150* OR YEARS WANTED.  WITHOUT IT THE ABSTRACT SAYS UNDER ITS
002160* TITLE THAT ANYTHING ROLLED OFF IS NOT SHOWN.
002200* ABSTRACT PRINTS, IN ORDER -
002300*   1. THE PATIENT-INDEX IDENTITY (PATIXMST).
002400*   2. EVERY ARCHIVED STAY, FROM THE PATIENT AND DISCHARGE
002500*      ARCHIVES READ IN THE SAME LOCKSTEP PAIRING HBBILL USES.
002600*   3. THE CURRENT STAY ON THE PATIENT MASTER, IF ANY.
002700*   4. CROSS-WARD MOVES FROM THE TRANSFER AUDIT TRAIL, BY
002800*      XFER-MRN.
002900*   5. REVERSALS FROM THE REVERSAL AUDIT LISTING.
003000*   6. POSTED LAB RESULTS (LABPOST).
003100*   7. INVOICES AND OPEN BALANCES FROM THE AR LEDGER, BY
003200*      AR-MRN, WITH THE DUNNING LEVEL LAST SENT (STMTHIST).
003300* REVERSAL AND LAB ROWS CARRY ONLY A BEDIDENT, AND BEDS ARE
003400* RECYCLED, SO THEY ARE TIED TO THE PERSON THROUGH A TABLE
003500* OF BED WINDOWS BUILT FROM SECTIONS 2-4.  EACH STAY'S MOVES
003600* ARE TAKEN IN DATE ORDER: A BED THE PATIENT LEFT RUNS FROM
003700* THE MOVE BEFORE IT (OR ADMISSION) TO ITS OWN MOVE, AND THE
003800* BED THE STAY ENDED IN FROM THE LAST MOVE (OR ADMISSION) TO
003830* DISCHARGE, OR TO '999999' FOR THE CURRENT STAY.  A ROW
003860* COUNTS WHEN ITS BED AND DATE FALL IN A WINDOW.
003900* EACH MRN RE-READS THE SEQUENTIAL FILES END TO END - A RUN
004000* IS A HANDFUL OF RELEASE REQUESTS, NOT A NIGHTLY VOLUME.
004100* DATES COMPARE AS PLAIN YYMMDD ALPHANUMERICS, SAME AS
004200* EVERYWHERE ELSE IN THIS SUITE.
004300*-----------------------------------------------------------
004400 ENVIRONMENT DIVISION.
004500 CONFIGURATION SECTION.
004600 SOURCE-COMPUTER.   IBM-370.
004700 OBJECT-COMPUTER.   IBM-370.
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT HIST-PARM-FILE ASSIGN TO "PARMIN"
005100         ORGANIZATION IS LINE SEQUENTIAL.
005200     SELECT OPTIONAL PATIENT-INDEX-FILE ASSIGN TO "PATIXMST"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS RANDOM
005500         RECORD KEY IS PIX-MRN.
005600     SELECT OPTIONAL PATIENT-ARCH-FILE ASSIGN TO "PATARCH"
005700         ORGANIZATION IS LINE SEQUENTIAL.
005800     SELECT OPTIONAL DISCH-ARCH-FILE ASSIGN TO "DISCARCH"
005900         ORGANIZATION IS LINE SEQUENTIAL.
006000     SELECT PATIENT-FILE ASSIGN TO "PATMSTR"
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS SEQUENTIAL
006300         RECORD KEY IS BEDIDENT OF PATIENT-RECORD.
006400     SELECT OPTIONAL XFER-AUDIT-FILE ASSIGN TO "XFERAUDT"
006500         ORGANIZATION IS LINE SEQUENTIAL.
006600     SELECT OPTIONAL REV-AUDIT-FILE ASSIGN TO "REVAUDIT"
006700         ORGANIZATION IS LINE SEQUENTIAL.
006800     SELECT OPTIONAL LAB-POST-FILE ASSIGN TO "LABPOST"
006900         ORGANIZATION IS LINE SEQUENTIAL.
007000     SELECT OPTIONAL AR-LEDGER-FILE ASSIGN TO "ARLEDGER"
007100         ORGANIZATION IS INDEXED
007200         ACCESS MODE IS SEQUENTIAL
007300         RECORD KEY IS AR-INV-NO.
007400     SELECT OPTIONAL STMT-HIST-FILE ASSIGN TO "STMTHIST"
007500         ORGANIZATION IS INDEXED
007600         ACCESS MODE IS RANDOM
007700         RECORD KEY IS STMT-INV-NO.
007707     SELECT OPTIONAL DISCH-HIST-FILE ASSIGN TO "DISHIST"
007714         ORGANIZATION IS LINE SEQUENTIAL.
007721     SELECT OPTIONAL PATIENT-HIST-FILE ASSIGN TO "PATHIST"
007728         ORGANIZATION IS LINE SEQUENTIAL.
007735     SELECT OPTIONAL XFER-HIST-FILE ASSIGN TO "XFERHIST"
007742         ORGANIZATION IS LINE SEQUENTIAL.
007749     SELECT OPTIONAL REV-HIST-FILE ASSIGN TO "REVHIST"
007756         ORGANIZATION IS LINE SEQUENTIAL.
007763     SELECT OPTIONAL LAB-HIST-FILE ASSIGN TO "LABHIST"
007770         ORGANIZATION IS LINE SEQUENTIAL.
007777     SELECT OPTIONAL AR-HIST-FILE ASSIGN TO "ARHIST"
007784         ORGANIZATION IS LINE SEQUENTIAL.
007800     SELECT HIST-RPT ASSIGN TO "HISTRPT"
007900         ORGANIZATION IS LINE SEQUENTIAL.
008000 DATA DIVISION.
008100 FILE SECTION.
008200 FD  HIST-PARM-FILE.
008300 01  HIST-PARM-RECORD.
008400     03  PARM-MRN            PIC X(07).
008450     03  PARM-HISTORY        PIC X(01).
008500         88  PARM-WITH-HISTORY   VALUE 'H'.
008550     03  FILLER              PIC X(72).
008600 FD  PATIENT-INDEX-FILE.
008700 COPY PATIXREC.
008800 FD  PATIENT-ARCH-FILE.
008900 01  PATIENT-ARCH-LINE       PIC X(173).
009000 FD  DISCH-ARCH-FILE.
009100 COPY DISCREC.
009200 FD  PATIENT-FILE.
009300 COPY PATREC.
009400 FD  XFER-AUDIT-FILE.
009500 COPY XFERREC.
009600*-----------------------------------------------------------
009700* HBREVRS'S AUDIT ROW - THE RESULT TEXT, A SPACE, THEN THE
009800* REVERSAL TRANSACTION IMAGE (REVTRAN) AS POSTED.
009900*-----------------------------------------------------------
010000 FD  REV-AUDIT-FILE.
010100 01  REV-AUDIT-RECORD.
010200     03  RA-RESULT           PIC X(20).
010300     03  FILLER              PIC X(01).
010400     03  RA-REV-TYPE         PIC X(01).
010500         88  RA-REV-DISCHARGE    VALUE 'D'.
010600         88  RA-REV-TRANSFER     VALUE 'X'.
010700         88  RA-REV-ADMISSION    VALUE 'A'.
010800     03  RA-BEDIDENT         PIC X(04).
010900     03  RA-NEW-BEDIDENT     PIC X(04).
011000     03  RA-REV-DATE         PIC X(06).
011100     03  RA-REV-REASON       PIC X(30).
011200 FD  LAB-POST-FILE.
011300 COPY LABREC.
011400 FD  AR-LEDGER-FILE.
011500 COPY ARLEDG.
011600 FD  STMT-HIST-FILE.
011700 COPY STMTREC.
011705*-----------------------------------------------------------
011710* THE HISTORY GENERATIONS ARE LINE IMAGES OF THE LIVE ROWS,
011715* READ INTO THE LIVE RECORDS.  EACH HISTORY PASS RUNS BEFORE
011716* THE LIVE FILE IS CLOSED, SINCE ITS RECORD AREA IS ONLY
011717* THERE TO BE ADDRESSED WHILE THE FILE IS OPEN.
011720*-----------------------------------------------------------
011725 FD  DISCH-HIST-FILE.
011730 01  DISCH-HIST-LINE         PIC X(60).
011735 FD  PATIENT-HIST-FILE.
011740 01  PATIENT-HIST-LINE       PIC X(173).
011745 FD  XFER-HIST-FILE.
011750 01  XFER-HIST-LINE          PIC X(51).
011755 FD  REV-HIST-FILE.
011760 01  REV-HIST-LINE           PIC X(66).
011765 FD  LAB-HIST-FILE.
011770 01  LAB-HIST-LINE           PIC X(51).
011775 FD  AR-HIST-FILE.
011780 01  AR-HIST-LINE            PIC X(176).
011800 FD  HIST-RPT.
011900 01  HIST-LINE               PIC X(90).
012000 WORKING-STORAGE SECTION.
012100 01  HB-SWITCHES.
012200     03  HB-PARM-EOF-SW      PIC X(01)   VALUE 'N'.
012300         88  HB-PARM-EOF         VALUE 'Y'.
012400     03  HB-ARCH-EOF-SW      PIC X(01)   VALUE 'N'.
012500         88  HB-ARCH-EOF         VALUE 'Y'.
012600     03  HB-PAT-ARCH-EOF-SW  PIC X(01)   VALUE 'N'.
012700         88  HB-PAT-ARCH-EOF     VALUE 'Y'.
012800     03  HB-PAT-EOF-SW       PIC X(01)   VALUE 'N'.
012900         88  HB-PAT-EOF          VALUE 'Y'.
013000     03  HB-AUDIT-EOF-SW     PIC X(01)   VALUE 'N'.
013100         88  HB-AUDIT-EOF        VALUE 'Y'.
013200     03  HB-REV-EOF-SW       PIC X(01)   VALUE 'N'.
013300         88  HB-REV-EOF          VALUE 'Y'.
013400     03  HB-LAB-EOF-SW       PIC X(01)   VALUE 'N'.
013500         88  HB-LAB-EOF          VALUE 'Y'.
013600     03  HB-LEDGER-EOF-SW    PIC X(01)   VALUE 'N'.
013700         88  HB-LEDGER-EOF       VALUE 'Y'.
013800     03  HB-WIN-FOUND-SW     PIC X(01)   VALUE 'N'.
013900         88  HB-WIN-FOUND        VALUE 'Y'.
013910     03  HB-HIST-SW          PIC X(01)   VALUE 'N'.
013920         88  HB-WITH-HISTORY     VALUE 'Y'.
013930     03  HB-READING-HIST-SW  PIC X(01)   VALUE 'N'.
013940         88  HB-READING-HISTORY  VALUE 'Y'.
013950     03  HB-MOVES-DONE-SW    PIC X(01)   VALUE 'N'.
013960         88  HB-MOVES-DONE       VALUE 'Y'.
014000 01  HB-COUNTERS.
014100     03  HB-ABSTRACT-CT      PIC 9(05)   COMP VALUE ZERO.
014200     03  HB-BADPARM-CT       PIC 9(05)   COMP VALUE ZERO.
014300     03  HB-NOINDEX-CT       PIC 9(05)   COMP VALUE ZERO.
014400     03  HB-MISMATCH-CT      PIC 9(05)   COMP VALUE ZERO.
014500     03  HB-SECTION-CT       PIC 9(05)   COMP VALUE ZERO.
014600     03  HB-WIN-COUNT        PIC 9(03)   COMP VALUE ZERO.
014700     03  HB-WIN-IDX          PIC 9(03)   COMP.
014710     03  HB-MV-COUNT         PIC 9(03)   COMP VALUE ZERO.
014720     03  HB-MV-IDX           PIC 9(03)   COMP.
014730     03  HB-MV-PICK          PIC 9(03)   COMP.
014740     03  HB-STAY-COUNT       PIC 9(03)   COMP.
014750     03  HB-STAY-IDX         PIC 9(03)   COMP.
014760     03  HB-FOUND-STAY       PIC 9(03)   COMP.
014800 01  HB-WORK-FIELDS.
014900     03  HB-MRN              PIC 9(07)   VALUE ZERO.
015000     03  HB-PROBE-BEDIDENT   PIC X(04).
015100     03  HB-PROBE-DATE       PIC X(06).
015200     03  HB-NEW-BEDIDENT     PIC X(04).
015300     03  HB-NEW-FROM         PIC X(06).
015400     03  HB-NEW-TO           PIC X(06).
015600     03  HB-TOT-OPEN         PIC 9(09)V99 VALUE ZERO.
015700     03  HB-TOT-INS-OPEN     PIC 9(09)V99 VALUE ZERO.
015800     03  HB-TOT-PAT-OPEN     PIC 9(09)V99 VALUE ZERO.
015850     03  HB-HEAD-HOLD        PIC X(90).
015900*-----------------------------------------------------------
016000* THE PATIENT ARCHIVE IS THE LINE IMAGE HBDISCH WRITES OF A
016100* PATIENT-RECORD - PICKED APART HERE INTO A NAMED VIEW
016200* BECAUSE THE ACTIVE PATIENT FILE ALREADY OWNS THE PATREC
016300* NAMES IN THIS PROGRAM (SAME AS HBEXPOS).
016400*-----------------------------------------------------------
016500 01  HB-ARCH-PATIENT.
016600     03  HB-AP-PATNAME       PIC X(20).
016700     03  HB-AP-PATADDRESS    PIC X(30).
016800     03  HB-AP-PAT-PHONE     PIC X(10).
016900     03  HB-AP-BEDIDENT      PIC X(04).
017000     03  HB-AP-DATEADMT      PIC X(06).
017100     03  FILLER              PIC X(90).
017200     03  HB-AP-MRN           PIC 9(07).
017300     03  HB-AP-EXP-DISCH     PIC X(06).
017400*-----------------------------------------------------------
017500* BED WINDOWS FOR THE MRN IN HAND - WHERE THE PATIENT WAS
017600* AND WHEN.  KIND 'S' IS A STAY'S LAST BED (ADMISSION TO
017700* DISCHARGE, '999999' FOR THE CURRENT STAY, UNTIL ITS MOVES
017800* ARE TAKEN AND IT STARTS AT THE LAST ONE); KIND 'X' IS A
017850* BED LEFT ON A CROSS-WARD MOVE.
017900*-----------------------------------------------------------
018000 01  HB-WIN-TABLE.
018100     03  HB-WIN-ENTRY OCCURS 100 TIMES.
018200         05  HB-WN-KIND          PIC X(01).
018300         05  HB-WN-BEDIDENT      PIC X(04).
018400         05  HB-WN-FROM          PIC X(06).
018500         05  HB-WN-TO            PIC X(06).
018507*-----------------------------------------------------------
018514* CROSS-WARD MOVES FOR THE MRN IN HAND - THE BED LEFT, THE
018521* DATE AND THE 'S' WINDOW OF THE STAY IT FELL IN (ZERO IF
018528* NONE).  HB-MV-USED IS SET ONCE IT IS TAKEN INTO A WINDOW.
018535*-----------------------------------------------------------
018542 01  HB-MOVE-TABLE.
018549     03  HB-MV-ENTRY OCCURS 100 TIMES.
018556         05  HB-MV-STAY          PIC 9(03)   COMP.
018563         05  HB-MV-BEDIDENT      PIC X(04).
018570         05  HB-MV-DATE          PIC X(06).
018577         05  HB-MV-USED-SW       PIC X(01).
018584             88  HB-MV-USED          VALUE 'Y'.
018600 01  HB-TITLE-LINE.
018700     03  FILLER              PIC X(46)   VALUE
018800         'ST. VINCENT GENERAL - PATIENT HISTORY ABSTRACT'.
018900     03  FILLER              PIC X(06)   VALUE ', MRN '.
019000     03  TT-MRN              PIC 9(07).
019100 01  HB-IDENT-LINE.
019200     03  FILLER              PIC X(04)   VALUE SPACES.
019300     03  IL-PATNAME          PIC X(20).
019400     03  FILLER              PIC X(02)   VALUE SPACES.
019500     03  IL-PATADDRESS       PIC X(30).
019600     03  FILLER              PIC X(02)   VALUE SPACES.
019700     03  IL-PAT-PHONE        PIC X(10).
019800 01  HB-IDENT-LINE-2.
019900     03  FILLER              PIC X(04)   VALUE SPACES.
020000     03  FILLER              PIC X(11)   VALUE 'FIRST SEEN '.
020100     03  IL-FIRST-DATE       PIC X(06).
020200     03  FILLER              PIC X(13)   VALUE '   LAST SEEN '.
020300     03  IL-LAST-DATE        PIC X(06).
020400     03  FILLER              PIC X(09)   VALUE '   STAYS '.
020500     03  IL-STAY-CT          PIC ZZ9.
020600 01  HB-STAY-LINE.
020700     03  FILLER              PIC X(04)   VALUE SPACES.
020800     03  SL-BEDIDENT         PIC X(04).
020900     03  FILLER              PIC X(02)   VALUE SPACES.
021000     03  SL-WARDNO           PIC X(02).
021100     03  FILLER              PIC X(03)   VALUE SPACES.
021200     03  SL-ADMIT-DATE       PIC X(06).
021300     03  FILLER              PIC X(02)   VALUE SPACES.
021400     03  SL-DISCH-DATE       PIC X(08).
021500     03  FILLER              PIC X(02)   VALUE SPACES.
021600     03  SL-REASON           PIC X(30).
021700     03  FILLER              PIC X(02)   VALUE SPACES.
021800     03  SL-DISPOSITION      PIC X(20).
021900 01  HB-XFER-LINE.
022000     03  FILLER              PIC X(04)   VALUE SPACES.
022100     03  XL-DATE             PIC X(06).
022200     03  FILLER              PIC X(02)   VALUE SPACES.
022300     03  XL-BEDIDENT         PIC X(04).
022400     03  FILLER              PIC X(03)   VALUE SPACES.
022500     03  XL-FROM-WARDNO      PIC X(02).
022600     03  FILLER              PIC X(04)   VALUE ' TO '.
022700     03  XL-TO-WARDNO        PIC X(02).
022800     03  FILLER              PIC X(03)   VALUE SPACES.
022900     03  XL-REASON           PIC X(30).
023000 01  HB-REV-LINE.
023100     03  FILLER              PIC X(04)   VALUE SPACES.
023200     03  RV-DATE             PIC X(06).
023300     03  FILLER              PIC X(02)   VALUE SPACES.
023400     03  RV-BEDIDENT         PIC X(04).
023500     03  FILLER              PIC X(02)   VALUE SPACES.
023600     03  RV-RESULT           PIC X(20).
023700     03  FILLER              PIC X(02)   VALUE SPACES.
023800     03  RV-REASON           PIC X(30).
023900 01  HB-LAB-LINE.
024000     03  FILLER              PIC X(04)   VALUE SPACES.
024100     03  LL-DATE             PIC X(06).
024200     03  FILLER              PIC X(02)   VALUE SPACES.
024300     03  LL-BEDIDENT         PIC X(04).
024400     03  FILLER              PIC X(02)   VALUE SPACES.
024500     03  LL-TEST             PIC X(20).
024600     03  FILLER              PIC X(02)   VALUE SPACES.
024700     03  LL-VALUE            PIC X(20).
024800     03  FILLER              PIC X(02)   VALUE SPACES.
024900     03  LL-FLAG             PIC X(09).
025000 01  HB-INV-LINE.
025100     03  FILLER              PIC X(04)   VALUE SPACES.
025200     03  VL-INV-NO           PIC 9(07).
025300     03  FILLER              PIC X(02)   VALUE SPACES.
025400     03  VL-BILL-DATE        PIC X(06).
025500     03  FILLER              PIC X(02)   VALUE SPACES.
025600     03  VL-STATUS           PIC X(04).
025700     03  FILLER              PIC X(01)   VALUE SPACES.
025800     03  VL-BILL-TOTAL       PIC Z,ZZZ,ZZ9.99.
025900     03  FILLER              PIC X(01)   VALUE SPACES.
026000     03  VL-PAID-AMT         PIC Z,ZZZ,ZZ9.99.
026100     03  FILLER              PIC X(01)   VALUE SPACES.
026200     03  VL-OPEN-BAL         PIC Z,ZZZ,ZZ9.99.
026300     03  FILLER              PIC X(02)   VALUE SPACES.
026400     03  VL-DUNNING          PIC X(20).
026500 01  HB-TOTAL-LINE.
026600     03  FILLER              PIC X(04)   VALUE SPACES.
026700     03  TL-LABEL            PIC X(26).
026800     03  TL-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.
026900 01  HB-LEVEL-TEXT.
027000     03  FILLER              PIC X(06)   VALUE 'LEVEL '.
027100     03  LT-LEVEL            PIC 9(01).
027200     03  FILLER              PIC X(06)   VALUE ' SENT '.
027300     03  LT-SENT-DATE        PIC X(06).
027400 PROCEDURE DIVISION.
027500 0000-MAINLINE.
027600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
027700     PERFORM 2000-ABSTRACT-ONE-MRN THRU 2000-EXIT
027800         UNTIL HB-PARM-EOF.
027900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
028000     GOBACK.
028100*
028200 1000-INITIALIZE.
028300     OPEN INPUT  HIST-PARM-FILE.
028400     OPEN INPUT  PATIENT-INDEX-FILE.
028500     OPEN INPUT  STMT-HIST-FILE.
028600     OPEN OUTPUT HIST-RPT.
028700     PERFORM 1100-READ-PARM THRU 1100-EXIT.
028800 1000-EXIT.
028900     EXIT.
029000*
029100 1100-READ-PARM.
029200     READ HIST-PARM-FILE
029300         AT END SET HB-PARM-EOF TO TRUE
029400     END-READ.
029500 1100-EXIT.
029600     EXIT.
029700*
029800*-----------------------------------------------------------
029900* ONE ABSTRACT.  THE BED-WINDOW TABLE IS RESET PER MRN AND
030000* FILLED BY THE STAY AND TRANSFER SECTIONS BEFORE THE
030100* REVERSAL AND LAB SECTIONS LOOK ANYTHING UP IN IT.
030200*-----------------------------------------------------------
030300 2000-ABSTRACT-ONE-MRN.
030400     IF PARM-MRN NOT NUMERIC
030500         ADD 1 TO HB-BADPARM-CT
030600         DISPLAY 'HBHIST: MRN NOT NUMERIC, SKIPPED - ' PARM-MRN
030700         GO TO 2000-EXIT
030800     END-IF.
030900     MOVE PARM-MRN           TO HB-MRN.
031000     MOVE ZERO               TO HB-WIN-COUNT.
031010     MOVE ZERO               TO HB-MV-COUNT.
031020     MOVE 'N'                TO HB-HIST-SW.
031030     IF PARM-WITH-HISTORY
031040         SET HB-WITH-HISTORY TO TRUE
031050     END-IF.
031100     MOVE HB-MRN             TO TT-MRN.
031200     MOVE HB-TITLE-LINE      TO HIST-LINE.
031300     WRITE HIST-LINE.
031350     PERFORM 2050-PRINT-SOURCE-NOTE THRU 2050-EXIT.
031400     PERFORM 2100-PRINT-IDENTITY THRU 2100-EXIT.
031500     PERFORM 3000-PRINT-ARCH-STAYS THRU 3000-EXIT.
031600     PERFORM 3500-PRINT-CURRENT-STAY THRU 3500-EXIT.
031700     PERFORM 4000-PRINT-TRANSFERS THRU 4000-EXIT.
031750     PERFORM 4500-BUILD-MOVE-WINDOWS THRU 4500-EXIT.
031800     PERFORM 5000-PRINT-REVERSALS THRU 5000-EXIT.
031900     PERFORM 5500-PRINT-LABS THRU 5500-EXIT.
032000     PERFORM 6000-PRINT-INVOICES THRU 6000-EXIT.
032100     MOVE SPACES             TO HIST-LINE.
032200     WRITE HIST-LINE.
032300     MOVE ALL '-'            TO HIST-LINE.
032400     WRITE HIST-LINE.
032500     ADD 1 TO HB-ABSTRACT-CT.
032600 2000-EXIT.
032700     PERFORM 1100-READ-PARM THRU 1100-EXIT.
032800     EXIT.
032900*
032905 2050-PRINT-SOURCE-NOTE.
032910     IF HB-WITH-HISTORY
032915         MOVE '  LIVE FILES AND THE YEARLY HISTORY GENERATIONS'
032920                             TO HIST-LINE
032925         WRITE HIST-LINE
032930         GO TO 2050-EXIT
032935     END-IF.
032940     MOVE '  LIVE FILES ONLY - ANYTHING ROLLED OFF TO THE YEARLY'
032945                             TO HIST-LINE.
032950     WRITE HIST-LINE.
032955     MOVE '  HISTORY GENERATIONS IS NOT SHOWN'
032960                             TO HIST-LINE.
032965     WRITE HIST-LINE.
032970 2050-EXIT.
032975     EXIT.
032980*
033000 2100-PRINT-IDENTITY.
033100     MOVE '  IDENTITY (PATIENT INDEX)' TO HIST-LINE.
033200     PERFORM 8200-SECTION-HEAD THRU 8200-EXIT.
033300     MOVE HB-MRN             TO PIX-MRN.
033400     READ PATIENT-INDEX-FILE
033500         INVALID KEY
033600             ADD 1 TO HB-NOINDEX-CT
033700             MOVE '    MRN NOT ON THE PATIENT INDEX' TO HIST-LINE
033800             WRITE HIST-LINE
033900             GO TO 2100-EXIT
034000     END-READ.
034100     MOVE PIX-PATNAME        TO IL-PATNAME.
034200     MOVE PIX-PATADDRESS     TO IL-PATADDRESS.
034300     MOVE PIX-PAT-PHONE      TO IL-PAT-PHONE.
034400     MOVE HB-IDENT-LINE      TO HIST-LINE.
034500     WRITE HIST-LINE.
034600     MOVE PIX-FIRST-DATE     TO IL-FIRST-DATE.
034700     MOVE PIX-LAST-DATE      TO IL-LAST-DATE.
034800     MOVE PIX-STAY-CT        TO IL-STAY-CT.
034900     MOVE HB-IDENT-LINE-2    TO HIST-LINE.
035000     WRITE HIST-LINE.
035010     IF PIX-MERGED-INTO NUMERIC AND PIX-MERGED-INTO > ZERO
035020         MOVE SPACES         TO HIST-LINE
035030         STRING '    RETIRED - MERGED INTO MRN '
035040                             DELIMITED BY SIZE
035050             PIX-MERGED-INTO DELIMITED BY SIZE
035060             INTO HIST-LINE
035070         WRITE HIST-LINE
035080     END-IF.
035100 2100-EXIT.
035200     EXIT.
035300*
035400*-----------------------------------------------------------
035500* ARCHIVED STAYS - THE TWO ARCHIVES ARE WRITTEN ONE FOR ONE
035600* IN THE SAME ORDER BY HBDISCH, SO THEY ARE READ IN LOCKSTEP
035700* AND A BED MISMATCH MEANS THE PAIR IS OUT OF STEP.
035800*-----------------------------------------------------------
035900 3000-PRINT-ARCH-STAYS.
036000     MOVE '  ARCHIVED STAYS'   TO HIST-LINE.
036100     PERFORM 8200-SECTION-HEAD THRU 8200-EXIT.
036200     MOVE '    BED   WD   ADMIT   DISCH     REASON'
036300                             TO HIST-LINE.
036350     MOVE 'DISPOSITION'      TO HIST-LINE(66:11).
036400     WRITE HIST-LINE.
036500     MOVE 'N'                TO HB-ARCH-EOF-SW.
036600     MOVE 'N'                TO HB-PAT-ARCH-EOF-SW.
036700     OPEN INPUT PATIENT-ARCH-FILE.
036800     OPEN INPUT DISCH-ARCH-FILE.
036900     PERFORM 3150-READ-DISCHARGE THRU 3150-EXIT.
037000     PERFORM 3160-READ-PATIENT-ARCH THRU 3160-EXIT.
037100     PERFORM 3100-ONE-ARCH-STAY THRU 3100-EXIT
037200         UNTIL HB-ARCH-EOF OR HB-PAT-ARCH-EOF.
037220     IF HB-WITH-HISTORY
037240         PERFORM 3200-ARCH-STAYS-HISTORY THRU 3200-EXIT
037260     END-IF.
037300     CLOSE PATIENT-ARCH-FILE.
037400     CLOSE DISCH-ARCH-FILE.
037500     PERFORM 8100-NONE-IF-EMPTY THRU 8100-EXIT.
037600 3000-EXIT.
037700     EXIT.
037800*
037900 3100-ONE-ARCH-STAY.
038000     MOVE PATIENT-ARCH-LINE  TO HB-ARCH-PATIENT.
038100     IF HB-AP-BEDIDENT NOT = BEDIDENT OF DISCHARGE-RECORD
038200         ADD 1 TO HB-MISMATCH-CT
038300         DISPLAY 'HBHIST: ARCHIVE OUT OF STEP FOR BEDIDENT - '
038400             BEDIDENT OF DISCHARGE-RECORD
038500         GO TO 3100-EXIT
038600     END-IF.
038700     IF HB-AP-MRN NOT = HB-MRN
038800         GO TO 3100-EXIT
038900     END-IF.
039000     MOVE SPACES             TO HB-STAY-LINE.
039100     MOVE HB-AP-BEDIDENT     TO SL-BEDIDENT.
039200     MOVE HB-AP-BEDIDENT(1:2) TO SL-WARDNO.
039300     MOVE HB-AP-DATEADMT     TO SL-ADMIT-DATE.
039400     MOVE DISCH-DATE         TO SL-DISCH-DATE.
039500     MOVE DISCH-REASON       TO SL-REASON.
039600     MOVE DISCH-DISPOSITION  TO SL-DISPOSITION.
039700     MOVE HB-STAY-LINE       TO HIST-LINE.
039800     PERFORM 8000-WRITE-DETAIL THRU 8000-EXIT.
040000     MOVE HB-AP-BEDIDENT     TO HB-NEW-BEDIDENT.
040100     MOVE HB-AP-DATEADMT     TO HB-NEW-FROM.
040200     MOVE DISCH-DATE         TO HB-NEW-TO.
040300     PERFORM 7000-ADD-STAY-WINDOW THRU 7000-EXIT.
040400 3100-EXIT.
040500     PERFORM 3150-READ-DISCHARGE THRU 3150-EXIT.
040600     PERFORM 3160-READ-PATIENT-ARCH THRU 3160-EXIT.
040700     EXIT.
040800*
040900 3150-READ-DISCHARGE.
040910     IF HB-READING-HISTORY
040920         READ DISCH-HIST-FILE INTO DISCHARGE-RECORD
040930             AT END SET HB-ARCH-EOF TO TRUE
040940         END-READ
040950         GO TO 3150-EXIT
040960     END-IF.
041000     READ DISCH-ARCH-FILE
041100         AT END SET HB-ARCH-EOF TO TRUE
041200     END-READ.
041300 3150-EXIT.
041400     EXIT.
041500*
041600 3160-READ-PATIENT-ARCH.
041610     IF HB-READING-HISTORY
041620         READ PATIENT-HIST-FILE INTO PATIENT-ARCH-LINE
041630             AT END SET HB-PAT-ARCH-EOF TO TRUE
041640         END-READ
041650         GO TO 3160-EXIT
041660     END-IF.
041700     READ PATIENT-ARCH-FILE
041800         AT END SET HB-PAT-ARCH-EOF TO TRUE
041900     END-READ.
042000 3160-EXIT.
042100     EXIT.
042200*
042204*-----------------------------------------------------------
042208* THE HISTORY PAIR KEEPS THE SAME ONE-FOR-ONE LOCKSTEP AS THE
042212* LIVE ARCHIVES (HBRETAIN MOVES BOTH ROWS OF A STAY OR
042216* NEITHER), SO 3100 SERVES BOTH.
042220*-----------------------------------------------------------
042224 3200-ARCH-STAYS-HISTORY.
042228     SET HB-READING-HISTORY  TO TRUE.
042232     MOVE 'N'                TO HB-ARCH-EOF-SW.
042236     MOVE 'N'                TO HB-PAT-ARCH-EOF-SW.
042240     OPEN INPUT PATIENT-HIST-FILE.
042244     OPEN INPUT DISCH-HIST-FILE.
042248     PERFORM 3150-READ-DISCHARGE THRU 3150-EXIT.
042252     PERFORM 3160-READ-PATIENT-ARCH THRU 3160-EXIT.
042256     PERFORM 3100-ONE-ARCH-STAY THRU 3100-EXIT
042260         UNTIL HB-ARCH-EOF OR HB-PAT-ARCH-EOF.
042264     CLOSE PATIENT-HIST-FILE.
042268     CLOSE DISCH-HIST-FILE.
042272     MOVE 'N'                TO HB-READING-HIST-SW.
042276 3200-EXIT.
042280     EXIT.
042284*
042300 3500-PRINT-CURRENT-STAY.
042400     MOVE '  CURRENT STAY'     TO HIST-LINE.
042500     PERFORM 8200-SECTION-HEAD THRU 8200-EXIT.
042600     MOVE 'N'                TO HB-PAT-EOF-SW.
042700     OPEN INPUT PATIENT-FILE.
042800     PERFORM 3520-READ-PATIENT THRU 3520-EXIT.
042900     PERFORM 3510-ONE-PATIENT THRU 3510-EXIT
043000         UNTIL HB-PAT-EOF.
043100     CLOSE PATIENT-FILE.
043200     PERFORM 8100-NONE-IF-EMPTY THRU 8100-EXIT.
043300 3500-EXIT.
043400     EXIT.
043500*
043600 3510-ONE-PATIENT.
043700     IF PAT-MRN NOT = HB-MRN
043800         GO TO 3510-EXIT
043900     END-IF.
044000     MOVE SPACES             TO HB-STAY-LINE.
044100     MOVE BEDIDENT OF PATIENT-RECORD TO SL-BEDIDENT.
044200     MOVE BI-WARDNO          TO SL-WARDNO.
044300     MOVE DATEADMT           TO SL-ADMIT-DATE.
044400     MOVE 'IN HOUSE'         TO SL-DISCH-DATE.
044500     IF PAT-EXP-DISCH NOT = SPACES
044600         STRING 'EXPECTED DISCHARGE ' DELIMITED BY SIZE
044700             PAT-EXP-DISCH   DELIMITED BY SIZE
044800             INTO SL-REASON
044900     END-IF.
045000     MOVE HB-STAY-LINE       TO HIST-LINE.
045100     PERFORM 8000-WRITE-DETAIL THRU 8000-EXIT.
045200     MOVE BEDIDENT OF PATIENT-RECORD TO HB-NEW-BEDIDENT.
045300     MOVE DATEADMT           TO HB-NEW-FROM.
045400     MOVE '999999'           TO HB-NEW-TO.
045500     PERFORM 7000-ADD-STAY-WINDOW THRU 7000-EXIT.
045600 3510-EXIT.
045700     PERFORM 3520-READ-PATIENT THRU 3520-EXIT.
045800     EXIT.
045900*
046000 3520-READ-PATIENT.
046100     READ PATIENT-FILE NEXT RECORD
046200         AT END SET HB-PAT-EOF TO TRUE
046300     END-READ.
046400 3520-EXIT.
046500     EXIT.
046600*
046700*-----------------------------------------------------------
046800* THE AUDIT ROW'S BEDIDENT IS THE BED THE PATIENT HELD
046900* BEFORE THE MOVE - IT IS TABLED AGAINST THE STAY THE MOVE
047000* FELL IN, AND 4500 TURNS THE TABLE INTO WINDOWS.
047100* ROWS WRITTEN BEFORE XFER-MRN EXISTED CANNOT BE TIED TO A
047200* PERSON AND ARE PASSED OVER.
047300*-----------------------------------------------------------
047400 4000-PRINT-TRANSFERS.
047500     MOVE '  CROSS-WARD MOVES'  TO HIST-LINE.
047600     PERFORM 8200-SECTION-HEAD THRU 8200-EXIT.
047650     MOVE '    DATE    BED    MOVE       REASON' TO HIST-LINE.
047660     WRITE HIST-LINE.
047700     MOVE 'N'                TO HB-AUDIT-EOF-SW.
047800     OPEN INPUT XFER-AUDIT-FILE.
047900     PERFORM 4150-READ-AUDIT THRU 4150-EXIT.
048000     PERFORM 4100-ONE-TRANSFER THRU 4100-EXIT
048100         UNTIL HB-AUDIT-EOF.
048120     IF HB-WITH-HISTORY
048140         PERFORM 4300-TRANSFERS-HISTORY THRU 4300-EXIT
048160     END-IF.
048200     CLOSE XFER-AUDIT-FILE.
048300     PERFORM 8100-NONE-IF-EMPTY THRU 8100-EXIT.
048400 4000-EXIT.
048500     EXIT.
048600*
048700 4100-ONE-TRANSFER.
048800     IF XFER-MRN NOT NUMERIC
048900         GO TO 4100-EXIT
049000     END-IF.
049100     IF XFER-MRN NOT = HB-MRN
049200         GO TO 4100-EXIT
049300     END-IF.
049500     MOVE TRANSFER-DATE      TO XL-DATE.
049600     MOVE BEDIDENT OF WARD-TRANSFER-RECORD TO XL-BEDIDENT.
049700     MOVE FROM-WARDNO        TO XL-FROM-WARDNO.
049900     MOVE TO-WARDNO          TO XL-TO-WARDNO.
050000     MOVE TRANSFER-REASON    TO XL-REASON.
050100     MOVE HB-XFER-LINE       TO HIST-LINE.
050200     PERFORM 8000-WRITE-DETAIL THRU 8000-EXIT.
050300     MOVE TRANSFER-DATE      TO HB-PROBE-DATE.
050400     PERFORM 4200-FIND-STAY THRU 4200-EXIT.
050500     PERFORM 7200-ADD-MOVE THRU 7200-EXIT.
050900 4100-EXIT.
051000     PERFORM 4150-READ-AUDIT THRU 4150-EXIT.
051100     EXIT.
051200*
051300 4150-READ-AUDIT.
051310     IF HB-READING-HISTORY
051320         READ XFER-HIST-FILE INTO WARD-TRANSFER-RECORD
051330             AT END SET HB-AUDIT-EOF TO TRUE
051340         END-READ
051350         GO TO 4150-EXIT
051360     END-IF.
051400     READ XFER-AUDIT-FILE
051500         AT END SET HB-AUDIT-EOF TO TRUE
051600     END-READ.
051700 4150-EXIT.
051800     EXIT.
051900*
052000*-----------------------------------------------------------
052100* HB-FOUND-STAY IS THE 'S' WINDOW WHOSE STAY HOLDS
052200* HB-PROBE-DATE, OR ZERO - A MOVE WITH NO STAY AROUND IT (ITS
052300* STAY ROLLED OFF OR WAS NEVER ARCHIVED) GETS A ONE-DAY
052350* WINDOW ON THE MOVE DATE IN 4500.
052400*-----------------------------------------------------------
052500 4200-FIND-STAY.
052600     MOVE ZERO               TO HB-FOUND-STAY.
052700     PERFORM 4210-MATCH-ONE-STAY THRU 4210-EXIT
052800         VARYING HB-WIN-IDX FROM 1 BY 1
052900         UNTIL HB-WIN-IDX > HB-WIN-COUNT.
053000 4200-EXIT.
053100     EXIT.
053200*
053300 4210-MATCH-ONE-STAY.
053400     IF HB-WN-KIND(HB-WIN-IDX) = 'S'
053500         AND HB-WN-FROM(HB-WIN-IDX) <= HB-PROBE-DATE
053600         AND HB-WN-TO(HB-WIN-IDX) >= HB-PROBE-DATE
053700         MOVE HB-WIN-IDX     TO HB-FOUND-STAY
053800     END-IF.
053900 4210-EXIT.
054000     EXIT.
054100*
054101 4300-TRANSFERS-HISTORY.
054102     SET HB-READING-HISTORY  TO TRUE.
054103     MOVE 'N'                TO HB-AUDIT-EOF-SW.
054104     OPEN INPUT XFER-HIST-FILE.
054105     PERFORM 4150-READ-AUDIT THRU 4150-EXIT.
054106     PERFORM 4100-ONE-TRANSFER THRU 4100-EXIT
054107         UNTIL HB-AUDIT-EOF.
054108     CLOSE XFER-HIST-FILE.
054109     MOVE 'N'                TO HB-READING-HIST-SW.
054110 4300-EXIT.
054111     EXIT.
054112*
054113*-----------------------------------------------------------
054114* EVERY STAY AND MOVE IS IN BY NOW.  EACH STAY'S MOVES ARE
054115* TAKEN EARLIEST FIRST, EACH BED RUNNING FROM THE PREVIOUS
054116* BOUNDARY (ADMISSION FOR THE FIRST) UP TO ITS MOVE; THE
054117* STAY'S 'S' WINDOW THEN STARTS AT THE LAST BOUNDARY.  THE
054118* 'S' WINDOWS ARE THE FIRST HB-STAY-COUNT ENTRIES - NOTHING
054119* ELSE IS TABLED UNTIL THIS RUNS.
054120*-----------------------------------------------------------
054121 4500-BUILD-MOVE-WINDOWS.
054122     MOVE HB-WIN-COUNT       TO HB-STAY-COUNT.
054123     PERFORM 4510-WINDOWS-FOR-ONE-STAY THRU 4510-EXIT
054124         VARYING HB-STAY-IDX FROM 1 BY 1
054125         UNTIL HB-STAY-IDX > HB-STAY-COUNT.
054126     PERFORM 4540-LOOSE-MOVE THRU 4540-EXIT
054127         VARYING HB-MV-IDX FROM 1 BY 1
054128         UNTIL HB-MV-IDX > HB-MV-COUNT.
054129 4500-EXIT.
054130     EXIT.
054131*
054132 4510-WINDOWS-FOR-ONE-STAY.
054133     MOVE HB-WN-FROM(HB-STAY-IDX) TO HB-NEW-FROM.
054134     MOVE 'N'                TO HB-MOVES-DONE-SW.
054135     PERFORM 4520-NEXT-MOVE-WINDOW THRU 4520-EXIT
054136         UNTIL HB-MOVES-DONE.
054137     MOVE HB-NEW-FROM        TO HB-WN-FROM(HB-STAY-IDX).
054138 4510-EXIT.
054139     EXIT.
054140*
054141*-----------------------------------------------------------
054142* HB-MV-PICK ENDS ON THE STAY'S EARLIEST MOVE NOT YET TAKEN -
054143* ON A TIE, THE ONE FIRST ON THE TRAIL - OR ZERO WHEN NONE IS
054144* LEFT.  HB-NEW-FROM CARRIES THE BOUNDARY FORWARD.
054145*-----------------------------------------------------------
054146 4520-NEXT-MOVE-WINDOW.
054147     MOVE ZERO               TO HB-MV-PICK.
054148     PERFORM 4530-CHECK-ONE-MOVE THRU 4530-EXIT
054149         VARYING HB-MV-IDX FROM 1 BY 1
054150         UNTIL HB-MV-IDX > HB-MV-COUNT.
054151     IF HB-MV-PICK = ZERO
054152         SET HB-MOVES-DONE TO TRUE
054153         GO TO 4520-EXIT
054154     END-IF.
054155     SET HB-MV-USED(HB-MV-PICK) TO TRUE.
054156     MOVE HB-MV-BEDIDENT(HB-MV-PICK) TO HB-NEW-BEDIDENT.
054157     MOVE HB-MV-DATE(HB-MV-PICK) TO HB-NEW-TO.
054158     PERFORM 7100-ADD-MOVE-WINDOW THRU 7100-EXIT.
054159     MOVE HB-MV-DATE(HB-MV-PICK) TO HB-NEW-FROM.
054160 4520-EXIT.
054161     EXIT.
054162*
054163 4530-CHECK-ONE-MOVE.
054164     IF HB-MV-STAY(HB-MV-IDX) NOT = HB-STAY-IDX
054165         OR HB-MV-USED(HB-MV-IDX)
054166         GO TO 4530-EXIT
054167     END-IF.
054168     IF HB-MV-PICK = ZERO
054169         MOVE HB-MV-IDX      TO HB-MV-PICK
054170         GO TO 4530-EXIT
054171     END-IF.
054172     IF HB-MV-DATE(HB-MV-IDX) < HB-MV-DATE(HB-MV-PICK)
054173         MOVE HB-MV-IDX      TO HB-MV-PICK
054174     END-IF.
054175 4530-EXIT.
054176     EXIT.
054177*
054178 4540-LOOSE-MOVE.
054179     IF HB-MV-STAY(HB-MV-IDX) NOT = ZERO
054180         GO TO 4540-EXIT
054181     END-IF.
054182     MOVE HB-MV-BEDIDENT(HB-MV-IDX) TO HB-NEW-BEDIDENT.
054183     MOVE HB-MV-DATE(HB-MV-IDX) TO HB-NEW-FROM.
054184     MOVE HB-MV-DATE(HB-MV-IDX) TO HB-NEW-TO.
054185     PERFORM 7100-ADD-MOVE-WINDOW THRU 7100-EXIT.
054186 4540-EXIT.
054187     EXIT.
054188*
054200 5000-PRINT-REVERSALS.
054300     MOVE '  REVERSALS'        TO HIST-LINE.
054400     PERFORM 8200-SECTION-HEAD THRU 8200-EXIT.
054450     MOVE '    DATE    BED   RESULT' TO HIST-LINE.
054460     MOVE 'REASON'           TO HIST-LINE(41:6).
054470     WRITE HIST-LINE.
054500     MOVE 'N'                TO HB-REV-EOF-SW.
054600     OPEN INPUT REV-AUDIT-FILE.
054700     PERFORM 5150-READ-REV-AUDIT THRU 5150-EXIT.
054800     PERFORM 5100-ONE-REVERSAL THRU 5100-EXIT
054900         UNTIL HB-REV-EOF.
054920     IF HB-WITH-HISTORY
054940         PERFORM 5200-REVERSALS-HISTORY THRU 5200-EXIT
054960     END-IF.
055000     CLOSE REV-AUDIT-FILE.
055100     PERFORM 8100-NONE-IF-EMPTY THRU 8100-EXIT.
055200 5000-EXIT.
055300     EXIT.
055400*
055500 5100-ONE-REVERSAL.
055600     MOVE RA-BEDIDENT        TO HB-PROBE-BEDIDENT.
055700     MOVE RA-REV-DATE        TO HB-PROBE-DATE.
055800     PERFORM 7500-MATCH-BED-WINDOW THRU 7500-EXIT.
055900     IF NOT HB-WIN-FOUND
056000         GO TO 5100-EXIT
056100     END-IF.
056200     MOVE SPACES             TO HB-REV-LINE.
056300     MOVE RA-REV-DATE        TO RV-DATE.
056400     MOVE RA-BEDIDENT        TO RV-BEDIDENT.
056500     MOVE RA-RESULT          TO RV-RESULT.
056600     MOVE RA-REV-REASON      TO RV-REASON.
056700     MOVE HB-REV-LINE        TO HIST-LINE.
056800     PERFORM 8000-WRITE-DETAIL THRU 8000-EXIT.
056900 5100-EXIT.
057000     PERFORM 5150-READ-REV-AUDIT THRU 5150-EXIT.
057100     EXIT.
057200*
057300 5150-READ-REV-AUDIT.
057310     IF HB-READING-HISTORY
057320         READ REV-HIST-FILE INTO REV-AUDIT-RECORD
057330             AT END SET HB-REV-EOF TO TRUE
057340         END-READ
057350         GO TO 5150-EXIT
057360     END-IF.
057400     READ REV-AUDIT-FILE
057500         AT END SET HB-REV-EOF TO TRUE
057600     END-READ.
057700 5150-EXIT.
057800     EXIT.
057900*
057907 5200-REVERSALS-HISTORY.
057914     SET HB-READING-HISTORY  TO TRUE.
057921     MOVE 'N'                TO HB-REV-EOF-SW.
057928     OPEN INPUT REV-HIST-FILE.
057935     PERFORM 5150-READ-REV-AUDIT THRU 5150-EXIT.
057942     PERFORM 5100-ONE-REVERSAL THRU 5100-EXIT
057949         UNTIL HB-REV-EOF.
057956     CLOSE REV-HIST-FILE.
057963     MOVE 'N'                TO HB-READING-HIST-SW.
057970 5200-EXIT.
057977     EXIT.
057984*
058000 5500-PRINT-LABS.
058100     MOVE '  POSTED LAB RESULTS' TO HIST-LINE.
058200     PERFORM 8200-SECTION-HEAD THRU 8200-EXIT.
058250     MOVE '    DATE    BED   TEST' TO HIST-LINE.
058260     MOVE 'RESULT'           TO HIST-LINE(41:6).
058270     WRITE HIST-LINE.
058300     MOVE 'N'                TO HB-LAB-EOF-SW.
058400     OPEN INPUT LAB-POST-FILE.
058500     PERFORM 5650-READ-LAB THRU 5650-EXIT.
058600     PERFORM 5600-ONE-LAB THRU 5600-EXIT
058700         UNTIL HB-LAB-EOF.
058720     IF HB-WITH-HISTORY
058740         PERFORM 5700-LABS-HISTORY THRU 5700-EXIT
058760     END-IF.
058800     CLOSE LAB-POST-FILE.
058900     PERFORM 8100-NONE-IF-EMPTY THRU 8100-EXIT.
059000 5500-EXIT.
059100     EXIT.
059200*
059300 5600-ONE-LAB.
059400     MOVE BEDIDENT OF LAB-RESULT-RECORD TO HB-PROBE-BEDIDENT.
059500     MOVE LAB-RESULT-DATE    TO HB-PROBE-DATE.
059600     PERFORM 7500-MATCH-BED-WINDOW THRU 7500-EXIT.
059700     IF NOT HB-WIN-FOUND
059800         GO TO 5600-EXIT
059900     END-IF.
060000     MOVE SPACES             TO HB-LAB-LINE.
060100     MOVE LAB-RESULT-DATE    TO LL-DATE.
060200     MOVE BEDIDENT OF LAB-RESULT-RECORD TO LL-BEDIDENT.
060300     MOVE LAB-TEST-TYPE      TO LL-TEST.
060400     MOVE LAB-RESULT-VALUE   TO LL-VALUE.
060500     IF LAB-ABNORMAL
060600         MOVE '*ABNORMAL'    TO LL-FLAG
060700     END-IF.
060800     MOVE HB-LAB-LINE        TO HIST-LINE.
060900     PERFORM 8000-WRITE-DETAIL THRU 8000-EXIT.
061000 5600-EXIT.
061100     PERFORM 5650-READ-LAB THRU 5650-EXIT.
061200     EXIT.
061300*
061400 5650-READ-LAB.
061410     IF HB-READING-HISTORY
061420         READ LAB-HIST-FILE INTO LAB-RESULT-RECORD
061430             AT END SET HB-LAB-EOF TO TRUE
061440         END-READ
061450         GO TO 5650-EXIT
061460     END-IF.
061500     READ LAB-POST-FILE
061600         AT END SET HB-LAB-EOF TO TRUE
061700     END-READ.
061800 5650-EXIT.
061900     EXIT.
062000*
062007 5700-LABS-HISTORY.
062014     SET HB-READING-HISTORY  TO TRUE.
062021     MOVE 'N'                TO HB-LAB-EOF-SW.
062028     OPEN INPUT LAB-HIST-FILE.
062035     PERFORM 5650-READ-LAB THRU 5650-EXIT.
062042     PERFORM 5600-ONE-LAB THRU 5600-EXIT
062049         UNTIL HB-LAB-EOF.
062056     CLOSE LAB-HIST-FILE.
062063     MOVE 'N'                TO HB-READING-HIST-SW.
062070 5700-EXIT.
062077     EXIT.
062084*
062100*-----------------------------------------------------------
062200* EVERY LEDGER ROW CARRYING THE MRN - OPEN, PAID AND VOID
062300* ALIKE, SO THE ABSTRACT SHOWS THE WHOLE BILLING PICTURE.
062400* ONLY OPEN ROWS ADD INTO THE BALANCE TOTALS.  ARHIST HOLDS
062450* ONLY PAID AND VOID ROWS, SO IT NEVER MOVES THEM.
062500*-----------------------------------------------------------
062600 6000-PRINT-INVOICES.
062700     MOVE '  INVOICES'         TO HIST-LINE.
062800     PERFORM 8200-SECTION-HEAD THRU 8200-EXIT.
062900     MOVE '    INVOICE  BILLED  STAT       BILLED         PAID'
063000                             TO HIST-LINE.
063100     MOVE '         OPEN  DUNNING' TO HIST-LINE(52:22).
063200     WRITE HIST-LINE.
063300     MOVE ZERO               TO HB-TOT-OPEN.
063400     MOVE ZERO               TO HB-TOT-INS-OPEN.
063500     MOVE ZERO               TO HB-TOT-PAT-OPEN.
063600     MOVE 'N'                TO HB-LEDGER-EOF-SW.
063700     OPEN INPUT AR-LEDGER-FILE.
063800     PERFORM 6150-READ-LEDGER THRU 6150-EXIT.
063900     PERFORM 6100-ONE-INVOICE THRU 6100-EXIT
064000         UNTIL HB-LEDGER-EOF.
064020     IF HB-WITH-HISTORY
064040         PERFORM 6300-INVOICES-HISTORY THRU 6300-EXIT
064060     END-IF.
064100     CLOSE AR-LEDGER-FILE.
064200     PERFORM 8100-NONE-IF-EMPTY THRU 8100-EXIT.
064300     MOVE SPACES             TO HB-TOTAL-LINE.
064400     MOVE 'OPEN BALANCE, ALL STAYS' TO TL-LABEL.
064500     MOVE HB-TOT-OPEN        TO TL-AMOUNT.
064600     MOVE HB-TOTAL-LINE      TO HIST-LINE.
064700     WRITE HIST-LINE.
064800     MOVE '  OF WHICH INSURANCE'  TO TL-LABEL.
064900     MOVE HB-TOT-INS-OPEN    TO TL-AMOUNT.
065000     MOVE HB-TOTAL-LINE      TO HIST-LINE.
065100     WRITE HIST-LINE.
065200     MOVE '  OF WHICH PATIENT'    TO TL-LABEL.
065300     MOVE HB-TOT-PAT-OPEN    TO TL-AMOUNT.
065400     MOVE HB-TOTAL-LINE      TO HIST-LINE.
065500     WRITE HIST-LINE.
065600 6000-EXIT.
065700     EXIT.
065800*
065900 6100-ONE-INVOICE.
066000     IF AR-MRN NOT = HB-MRN
066100         GO TO 6100-EXIT
066200     END-IF.
066300     MOVE SPACES             TO HB-INV-LINE.
066400     MOVE AR-INV-NO          TO VL-INV-NO.
066500     MOVE AR-BILL-DATE       TO VL-BILL-DATE.
066600     MOVE AR-BILL-TOTAL      TO VL-BILL-TOTAL.
066700     MOVE AR-PAID-AMT        TO VL-PAID-AMT.
066800     MOVE AR-OPEN-BAL        TO VL-OPEN-BAL.
066900     MOVE AR-STATUS          TO VL-STATUS.
067000     IF AR-INV-OPEN
067100         MOVE 'OPEN'         TO VL-STATUS
067200         ADD AR-OPEN-BAL     TO HB-TOT-OPEN
067300         ADD AR-INS-OPEN     TO HB-TOT-INS-OPEN
067400         ADD AR-PAT-OPEN     TO HB-TOT-PAT-OPEN
067500     END-IF.
067600     IF AR-INV-PAID
067700         MOVE 'PAID'         TO VL-STATUS
067800     END-IF.
067900     IF AR-INV-VOID
068000         MOVE 'VOID'         TO VL-STATUS
068100     END-IF.
068200     PERFORM 6200-LOOKUP-DUNNING THRU 6200-EXIT.
068300     MOVE HB-INV-LINE        TO HIST-LINE.
068400     PERFORM 8000-WRITE-DETAIL THRU 8000-EXIT.
068500 6100-EXIT.
068600     PERFORM 6150-READ-LEDGER THRU 6150-EXIT.
068700     EXIT.
068800*
068900 6150-READ-LEDGER.
068910     IF HB-READING-HISTORY
068920         READ AR-HIST-FILE INTO AR-LEDGER-RECORD
068930             AT END SET HB-LEDGER-EOF TO TRUE
068940         END-READ
068950         GO TO 6150-EXIT
068960     END-IF.
069000     READ AR-LEDGER-FILE NEXT RECORD
069100         AT END SET HB-LEDGER-EOF TO TRUE
069200     END-READ.
069300 6150-EXIT.
069400     EXIT.
069500*
069600 6200-LOOKUP-DUNNING.
069700     MOVE 'NO STATEMENT'     TO VL-DUNNING.
069800     MOVE AR-INV-NO          TO STMT-INV-NO.
069900     READ STMT-HIST-FILE
070000         INVALID KEY
070100             GO TO 6200-EXIT
070200     END-READ.
070300     MOVE STMT-LEVEL         TO LT-LEVEL.
070400     MOVE STMT-SENT-DATE     TO LT-SENT-DATE.
070500     MOVE HB-LEVEL-TEXT      TO VL-DUNNING.
070600 6200-EXIT.
070700     EXIT.
070800*
070807 6300-INVOICES-HISTORY.
070814     SET HB-READING-HISTORY  TO TRUE.
070821     MOVE 'N'                TO HB-LEDGER-EOF-SW.
070828     OPEN INPUT AR-HIST-FILE.
070835     PERFORM 6150-READ-LEDGER THRU 6150-EXIT.
070842     PERFORM 6100-ONE-INVOICE THRU 6100-EXIT
070849         UNTIL HB-LEDGER-EOF.
070856     CLOSE AR-HIST-FILE.
070863     MOVE 'N'                TO HB-READING-HIST-SW.
070870 6300-EXIT.
070877     EXIT.
070884*
070900*-----------------------------------------------------------
071000* CALLER LOADS HB-NEW-BEDIDENT, HB-NEW-FROM AND HB-NEW-TO.
071100*-----------------------------------------------------------
071200 7000-ADD-STAY-WINDOW.
071300     IF HB-WIN-COUNT >= 100
071400         DISPLAY 'HBHIST: WINDOW TABLE FULL, DROPPING - '
071500             HB-NEW-BEDIDENT
071600         GO TO 7000-EXIT
071700     END-IF.
071800     ADD 1 TO HB-WIN-COUNT.
071900     MOVE 'S'                TO HB-WN-KIND(HB-WIN-COUNT).
072000     MOVE HB-NEW-BEDIDENT    TO HB-WN-BEDIDENT(HB-WIN-COUNT).
072100     MOVE HB-NEW-FROM        TO HB-WN-FROM(HB-WIN-COUNT).
072200     MOVE HB-NEW-TO          TO HB-WN-TO(HB-WIN-COUNT).
072300 7000-EXIT.
072400     EXIT.
072500*
072600 7100-ADD-MOVE-WINDOW.
072700     IF HB-WIN-COUNT >= 100
072800         DISPLAY 'HBHIST: WINDOW TABLE FULL, DROPPING - '
072900             HB-NEW-BEDIDENT
073000         GO TO 7100-EXIT
073100     END-IF.
073200     ADD 1 TO HB-WIN-COUNT.
073300     MOVE 'X'                TO HB-WN-KIND(HB-WIN-COUNT).
073400     MOVE HB-NEW-BEDIDENT    TO HB-WN-BEDIDENT(HB-WIN-COUNT).
073500     MOVE HB-NEW-FROM        TO HB-WN-FROM(HB-WIN-COUNT).
073600     MOVE HB-NEW-TO          TO HB-WN-TO(HB-WIN-COUNT).
073700 7100-EXIT.
073800     EXIT.
073900*
073905*-----------------------------------------------------------
073910* CALLER LOADS HB-FOUND-STAY; THE AUDIT ROW IS IN HAND.
073915*-----------------------------------------------------------
073920 7200-ADD-MOVE.
073925     IF HB-MV-COUNT >= 100
073930         DISPLAY 'HBHIST: MOVE TABLE FULL, DROPPING - '
073935             BEDIDENT OF WARD-TRANSFER-RECORD
073940         GO TO 7200-EXIT
073945     END-IF.
073950     ADD 1 TO HB-MV-COUNT.
073955     MOVE HB-FOUND-STAY      TO HB-MV-STAY(HB-MV-COUNT).
073960     MOVE BEDIDENT OF WARD-TRANSFER-RECORD
073965                             TO HB-MV-BEDIDENT(HB-MV-COUNT).
073970     MOVE TRANSFER-DATE      TO HB-MV-DATE(HB-MV-COUNT).
073975     MOVE 'N'                TO HB-MV-USED-SW(HB-MV-COUNT).
073980 7200-EXIT.
073985     EXIT.
073990*
074000*-----------------------------------------------------------
074100* HB-PROBE-BEDIDENT AND HB-PROBE-DATE IN, HB-WIN-FOUND OUT.
074200*-----------------------------------------------------------
074300 7500-MATCH-BED-WINDOW.
074400     MOVE 'N'                TO HB-WIN-FOUND-SW.
074500     PERFORM 7510-MATCH-ONE-WINDOW THRU 7510-EXIT
074600         VARYING HB-WIN-IDX FROM 1 BY 1
074700         UNTIL HB-WIN-IDX > HB-WIN-COUNT
074800         OR HB-WIN-FOUND.
074900 7500-EXIT.
075000     EXIT.
075100*
075200 7510-MATCH-ONE-WINDOW.
075300     IF HB-WN-BEDIDENT(HB-WIN-IDX) = HB-PROBE-BEDIDENT
075400         AND HB-WN-FROM(HB-WIN-IDX) <= HB-PROBE-DATE
075500         AND HB-WN-TO(HB-WIN-IDX) >= HB-PROBE-DATE
075600         SET HB-WIN-FOUND TO TRUE
075700     END-IF.
075800 7510-EXIT.
075900     EXIT.
076000*
076100 8000-WRITE-DETAIL.
076200     WRITE HIST-LINE.
076300     ADD 1 TO HB-SECTION-CT.
076400 8000-EXIT.
076500     EXIT.
076600*
076700 8100-NONE-IF-EMPTY.
076800     IF HB-SECTION-CT = ZERO
076900         MOVE '    NONE ON FILE'  TO HIST-LINE
077000         WRITE HIST-LINE
077100     END-IF.
077200 8100-EXIT.
077300     EXIT.
077400*
077500*-----------------------------------------------------------
077600* CALLER HAS THE SECTION TITLE IN HIST-LINE.  A BLANK LINE
077700* GOES OUT AHEAD OF IT AND THE DETAIL COUNT STARTS AGAIN.
077800*-----------------------------------------------------------
077900 8200-SECTION-HEAD.
078000     MOVE HIST-LINE          TO HB-HEAD-HOLD.
078100     MOVE SPACES             TO HIST-LINE.
078200     WRITE HIST-LINE.
078300     MOVE HB-HEAD-HOLD       TO HIST-LINE.
078400     WRITE HIST-LINE.
078500     MOVE ZERO               TO HB-SECTION-CT.
078600 8200-EXIT.
078700     EXIT.
078800*
078900 9000-TERMINATE.
079000     CLOSE HIST-PARM-FILE.
079100     CLOSE PATIENT-INDEX-FILE.
079200     CLOSE STMT-HIST-FILE.
079300     CLOSE HIST-RPT.
079400     DISPLAY 'HBHIST: ABSTRACTS PRINTED  = ' HB-ABSTRACT-CT.
079500     DISPLAY 'HBHIST: MRNS NOT ON INDEX  = ' HB-NOINDEX-CT.
079600     DISPLAY 'HBHIST: PARM ROWS SKIPPED  = ' HB-BADPARM-CT.
079700     DISPLAY 'HBHIST: ARCHIVE MISMATCHES = ' HB-MISMATCH-CT.
079800 9000-EXIT.
079900     EXIT.
