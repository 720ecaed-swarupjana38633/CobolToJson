000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    HBDSUM.
000300 AUTHOR.        D. OKAFOR.
000400 INSTALLATION.  ST. VINCENT GENERAL - IT DEPARTMENT.
000500 DATE-WRITTEN.  2026-10-14.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------
000800* MODIFICATION HISTORY
000900* 2026-10-14  DPO  INITIAL VERSION - NIGHTLY DISCHARGE-SUMMARY
001000*                  EXTRACT.  WHEN A PATIENT LEFT FOR A NURSING
001100*                  HOME, REHAB UNIT OR ANOTHER HOSPITAL, THE
001200*                  RECEIVING FACILITY TELEPHONED THE WARD FOR
001300*                  THE MEDICATION LIST AND DIAGNOSIS AND THE
001400*                  WARD READ THEM OFF THE SCREENS.  EVERY
001500*                  DISCHARGE TO A FACILITY ON THE NEW
001600*                  RECEIVING-FACILITY MASTER (RCVMSTR) NOW
001700*                  GOES OUT ON DSUMOUT FOR THE SAME JSON
001800*                  CONVERSION STEP THE CENSUS FEED USES, AND
001900*                  IS ENTERED ON THE DELIVERY LOG (DSUMLOG).
002000*                  A DISPOSITION NOT ON THE MASTER IS LOGGED
002100*                  AND LISTED INSTEAD.
002200* 2026-10-15  DPO  A DISCHARGE HBREVRS REVERSED THE SAME NIGHT
002300*                  (BILLVOID) IS NO LONGER SENT - IT IS LOGGED
002400*                  AS REVERSED.  BED WINDOWS ARE NOW BUILT FROM
002500*                  THE STAY'S MOVES IN DATE ORDER, EACH BED FROM
002600*                  THE MOVE BEFORE IT, NOT FROM ADMISSION.
002700*-----------------------------------------------------------
002800*
002900*-----------------------------------------------------------
003000* THIS PROGRAM WRITES THE FIXED-FORMAT FEED (DSUMREC.CPY
003100* DESCRIBES THE LAYOUT) AND LEAVES JSON AND DELIVERY TO THE
003200* CONVERSION AND SUBMISSION STEPS THAT FOLLOW IT, EXACTLY AS
003300* HBNITEXT DOES FOR THE CENSUS.  IT RUNS AFTER HBDISCH AND
003400* HBLABPST, AGAINST TONIGHT'S DISCHARGE, PATIENT, SYMPTOM AND
003500* TREATMENT ARCHIVES.  FOUR PASSES -
003600*   1. THE DISCHARGE AND PATIENT ARCHIVES, IN THE LOCKSTEP
003700*      PAIRING HBBILL USES.  A BED ON BILLVOID (DISCHARGES
003800*      HBREVRS REVERSED TONIGHT) IS LOGGED AS REVERSED AND
003900*      GOES NO FURTHER, AS HBBILL DOES NOT BILL IT.  ANY
004000*      OTHER DISCHARGE HAS ITS DISPOSITION LOOKED UP ON
004100*      RCVMSTR - A 'F' ROW WITH A FEED ADDRESS PUTS THE STAY
004200*      IN THE STAY TABLE, A 'N' ROW (HOME, EXPIRED ...) OR A
004300*      BLANK DISPOSITION IS NOT A TRANSFER, AND ANYTHING NOT
004400*      ON THE MASTER IS LOGGED AND LISTED, NOT SENT.
004500*   2. THE TRANSFER AUDIT TRAIL (XFERAUDT), FOR THE BEDS
004600*      EACH STAY LEFT ON A CROSS-WARD MOVE.  THE MOVES ARE
004700*      THEN TAKEN IN DATE ORDER TO BUILD THE STAY'S BED
004800*      WINDOWS THE WAY HBHIST DOES IT - EACH BED THE STAY
004900*      LEFT RUNS FROM THE MOVE BEFORE IT (OR ADMISSION) TO
005000*      ITS OWN MOVE, AND THE BED IT ENDED IN FROM THE LAST
005100*      MOVE (OR ADMISSION) TO DISCHARGE.  A BED THE STAY
005200*      CAME BACK TO HAS ONE WINDOW FOR EACH TIME IN IT.
005300*   3. THE POSTED LAB RESULTS (LABPOST).  LAB ROWS CARRY ONLY
005400*      A BEDIDENT, SO THEY ARE TIED TO A STAY THROUGH THOSE
005500*      WINDOWS.  ONLY ABNORMAL RESULTS ARE KEPT.
005600*   4. THE ARCHIVES AGAIN, THIS TIME WITH THE SYMPTOM AND
005700*      TREATMENT ARCHIVE SUBSETS MATCHED IN DISCHARGE ORDER
005800*      ON BED AND MRN AS HBBILL MATCHES TRTARCH, WRITING ONE
005900*      SUMMARY PER TABLED STAY.
006000* A STAY IS TABLED BY ITS POSITION IN THE ARCHIVE PAIR, SO
006100* PASS 4 FINDS ITS STAYS BY COUNTING PAIRS, NOT BY KEY.  A
006200* STAY WHOSE MOVES, WINDOWS OR LABS DID NOT FIT THEIR TABLES IS
006300* HELD BACK RATHER THAN SENT SHORT - A RECEIVING FACILITY IS
006400* BETTER OFF TELEPHONING THAN TRUSTING AN INCOMPLETE LIST.
006500* DATES COMPARE AS PLAIN YYMMDD ALPHANUMERICS, SAME AS
006600* EVERYWHERE ELSE IN THIS SUITE.
006700*-----------------------------------------------------------
006800 ENVIRONMENT DIVISION.
006900 CONFIGURATION SECTION.
007000 SOURCE-COMPUTER.   IBM-370.
007100 OBJECT-COMPUTER.   IBM-370.
007200 INPUT-OUTPUT SECTION.
007300 FILE-CONTROL.
007400     SELECT DISCH-ARCH-FILE ASSIGN TO "DISCARCH"
007500         ORGANIZATION IS LINE SEQUENTIAL.
007600     SELECT PATIENT-ARCH-FILE ASSIGN TO "PATARCH"
007700         ORGANIZATION IS LINE SEQUENTIAL.
007800     SELECT OPTIONAL SYMP-ARCH-FILE ASSIGN TO "SYMARCH"
007900         ORGANIZATION IS LINE SEQUENTIAL.
008000     SELECT OPTIONAL TRT-ARCH-FILE ASSIGN TO "TRTARCH"
008100         ORGANIZATION IS LINE SEQUENTIAL.
008200     SELECT OPTIONAL XFER-AUDIT-FILE ASSIGN TO "XFERAUDT"
008300         ORGANIZATION IS LINE SEQUENTIAL.
008400     SELECT OPTIONAL LAB-POST-FILE ASSIGN TO "LABPOST"
008500         ORGANIZATION IS LINE SEQUENTIAL.
008600     SELECT OPTIONAL RCV-FACILITY-FILE ASSIGN TO "RCVMSTR"
008700         ORGANIZATION IS INDEXED
008800         ACCESS MODE IS RANDOM
008900         RECORD KEY IS RCV-NAME.
009000     SELECT DISCH-SUMMARY-FILE ASSIGN TO "DSUMOUT"
009100         ORGANIZATION IS LINE SEQUENTIAL.
009200     SELECT OPTIONAL DISCH-SUMMARY-LOG ASSIGN TO "DSUMLOG"
009300         ORGANIZATION IS LINE SEQUENTIAL.
009400     SELECT OPTIONAL CONTROL-TOTAL-FILE ASSIGN TO "CTLTOTS"
009500         ORGANIZATION IS LINE SEQUENTIAL.
009600     SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
009700         ORGANIZATION IS LINE SEQUENTIAL.
009800     SELECT OPTIONAL BILL-VOID-FILE ASSIGN TO "BILLVOID"
009900         ORGANIZATION IS LINE SEQUENTIAL.
010000 DATA DIVISION.
010100 FILE SECTION.
010200 FD  DISCH-ARCH-FILE.
010300 COPY DISCREC.
010400 FD  PATIENT-ARCH-FILE.
010500 COPY PATREC.
010600 FD  SYMP-ARCH-FILE.
010700 COPY SYMARCH.
010800 FD  TRT-ARCH-FILE.
010900 COPY TRTARCH.
011000 FD  XFER-AUDIT-FILE.
011100 COPY XFERREC.
011200 FD  LAB-POST-FILE.
011300 COPY LABREC.
011400 FD  RCV-FACILITY-FILE.
011500 COPY RCVFREC.
011600 FD  DISCH-SUMMARY-FILE.
011700 COPY DSUMREC.
011800 FD  DISCH-SUMMARY-LOG.
011900 COPY DSLOGREC.
012000 FD  CONTROL-TOTAL-FILE.
012100 COPY CTLREC.
012200 FD  BUSINESS-DATE-FILE.
012300 01  BUSINESS-DATE-LINE      PIC X(27).
012400 FD  BILL-VOID-FILE.
012500 01  BILL-VOID-LINE          PIC X(04).
012600 WORKING-STORAGE SECTION.
012700 01  HB-SWITCHES.
012800     03  HB-NO-BUS-DATE-SW   PIC X(01)   VALUE 'N'.
012900         88  HB-NO-BUS-DATE      VALUE 'Y'.
013000     03  HB-ARCH-EOF-SW      PIC X(01)   VALUE 'N'.
013100         88  HB-ARCH-EOF         VALUE 'Y'.
013200     03  HB-PAT-ARCH-EOF-SW  PIC X(01)   VALUE 'N'.
013300         88  HB-PAT-ARCH-EOF     VALUE 'Y'.
013400     03  HB-SYM-ARCH-EOF-SW  PIC X(01)   VALUE 'N'.
013500         88  HB-SYM-ARCH-EOF     VALUE 'Y'.
013600     03  HB-TRT-ARCH-EOF-SW  PIC X(01)   VALUE 'N'.
013700         88  HB-TRT-ARCH-EOF     VALUE 'Y'.
013800     03  HB-AUDIT-EOF-SW     PIC X(01)   VALUE 'N'.
013900         88  HB-AUDIT-EOF        VALUE 'Y'.
014000     03  HB-LAB-EOF-SW       PIC X(01)   VALUE 'N'.
014100         88  HB-LAB-EOF          VALUE 'Y'.
014200     03  HB-SYM-FOUND-SW     PIC X(01)   VALUE 'N'.
014300         88  HB-SYM-FOUND        VALUE 'Y'.
014400     03  HB-TRT-FOUND-SW     PIC X(01)   VALUE 'N'.
014500         88  HB-TRT-FOUND        VALUE 'Y'.
014600     03  HB-WIN-FOUND-SW     PIC X(01)   VALUE 'N'.
014700         88  HB-WIN-FOUND        VALUE 'Y'.
014800     03  HB-STAY-FULL-SW     PIC X(01)   VALUE 'N'.
014900         88  HB-STAY-FULL        VALUE 'Y'.
015000     03  HB-WIN-FULL-SW      PIC X(01)   VALUE 'N'.
015100         88  HB-WIN-FULL         VALUE 'Y'.
015200     03  HB-LAB-FULL-SW      PIC X(01)   VALUE 'N'.
015300         88  HB-LAB-FULL         VALUE 'Y'.
015400     03  HB-MOVE-FULL-SW     PIC X(01)   VALUE 'N'.
015500         88  HB-MOVE-FULL        VALUE 'Y'.
015600     03  HB-MOVES-DONE-SW    PIC X(01)   VALUE 'N'.
015700         88  HB-MOVES-DONE       VALUE 'Y'.
015800     03  HB-VOID-EOF-SW      PIC X(01)   VALUE 'N'.
015900         88  HB-VOID-EOF         VALUE 'Y'.
016000     03  HB-VOID-FOUND-SW    PIC X(01)   VALUE 'N'.
016100         88  HB-VOID-FOUND       VALUE 'Y'.
016200 01  HB-COUNTERS.
016300     03  HB-DISCH-CT         PIC 9(05)   COMP VALUE ZERO.
016400     03  HB-NOT-XFER-CT      PIC 9(05)   COMP VALUE ZERO.
016500     03  HB-SENT-CT          PIC 9(05)   COMP VALUE ZERO.
016600     03  HB-NOT-ON-MASTER-CT PIC 9(05)   COMP VALUE ZERO.
016700     03  HB-NO-FEED-ID-CT    PIC 9(05)   COMP VALUE ZERO.
016800     03  HB-HELD-CT          PIC 9(05)   COMP VALUE ZERO.
016900     03  HB-MISMATCH-CT      PIC 9(05)   COMP VALUE ZERO.
017000     03  HB-REVERSED-CT      PIC 9(05)   COMP VALUE ZERO.
017100     03  HB-LAB-SENT-CT      PIC 9(05)   COMP VALUE ZERO.
017200     03  HB-PAIR-CT          PIC 9(05)   COMP VALUE ZERO.
017300     03  HB-ROW-CT           PIC 9(05)   COMP VALUE ZERO.
017400     03  HB-ST-COUNT         PIC 9(05)   COMP VALUE ZERO.
017500     03  HB-ST-IDX           PIC 9(05)   COMP.
017600     03  HB-ST-NEXT          PIC 9(05)   COMP VALUE ZERO.
017700     03  HB-WIN-COUNT        PIC 9(05)   COMP VALUE ZERO.
017800     03  HB-WIN-IDX          PIC 9(05)   COMP.
017900     03  HB-LB-COUNT         PIC 9(05)   COMP VALUE ZERO.
018000     03  HB-LB-IDX           PIC 9(05)   COMP.
018100     03  HB-MV-COUNT         PIC 9(05)   COMP VALUE ZERO.
018200     03  HB-MV-IDX           PIC 9(05)   COMP.
018300     03  HB-MV-PICK          PIC 9(05)   COMP.
018400     03  HB-VOID-COUNT       PIC 9(03)   COMP VALUE ZERO.
018500     03  HB-VOID-IDX         PIC 9(03)   COMP.
018600     03  HB-MED-SUB          PIC 9(05)   COMP.
018700 01  HB-WORK-FIELDS.
018800     03  HB-CLOCK-DATE       PIC X(06).
018900     03  HB-CLOCK-TIME       PIC X(08).
019000     03  HB-NEW-STAY         PIC 9(05)   COMP.
019100     03  HB-NEW-BEDIDENT     PIC X(04).
019200     03  HB-NEW-FROM         PIC X(06).
019300     03  HB-NEW-TO           PIC X(06).
019400     03  HB-PROBE-BEDIDENT   PIC X(04).
019500     03  HB-PROBE-DATE       PIC X(06).
019600     03  HB-FOUND-STAY       PIC 9(05)   COMP.
019700     03  HB-DIAG-CT          PIC 9(02).
019800     03  HB-TRT-CT           PIC 9(02).
019900     03  HB-MED-CT           PIC 9(02).
020000*-----------------------------------------------------------
020100* TONIGHT'S STAYS TO BE SUMMARIZED, IN ARCHIVE ORDER.
020200* HB-ST-PAIR IS THE STAY'S POSITION IN THE ARCHIVE PAIR.
020300* HB-ST-SHORT IS SET WHEN A WINDOW OR LAB ROW FOR THE STAY
020400* WAS DROPPED ON A FULL TABLE.
020500*-----------------------------------------------------------
020600 01  HB-STAY-TABLE.
020700     03  HB-ST-ENTRY OCCURS 500 TIMES.
020800         05  HB-ST-PAIR          PIC 9(05)   COMP.
020900         05  HB-ST-MRN           PIC 9(07).
021000         05  HB-ST-BEDIDENT      PIC X(04).
021100         05  HB-ST-DATEADMT      PIC X(06).
021200         05  HB-ST-DISCH-DATE    PIC X(06).
021300         05  HB-ST-LAB-CT        PIC 9(03)   COMP.
021400         05  HB-ST-SHORT-SW      PIC X(01).
021500             88  HB-ST-SHORT         VALUE 'Y'.
021600*-----------------------------------------------------------
021700*-----------------------------------------------------------
021800* MOVES BY A TABLED STAY - THE BED LEFT AND THE DATE, IN
021900* AUDIT-TRAIL ORDER.  HB-MV-USED IS SET ONCE THE MOVE HAS
022000* BEEN TAKEN INTO A WINDOW.
022100*-----------------------------------------------------------
022200 01  HB-MOVE-TABLE.
022300     03  HB-MV-ENTRY OCCURS 1000 TIMES.
022400         05  HB-MV-STAY          PIC 9(05)   COMP.
022500         05  HB-MV-BEDIDENT      PIC X(04).
022600         05  HB-MV-DATE          PIC X(06).
022700         05  HB-MV-USED-SW       PIC X(01).
022800             88  HB-MV-USED          VALUE 'Y'.
022900* BED WINDOWS - WHERE EACH TABLED STAY WAS AND WHEN.
023000*-----------------------------------------------------------
023100 01  HB-WIN-TABLE.
023200     03  HB-WIN-ENTRY OCCURS 1000 TIMES.
023300         05  HB-WN-STAY          PIC 9(05)   COMP.
023400         05  HB-WN-BEDIDENT      PIC X(04).
023500         05  HB-WN-FROM          PIC X(06).
023600         05  HB-WN-TO            PIC X(06).
023700*-----------------------------------------------------------
023800* ABNORMAL LAB RESULTS TIED TO A TABLED STAY.
023900*-----------------------------------------------------------
024000 01  HB-LAB-TABLE.
024100     03  HB-LB-ENTRY OCCURS 2000 TIMES.
024200         05  HB-LB-STAY          PIC 9(05)   COMP.
024300         05  HB-LB-BEDIDENT      PIC X(04).
024400         05  HB-LB-DATE          PIC X(06).
024500         05  HB-LB-TEST          PIC X(20).
024600         05  HB-LB-VALUE         PIC X(20).
024700*-----------------------------------------------------------
024800* BEDS WHOSE DISCHARGE WAS REVERSED TONIGHT (BILLVOID, WRITTEN
024900* BY HBREVRS) - NO SUMMARY GOES OUT FOR THEM.
025000*-----------------------------------------------------------
025100 01  HB-VOID-TABLE.
025200     03  HB-VD-BEDIDENT OCCURS 50 TIMES PIC X(04).
025300 COPY BDATEREC.
025400 PROCEDURE DIVISION.
025500 0000-MAINLINE.
025600     PERFORM 0100-READ-BUSINESS-DATE THRU 0100-EXIT.
025700     IF HB-NO-BUS-DATE
025800         MOVE 16             TO RETURN-CODE
025900         GOBACK
026000     END-IF.
026100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
026200     PERFORM 2000-SELECT-STAYS THRU 2000-EXIT.
026300     PERFORM 3000-BUILD-MOVE-WINDOWS THRU 3000-EXIT.
026400     PERFORM 4000-COLLECT-LABS THRU 4000-EXIT.
026500     PERFORM 5000-WRITE-SUMMARIES THRU 5000-EXIT.
026600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
026700     GOBACK.
026800*
026900*-----------------------------------------------------------
027000* THE RUN DATE IS THE BUSINESS DATE ON BUSDATE, NOT THE
027100* MACHINE CLOCK.  NO OPEN DATE, NO RUN - THE STREAM IS
027200* HELD UNTIL THE OPERATOR OPENS ONE WITH HBBDATE.
027300*-----------------------------------------------------------
027400 0100-READ-BUSINESS-DATE.
027500     OPEN INPUT BUSINESS-DATE-FILE.
027600     READ BUSINESS-DATE-FILE INTO BUSINESS-DATE-RECORD
027700         AT END SET HB-NO-BUS-DATE TO TRUE
027800     END-READ.
027900     CLOSE BUSINESS-DATE-FILE.
028000     IF HB-NO-BUS-DATE
028100         DISPLAY 'HBDSUM: NO BUSINESS DATE ON BUSDATE - NOT RUN'
028200         GO TO 0100-EXIT
028300     END-IF.
028400     IF NOT BD-DATE-OPEN
028500         DISPLAY 'HBDSUM: BUSINESS DATE ' BD-BUS-DATE
028600                 ' IS NOT OPEN - NOT RUN'
028700         SET HB-NO-BUS-DATE TO TRUE
028800     END-IF.
028900 0100-EXIT.
029000     EXIT.
029100*
029200 1000-INITIALIZE.
029300     OPEN INPUT  RCV-FACILITY-FILE.
029400     OPEN OUTPUT DISCH-SUMMARY-FILE.
029500     OPEN EXTEND DISCH-SUMMARY-LOG.
029600     OPEN INPUT  BILL-VOID-FILE.
029700     PERFORM 1250-READ-VOID THRU 1250-EXIT.
029800     PERFORM 1200-LOAD-ONE-VOID THRU 1200-EXIT
029900         UNTIL HB-VOID-EOF.
030000     CLOSE BILL-VOID-FILE.
030100*-----------------------------------------------------------
030200* THE CLOCK IS READ ONLY TO STAMP THE DELIVERY LOG WITH WHEN
030300* THE SUMMARY WAS RELEASED - THE BUSINESS DATE IT BELONGS TO
030400* COMES FROM BUSDATE.
030500*-----------------------------------------------------------
030600     ACCEPT HB-CLOCK-DATE FROM DATE.
030700     ACCEPT HB-CLOCK-TIME FROM TIME.
030800 1000-EXIT.
030900     EXIT.
031000*
031100 1200-LOAD-ONE-VOID.
031200     IF HB-VOID-COUNT >= 50
031300         DISPLAY 'HBDSUM: VOID TABLE FULL, DROPPING - '
031400             BILL-VOID-LINE
031500         GO TO 1200-EXIT
031600     END-IF.
031700     ADD 1 TO HB-VOID-COUNT.
031800     MOVE BILL-VOID-LINE     TO HB-VD-BEDIDENT(HB-VOID-COUNT).
031900 1200-EXIT.
032000     PERFORM 1250-READ-VOID THRU 1250-EXIT.
032100     EXIT.
032200*
032300 1250-READ-VOID.
032400     READ BILL-VOID-FILE
032500         AT END SET HB-VOID-EOF TO TRUE
032600     END-READ.
032700 1250-EXIT.
032800     EXIT.
032900*
033000*-----------------------------------------------------------
033100* PASS 1 - WHICH OF TONIGHT'S DISCHARGES GO TO A FACILITY.
033200*-----------------------------------------------------------
033300 2000-SELECT-STAYS.
033400     MOVE ZERO               TO HB-PAIR-CT.
033500     MOVE 'N'                TO HB-ARCH-EOF-SW.
033600     MOVE 'N'                TO HB-PAT-ARCH-EOF-SW.
033700     OPEN INPUT DISCH-ARCH-FILE.
033800     OPEN INPUT PATIENT-ARCH-FILE.
033900     PERFORM 2150-READ-DISCHARGE THRU 2150-EXIT.
034000     PERFORM 2160-READ-PATIENT-ARCH THRU 2160-EXIT.
034100     PERFORM 2100-SELECT-ONE-STAY THRU 2100-EXIT
034200         UNTIL HB-ARCH-EOF OR HB-PAT-ARCH-EOF.
034300     CLOSE DISCH-ARCH-FILE.
034400     CLOSE PATIENT-ARCH-FILE.
034500 2000-EXIT.
034600     EXIT.
034700*
034800 2100-SELECT-ONE-STAY.
034900     ADD 1 TO HB-PAIR-CT.
035000     ADD 1 TO HB-DISCH-CT.
035100     IF BEDIDENT OF PATIENT-RECORD
035200             NOT = BEDIDENT OF DISCHARGE-RECORD
035300         ADD 1 TO HB-MISMATCH-CT
035400         DISPLAY 'HBDSUM: ARCHIVE OUT OF STEP FOR BEDIDENT - '
035500             BEDIDENT OF DISCHARGE-RECORD
035600         GO TO 2100-EXIT
035700     END-IF.
035800     PERFORM 2050-CHECK-VOIDED THRU 2050-EXIT.
035900     IF HB-VOID-FOUND
036000         ADD 1 TO HB-REVERSED-CT
036100         DISPLAY 'HBDSUM: DISCHARGE REVERSED, NOT SENT - '
036200             BEDIDENT OF DISCHARGE-RECORD
036300         MOVE 'R'            TO SG-STATUS
036400         PERFORM 2500-LOG-UNSENT THRU 2500-EXIT
036500         GO TO 2100-EXIT
036600     END-IF.
036700     IF DISCH-DISPOSITION = SPACES
036800         ADD 1 TO HB-NOT-XFER-CT
036900         GO TO 2100-EXIT
037000     END-IF.
037100     MOVE DISCH-DISPOSITION  TO RCV-NAME.
037200     READ RCV-FACILITY-FILE
037300         INVALID KEY
037400             ADD 1 TO HB-NOT-ON-MASTER-CT
037500             DISPLAY 'HBDSUM: DISPOSITION NOT ON RCVMSTR, MRN '
037600                 PAT-MRN ' - ' DISCH-DISPOSITION
037700             MOVE 'U'        TO SG-STATUS
037800             PERFORM 2500-LOG-UNSENT THRU 2500-EXIT
037900             GO TO 2100-EXIT
038000     END-READ.
038100     IF RCV-NOT-FACILITY
038200         ADD 1 TO HB-NOT-XFER-CT
038300         GO TO 2100-EXIT
038400     END-IF.
038500     IF RCV-FEED-ID = SPACES
038600         ADD 1 TO HB-NO-FEED-ID-CT
038700         DISPLAY 'HBDSUM: NO FEED ADDRESS ON RCVMSTR, MRN '
038800             PAT-MRN ' - ' DISCH-DISPOSITION
038900         MOVE 'A'            TO SG-STATUS
039000         PERFORM 2500-LOG-UNSENT THRU 2500-EXIT
039100         GO TO 2100-EXIT
039200     END-IF.
039300     IF HB-ST-COUNT >= 500
039400         IF NOT HB-STAY-FULL
039500             DISPLAY 'HBDSUM: STAY TABLE FULL, HOLDING FROM '
039600                 'MRN - ' PAT-MRN
039700             SET HB-STAY-FULL TO TRUE
039800         END-IF
039900         ADD 1 TO HB-HELD-CT
040000         MOVE 'H'            TO SG-STATUS
040100         PERFORM 2500-LOG-UNSENT THRU 2500-EXIT
040200         GO TO 2100-EXIT
040300     END-IF.
040400     ADD 1 TO HB-ST-COUNT.
040500     MOVE HB-PAIR-CT         TO HB-ST-PAIR(HB-ST-COUNT).
040600     MOVE PAT-MRN            TO HB-ST-MRN(HB-ST-COUNT).
040700     MOVE BEDIDENT OF DISCHARGE-RECORD
040800                             TO HB-ST-BEDIDENT(HB-ST-COUNT).
040900     MOVE DATEADMT           TO HB-ST-DATEADMT(HB-ST-COUNT).
041000     MOVE DISCH-DATE         TO HB-ST-DISCH-DATE(HB-ST-COUNT).
041100     MOVE ZERO               TO HB-ST-LAB-CT(HB-ST-COUNT).
041200     MOVE 'N'                TO HB-ST-SHORT-SW(HB-ST-COUNT).
041300 2100-EXIT.
041400     PERFORM 2150-READ-DISCHARGE THRU 2150-EXIT.
041500     PERFORM 2160-READ-PATIENT-ARCH THRU 2160-EXIT.
041600     EXIT.
041700*
041800 2050-CHECK-VOIDED.
041900     MOVE 'N'                TO HB-VOID-FOUND-SW.
042000     PERFORM 2060-MATCH-ONE-VOID THRU 2060-EXIT
042100         VARYING HB-VOID-IDX FROM 1 BY 1
042200         UNTIL HB-VOID-IDX > HB-VOID-COUNT
042300         OR HB-VOID-FOUND.
042400 2050-EXIT.
042500     EXIT.
042600*
042700 2060-MATCH-ONE-VOID.
042800     IF HB-VD-BEDIDENT(HB-VOID-IDX)
042900             = BEDIDENT OF DISCHARGE-RECORD
043000         SET HB-VOID-FOUND TO TRUE
043100     END-IF.
043200 2060-EXIT.
043300     EXIT.
043400*
043500 2150-READ-DISCHARGE.
043600     READ DISCH-ARCH-FILE
043700         AT END SET HB-ARCH-EOF TO TRUE
043800     END-READ.
043900 2150-EXIT.
044000     EXIT.
044100*
044200 2160-READ-PATIENT-ARCH.
044300     READ PATIENT-ARCH-FILE
044400         AT END SET HB-PAT-ARCH-EOF TO TRUE
044500     END-READ.
044600 2160-EXIT.
044700     EXIT.
044800*
044900*-----------------------------------------------------------
045000* CALLER LOADS SG-STATUS.  THE DISCHARGE AND PATIENT ROWS IN
045100* HAND ARE THE STAY THAT DID NOT GO OUT.
045200*-----------------------------------------------------------
045300 2500-LOG-UNSENT.
045400     MOVE DISCH-DISPOSITION  TO SG-DISPOSITION.
045500     MOVE SPACES             TO SG-FEED-ID.
045600     IF SG-NO-FEED-ID OR SG-HELD
045700         MOVE RCV-FEED-ID    TO SG-FEED-ID
045800     END-IF.
045900     MOVE PAT-MRN            TO SG-MRN.
046000     MOVE BEDIDENT OF DISCHARGE-RECORD TO SG-BEDIDENT.
046100     MOVE DISCH-DATE         TO SG-DISCH-DATE.
046200     MOVE ZERO               TO SG-DIAG-CT.
046300     MOVE ZERO               TO SG-MED-CT.
046400     MOVE ZERO               TO SG-LAB-CT.
046500     MOVE ZERO               TO SG-ROW-CT.
046600     PERFORM 8000-WRITE-LOG THRU 8000-EXIT.
046700 2500-EXIT.
046800     EXIT.
046900*
047000*-----------------------------------------------------------
047100* PASS 2 - THE AUDIT ROW'S BEDIDENT IS THE BED THE PATIENT
047200* HELD BEFORE THE MOVE.  A MOVE BY A TABLED STAY'S MRN THAT
047300* FALLS INSIDE THE STAY IS TABLED AGAINST IT, AND ONCE THE
047400* TRAIL IS READ EACH STAY'S WINDOWS ARE BUILT FROM ITS MOVES.
047500* ROWS WRITTEN BEFORE XFER-MRN EXISTED CANNOT BE TIED TO A
047600* PERSON AND ARE PASSED OVER.
047700*-----------------------------------------------------------
047800 3000-BUILD-MOVE-WINDOWS.
047900     IF HB-ST-COUNT = ZERO
048000         GO TO 3000-EXIT
048100     END-IF.
048200     OPEN INPUT XFER-AUDIT-FILE.
048300     PERFORM 3150-READ-AUDIT THRU 3150-EXIT.
048400     PERFORM 3100-ONE-TRANSFER THRU 3100-EXIT
048500         UNTIL HB-AUDIT-EOF.
048600     CLOSE XFER-AUDIT-FILE.
048700     PERFORM 3300-WINDOWS-FOR-ONE-STAY THRU 3300-EXIT
048800         VARYING HB-ST-IDX FROM 1 BY 1
048900         UNTIL HB-ST-IDX > HB-ST-COUNT.
049000 3000-EXIT.
049100     EXIT.
049200*
049300 3100-ONE-TRANSFER.
049400     IF XFER-MRN NOT NUMERIC
049500         GO TO 3100-EXIT
049600     END-IF.
049700     PERFORM 3200-MATCH-ONE-STAY THRU 3200-EXIT
049800         VARYING HB-ST-IDX FROM 1 BY 1
049900         UNTIL HB-ST-IDX > HB-ST-COUNT.
050000 3100-EXIT.
050100     PERFORM 3150-READ-AUDIT THRU 3150-EXIT.
050200     EXIT.
050300*
050400 3150-READ-AUDIT.
050500     READ XFER-AUDIT-FILE
050600         AT END SET HB-AUDIT-EOF TO TRUE
050700     END-READ.
050800 3150-EXIT.
050900     EXIT.
051000*
051100 3200-MATCH-ONE-STAY.
051200     IF HB-ST-MRN(HB-ST-IDX) NOT = XFER-MRN
051300         OR HB-ST-DATEADMT(HB-ST-IDX) > TRANSFER-DATE
051400         OR HB-ST-DISCH-DATE(HB-ST-IDX) < TRANSFER-DATE
051500         GO TO 3200-EXIT
051600     END-IF.
051700     IF HB-MV-COUNT >= 1000
051800         IF NOT HB-MOVE-FULL
051900             DISPLAY 'HBDSUM: MOVE TABLE FULL FROM MRN - '
052000                 HB-ST-MRN(HB-ST-IDX)
052100             SET HB-MOVE-FULL TO TRUE
052200         END-IF
052300         SET HB-ST-SHORT(HB-ST-IDX) TO TRUE
052400         GO TO 3200-EXIT
052500     END-IF.
052600     ADD 1 TO HB-MV-COUNT.
052700     MOVE HB-ST-IDX          TO HB-MV-STAY(HB-MV-COUNT).
052800     MOVE BEDIDENT OF WARD-TRANSFER-RECORD
052900                             TO HB-MV-BEDIDENT(HB-MV-COUNT).
053000     MOVE TRANSFER-DATE      TO HB-MV-DATE(HB-MV-COUNT).
053100     MOVE 'N'                TO HB-MV-USED-SW(HB-MV-COUNT).
053200 3200-EXIT.
053300     EXIT.
053400*
053500*-----------------------------------------------------------
053600* ONE STAY'S WINDOWS.  ITS MOVES ARE TAKEN EARLIEST FIRST,
053700* EACH BED RUNNING FROM THE PREVIOUS BOUNDARY (ADMISSION FOR
053800* THE FIRST) UP TO ITS MOVE; THE BED THE STAY ENDED IN RUNS
053900* FROM THE LAST BOUNDARY TO DISCHARGE.
054000*-----------------------------------------------------------
054100 3300-WINDOWS-FOR-ONE-STAY.
054200     MOVE HB-ST-IDX          TO HB-NEW-STAY.
054300     MOVE HB-ST-DATEADMT(HB-ST-IDX) TO HB-NEW-FROM.
054400     MOVE 'N'                TO HB-MOVES-DONE-SW.
054500     PERFORM 3400-NEXT-MOVE-WINDOW THRU 3400-EXIT
054600         UNTIL HB-MOVES-DONE.
054700     MOVE HB-ST-BEDIDENT(HB-ST-IDX) TO HB-NEW-BEDIDENT.
054800     MOVE HB-ST-DISCH-DATE(HB-ST-IDX) TO HB-NEW-TO.
054900     PERFORM 7000-ADD-WINDOW THRU 7000-EXIT.
055000 3300-EXIT.
055100     EXIT.
055200*
055300*-----------------------------------------------------------
055400* HB-MV-PICK ENDS ON THE STAY'S EARLIEST MOVE NOT YET TAKEN -
055500* ON A TIE, THE ONE FIRST ON THE TRAIL - OR ZERO WHEN NONE IS
055600* LEFT.  HB-NEW-FROM CARRIES THE BOUNDARY FORWARD.
055700*-----------------------------------------------------------
055800 3400-NEXT-MOVE-WINDOW.
055900     MOVE ZERO               TO HB-MV-PICK.
056000     PERFORM 3410-CHECK-ONE-MOVE THRU 3410-EXIT
056100         VARYING HB-MV-IDX FROM 1 BY 1
056200         UNTIL HB-MV-IDX > HB-MV-COUNT.
056300     IF HB-MV-PICK = ZERO
056400         SET HB-MOVES-DONE TO TRUE
056500         GO TO 3400-EXIT
056600     END-IF.
056700     SET HB-MV-USED(HB-MV-PICK) TO TRUE.
056800     MOVE HB-MV-BEDIDENT(HB-MV-PICK) TO HB-NEW-BEDIDENT.
056900     MOVE HB-MV-DATE(HB-MV-PICK) TO HB-NEW-TO.
057000     PERFORM 7000-ADD-WINDOW THRU 7000-EXIT.
057100     MOVE HB-MV-DATE(HB-MV-PICK) TO HB-NEW-FROM.
057200 3400-EXIT.
057300     EXIT.
057400*
057500 3410-CHECK-ONE-MOVE.
057600     IF HB-MV-STAY(HB-MV-IDX) NOT = HB-ST-IDX
057700         OR HB-MV-USED(HB-MV-IDX)
057800         GO TO 3410-EXIT
057900     END-IF.
058000     IF HB-MV-PICK = ZERO
058100         MOVE HB-MV-IDX      TO HB-MV-PICK
058200         GO TO 3410-EXIT
058300     END-IF.
058400     IF HB-MV-DATE(HB-MV-IDX) < HB-MV-DATE(HB-MV-PICK)
058500         MOVE HB-MV-IDX      TO HB-MV-PICK
058600     END-IF.
058700 3410-EXIT.
058800     EXIT.
058900*
059000*-----------------------------------------------------------
059100* PASS 3 - ABNORMAL POSTED RESULTS WHOSE BED AND DATE FALL IN
059200* A TABLED STAY'S WINDOW.
059300*-----------------------------------------------------------
059400 4000-COLLECT-LABS.
059500     IF HB-ST-COUNT = ZERO
059600         GO TO 4000-EXIT
059700     END-IF.
059800     OPEN INPUT LAB-POST-FILE.
059900     PERFORM 4150-READ-LAB THRU 4150-EXIT.
060000     PERFORM 4100-ONE-LAB THRU 4100-EXIT
060100         UNTIL HB-LAB-EOF.
060200     CLOSE LAB-POST-FILE.
060300 4000-EXIT.
060400     EXIT.
060500*
060600 4100-ONE-LAB.
060700     IF NOT LAB-ABNORMAL
060800         GO TO 4100-EXIT
060900     END-IF.
061000     MOVE BEDIDENT OF LAB-RESULT-RECORD TO HB-PROBE-BEDIDENT.
061100     MOVE LAB-RESULT-DATE    TO HB-PROBE-DATE.
061200     PERFORM 7500-MATCH-WINDOW THRU 7500-EXIT.
061300     IF NOT HB-WIN-FOUND
061400         GO TO 4100-EXIT
061500     END-IF.
061600     PERFORM 7100-ADD-LAB THRU 7100-EXIT.
061700 4100-EXIT.
061800     PERFORM 4150-READ-LAB THRU 4150-EXIT.
061900     EXIT.
062000*
062100 4150-READ-LAB.
062200     READ LAB-POST-FILE
062300         AT END SET HB-LAB-EOF TO TRUE
062400     END-READ.
062500 4150-EXIT.
062600     EXIT.
062700*
062800*-----------------------------------------------------------
062900* PASS 4 - THE ARCHIVES AGAIN, WITH THE CLINICAL SUBSETS.
063000* HB-ST-NEXT IS THE NEXT TABLED STAY STILL TO COME.
063100*-----------------------------------------------------------
063200 5000-WRITE-SUMMARIES.
063300     IF HB-ST-COUNT = ZERO
063400         GO TO 5000-EXIT
063500     END-IF.
063600     MOVE ZERO               TO HB-PAIR-CT.
063700     MOVE 1                  TO HB-ST-NEXT.
063800     MOVE 'N'                TO HB-ARCH-EOF-SW.
063900     MOVE 'N'                TO HB-PAT-ARCH-EOF-SW.
064000     OPEN INPUT DISCH-ARCH-FILE.
064100     OPEN INPUT PATIENT-ARCH-FILE.
064200     OPEN INPUT SYMP-ARCH-FILE.
064300     OPEN INPUT TRT-ARCH-FILE.
064400     PERFORM 2150-READ-DISCHARGE THRU 2150-EXIT.
064500     PERFORM 2160-READ-PATIENT-ARCH THRU 2160-EXIT.
064600     PERFORM 5150-READ-SYM-ARCH THRU 5150-EXIT.
064700     PERFORM 5160-READ-TRT-ARCH THRU 5160-EXIT.
064800     PERFORM 5100-SUMMARIZE-ONE-STAY THRU 5100-EXIT
064900         UNTIL HB-ARCH-EOF OR HB-PAT-ARCH-EOF
065000         OR HB-ST-NEXT > HB-ST-COUNT.
065100     CLOSE DISCH-ARCH-FILE.
065200     CLOSE PATIENT-ARCH-FILE.
065300     CLOSE SYMP-ARCH-FILE.
065400     CLOSE TRT-ARCH-FILE.
065500 5000-EXIT.
065600     EXIT.
065700*
065800*-----------------------------------------------------------
065900* HBDISCH WRITES A SYMARCH OR TRTARCH ROW ONLY FOR A
066000* DISCHARGE WHOSE BED HAD A CASE OR TREATMNT ROW, IN
066100* DISCHARGE ORDER - SO EACH CURRENT ROW EITHER BELONGS TO
066200* THIS DISCHARGE (SAME BED AND MRN AS THE LOCKSTEP PATIENT
066300* ROW) OR TO A LATER ONE, AND IS ONLY ADVANCED ONCE IT HAS
066400* MATCHED (SEE 5100-EXIT), SUMMARIZED OR NOT.
066500*-----------------------------------------------------------
066600 5100-SUMMARIZE-ONE-STAY.
066700     ADD 1 TO HB-PAIR-CT.
066800     MOVE 'N'                TO HB-SYM-FOUND-SW.
066900     MOVE 'N'                TO HB-TRT-FOUND-SW.
067000     IF NOT HB-SYM-ARCH-EOF
067100         AND SA-BEDIDENT = BEDIDENT OF DISCHARGE-RECORD
067200         AND SA-MRN = PAT-MRN
067300         SET HB-SYM-FOUND TO TRUE
067400     END-IF.
067500     IF NOT HB-TRT-ARCH-EOF
067600         AND TA-BEDIDENT = BEDIDENT OF DISCHARGE-RECORD
067700         AND TA-MRN = PAT-MRN
067800         SET HB-TRT-FOUND TO TRUE
067900     END-IF.
068000     IF HB-ST-PAIR(HB-ST-NEXT) NOT = HB-PAIR-CT
068100         GO TO 5100-EXIT
068200     END-IF.
068300     MOVE HB-ST-NEXT         TO HB-ST-IDX.
068400     ADD 1 TO HB-ST-NEXT.
068500     MOVE DISCH-DISPOSITION  TO RCV-NAME.
068600     READ RCV-FACILITY-FILE
068700         INVALID KEY
068800             ADD 1 TO HB-NOT-ON-MASTER-CT
068900             DISPLAY 'HBDSUM: DISPOSITION NOT ON RCVMSTR, MRN '
069000                 PAT-MRN ' - ' DISCH-DISPOSITION
069100             MOVE 'U'        TO SG-STATUS
069200             PERFORM 2500-LOG-UNSENT THRU 2500-EXIT
069300             GO TO 5100-EXIT
069400     END-READ.
069500     IF HB-ST-SHORT(HB-ST-IDX)
069600         ADD 1 TO HB-HELD-CT
069700         DISPLAY 'HBDSUM: TABLE FULL, SUMMARY HELD FOR MRN '
069800             PAT-MRN
069900         MOVE 'H'            TO SG-STATUS
070000         PERFORM 2500-LOG-UNSENT THRU 2500-EXIT
070100         GO TO 5100-EXIT
070200     END-IF.
070300     PERFORM 5200-WRITE-ONE-SUMMARY THRU 5200-EXIT.
070400 5100-EXIT.
070500     IF HB-SYM-FOUND
070600         PERFORM 5150-READ-SYM-ARCH THRU 5150-EXIT
070700     END-IF.
070800     IF HB-TRT-FOUND
070900         PERFORM 5160-READ-TRT-ARCH THRU 5160-EXIT
071000     END-IF.
071100     PERFORM 2150-READ-DISCHARGE THRU 2150-EXIT.
071200     PERFORM 2160-READ-PATIENT-ARCH THRU 2160-EXIT.
071300     EXIT.
071400*
071500 5150-READ-SYM-ARCH.
071600     READ SYMP-ARCH-FILE
071700         AT END SET HB-SYM-ARCH-EOF TO TRUE
071800     END-READ.
071900 5150-EXIT.
072000     EXIT.
072100*
072200 5160-READ-TRT-ARCH.
072300     READ TRT-ARCH-FILE
072400         AT END SET HB-TRT-ARCH-EOF TO TRUE
072500     END-READ.
072600 5160-EXIT.
072700     EXIT.
072800*
072900*-----------------------------------------------------------
073000* ONE SUMMARY - THE ADDRESS ROW CARRIES THE COUNT OF ROWS
073100* THAT FOLLOW IT, SO THE ROWS ARE COUNTED BEFORE ANY IS
073200* WRITTEN.  RCVMSTR IS POSITIONED ON THE FACILITY.
073300*-----------------------------------------------------------
073400 5200-WRITE-ONE-SUMMARY.
073500     MOVE ZERO               TO HB-DIAG-CT.
073600     MOVE ZERO               TO HB-TRT-CT.
073700     MOVE ZERO               TO HB-MED-CT.
073800     IF HB-SYM-FOUND
073900         MOVE 1              TO HB-DIAG-CT
074000     END-IF.
074100     IF HB-TRT-FOUND
074200         MOVE 1              TO HB-TRT-CT
074300         MOVE TA-MED-COUNT   TO HB-MED-CT
074400     END-IF.
074500     COMPUTE HB-ROW-CT = 1 + HB-DIAG-CT + HB-TRT-CT
074600         + HB-MED-CT + HB-ST-LAB-CT(HB-ST-IDX).
074700     MOVE SPACES             TO DISCH-SUMMARY-RECORD.
074800     MOVE 'F'                TO DS-REC-TYPE.
074900     MOVE PAT-MRN            TO DS-MRN.
075000     MOVE RCV-NAME           TO SF-RCV-NAME.
075100     MOVE RCV-ADDRESS        TO SF-RCV-ADDRESS.
075200     MOVE RCV-PHONE          TO SF-RCV-PHONE.
075300     MOVE RCV-FEED-ID        TO SF-FEED-ID.
075400     MOVE BD-BUS-DATE        TO SF-BUS-DATE.
075500     MOVE HB-ROW-CT          TO SF-ROW-CT.
075600     WRITE DISCH-SUMMARY-RECORD.
075700     MOVE SPACES             TO DISCH-SUMMARY-RECORD.
075800     MOVE 'S'                TO DS-REC-TYPE.
075900     MOVE PAT-MRN            TO DS-MRN.
076000     MOVE PATNAME            TO SS-PATNAME.
076100     MOVE PATADDRESS         TO SS-PATADDRESS.
076200     MOVE PAT-PHONE          TO SS-PAT-PHONE.
076300     MOVE BEDIDENT OF DISCHARGE-RECORD TO SS-BEDIDENT.
076400     MOVE DATEADMT           TO SS-DATEADMT.
076500     MOVE DISCH-DATE         TO SS-DISCH-DATE.
076600     MOVE DISCH-REASON       TO SS-DISCH-REASON.
076700     MOVE DISCH-DISPOSITION  TO SS-DISPOSITION.
076800     WRITE DISCH-SUMMARY-RECORD.
076900     IF HB-SYM-FOUND
077000         MOVE SPACES         TO DISCH-SUMMARY-RECORD
077100         MOVE 'D'            TO DS-REC-TYPE
077200         MOVE PAT-MRN        TO DS-MRN
077300         MOVE SA-DIAGNOSE    TO SD-DIAGNOSE
077400         MOVE SA-SYMPDATE    TO SD-SYMPDATE
077500         MOVE SA-TREAT-DESC  TO SD-TREAT-DESC
077600         MOVE SA-SYMP-DOCTOR TO SD-SYMP-DOCTOR
077700         MOVE SA-SYMP-DOCT-PHONE TO SD-SYMP-DOCT-PHONE
077800         WRITE DISCH-SUMMARY-RECORD
077900     END-IF.
078000     IF HB-TRT-FOUND
078100         MOVE SPACES         TO DISCH-SUMMARY-RECORD
078200         MOVE 'T'            TO DS-REC-TYPE
078300         MOVE PAT-MRN        TO DS-MRN
078400         MOVE TA-TRTYPE      TO ST-TRTYPE
078500         MOVE TA-TRDATE      TO ST-TRDATE
078600         MOVE TA-DIET-COMMENT TO ST-DIET-COMMENT
078700         MOVE TA-SURGERY-FLAG TO ST-SURGERY-FLAG
078800         MOVE TA-SURGERY-DATE TO ST-SURGERY-DATE
078900         MOVE TA-SURGERY-COMMENT TO ST-SURGERY-COMMENT
079000         WRITE DISCH-SUMMARY-RECORD
079100         PERFORM 5300-WRITE-ONE-MED THRU 5300-EXIT
079200             VARYING HB-MED-SUB FROM 1 BY 1
079300             UNTIL HB-MED-SUB > HB-MED-CT
079400     END-IF.
079500     PERFORM 5400-WRITE-ONE-LAB THRU 5400-EXIT
079600         VARYING HB-LB-IDX FROM 1 BY 1
079700         UNTIL HB-LB-IDX > HB-LB-COUNT.
079800     ADD 1 TO HB-SENT-CT.
079900     MOVE 'S'                TO SG-STATUS.
080000     MOVE DISCH-DISPOSITION  TO SG-DISPOSITION.
080100     MOVE RCV-FEED-ID        TO SG-FEED-ID.
080200     MOVE PAT-MRN            TO SG-MRN.
080300     MOVE BEDIDENT OF DISCHARGE-RECORD TO SG-BEDIDENT.
080400     MOVE DISCH-DATE         TO SG-DISCH-DATE.
080500     MOVE HB-DIAG-CT         TO SG-DIAG-CT.
080600     MOVE HB-MED-CT          TO SG-MED-CT.
080700     MOVE HB-ST-LAB-CT(HB-ST-IDX) TO SG-LAB-CT.
080800     MOVE HB-ROW-CT          TO SG-ROW-CT.
080900     PERFORM 8000-WRITE-LOG THRU 8000-EXIT.
081000 5200-EXIT.
081100     EXIT.
081200*
081300 5300-WRITE-ONE-MED.
081400     MOVE SPACES             TO DISCH-SUMMARY-RECORD.
081500     MOVE 'M'                TO DS-REC-TYPE.
081600     MOVE PAT-MRN            TO DS-MRN.
081700     MOVE HB-MED-SUB         TO SM-MED-SEQ.
081800     MOVE TA-MED-DATE(HB-MED-SUB) TO SM-MED-DATE.
081900     MOVE TA-MEDICATION-TYPE(HB-MED-SUB)
082000                             TO SM-MEDICATION-TYPE.
082100     WRITE DISCH-SUMMARY-RECORD.
082200 5300-EXIT.
082300     EXIT.
082400*
082500 5400-WRITE-ONE-LAB.
082600     IF HB-LB-STAY(HB-LB-IDX) NOT = HB-ST-IDX
082700         GO TO 5400-EXIT
082800     END-IF.
082900     MOVE SPACES             TO DISCH-SUMMARY-RECORD.
083000     MOVE 'L'                TO DS-REC-TYPE.
083100     MOVE PAT-MRN            TO DS-MRN.
083200     MOVE HB-LB-DATE(HB-LB-IDX)     TO SL-RESULT-DATE.
083300     MOVE HB-LB-BEDIDENT(HB-LB-IDX) TO SL-BEDIDENT.
083400     MOVE HB-LB-TEST(HB-LB-IDX)     TO SL-TEST-TYPE.
083500     MOVE HB-LB-VALUE(HB-LB-IDX)    TO SL-RESULT-VALUE.
083600     WRITE DISCH-SUMMARY-RECORD.
083700     ADD 1 TO HB-LAB-SENT-CT.
083800 5400-EXIT.
083900     EXIT.
084000*
084100*-----------------------------------------------------------
084200* CALLER LOADS HB-NEW-STAY, HB-NEW-BEDIDENT, HB-NEW-FROM AND
084300* HB-NEW-TO.  A WINDOW THAT DOES NOT FIT MARKS ITS STAY SHORT.
084400*-----------------------------------------------------------
084500 7000-ADD-WINDOW.
084600     IF HB-WIN-COUNT >= 1000
084700         IF NOT HB-WIN-FULL
084800             DISPLAY 'HBDSUM: WINDOW TABLE FULL FROM MRN - '
084900                 HB-ST-MRN(HB-NEW-STAY)
085000             SET HB-WIN-FULL TO TRUE
085100         END-IF
085200         SET HB-ST-SHORT(HB-NEW-STAY) TO TRUE
085300         GO TO 7000-EXIT
085400     END-IF.
085500     ADD 1 TO HB-WIN-COUNT.
085600     MOVE HB-NEW-STAY        TO HB-WN-STAY(HB-WIN-COUNT).
085700     MOVE HB-NEW-BEDIDENT    TO HB-WN-BEDIDENT(HB-WIN-COUNT).
085800     MOVE HB-NEW-FROM        TO HB-WN-FROM(HB-WIN-COUNT).
085900     MOVE HB-NEW-TO          TO HB-WN-TO(HB-WIN-COUNT).
086000 7000-EXIT.
086100     EXIT.
086200*
086300*-----------------------------------------------------------
086400* HB-FOUND-STAY AND THE LAB ROW IN HAND IN.  A RESULT THAT
086500* DOES NOT FIT MARKS ITS STAY SHORT.
086600*-----------------------------------------------------------
086700 7100-ADD-LAB.
086800     IF HB-LB-COUNT >= 2000
086900         IF NOT HB-LAB-FULL
087000             DISPLAY 'HBDSUM: LAB TABLE FULL FROM MRN - '
087100                 HB-ST-MRN(HB-FOUND-STAY)
087200             SET HB-LAB-FULL TO TRUE
087300         END-IF
087400         SET HB-ST-SHORT(HB-FOUND-STAY) TO TRUE
087500         GO TO 7100-EXIT
087600     END-IF.
087700     ADD 1 TO HB-LB-COUNT.
087800     MOVE HB-FOUND-STAY      TO HB-LB-STAY(HB-LB-COUNT).
087900     MOVE BEDIDENT OF LAB-RESULT-RECORD
088000                             TO HB-LB-BEDIDENT(HB-LB-COUNT).
088100     MOVE LAB-RESULT-DATE    TO HB-LB-DATE(HB-LB-COUNT).
088200     MOVE LAB-TEST-TYPE      TO HB-LB-TEST(HB-LB-COUNT).
088300     MOVE LAB-RESULT-VALUE   TO HB-LB-VALUE(HB-LB-COUNT).
088400     ADD 1 TO HB-ST-LAB-CT(HB-FOUND-STAY).
088500 7100-EXIT.
088600     EXIT.
088700*
088800*-----------------------------------------------------------
088900* HB-PROBE-BEDIDENT AND HB-PROBE-DATE IN, HB-WIN-FOUND AND
089000* HB-FOUND-STAY OUT.  THE FIRST WINDOW THAT HOLDS THE ROW
089100* TAKES IT, SO A RESULT IS NEVER SENT TWICE.
089200*-----------------------------------------------------------
089300 7500-MATCH-WINDOW.
089400     MOVE 'N'                TO HB-WIN-FOUND-SW.
089500     PERFORM 7510-MATCH-ONE-WINDOW THRU 7510-EXIT
089600         VARYING HB-WIN-IDX FROM 1 BY 1
089700         UNTIL HB-WIN-IDX > HB-WIN-COUNT
089800         OR HB-WIN-FOUND.
089900 7500-EXIT.
090000     EXIT.
090100*
090200 7510-MATCH-ONE-WINDOW.
090300     IF HB-WN-BEDIDENT(HB-WIN-IDX) = HB-PROBE-BEDIDENT
090400         AND HB-WN-FROM(HB-WIN-IDX) <= HB-PROBE-DATE
090500         AND HB-WN-TO(HB-WIN-IDX) >= HB-PROBE-DATE
090600         SET HB-WIN-FOUND TO TRUE
090700         MOVE HB-WN-STAY(HB-WIN-IDX) TO HB-FOUND-STAY
090800     END-IF.
090900 7510-EXIT.
091000     EXIT.
091100*
091200*-----------------------------------------------------------
091300* CALLER LOADS EVERY SG- FIELD BUT THE THREE STAMPS.
091400*-----------------------------------------------------------
091500 8000-WRITE-LOG.
091600     MOVE BD-BUS-DATE        TO SG-BUS-DATE.
091700     MOVE HB-CLOCK-DATE      TO SG-LOGGED-ON.
091800     MOVE HB-CLOCK-TIME      TO SG-LOGGED-AT.
091900     WRITE DISCH-SUMMARY-LOG-RECORD.
092000 8000-EXIT.
092100     EXIT.
092200*
092300 9000-TERMINATE.
092400     CLOSE RCV-FACILITY-FILE.
092500     CLOSE DISCH-SUMMARY-FILE.
092600     CLOSE DISCH-SUMMARY-LOG.
092700     PERFORM 9100-WRITE-CONTROL-TOTALS THRU 9100-EXIT.
092800     DISPLAY 'HBDSUM: DISCHARGES READ     = ' HB-DISCH-CT.
092900     DISPLAY 'HBDSUM: NOT A TRANSFER      = ' HB-NOT-XFER-CT.
093000     DISPLAY 'HBDSUM: SUMMARIES SENT      = ' HB-SENT-CT.
093100     DISPLAY 'HBDSUM: ABNORMAL LABS SENT  = ' HB-LAB-SENT-CT.
093200     DISPLAY 'HBDSUM: NOT ON RCVMSTR      = ' HB-NOT-ON-MASTER-CT.
093300     DISPLAY 'HBDSUM: NO FEED ADDRESS     = ' HB-NO-FEED-ID-CT.
093400     DISPLAY 'HBDSUM: HELD (TABLE FULL)   = ' HB-HELD-CT.
093500     DISPLAY 'HBDSUM: ARCHIVE MISMATCHES  = ' HB-MISMATCH-CT.
093600     DISPLAY 'HBDSUM: REVERSED TONIGHT    = ' HB-REVERSED-CT.
093700 9000-EXIT.
093800     EXIT.
093900*
094000 9100-WRITE-CONTROL-TOTALS.
094100     OPEN EXTEND CONTROL-TOTAL-FILE.
094200     MOVE BD-BUS-DATE        TO CTL-BUS-DATE.
094300     MOVE 'HBDSUM'           TO CTL-PROG-NAME.
094400     MOVE 'SUMMARIES SENT'     TO CTL-COUNTER-NAME.
094500     MOVE HB-SENT-CT         TO CTL-COUNT.
094600     WRITE CONTROL-TOTAL-RECORD.
094700     MOVE 'NOT ON RCVMSTR'     TO CTL-COUNTER-NAME.
094800     MOVE HB-NOT-ON-MASTER-CT TO CTL-COUNT.
094900     WRITE CONTROL-TOTAL-RECORD.
095000     MOVE 'NO FEED ADDRESS'    TO CTL-COUNTER-NAME.
095100     MOVE HB-NO-FEED-ID-CT   TO CTL-COUNT.
095200     WRITE CONTROL-TOTAL-RECORD.
095300     CLOSE CONTROL-TOTAL-FILE.
095400 9100-EXIT.
095500     EXIT.
